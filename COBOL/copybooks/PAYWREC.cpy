    *> backdated salary change (see MNT-EFFECTIVE-DATE), itemized
    *> separately on the register and the stub. Zero when none.
    05 PW-RETRO-PAY           PIC S9(07)V99.
    *> Leave posted this period (regular runs only): 'Y' when the
    *> employee has a LEAVE-MASTER record or earned/took leave this
    *> period, so the stub prints the balances and the LIVE run's
    *> leave posting step writes them to LEAVE-MASTER. AVAILABLE is the
    *> opening balance plus this period's accrual, TAKEN is what the
    *> balance covered of the timecard's leave hours, and BALANCE is
    *> what remains. LEAVE-LIABILITY is the change in accrued vacation
    *> liability dollars (accrued less taken, at the hourly-equivalent
    *> rate) that the GL step posts by department.
    05 PW-LEAVE-POSTED        PIC X(01).
    05 PW-VAC-ACCRUED         PIC S9(03)V99.
    05 PW-VAC-AVAILABLE       PIC S9(05)V99.
    05 PW-VAC-TAKEN           PIC S9(03)V99.
    05 PW-VAC-BALANCE         PIC S9(05)V99.
    05 PW-SICK-ACCRUED        PIC S9(03)V99.
    05 PW-SICK-AVAILABLE      PIC S9(05)V99.
    05 PW-SICK-TAKEN          PIC S9(03)V99.
    05 PW-SICK-BALANCE        PIC S9(05)V99.
    05 PW-LEAVE-LIABILITY     PIC S9(07)V99.
    *> Employer taxes this employee's period wages bore, one slot per
    *> EMPTAX code in the order the run loaded them: the code, the
    *> wages taxable under it (the slice under its annual wage cap),
    *> and the tax. Slots beyond the run's code count are spaces and
    *> zero. Carried so the tax history can show, per employee, what
    *> the liability totals were built from.
    05 PW-ERTAX-DETAIL OCCURS 10 TIMES.
        10 PW-ERTAX-CODE      PIC X(04).
        10 PW-ERTAX-TAXABLE   PIC S9(07)V99.
        10 PW-ERTAX-AMOUNT    PIC S9(07)V99.
    *> Deductions taken from this payment, one slot per deduction code
    *> in the order they came out of pay (priority order), for the
    *> permanent pay history. Unused slots are spaces and zero. An
    *> employee with more than ten codes has the tenth and later ones
    *> folded together under code 'MISC' in the last slot, so the slots
    *> always add up to PW-TOTAL-DEDUCT.
    05 PW-DED-DETAIL OCCURS 10 TIMES.
        10 PW-DED-CODE        PIC X(04).
        10 PW-DED-AMOUNT      PIC S9(07)V99.
    *> Where this payment's cost was charged (labor distribution): one
    *> slot per cost center/project slice - the department, project
    *> (spaces for none), how the slice was set ('H' hours charged on
    *> the timecard, 'P' a LABDIST percent, 'D' the home department by
    *> default or for hours not charged), the hours or percent behind
    *> it, and its share of the gross and of the employer taxes. The
    *> last slice takes the rounding, so the slices always add up to
    *> PW-PERIOD-GROSS and to the PW-ERTAX-AMOUNT total exactly. Unused
    *> slots are spaces and zero.
    05 PW-LABOR-DETAIL OCCURS 10 TIMES.
        10 PW-LAB-DEPT-CODE   PIC X(04).
        10 PW-LAB-PROJECT-CODE PIC X(06).
        10 PW-LAB-BASIS       PIC X(01).
        10 PW-LAB-HOURS       PIC 9(03)V99.
        10 PW-LAB-PERCENT     PIC 9(03)V99.
        10 PW-LAB-GROSS       PIC S9(07)V99.
        10 PW-LAB-ERTAX       PIC S9(07)V99.
