    *> and time and a half for each overtime hour; an hourly employee
    *> with no timecard line this period is simply not paid this
    *> period (and is flagged on the exception report so a missing
    *> card is noticed before payday, not after). Worked hours on a
    *> salaried employee's card, and cards for employee ids not on
    *> the master, are reported and ignored - hours never override a
    *> salary.
    *> The file is per-period scratch, like DEDUCT-FILE: a missing
    *> file just means no hourly pay this run.
    05 TIM-EMP-ID             PIC 9(05).
    05 TIM-REG-HOURS          PIC 9(03)V99.
    05 TIM-OT-HOURS           PIC 9(03)V99.
    *> Vacation and sick leave hours taken this period, charged
    *> against the employee's LEAVE-MASTER balances. Any employee may
    *> report them; a salaried employee reports time off on a card
    *> with zero regular and overtime hours (only worked hours on a
    *> salaried card are ignored). An hourly employee is paid
    *> EM-HOURLY-RATE for each leave hour the balance covers.
    05 TIM-VAC-HOURS          PIC 9(03)V99.
    05 TIM-SICK-HOURS         PIC 9(03)V99.
    *> Worked hours charged to cost centers and projects, for labor
    *> distribution: up to five department/project codes and the hours
    *> worked against each (a blank department is the employee's own
    *> EM-DEPT-CODE; a blank project is none). An hourly employee's
    *> gross is split in proportion to the hours charged out of the
    *> regular and overtime hours worked, and whatever share of the
    *> hours is not charged stays with the home department. Charges
    *> that add up to more than the hours worked are reported and the
    *> whole card's charges ignored. Unused slots are spaces; a card
    *> with none is split by the standing LABDIST percents, if any.
    05 TIM-CHARGE OCCURS 5 TIMES.
        10 TIM-CHG-DEPT-CODE  PIC X(04).
        10 TIM-CHG-PROJECT-CODE PIC X(06).
        10 TIM-CHG-HOURS      PIC 9(03)V99.
