    *> LVEREC - leave balance master record, one per employee, keyed
    *> by LV-EMP-ID on the indexed LEAVE-MASTER file. Created by the
    *> first regular run that pays the employee and updated by every
    *> regular run after: the period's accrual (from LVRATES by pay
    *> frequency and years of service) is added and the timecard's
    *> vacation/sick hours are taken off. Balances never go negative;
    *> hours requested beyond the balance are reported as overdrafts
    *> and not paid.
    05 LV-EMP-ID              PIC 9(05).
    05 LV-VAC-BALANCE         PIC S9(05)V99.
    05 LV-SICK-BALANCE        PIC S9(05)V99.
    *> Pay date of the last period posted and what that posting
    *> accrued and took. A rerun of the same pay date (restart after
    *> an abend, or a TRIAL followed by the LIVE run) backs these out
    *> of the balance first, so a period is never posted twice.
    05 LV-LAST-PAY-DATE       PIC 9(08).
    05 LV-VAC-ACCRUED         PIC S9(03)V99.
    05 LV-VAC-TAKEN           PIC S9(03)V99.
    05 LV-SICK-ACCRUED        PIC S9(03)V99.
    05 LV-SICK-TAKEN          PIC S9(03)V99.
