    *> LVRREC - leave accrual rate record, read from LVRATES at
    *> initialization. Hours of vacation and sick leave earned per pay
    *> period, by pay frequency ('B'/'M', as EM-PAY-FREQUENCY) and
    *> completed years of service. An employee earns the row for
    *> their frequency with the highest LVR-MIN-YEARS not above their
    *> years of service; no matching row (or no file) earns nothing.
    05 LVR-PAY-FREQUENCY      PIC X(01).
    05 LVR-MIN-YEARS          PIC 9(02).
    05 LVR-VAC-HOURS          PIC 9(02)V99.
    05 LVR-SICK-HOURS         PIC 9(02)V99.
