    *> ESCREC - escheatment control record, a single line the operator
    *> sets in ESCCTL before running CheckEscheatment. The mode follows
    *> the payroll run's convention: 'TRIAL' lists what the run would
    *> do and changes nothing; 'LIVE ' mails the letters, updates the
    *> check register and writes the state report, GL entry and
    *> remittance. The as-of date is the date the run acts on (zero
    *> means the run date). The dormancy period (whole months from
    *> the check's issue date) and the waiting period (days from the
    *> due-diligence letter to escheatment) are the reporting state's
    *> rules and have no default - both must be set. The state code,
    *> holder id and holder name identify the company on the state's
    *> unclaimed property report. The liability account is the
    *> unclaimed wages payable the escheated amount moves to; blank
    *> means 21800000.
    05 ESC-MODE               PIC X(05).
    05 ESC-AS-OF-DATE         PIC 9(08).
    05 ESC-DORMANCY-MONTHS    PIC 9(03).
    05 ESC-WAITING-DAYS       PIC 9(03).
    05 ESC-STATE-CODE         PIC X(02).
    05 ESC-HOLDER-ID          PIC X(12).
    05 ESC-HOLDER-NAME        PIC X(30).
    05 ESC-LIABILITY-ACCOUNT  PIC X(08).
