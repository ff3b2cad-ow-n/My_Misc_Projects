    *> UPRREC - state unclaimed property report record, written to
    *> ESCUPR by a LIVE CheckEscheatment run for filing with the state
    *> the company reports to. Two kinds of record, by UPR-RECORD-TYPE:
    *>   'D' one escheated check: the payee as the owner, at the last
    *>       known address on the employee master, the check's issue
    *>       date as the owner's last contact, the date the
    *>       due-diligence letter went out, and the amount
    *>       (UPR-PROPERTY-COUNT is 1),
    *>   'T' the report total, last: UPR-OWNER-NAME is the holder's
    *>       name, UPR-PROPERTY-COUNT the number of 'D' records and
    *>       UPR-AMOUNT their total - the amount remitted with the
    *>       report. The owner address and check fields are blank/zero.
    *> UPR-PROPERTY-TYPE is the standard unclaimed property code for
    *> uncashed wages, PY01.
    05 UPR-RECORD-TYPE        PIC X(01).
    05 UPR-HOLDER-ID          PIC X(12).
    05 UPR-STATE-CODE         PIC X(02).
    05 UPR-REPORT-DATE        PIC 9(08).
    05 UPR-PROPERTY-TYPE      PIC X(04).
    05 UPR-CHECK-NUMBER       PIC 9(06).
    05 UPR-EMP-ID             PIC 9(05).
    05 UPR-OWNER-NAME         PIC X(36).
    05 UPR-OWNER-ADDRESS-1    PIC X(30).
    05 UPR-OWNER-ADDRESS-2    PIC X(30).
    05 UPR-OWNER-CITY         PIC X(20).
    05 UPR-OWNER-STATE        PIC X(02).
    05 UPR-OWNER-ZIP-CODE     PIC X(10).
    05 UPR-LAST-CONTACT-DATE  PIC 9(08).
    05 UPR-NOTICE-DATE        PIC 9(08).
    05 UPR-AMOUNT             PIC 9(09)V99.
    05 UPR-PROPERTY-COUNT     PIC 9(05).
