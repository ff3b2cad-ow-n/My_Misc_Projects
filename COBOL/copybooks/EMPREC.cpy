    *> period is not paid this period.
    05 EM-PAY-TYPE            PIC X(01).
    05 EM-HOURLY-RATE         PIC 9(03)V99.
    *> Date the employee was hired (CCYYMMDD), set by the maintenance
    *> ADD. Leave accrual measures years of service from it. Zero or
    *> blank (master records that predate the column) counts as no
    *> completed years of service, which earns the entry-level rate.
    05 EM-HIRE-DATE           PIC 9(08).
    *> Employment status: 'A' active, 'I' inactive - terminated by a
    *> maintenance TERMINATE, which no longer deletes the record, so
    *> a former employee's name and department stay on file for the
    *> supplemental final-pay run, year-end statements and any
    *> correction that names them. Blank (records that predate the
    *> column) is active. The pay scan passes inactive employees by;
    *> a maintenance REHIRE makes the record active again under the
    *> same id, YTD, leave and pay history intact.
    05 EM-STATUS              PIC X(01).
    *> Date and reason of the most recent termination. A rehire
    *> leaves them in place as the record of the last separation.
    05 EM-TERM-DATE           PIC 9(08).
    05 EM-TERM-REASON         PIC X(20).
    *> Date of the most recent rehire; zero if never rehired.
    *> EM-HIRE-DATE stays the original hire date.
    05 EM-REHIRE-DATE         PIC 9(08).
    *> Last known mailing address, set by the maintenance ADD and kept
    *> current by CHANGE/REHIRE. Payroll itself mails nothing, but an
    *> uncashed check does: the escheatment due-diligence letter goes
    *> here, and the state's unclaimed-property report names it as the
    *> owner's address. Blank (records that predate the columns) means
    *> no address on file.
    05 EM-ADDRESS-LINE-1      PIC X(30).
    05 EM-ADDRESS-LINE-2      PIC X(30).
    05 EM-CITY                PIC X(20).
    05 EM-STATE               PIC X(02).
    05 EM-ZIP-CODE            PIC X(10).
