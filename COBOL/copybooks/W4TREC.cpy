    *> W4TREC - withholding election maintenance transaction, read
    *> from W4TRANS by the regular run. One line per W-4 received,
    *> keyed by employee and effective date, the shape W4EREC gives
    *> the W4ELECT master:
    *>   'E' enter an election effective on WT-EFFECTIVE-DATE (the
    *>       employee must be on the master; an election already on
    *>       file for the same date is replaced - a corrected W-4 -
    *>       and every column is taken as keyed, not merged),
    *>   'D' delete the election dated WT-EFFECTIVE-DATE (a W-4
    *>       keyed in error; the election before it is in force
    *>       again).
    *> Filing statuses must be 'S', 'M', 'H' or blank (single); an
    *> exempt election must carry an expiry date after its effective
    *> date - an exemption that never lapses is never renewed.
    05 WT-ACTION-CODE         PIC X(01).
    05 WT-EMP-ID              PIC 9(05).
    05 WT-EFFECTIVE-DATE      PIC 9(08).
    05 WT-FED-FILING-STATUS   PIC X(01).
    05 WT-FED-ALLOWANCES      PIC 9(02).
    05 WT-FED-CREDIT          PIC 9(07)V99.
    05 WT-FED-EXTRA           PIC 9(05)V99.
    05 WT-STATE-FILING-STATUS PIC X(01).
    05 WT-STATE-ALLOWANCES    PIC 9(02).
    05 WT-STATE-CREDIT        PIC 9(07)V99.
    05 WT-STATE-EXTRA         PIC 9(05)V99.
    05 WT-EXEMPT-FLAG         PIC X(01).
    05 WT-EXEMPT-EXPIRY-DATE  PIC 9(08).
