    *> W4EREC - withholding election record, the W-4 an employee has
    *> on file, kept on the indexed W4ELECT master. Keyed by employee
    *> and the date the election takes effect, so a new W-4 can be
    *> entered ahead of its date and the one it replaces stays on
    *> file: the run withholds on the newest election dated on or
    *> before the pay date. An employee with no election on file is
    *> withheld as a single filer with no allowances, credit or extra
    *> amount - how everyone was withheld before elections existed.
    *>   Filing status - 'S' single, 'M' married, 'H' head of
    *>       household (blank is read as 'S'); selects the TAXRATES
    *>       bracket set the annualized wages are taxed through.
    *>   Allowances - each reduces the annualized wages by the
    *>       per-allowance amount in TAXRATES (authority 'A' federal,
    *>       'B' state) before the brackets are applied.
    *>   Credit - an annual dollar credit (dependents and the like)
    *>       taken off the annualized tax, never below zero.
    *>   Extra - a flat amount withheld every regular period on top
    *>       of the computed amount.
    *> An exempt election ('Y') withholds no federal or state income
    *> tax at all, on regular or supplemental pay, until the expiry
    *> date; from the first pay date after it the election withholds
    *> at its filing status again and the lapse is reported on the
    *> exception report every run until a new W-4 is entered.
    05 WE-KEY.
        10 WE-EMP-ID          PIC 9(05).
        10 WE-EFFECTIVE-DATE  PIC 9(08).
    05 WE-FED-FILING-STATUS   PIC X(01).
    05 WE-FED-ALLOWANCES      PIC 9(02).
    05 WE-FED-CREDIT          PIC 9(07)V99.
    05 WE-FED-EXTRA           PIC 9(05)V99.
    05 WE-STATE-FILING-STATUS PIC X(01).
    05 WE-STATE-ALLOWANCES    PIC 9(02).
    05 WE-STATE-CREDIT        PIC 9(07)V99.
    05 WE-STATE-EXTRA         PIC 9(05)V99.
    05 WE-EXEMPT-FLAG         PIC X(01).
    05 WE-EXEMPT-EXPIRY-DATE  PIC 9(08).
