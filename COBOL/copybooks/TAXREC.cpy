    *> line per authority per effective date, floor zero, the rate
    *> applied to the whole payment. They are effective-dated and
    *> selected exactly like the bracket sets.
    *>
    *> Authorities 'F' and 'S' carry one bracket set per filing
    *> status ('S' single, 'M' married, 'H' head of household; blank
    *> is single, so sets keyed before the column existed are the
    *> single sets). Each status's set is effective-dated on its own.
    *> An employee whose W-4 names a status with no set on file is
    *> withheld on the single set and reported.
    *>
    *> Authorities 'A' (federal) and 'B' (state) carry the annual
    *> amount one W-4 allowance takes off the annualized wages, in
    *> the floor column (the rate is unused): one line per authority
    *> per effective date. No line means allowances are worth zero.
    05 TAX-EFFECTIVE-DATE     PIC 9(08).
    05 TAX-AUTHORITY          PIC X(01).
    05 TAX-BRACKET-FLOOR      PIC 9(09)V99.
    05 TAX-RATE               PIC V999.
    05 TAX-FILING-STATUS      PIC X(01).
