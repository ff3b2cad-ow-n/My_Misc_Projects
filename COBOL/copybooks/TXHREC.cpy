    *> TXHREC - employer tax history record, appended to the permanent
    *> TAXHIST file by every LIVE payroll run and read by the
    *> QuarterlyTaxReturn program. Three kinds of record, by
    *> TXH-RECORD-TYPE:
    *>   'P' one employee's payment on a pay date: the wages, the
    *>       income tax withheld, and per EMPTAX code the taxable
    *>       wages and employer tax computed on them,
    *>   'R' a reversed payment backed out in the run with that pay
    *>       date: the wages and withholding as negatives (employer
    *>       tax is not refunded on a reversal, so the code slots are
    *>       zero),
    *>   'L' what the run's GL posting credited to each employer tax
    *>       liability account for the pay date (TXH-EMP-ID zero, the
    *>       amount in TXH-TAX-AMOUNT against its code).
    *> The 'P' tax amounts and the 'L' liability amounts for a pay
    *> date must agree; the quarterly return reconciles them.
    05 TXH-RECORD-TYPE        PIC X(01).
    05 TXH-PAY-DATE           PIC 9(08).
    05 TXH-RUN-TYPE           PIC X(01).
    05 TXH-EMP-ID             PIC 9(05).
    05 TXH-GROSS              PIC S9(07)V99.
    05 TXH-FED-TAX            PIC S9(07)V99.
    05 TXH-STATE-TAX          PIC S9(07)V99.
    05 TXH-ERTAX-DETAIL OCCURS 10 TIMES.
        10 TXH-TAX-CODE       PIC X(04).
        10 TXH-TAXABLE        PIC S9(07)V99.
        10 TXH-TAX-AMOUNT     PIC S9(07)V99.
