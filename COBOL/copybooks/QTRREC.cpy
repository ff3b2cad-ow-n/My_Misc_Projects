    *> QTRREC - quarterly return control record, a single line the
    *> operator sets in QTRCTL before running the quarterly employer
    *> tax return. The tax year and quarter (1-4) name the three
    *> months whose pay dates the return covers; like YECTL there is
    *> no default for either - filing the wrong quarter is the mistake
    *> this record exists to prevent. The state tax code names the
    *> EMPTAX code the state unemployment wage detail is reported
    *> under (blank means SUTA), and the state account number is
    *> printed on that report's heading for the state's filing.
    05 QT-TAX-YEAR            PIC 9(04).
    05 QT-QUARTER             PIC 9(01).
    05 QT-STATE-TAX-CODE      PIC X(04).
    05 QT-STATE-ACCOUNT       PIC X(12).
