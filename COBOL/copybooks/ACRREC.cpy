    *> ACRREC - month-end accrual control record, a single line the
    *> operator sets in ACRCTL before running the month-end payroll
    *> accrual. The month-end date names the last day of the month
    *> being closed (it must be one - an accrual to the 17th is not a
    *> month-end accrual); the reversing journal is dated the first of
    *> the month after it. The mode follows the payroll run's
    *> convention: 'TRIAL' writes only the accrual report so
    *> accounting can review it, 'LIVE ' also writes the accrual
    *> journal (ACRGL) and its reversal (ACRREV) for import. Like
    *> YECTL there is no default for either field. The wages account
    *> is the accrued-wages liability the salary accrual is credited
    *> to; blank means 21700000. Employer taxes accrue to the
    *> liability account EMPTAX names for each code, the same account
    *> the pay run credits.
    05 ACR-MONTH-END-DATE     PIC 9(08).
    05 ACR-MODE               PIC X(05).
    05 ACR-WAGES-ACCOUNT      PIC X(08).
