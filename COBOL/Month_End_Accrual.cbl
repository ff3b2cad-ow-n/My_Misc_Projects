        IDENTIFICATION DIVISION.
        PROGRAM-ID. MonthEndAccrual.
*> Accrues the payroll expense for days worked in a month but not
*> yet paid at its end, for the month-end named in ACRCTL (ACRREC).
*> Pay periods don't line up with month-end, so without this the
*> wages and employer taxes for the month's last few days land in
*> the next month's books when the cycle that covers them pays.
*> For every active employee on EMPMAST, and every terminated one
*> whose termination date falls after their last pay date (their
*> final pay goes out later, on a supplemental run):
*>   - the pay calendar (PAYCAL) for the employee's frequency gives
*>     the last pay date on or before month-end (the end of the last
*>     paid period - a period is paid on the date it ends) and the
*>     next pay date after it (the end of the period month-end falls
*>     in);
*>   - the days from the last paid period end through month-end, as
*>     a share of that period's days, take the same share of the
*>     employee's period gross: salary over periods per year, or for
*>     hourly staff the hourly rate over the standard 2080-hour year
*>     (no timecard exists yet for days not paid). Someone hired or
*>     rehired inside the unpaid stretch accrues from that date, and
*>     someone terminated accrues only through the earlier of their
*>     termination date and month-end - nothing at all once the
*>     pay history (PAYHIST) shows their final pay dated inside the
*>     unpaid stretch;
*>   - each EMPTAX code in force at month-end applies its rate to the
*>     accrued wages, up to what is left under its annual wage cap
*>     after the year-to-date gross already on YTDMAST.
*> Each employee's accrued wages and employer taxes are split over
*> the cost centers and projects their standing labor distribution
*> (LABDIST) charges, as the pay run splits salaried pay, so the
*> accrual, its reversal and the real payroll posting all hit the
*> same department and project; with no valid LABDIST set it all
*> goes to the home department. Everything accrued is totalled by
*> cost center and project. Three outputs:
*>   1. ACRRPT - the accrual report: each employee's accrual, the
*>      department and tax code totals, and the journal lines with
*>      their balance proof - what accounting reviews.
*>   2. ACRGL  - the accrual journal in the GLREC layout, dated
*>      month-end: salary and employer-tax expense debited by
*>      cost center and project, accrued wages and each code's
*>      liability credited.
*>   3. ACRREV - the same lines with debits and credits exchanged,
*>      dated the first of the next month, so that when the pay run
*>      books the real payroll the accrual has already been taken
*>      back out and nothing is counted twice.
*> GLREC carries no date; each line's description starts with the
*> journal's effective date ('ACCR ccyymmdd' or 'RVSL ccyymmdd') so
*> the import posts it to the right month. Both journals are proved
*> in balance before either file is opened. A TRIAL run writes the
*> report alone; LIVE writes the two journals as well.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ACCRUAL-CONTROL ASSIGN TO "ACRCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCRUAL-CONTROL-STATUS.

            SELECT PAY-CALENDAR ASSIGN TO "PAYCAL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PAY-CALENDAR-STATUS.

            SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EM-EMP-ID
                FILE STATUS IS WS-EMP-MASTER-STATUS.

            SELECT YTD-MASTER ASSIGN TO "YTDMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS YT-EMP-ID
                FILE STATUS IS WS-YTD-MASTER-STATUS.

            SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAY-HISTORY-STATUS.

            SELECT EMPLOYER-TAX-RATES ASSIGN TO "EMPTAX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMPLOYER-TAX-STATUS.

            SELECT LABOR-DISTRIBUTION ASSIGN TO "LABDIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LABOR-DIST-STATUS.

            SELECT ACCRUAL-REPORT ASSIGN TO "ACRRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCRUAL-REPORT-STATUS.

            SELECT ACCRUAL-JOURNAL ASSIGN TO "ACRGL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ACCRUAL-JOURNAL-STATUS.

            SELECT REVERSAL-JOURNAL ASSIGN TO "ACRREV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REVERSAL-JOURNAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ACCRUAL-CONTROL.
        01 ACCRUAL-CONTROL-RECORD.
            COPY ACRREC.

        FD  PAY-CALENDAR.
        01 PAY-CALENDAR-RECORD.
            COPY CALREC.

        FD  EMPLOYEE-MASTER.
        01 EMPLOYEE-MASTER-RECORD.
            COPY EMPREC.

        FD  YTD-MASTER.
        01 YTD-MASTER-RECORD.
            COPY YTDREC.

        FD  PAY-HISTORY.
        01 PAY-HISTORY-RECORD.
            COPY PHREC.

        FD  EMPLOYER-TAX-RATES.
        01 EMPLOYER-TAX-RATE-RECORD.
            COPY ERTREC.

        FD  LABOR-DISTRIBUTION.
        01 LABOR-DISTRIBUTION-RECORD.
            COPY LDSREC.

        FD  ACCRUAL-REPORT.
        01 ACCRUAL-REPORT-RECORD       PIC X(80).

        FD  ACCRUAL-JOURNAL.
        01 ACCRUAL-JOURNAL-RECORD      PIC X(64).

        FD  REVERSAL-JOURNAL.
        01 REVERSAL-JOURNAL-RECORD     PIC X(64).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUSES.
            05 WS-ACCRUAL-CONTROL-STATUS   PIC X(2) VALUE '00'.
            05 WS-PAY-CALENDAR-STATUS      PIC X(2) VALUE '00'.
            05 WS-EMP-MASTER-STATUS        PIC X(2) VALUE '00'.
            05 WS-YTD-MASTER-STATUS        PIC X(2) VALUE '00'.
            05 WS-PAY-HISTORY-STATUS       PIC X(2) VALUE '00'.
            05 WS-EMPLOYER-TAX-STATUS      PIC X(2) VALUE '00'.
            05 WS-LABOR-DIST-STATUS        PIC X(2) VALUE '00'.
            05 WS-ACCRUAL-REPORT-STATUS    PIC X(2) VALUE '00'.
            05 WS-ACCRUAL-JOURNAL-STATUS   PIC X(2) VALUE '00'.
            05 WS-REVERSAL-JOURNAL-STATUS  PIC X(2) VALUE '00'.

        01 WS-ACCRUAL-CONTROLS.
            05 WS-ACCRUAL-MODE       PIC X(5) VALUE SPACES.
            05 WS-WAGES-ACCOUNT      PIC X(8) VALUE SPACES.
            05 WS-MONTH-END-DATE     PIC 9(8) VALUE 0.
            05 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
                10 WS-MONTH-END-YEAR PIC 9(4).
                10 WS-MONTH-END-MM   PIC 9(2).
                10 WS-MONTH-END-DD   PIC 9(2).
            05 WS-REVERSAL-DATE      PIC 9(8) VALUE 0.
            05 WS-REVERSAL-PARTS REDEFINES WS-REVERSAL-DATE.
                10 WS-REVERSAL-YEAR  PIC 9(4).
                10 WS-REVERSAL-MM    PIC 9(2).
                10 WS-REVERSAL-DD    PIC 9(2).
            05 WS-MONTH-END-DAY-NUMBER PIC 9(7) VALUE 0.
            05 WS-REVERSAL-DAY-NUMBER  PIC 9(7) VALUE 0.
            05 WS-YTD-PRESENT-FLAG   PIC X(1) VALUE 'N'.
            05 WS-PAYHIST-PRESENT-FLAG PIC X(1) VALUE 'N'.

        01 WS-ACCRUAL-COUNTS.
            05 WS-MASTER-COUNT       PIC 9(5) VALUE 0.
            05 WS-INACTIVE-COUNT     PIC 9(5) VALUE 0.
            05 WS-NOT-STARTED-COUNT  PIC 9(5) VALUE 0.
            05 WS-PAID-THROUGH-COUNT PIC 9(5) VALUE 0.
            05 WS-ACCRUED-COUNT      PIC 9(5) VALUE 0.
            05 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
            05 WS-JOURNAL-LINE-COUNT PIC 9(5) VALUE 0.

*> The whole pay calendar, every frequency. An employee's bracket is
*> the latest pay date of their frequency on or before month-end and
*> the earliest one after it.
        01 WS-CALENDAR-TABLE.
            05 WS-CAL-COUNT          PIC 9(3) VALUE 0.
            05 WS-CAL-INDEX          PIC 9(3) VALUE 0.
            05 WS-CAL-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON WS-CAL-COUNT.
                10 WS-CAL-FREQUENCY      PIC X(1).
                10 WS-CAL-PAY-DATE       PIC 9(8).
                10 WS-CAL-PPY            PIC 9(2).

*> The employer taxes in force at month-end: per code, the newest
*> EMPTAX entry effective on or before it, and the month's accrued
*> total the code's liability is credited with.
        01 WS-ERTAX-TABLE.
            05 WS-ERTAX-COUNT        PIC 9(2) VALUE 0.
            05 WS-ERTAX-INDEX        PIC 9(2) VALUE 0.
            05 WS-ERTAX-FOUND-INDEX  PIC 9(2) VALUE 0.
            05 WS-ERTAX-ENTRY OCCURS 10 TIMES.
                10 WS-ERTAX-CODE       PIC X(4).
                10 WS-ERTAX-EFF-DATE   PIC 9(8).
                10 WS-ERTAX-RATE       PIC V9(5).
                10 WS-ERTAX-CAP        PIC 9(9)V99.
                10 WS-ERTAX-EXP-ACCT   PIC X(8).
                10 WS-ERTAX-LIAB-ACCT  PIC X(8).
                10 WS-ERTAX-TOTAL      PIC S9(11)V99.

*> The standing labor distribution, every employee's lines, loaded
*> from LABDIST as the pay run loads it.
        01 WS-LABOR-DIST-TABLE.
            05 WS-LDS-COUNT          PIC 9(3) VALUE 0.
            05 WS-LDS-INDEX          PIC 9(3) VALUE 0.
            05 WS-LDS-EMP-ROWS       PIC 9(3) VALUE 0.
            05 WS-LDS-EMP-PERCENT    PIC 9(5)V99 VALUE 0.
            05 WS-LDS-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-LDS-COUNT.
                10 WS-LDS-EMP-ID       PIC 9(5).
                10 WS-LDS-DEPT-CODE    PIC X(4).
                10 WS-LDS-PROJECT-CODE PIC X(6).
                10 WS-LDS-PERCENT      PIC 9(3)V99.

*> One employee's accrual cut into cost center/project slices, the
*> last slice taking the rounding so the slices add up to the
*> employee's wages and taxes to the penny.
        01 WS-ACCRUAL-SLICES.
            05 WS-SLICE-COUNT        PIC 9(2) VALUE 0.
            05 WS-SLICE-INDEX        PIC 9(2) VALUE 0.
            05 WS-SLICE-ALLOCATED    PIC S9(7)V99 VALUE 0.
            05 WS-SLICE-ENTRY OCCURS 10 TIMES.
                10 WS-SLICE-DEPT-CODE    PIC X(4).
                10 WS-SLICE-PROJECT-CODE PIC X(6).
                10 WS-SLICE-PERCENT      PIC 9(3)V99.
                10 WS-SLICE-WAGES        PIC S9(7)V99.
                10 WS-SLICE-DEPT-INDEX   PIC 9(3).

*> Accrued wages and employer taxes by cost center and project -
*> the expense side of the journal.
        01 WS-DEPT-TABLE.
            05 WS-DEPT-COUNT         PIC 9(3) VALUE 0.
            05 WS-DEPT-INDEX         PIC 9(3) VALUE 0.
            05 WS-DEPT-FOUND-INDEX   PIC 9(3) VALUE 0.
            05 WS-DEPT-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON WS-DEPT-COUNT.
                10 WS-DEPT-CODE          PIC X(4).
                10 WS-DEPT-PROJECT-CODE  PIC X(6).
                10 WS-DEPT-EMPLOYEES     PIC 9(5).
                10 WS-DEPT-WAGES         PIC S9(11)V99.
                10 WS-DEPT-ERTAX-TOTAL   PIC S9(11)V99.
                10 WS-DEPT-ERTAX         PIC S9(11)V99 OCCURS 10 TIMES.

*> One employee's accrual, worked out by ACCRUE-ONE-EMPLOYEE.
        01 WS-EMPLOYEE-ACCRUAL.
            05 WS-ACR-FREQUENCY      PIC X(1) VALUE SPACES.
            05 WS-ACR-LAST-PAY-DATE  PIC 9(8) VALUE 0.
            05 WS-ACR-NEXT-PAY-DATE  PIC 9(8) VALUE 0.
            05 WS-ACR-PPY            PIC 9(2) VALUE 0.
            05 WS-ACR-START-DATE     PIC 9(8) VALUE 0.
            05 WS-ACR-END-DATE       PIC 9(8) VALUE 0.
            05 WS-ACR-END-DAY-NUMBER PIC 9(7) VALUE 0.
            05 WS-ACR-OWED-FLAG      PIC X(1) VALUE 'N'.
            05 WS-ACR-FINAL-PAY-FLAG PIC X(1) VALUE 'N'.
            05 WS-ACR-LAST-DAY-NUMBER  PIC 9(7) VALUE 0.
            05 WS-ACR-NEXT-DAY-NUMBER  PIC 9(7) VALUE 0.
            05 WS-ACR-BASE-DAY-NUMBER  PIC 9(7) VALUE 0.
            05 WS-ACR-PERIOD-DAYS    PIC 9(3) VALUE 0.
            05 WS-ACR-ACCRUED-DAYS   PIC 9(3) VALUE 0.
            05 WS-ACR-PERIOD-GROSS   PIC S9(7)V99 VALUE 0.
            05 WS-ACR-WAGES          PIC S9(7)V99 VALUE 0.
            05 WS-ACR-PRIOR-GROSS    PIC S9(9)V99 VALUE 0.
            05 WS-ACR-TAXABLE        PIC S9(9)V99 VALUE 0.
            05 WS-ACR-TAX-AMOUNT     PIC S9(7)V99 VALUE 0.
            05 WS-ACR-SLICE-TAX      PIC S9(7)V99 VALUE 0.
            05 WS-ACR-ERTAX-TOTAL    PIC S9(7)V99 VALUE 0.
            05 WS-ACR-EXCEPTION      PIC X(44) VALUE SPACES.
            05 WS-ACR-STANDARD-HOURS PIC 9(4) VALUE 2080.

        01 WS-ACCRUAL-TOTALS.
            05 WS-TOTAL-WAGES        PIC S9(11)V99 VALUE 0.
            05 WS-TOTAL-ERTAX        PIC S9(11)V99 VALUE 0.
            05 WS-JOURNAL-DEBITS     PIC S9(11)V99 VALUE 0.
            05 WS-JOURNAL-CREDITS    PIC S9(11)V99 VALUE 0.

*> One journal line as built by EMIT-JOURNAL-LINE: the account,
*> department and project, amount and natural side ('D' or 'C') of the accrual,
*> and the tail of the description after the dated prefix. The
*> target says where the line goes - 'P' printed on the report as
*> the accrual, 'A' written to ACRGL, 'R' written to ACRREV with its
*> side exchanged.
        01 WS-JOURNAL-FIELDS.
            05 WS-JNL-TARGET         PIC X(1) VALUE SPACES.
            05 WS-JNL-ACCOUNT        PIC X(8) VALUE SPACES.
            05 WS-JNL-DEPT-CODE      PIC X(4) VALUE SPACES.
            05 WS-JNL-PROJECT-CODE   PIC X(6) VALUE SPACES.
            05 WS-JNL-AMOUNT         PIC S9(11)V99 VALUE 0.
            05 WS-JNL-SIDE           PIC X(1) VALUE SPACES.
            05 WS-JNL-TEXT           PIC X(10) VALUE SPACES.
            05 WS-JNL-PREFIX         PIC X(4) VALUE SPACES.
            05 WS-JNL-DATE           PIC 9(8) VALUE 0.

        01 WS-JOURNAL-LINE.
            COPY GLREC REPLACING LEADING ==GL== BY ==WS-GL==.

        01 WS-DAY-NUMBER-FIELDS.
            05 WS-DAYNUM-DATE        PIC 9(8) VALUE 0.
            05 WS-DAYNUM-DATE-SPLIT REDEFINES WS-DAYNUM-DATE.
                10 WS-DAYNUM-YEAR    PIC 9(4).
                10 WS-DAYNUM-MM      PIC 9(2).
                10 WS-DAYNUM-DD      PIC 9(2).
            05 WS-DAYNUM-Y           PIC 9(4) VALUE 0.
            05 WS-DAYNUM-MP          PIC 9(2) VALUE 0.
            05 WS-DAYNUM-Q4          PIC 9(4) VALUE 0.
            05 WS-DAYNUM-Q100        PIC 9(4) VALUE 0.
            05 WS-DAYNUM-Q400        PIC 9(4) VALUE 0.
            05 WS-DAYNUM-MONTH-DAYS  PIC 9(4) VALUE 0.
            05 WS-DAYNUM-RESULT      PIC 9(7) VALUE 0.

        01 WS-RUN-DATE               PIC 9(8) VALUE 0.
        01 WS-EMP-NAME               PIC X(36) VALUE SPACES.
        01 WS-PRINT-LINE             PIC X(80) VALUE SPACES.
        01 WS-DAYS-DISPLAY           PIC ZZ9.
        01 WS-COUNT-DISPLAY          PIC ZZZZ9.
        01 WS-RATE-DISPLAY           PIC .99999.
        01 WS-AMOUNT-DISPLAY         PIC -9(9).99.
        01 WS-TOTAL-DISPLAY          PIC -9(11).99.

        PROCEDURE DIVISION.

        INITIALIZATION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM READ-ACCRUAL-CONTROL.
            PERFORM LOAD-PAY-CALENDAR.
            PERFORM LOAD-EMPLOYER-TAX-RATES.
            PERFORM LOAD-LABOR-DISTRIBUTION.

            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-EMP-MASTER-STATUS NOT = '00'
                DISPLAY 'Unable to open EMPLOYEE-MASTER, status ' WS-EMP-MASTER-STATUS
                STOP RUN
            END-IF.
*> No YTDMAST yet (the first month of a new system) just means no
*> one has wages toward any cap.
            OPEN INPUT YTD-MASTER.
            IF WS-YTD-MASTER-STATUS = '35'
                DISPLAY 'No YTDMAST file present, no wages toward any wage cap'
            ELSE
                IF WS-YTD-MASTER-STATUS NOT = '00'
                    DISPLAY 'Unable to open YTD-MASTER, status ' WS-YTD-MASTER-STATUS
                    STOP RUN
                END-IF
                MOVE 'Y' TO WS-YTD-PRESENT-FLAG
            END-IF.
*> Likewise no PAYHIST: no final pay on record for anyone.
            OPEN INPUT PAY-HISTORY.
            IF WS-PAY-HISTORY-STATUS = '35'
                DISPLAY 'No PAYHIST file present, no final pay on record'
            ELSE
                IF WS-PAY-HISTORY-STATUS NOT = '00'
                    DISPLAY 'Unable to open PAY-HISTORY, status ' WS-PAY-HISTORY-STATUS
                    STOP RUN
                END-IF
                MOVE 'Y' TO WS-PAYHIST-PRESENT-FLAG
            END-IF.

            OPEN OUTPUT ACCRUAL-REPORT.
            IF WS-ACCRUAL-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open ACCRUAL-REPORT, status ' WS-ACCRUAL-REPORT-STATUS
                STOP RUN
            END-IF.
            PERFORM WRITE-REPORT-HEADING.

        MAIN-LOGIC.
            PERFORM ACCRUE-ACTIVE-EMPLOYEES.
            CLOSE EMPLOYEE-MASTER.
            IF WS-YTD-PRESENT-FLAG = 'Y'
                CLOSE YTD-MASTER
            END-IF.
            IF WS-PAYHIST-PRESENT-FLAG = 'Y'
                CLOSE PAY-HISTORY
            END-IF.

            PERFORM PROVE-JOURNAL-BALANCE.
            PERFORM WRITE-REPORT-SUMMARY.
            PERFORM WRITE-REPORT-JOURNAL.
            IF WS-ACCRUAL-MODE = 'LIVE '
                PERFORM WRITE-ACCRUAL-JOURNALS
            END-IF.
            PERFORM WRITE-REPORT-TRAILER.
            CLOSE ACCRUAL-REPORT.

            DISPLAY 'Month-end accrual for ' WS-MONTH-END-DATE ' (' WS-ACCRUAL-MODE
                ') complete: ' WS-ACCRUED-COUNT ' employees accrued, '
                WS-JOURNAL-LINE-COUNT ' journal lines'.
            IF WS-EXCEPTION-COUNT > 0
                DISPLAY 'ACCRUAL EXCEPTIONS: ' WS-EXCEPTION-COUNT
                    ' employees not accrued (see ACRRPT)'
            END-IF.
            STOP RUN.

*> The month-end is named, never derived from the run date - the
*> accrual for a month is booked in the first days of the next one.
*> The first of the following month is worked out here, and the two
*> dates being exactly one day apart is what proves the date named
*> really is a month-end (leap years included).
        READ-ACCRUAL-CONTROL.
            OPEN INPUT ACCRUAL-CONTROL.
            IF WS-ACCRUAL-CONTROL-STATUS NOT = '00'
                DISPLAY 'Unable to open ACCRUAL-CONTROL, status ' WS-ACCRUAL-CONTROL-STATUS
                STOP RUN
            END-IF.
            READ ACCRUAL-CONTROL
                AT END
                    DISPLAY 'ACCRUAL-CONTROL file is empty'
                    STOP RUN
            END-READ.
            IF ACR-MONTH-END-DATE NOT NUMERIC OR ACR-MONTH-END-DATE = 0
                DISPLAY 'ACR-MONTH-END-DATE must be set'
                STOP RUN
            END-IF.
            IF ACR-MODE NOT = 'TRIAL' AND ACR-MODE NOT = 'LIVE '
                DISPLAY 'Unrecognized ACR-MODE: ' ACR-MODE
                STOP RUN
            END-IF.
            MOVE ACR-MONTH-END-DATE TO WS-MONTH-END-DATE.
            MOVE ACR-MODE TO WS-ACCRUAL-MODE.
            IF ACR-WAGES-ACCOUNT = SPACES
                MOVE '21700000' TO WS-WAGES-ACCOUNT
            ELSE
                MOVE ACR-WAGES-ACCOUNT TO WS-WAGES-ACCOUNT
            END-IF.
            CLOSE ACCRUAL-CONTROL.

            IF WS-MONTH-END-MM < 1 OR WS-MONTH-END-MM > 12
                DISPLAY 'ACR-MONTH-END-DATE ' WS-MONTH-END-DATE ' is not a valid date'
                STOP RUN
            END-IF.
            IF WS-MONTH-END-MM = 12
                COMPUTE WS-REVERSAL-YEAR = WS-MONTH-END-YEAR + 1
                MOVE 1 TO WS-REVERSAL-MM
            ELSE
                MOVE WS-MONTH-END-YEAR TO WS-REVERSAL-YEAR
                COMPUTE WS-REVERSAL-MM = WS-MONTH-END-MM + 1
            END-IF.
            MOVE 1 TO WS-REVERSAL-DD.
            MOVE WS-MONTH-END-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-MONTH-END-DAY-NUMBER.
            MOVE WS-REVERSAL-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-REVERSAL-DAY-NUMBER.
            IF WS-REVERSAL-DAY-NUMBER NOT = WS-MONTH-END-DAY-NUMBER + 1
                DISPLAY 'ACR-MONTH-END-DATE ' WS-MONTH-END-DATE
                    ' is not the last day of a month'
                STOP RUN
            END-IF.
            DISPLAY 'Accruing payroll for month ending ' WS-MONTH-END-DATE
                ', reversal dated ' WS-REVERSAL-DATE.

*> Every frequency's periods, in file order. Without a calendar no
*> employee's unpaid days can be placed, so there is nothing to do.
        LOAD-PAY-CALENDAR.
            OPEN INPUT PAY-CALENDAR.
            IF WS-PAY-CALENDAR-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-CALENDAR, status ' WS-PAY-CALENDAR-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-PAY-CALENDAR-RECORD
            PERFORM UNTIL WS-PAY-CALENDAR-STATUS = '10'
                IF WS-CAL-COUNT >= 200
                    DISPLAY 'PAYCAL exceeds the 200-entry table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-CAL-COUNT
                MOVE CAL-PAY-FREQUENCY    TO WS-CAL-FREQUENCY(WS-CAL-COUNT)
                MOVE CAL-PAY-DATE         TO WS-CAL-PAY-DATE(WS-CAL-COUNT)
                MOVE CAL-PERIODS-PER-YEAR TO WS-CAL-PPY(WS-CAL-COUNT)
                PERFORM READ-PAY-CALENDAR-RECORD
            END-PERFORM.
            CLOSE PAY-CALENDAR.
            MOVE '00' TO WS-PAY-CALENDAR-STATUS.

        READ-PAY-CALENDAR-RECORD.
            READ PAY-CALENDAR
                AT END MOVE '10' TO WS-PAY-CALENDAR-STATUS
            END-READ.

*> The rates the pay run would use on a pay date of month-end: per
*> code, the newest entry effective on or before it. No EMPTAX file
*> means wages are accrued with no employer taxes, as the pay run
*> itself would compute none.
        LOAD-EMPLOYER-TAX-RATES.
            OPEN INPUT EMPLOYER-TAX-RATES.
            IF WS-EMPLOYER-TAX-STATUS = '35'
                DISPLAY 'No EMPTAX file present, no employer taxes accrued'
                EXIT PARAGRAPH
            END-IF.
            IF WS-EMPLOYER-TAX-STATUS NOT = '00'
                DISPLAY 'Unable to open EMPLOYER-TAX-RATES, status ' WS-EMPLOYER-TAX-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-EMPLOYER-TAX-RECORD
            PERFORM UNTIL WS-EMPLOYER-TAX-STATUS = '10'
                IF ERT-EFFECTIVE-DATE <= WS-MONTH-END-DATE
                    PERFORM SELECT-EMPLOYER-TAX-ENTRY
                END-IF
                PERFORM READ-EMPLOYER-TAX-RECORD
            END-PERFORM.
            CLOSE EMPLOYER-TAX-RATES.
            MOVE '00' TO WS-EMPLOYER-TAX-STATUS.

        READ-EMPLOYER-TAX-RECORD.
            READ EMPLOYER-TAX-RATES
                AT END MOVE '10' TO WS-EMPLOYER-TAX-STATUS
            END-READ.

        SELECT-EMPLOYER-TAX-ENTRY.
            MOVE 0 TO WS-ERTAX-FOUND-INDEX.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                IF WS-ERTAX-CODE(WS-ERTAX-INDEX) = ERT-TAX-CODE
                    MOVE WS-ERTAX-INDEX TO WS-ERTAX-FOUND-INDEX
                END-IF
            END-PERFORM.
            IF WS-ERTAX-FOUND-INDEX = 0
                IF WS-ERTAX-COUNT >= 10
                    DISPLAY 'EMPTAX exceeds the 10-tax table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-ERTAX-COUNT
                MOVE WS-ERTAX-COUNT TO WS-ERTAX-FOUND-INDEX
                MOVE ERT-TAX-CODE TO WS-ERTAX-CODE(WS-ERTAX-FOUND-INDEX)
                MOVE 0 TO WS-ERTAX-EFF-DATE(WS-ERTAX-FOUND-INDEX)
                MOVE 0 TO WS-ERTAX-TOTAL(WS-ERTAX-FOUND-INDEX)
            END-IF.
            IF ERT-EFFECTIVE-DATE > WS-ERTAX-EFF-DATE(WS-ERTAX-FOUND-INDEX)
                MOVE ERT-EFFECTIVE-DATE TO WS-ERTAX-EFF-DATE(WS-ERTAX-FOUND-INDEX)
                MOVE ERT-RATE           TO WS-ERTAX-RATE(WS-ERTAX-FOUND-INDEX)
                MOVE ERT-WAGE-CAP       TO WS-ERTAX-CAP(WS-ERTAX-FOUND-INDEX)
                MOVE ERT-EXPENSE-ACCT   TO WS-ERTAX-EXP-ACCT(WS-ERTAX-FOUND-INDEX)
                MOVE ERT-LIABILITY-ACCT TO WS-ERTAX-LIAB-ACCT(WS-ERTAX-FOUND-INDEX)
            END-IF.

*> A missing LABDIST file is normal - everyone's accrual is charged
*> to their own department. A file larger than the table is a hard
*> stop, as in the pay run: a dropped line would leave that
*> employee's percents short of 100 and move the whole accrual back
*> to the home department.
        LOAD-LABOR-DISTRIBUTION.
            MOVE 0 TO WS-LDS-COUNT.
            OPEN INPUT LABOR-DISTRIBUTION.
            IF WS-LABOR-DIST-STATUS = '35'
                DISPLAY 'No LABDIST file present, accrual charged to home departments'
                EXIT PARAGRAPH
            END-IF.
            IF WS-LABOR-DIST-STATUS NOT = '00'
                DISPLAY 'Unable to open LABOR-DISTRIBUTION, status ' WS-LABOR-DIST-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-LABOR-DISTRIBUTION-RECORD
            PERFORM UNTIL WS-LABOR-DIST-STATUS = '10'
                IF WS-LDS-COUNT >= 500
                    DISPLAY 'LABDIST exceeds the 500-line table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-LDS-COUNT
                MOVE LDS-EMP-ID       TO WS-LDS-EMP-ID(WS-LDS-COUNT)
                MOVE LDS-DEPT-CODE    TO WS-LDS-DEPT-CODE(WS-LDS-COUNT)
                MOVE LDS-PROJECT-CODE TO WS-LDS-PROJECT-CODE(WS-LDS-COUNT)
                IF LDS-PERCENT NUMERIC
                    MOVE LDS-PERCENT TO WS-LDS-PERCENT(WS-LDS-COUNT)
                ELSE
                    MOVE 0 TO WS-LDS-PERCENT(WS-LDS-COUNT)
                END-IF
                PERFORM READ-LABOR-DISTRIBUTION-RECORD
            END-PERFORM.
            CLOSE LABOR-DISTRIBUTION.
            MOVE '00' TO WS-LABOR-DIST-STATUS.

        READ-LABOR-DISTRIBUTION-RECORD.
            READ LABOR-DISTRIBUTION
                AT END MOVE '10' TO WS-LABOR-DIST-STATUS
            END-READ.

        ACCRUE-ACTIVE-EMPLOYEES.
            MOVE 0 TO EM-EMP-ID.
            START EMPLOYEE-MASTER KEY IS NOT LESS THAN EM-EMP-ID
                INVALID KEY
                    MOVE '10' TO WS-EMP-MASTER-STATUS
            END-START.
            PERFORM READ-EMPLOYEE-MASTER-NEXT
            PERFORM UNTIL WS-EMP-MASTER-STATUS = '10'
                ADD 1 TO WS-MASTER-COUNT
                IF EM-STATUS = 'I'
                    PERFORM CHECK-TERMINATED-OWED
                    IF WS-ACR-OWED-FLAG = 'Y'
                        PERFORM ACCRUE-ONE-EMPLOYEE
                    ELSE
                        ADD 1 TO WS-INACTIVE-COUNT
                    END-IF
                ELSE
                    PERFORM ACCRUE-ONE-EMPLOYEE
                END-IF
                PERFORM READ-EMPLOYEE-MASTER-NEXT
            END-PERFORM.

        READ-EMPLOYEE-MASTER-NEXT.
            IF WS-EMP-MASTER-STATUS NOT = '10'
                READ EMPLOYEE-MASTER NEXT RECORD
                    AT END
                        MOVE '10' TO WS-EMP-MASTER-STATUS
                END-READ
            END-IF.

*> Termination keeps the master record and only sets EM-TERM-DATE;
*> the final pay follows on a supplemental run. A terminated
*> employee whose termination date is after their last regular pay
*> date on or before month-end worked days that regular cycle never
*> paid, so they are accrued like an active one - also when they
*> left after month-end, since the accrual runs in the first days
*> of the next month. Anyone else inactive is counted as such.
        CHECK-TERMINATED-OWED.
            MOVE 'N' TO WS-ACR-OWED-FLAG.
            PERFORM SET-EMPLOYEE-FREQUENCY.
            PERFORM FIND-CALENDAR-BRACKET.
            IF EM-TERM-DATE NUMERIC
                IF EM-TERM-DATE > WS-ACR-LAST-PAY-DATE
                    MOVE 'Y' TO WS-ACR-OWED-FLAG
                END-IF
            END-IF.

        SET-EMPLOYEE-FREQUENCY.
            MOVE EM-PAY-FREQUENCY TO WS-ACR-FREQUENCY.
            IF WS-ACR-FREQUENCY = SPACE
                MOVE 'B' TO WS-ACR-FREQUENCY
            END-IF.

*> One employee: place month-end between two of their pay dates,
*> count the unpaid days, prorate the period gross over them and
*> compute the employer taxes those wages will bear. Someone whose
*> last pay date is month-end itself (a monthly employee paid on
*> the 30th/31st) has nothing unpaid and accrues nothing. A
*> terminated employee's unpaid days stop at the termination date
*> when that comes first, and stop altogether when their final pay
*> is already on the pay history dated after the last regular pay
*> date and by month-end - that payment settled them in the month.
        ACCRUE-ONE-EMPLOYEE.
            MOVE SPACES TO WS-ACR-EXCEPTION.
            PERFORM FIND-EMPLOYEE-NAME.
            PERFORM SET-EMPLOYEE-FREQUENCY.
            MOVE EM-HIRE-DATE TO WS-ACR-START-DATE.
            IF EM-REHIRE-DATE NUMERIC AND EM-REHIRE-DATE > WS-ACR-START-DATE
                MOVE EM-REHIRE-DATE TO WS-ACR-START-DATE
            END-IF.
            IF WS-ACR-START-DATE > WS-MONTH-END-DATE
                ADD 1 TO WS-NOT-STARTED-COUNT
                EXIT PARAGRAPH
            END-IF.

            PERFORM FIND-CALENDAR-BRACKET.
            EVALUATE TRUE
                WHEN WS-ACR-LAST-PAY-DATE = 0
                    MOVE 'NO PAYCAL PAY DATE ON OR BEFORE MONTH-END'
                        TO WS-ACR-EXCEPTION
                WHEN WS-ACR-NEXT-PAY-DATE = 0
                    MOVE 'NO PAYCAL PAY DATE AFTER MONTH-END'
                        TO WS-ACR-EXCEPTION
                WHEN WS-ACR-PPY = 0
                    MOVE 'PAYCAL PERIODS PER YEAR IS ZERO'
                        TO WS-ACR-EXCEPTION
                WHEN EM-PAY-TYPE = 'H' AND EM-HOURLY-RATE NOT NUMERIC
                    MOVE 'HOURLY RATE NOT NUMERIC'
                        TO WS-ACR-EXCEPTION
                WHEN EM-PAY-TYPE NOT = 'H' AND EM-SALARY NOT NUMERIC
                    MOVE 'SALARY NOT NUMERIC'
                        TO WS-ACR-EXCEPTION
            END-EVALUATE.
            IF WS-ACR-EXCEPTION NOT = SPACES
                PERFORM WRITE-EXCEPTION-LINE
                EXIT PARAGRAPH
            END-IF.

            MOVE WS-ACR-LAST-PAY-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-ACR-LAST-DAY-NUMBER.
            MOVE WS-ACR-NEXT-PAY-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-ACR-NEXT-DAY-NUMBER.
            COMPUTE WS-ACR-PERIOD-DAYS =
                WS-ACR-NEXT-DAY-NUMBER - WS-ACR-LAST-DAY-NUMBER.
            MOVE WS-ACR-LAST-DAY-NUMBER TO WS-ACR-BASE-DAY-NUMBER.
            IF WS-ACR-START-DATE > WS-ACR-LAST-PAY-DATE
                MOVE WS-ACR-START-DATE TO WS-DAYNUM-DATE
                PERFORM COMPUTE-DAY-NUMBER
                COMPUTE WS-ACR-BASE-DAY-NUMBER = WS-DAYNUM-RESULT - 1
            END-IF.
            MOVE WS-MONTH-END-DATE TO WS-ACR-END-DATE.
            MOVE WS-MONTH-END-DAY-NUMBER TO WS-ACR-END-DAY-NUMBER.
            IF EM-STATUS = 'I'
                PERFORM FIND-FINAL-PAY
                IF WS-ACR-FINAL-PAY-FLAG = 'Y'
                    ADD 1 TO WS-PAID-THROUGH-COUNT
                    EXIT PARAGRAPH
                END-IF
                IF EM-TERM-DATE < WS-MONTH-END-DATE
                    MOVE EM-TERM-DATE TO WS-ACR-END-DATE
                    MOVE EM-TERM-DATE TO WS-DAYNUM-DATE
                    PERFORM COMPUTE-DAY-NUMBER
                    MOVE WS-DAYNUM-RESULT TO WS-ACR-END-DAY-NUMBER
                END-IF
            END-IF.
            IF WS-ACR-END-DAY-NUMBER NOT > WS-ACR-BASE-DAY-NUMBER
                ADD 1 TO WS-PAID-THROUGH-COUNT
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-ACR-ACCRUED-DAYS =
                WS-ACR-END-DAY-NUMBER - WS-ACR-BASE-DAY-NUMBER.

            IF EM-PAY-TYPE = 'H'
                COMPUTE WS-ACR-PERIOD-GROSS ROUNDED =
                    EM-HOURLY-RATE * WS-ACR-STANDARD-HOURS / WS-ACR-PPY
            ELSE
                COMPUTE WS-ACR-PERIOD-GROSS ROUNDED =
                    EM-SALARY / WS-ACR-PPY
            END-IF.
            COMPUTE WS-ACR-WAGES ROUNDED =
                WS-ACR-PERIOD-GROSS * WS-ACR-ACCRUED-DAYS / WS-ACR-PERIOD-DAYS.
            IF WS-ACR-WAGES NOT > 0
                ADD 1 TO WS-PAID-THROUGH-COUNT
                EXIT PARAGRAPH
            END-IF.

            PERFORM BUILD-ACCRUAL-SLICES.
            PERFORM POST-ACCRUAL-SLICE
                VARYING WS-SLICE-INDEX FROM 1 BY 1 UNTIL WS-SLICE-INDEX GREATER THAN WS-SLICE-COUNT.
            ADD WS-ACR-WAGES TO WS-TOTAL-WAGES.
            PERFORM ACCRUE-EMPLOYER-TAXES.
            ADD 1 TO WS-ACCRUED-COUNT.
            PERFORM WRITE-EMPLOYEE-ACCRUAL-LINE.

*> The employee's accrued wages cut by their LABDIST percents - the
*> same rule the pay run applies to salaried pay: one to ten lines
*> adding to exactly 100.00, a blank department meaning the home
*> department. Any other set, or none, charges the home department
*> in full. Each slice is rounded and the last takes what rounding
*> left over.
        BUILD-ACCRUAL-SLICES.
            MOVE 0 TO WS-SLICE-COUNT.
            MOVE 0 TO WS-LDS-EMP-ROWS.
            MOVE 0 TO WS-LDS-EMP-PERCENT.
            PERFORM VARYING WS-LDS-INDEX FROM 1 BY 1 UNTIL WS-LDS-INDEX GREATER THAN WS-LDS-COUNT
                IF WS-LDS-EMP-ID(WS-LDS-INDEX) = EM-EMP-ID
                    ADD 1 TO WS-LDS-EMP-ROWS
                    ADD WS-LDS-PERCENT(WS-LDS-INDEX) TO WS-LDS-EMP-PERCENT
                END-IF
            END-PERFORM.
            IF WS-LDS-EMP-ROWS > 0
                AND WS-LDS-EMP-ROWS NOT > 10
                AND WS-LDS-EMP-PERCENT = 100
                PERFORM VARYING WS-LDS-INDEX FROM 1 BY 1 UNTIL WS-LDS-INDEX GREATER THAN WS-LDS-COUNT
                    IF WS-LDS-EMP-ID(WS-LDS-INDEX) = EM-EMP-ID
                        PERFORM ADD-PERCENT-SLICE
                    END-IF
                END-PERFORM
            END-IF.
            IF WS-SLICE-COUNT = 0
                MOVE 1 TO WS-SLICE-COUNT
                MOVE EM-DEPT-CODE TO WS-SLICE-DEPT-CODE(1)
                MOVE SPACES TO WS-SLICE-PROJECT-CODE(1)
                MOVE 100 TO WS-SLICE-PERCENT(1)
            END-IF.
            MOVE 0 TO WS-SLICE-ALLOCATED.
            PERFORM VARYING WS-SLICE-INDEX FROM 1 BY 1 UNTIL WS-SLICE-INDEX >= WS-SLICE-COUNT
                COMPUTE WS-SLICE-WAGES(WS-SLICE-INDEX) ROUNDED =
                    WS-ACR-WAGES * WS-SLICE-PERCENT(WS-SLICE-INDEX) / 100
                ADD WS-SLICE-WAGES(WS-SLICE-INDEX) TO WS-SLICE-ALLOCATED
            END-PERFORM.
            COMPUTE WS-SLICE-WAGES(WS-SLICE-COUNT) =
                WS-ACR-WAGES - WS-SLICE-ALLOCATED.

        ADD-PERCENT-SLICE.
            ADD 1 TO WS-SLICE-COUNT.
            IF WS-LDS-DEPT-CODE(WS-LDS-INDEX) = SPACES
                MOVE EM-DEPT-CODE TO WS-SLICE-DEPT-CODE(WS-SLICE-COUNT)
            ELSE
                MOVE WS-LDS-DEPT-CODE(WS-LDS-INDEX)
                    TO WS-SLICE-DEPT-CODE(WS-SLICE-COUNT)
            END-IF.
            MOVE WS-LDS-PROJECT-CODE(WS-LDS-INDEX)
                TO WS-SLICE-PROJECT-CODE(WS-SLICE-COUNT).
            MOVE WS-LDS-PERCENT(WS-LDS-INDEX)
                TO WS-SLICE-PERCENT(WS-SLICE-COUNT).

*> A slice's wages land in its cost center/project bucket, which
*> counts the employee once among those charging it.
        POST-ACCRUAL-SLICE.
            PERFORM FIND-DEPT-TABLE-ENTRY.
            MOVE WS-DEPT-FOUND-INDEX TO WS-SLICE-DEPT-INDEX(WS-SLICE-INDEX).
            ADD 1 TO WS-DEPT-EMPLOYEES(WS-DEPT-FOUND-INDEX).
            ADD WS-SLICE-WAGES(WS-SLICE-INDEX) TO WS-DEPT-WAGES(WS-DEPT-FOUND-INDEX).

*> A payment on the pay history for the employee dated after their
*> last regular pay date and no later than month-end - the final
*> pay a supplemental run made for them inside the month.
        FIND-FINAL-PAY.
            MOVE 'N' TO WS-ACR-FINAL-PAY-FLAG.
            IF WS-PAYHIST-PRESENT-FLAG = 'N'
                EXIT PARAGRAPH
            END-IF.
            MOVE EM-EMP-ID TO PH-EMP-ID.
            MOVE WS-ACR-LAST-PAY-DATE TO PH-PAY-DATE.
            MOVE HIGH-VALUE TO PH-ENTRY-TYPE.
            MOVE 99 TO PH-ENTRY-SEQ.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.
            PERFORM READ-PAY-HISTORY-NEXT.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                           OR WS-ACR-FINAL-PAY-FLAG = 'Y'
                IF PH-EMP-ID NOT = EM-EMP-ID
                    OR PH-PAY-DATE > WS-MONTH-END-DATE
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    IF PH-ENTRY-TYPE = 'P'
                        AND PH-PAY-DATE > WS-ACR-LAST-PAY-DATE
                        MOVE 'Y' TO WS-ACR-FINAL-PAY-FLAG
                    ELSE
                        PERFORM READ-PAY-HISTORY-NEXT
                    END-IF
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.

        READ-PAY-HISTORY-NEXT.
            IF WS-PAY-HISTORY-STATUS NOT = '10'
                READ PAY-HISTORY NEXT RECORD
                    AT END
                        MOVE '10' TO WS-PAY-HISTORY-STATUS
                END-READ
            END-IF.

*> The last pay date of the employee's frequency on or before
*> month-end, with that period's periods-per-year divisor, and the
*> first pay date after month-end.
        FIND-CALENDAR-BRACKET.
            MOVE 0 TO WS-ACR-LAST-PAY-DATE.
            MOVE 0 TO WS-ACR-NEXT-PAY-DATE.
            MOVE 0 TO WS-ACR-PPY.
            PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1 UNTIL WS-CAL-INDEX GREATER THAN WS-CAL-COUNT
                IF WS-CAL-FREQUENCY(WS-CAL-INDEX) = WS-ACR-FREQUENCY
                    IF WS-CAL-PAY-DATE(WS-CAL-INDEX) <= WS-MONTH-END-DATE
                        IF WS-CAL-PAY-DATE(WS-CAL-INDEX) > WS-ACR-LAST-PAY-DATE
                            MOVE WS-CAL-PAY-DATE(WS-CAL-INDEX) TO WS-ACR-LAST-PAY-DATE
                            MOVE WS-CAL-PPY(WS-CAL-INDEX) TO WS-ACR-PPY
                        END-IF
                    ELSE
                        IF WS-ACR-NEXT-PAY-DATE = 0
                            OR WS-CAL-PAY-DATE(WS-CAL-INDEX) < WS-ACR-NEXT-PAY-DATE
                            MOVE WS-CAL-PAY-DATE(WS-CAL-INDEX) TO WS-ACR-NEXT-PAY-DATE
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

*> Same cap rule as the pay run: a code with a wage cap taxes only
*> what is left under it after the year-to-date gross; a zero cap
*> taxes every dollar.
        ACCRUE-EMPLOYER-TAXES.
            MOVE 0 TO WS-ACR-ERTAX-TOTAL.
            MOVE 0 TO WS-ACR-PRIOR-GROSS.
            IF WS-YTD-PRESENT-FLAG = 'Y'
                MOVE EM-EMP-ID TO YT-EMP-ID
                READ YTD-MASTER RECORD KEY IS YT-EMP-ID
                    INVALID KEY
                        MOVE 0 TO WS-ACR-PRIOR-GROSS
                    NOT INVALID KEY
                        MOVE YT-YTD-GROSS TO WS-ACR-PRIOR-GROSS
                END-READ
            END-IF.
            IF WS-ACR-PRIOR-GROSS < 0
                MOVE 0 TO WS-ACR-PRIOR-GROSS
            END-IF.
            PERFORM ACCRUE-ONE-EMPLOYER-TAX
                VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT.
            ADD WS-ACR-ERTAX-TOTAL TO WS-TOTAL-ERTAX.

        ACCRUE-ONE-EMPLOYER-TAX.
            IF WS-ERTAX-CAP(WS-ERTAX-INDEX) = 0
                MOVE WS-ACR-WAGES TO WS-ACR-TAXABLE
            ELSE
                IF WS-ACR-PRIOR-GROSS >= WS-ERTAX-CAP(WS-ERTAX-INDEX)
                    MOVE 0 TO WS-ACR-TAXABLE
                ELSE
                    COMPUTE WS-ACR-TAXABLE =
                        WS-ERTAX-CAP(WS-ERTAX-INDEX) - WS-ACR-PRIOR-GROSS
                    IF WS-ACR-TAXABLE > WS-ACR-WAGES
                        MOVE WS-ACR-WAGES TO WS-ACR-TAXABLE
                    END-IF
                END-IF
            END-IF.
            IF WS-ACR-TAXABLE > 0
                COMPUTE WS-ACR-TAX-AMOUNT ROUNDED =
                    WS-ACR-TAXABLE * WS-ERTAX-RATE(WS-ERTAX-INDEX)
                ADD WS-ACR-TAX-AMOUNT TO WS-ERTAX-TOTAL(WS-ERTAX-INDEX)
                ADD WS-ACR-TAX-AMOUNT TO WS-ACR-ERTAX-TOTAL
                PERFORM SPREAD-ACCRUED-TAX
            END-IF.

*> One code's tax for the employee spread over the slices in
*> proportion to their wages (wages are positive here, so the
*> division is safe), the last slice taking the rounding.
        SPREAD-ACCRUED-TAX.
            MOVE 0 TO WS-SLICE-ALLOCATED.
            PERFORM VARYING WS-SLICE-INDEX FROM 1 BY 1 UNTIL WS-SLICE-INDEX GREATER THAN WS-SLICE-COUNT
                IF WS-SLICE-INDEX = WS-SLICE-COUNT
                    COMPUTE WS-ACR-SLICE-TAX =
                        WS-ACR-TAX-AMOUNT - WS-SLICE-ALLOCATED
                ELSE
                    COMPUTE WS-ACR-SLICE-TAX ROUNDED =
                        WS-ACR-TAX-AMOUNT * WS-SLICE-WAGES(WS-SLICE-INDEX)
                        / WS-ACR-WAGES
                END-IF
                ADD WS-ACR-SLICE-TAX TO WS-SLICE-ALLOCATED
                MOVE WS-SLICE-DEPT-INDEX(WS-SLICE-INDEX) TO WS-DEPT-FOUND-INDEX
                ADD WS-ACR-SLICE-TAX
                    TO WS-DEPT-ERTAX(WS-DEPT-FOUND-INDEX, WS-ERTAX-INDEX)
                ADD WS-ACR-SLICE-TAX
                    TO WS-DEPT-ERTAX-TOTAL(WS-DEPT-FOUND-INDEX)
            END-PERFORM.

*> The bucket for slice WS-SLICE-INDEX's cost center and project.
        FIND-DEPT-TABLE-ENTRY.
            MOVE 0 TO WS-DEPT-FOUND-INDEX.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                IF WS-DEPT-CODE(WS-DEPT-INDEX) = WS-SLICE-DEPT-CODE(WS-SLICE-INDEX)
                    AND WS-DEPT-PROJECT-CODE(WS-DEPT-INDEX)
                        = WS-SLICE-PROJECT-CODE(WS-SLICE-INDEX)
                    MOVE WS-DEPT-INDEX TO WS-DEPT-FOUND-INDEX
                END-IF
            END-PERFORM.
            IF WS-DEPT-FOUND-INDEX = 0
                IF WS-DEPT-COUNT >= 200
                    DISPLAY 'Cost centers and projects exceed the 200-entry table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-INDEX
                MOVE WS-SLICE-DEPT-CODE(WS-SLICE-INDEX)
                    TO WS-DEPT-CODE(WS-DEPT-FOUND-INDEX)
                MOVE WS-SLICE-PROJECT-CODE(WS-SLICE-INDEX)
                    TO WS-DEPT-PROJECT-CODE(WS-DEPT-FOUND-INDEX)
                MOVE 0 TO WS-DEPT-EMPLOYEES(WS-DEPT-FOUND-INDEX)
                MOVE 0 TO WS-DEPT-WAGES(WS-DEPT-FOUND-INDEX)
                MOVE 0 TO WS-DEPT-ERTAX-TOTAL(WS-DEPT-FOUND-INDEX)
                PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN 10
                    MOVE 0 TO WS-DEPT-ERTAX(WS-DEPT-FOUND-INDEX, WS-ERTAX-INDEX)
                END-PERFORM
            END-IF.

        FIND-EMPLOYEE-NAME.
            MOVE SPACES TO WS-EMP-NAME.
            STRING EM-ORIGINAL-NAME DELIMITED BY SPACE
                   EM-SUFFIX DELIMITED BY SIZE
                   INTO WS-EMP-NAME
            END-STRING.

*> Both journals are built from the same cost center and code
*> totals, so proving the accrual proves its mirror image: salary
*> and employer-tax expense by cost center and project on one side, the wages
*> liability and each code's liability on the other. Every employee's
*> tax was added to its department and to its code alike, so the
*> sides can only differ if that ever stopped being true - in which
*> case no journal is written.
        PROVE-JOURNAL-BALANCE.
            MOVE 0 TO WS-JOURNAL-DEBITS.
            MOVE 0 TO WS-JOURNAL-CREDITS.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                ADD WS-DEPT-WAGES(WS-DEPT-INDEX) TO WS-JOURNAL-DEBITS
                ADD WS-DEPT-ERTAX-TOTAL(WS-DEPT-INDEX) TO WS-JOURNAL-DEBITS
            END-PERFORM.
            ADD WS-TOTAL-WAGES TO WS-JOURNAL-CREDITS.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                ADD WS-ERTAX-TOTAL(WS-ERTAX-INDEX) TO WS-JOURNAL-CREDITS
            END-PERFORM.
            IF WS-JOURNAL-DEBITS NOT = WS-JOURNAL-CREDITS
                DISPLAY 'ACCRUAL JOURNAL OUT OF BALANCE - DEBITS ' WS-JOURNAL-DEBITS
                    ' CREDITS ' WS-JOURNAL-CREDITS ' - NO FILE WRITTEN'
                CLOSE ACCRUAL-REPORT
                STOP RUN
            END-IF.

*> LIVE only. Each file is written whole from the same lines the
*> report listed: the accrual as it was printed, the reversal with
*> every debit turned into a credit and back.
        WRITE-ACCRUAL-JOURNALS.
            OPEN OUTPUT ACCRUAL-JOURNAL.
            IF WS-ACCRUAL-JOURNAL-STATUS NOT = '00'
                DISPLAY 'Unable to open ACCRUAL-JOURNAL, status ' WS-ACCRUAL-JOURNAL-STATUS
                STOP RUN
            END-IF.
            MOVE 'A' TO WS-JNL-TARGET.
            PERFORM GENERATE-JOURNAL-LINES.
            CLOSE ACCRUAL-JOURNAL.

            OPEN OUTPUT REVERSAL-JOURNAL.
            IF WS-REVERSAL-JOURNAL-STATUS NOT = '00'
                DISPLAY 'Unable to open REVERSAL-JOURNAL, status ' WS-REVERSAL-JOURNAL-STATUS
                STOP RUN
            END-IF.
            MOVE 'R' TO WS-JNL-TARGET.
            PERFORM GENERATE-JOURNAL-LINES.
            CLOSE REVERSAL-JOURNAL.

*> The journal, in the order the pay run's GL step writes it:
*> salary expense by cost center and project, employer-tax expense
*> by cost center, project and code, the accrued wages liability,
*> then each code's liability. Zero lines are left out.
        GENERATE-JOURNAL-LINES.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                IF WS-DEPT-WAGES(WS-DEPT-INDEX) NOT = 0
                    MOVE '51000000' TO WS-JNL-ACCOUNT
                    MOVE WS-DEPT-CODE(WS-DEPT-INDEX) TO WS-JNL-DEPT-CODE
                    MOVE WS-DEPT-PROJECT-CODE(WS-DEPT-INDEX) TO WS-JNL-PROJECT-CODE
                    MOVE WS-DEPT-WAGES(WS-DEPT-INDEX) TO WS-JNL-AMOUNT
                    MOVE 'D' TO WS-JNL-SIDE
                    MOVE 'SALARY' TO WS-JNL-TEXT
                    PERFORM EMIT-JOURNAL-LINE
                END-IF
            END-PERFORM.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                    IF WS-DEPT-ERTAX(WS-DEPT-INDEX, WS-ERTAX-INDEX) NOT = 0
                        MOVE WS-ERTAX-EXP-ACCT(WS-ERTAX-INDEX) TO WS-JNL-ACCOUNT
                        MOVE WS-DEPT-CODE(WS-DEPT-INDEX) TO WS-JNL-DEPT-CODE
                        MOVE WS-DEPT-PROJECT-CODE(WS-DEPT-INDEX)
                            TO WS-JNL-PROJECT-CODE
                        MOVE WS-DEPT-ERTAX(WS-DEPT-INDEX, WS-ERTAX-INDEX) TO WS-JNL-AMOUNT
                        MOVE 'D' TO WS-JNL-SIDE
                        MOVE SPACES TO WS-JNL-TEXT
                        STRING WS-ERTAX-CODE(WS-ERTAX-INDEX) DELIMITED BY SPACE
                               ' TAX' DELIMITED BY SIZE
                               INTO WS-JNL-TEXT
                        END-STRING
                        PERFORM EMIT-JOURNAL-LINE
                    END-IF
                END-PERFORM
            END-PERFORM.
            IF WS-TOTAL-WAGES NOT = 0
                MOVE WS-WAGES-ACCOUNT TO WS-JNL-ACCOUNT
                MOVE SPACES TO WS-JNL-DEPT-CODE
                MOVE SPACES TO WS-JNL-PROJECT-CODE
                MOVE WS-TOTAL-WAGES TO WS-JNL-AMOUNT
                MOVE 'C' TO WS-JNL-SIDE
                MOVE 'WAGES PAY' TO WS-JNL-TEXT
                PERFORM EMIT-JOURNAL-LINE
            END-IF.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                IF WS-ERTAX-TOTAL(WS-ERTAX-INDEX) NOT = 0
                    MOVE WS-ERTAX-LIAB-ACCT(WS-ERTAX-INDEX) TO WS-JNL-ACCOUNT
                    MOVE SPACES TO WS-JNL-DEPT-CODE
                    MOVE SPACES TO WS-JNL-PROJECT-CODE
                    MOVE WS-ERTAX-TOTAL(WS-ERTAX-INDEX) TO WS-JNL-AMOUNT
                    MOVE 'C' TO WS-JNL-SIDE
                    MOVE SPACES TO WS-JNL-TEXT
                    STRING WS-ERTAX-CODE(WS-ERTAX-INDEX) DELIMITED BY SPACE
                           ' PAY' DELIMITED BY SIZE
                           INTO WS-JNL-TEXT
                    END-STRING
                    PERFORM EMIT-JOURNAL-LINE
                END-IF
            END-PERFORM.

        EMIT-JOURNAL-LINE.
            MOVE SPACES TO WS-JOURNAL-LINE.
            MOVE WS-JNL-ACCOUNT TO WS-GL-ACCOUNT.
            MOVE WS-JNL-DEPT-CODE TO WS-GL-DEPT-CODE.
            MOVE WS-JNL-PROJECT-CODE TO WS-GL-PROJECT-CODE.
            MOVE 0 TO WS-GL-DEBIT-AMOUNT.
            MOVE 0 TO WS-GL-CREDIT-AMOUNT.
            IF WS-JNL-TARGET = 'R'
                MOVE 'RVSL' TO WS-JNL-PREFIX
                MOVE WS-REVERSAL-DATE TO WS-JNL-DATE
                IF WS-JNL-SIDE = 'D'
                    MOVE WS-JNL-AMOUNT TO WS-GL-CREDIT-AMOUNT
                ELSE
                    MOVE WS-JNL-AMOUNT TO WS-GL-DEBIT-AMOUNT
                END-IF
            ELSE
                MOVE 'ACCR' TO WS-JNL-PREFIX
                MOVE WS-MONTH-END-DATE TO WS-JNL-DATE
                IF WS-JNL-SIDE = 'D'
                    MOVE WS-JNL-AMOUNT TO WS-GL-DEBIT-AMOUNT
                ELSE
                    MOVE WS-JNL-AMOUNT TO WS-GL-CREDIT-AMOUNT
                END-IF
            END-IF.
            STRING WS-JNL-PREFIX DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-JNL-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-JNL-TEXT DELIMITED BY SIZE
                   INTO WS-GL-DESCRIPTION
            END-STRING.
            EVALUATE WS-JNL-TARGET
                WHEN 'P'
                    ADD 1 TO WS-JOURNAL-LINE-COUNT
                    PERFORM WRITE-JOURNAL-REPORT-LINE
                WHEN 'A'
                    WRITE ACCRUAL-JOURNAL-RECORD FROM WS-JOURNAL-LINE
                WHEN 'R'
                    WRITE REVERSAL-JOURNAL-RECORD FROM WS-JOURNAL-LINE
            END-EVALUATE.

        WRITE-REPORT-HEADING.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'MONTH-END PAYROLL ACCRUAL' DELIMITED BY SIZE
                   '      MONTH ENDING ' DELIMITED BY SIZE
                   WS-MONTH-END-DATE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-ACCRUAL-MODE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'RUN DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '   REVERSAL DATED ' DELIMITED BY SIZE
                   WS-REVERSAL-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMP ID' TO WS-PRINT-LINE(1:6).
            MOVE 'NAME' TO WS-PRINT-LINE(8:4).
            MOVE 'DEPT' TO WS-PRINT-LINE(29:4).
            MOVE 'F' TO WS-PRINT-LINE(34:1).
            MOVE 'LAST PAY' TO WS-PRINT-LINE(36:8).
            MOVE 'DAYS' TO WS-PRINT-LINE(46:4).
            MOVE ' ACCRUED WAGES' TO WS-PRINT-LINE(52:14).
            MOVE '       ER TAX' TO WS-PRINT-LINE(67:13).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

*> Days is the unpaid days through month-end over the days in the
*> period they belong to - the share of the period gross accrued.
        WRITE-EMPLOYEE-ACCRUAL-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE EM-EMP-ID TO WS-PRINT-LINE(1:5).
            MOVE WS-EMP-NAME TO WS-PRINT-LINE(8:20).
            MOVE EM-DEPT-CODE TO WS-PRINT-LINE(29:4).
            MOVE WS-ACR-FREQUENCY TO WS-PRINT-LINE(34:1).
            MOVE WS-ACR-LAST-PAY-DATE TO WS-PRINT-LINE(36:8).
            MOVE WS-ACR-ACCRUED-DAYS TO WS-DAYS-DISPLAY.
            MOVE WS-DAYS-DISPLAY TO WS-PRINT-LINE(45:3).
            MOVE '/' TO WS-PRINT-LINE(48:1).
            MOVE WS-ACR-PERIOD-DAYS TO WS-DAYS-DISPLAY.
            MOVE WS-DAYS-DISPLAY TO WS-PRINT-LINE(49:3).
            MOVE WS-ACR-WAGES TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(53:13).
            MOVE WS-ACR-ERTAX-TOTAL TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(67:13).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

*> An employee who could not be accrued is listed, and
*> counted on the console, so the accrual is not booked short
*> without anyone noticing.
        WRITE-EXCEPTION-LINE.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE EM-EMP-ID TO WS-PRINT-LINE(1:5).
            MOVE WS-EMP-NAME TO WS-PRINT-LINE(8:20).
            MOVE '*** NOT ACCRUED: ' TO WS-PRINT-LINE(29:17).
            MOVE WS-ACR-EXCEPTION TO WS-PRINT-LINE(46:35).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

*> The counts that account for every master record, then the
*> accrual by cost center and project and by employer tax code.
        WRITE-REPORT-SUMMARY.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYEES ON MASTER' TO WS-PRINT-LINE(1:30).
            MOVE WS-MASTER-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  INACTIVE' TO WS-PRINT-LINE(1:30).
            MOVE WS-INACTIVE-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  STARTING AFTER MONTH-END' TO WS-PRINT-LINE(1:30).
            MOVE WS-NOT-STARTED-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  PAID THROUGH MONTH-END' TO WS-PRINT-LINE(1:30).
            MOVE WS-PAID-THROUGH-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  NOT ACCRUED - EXCEPTIONS' TO WS-PRINT-LINE(1:30).
            MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  ACCRUED' TO WS-PRINT-LINE(1:30).
            MOVE WS-ACCRUED-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'ACCRUAL BY COST CENTER AND PROJECT' TO WS-PRINT-LINE(1:34).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'DEPT' TO WS-PRINT-LINE(1:4).
            MOVE 'EMPLOYEES' TO WS-PRINT-LINE(8:9).
            MOVE '   ACCRUED WAGES' TO WS-PRINT-LINE(20:16).
            MOVE '    EMPLOYER TAX' TO WS-PRINT-LINE(38:16).
            MOVE 'PROJECT' TO WS-PRINT-LINE(56:7).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-DEPT-CODE(WS-DEPT-INDEX) TO WS-PRINT-LINE(1:4)
                MOVE WS-DEPT-EMPLOYEES(WS-DEPT-INDEX) TO WS-COUNT-DISPLAY
                MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(12:5)
                MOVE WS-DEPT-WAGES(WS-DEPT-INDEX) TO WS-TOTAL-DISPLAY
                MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(20:16)
                MOVE WS-DEPT-ERTAX-TOTAL(WS-DEPT-INDEX) TO WS-TOTAL-DISPLAY
                MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(38:16)
                MOVE WS-DEPT-PROJECT-CODE(WS-DEPT-INDEX) TO WS-PRINT-LINE(56:6)
                WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'TOTAL' TO WS-PRINT-LINE(1:5).
            MOVE WS-ACCRUED-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(12:5).
            MOVE WS-TOTAL-WAGES TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(20:16).
            MOVE WS-TOTAL-ERTAX TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(38:16).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 'ACCRUAL BY EMPLOYER TAX' TO WS-PRINT-LINE(1:23).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'CODE' TO WS-PRINT-LINE(1:4).
            MOVE 'EFFECTIVE' TO WS-PRINT-LINE(8:9).
            MOVE 'RATE' TO WS-PRINT-LINE(20:4).
            MOVE '    EMPLOYER TAX' TO WS-PRINT-LINE(38:16).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-ERTAX-CODE(WS-ERTAX-INDEX) TO WS-PRINT-LINE(1:4)
                MOVE WS-ERTAX-EFF-DATE(WS-ERTAX-INDEX) TO WS-PRINT-LINE(8:8)
                MOVE WS-ERTAX-RATE(WS-ERTAX-INDEX) TO WS-RATE-DISPLAY
                MOVE WS-RATE-DISPLAY TO WS-PRINT-LINE(20:6)
                MOVE WS-ERTAX-TOTAL(WS-ERTAX-INDEX) TO WS-TOTAL-DISPLAY
                MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(38:16)
                WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE
            END-PERFORM.

*> The accrual journal as it will be imported, with its proof. The
*> reversal is not listed line by line - it is these lines with the
*> columns exchanged.
        WRITE-REPORT-JOURNAL.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'ACCRUAL JOURNAL DATED ' DELIMITED BY SIZE
                   WS-MONTH-END-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'ACCOUNT' TO WS-PRINT-LINE(1:7).
            MOVE 'DEPT' TO WS-PRINT-LINE(11:4).
            MOVE '          DEBIT' TO WS-PRINT-LINE(16:15).
            MOVE '         CREDIT' TO WS-PRINT-LINE(32:15).
            MOVE 'DESCRIPTION' TO WS-PRINT-LINE(49:11).
            MOVE 'PROJ' TO WS-PRINT-LINE(75:4).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 'P' TO WS-JNL-TARGET.
            PERFORM GENERATE-JOURNAL-LINES.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'TOTALS' TO WS-PRINT-LINE(1:6).
            MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(18:13).
            MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(34:13).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'JOURNAL BALANCES - DEBITS EQUAL CREDITS' TO WS-PRINT-LINE(1:39).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'REVERSING JOURNAL DATED ' DELIMITED BY SIZE
                   WS-REVERSAL-DATE DELIMITED BY SIZE
                   ' - SAME LINES, DEBITS AND CREDITS EXCHANGED'
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-JOURNAL-REPORT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-GL-ACCOUNT TO WS-PRINT-LINE(1:8).
            MOVE WS-GL-DEPT-CODE TO WS-PRINT-LINE(11:4).
            MOVE WS-GL-DEBIT-AMOUNT TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(18:13).
            MOVE WS-GL-CREDIT-AMOUNT TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(34:13).
            MOVE WS-GL-DESCRIPTION TO WS-PRINT-LINE(49:24).
            MOVE WS-GL-PROJECT-CODE TO WS-PRINT-LINE(75:6).
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-REPORT-TRAILER.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-ACCRUAL-MODE = 'LIVE '
                MOVE 'LIVE - ACCRUAL JOURNAL WRITTEN TO ACRGL, REVERSAL TO ACRREV'
                    TO WS-PRINT-LINE
            ELSE
                MOVE 'TRIAL - FOR REVIEW ONLY, NO JOURNAL FILES WRITTEN'
                    TO WS-PRINT-LINE
            END-IF.
            WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE.
            IF WS-EXCEPTION-COUNT > 0
                MOVE SPACES TO WS-PRINT-LINE
                STRING '*** ' DELIMITED BY SIZE
                       WS-EXCEPTION-COUNT DELIMITED BY SIZE
                       ' ACTIVE EMPLOYEE(S) NOT ACCRUED - SEE ABOVE ***'
                           DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
                WRITE ACCRUAL-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

*> Day count of a ccyymmdd date from a fixed origin, so two dates
*> subtract to the days between them across month and year ends.
*> The year is counted from March, putting a leap day at its end.
        COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-YEAR TO WS-DAYNUM-Y.
            IF WS-DAYNUM-MM > 2
                COMPUTE WS-DAYNUM-MP = WS-DAYNUM-MM - 3
            ELSE
                COMPUTE WS-DAYNUM-MP = WS-DAYNUM-MM + 9
                SUBTRACT 1 FROM WS-DAYNUM-Y
            END-IF.
            DIVIDE WS-DAYNUM-Y BY 4 GIVING WS-DAYNUM-Q4.
            DIVIDE WS-DAYNUM-Y BY 100 GIVING WS-DAYNUM-Q100.
            DIVIDE WS-DAYNUM-Y BY 400 GIVING WS-DAYNUM-Q400.
            COMPUTE WS-DAYNUM-MONTH-DAYS = 153 * WS-DAYNUM-MP + 2.
            DIVIDE WS-DAYNUM-MONTH-DAYS BY 5 GIVING WS-DAYNUM-MONTH-DAYS.
            COMPUTE WS-DAYNUM-RESULT = 365 * WS-DAYNUM-Y
                + WS-DAYNUM-Q4 - WS-DAYNUM-Q100 + WS-DAYNUM-Q400
                + WS-DAYNUM-MONTH-DAYS + WS-DAYNUM-DD.
