        IDENTIFICATION DIVISION.
        PROGRAM-ID. QuarterlyTaxReturn.
*> Prepares the employer's quarterly tax filings for the quarter
*> named in QTRCTL (QTRREC), from the permanent tax history the
*> payroll run appends to (TAXHIST, TXHREC). Two reports:
*>   1. QTRRETN - the federal quarterly return figures: wages paid,
*>      federal and state withholding, and for each EMPTAX code the
*>      taxable wages and the employer tax, then a per-employee wage
*>      listing with taxable and excess wages under every code, then
*>      the reconciliation of the return to the liability the payroll
*>      GL step actually posted for each of the quarter's pay dates.
*>   2. SUIDETL - the state unemployment wage detail: per employee,
*>      total wages, wages taxable under the state code and the
*>      excess over the state wage base, with the quarter's totals.
*> The reconciliation compares, pay date by pay date and code by
*> code, the employer tax the run computed per employee against the
*> liability credit the GL step wrote for that run. Any difference
*> is printed - and counted on the console - so it is settled
*> before anything is filed. Read-only; run it any time after the
*> quarter's last pay date.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QTR-CONTROL ASSIGN TO "QTRCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QTR-CONTROL-STATUS.

            SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAX-HISTORY-STATUS.

            SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EM-EMP-ID
                FILE STATUS IS WS-EMP-MASTER-STATUS.

            SELECT EMPLOYER-TAX-RATES ASSIGN TO "EMPTAX"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EMPLOYER-TAX-STATUS.

            SELECT QUARTERLY-RETURN ASSIGN TO "QTRRETN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUARTERLY-RETURN-STATUS.

            SELECT STATE-WAGE-DETAIL ASSIGN TO "SUIDETL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATE-WAGE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  QTR-CONTROL.
        01 QTR-CONTROL-RECORD.
            COPY QTRREC.

        FD  TAX-HISTORY.
        01 TAX-HISTORY-RECORD.
            COPY TXHREC.

        FD  EMPLOYEE-MASTER.
        01 EMPLOYEE-MASTER-RECORD.
            COPY EMPREC.

        FD  EMPLOYER-TAX-RATES.
        01 EMPLOYER-TAX-RATE-RECORD.
            COPY ERTREC.

        FD  QUARTERLY-RETURN.
        01 QUARTERLY-RETURN-RECORD     PIC X(80).

        FD  STATE-WAGE-DETAIL.
        01 STATE-WAGE-DETAIL-RECORD    PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUSES.
            05 WS-QTR-CONTROL-STATUS       PIC X(2) VALUE '00'.
            05 WS-TAX-HISTORY-STATUS       PIC X(2) VALUE '00'.
            05 WS-EMP-MASTER-STATUS        PIC X(2) VALUE '00'.
            05 WS-EMPLOYER-TAX-STATUS      PIC X(2) VALUE '00'.
            05 WS-QUARTERLY-RETURN-STATUS  PIC X(2) VALUE '00'.
            05 WS-STATE-WAGE-STATUS        PIC X(2) VALUE '00'.

        01 WS-QUARTER-CONTROLS.
            05 WS-TAX-YEAR           PIC 9(4) VALUE 0.
            05 WS-QUARTER            PIC 9(1) VALUE 0.
            05 WS-STATE-TAX-CODE     PIC X(4) VALUE SPACES.
            05 WS-STATE-ACCOUNT      PIC X(12) VALUE SPACES.
            05 WS-FIRST-MONTH        PIC 9(2) VALUE 0.
            05 WS-LAST-MONTH         PIC 9(2) VALUE 0.
            05 WS-HIST-PAY-DATE      PIC 9(8) VALUE 0.
            05 WS-HIST-PAY-DATE-PARTS REDEFINES WS-HIST-PAY-DATE.
                10 WS-HIST-PAY-YEAR  PIC 9(4).
                10 WS-HIST-PAY-MONTH PIC 9(2).
                10 WS-HIST-PAY-DAY   PIC 9(2).

        01 WS-QUARTER-COUNTS.
            05 WS-HISTORY-READ-COUNT     PIC 9(7) VALUE 0.
            05 WS-HISTORY-QUARTER-COUNT  PIC 9(7) VALUE 0.
            05 WS-DIFFERENCE-COUNT       PIC 9(5) VALUE 0.

*> The employer tax codes the return reports, in EMPTAX order with
*> any code found only in the history (a code since retired from
*> EMPTAX) added behind them. The quarter totals by code are the
*> return's taxable-wage and tax lines.
        01 WS-CODE-TABLE.
            05 WS-CODE-COUNT         PIC 9(2) VALUE 0.
            05 WS-CODE-INDEX         PIC 9(2) VALUE 0.
            05 WS-CODE-FOUND-INDEX   PIC 9(2) VALUE 0.
            05 WS-STATE-CODE-INDEX   PIC 9(2) VALUE 0.
            05 WS-CODE-ENTRY OCCURS 1 TO 10 TIMES
                    DEPENDING ON WS-CODE-COUNT.
                10 WS-CODE-TAX-CODE      PIC X(4).
                10 WS-CODE-TOTAL-TAXABLE PIC S9(11)V99.
                10 WS-CODE-TOTAL-TAX     PIC S9(11)V99.
                10 WS-CODE-TOTAL-POSTED  PIC S9(11)V99.

*> One entry per employee paid in the quarter: wages and
*> withholding net of any reversal, and per code the taxable wages
*> and tax the runs computed for them.
        01 WS-EMP-TABLE.
            05 WS-EMP-COUNT          PIC 9(4) VALUE 0.
            05 WS-EMP-INDEX          PIC 9(4) VALUE 0.
            05 WS-EMP-FOUND-INDEX    PIC 9(4) VALUE 0.
            05 WS-EMP-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON WS-EMP-COUNT.
                10 WS-EMP-ID             PIC 9(5).
                10 WS-EMP-WAGES          PIC S9(9)V99.
                10 WS-EMP-FED-TAX        PIC S9(9)V99.
                10 WS-EMP-STATE-TAX      PIC S9(9)V99.
                10 WS-EMP-CODE-TAXABLE   PIC S9(9)V99 OCCURS 10 TIMES.
                10 WS-EMP-CODE-TAX       PIC S9(9)V99 OCCURS 10 TIMES.

*> One entry per pay date in the quarter (a regular and a
*> supplemental run on the same date share an entry): per code, the
*> tax computed on the 'P' records and the liability the GL step
*> posted on the 'L' records. The two must agree date by date.
        01 WS-DATE-TABLE.
            05 WS-DATE-COUNT         PIC 9(2) VALUE 0.
            05 WS-DATE-INDEX         PIC 9(2) VALUE 0.
            05 WS-DATE-FOUND-INDEX   PIC 9(2) VALUE 0.
            05 WS-DATE-ENTRY OCCURS 1 TO 60 TIMES
                    DEPENDING ON WS-DATE-COUNT.
                10 WS-DATE-PAY-DATE      PIC 9(8).
                10 WS-DATE-POSTED-FLAG   PIC X(1).
                10 WS-DATE-CODE-COMPUTED PIC S9(9)V99 OCCURS 10 TIMES.
                10 WS-DATE-CODE-POSTED   PIC S9(9)V99 OCCURS 10 TIMES.

        01 WS-QUARTER-TOTALS.
            05 WS-QTR-TOTAL-WAGES      PIC S9(11)V99 VALUE 0.
            05 WS-QTR-TOTAL-FED-TAX    PIC S9(11)V99 VALUE 0.
            05 WS-QTR-TOTAL-STATE-TAX  PIC S9(11)V99 VALUE 0.
            05 WS-QTR-STATE-TAXABLE    PIC S9(11)V99 VALUE 0.
            05 WS-QTR-STATE-EXCESS     PIC S9(11)V99 VALUE 0.
            05 WS-QTR-STATE-EMPLOYEES  PIC 9(5) VALUE 0.

        01 WS-SLOT-INDEX             PIC 9(2) VALUE 0.
        01 WS-LOOKUP-CODE            PIC X(4) VALUE SPACES.
        01 WS-EXCESS-WAGES           PIC S9(9)V99 VALUE 0.
        01 WS-REPORT-TAXABLE         PIC S9(9)V99 VALUE 0.
        01 WS-REPORT-CODE-INDEX      PIC 9(2) VALUE 0.
        01 WS-RECON-DIFFERENCE       PIC S9(11)V99 VALUE 0.
        01 WS-EMP-NAME               PIC X(36) VALUE SPACES.
        01 WS-RUN-DATE               PIC 9(8) VALUE 0.
        01 WS-PRINT-LINE             PIC X(80) VALUE SPACES.
        01 WS-YTD-AMOUNT-DISPLAY     PIC -9(9).99.
        01 WS-YEAR-AMOUNT-DISPLAY    PIC -9(11).99.

        PROCEDURE DIVISION.

        INITIALIZATION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM READ-QTR-CONTROL.
            PERFORM LOAD-EMPLOYER-TAX-CODES.

            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-EMP-MASTER-STATUS NOT = '00'
                DISPLAY 'Unable to open EMPLOYEE-MASTER, status ' WS-EMP-MASTER-STATUS
                STOP RUN
            END-IF.

        MAIN-LOGIC.
            PERFORM ACCUMULATE-TAX-HISTORY.
            PERFORM SUM-REPORTED-TAXABLE.
            PERFORM FIND-STATE-TAX-CODE.
            PERFORM WRITE-QUARTERLY-RETURN.
            PERFORM WRITE-STATE-WAGE-DETAIL.

            CLOSE EMPLOYEE-MASTER.

            DISPLAY 'Quarterly return for ' WS-TAX-YEAR ' Q' WS-QUARTER
                ' complete: ' WS-EMP-COUNT ' employees, '
                WS-DATE-COUNT ' pay dates'.
            IF WS-DIFFERENCE-COUNT > 0
                DISPLAY 'RECONCILIATION DIFFERENCES: ' WS-DIFFERENCE-COUNT
                    ' - resolve before filing (see QTRRETN)'
            END-IF.
            STOP RUN.

*> The quarter is named, never derived from the run date - the
*> return for the quarter just ended is prepared in the first weeks
*> of the next one, and a late amended run is prepared long after.
        READ-QTR-CONTROL.
            OPEN INPUT QTR-CONTROL.
            IF WS-QTR-CONTROL-STATUS NOT = '00'
                DISPLAY 'Unable to open QTR-CONTROL, status ' WS-QTR-CONTROL-STATUS
                STOP RUN
            END-IF.
            READ QTR-CONTROL
                AT END
                    DISPLAY 'QTR-CONTROL file is empty'
                    STOP RUN
            END-READ.
            IF QT-TAX-YEAR NOT NUMERIC OR QT-TAX-YEAR = 0
                DISPLAY 'QT-TAX-YEAR must be set'
                STOP RUN
            END-IF.
            IF QT-QUARTER NOT NUMERIC OR QT-QUARTER < 1 OR QT-QUARTER > 4
                DISPLAY 'Unrecognized QT-QUARTER: ' QT-QUARTER
                STOP RUN
            END-IF.
            MOVE QT-TAX-YEAR TO WS-TAX-YEAR.
            MOVE QT-QUARTER  TO WS-QUARTER.
            IF QT-STATE-TAX-CODE = SPACES
                MOVE 'SUTA' TO WS-STATE-TAX-CODE
            ELSE
                MOVE QT-STATE-TAX-CODE TO WS-STATE-TAX-CODE
            END-IF.
            MOVE QT-STATE-ACCOUNT TO WS-STATE-ACCOUNT.
            CLOSE QTR-CONTROL.
            COMPUTE WS-FIRST-MONTH = (WS-QUARTER - 1) * 3 + 1.
            COMPUTE WS-LAST-MONTH = WS-QUARTER * 3.
            DISPLAY 'Preparing quarterly return for ' WS-TAX-YEAR
                ' quarter ' WS-QUARTER.

*> Every code EMPTAX has ever named gets a line on the return, even
*> in a quarter where it bore nothing (a capped tax whose base every
*> employee has passed still has to be reported, at zero). No
*> EMPTAX file just means the codes come from the history alone.
        LOAD-EMPLOYER-TAX-CODES.
            OPEN INPUT EMPLOYER-TAX-RATES.
            IF WS-EMPLOYER-TAX-STATUS = '35'
                DISPLAY 'No EMPTAX file present, codes taken from TAXHIST'
                EXIT PARAGRAPH
            END-IF.
            IF WS-EMPLOYER-TAX-STATUS NOT = '00'
                DISPLAY 'Unable to open EMPLOYER-TAX-RATES, status ' WS-EMPLOYER-TAX-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-EMPLOYER-TAX-RECORD
            PERFORM UNTIL WS-EMPLOYER-TAX-STATUS = '10'
                PERFORM FIND-OR-ADD-TAX-CODE-RATE
                PERFORM READ-EMPLOYER-TAX-RECORD
            END-PERFORM.
            CLOSE EMPLOYER-TAX-RATES.
            MOVE '00' TO WS-EMPLOYER-TAX-STATUS.

        READ-EMPLOYER-TAX-RECORD.
            READ EMPLOYER-TAX-RATES
                AT END MOVE '10' TO WS-EMPLOYER-TAX-STATUS
            END-READ.

        FIND-OR-ADD-TAX-CODE-RATE.
            MOVE ERT-TAX-CODE TO WS-LOOKUP-CODE.
            PERFORM FIND-OR-ADD-TAX-CODE.

*> Resolves WS-LOOKUP-CODE to its WS-CODE-TABLE entry, adding it
*> when new; WS-CODE-FOUND-INDEX is zero for a blank (unused) code
*> slot.
        FIND-OR-ADD-TAX-CODE.
            MOVE 0 TO WS-CODE-FOUND-INDEX.
            IF WS-LOOKUP-CODE = SPACES
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                IF WS-CODE-TAX-CODE(WS-CODE-INDEX) = WS-LOOKUP-CODE
                    MOVE WS-CODE-INDEX TO WS-CODE-FOUND-INDEX
                END-IF
            END-PERFORM.
            IF WS-CODE-FOUND-INDEX = 0
                IF WS-CODE-COUNT >= 10
                    DISPLAY 'Employer tax codes exceed the 10-tax table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-CODE-COUNT
                MOVE WS-CODE-COUNT TO WS-CODE-FOUND-INDEX
                MOVE WS-LOOKUP-CODE TO WS-CODE-TAX-CODE(WS-CODE-FOUND-INDEX)
                MOVE 0 TO WS-CODE-TOTAL-TAXABLE(WS-CODE-FOUND-INDEX)
                MOVE 0 TO WS-CODE-TOTAL-TAX(WS-CODE-FOUND-INDEX)
                MOVE 0 TO WS-CODE-TOTAL-POSTED(WS-CODE-FOUND-INDEX)
            END-IF.

*> One pass over the whole history; only records whose pay date
*> falls in the quarter's three months count. A pay date - not the
*> date a run happened to execute - places a payment in a quarter,
*> which is the rule the returns are filed under.
        ACCUMULATE-TAX-HISTORY.
            OPEN INPUT TAX-HISTORY.
            IF WS-TAX-HISTORY-STATUS = '35'
                DISPLAY 'No TAXHIST file present - no pay runs recorded yet'
                STOP RUN
            END-IF.
            IF WS-TAX-HISTORY-STATUS NOT = '00'
                DISPLAY 'Unable to open TAX-HISTORY, status ' WS-TAX-HISTORY-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-TAX-HISTORY-RECORD
            PERFORM UNTIL WS-TAX-HISTORY-STATUS = '10'
                ADD 1 TO WS-HISTORY-READ-COUNT
                MOVE TXH-PAY-DATE TO WS-HIST-PAY-DATE
                IF WS-HIST-PAY-YEAR = WS-TAX-YEAR
                    AND WS-HIST-PAY-MONTH >= WS-FIRST-MONTH
                    AND WS-HIST-PAY-MONTH <= WS-LAST-MONTH
                    ADD 1 TO WS-HISTORY-QUARTER-COUNT
                    PERFORM ACCUMULATE-ONE-HISTORY-RECORD
                END-IF
                PERFORM READ-TAX-HISTORY-RECORD
            END-PERFORM.
            CLOSE TAX-HISTORY.
            MOVE '00' TO WS-TAX-HISTORY-STATUS.

        READ-TAX-HISTORY-RECORD.
            READ TAX-HISTORY
                AT END MOVE '10' TO WS-TAX-HISTORY-STATUS
            END-READ.

        ACCUMULATE-ONE-HISTORY-RECORD.
            PERFORM FIND-DATE-TABLE-ENTRY.
            EVALUATE TXH-RECORD-TYPE
                WHEN 'P'
                WHEN 'R'
                    PERFORM ACCUMULATE-EMPLOYEE-PAYMENT
                WHEN 'L'
                    PERFORM ACCUMULATE-POSTED-LIABILITY
                WHEN OTHER
                    DISPLAY 'Unrecognized TAXHIST record type ' TXH-RECORD-TYPE
                        ' for pay date ' TXH-PAY-DATE ', skipped'
            END-EVALUATE.

        FIND-DATE-TABLE-ENTRY.
            MOVE 0 TO WS-DATE-FOUND-INDEX.
            PERFORM VARYING WS-DATE-INDEX FROM 1 BY 1 UNTIL WS-DATE-INDEX GREATER THAN WS-DATE-COUNT
                IF WS-DATE-PAY-DATE(WS-DATE-INDEX) = TXH-PAY-DATE
                    MOVE WS-DATE-INDEX TO WS-DATE-FOUND-INDEX
                END-IF
            END-PERFORM.
            IF WS-DATE-FOUND-INDEX = 0
                IF WS-DATE-COUNT >= 60
                    DISPLAY 'TAXHIST quarter exceeds the 60-date table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-DATE-COUNT
                MOVE WS-DATE-COUNT TO WS-DATE-FOUND-INDEX
                MOVE TXH-PAY-DATE TO WS-DATE-PAY-DATE(WS-DATE-FOUND-INDEX)
                MOVE 'N' TO WS-DATE-POSTED-FLAG(WS-DATE-FOUND-INDEX)
                PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN 10
                    MOVE 0 TO WS-DATE-CODE-COMPUTED(WS-DATE-FOUND-INDEX, WS-CODE-INDEX)
                    MOVE 0 TO WS-DATE-CODE-POSTED(WS-DATE-FOUND-INDEX, WS-CODE-INDEX)
                END-PERFORM
            END-IF.

        FIND-EMP-TABLE-ENTRY.
            MOVE 0 TO WS-EMP-FOUND-INDEX.
            PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1 UNTIL WS-EMP-INDEX GREATER THAN WS-EMP-COUNT
                IF WS-EMP-ID(WS-EMP-INDEX) = TXH-EMP-ID
                    MOVE WS-EMP-INDEX TO WS-EMP-FOUND-INDEX
                END-IF
            END-PERFORM.
            IF WS-EMP-FOUND-INDEX = 0
                IF WS-EMP-COUNT >= 500
                    DISPLAY 'TAXHIST quarter exceeds the 500-employee table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-EMP-COUNT
                MOVE WS-EMP-COUNT TO WS-EMP-FOUND-INDEX
                MOVE TXH-EMP-ID TO WS-EMP-ID(WS-EMP-FOUND-INDEX)
                MOVE 0 TO WS-EMP-WAGES(WS-EMP-FOUND-INDEX)
                MOVE 0 TO WS-EMP-FED-TAX(WS-EMP-FOUND-INDEX)
                MOVE 0 TO WS-EMP-STATE-TAX(WS-EMP-FOUND-INDEX)
                PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN 10
                    MOVE 0 TO WS-EMP-CODE-TAXABLE(WS-EMP-FOUND-INDEX, WS-CODE-INDEX)
                    MOVE 0 TO WS-EMP-CODE-TAX(WS-EMP-FOUND-INDEX, WS-CODE-INDEX)
                END-PERFORM
            END-IF.

*> A payment ('P') or a reversal ('R', wages and withholding
*> already negative) adjusts the employee's quarter. Reversal
*> records carry no code slots: the employer tax a reversed payment
*> bore stays posted, so it stays on the return too.
        ACCUMULATE-EMPLOYEE-PAYMENT.
            PERFORM FIND-EMP-TABLE-ENTRY.
            ADD TXH-GROSS     TO WS-EMP-WAGES(WS-EMP-FOUND-INDEX).
            ADD TXH-FED-TAX   TO WS-EMP-FED-TAX(WS-EMP-FOUND-INDEX).
            ADD TXH-STATE-TAX TO WS-EMP-STATE-TAX(WS-EMP-FOUND-INDEX).
            ADD TXH-GROSS     TO WS-QTR-TOTAL-WAGES.
            ADD TXH-FED-TAX   TO WS-QTR-TOTAL-FED-TAX.
            ADD TXH-STATE-TAX TO WS-QTR-TOTAL-STATE-TAX.
            PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX GREATER THAN 10
                MOVE TXH-TAX-CODE(WS-SLOT-INDEX) TO WS-LOOKUP-CODE
                PERFORM FIND-OR-ADD-TAX-CODE
                IF WS-CODE-FOUND-INDEX > 0
                    ADD TXH-TAXABLE(WS-SLOT-INDEX)
                        TO WS-EMP-CODE-TAXABLE(WS-EMP-FOUND-INDEX, WS-CODE-FOUND-INDEX)
                    ADD TXH-TAX-AMOUNT(WS-SLOT-INDEX)
                        TO WS-EMP-CODE-TAX(WS-EMP-FOUND-INDEX, WS-CODE-FOUND-INDEX)
                    ADD TXH-TAX-AMOUNT(WS-SLOT-INDEX)
                        TO WS-CODE-TOTAL-TAX(WS-CODE-FOUND-INDEX)
                    ADD TXH-TAX-AMOUNT(WS-SLOT-INDEX)
                        TO WS-DATE-CODE-COMPUTED(WS-DATE-FOUND-INDEX, WS-CODE-FOUND-INDEX)
                END-IF
            END-PERFORM.

*> A liability record is what one run's GL step credited to each
*> code's liability account.
        ACCUMULATE-POSTED-LIABILITY.
            MOVE 'Y' TO WS-DATE-POSTED-FLAG(WS-DATE-FOUND-INDEX).
            PERFORM VARYING WS-SLOT-INDEX FROM 1 BY 1 UNTIL WS-SLOT-INDEX GREATER THAN 10
                MOVE TXH-TAX-CODE(WS-SLOT-INDEX) TO WS-LOOKUP-CODE
                PERFORM FIND-OR-ADD-TAX-CODE
                IF WS-CODE-FOUND-INDEX > 0
                    ADD TXH-TAX-AMOUNT(WS-SLOT-INDEX)
                        TO WS-DATE-CODE-POSTED(WS-DATE-FOUND-INDEX, WS-CODE-FOUND-INDEX)
                    ADD TXH-TAX-AMOUNT(WS-SLOT-INDEX)
                        TO WS-CODE-TOTAL-POSTED(WS-CODE-FOUND-INDEX)
                END-IF
            END-PERFORM.

*> The return's taxable line per code is the sum of the taxable
*> wages reported for each employee, as COMPUTE-REPORTED-TAXABLE
*> caps them, so the figure the filing is keyed from foots to the
*> employee listing below it and to the state detail.
        SUM-REPORTED-TAXABLE.
            PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                MOVE 0 TO WS-CODE-TOTAL-TAXABLE(WS-CODE-INDEX)
            END-PERFORM.
            PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1 UNTIL WS-EMP-INDEX GREATER THAN WS-EMP-COUNT
                PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                    MOVE WS-CODE-INDEX TO WS-REPORT-CODE-INDEX
                    PERFORM COMPUTE-REPORTED-TAXABLE
                    ADD WS-REPORT-TAXABLE TO WS-CODE-TOTAL-TAXABLE(WS-CODE-INDEX)
                END-PERFORM
            END-PERFORM.

        FIND-STATE-TAX-CODE.
            MOVE 0 TO WS-STATE-CODE-INDEX.
            PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                IF WS-CODE-TAX-CODE(WS-CODE-INDEX) = WS-STATE-TAX-CODE
                    MOVE WS-CODE-INDEX TO WS-STATE-CODE-INDEX
                END-IF
            END-PERFORM.
            IF WS-STATE-CODE-INDEX = 0
                DISPLAY 'State tax code ' WS-STATE-TAX-CODE
                    ' not found in EMPTAX or TAXHIST - all wages reported as excess'
            END-IF.

        FIND-EMPLOYEE-NAME.
            MOVE SPACES TO WS-EMP-NAME.
            MOVE WS-EMP-ID(WS-EMP-INDEX) TO EM-EMP-ID.
            READ EMPLOYEE-MASTER RECORD KEY IS EM-EMP-ID
                INVALID KEY
                    MOVE 'NO LONGER ON EMPLOYEE MASTER' TO WS-EMP-NAME
                NOT INVALID KEY
                    STRING EM-ORIGINAL-NAME DELIMITED BY SPACE
                           EM-SUFFIX DELIMITED BY SIZE
                           INTO WS-EMP-NAME
                    END-STRING
            END-READ.

*> The return: quarter totals first (the figures the filing is
*> keyed from), then each employee's wages with their taxable and
*> excess wages per code, then the reconciliation to the GL.
        WRITE-QUARTERLY-RETURN.
            OPEN OUTPUT QUARTERLY-RETURN.
            IF WS-QUARTERLY-RETURN-STATUS NOT = '00'
                DISPLAY 'Unable to open QUARTERLY-RETURN, status ' WS-QUARTERLY-RETURN-STATUS
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'QUARTERLY EMPLOYER TAX RETURN' DELIMITED BY SIZE
                   '         TAX YEAR ' DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   '  QUARTER ' DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYEES PAID' TO WS-PRINT-LINE(1:20).
            MOVE WS-EMP-COUNT TO WS-PRINT-LINE(24:4).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PAY DATES' TO WS-PRINT-LINE(1:20).
            MOVE WS-DATE-COUNT TO WS-PRINT-LINE(26:2).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'TOTAL WAGES PAID' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-TOTAL-WAGES TO WS-YEAR-AMOUNT-DISPLAY.
            MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'FEDERAL TAX W/H' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-TOTAL-FED-TAX TO WS-YEAR-AMOUNT-DISPLAY.
            MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'STATE TAX W/H' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-TOTAL-STATE-TAX TO WS-YEAR-AMOUNT-DISPLAY.
            MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING WS-CODE-TAX-CODE(WS-CODE-INDEX) DELIMITED BY SPACE
                       ' - TAXABLE' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(1:20)
                END-STRING
                MOVE WS-CODE-TOTAL-TAXABLE(WS-CODE-INDEX) TO WS-YEAR-AMOUNT-DISPLAY
                MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15)
                MOVE 'TAX' TO WS-PRINT-LINE(40:7)
                MOVE WS-CODE-TOTAL-TAX(WS-CODE-INDEX) TO WS-YEAR-AMOUNT-DISPLAY
                MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(48:15)
                WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE
            END-PERFORM.

            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYEE WAGE LISTING' TO WS-PRINT-LINE(1:21).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.
            PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1 UNTIL WS-EMP-INDEX GREATER THAN WS-EMP-COUNT
                PERFORM WRITE-EMPLOYEE-RETURN-LINES
            END-PERFORM.

            PERFORM WRITE-LIABILITY-RECONCILIATION.
            CLOSE QUARTERLY-RETURN.

        WRITE-EMPLOYEE-RETURN-LINES.
            PERFORM FIND-EMPLOYEE-NAME.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-EMP-ID(WS-EMP-INDEX) TO WS-PRINT-LINE(1:5).
            MOVE WS-EMP-NAME TO WS-PRINT-LINE(8:36).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  WAGES' TO WS-PRINT-LINE(1:20).
            MOVE WS-EMP-WAGES(WS-EMP-INDEX) TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(24:13).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE '  FEDERAL W/H' TO WS-PRINT-LINE(1:20).
            MOVE WS-EMP-FED-TAX(WS-EMP-INDEX) TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(24:13).
            MOVE 'STATE W/H' TO WS-PRINT-LINE(40:9).
            MOVE WS-EMP-STATE-TAX(WS-EMP-INDEX) TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(50:13).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                MOVE WS-CODE-INDEX TO WS-REPORT-CODE-INDEX
                PERFORM COMPUTE-REPORTED-TAXABLE
                MOVE SPACES TO WS-PRINT-LINE
                STRING '  ' DELIMITED BY SIZE
                       WS-CODE-TAX-CODE(WS-CODE-INDEX) DELIMITED BY SPACE
                       ' TAXABLE' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE(1:20)
                END-STRING
                MOVE WS-REPORT-TAXABLE TO WS-YTD-AMOUNT-DISPLAY
                MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(24:13)
                MOVE 'EXCESS' TO WS-PRINT-LINE(40:9)
                MOVE WS-EXCESS-WAGES TO WS-YTD-AMOUNT-DISPLAY
                MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(50:13)
                WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE
            END-PERFORM.

*> The taxable and excess wages reported for one employee and code.
*> A reversal's 'R' record takes its wages back out of the quarter
*> but carries no code slots - employer tax is not refunded - so
*> taxable wages can stand above what was finally paid. Taxable is
*> reported as no more than the wages (and never below zero), and
*> excess as no less than zero, on the return and the state detail
*> alike.
        COMPUTE-REPORTED-TAXABLE.
            MOVE WS-EMP-CODE-TAXABLE(WS-EMP-INDEX, WS-REPORT-CODE-INDEX)
                TO WS-REPORT-TAXABLE.
            IF WS-REPORT-TAXABLE > WS-EMP-WAGES(WS-EMP-INDEX)
                MOVE WS-EMP-WAGES(WS-EMP-INDEX) TO WS-REPORT-TAXABLE
            END-IF.
            IF WS-REPORT-TAXABLE < 0
                MOVE 0 TO WS-REPORT-TAXABLE
            END-IF.
            COMPUTE WS-EXCESS-WAGES =
                WS-EMP-WAGES(WS-EMP-INDEX) - WS-REPORT-TAXABLE.
            IF WS-EXCESS-WAGES < 0
                MOVE 0 TO WS-EXCESS-WAGES
            END-IF.

*> Pay date by pay date, code by code: the employer tax computed
*> per employee against the liability the GL step credited. A run
*> whose GL step never completed has computed tax with nothing
*> posted, and a GL step rerun after a failure may have posted
*> twice - both show here as differences, and so does a pay date
*> with payments but no liability record at all. That pay date
*> counts as one difference however many codes it bore; its code
*> lines are still printed and flagged, but not counted again.
        WRITE-LIABILITY-RECONCILIATION.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'RECONCILIATION TO GL LIABILITY POSTED' TO WS-PRINT-LINE(1:37).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PAY DATE' TO WS-PRINT-LINE(1:8).
            MOVE 'CODE' TO WS-PRINT-LINE(11:4).
            MOVE '      COMPUTED' TO WS-PRINT-LINE(17:14).
            MOVE '        POSTED' TO WS-PRINT-LINE(33:14).
            MOVE '    DIFFERENCE' TO WS-PRINT-LINE(49:14).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

            PERFORM VARYING WS-DATE-INDEX FROM 1 BY 1 UNTIL WS-DATE-INDEX GREATER THAN WS-DATE-COUNT
                IF WS-DATE-POSTED-FLAG(WS-DATE-INDEX) = 'N'
                    ADD 1 TO WS-DIFFERENCE-COUNT
                    MOVE SPACES TO WS-PRINT-LINE
                    MOVE WS-DATE-PAY-DATE(WS-DATE-INDEX) TO WS-PRINT-LINE(1:8)
                    MOVE 'NO GL LIABILITY POSTING RECORDED FOR THIS PAY DATE'
                        TO WS-PRINT-LINE(11:50)
                    WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE
                END-IF
                PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                    PERFORM WRITE-ONE-RECONCILIATION-LINE
                END-PERFORM
            END-PERFORM.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'QUARTER TOTALS' TO WS-PRINT-LINE(1:14).
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.
            PERFORM VARYING WS-CODE-INDEX FROM 1 BY 1 UNTIL WS-CODE-INDEX GREATER THAN WS-CODE-COUNT
                COMPUTE WS-RECON-DIFFERENCE = WS-CODE-TOTAL-TAX(WS-CODE-INDEX)
                    - WS-CODE-TOTAL-POSTED(WS-CODE-INDEX)
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-CODE-TAX-CODE(WS-CODE-INDEX) TO WS-PRINT-LINE(11:4)
                MOVE WS-CODE-TOTAL-TAX(WS-CODE-INDEX) TO WS-YTD-AMOUNT-DISPLAY
                MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(17:13)
                MOVE WS-CODE-TOTAL-POSTED(WS-CODE-INDEX) TO WS-YTD-AMOUNT-DISPLAY
                MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(33:13)
                MOVE WS-RECON-DIFFERENCE TO WS-YTD-AMOUNT-DISPLAY
                MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(49:13)
                WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE
            END-PERFORM.

            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-DIFFERENCE-COUNT = 0
                MOVE 'RETURN RECONCILES TO GL LIABILITY POSTED' TO WS-PRINT-LINE(1:40)
            ELSE
                STRING '*** ' DELIMITED BY SIZE
                       WS-DIFFERENCE-COUNT DELIMITED BY SIZE
                       ' DIFFERENCE(S) - RESOLVE BEFORE FILING ***' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
            END-IF.
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

        WRITE-ONE-RECONCILIATION-LINE.
            COMPUTE WS-RECON-DIFFERENCE =
                WS-DATE-CODE-COMPUTED(WS-DATE-INDEX, WS-CODE-INDEX)
                - WS-DATE-CODE-POSTED(WS-DATE-INDEX, WS-CODE-INDEX).
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-DATE-PAY-DATE(WS-DATE-INDEX) TO WS-PRINT-LINE(1:8).
            MOVE WS-CODE-TAX-CODE(WS-CODE-INDEX) TO WS-PRINT-LINE(11:4).
            MOVE WS-DATE-CODE-COMPUTED(WS-DATE-INDEX, WS-CODE-INDEX) TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(17:13).
            MOVE WS-DATE-CODE-POSTED(WS-DATE-INDEX, WS-CODE-INDEX) TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(33:13).
            MOVE WS-RECON-DIFFERENCE TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(49:13).
            IF WS-RECON-DIFFERENCE NOT = 0
                IF WS-DATE-POSTED-FLAG(WS-DATE-INDEX) = 'Y'
                    ADD 1 TO WS-DIFFERENCE-COUNT
                END-IF
                MOVE '*** DIFF' TO WS-PRINT-LINE(64:8)
            END-IF.
            WRITE QUARTERLY-RETURN-RECORD FROM WS-PRINT-LINE.

*> The state unemployment wage detail: every employee paid in the
*> quarter with total wages, the wages taxable under the state code
*> (up to the state wage base) and the excess above it - the
*> three columns the state's quarterly wage report asks for.
        WRITE-STATE-WAGE-DETAIL.
            OPEN OUTPUT STATE-WAGE-DETAIL.
            IF WS-STATE-WAGE-STATUS NOT = '00'
                DISPLAY 'Unable to open STATE-WAGE-DETAIL, status ' WS-STATE-WAGE-STATUS
                STOP RUN
            END-IF.

            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'STATE UNEMPLOYMENT WAGE DETAIL' DELIMITED BY SIZE
                   '        TAX YEAR ' DELIMITED BY SIZE
                   WS-TAX-YEAR DELIMITED BY SIZE
                   '  QUARTER ' DELIMITED BY SIZE
                   WS-QUARTER DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYER ACCOUNT:' TO WS-PRINT-LINE(1:17).
            MOVE WS-STATE-ACCOUNT TO WS-PRINT-LINE(19:12).
            MOVE 'TAX CODE:' TO WS-PRINT-LINE(40:9).
            MOVE WS-STATE-TAX-CODE TO WS-PRINT-LINE(50:4).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMP ID' TO WS-PRINT-LINE(1:6).
            MOVE 'NAME' TO WS-PRINT-LINE(8:4).
            MOVE '  TOTAL WAGES' TO WS-PRINT-LINE(27:13).
            MOVE '      TAXABLE' TO WS-PRINT-LINE(41:13).
            MOVE '       EXCESS' TO WS-PRINT-LINE(55:13).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1 UNTIL WS-EMP-INDEX GREATER THAN WS-EMP-COUNT
                PERFORM WRITE-ONE-STATE-WAGE-LINE
            END-PERFORM.

            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYEES REPORTED' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-STATE-EMPLOYEES TO WS-PRINT-LINE(23:5).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'TOTAL WAGES' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-TOTAL-WAGES TO WS-YEAR-AMOUNT-DISPLAY.
            MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'TAXABLE WAGES' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-STATE-TAXABLE TO WS-YEAR-AMOUNT-DISPLAY.
            MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EXCESS WAGES' TO WS-PRINT-LINE(1:20).
            MOVE WS-QTR-STATE-EXCESS TO WS-YEAR-AMOUNT-DISPLAY.
            MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.

            IF WS-STATE-CODE-INDEX > 0
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 'CONTRIBUTIONS DUE' TO WS-PRINT-LINE(1:20)
                MOVE WS-CODE-TOTAL-TAX(WS-STATE-CODE-INDEX) TO WS-YEAR-AMOUNT-DISPLAY
                MOVE WS-YEAR-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:15)
                WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE
            END-IF.

            CLOSE STATE-WAGE-DETAIL.

        WRITE-ONE-STATE-WAGE-LINE.
            PERFORM FIND-EMPLOYEE-NAME.
            ADD 1 TO WS-QTR-STATE-EMPLOYEES.
            IF WS-STATE-CODE-INDEX > 0
                MOVE WS-STATE-CODE-INDEX TO WS-REPORT-CODE-INDEX
                PERFORM COMPUTE-REPORTED-TAXABLE
                ADD WS-REPORT-TAXABLE TO WS-QTR-STATE-TAXABLE
            ELSE
                MOVE 0 TO WS-REPORT-TAXABLE
                MOVE WS-EMP-WAGES(WS-EMP-INDEX) TO WS-EXCESS-WAGES
                IF WS-EXCESS-WAGES < 0
                    MOVE 0 TO WS-EXCESS-WAGES
                END-IF
            END-IF.
            ADD WS-EXCESS-WAGES TO WS-QTR-STATE-EXCESS.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-EMP-ID(WS-EMP-INDEX) TO WS-PRINT-LINE(1:5).
            MOVE WS-EMP-NAME(1:18) TO WS-PRINT-LINE(8:18).
            MOVE WS-EMP-WAGES(WS-EMP-INDEX) TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(27:13).
            MOVE WS-REPORT-TAXABLE TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(41:13).
            MOVE WS-EXCESS-WAGES TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(55:13).
            WRITE STATE-WAGE-DETAIL-RECORD FROM WS-PRINT-LINE.
