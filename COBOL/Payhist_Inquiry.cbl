        IDENTIFICATION DIVISION.
        PROGRAM-ID. PayHistoryInquiry.
*> Answers "what exactly was this person paid" from the permanent
*> pay history (PAYHIST) the payroll run keeps. The employee and the
*> pay dates to list are set in PHICTL (PHIREC). Every payment and
*> reversal in the range prints with its gross, withholding,
*> deductions by code, net, hours, and the deposit trace or check
*> number it went out under, followed by running totals - so a
*> question about one paycheck, or about everything since a given
*> date, is answered from one page instead of a stack of registers.
*> Then, for each calendar year the listed entries fall in, the
*> whole year's history is added up and compared with the year's
*> year-to-date record: the archived YTDHIST.CCYY once the year has
*> been closed, YTDMAST while it is still open. A year whose history
*> does not add up to its YTD figures is flagged. (A year in which
*> the history began part way through will show the pay from before
*> it began as the difference.) Read-only; run it any time.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT INQUIRY-CONTROL ASSIGN TO "PHICTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQUIRY-CONTROL-STATUS.

            SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAY-HISTORY-STATUS.

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

*> A closed year's YTD figures are in the archive the year-end close
*> wrote for it, named for the year (YTDHIST.CCYY).
            SELECT YTD-HISTORY ASSIGN TO WS-HISTORY-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-YTD-HISTORY-STATUS.

            SELECT INQUIRY-REPORT ASSIGN TO "PHINQRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INQUIRY-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  INQUIRY-CONTROL.
        01 INQUIRY-CONTROL-RECORD.
            COPY PHIREC.

        FD  PAY-HISTORY.
        01 PAY-HISTORY-RECORD.
            COPY PHREC.

        FD  EMPLOYEE-MASTER.
        01 EMPLOYEE-MASTER-RECORD.
            COPY EMPREC.

        FD  YTD-MASTER.
        01 YTD-MASTER-RECORD.
            COPY YTDREC.

        FD  YTD-HISTORY.
        01 YTD-HISTORY-RECORD.
            COPY YTDREC REPLACING LEADING ==YT== BY ==YH==.

        FD  INQUIRY-REPORT.
        01 INQUIRY-REPORT-RECORD       PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUSES.
            05 WS-INQUIRY-CONTROL-STATUS  PIC X(2) VALUE '00'.
            05 WS-PAY-HISTORY-STATUS      PIC X(2) VALUE '00'.
            05 WS-EMP-MASTER-STATUS       PIC X(2) VALUE '00'.
            05 WS-YTD-MASTER-STATUS       PIC X(2) VALUE '00'.
            05 WS-YTD-HISTORY-STATUS      PIC X(2) VALUE '00'.
            05 WS-INQUIRY-REPORT-STATUS   PIC X(2) VALUE '00'.

        01 WS-INQUIRY-CONTROLS.
            05 WS-INQ-EMP-ID         PIC 9(5) VALUE 0.
            05 WS-INQ-FROM-DATE      PIC 9(8) VALUE 0.
            05 WS-INQ-TO-DATE        PIC 9(8) VALUE 0.
            05 WS-EMPLOYEE-NAME      PIC X(36) VALUE SPACES.
            05 WS-EMP-FOUND-FLAG     PIC X(1) VALUE 'N'.
            05 WS-HISTORY-FILE-NAME  PIC X(12) VALUE SPACES.
            05 WS-ENTRY-YEAR         PIC 9(4) VALUE 0.
            05 WS-DED-INDEX          PIC 9(2) VALUE 0.
            05 WS-DED-COLUMN         PIC 9(2) VALUE 0.

        01 WS-INQUIRY-COUNTS.
            05 WS-PAYMENT-COUNT      PIC 9(5) VALUE 0.
            05 WS-REVERSAL-COUNT     PIC 9(5) VALUE 0.
            05 WS-YEAR-DIFF-COUNT    PIC 9(3) VALUE 0.

*> Running totals over the listed entries.
        01 WS-RUNNING-TOTALS.
            05 WS-RUN-GROSS          PIC S9(9)V99 VALUE 0.
            05 WS-RUN-FED-TAX        PIC S9(9)V99 VALUE 0.
            05 WS-RUN-STATE-TAX      PIC S9(9)V99 VALUE 0.
            05 WS-RUN-DEDUCT         PIC S9(9)V99 VALUE 0.
            05 WS-RUN-NET-PAY        PIC S9(9)V99 VALUE 0.

*> The calendar years the listed entries fall in, in date order -
*> each one is reconciled whole after the listing.
        01 WS-YEAR-TABLE.
            05 WS-YEAR-COUNT         PIC 9(2) VALUE 0.
            05 WS-YEAR-ENTRY OCCURS 1 TO 50 TIMES
                         DEPENDING ON WS-YEAR-COUNT.
                10 WS-YEAR-VALUE     PIC 9(4).
            05 WS-YEAR-INDEX         PIC 9(2) VALUE 0.

        01 WS-YEAR-RECONCILIATION.
            05 WS-RECON-YEAR         PIC 9(4) VALUE 0.
            05 WS-RECON-SOURCE       PIC X(12) VALUE SPACES.
            05 WS-RECON-YTD-FOUND    PIC X(1) VALUE 'N'.
            05 WS-RECON-DIFF-FLAG    PIC X(1) VALUE 'N'.
            05 WS-HIST-GROSS         PIC S9(9)V99 VALUE 0.
            05 WS-HIST-FED-TAX       PIC S9(9)V99 VALUE 0.
            05 WS-HIST-STATE-TAX     PIC S9(9)V99 VALUE 0.
            05 WS-HIST-NET-PAY       PIC S9(9)V99 VALUE 0.
            05 WS-YTD-GROSS          PIC S9(9)V99 VALUE 0.
            05 WS-YTD-FED-TAX        PIC S9(9)V99 VALUE 0.
            05 WS-YTD-STATE-TAX      PIC S9(9)V99 VALUE 0.
            05 WS-YTD-NET-PAY        PIC S9(9)V99 VALUE 0.
            05 WS-RECON-LABEL        PIC X(18) VALUE SPACES.
            05 WS-RECON-HISTORY      PIC S9(9)V99 VALUE 0.
            05 WS-RECON-YTD          PIC S9(9)V99 VALUE 0.
            05 WS-RECON-DIFFERENCE   PIC S9(9)V99 VALUE 0.

        01 WS-RUN-DATE               PIC 9(8) VALUE 0.
        01 WS-PRINT-LINE             PIC X(80) VALUE SPACES.
        01 WS-AMOUNT-DISPLAY         PIC -9(7).99.
        01 WS-HOURS-DISPLAY          PIC -999.99.

        PROCEDURE DIVISION.

        INITIALIZATION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM READ-INQUIRY-CONTROL.

            OPEN INPUT PAY-HISTORY.
            IF WS-PAY-HISTORY-STATUS = '35'
                DISPLAY 'No PAYHIST file present - no LIVE run has recorded pay yet'
                STOP RUN
            END-IF.
            IF WS-PAY-HISTORY-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-HISTORY, status ' WS-PAY-HISTORY-STATUS
                STOP RUN
            END-IF.

            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-EMP-MASTER-STATUS NOT = '00'
                DISPLAY 'Unable to open EMPLOYEE-MASTER, status ' WS-EMP-MASTER-STATUS
                STOP RUN
            END-IF.

*> No YTDMAST just means no open year to reconcile against; the
*> listing is still worth printing.
            OPEN INPUT YTD-MASTER.
            IF WS-YTD-MASTER-STATUS = '35'
                DISPLAY 'No YTDMAST file present, open year not reconciled'
            ELSE
                IF WS-YTD-MASTER-STATUS NOT = '00'
                    DISPLAY 'Unable to open YTD-MASTER, status ' WS-YTD-MASTER-STATUS
                    STOP RUN
                END-IF
            END-IF.

            OPEN OUTPUT INQUIRY-REPORT.
            IF WS-INQUIRY-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open INQUIRY-REPORT, status ' WS-INQUIRY-REPORT-STATUS
                STOP RUN
            END-IF.

        MAIN-LOGIC.
            PERFORM FIND-INQUIRY-EMPLOYEE.
            PERFORM WRITE-INQUIRY-HEADING.
            PERFORM LIST-PAY-HISTORY.
            PERFORM WRITE-RANGE-TOTALS.
            PERFORM RECONCILE-HISTORY-YEARS.

            CLOSE PAY-HISTORY.
            CLOSE EMPLOYEE-MASTER.
            IF WS-YTD-MASTER-STATUS NOT = '35'
                CLOSE YTD-MASTER
            END-IF.
            CLOSE INQUIRY-REPORT.

            DISPLAY 'Pay history inquiry for employee ' WS-INQ-EMP-ID
                ' written: ' WS-PAYMENT-COUNT ' payments, '
                WS-REVERSAL-COUNT ' reversals, '
                WS-YEAR-DIFF-COUNT ' years out of agreement'.
            STOP RUN.

*> The employee is required - an inquiry across everyone is the
*> register's job, not this one's. The dates default to the whole
*> history.
        READ-INQUIRY-CONTROL.
            OPEN INPUT INQUIRY-CONTROL.
            IF WS-INQUIRY-CONTROL-STATUS NOT = '00'
                DISPLAY 'Unable to open INQUIRY-CONTROL, status ' WS-INQUIRY-CONTROL-STATUS
                STOP RUN
            END-IF.
            READ INQUIRY-CONTROL
                AT END
                    DISPLAY 'INQUIRY-CONTROL file is empty'
                    STOP RUN
            END-READ.
            IF PHI-EMP-ID = 0
                DISPLAY 'PHI-EMP-ID must be set'
                STOP RUN
            END-IF.
            MOVE PHI-EMP-ID TO WS-INQ-EMP-ID.
            MOVE PHI-FROM-DATE TO WS-INQ-FROM-DATE.
            MOVE PHI-TO-DATE TO WS-INQ-TO-DATE.
            IF WS-INQ-TO-DATE = 0
                MOVE 99999999 TO WS-INQ-TO-DATE
            END-IF.
            IF WS-INQ-FROM-DATE > WS-INQ-TO-DATE
                DISPLAY 'PHI-FROM-DATE is after PHI-TO-DATE'
                STOP RUN
            END-IF.
            CLOSE INQUIRY-CONTROL.

*> The name from the master when the employee is still on it;
*> otherwise the name the history itself recorded on the employee's
*> first entry, and failing that the usual note.
        FIND-INQUIRY-EMPLOYEE.
            MOVE 'N' TO WS-EMP-FOUND-FLAG.
            MOVE SPACES TO WS-EMPLOYEE-NAME.
            MOVE WS-INQ-EMP-ID TO EM-EMP-ID.
            READ EMPLOYEE-MASTER RECORD KEY IS EM-EMP-ID
                INVALID KEY
                    MOVE 'NO LONGER ON EMPLOYEE MASTER' TO WS-EMPLOYEE-NAME
                NOT INVALID KEY
                    MOVE 'Y' TO WS-EMP-FOUND-FLAG
                    STRING EM-ORIGINAL-NAME DELIMITED BY SPACE
                           EM-SUFFIX DELIMITED BY SIZE
                           INTO WS-EMPLOYEE-NAME
                    END-STRING
            END-READ.
            IF WS-EMP-FOUND-FLAG = 'N'
                MOVE WS-INQ-EMP-ID TO PH-EMP-ID
                MOVE 0 TO PH-PAY-DATE
                MOVE SPACES TO PH-ENTRY-TYPE
                MOVE 0 TO PH-ENTRY-SEQ
                PERFORM START-PAY-HISTORY-SCAN
                PERFORM READ-PAY-HISTORY-NEXT
                IF WS-PAY-HISTORY-STATUS NOT = '10'
                    AND PH-EMP-ID = WS-INQ-EMP-ID
                    MOVE PH-NAME TO WS-EMPLOYEE-NAME
                END-IF
                MOVE '00' TO WS-PAY-HISTORY-STATUS
            END-IF.

        WRITE-INQUIRY-HEADING.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'EMPLOYEE PAY HISTORY' DELIMITED BY SIZE
                   '                    RUN DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYEE:' TO WS-PRINT-LINE(1:9).
            MOVE WS-INQ-EMP-ID TO WS-PRINT-LINE(11:5).
            MOVE WS-EMPLOYEE-NAME TO WS-PRINT-LINE(18:36).
            IF WS-EMP-FOUND-FLAG = 'Y'
                MOVE 'DEPT:' TO WS-PRINT-LINE(56:5)
                MOVE EM-DEPT-CODE TO WS-PRINT-LINE(62:4)
            END-IF.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PAY DATES' TO WS-PRINT-LINE(1:9).
            MOVE WS-INQ-FROM-DATE TO WS-PRINT-LINE(11:8).
            MOVE 'THROUGH' TO WS-PRINT-LINE(20:7).
            MOVE WS-INQ-TO-DATE TO WS-PRINT-LINE(28:8).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PAY DATE'   TO WS-PRINT-LINE(1:8).
            MOVE 'ENTRY'      TO WS-PRINT-LINE(10:5).
            MOVE 'T'          TO WS-PRINT-LINE(19:1).
            MOVE 'GROSS'      TO WS-PRINT-LINE(27:5).
            MOVE 'FED TAX'    TO WS-PRINT-LINE(37:7).
            MOVE 'STATE TAX'  TO WS-PRINT-LINE(47:9).
            MOVE 'DEDUCTIONS' TO WS-PRINT-LINE(58:10).
            MOVE 'NET PAY'    TO WS-PRINT-LINE(73:7).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

*> The history is keyed employee, pay date, entry type, sequence, so
*> the employee's entries in the range are one keyed run starting
*> at the from-date - already in date order, a reversal listed on
*> the pay date of the run that backed the payment out.
        LIST-PAY-HISTORY.
            MOVE WS-INQ-EMP-ID TO PH-EMP-ID.
            MOVE WS-INQ-FROM-DATE TO PH-PAY-DATE.
            MOVE SPACES TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            PERFORM START-PAY-HISTORY-SCAN
            PERFORM READ-PAY-HISTORY-NEXT
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                IF PH-EMP-ID NOT = WS-INQ-EMP-ID
                    OR PH-PAY-DATE > WS-INQ-TO-DATE
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    PERFORM LIST-ONE-HISTORY-ENTRY
                    PERFORM READ-PAY-HISTORY-NEXT
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.
            IF WS-PAYMENT-COUNT = 0 AND WS-REVERSAL-COUNT = 0
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 'NO PAY HISTORY FOR THIS EMPLOYEE IN THE RANGE'
                    TO WS-PRINT-LINE(1:46)
                WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

        START-PAY-HISTORY-SCAN.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.

        READ-PAY-HISTORY-NEXT.
            IF WS-PAY-HISTORY-STATUS NOT = '10'
                READ PAY-HISTORY NEXT RECORD
                    AT END
                        MOVE '10' TO WS-PAY-HISTORY-STATUS
                END-READ
            END-IF.

        LIST-ONE-HISTORY-ENTRY.
            IF PH-ENTRY-TYPE = 'R'
                ADD 1 TO WS-REVERSAL-COUNT
            ELSE
                ADD 1 TO WS-PAYMENT-COUNT
            END-IF.
            ADD PH-GROSS        TO WS-RUN-GROSS.
            ADD PH-FED-TAX      TO WS-RUN-FED-TAX.
            ADD PH-STATE-TAX    TO WS-RUN-STATE-TAX.
            ADD PH-TOTAL-DEDUCT TO WS-RUN-DEDUCT.
            ADD PH-NET-PAY      TO WS-RUN-NET-PAY.
            PERFORM NOTE-ENTRY-YEAR.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE PH-PAY-DATE TO WS-PRINT-LINE(1:8).
            IF PH-ENTRY-TYPE = 'R'
                MOVE 'REVERSAL' TO WS-PRINT-LINE(10:8)
            ELSE
                MOVE 'PAYMENT' TO WS-PRINT-LINE(10:8)
            END-IF.
            MOVE PH-RUN-TYPE TO WS-PRINT-LINE(19:1).
            MOVE PH-GROSS TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(21:11).
            MOVE PH-FED-TAX TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(33:11).
            MOVE PH-STATE-TAX TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(45:11).
            MOVE PH-TOTAL-DEDUCT TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(57:11).
            MOVE PH-NET-PAY TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(69:11).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'REG' TO WS-PRINT-LINE(10:3).
            MOVE PH-REG-HOURS TO WS-HOURS-DISPLAY.
            MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(14:7).
            MOVE 'OT' TO WS-PRINT-LINE(22:2).
            MOVE PH-OT-HOURS TO WS-HOURS-DISPLAY.
            MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(25:7).
            MOVE 'VAC' TO WS-PRINT-LINE(33:3).
            MOVE PH-VAC-HOURS TO WS-HOURS-DISPLAY.
            MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(37:7).
            MOVE 'SICK' TO WS-PRINT-LINE(45:4).
            MOVE PH-SICK-HOURS TO WS-HOURS-DISPLAY.
            MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(50:7).
            MOVE 'RETRO' TO WS-PRINT-LINE(58:5).
            MOVE PH-RETRO-PAY TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(69:11).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            IF PH-PAY-METHOD = 'C'
                MOVE 'CHECK NUMBER' TO WS-PRINT-LINE(10:12)
                MOVE PH-CHECK-NUMBER TO WS-PRINT-LINE(24:6)
            ELSE
                MOVE 'DEPOSIT TRACE' TO WS-PRINT-LINE(10:13)
                MOVE PH-TRACE-NUMBER TO WS-PRINT-LINE(24:15)
            END-IF.
            IF PH-ENTRY-TYPE = 'R'
                MOVE 'REVERSES' TO WS-PRINT-LINE(40:8)
                MOVE PH-REVERSED-PAY-DATE TO WS-PRINT-LINE(49:8)
                MOVE PH-REASON TO WS-PRINT-LINE(58:23)
            ELSE
                MOVE PH-REASON TO WS-PRINT-LINE(40:30)
            END-IF.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE 0 TO WS-DED-COLUMN.
            MOVE SPACES TO WS-PRINT-LINE.
            PERFORM VARYING WS-DED-INDEX FROM 1 BY 1 UNTIL WS-DED-INDEX GREATER THAN 10
                IF PH-DED-CODE(WS-DED-INDEX) NOT = SPACES
                    PERFORM LIST-ONE-DEDUCTION
                END-IF
            END-PERFORM.
            IF WS-DED-COLUMN > 0
                WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'RUNNING' TO WS-PRINT-LINE(10:7).
            MOVE WS-RUN-GROSS TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(21:11).
            MOVE WS-RUN-FED-TAX TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(33:11).
            MOVE WS-RUN-STATE-TAX TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(45:11).
            MOVE WS-RUN-DEDUCT TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(57:11).
            MOVE WS-RUN-NET-PAY TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(69:11).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

*> Three deduction codes to a line, each code followed by its amount.
        LIST-ONE-DEDUCTION.
            IF WS-DED-COLUMN = 3
                WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 0 TO WS-DED-COLUMN
            END-IF.
            IF WS-DED-COLUMN = 0
                MOVE 'DEDUCTIONS' TO WS-PRINT-LINE(10:10)
            END-IF.
            ADD 1 TO WS-DED-COLUMN.
            MOVE PH-DED-AMOUNT(WS-DED-INDEX) TO WS-AMOUNT-DISPLAY.
            EVALUATE WS-DED-COLUMN
                WHEN 1
                    MOVE PH-DED-CODE(WS-DED-INDEX) TO WS-PRINT-LINE(21:4)
                    MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(26:11)
                WHEN 2
                    MOVE PH-DED-CODE(WS-DED-INDEX) TO WS-PRINT-LINE(39:4)
                    MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(44:11)
                WHEN OTHER
                    MOVE PH-DED-CODE(WS-DED-INDEX) TO WS-PRINT-LINE(57:4)
                    MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(62:11)
            END-EVALUATE.

        NOTE-ENTRY-YEAR.
            DIVIDE PH-PAY-DATE BY 10000 GIVING WS-ENTRY-YEAR.
            IF WS-YEAR-COUNT = 0
                PERFORM ADD-YEAR-TABLE-ENTRY
            ELSE
                IF WS-YEAR-VALUE(WS-YEAR-COUNT) NOT = WS-ENTRY-YEAR
                    PERFORM ADD-YEAR-TABLE-ENTRY
                END-IF
            END-IF.

        ADD-YEAR-TABLE-ENTRY.
            IF WS-YEAR-COUNT >= 50
                DISPLAY 'Inquiry range exceeds the 50-year table, run stopped'
                STOP RUN
            END-IF.
            ADD 1 TO WS-YEAR-COUNT.
            MOVE WS-ENTRY-YEAR TO WS-YEAR-VALUE(WS-YEAR-COUNT).

        WRITE-RANGE-TOTALS.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'RANGE TOTAL' TO WS-PRINT-LINE(1:11).
            MOVE WS-RUN-GROSS TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(21:11).
            MOVE WS-RUN-FED-TAX TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(33:11).
            MOVE WS-RUN-STATE-TAX TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(45:11).
            MOVE WS-RUN-DEDUCT TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(57:11).
            MOVE WS-RUN-NET-PAY TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(69:11).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PAYMENTS:' TO WS-PRINT-LINE(1:9).
            MOVE WS-PAYMENT-COUNT TO WS-PRINT-LINE(11:5).
            MOVE 'REVERSALS:' TO WS-PRINT-LINE(18:10).
            MOVE WS-REVERSAL-COUNT TO WS-PRINT-LINE(29:5).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

*> Each year is added up whole - not just the part inside the
*> inquiry range - because that is what its YTD record holds.
*> Deductions are not carried on YTDMAST, so gross, the two
*> withholdings and net are the figures compared.
        RECONCILE-HISTORY-YEARS.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'YEAR RECONCILIATION - PAY HISTORY TO YEAR-TO-DATE'
                TO WS-PRINT-LINE(1:50).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM VARYING WS-YEAR-INDEX FROM 1 BY 1 UNTIL WS-YEAR-INDEX GREATER THAN WS-YEAR-COUNT
                MOVE WS-YEAR-VALUE(WS-YEAR-INDEX) TO WS-RECON-YEAR
                PERFORM RECONCILE-ONE-YEAR
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'YEARS OUT OF AGREEMENT:' TO WS-PRINT-LINE(1:23).
            MOVE WS-YEAR-DIFF-COUNT TO WS-PRINT-LINE(25:3).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

        RECONCILE-ONE-YEAR.
            PERFORM SUM-HISTORY-FOR-YEAR.
            PERFORM FIND-YTD-FOR-YEAR.
            MOVE 'N' TO WS-RECON-DIFF-FLAG.

            MOVE SPACES TO WS-PRINT-LINE.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'YEAR ' DELIMITED BY SIZE
                   WS-RECON-YEAR DELIMITED BY SIZE
                   ' AGAINST ' DELIMITED BY SIZE
                   WS-RECON-SOURCE DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
            END-STRING.
            IF WS-RECON-YTD-FOUND = 'N'
                MOVE '(NO YTD RECORD FOR EMPLOYEE)' TO WS-PRINT-LINE(40:28)
            END-IF.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'HISTORY' TO WS-PRINT-LINE(25:7).
            MOVE 'YTD' TO WS-PRINT-LINE(41:3).
            MOVE 'DIFFERENCE' TO WS-PRINT-LINE(46:10).
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE 'GROSS WAGES' TO WS-RECON-LABEL.
            MOVE WS-HIST-GROSS TO WS-RECON-HISTORY.
            MOVE WS-YTD-GROSS TO WS-RECON-YTD.
            PERFORM WRITE-RECONCILIATION-LINE.

            MOVE 'FEDERAL TAX W/H' TO WS-RECON-LABEL.
            MOVE WS-HIST-FED-TAX TO WS-RECON-HISTORY.
            MOVE WS-YTD-FED-TAX TO WS-RECON-YTD.
            PERFORM WRITE-RECONCILIATION-LINE.

            MOVE 'STATE TAX W/H' TO WS-RECON-LABEL.
            MOVE WS-HIST-STATE-TAX TO WS-RECON-HISTORY.
            MOVE WS-YTD-STATE-TAX TO WS-RECON-YTD.
            PERFORM WRITE-RECONCILIATION-LINE.

            MOVE 'NET PAY' TO WS-RECON-LABEL.
            MOVE WS-HIST-NET-PAY TO WS-RECON-HISTORY.
            MOVE WS-YTD-NET-PAY TO WS-RECON-YTD.
            PERFORM WRITE-RECONCILIATION-LINE.

            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-RECON-DIFF-FLAG = 'Y'
                ADD 1 TO WS-YEAR-DIFF-COUNT
                STRING '*** YEAR ' DELIMITED BY SIZE
                       WS-RECON-YEAR DELIMITED BY SIZE
                       ' HISTORY DOES NOT ADD UP TO ' DELIMITED BY SIZE
                       WS-RECON-SOURCE DELIMITED BY SPACE
                       INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING 'YEAR ' DELIMITED BY SIZE
                       WS-RECON-YEAR DELIMITED BY SIZE
                       ' AGREES' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
            END-IF.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-RECONCILIATION-LINE.
            COMPUTE WS-RECON-DIFFERENCE = WS-RECON-HISTORY - WS-RECON-YTD.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-RECON-LABEL TO WS-PRINT-LINE(1:18).
            MOVE WS-RECON-HISTORY TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(21:11).
            MOVE WS-RECON-YTD TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(33:11).
            MOVE WS-RECON-DIFFERENCE TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(45:11).
            IF WS-RECON-DIFFERENCE NOT = 0
                MOVE 'Y' TO WS-RECON-DIFF-FLAG
                MOVE '*** DIFF' TO WS-PRINT-LINE(58:8)
            END-IF.
            WRITE INQUIRY-REPORT-RECORD FROM WS-PRINT-LINE.

        SUM-HISTORY-FOR-YEAR.
            MOVE 0 TO WS-HIST-GROSS.
            MOVE 0 TO WS-HIST-FED-TAX.
            MOVE 0 TO WS-HIST-STATE-TAX.
            MOVE 0 TO WS-HIST-NET-PAY.
            MOVE WS-INQ-EMP-ID TO PH-EMP-ID.
            COMPUTE PH-PAY-DATE = WS-RECON-YEAR * 10000 + 101.
            MOVE SPACES TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            PERFORM START-PAY-HISTORY-SCAN
            PERFORM READ-PAY-HISTORY-NEXT
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                DIVIDE PH-PAY-DATE BY 10000 GIVING WS-ENTRY-YEAR
                IF PH-EMP-ID NOT = WS-INQ-EMP-ID
                    OR WS-ENTRY-YEAR NOT = WS-RECON-YEAR
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    ADD PH-GROSS     TO WS-HIST-GROSS
                    ADD PH-FED-TAX   TO WS-HIST-FED-TAX
                    ADD PH-STATE-TAX TO WS-HIST-STATE-TAX
                    ADD PH-NET-PAY   TO WS-HIST-NET-PAY
                    PERFORM READ-PAY-HISTORY-NEXT
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.

*> A year the close has archived is compared with its archive; a
*> year with no archive is still open and is compared with YTDMAST.
        FIND-YTD-FOR-YEAR.
            MOVE 'N' TO WS-RECON-YTD-FOUND.
            MOVE 0 TO WS-YTD-GROSS.
            MOVE 0 TO WS-YTD-FED-TAX.
            MOVE 0 TO WS-YTD-STATE-TAX.
            MOVE 0 TO WS-YTD-NET-PAY.
            MOVE SPACES TO WS-HISTORY-FILE-NAME.
            STRING 'YTDHIST.' DELIMITED BY SIZE
                   WS-RECON-YEAR DELIMITED BY SIZE
                   INTO WS-HISTORY-FILE-NAME
            END-STRING.
            OPEN INPUT YTD-HISTORY.
            IF WS-YTD-HISTORY-STATUS = '00'
                MOVE WS-HISTORY-FILE-NAME TO WS-RECON-SOURCE
                PERFORM READ-YTD-HISTORY-RECORD
                PERFORM UNTIL WS-YTD-HISTORY-STATUS = '10'
                               OR WS-RECON-YTD-FOUND = 'Y'
                    IF YH-EMP-ID = WS-INQ-EMP-ID
                        MOVE 'Y' TO WS-RECON-YTD-FOUND
                        MOVE YH-YTD-GROSS     TO WS-YTD-GROSS
                        MOVE YH-YTD-FED-TAX   TO WS-YTD-FED-TAX
                        MOVE YH-YTD-STATE-TAX TO WS-YTD-STATE-TAX
                        MOVE YH-YTD-NET-PAY   TO WS-YTD-NET-PAY
                    ELSE
                        PERFORM READ-YTD-HISTORY-RECORD
                    END-IF
                END-PERFORM
                CLOSE YTD-HISTORY
                MOVE '00' TO WS-YTD-HISTORY-STATUS
                EXIT PARAGRAPH
            END-IF.
            MOVE '00' TO WS-YTD-HISTORY-STATUS.
            MOVE 'YTDMAST' TO WS-RECON-SOURCE.
            IF WS-YTD-MASTER-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            MOVE WS-INQ-EMP-ID TO YT-EMP-ID.
            READ YTD-MASTER RECORD KEY IS YT-EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-RECON-YTD-FOUND
                    MOVE YT-YTD-GROSS     TO WS-YTD-GROSS
                    MOVE YT-YTD-FED-TAX   TO WS-YTD-FED-TAX
                    MOVE YT-YTD-STATE-TAX TO WS-YTD-STATE-TAX
                    MOVE YT-YTD-NET-PAY   TO WS-YTD-NET-PAY
            END-READ.

        READ-YTD-HISTORY-RECORD.
            READ YTD-HISTORY
                AT END MOVE '10' TO WS-YTD-HISTORY-STATUS
            END-READ.
