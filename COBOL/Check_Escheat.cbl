        IDENTIFICATION DIVISION.
        PROGRAM-ID. CheckEscheatment.
*> Takes uncashed payroll checks through the state's unclaimed
*> property process, with the rules named in ESCCTL (ESCREC). The
*> payroll run's reconciliation step stale-dates a check ('S') six
*> months after issue; from there this program moves it on, one
*> pass over the check register (CHECKREG) per run:
*>   1. A stale payroll check issued on or before the dormancy
*>      cutoff (the as-of date less the dormancy months) gets a
*>      due-diligence letter to the payee's last known address on
*>      the employee master (ESCLTR), and goes to 'D' dated the
*>      letter. A payee with no address on file gets no letter - the
*>      state requires none when the holder has no address - but the
*>      check still goes to 'D', so the waiting period runs the same.
*>   2. A 'D' check the waiting period has passed on, still not
*>      presented, is escheated: voided on the register to 'E' and
*>      reported to the state (ESCUPR, one record per check and a
*>      total). If it is presented later, the reconciliation step
*>      sends it to the exception report rather than paying it.
*>   3. The checks escheated in the run produce the GL entry moving
*>      their amount off the cash account they were still
*>      outstanding against and onto the unclaimed wages liability
*>      (ESCGL, GLREC layout), and the remittance voucher accounts
*>      payable pays the state from (ESCRMT), which clears it.
*> A 'D' check presented during the waiting period is the payee
*> claiming it: the reconciliation step clears it as it would any
*> outstanding check. Only payroll checks are taken through this -
*> deduction remittance checks (no employee) are left stale for
*> follow-up with the payee. Everything the run does, or in TRIAL
*> would do, is listed on ESCRPT; a TRIAL run opens the register
*> read-only and writes nothing else.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ESC-CONTROL ASSIGN TO "ESCCTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ESC-CONTROL-STATUS.

            SELECT CHECK-REGISTER ASSIGN TO "CHECKREG"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CK-CHECK-NUMBER
                FILE STATUS IS WS-CHECK-REGISTER-STATUS.

            SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EM-EMP-ID
                FILE STATUS IS WS-EMP-MASTER-STATUS.

            SELECT ESCHEAT-REPORT ASSIGN TO "ESCRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ESCHEAT-REPORT-STATUS.

            SELECT DILIGENCE-LETTERS ASSIGN TO "ESCLTR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DILIGENCE-LETTERS-STATUS.

            SELECT PROPERTY-REPORT ASSIGN TO "ESCUPR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROPERTY-REPORT-STATUS.

            SELECT ESCHEAT-JOURNAL ASSIGN TO "ESCGL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ESCHEAT-JOURNAL-STATUS.

            SELECT STATE-REMITTANCE ASSIGN TO "ESCRMT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STATE-REMITTANCE-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  ESC-CONTROL.
        01 ESC-CONTROL-RECORD.
            COPY ESCREC.

        FD  CHECK-REGISTER.
        01 CHECK-REGISTER-RECORD.
            COPY CHKREC.

        FD  EMPLOYEE-MASTER.
        01 EMPLOYEE-MASTER-RECORD.
            COPY EMPREC.

        FD  ESCHEAT-REPORT.
        01 ESCHEAT-REPORT-RECORD       PIC X(80).

        FD  DILIGENCE-LETTERS.
        01 DILIGENCE-LETTERS-RECORD    PIC X(80).

        FD  PROPERTY-REPORT.
        01 PROPERTY-REPORT-RECORD.
            COPY UPRREC.

        FD  ESCHEAT-JOURNAL.
        01 ESCHEAT-JOURNAL-RECORD.
            COPY GLREC.

        FD  STATE-REMITTANCE.
        01 STATE-REMITTANCE-RECORD     PIC X(80).

        WORKING-STORAGE SECTION.
        01 WS-FILE-STATUSES.
            05 WS-ESC-CONTROL-STATUS       PIC X(2) VALUE '00'.
            05 WS-CHECK-REGISTER-STATUS    PIC X(2) VALUE '00'.
            05 WS-EMP-MASTER-STATUS        PIC X(2) VALUE '00'.
            05 WS-ESCHEAT-REPORT-STATUS    PIC X(2) VALUE '00'.
            05 WS-DILIGENCE-LETTERS-STATUS PIC X(2) VALUE '00'.
            05 WS-PROPERTY-REPORT-STATUS   PIC X(2) VALUE '00'.
            05 WS-ESCHEAT-JOURNAL-STATUS   PIC X(2) VALUE '00'.
            05 WS-STATE-REMITTANCE-STATUS  PIC X(2) VALUE '00'.

        01 WS-ESCHEAT-CONTROLS.
            05 WS-ESCHEAT-MODE       PIC X(5) VALUE SPACES.
            05 WS-DORMANCY-MONTHS    PIC 9(3) VALUE 0.
            05 WS-WAITING-DAYS       PIC 9(3) VALUE 0.
            05 WS-STATE-CODE         PIC X(2) VALUE SPACES.
            05 WS-HOLDER-ID          PIC X(12) VALUE SPACES.
            05 WS-HOLDER-NAME        PIC X(30) VALUE SPACES.
            05 WS-LIABILITY-ACCOUNT  PIC X(8) VALUE SPACES.
            05 WS-AS-OF-DATE         PIC 9(8) VALUE 0.
            05 WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
                10 WS-AS-OF-YEAR     PIC 9(4).
                10 WS-AS-OF-MM       PIC 9(2).
                10 WS-AS-OF-DD       PIC 9(2).
            05 WS-AS-OF-DAY-NUMBER   PIC 9(7) VALUE 0.
            05 WS-DORMANCY-CUTOFF-DATE PIC 9(8) VALUE 0.
            05 WS-DORMANCY-CUTOFF-PARTS REDEFINES WS-DORMANCY-CUTOFF-DATE.
                10 WS-DORMANCY-CUTOFF-YEAR PIC 9(4).
                10 WS-DORMANCY-CUTOFF-MM   PIC 9(2).
                10 WS-DORMANCY-CUTOFF-DD   PIC 9(2).
            05 WS-CUTOFF-MONTHS      PIC 9(6) VALUE 0.
            05 WS-CUTOFF-MONTH-INDEX PIC 9(2) VALUE 0.

        01 WS-ESCHEAT-COUNTS.
            05 WS-REGISTER-COUNT     PIC 9(6) VALUE 0.
            05 WS-LETTER-COUNT       PIC 9(5) VALUE 0.
            05 WS-LETTER-TOTAL       PIC S9(9)V99 VALUE 0.
            05 WS-NO-ADDRESS-COUNT   PIC 9(5) VALUE 0.
            05 WS-NO-ADDRESS-TOTAL   PIC S9(9)V99 VALUE 0.
            05 WS-WAITING-COUNT      PIC 9(5) VALUE 0.
            05 WS-WAITING-TOTAL      PIC S9(9)V99 VALUE 0.
            05 WS-ESCHEAT-COUNT      PIC 9(5) VALUE 0.
            05 WS-ESCHEAT-TOTAL      PIC S9(9)V99 VALUE 0.
            05 WS-PROPERTY-REPORTED-TOTAL PIC S9(9)V99 VALUE 0.

*> The check in hand: its payee's last known address (from the
*> employee master) and what this run does with it.
        01 WS-CHECK-WORK.
            05 WS-ADDRESS-FOUND-FLAG PIC X(1) VALUE 'N'.
            05 WS-CHECK-ACTION       PIC X(24) VALUE SPACES.
            05 WS-STATUS-DAY-NUMBER  PIC 9(7) VALUE 0.
            05 WS-DAYS-WAITED        PIC S9(5) VALUE 0.
            05 WS-DAYS-REMAINING     PIC S9(5) VALUE 0.
            05 WS-OWNER-ADDRESS-1    PIC X(30) VALUE SPACES.
            05 WS-OWNER-ADDRESS-2    PIC X(30) VALUE SPACES.
            05 WS-OWNER-CITY         PIC X(20) VALUE SPACES.
            05 WS-OWNER-STATE        PIC X(2) VALUE SPACES.
            05 WS-OWNER-ZIP-CODE     PIC X(10) VALUE SPACES.

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
        01 WS-GL-TOTAL-DEBITS        PIC S9(11)V99 VALUE 0.
        01 WS-GL-TOTAL-CREDITS       PIC S9(11)V99 VALUE 0.

*> The escheat journal's two lines, built before ESCHEAT-JOURNAL is
*> opened so they can be proved in balance first.
        01 WS-ESCHEAT-CASH-LINE.
            COPY GLREC REPLACING LEADING ==GL== BY ==ESC-CASH==.
        01 WS-ESCHEAT-LIABILITY-LINE.
            COPY GLREC REPLACING LEADING ==GL== BY ==ESC-LIAB==.
        01 WS-PRINT-LINE             PIC X(80) VALUE SPACES.
        01 WS-COUNT-DISPLAY          PIC ZZZZ9.
        01 WS-DAYS-DISPLAY           PIC ZZ9.
        01 WS-AMOUNT-DISPLAY         PIC -9(7).99.
        01 WS-TOTAL-DISPLAY          PIC -9(9).99.
        01 WS-LETTER-AMOUNT-DISPLAY  PIC $$,$$$,$$9.99.

        PROCEDURE DIVISION.

        INITIALIZATION.
            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM READ-ESC-CONTROL.

            IF WS-ESCHEAT-MODE = 'LIVE '
                OPEN I-O CHECK-REGISTER
            ELSE
                OPEN INPUT CHECK-REGISTER
            END-IF.
            IF WS-CHECK-REGISTER-STATUS = '35'
                DISPLAY 'No CHECKREG file present - no checks issued yet'
                STOP RUN
            END-IF.
            IF WS-CHECK-REGISTER-STATUS NOT = '00'
                DISPLAY 'Unable to open CHECK-REGISTER, status ' WS-CHECK-REGISTER-STATUS
                STOP RUN
            END-IF.
            OPEN INPUT EMPLOYEE-MASTER.
            IF WS-EMP-MASTER-STATUS NOT = '00'
                DISPLAY 'Unable to open EMPLOYEE-MASTER, status ' WS-EMP-MASTER-STATUS
                STOP RUN
            END-IF.

            OPEN OUTPUT ESCHEAT-REPORT.
            IF WS-ESCHEAT-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open ESCHEAT-REPORT, status ' WS-ESCHEAT-REPORT-STATUS
                STOP RUN
            END-IF.
            PERFORM WRITE-REPORT-HEADING.
            IF WS-ESCHEAT-MODE = 'LIVE '
                PERFORM OPEN-LIVE-OUTPUTS
            END-IF.

        MAIN-LOGIC.
            PERFORM PROCESS-CHECK-REGISTER.
            CLOSE CHECK-REGISTER.
            CLOSE EMPLOYEE-MASTER.

            PERFORM WRITE-REPORT-TOTALS.
            IF WS-ESCHEAT-MODE = 'LIVE '
                PERFORM WRITE-PROPERTY-REPORT-TOTAL
                CLOSE PROPERTY-REPORT
                CLOSE DILIGENCE-LETTERS
                PERFORM WRITE-ESCHEAT-JOURNAL
                PERFORM WRITE-STATE-REMITTANCE
            END-IF.
            CLOSE ESCHEAT-REPORT.

            DISPLAY 'Check escheatment as of ' WS-AS-OF-DATE ' (' WS-ESCHEAT-MODE
                ') complete: ' WS-LETTER-COUNT ' letters, '
                WS-NO-ADDRESS-COUNT ' without address, '
                WS-ESCHEAT-COUNT ' escheated'.
            IF WS-NO-ADDRESS-COUNT > 0
                DISPLAY 'NO ADDRESS ON FILE: ' WS-NO-ADDRESS-COUNT
                    ' payees not sent a letter (see ESCRPT)'
            END-IF.
            STOP RUN.

*> The dormancy and waiting periods are the state's, so there is no
*> default to fall back on. The dormancy cutoff is worked in whole
*> calendar months, the way the stale-dating horizon is, so it
*> never drifts.
        READ-ESC-CONTROL.
            OPEN INPUT ESC-CONTROL.
            IF WS-ESC-CONTROL-STATUS NOT = '00'
                DISPLAY 'Unable to open ESC-CONTROL, status ' WS-ESC-CONTROL-STATUS
                STOP RUN
            END-IF.
            READ ESC-CONTROL
                AT END
                    DISPLAY 'ESC-CONTROL file is empty'
                    STOP RUN
            END-READ.
            IF ESC-MODE NOT = 'TRIAL' AND ESC-MODE NOT = 'LIVE '
                DISPLAY 'Unrecognized ESC-MODE: ' ESC-MODE
                STOP RUN
            END-IF.
            IF ESC-DORMANCY-MONTHS NOT NUMERIC OR ESC-DORMANCY-MONTHS = 0
                DISPLAY 'ESC-DORMANCY-MONTHS must be set'
                STOP RUN
            END-IF.
            IF ESC-WAITING-DAYS NOT NUMERIC OR ESC-WAITING-DAYS = 0
                DISPLAY 'ESC-WAITING-DAYS must be set'
                STOP RUN
            END-IF.
            IF ESC-STATE-CODE = SPACES OR ESC-HOLDER-ID = SPACES
                DISPLAY 'ESC-STATE-CODE and ESC-HOLDER-ID must be set'
                STOP RUN
            END-IF.
            MOVE ESC-MODE            TO WS-ESCHEAT-MODE.
            MOVE ESC-DORMANCY-MONTHS TO WS-DORMANCY-MONTHS.
            MOVE ESC-WAITING-DAYS    TO WS-WAITING-DAYS.
            MOVE ESC-STATE-CODE      TO WS-STATE-CODE.
            MOVE ESC-HOLDER-ID       TO WS-HOLDER-ID.
            MOVE ESC-HOLDER-NAME     TO WS-HOLDER-NAME.
            IF ESC-LIABILITY-ACCOUNT = SPACES
                MOVE '21800000' TO WS-LIABILITY-ACCOUNT
            ELSE
                MOVE ESC-LIABILITY-ACCOUNT TO WS-LIABILITY-ACCOUNT
            END-IF.
            IF ESC-AS-OF-DATE NUMERIC AND ESC-AS-OF-DATE > 0
                MOVE ESC-AS-OF-DATE TO WS-AS-OF-DATE
            ELSE
                MOVE WS-RUN-DATE TO WS-AS-OF-DATE
            END-IF.
            CLOSE ESC-CONTROL.

            MOVE WS-AS-OF-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-AS-OF-DAY-NUMBER.
            COMPUTE WS-CUTOFF-MONTHS = WS-AS-OF-YEAR * 12
                + WS-AS-OF-MM - 1 - WS-DORMANCY-MONTHS.
            DIVIDE WS-CUTOFF-MONTHS BY 12 GIVING WS-DORMANCY-CUTOFF-YEAR
                REMAINDER WS-CUTOFF-MONTH-INDEX.
            COMPUTE WS-DORMANCY-CUTOFF-MM = WS-CUTOFF-MONTH-INDEX + 1.
            MOVE WS-AS-OF-DD TO WS-DORMANCY-CUTOFF-DD.
            DISPLAY 'Escheatment as of ' WS-AS-OF-DATE
                ': letters for stale checks issued on or before '
                WS-DORMANCY-CUTOFF-DATE.

        OPEN-LIVE-OUTPUTS.
            OPEN OUTPUT DILIGENCE-LETTERS.
            IF WS-DILIGENCE-LETTERS-STATUS NOT = '00'
                DISPLAY 'Unable to open DILIGENCE-LETTERS, status ' WS-DILIGENCE-LETTERS-STATUS
                STOP RUN
            END-IF.
            OPEN OUTPUT PROPERTY-REPORT.
            IF WS-PROPERTY-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open PROPERTY-REPORT, status ' WS-PROPERTY-REPORT-STATUS
                STOP RUN
            END-IF.

        PROCESS-CHECK-REGISTER.
            MOVE 0 TO CK-CHECK-NUMBER.
            START CHECK-REGISTER KEY IS NOT LESS THAN CK-CHECK-NUMBER
                INVALID KEY
                    MOVE '10' TO WS-CHECK-REGISTER-STATUS
            END-START.
            PERFORM READ-CHECK-REGISTER-NEXT
            PERFORM UNTIL WS-CHECK-REGISTER-STATUS = '10'
                ADD 1 TO WS-REGISTER-COUNT
                IF CK-EMP-ID NOT = 0
                    EVALUATE TRUE
                        WHEN CK-STATUS = 'S'
                            AND CK-ISSUE-DATE <= WS-DORMANCY-CUTOFF-DATE
                            PERFORM SEND-DUE-DILIGENCE-NOTICE
                        WHEN CK-STATUS = 'D'
                            PERFORM CHECK-WAITING-PERIOD
                    END-EVALUATE
                END-IF
                PERFORM READ-CHECK-REGISTER-NEXT
            END-PERFORM.

        READ-CHECK-REGISTER-NEXT.
            IF WS-CHECK-REGISTER-STATUS NOT = '10'
                READ CHECK-REGISTER NEXT RECORD
                    AT END
                        MOVE '10' TO WS-CHECK-REGISTER-STATUS
                END-READ
            END-IF.

*> The payee's last known address: the employee master as it stands
*> today, not as it was when the check was issued. A former employee
*> is still on the master (termination no longer deletes), so only
*> a record never loaded, or one with no address keyed, has none.
        FIND-PAYEE-ADDRESS.
            MOVE 'N' TO WS-ADDRESS-FOUND-FLAG.
            MOVE SPACES TO WS-OWNER-ADDRESS-1.
            MOVE SPACES TO WS-OWNER-ADDRESS-2.
            MOVE SPACES TO WS-OWNER-CITY.
            MOVE SPACES TO WS-OWNER-STATE.
            MOVE SPACES TO WS-OWNER-ZIP-CODE.
            MOVE CK-EMP-ID TO EM-EMP-ID.
            READ EMPLOYEE-MASTER RECORD KEY IS EM-EMP-ID
                INVALID KEY
                    EXIT PARAGRAPH
            END-READ.
            IF EM-ADDRESS-LINE-1 = SPACES
                EXIT PARAGRAPH
            END-IF.
            MOVE 'Y' TO WS-ADDRESS-FOUND-FLAG.
            MOVE EM-ADDRESS-LINE-1 TO WS-OWNER-ADDRESS-1.
            MOVE EM-ADDRESS-LINE-2 TO WS-OWNER-ADDRESS-2.
            MOVE EM-CITY TO WS-OWNER-CITY.
            MOVE EM-STATE TO WS-OWNER-STATE.
            MOVE EM-ZIP-CODE TO WS-OWNER-ZIP-CODE.

*> A stale check past dormancy: the letter (when there is somewhere
*> to send it), then 'D' dated today - the waiting period counts
*> from the letter.
        SEND-DUE-DILIGENCE-NOTICE.
            PERFORM FIND-PAYEE-ADDRESS.
            IF WS-ADDRESS-FOUND-FLAG = 'Y'
                MOVE 'LETTER SENT' TO WS-CHECK-ACTION
                ADD 1 TO WS-LETTER-COUNT
                ADD CK-AMOUNT TO WS-LETTER-TOTAL
                IF WS-ESCHEAT-MODE = 'LIVE '
                    PERFORM WRITE-DUE-DILIGENCE-LETTER
                END-IF
            ELSE
                MOVE '*** NO ADDRESS ON FILE' TO WS-CHECK-ACTION
                ADD 1 TO WS-NO-ADDRESS-COUNT
                ADD CK-AMOUNT TO WS-NO-ADDRESS-TOTAL
            END-IF.
            MOVE 'D' TO CK-STATUS.
            MOVE WS-AS-OF-DATE TO CK-STATUS-DATE.
            IF WS-ESCHEAT-MODE = 'LIVE '
                REWRITE CHECK-REGISTER-RECORD
            END-IF.
            PERFORM WRITE-CHECK-REPORT-LINE.

*> A noticed check not presented by the end of the waiting period is
*> escheated; one still inside it is listed with the days left.
        CHECK-WAITING-PERIOD.
            MOVE CK-STATUS-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-STATUS-DAY-NUMBER.
            COMPUTE WS-DAYS-WAITED = WS-AS-OF-DAY-NUMBER - WS-STATUS-DAY-NUMBER.
            IF WS-DAYS-WAITED < WS-WAITING-DAYS
                COMPUTE WS-DAYS-REMAINING = WS-WAITING-DAYS - WS-DAYS-WAITED
                MOVE WS-DAYS-REMAINING TO WS-DAYS-DISPLAY
                MOVE SPACES TO WS-CHECK-ACTION
                STRING 'WAITING, ' DELIMITED BY SIZE
                       WS-DAYS-DISPLAY DELIMITED BY SIZE
                       ' DAYS LEFT' DELIMITED BY SIZE
                       INTO WS-CHECK-ACTION
                END-STRING
                ADD 1 TO WS-WAITING-COUNT
                ADD CK-AMOUNT TO WS-WAITING-TOTAL
                PERFORM WRITE-CHECK-REPORT-LINE
                EXIT PARAGRAPH
            END-IF.
            PERFORM ESCHEAT-ONE-CHECK.

        ESCHEAT-ONE-CHECK.
            PERFORM FIND-PAYEE-ADDRESS.
            MOVE 'ESCHEATED' TO WS-CHECK-ACTION.
            ADD 1 TO WS-ESCHEAT-COUNT.
            ADD CK-AMOUNT TO WS-ESCHEAT-TOTAL.
            IF WS-ESCHEAT-MODE = 'LIVE '
                PERFORM WRITE-PROPERTY-REPORT-DETAIL
            END-IF.
            MOVE 'E' TO CK-STATUS.
            MOVE WS-AS-OF-DATE TO CK-STATUS-DATE.
            IF WS-ESCHEAT-MODE = 'LIVE '
                REWRITE CHECK-REGISTER-RECORD
            END-IF.
            PERFORM WRITE-CHECK-REPORT-LINE.

*> The letter, written before the register is updated so it can
*> still quote the letter date the check will carry.
        WRITE-DUE-DILIGENCE-LETTER.
            IF WS-LETTER-COUNT > 1
                MOVE ALL '-' TO WS-PRINT-LINE
                WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-HOLDER-NAME TO WS-PRINT-LINE(1:30).
            MOVE WS-AS-OF-DATE TO WS-PRINT-LINE(60:8).
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE CK-PAYEE TO WS-PRINT-LINE(1:36).
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-OWNER-ADDRESS-1 TO WS-PRINT-LINE(1:30).
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            IF WS-OWNER-ADDRESS-2 NOT = SPACES
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-OWNER-ADDRESS-2 TO WS-PRINT-LINE(1:30)
                WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-OWNER-CITY DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   WS-OWNER-STATE DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-OWNER-ZIP-CODE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE CK-AMOUNT TO WS-LETTER-AMOUNT-DISPLAY.
            STRING 'RE: UNCASHED PAYROLL CHECK ' DELIMITED BY SIZE
                   CK-CHECK-NUMBER DELIMITED BY SIZE
                   ' ISSUED ' DELIMITED BY SIZE
                   CK-ISSUE-DATE DELIMITED BY SIZE
                   ' FOR ' DELIMITED BY SIZE
                   WS-LETTER-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE 'Our records show that the payroll check above, issued to you, has'
                TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE 'never been cashed. State unclaimed property law requires us to'
                TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'report and remit it to the state of ' DELIMITED BY SIZE
                   WS-STATE-CODE DELIMITED BY SIZE
                   ' unless you claim it. If you still' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE 'have the check you may cash it now. If it was lost, contact the'
                TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-WAITING-DAYS TO WS-DAYS-DISPLAY.
            STRING 'payroll department within ' DELIMITED BY SIZE
                   WS-DAYS-DISPLAY DELIMITED BY SIZE
                   ' days of the date of this letter.' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE 'After that the amount will be sent to the state, and can then be'
                TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.
            MOVE 'claimed only from the state.'
                TO WS-PRINT-LINE.
            WRITE DILIGENCE-LETTERS-RECORD FROM WS-PRINT-LINE.

        WRITE-PROPERTY-REPORT-DETAIL.
            MOVE SPACES TO PROPERTY-REPORT-RECORD.
            MOVE 'D' TO UPR-RECORD-TYPE.
            MOVE WS-HOLDER-ID TO UPR-HOLDER-ID.
            MOVE WS-STATE-CODE TO UPR-STATE-CODE.
            MOVE WS-AS-OF-DATE TO UPR-REPORT-DATE.
            MOVE 'PY01' TO UPR-PROPERTY-TYPE.
            MOVE CK-CHECK-NUMBER TO UPR-CHECK-NUMBER.
            MOVE CK-EMP-ID TO UPR-EMP-ID.
            MOVE CK-PAYEE TO UPR-OWNER-NAME.
            MOVE WS-OWNER-ADDRESS-1 TO UPR-OWNER-ADDRESS-1.
            MOVE WS-OWNER-ADDRESS-2 TO UPR-OWNER-ADDRESS-2.
            MOVE WS-OWNER-CITY TO UPR-OWNER-CITY.
            MOVE WS-OWNER-STATE TO UPR-OWNER-STATE.
            MOVE WS-OWNER-ZIP-CODE TO UPR-OWNER-ZIP-CODE.
            MOVE CK-ISSUE-DATE TO UPR-LAST-CONTACT-DATE.
            MOVE CK-STATUS-DATE TO UPR-NOTICE-DATE.
            MOVE CK-AMOUNT TO UPR-AMOUNT.
            MOVE 1 TO UPR-PROPERTY-COUNT.
            WRITE PROPERTY-REPORT-RECORD.
            ADD UPR-AMOUNT TO WS-PROPERTY-REPORTED-TOTAL.

        WRITE-PROPERTY-REPORT-TOTAL.
            MOVE SPACES TO PROPERTY-REPORT-RECORD.
            MOVE 'T' TO UPR-RECORD-TYPE.
            MOVE WS-HOLDER-ID TO UPR-HOLDER-ID.
            MOVE WS-STATE-CODE TO UPR-STATE-CODE.
            MOVE WS-AS-OF-DATE TO UPR-REPORT-DATE.
            MOVE 'PY01' TO UPR-PROPERTY-TYPE.
            MOVE 0 TO UPR-CHECK-NUMBER.
            MOVE 0 TO UPR-EMP-ID.
            MOVE WS-HOLDER-NAME TO UPR-OWNER-NAME.
            MOVE 0 TO UPR-LAST-CONTACT-DATE.
            MOVE 0 TO UPR-NOTICE-DATE.
            MOVE WS-ESCHEAT-TOTAL TO UPR-AMOUNT.
            MOVE WS-ESCHEAT-COUNT TO UPR-PROPERTY-COUNT.
            WRITE PROPERTY-REPORT-RECORD.

*> The escheated checks were still outstanding against cash when
*> they were voided; the entry puts their amount back on cash and
*> onto the unclaimed wages liability, which the remittance to the
*> state clears when accounts payable pays it. The cash debit is
*> the register's total of the checks escheated; the liability
*> credit is what the property report listed for the state. Both
*> lines are built first and their debits and credits added up and
*> proved equal before the file is opened, as every journal is, so
*> a check escheated on the register but missing from the report
*> stops the run here. Nothing escheated writes an empty file.
        WRITE-ESCHEAT-JOURNAL.
            MOVE SPACES TO WS-ESCHEAT-CASH-LINE.
            MOVE '10100000' TO ESC-CASH-ACCOUNT.
            MOVE WS-ESCHEAT-TOTAL TO ESC-CASH-DEBIT-AMOUNT.
            MOVE 0 TO ESC-CASH-CREDIT-AMOUNT.
            MOVE 'CASH - CHECKS ESCHEATED' TO ESC-CASH-DESCRIPTION.
            MOVE SPACES TO WS-ESCHEAT-LIABILITY-LINE.
            MOVE WS-LIABILITY-ACCOUNT TO ESC-LIAB-ACCOUNT.
            MOVE 0 TO ESC-LIAB-DEBIT-AMOUNT.
            MOVE WS-PROPERTY-REPORTED-TOTAL TO ESC-LIAB-CREDIT-AMOUNT.
            MOVE 'UNCLAIMED WAGES PAYABLE' TO ESC-LIAB-DESCRIPTION.
            COMPUTE WS-GL-TOTAL-DEBITS =
                ESC-CASH-DEBIT-AMOUNT + ESC-LIAB-DEBIT-AMOUNT.
            COMPUTE WS-GL-TOTAL-CREDITS =
                ESC-CASH-CREDIT-AMOUNT + ESC-LIAB-CREDIT-AMOUNT.
            IF WS-GL-TOTAL-DEBITS NOT = WS-GL-TOTAL-CREDITS
                DISPLAY 'ESCHEAT GL OUT OF BALANCE - DEBITS ' WS-GL-TOTAL-DEBITS
                    ' CREDITS ' WS-GL-TOTAL-CREDITS ' - NO FILE WRITTEN'
                STOP RUN
            END-IF.
            OPEN OUTPUT ESCHEAT-JOURNAL.
            IF WS-ESCHEAT-JOURNAL-STATUS NOT = '00'
                DISPLAY 'Unable to open ESCHEAT-JOURNAL, status ' WS-ESCHEAT-JOURNAL-STATUS
                STOP RUN
            END-IF.
            IF WS-ESCHEAT-TOTAL NOT = 0
                WRITE ESCHEAT-JOURNAL-RECORD FROM WS-ESCHEAT-CASH-LINE
                WRITE ESCHEAT-JOURNAL-RECORD FROM WS-ESCHEAT-LIABILITY-LINE
            END-IF.
            CLOSE ESCHEAT-JOURNAL.

*> The voucher accounts payable pays the state from, with the
*> property report it accompanies; it ties to the report's 'T'
*> record and to the liability the journal credited.
        WRITE-STATE-REMITTANCE.
            OPEN OUTPUT STATE-REMITTANCE.
            IF WS-STATE-REMITTANCE-STATUS NOT = '00'
                DISPLAY 'Unable to open STATE-REMITTANCE, status ' WS-STATE-REMITTANCE-STATUS
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'UNCLAIMED PROPERTY REMITTANCE - STATE OF ' DELIMITED BY SIZE
                   WS-STATE-CODE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'HOLDER' TO WS-PRINT-LINE(1:6).
            MOVE WS-HOLDER-NAME TO WS-PRINT-LINE(20:30).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'HOLDER ID' TO WS-PRINT-LINE(1:9).
            MOVE WS-HOLDER-ID TO WS-PRINT-LINE(20:12).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'REPORT DATE' TO WS-PRINT-LINE(1:11).
            MOVE WS-AS-OF-DATE TO WS-PRINT-LINE(20:8).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PROPERTY TYPE' TO WS-PRINT-LINE(1:13).
            MOVE 'PY01 UNCASHED PAYROLL CHECKS' TO WS-PRINT-LINE(20:28).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'ITEMS REPORTED' TO WS-PRINT-LINE(1:14).
            MOVE WS-ESCHEAT-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(20:5).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'AMOUNT TO REMIT' TO WS-PRINT-LINE(1:15).
            MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(20:13).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'CHARGE ACCOUNT' TO WS-PRINT-LINE(1:14).
            MOVE WS-LIABILITY-ACCOUNT TO WS-PRINT-LINE(20:8).
            MOVE 'UNCLAIMED WAGES PAYABLE' TO WS-PRINT-LINE(30:23).
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-ESCHEAT-COUNT = 0
                MOVE 'NOTHING ESCHEATED THIS RUN - NO PAYMENT DUE' TO WS-PRINT-LINE
            ELSE
                MOVE 'PAY WITH THE UNCLAIMED PROPERTY REPORT (ESCUPR) OF THE SAME DATE'
                    TO WS-PRINT-LINE
            END-IF.
            WRITE STATE-REMITTANCE-RECORD FROM WS-PRINT-LINE.
            CLOSE STATE-REMITTANCE.

        WRITE-REPORT-HEADING.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'UNCLAIMED CHECK ESCHEATMENT' DELIMITED BY SIZE
                   '       AS OF ' DELIMITED BY SIZE
                   WS-AS-OF-DATE DELIMITED BY SIZE
                   '   ' DELIMITED BY SIZE
                   WS-ESCHEAT-MODE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-DORMANCY-MONTHS TO WS-DAYS-DISPLAY.
            STRING 'STATE ' DELIMITED BY SIZE
                   WS-STATE-CODE DELIMITED BY SIZE
                   '  DORMANCY ' DELIMITED BY SIZE
                   WS-DAYS-DISPLAY DELIMITED BY SIZE
                   ' MONTHS (ISSUED ON/BEFORE ' DELIMITED BY SIZE
                   WS-DORMANCY-CUTOFF-DATE DELIMITED BY SIZE
                   ')' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-WAITING-DAYS TO WS-DAYS-DISPLAY.
            STRING 'WAITING PERIOD AFTER LETTER ' DELIMITED BY SIZE
                   WS-DAYS-DISPLAY DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'CHECK' TO WS-PRINT-LINE(1:5).
            MOVE 'ISSUED' TO WS-PRINT-LINE(8:6).
            MOVE 'EMP' TO WS-PRINT-LINE(17:3).
            MOVE 'PAYEE' TO WS-PRINT-LINE(23:5).
            MOVE 'AMOUNT' TO WS-PRINT-LINE(50:6).
            MOVE 'ACTION' TO WS-PRINT-LINE(58:6).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-CHECK-REPORT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE CK-CHECK-NUMBER TO WS-PRINT-LINE(1:6).
            MOVE CK-ISSUE-DATE TO WS-PRINT-LINE(8:8).
            MOVE CK-EMP-ID TO WS-PRINT-LINE(17:5).
            MOVE CK-PAYEE TO WS-PRINT-LINE(23:22).
            MOVE CK-AMOUNT TO WS-AMOUNT-DISPLAY.
            MOVE WS-AMOUNT-DISPLAY TO WS-PRINT-LINE(45:11).
            MOVE WS-CHECK-ACTION TO WS-PRINT-LINE(58:23).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-REPORT-TOTALS.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'REGISTER CHECKS READ' TO WS-PRINT-LINE(1:30).
            MOVE WS-REGISTER-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'DUE-DILIGENCE LETTERS SENT' TO WS-PRINT-LINE(1:30).
            MOVE WS-LETTER-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            MOVE WS-LETTER-TOTAL TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(43:13).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'NO ADDRESS - NO LETTER' TO WS-PRINT-LINE(1:30).
            MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            MOVE WS-NO-ADDRESS-TOTAL TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(43:13).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'IN WAITING PERIOD' TO WS-PRINT-LINE(1:30).
            MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            MOVE WS-WAITING-TOTAL TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(43:13).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'ESCHEATED TO STATE' TO WS-PRINT-LINE(1:30).
            MOVE WS-ESCHEAT-COUNT TO WS-COUNT-DISPLAY.
            MOVE WS-COUNT-DISPLAY TO WS-PRINT-LINE(32:5).
            MOVE WS-ESCHEAT-TOTAL TO WS-TOTAL-DISPLAY.
            MOVE WS-TOTAL-DISPLAY TO WS-PRINT-LINE(43:13).
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-ESCHEAT-MODE = 'LIVE '
                MOVE 'LIVE - REGISTER UPDATED; ESCLTR, ESCUPR, ESCGL AND ESCRMT WRITTEN'
                    TO WS-PRINT-LINE
            ELSE
                MOVE 'TRIAL - FOR REVIEW ONLY, REGISTER UNCHANGED AND NOTHING WRITTEN'
                    TO WS-PRINT-LINE
            END-IF.
            WRITE ESCHEAT-REPORT-RECORD FROM WS-PRINT-LINE.

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
