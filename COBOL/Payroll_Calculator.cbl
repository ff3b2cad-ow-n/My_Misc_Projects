                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BANK-TRANS-STATUS.

            SELECT LEAVE-MASTER ASSIGN TO "LEAVEMST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LV-EMP-ID
                FILE STATUS IS WS-LEAVE-MASTER-STATUS.

            SELECT LEAVE-RATES ASSIGN TO "LVRATES"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEAVE-RATES-STATUS.

            SELECT TAX-HISTORY ASSIGN TO "TAXHIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TAX-HISTORY-STATUS.

            SELECT W4-ELECTIONS ASSIGN TO "W4ELECT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WE-KEY
                FILE STATUS IS WS-W4-ELECTIONS-STATUS.

            SELECT W4-TRANS ASSIGN TO "W4TRANS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-W4-TRANS-STATUS.

            SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAY-HISTORY-STATUS.

            SELECT VARIANCE-REPORT ASSIGN TO "VARRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VARIANCE-REPORT-STATUS.

            SELECT SEPARATION-REPORT ASSIGN TO "SEPRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SEPARATION-REPORT-STATUS.

            SELECT LABOR-DISTRIBUTION ASSIGN TO "LABDIST"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LABOR-DIST-STATUS.

            SELECT LABOR-REPORT ASSIGN TO "LABRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LABOR-REPORT-STATUS.

            SELECT APPROVAL-TRANS ASSIGN TO "APRTRANS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPROVAL-TRANS-STATUS.

            SELECT APPROVAL-HOLD ASSIGN TO "APRHOLD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPROVAL-HOLD-STATUS.

            SELECT APPROVAL-REPORT ASSIGN TO "APRRPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPROVAL-REPORT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-MASTER.
        01 BANK-TRANS-RECORD.
            COPY BNTREC.

        FD  LEAVE-MASTER.
        01 LEAVE-MASTER-RECORD.
            COPY LVEREC.

        FD  LEAVE-RATES.
        01 LEAVE-RATES-RECORD.
            COPY LVRREC.

        FD  TAX-HISTORY.
        01 TAX-HISTORY-RECORD.
            COPY TXHREC.

        FD  W4-ELECTIONS.
        01 W4-ELECTION-RECORD.
            COPY W4EREC.

        FD  W4-TRANS.
        01 W4-TRANS-RECORD.
            COPY W4TREC.

        FD  PAY-HISTORY.
        01 PAY-HISTORY-RECORD.
            COPY PHREC.

        FD  VARIANCE-REPORT.
        01 VARIANCE-REPORT-RECORD      PIC X(80).

        FD  SEPARATION-REPORT.
        01 SEPARATION-REPORT-RECORD    PIC X(80).

        FD  LABOR-DISTRIBUTION.
        01 LABOR-DISTRIBUTION-RECORD.
            COPY LDSREC.

        FD  LABOR-REPORT.
        01 LABOR-REPORT-RECORD         PIC X(80).

        FD  APPROVAL-TRANS.
        01 APPROVAL-TRANS-RECORD.
            COPY APRREC.

        FD  APPROVAL-HOLD.
        01 APPROVAL-HOLD-RECORD.
            COPY APHREC.

        FD  APPROVAL-REPORT.
        01 APPROVAL-REPORT-RECORD      PIC X(80).

        WORKING-STORAGE SECTION.

*> Withholding tables, loaded from TAX-RATES at initialization.
*> of a recompile. Entries 3/4 are the federal/state FLAT
*> supplemental rates (authorities 'X'/'Y'), each a one-bracket set
*> with a zero floor, used for supplemental wages - the bracket walk
*> applied to such a set is exactly amount times rate. Entries 1/2
*> are the SINGLE filing-status sets; 5/6 are the federal/state
*> married sets and 7/8 head of household, picked by the employee's
*> W-4 election. Entries 9/10 hold the federal/state per-allowance
*> amounts (authorities 'A'/'B') as a one-bracket set whose floor is
*> the amount.
        01 WS-TAX-TABLE.
            05 WS-TAX-AUTHORITY-ENTRY OCCURS 10 TIMES.
                10 WS-TAX-EFFECTIVE-DATE PIC 9(8).
                10 WS-TAX-BRACKET-COUNT  PIC 9(2).
                10 WS-TAX-BRACKET OCCURS 10 TIMES.
            05 WS-DED-TOTAL-INDEX    PIC 9(2) VALUE 0.
            05 WS-DED-CALC-AMOUNT    PIC S9(7)V99 VALUE 0.
            05 WS-DED-REMAINING-NET  PIC S9(7)V99 VALUE 0.
            05 WS-DED-SLOT-INDEX     PIC 9(2) VALUE 0.
            05 WS-DED-SLOT-COUNT     PIC 9(2) VALUE 0.

        01 WS-TAX-WORK-FIELDS.
            05 WS-TAX-AUTH-INDEX     PIC 9(2) VALUE 0.
            05 WS-TAX-BRACKET-INDEX  PIC 9(2) VALUE 0.
            05 WS-TAX-BASE           PIC S9(9)V99 VALUE 0.
            05 WS-TAX-RESULT         PIC S9(9)V99 VALUE 0.
            05 WS-REMITTANCE-REG-STATUS   PIC X(2) VALUE '00'.
            05 WS-REMIT-ACH-STATUS        PIC X(2) VALUE '00'.
            05 WS-REMIT-GL-STATUS         PIC X(2) VALUE '00'.
            05 WS-LEAVE-MASTER-STATUS     PIC X(2) VALUE '00'.
            05 WS-LEAVE-RATES-STATUS      PIC X(2) VALUE '00'.
            05 WS-TAX-HISTORY-STATUS      PIC X(2) VALUE '00'.
            05 WS-W4-ELECTIONS-STATUS     PIC X(2) VALUE '00'.
            05 WS-W4-TRANS-STATUS         PIC X(2) VALUE '00'.
            05 WS-PAY-HISTORY-STATUS      PIC X(2) VALUE '00'.
            05 WS-VARIANCE-REPORT-STATUS  PIC X(2) VALUE '00'.
            05 WS-SEPARATION-REPORT-STATUS PIC X(2) VALUE '00'.
            05 WS-LABOR-DIST-STATUS       PIC X(2) VALUE '00'.
            05 WS-LABOR-REPORT-STATUS     PIC X(2) VALUE '00'.
            05 WS-APPROVAL-TRANS-STATUS   PIC X(2) VALUE '00'.
            05 WS-APPROVAL-HOLD-STATUS    PIC X(2) VALUE '00'.
            05 WS-APPROVAL-REPORT-STATUS  PIC X(2) VALUE '00'.

        01 WS-EXCEPTION-COUNT        PIC 9(5) VALUE 0.

*> The 'L' tax history record, built from the employer tax run
*> totals the GL step credited to the liability accounts.
        01 WS-TAX-HISTORY-LIABILITY.
            COPY TXHREC REPLACING LEADING ==TXH== BY ==TXL==.

*> The pay history entry being stored, built here so the keyed scan
*> for an existing entry can use the file's own record area.
        01 WS-PAY-HISTORY-ENTRY.
            COPY PHREC REPLACING LEADING ==PH== BY ==WS-PH==.

*> Variance review of a regular run. The comparison is with the
*> cycle's last LIVE regular pay date (from RUNHIST) and, per
*> employee, with their last regular payment on the cycle before
*> this pay date (from PAYHIST).
        01 WS-VARIANCE-CONTROLS.
            05 WS-VAR-ACTIVE-FLAG    PIC X(1) VALUE 'N'.
            05 WS-VAR-HOLD-FLAG      PIC X(1) VALUE 'N'.
            05 WS-VAR-PRIOR-PAY-DATE PIC 9(8) VALUE 0.
            05 WS-VAR-LAST-FOUND     PIC X(1) VALUE 'N'.
            05 WS-VAR-LAST-PAY-DATE  PIC 9(8) VALUE 0.
            05 WS-VAR-LAST-GROSS     PIC S9(7)V99 VALUE 0.
            05 WS-VAR-LAST-FED-TAX   PIC S9(7)V99 VALUE 0.
            05 WS-VAR-LAST-STATE-TAX PIC S9(7)V99 VALUE 0.
            05 WS-VAR-LAST-DEDUCT    PIC S9(7)V99 VALUE 0.
            05 WS-VAR-LAST-NET       PIC S9(7)V99 VALUE 0.
            05 WS-VAR-LAST-HOURS     PIC S9(5)V99 VALUE 0.
            05 WS-VAR-THIS-GROSS     PIC S9(7)V99 VALUE 0.
            05 WS-VAR-THIS-FED-TAX   PIC S9(7)V99 VALUE 0.
            05 WS-VAR-THIS-STATE-TAX PIC S9(7)V99 VALUE 0.
            05 WS-VAR-THIS-DEDUCT    PIC S9(7)V99 VALUE 0.
            05 WS-VAR-THIS-NET       PIC S9(7)V99 VALUE 0.
            05 WS-VAR-THIS-HOURS     PIC S9(5)V99 VALUE 0.
            05 WS-VAR-NET-CHANGE     PIC S9(9)V99 VALUE 0.
            05 WS-VAR-ABS-CHANGE     PIC S9(9)V99 VALUE 0.
            05 WS-VAR-HOURS-CHANGE   PIC S9(5)V99 VALUE 0.
            05 WS-VAR-TOLERANCE      PIC S9(9)V99 VALUE 0.
            05 WS-VAR-NET-FLAG       PIC X(1) VALUE 'N'.
            05 WS-VAR-HOURS-FLAG     PIC X(1) VALUE 'N'.
            05 WS-VAR-REASON         PIC X(22) VALUE SPACES.
            05 WS-VAR-EMP-ID         PIC 9(5) VALUE 0.
            05 WS-VAR-NAME           PIC X(36) VALUE SPACES.
            05 WS-VAR-DEPT-CODE      PIC X(4) VALUE SPACES.
            05 WS-VAR-NEXT-EMP-ID    PIC 9(6) VALUE 0.
            05 WS-VAR-EMPLOYEE-COUNT PIC 9(5) VALUE 0.
            05 WS-VAR-DEPT-FLAGGED   PIC 9(3) VALUE 0.
            05 WS-VAR-HOLD-COUNT     PIC 9(5) VALUE 0.
            05 WS-VAR-HOURS-DISPLAY  PIC -9999.99.
            05 WS-VAR-COL-LABEL      PIC X(6) VALUE SPACES.
            05 WS-VAR-COL-GROSS      PIC S9(9)V99 VALUE 0.
            05 WS-VAR-COL-FED-TAX    PIC S9(9)V99 VALUE 0.
            05 WS-VAR-COL-STATE-TAX  PIC S9(9)V99 VALUE 0.
            05 WS-VAR-COL-DEDUCT     PIC S9(9)V99 VALUE 0.
            05 WS-VAR-COL-NET        PIC S9(9)V99 VALUE 0.
            05 WS-VAR-COL-HOURS      PIC S9(5)V99 VALUE 0.
            05 WS-VAR-OVER-LIMIT     PIC X(1) VALUE 'N'.

*> Department totals, this run against the prior pay date, built
*> apart from WS-DEPT-TABLE because a department paid last period
*> and not this one must be compared without appearing in this
*> run's GL.
        01 WS-VAR-DEPT-TABLE.
            05 WS-VAR-DEPT-COUNT     PIC 9(3) VALUE 0.
            05 WS-VAR-DEPT-ENTRY OCCURS 1 TO 50 TIMES
                         DEPENDING ON WS-VAR-DEPT-COUNT.
                10 WS-VAR-DEPT-KEY        PIC X(4).
                10 WS-VAR-DEPT-THIS-GROSS PIC S9(9)V99.
                10 WS-VAR-DEPT-THIS-NET   PIC S9(9)V99.
                10 WS-VAR-DEPT-LAST-GROSS PIC S9(9)V99.
                10 WS-VAR-DEPT-LAST-NET   PIC S9(9)V99.
            05 WS-VAR-DEPT-INDEX     PIC 9(3) VALUE 0.

        01 WS-PAY-HISTORY-CONTROLS.
            05 WS-PAYHIST-FOUND-FLAG  PIC X(1) VALUE 'N'.
            05 WS-PAYHIST-NEXT-SEQ    PIC 9(2) VALUE 0.
            05 WS-PAYHIST-LOOKUP-EMP  PIC 9(5) VALUE 0.
            05 WS-PAYHIST-LOOKUP-DATE PIC 9(8) VALUE 0.
            05 WS-PAYHIST-TRC-FLAG    PIC X(1) VALUE 'N'.
            05 WS-PAYHIST-SLOT-INDEX  PIC 9(2) VALUE 0.
            05 WS-PAYHIST-LOOKUP-NET  PIC S9(7)V99 VALUE 0.
            05 WS-PAYHIST-MATCH-COUNT PIC 9(2) VALUE 0.
            05 WS-PAYHIST-MATCH-KEY   PIC X(16) VALUE SPACES.

        01 WS-ADJUSTMENT-CONTROLS.
            05 WS-SOURCE-FOUND-FLAG  PIC X(1) VALUE 'N'.
            05 WS-TARGET-FOUND-FLAG  PIC X(1) VALUE 'N'.
            05 WS-SOURCE-EMP-STATUS  PIC X(1) VALUE SPACE.
            05 WS-TARGET-EMP-STATUS  PIC X(1) VALUE SPACE.
            05 WS-OLD-SOURCE-SALARY  PIC S9(7)V99 VALUE 0.
            05 WS-OLD-TARGET-SALARY  PIC S9(7)V99 VALUE 0.
            05 WS-NEW-SOURCE-SALARY  PIC S9(7)V99 VALUE 0.
            05 WS-NEW-TARGET-SALARY  PIC S9(7)V99 VALUE 0.
            05 WS-ADJ-TRANSFER-AMOUNT PIC S9(7)V99 VALUE 0.
            05 WS-ADJ-SEQUENCE       PIC 9(05) VALUE 0.
            05 WS-ADJ-HELD-COUNT     PIC 9(5) VALUE 0.
            05 WS-ADJ-RESUME-INDEX   PIC 9(05) VALUE 1.

        01 WS-MAINT-CONTROLS.
            05 WS-MNT-FOUND-FLAG     PIC X(1) VALUE 'N'.
            05 WS-MNT-REJECT-REASON  PIC X(30) VALUE SPACES.
            05 WS-MNT-SEQUENCE       PIC 9(05) VALUE 0.
            05 WS-MNT-HELD-COUNT     PIC 9(5) VALUE 0.
            05 WS-MNT-TERM-COUNT     PIC 9(5) VALUE 0.
            05 WS-MNT-REHIRE-COUNT   PIC 9(5) VALUE 0.
*> Restart bookkeeping for the two-phase maintenance step. The
*> outer MAINTAIN-EMPLOYEE-MASTER checkpoint governs the MNTTRANS
*> loop; APPLY-PENDING-MAINT is the pending-application phase's own
            05 WS-PND-COUNT          PIC 9(2) VALUE 0.
            05 WS-PND-ENTRY OCCURS 1 TO 50 TIMES
                         DEPENDING ON WS-PND-COUNT.
                10 WS-PND-IMAGE        PIC X(204).
                10 WS-PND-DISPOSITION  PIC X(1).
        01 WS-PND-INDEX              PIC 9(2) VALUE 0.

*> Dual control. The approval decisions keyed for this run (APRTRANS)
*> and the items held for approval (APRHOLD) are both loaded once at
*> the start of a regular run. A held item's disposition is settled
*> at load from the approvals: 'D' approved by a user other than its
*> keyer (to be applied by its own source's step - the approver is
*> kept beside it), 'X' rejected, 'K' still waiting; items this run
*> holds are appended as 'K'. Each of the three source steps rewrites
*> APRHOLD in LIVE at its end, dropping its own source's 'D' and 'X'
*> items - a source whose step has not yet run keeps every item, so
*> an approved bank change is never dropped by the maintenance step's
*> rewrite before the bank step has applied it.
        01 WS-APPROVAL-TABLE.
            05 WS-APR-COUNT          PIC 9(3) VALUE 0.
            05 WS-APR-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-APR-COUNT.
                10 WS-APR-HOLD-ID      PIC X(14).
                10 WS-APR-ACTION       PIC X(1).
                10 WS-APR-USER-ID      PIC X(8).
                10 WS-APR-MATCHED      PIC X(1).
        01 WS-APR-INDEX              PIC 9(3) VALUE 0.

        01 WS-APPROVAL-HOLD-TABLE.
            05 WS-AHT-COUNT          PIC 9(3) VALUE 0.
            05 WS-AHT-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-AHT-COUNT.
                10 WS-AHT-IMAGE.
                    15 WS-AHT-HOLD-ID.
                        20 WS-AHT-SOURCE   PIC X(1).
                        20 FILLER          PIC X(13).
                    15 FILLER              PIC X(255).
                10 WS-AHT-DISPOSITION  PIC X(1).
                10 WS-AHT-APPROVER     PIC X(8).
        01 WS-AHT-INDEX              PIC 9(3) VALUE 0.

*> The held item being built, tested or replayed.
        01 WS-APPROVAL-HOLD-ITEM.
            COPY APHREC REPLACING LEADING ==APH== BY ==WS-APH==.

*> Verdict of FIND-APPROVAL-FOR-HOLD (and of the source gates) for
*> the item in WS-APPROVAL-HOLD-ITEM: 'N' needs no approval, 'A'
*> approved by a second user (WS-APR-APPROVER), 'H' held - no
*> decision yet, 'S' held - the only approval was keyed by the
*> keyer, 'R' rejected, 'E' the transaction names no keyer. The
*> resume bookkeeping mirrors the pending-maintenance sub-step:
*> each source step's approved-item phase is its own checkpointed
*> sub-step, whose progress counts that source's items in table
*> order - an order no other step's rewrite can disturb.
        01 WS-APPROVAL-CONTROLS.
            05 WS-APR-VERDICT        PIC X(1) VALUE 'N'.
            05 WS-APR-APPROVER       PIC X(8) VALUE SPACES.
            05 WS-APR-REJECT-FLAG    PIC X(1) VALUE 'N'.
            05 WS-APR-SELF-FLAG      PIC X(1) VALUE 'N'.
            05 WS-APR-SALARY-CHANGE  PIC S9(7)V99 VALUE 0.
            05 WS-AHT-DUP-FLAG       PIC X(1) VALUE 'N'.
            05 WS-AHT-SOURCE-WANTED  PIC X(1) VALUE SPACE.
            05 WS-AHT-ORDINAL        PIC 9(05) VALUE 0.
            05 WS-AHT-COMPLETE-FLAG  PIC X(1) VALUE 'N'.
            05 WS-AHT-FOUND-FLAG     PIC X(1) VALUE 'N'.
            05 WS-AHT-RESUME-INDEX   PIC 9(05) VALUE 1.
            05 WS-AHT-MAINT-SETTLED  PIC X(1) VALUE 'N'.
            05 WS-AHT-BANK-SETTLED   PIC X(1) VALUE 'N'.
            05 WS-AHT-ADJUST-SETTLED PIC X(1) VALUE 'N'.
            05 WS-AHT-KEEP-FLAG      PIC X(1) VALUE 'N'.
            05 WS-AHT-SEQUENCE       PIC 9(05) VALUE 0.

*> Pending-approval report work: ages are whole days between the
*> run date and the date an item was first held, from a day count
*> (days since a fixed origin) of each date.
        01 WS-APPROVAL-REPORT-FIELDS.
            05 WS-APR-AGE-DAYS       PIC 9(5) VALUE 0.
            05 WS-APR-AGE-DISPLAY    PIC ZZZZ9.
            05 WS-APR-PENDING-COUNT  PIC 9(5) VALUE 0.
            05 WS-APR-AGED-7-COUNT   PIC 9(5) VALUE 0.
            05 WS-APR-AGED-30-COUNT  PIC 9(5) VALUE 0.
            05 WS-APR-AGED-OVER-COUNT PIC 9(5) VALUE 0.
            05 WS-APR-RUN-DAY-NUMBER PIC 9(7) VALUE 0.
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

*> Retroactive pay announced by this run's maintenance (loaded back
*> from RETROPAY by the compute pass) and the scratch fields the
*> retro calculation works in.
            05 WS-BNK-REJECT-COUNT   PIC 9(5) VALUE 0.
            05 WS-BNK-REJECT-REASON  PIC X(30) VALUE SPACES.
            05 WS-BNK-SEQUENCE       PIC 9(05) VALUE 0.
            05 WS-BNK-HELD-COUNT     PIC 9(5) VALUE 0.
            05 WS-BNK-RESUME-INDEX   PIC 9(05) VALUE 1.
            05 WS-BNK-ROUTING-NUMERIC PIC 9(8) VALUE 0.
            05 WS-NOC-APPLIED-FLAG   PIC X(1) VALUE 'N'.

*> W-4 election maintenance, and the election the compute pass found
*> in force for the employee being paid (WS-W4-ELECTION, defaulted to
*> single with nothing claimed when the employee has none on file).
        01 WS-W4-CONTROLS.
            05 WS-W4-FOUND-FLAG      PIC X(1) VALUE 'N'.
            05 WS-W4-EMP-FOUND-FLAG  PIC X(1) VALUE 'N'.
            05 WS-W4-APPLIED-COUNT   PIC 9(5) VALUE 0.
            05 WS-W4-REJECT-COUNT    PIC 9(5) VALUE 0.
            05 WS-W4-REJECT-REASON   PIC X(34) VALUE SPACES.
            05 WS-W4-SEQUENCE        PIC 9(05) VALUE 0.
            05 WS-W4-AUDIT-ACTION    PIC X(6) VALUE SPACES.
            05 WS-W4-OLD-FED-EXTRA   PIC S9(7)V99 VALUE 0.
            05 WS-W4-EXEMPT-IN-FORCE PIC X(1) VALUE 'N'.
            05 WS-W4-EXEMPT-EXPIRED  PIC X(1) VALUE 'N'.
            05 WS-W4-FED-AUTH-INDEX  PIC 9(2) VALUE 1.
            05 WS-W4-STATE-AUTH-INDEX PIC 9(2) VALUE 2.
            05 WS-W4-ANNUAL-WAGES    PIC S9(9)V99 VALUE 0.
            05 WS-W4-ALLOWANCE-VALUE PIC S9(9)V99 VALUE 0.
            05 WS-W4-MISSING-STATUS  PIC X(1) VALUE SPACE.
            05 WS-W4-MISSING-AUTH    PIC X(7) VALUE SPACES.
        01 WS-W4-ELECTION.
            COPY W4EREC REPLACING LEADING ==WE== BY ==WS-W4==.

        01 WS-CHECKPOINT-CONTROLS.
            05 WS-CURRENT-STEP-NAME  PIC X(30) VALUE SPACES.
            05 WS-STEP-COMPLETE-FLAG PIC X(01) VALUE 'N'.
            05 WS-RUN-PERIOD-NUMBER  PIC 9(3) VALUE 0.
            05 WS-RUN-RUN-TYPE       PIC X(1) VALUE 'R'.
            05 WS-RUN-SUPP-PAY-DATE  PIC 9(8) VALUE 0.
            05 WS-RUN-VAR-NET-PERCENT   PIC 9(3) VALUE 10.
            05 WS-RUN-VAR-HOURS-PERCENT PIC 9(3) VALUE 25.
            05 WS-RUN-VAR-HARD-LIMIT    PIC 9(7)V99 VALUE 0.
            05 WS-RUN-VAR-ACK-PAY-DATE  PIC 9(8) VALUE 0.
            05 WS-RUN-SAL-APPROVAL-LIMIT PIC 9(7)V99 VALUE 0.

*> The pay-calendar entry selected for this execution: the date the
*> period pays (stamped on the stubs and the ACH batch effective
                10 WS-TIM-EMP-ID     PIC 9(5).
                10 WS-TIM-REG-HOURS  PIC 9(3)V99.
                10 WS-TIM-OT-HOURS   PIC 9(3)V99.
                10 WS-TIM-VAC-HOURS  PIC 9(3)V99.
                10 WS-TIM-SICK-HOURS PIC 9(3)V99.
                10 WS-TIM-CHARGE OCCURS 5 TIMES.
                    15 WS-TIM-CHG-DEPT-CODE    PIC X(4).
                    15 WS-TIM-CHG-PROJECT-CODE PIC X(6).
                    15 WS-TIM-CHG-HOURS        PIC 9(3)V99.

        01 WS-TIMECARD-WORK-FIELDS.
            05 WS-TIM-INDEX          PIC 9(3) VALUE 0.
            05 WS-TIM-FOUND-INDEX    PIC 9(3) VALUE 0.
            05 WS-TIM-CHG-INDEX      PIC 9(1) VALUE 0.
            05 WS-TIM-WORKED-HOURS   PIC 9(4)V99 VALUE 0.
            05 WS-TIM-CHARGED-HOURS  PIC 9(4)V99 VALUE 0.

*> Labor distribution. The standing percent splits are loaded from
*> LABDIST at initialization the way DEDUCT-FILE is. Each employee
*> paid is cut into slices (WS-LAB-SLICE, copied to PAY-WORK's
*> PW-LABOR-DETAIL) by DISTRIBUTE-EMPLOYEE-LABOR, and every slice is
*> added to the run's cost center/project table - the source of the
*> GL salary and employer-tax expense debits and of the labor
*> distribution report. WS-LAB-ERTAX is subscripted in step with
*> WS-ERTAX-TABLE; every per-employee employer tax is spread over
*> the employee's slices to the penny, so the table's employer tax
*> always sums to the per-code run totals the liability credits use.
        01 WS-LABOR-DIST-TABLE.
            05 WS-LDS-COUNT          PIC 9(3) VALUE 0.
            05 WS-LDS-ENTRY OCCURS 1 TO 500 TIMES
                         DEPENDING ON WS-LDS-COUNT.
                10 WS-LDS-EMP-ID       PIC 9(5).
                10 WS-LDS-DEPT-CODE    PIC X(4).
                10 WS-LDS-PROJECT-CODE PIC X(6).
                10 WS-LDS-PERCENT      PIC 9(3)V99.

        01 WS-LABOR-TABLE.
            05 WS-LAB-COUNT          PIC 9(3) VALUE 0.
            05 WS-LAB-ENTRY OCCURS 1 TO 200 TIMES
                         DEPENDING ON WS-LAB-COUNT.
                10 WS-LAB-DEPT-CODE    PIC X(4).
                10 WS-LAB-PROJECT-CODE PIC X(6).
                10 WS-LAB-HOURS        PIC S9(5)V99.
                10 WS-LAB-GROSS        PIC S9(9)V99.
                10 WS-LAB-ERTAX-TOTAL  PIC S9(9)V99.
                10 WS-LAB-ERTAX        PIC S9(9)V99 OCCURS 10 TIMES.
                10 WS-LAB-PRINTED      PIC X(1).

        01 WS-LABOR-WORK-FIELDS.
            05 WS-LDS-INDEX          PIC 9(3) VALUE 0.
            05 WS-LDS-EMP-ROWS       PIC 9(3) VALUE 0.
            05 WS-LDS-EMP-PERCENT    PIC 9(5)V99 VALUE 0.
            05 WS-LDS-LOOKUP-EMP     PIC 9(5) VALUE 0.
            05 WS-LAB-INDEX          PIC 9(3) VALUE 0.
            05 WS-LAB-FOUND-INDEX    PIC 9(3) VALUE 0.
            05 WS-LAB-SLICE-COUNT    PIC 9(2) VALUE 0.
            05 WS-LAB-SLICE-INDEX    PIC 9(2) VALUE 0.
            05 WS-LAB-ALLOCATED      PIC S9(9)V99 VALUE 0.
            05 WS-LAB-HOME-DEPT      PIC X(4) VALUE SPACES.
            05 WS-LAB-SLICE OCCURS 10 TIMES.
                10 WS-LAB-SLICE-DEPT     PIC X(4).
                10 WS-LAB-SLICE-PROJECT  PIC X(6).
                10 WS-LAB-SLICE-BASIS    PIC X(1).
                10 WS-LAB-SLICE-HOURS    PIC 9(3)V99.
                10 WS-LAB-SLICE-PERCENT  PIC 9(3)V99.
                10 WS-LAB-SLICE-GROSS    PIC S9(7)V99.
                10 WS-LAB-SLICE-ERTAX    PIC S9(7)V99.
                10 WS-LAB-SLICE-ENTRY    PIC 9(3).
            05 WS-LAB-PROJECT-SELECTED PIC X(6) VALUE SPACES.
            05 WS-LAB-SELECTED-FLAG  PIC X(1) VALUE 'N'.
            05 WS-LAB-PROJECT-GROSS  PIC S9(9)V99 VALUE 0.
            05 WS-LAB-PROJECT-ERTAX  PIC S9(9)V99 VALUE 0.
            05 WS-LAB-REPORT-GROSS   PIC S9(9)V99 VALUE 0.
            05 WS-LAB-REPORT-ERTAX   PIC S9(9)V99 VALUE 0.
            05 WS-LAB-REGISTER-GROSS PIC S9(9)V99 VALUE 0.
            05 WS-LAB-DIFFERENCE     PIC S9(9)V99 VALUE 0.

*> Leave accrual rates, loaded from LVRATES at initialization, and
*> the per-employee work fields POST-EMPLOYEE-LEAVE resolves them
*> into. Service years are whole years from EM-HIRE-DATE to the pay
*> date. Vacation liability is valued at the hourly-equivalent rate:
*> EM-HOURLY-RATE for hourly staff, EM-SALARY over the standard
*> 2080-hour year for salaried staff. Sick leave is not paid out at
*> separation, so it accrues hours but carries no liability.
        01 WS-LEAVE-RATE-TABLE.
            05 WS-LVR-COUNT          PIC 9(2) VALUE 0.
            05 WS-LVR-ENTRY OCCURS 1 TO 20 TIMES
                         DEPENDING ON WS-LVR-COUNT.
                10 WS-LVR-FREQUENCY  PIC X(1).
                10 WS-LVR-MIN-YEARS  PIC 9(2).
                10 WS-LVR-VAC-HOURS  PIC 9(2)V99.
                10 WS-LVR-SICK-HOURS PIC 9(2)V99.

        01 WS-LEAVE-WORK-FIELDS.
            05 WS-LVR-INDEX          PIC 9(2) VALUE 0.
            05 WS-LVR-FOUND-INDEX    PIC 9(2) VALUE 0.
            05 WS-LV-FOUND-FLAG      PIC X(1) VALUE 'N'.
            05 WS-LV-HIRE-DATE       PIC 9(8) VALUE 0.
            05 WS-LV-HIRE-DATE-PARTS REDEFINES WS-LV-HIRE-DATE.
                10 WS-LV-HIRE-YEAR   PIC 9(4).
                10 WS-LV-HIRE-MMDD   PIC 9(4).
            05 WS-LV-PAY-DATE        PIC 9(8) VALUE 0.
            05 WS-LV-PAY-DATE-PARTS REDEFINES WS-LV-PAY-DATE.
                10 WS-LV-PAY-YEAR    PIC 9(4).
                10 WS-LV-PAY-MMDD    PIC 9(4).
            05 WS-LV-SERVICE-YEARS   PIC 9(3) VALUE 0.
            05 WS-LV-VAC-OPENING     PIC S9(5)V99 VALUE 0.
            05 WS-LV-SICK-OPENING    PIC S9(5)V99 VALUE 0.
            05 WS-LV-VAC-REQUESTED   PIC 9(3)V99 VALUE 0.
            05 WS-LV-SICK-REQUESTED  PIC 9(3)V99 VALUE 0.
            05 WS-LV-OVERDRAFT-TYPE  PIC X(8) VALUE SPACES.
            05 WS-LV-OVERDRAFT-REQ   PIC 9(3)V99 VALUE 0.
            05 WS-LV-OVERDRAFT-AVAIL PIC S9(5)V99 VALUE 0.
            05 WS-LV-LEAVE-PAY       PIC S9(7)V99 VALUE 0.
            05 WS-LV-HOURLY-EQUIV    PIC S9(5)V9(4) VALUE 0.
            05 WS-LV-STANDARD-HOURS  PIC 9(4) VALUE 2080.
            05 WS-LV-GL-AMOUNT       PIC S9(9)V99 VALUE 0.
            05 WS-LEAVE-HOURS-DISPLAY PIC -ZZZZ9.99.

*> Employer tax rates in effect this run (loaded from EMPTAX, one
*> entry per tax code) and what the run accrued under each: the
*> per-code run total feeds the liability credits and the control
*> report; the expense debits come from the cost center/project
*> breakdown in WS-LABOR-TABLE, which every per-employee amount is
*> spread into to the penny, so the two always sum identically.
        01 WS-ERTAX-TABLE.
            05 WS-ERTAX-COUNT        PIC 9(2) VALUE 0.
            05 WS-ERTAX-ENTRY OCCURS 1 TO 10 TIMES
                10 WS-ERTAX-EXP-ACCT   PIC X(8).
                10 WS-ERTAX-LIAB-ACCT  PIC X(8).
                10 WS-ERTAX-RUN-TOTAL  PIC S9(9)V99.

        01 WS-ERTAX-WORK-FIELDS.
            05 WS-ERTAX-INDEX        PIC 9(2) VALUE 0.
        01 WS-PAY-WORK-CONTROLS.
            05 WS-PW-SEQUENCE        PIC 9(5) VALUE 0.

*> Work fields for the separation notice a termination writes to
*> SEPRPT: the last payment on file, what a final period's salary
*> and the unused vacation are worth, and the employee's standing
*> deductions and bank account.
        01 WS-SEPARATION-CONTROLS.
            05 WS-SEP-FOUND-FLAG     PIC X(1) VALUE 'N'.
            05 WS-SEP-LAST-PAY-DATE  PIC 9(8) VALUE 0.
            05 WS-SEP-LAST-NET       PIC S9(7)V99 VALUE 0.
            05 WS-SEP-LAST-RUN-TYPE  PIC X(1) VALUE SPACE.
            05 WS-SEP-FREQUENCY      PIC X(1) VALUE SPACE.
            05 WS-SEP-PPY            PIC 9(3) VALUE 0.
            05 WS-SEP-PERIOD-SALARY  PIC S9(7)V99 VALUE 0.
            05 WS-SEP-HOURLY-EQUIV   PIC S9(5)V9(4) VALUE 0.
            05 WS-SEP-VAC-HOURS      PIC S9(5)V99 VALUE 0.
            05 WS-SEP-VAC-VALUE      PIC S9(7)V99 VALUE 0.
            05 WS-SEP-DED-COUNT      PIC 9(3) VALUE 0.
            05 WS-SEP-PERCENT        PIC 9(3)V9 VALUE 0.
            05 WS-SEP-PERCENT-DISPLAY PIC ZZ9.9.

        01 WS-ONETIME-CONTROLS.
            05 WS-OTP-PAID-COUNT     PIC 9(5) VALUE 0.
            05 WS-OTP-REJECT-COUNT   PIC 9(5) VALUE 0.
                10 WS-REV-ACCOUNT-TYPE PIC X(1).
                10 WS-REV-REASON       PIC X(30).
                10 WS-REV-PAY-DATE     PIC 9(8).
                10 WS-REV-LABOR-DETAIL OCCURS 10 TIMES.
                    15 WS-REV-LAB-DEPT-CODE    PIC X(4).
                    15 WS-REV-LAB-PROJECT-CODE PIC X(6).
                    15 WS-REV-LAB-GROSS        PIC S9(7)V99.

        01 WS-REVERSAL-CONTROLS.
            05 WS-REV-INDEX          PIC 9(3) VALUE 0.
            05 WS-REV-CHK-FOUND-FLAG PIC X(1) VALUE 'N'.
            05 WS-REV-REJECT-REASON  PIC X(30) VALUE SPACES.
            05 WS-REV-ACH-COUNT      PIC 9(6) VALUE 0.
            05 WS-REV-LAB-INDEX      PIC 9(2) VALUE 0.
            05 WS-REV-LAB-TOTAL      PIC S9(7)V99 VALUE 0.
            05 WS-REV-ACH-HASH       PIC 9(10) VALUE 0.
            05 WS-REV-ACH-DEBIT      PIC 9(10)V99 VALUE 0.
            05 WS-REV-ACH-TRACE      PIC 9(15) VALUE 0.
                         DEPENDING ON WS-DEPT-COUNT.
                10 WS-DEPT-CODE          PIC X(4).
                10 WS-DEPT-TOTAL-SALARY  PIC S9(9)V99 VALUE 0.
                10 WS-DEPT-LEAVE-LIABILITY PIC S9(9)V99 VALUE 0.
        01 WS-DEPT-INDEX             PIC 9(3) VALUE 0.
        01 WS-DEPT-TABLE-INDEX       PIC 9(3) VALUE 0.
        01 WS-DEPT-LOOKUP-CODE       PIC X(4) VALUE SPACES.

        01 WS-RUN-DATE               PIC 9(8) VALUE 0.
        01 WS-RUN-DATE-DISPLAY REDEFINES WS-RUN-DATE.
            PERFORM LOAD-EMPLOYER-TAX-RATES.
            PERFORM LOAD-DEDUCTION-RULES.
            PERFORM LOAD-TIMECARDS.
            PERFORM LOAD-LABOR-DISTRIBUTION.
            PERFORM LOAD-LEAVE-RATES.
*> Only a regular run applies transactions, so only a regular run
*> settles (or adds to) what is held for approval.
            IF WS-RUN-RUN-TYPE = 'R'
                PERFORM LOAD-APPROVAL-TRANSACTIONS
                PERFORM LOAD-APPROVAL-HOLDS
            END-IF.

            OPEN I-O YTD-MASTER.
            IF WS-YTD-MASTER-STATUS = '05' OR WS-YTD-MASTER-STATUS = '35'
                OPEN I-O BANK-ACCOUNTS
            END-IF.

*> Leave balances start empty the same way: the first regular run
*> to pay an employee creates their record.
            OPEN I-O LEAVE-MASTER.
            IF WS-LEAVE-MASTER-STATUS = '05' OR WS-LEAVE-MASTER-STATUS = '35'
                OPEN OUTPUT LEAVE-MASTER
                CLOSE LEAVE-MASTER
                OPEN I-O LEAVE-MASTER
            END-IF.

*> So do W-4 elections - an employee with none on file is withheld
*> as a single filer claiming nothing.
            OPEN I-O W4-ELECTIONS.
            IF WS-W4-ELECTIONS-STATUS = '05' OR WS-W4-ELECTIONS-STATUS = '35'
                OPEN OUTPUT W4-ELECTIONS
                CLOSE W4-ELECTIONS
                OPEN I-O W4-ELECTIONS
            END-IF.

*> And the pay history: the first LIVE run starts it.
            OPEN I-O PAY-HISTORY.
            IF WS-PAY-HISTORY-STATUS = '05' OR WS-PAY-HISTORY-STATUS = '35'
                OPEN OUTPUT PAY-HISTORY
                CLOSE PAY-HISTORY
                OPEN I-O PAY-HISTORY
            END-IF.

*> MAIN-LOGIC is the only paragraph INITIALIZATION falls through into
*> (it immediately follows INITIALIZATION in the source with nothing
*> between them), and it ends in STOP RUN, so nothing ever falls
                    PERFORM MARK-STEP-COMPLETE
                END-IF

                MOVE 'MAINTAIN-W4-ELECTIONS' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
                    PERFORM MAINTAIN-W4-ELECTIONS
                    PERFORM MARK-STEP-COMPLETE
                END-IF

                MOVE 'PROCESS-ACH-RETURNS' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
*> work file and print accumulators still at their VALUE-clause
*> default. CALCULATE-MALE-SALARY/CALCULATE-FEMALE-SALARY/
*> CALCULATE-DEPT-SALARY just surface what that pass accumulated.
*> The pieces of this work with an external side effect - the
*> YTD-MASTER and LEAVE-MASTER postings - are separate steps behind
*> their own checkpoints, so a restart doesn't double-post either.
            PERFORM COMPUTE-WITHHOLDING.
*> A LIVE run whose variances need review stops here, ahead of the
*> YTD and leave postings as well as the ACH and check steps:
*> nothing this run computed has left the building yet, so a keying
*> error found on the variance report is corrected and the run
*> simply rerun.
            IF WS-VAR-HOLD-FLAG = 'Y'
                PERFORM HOLD-RUN-FOR-VARIANCE-REVIEW
            END-IF.
            PERFORM CALCULATE-MALE-SALARY.
            PERFORM CALCULATE-FEMALE-SALARY.

                PERFORM MARK-STEP-COMPLETE
            END-IF.

*> The leave balances the compute pass worked out onto PAY-WORK are
*> posted here, after the variance hold, on the regular cycle's
*> LIVE runs only: a TRIAL posts nothing and a supplemental run
*> neither accrues nor takes leave.
            IF WS-RUN-RUN-TYPE = 'R' AND WS-RUN-MODE NOT = 'TRIAL'
                MOVE 'POST-LEAVE-BALANCES' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
                    PERFORM POST-LEAVE-BALANCES
                    PERFORM MARK-STEP-COMPLETE
                END-IF
            END-IF.

            PERFORM CALCULATE-DEPT-SALARY.

            IF WS-RUN-RUN-TYPE = 'R'
                PERFORM MARK-STEP-COMPLETE
            END-IF.

            MOVE 'PRINT-LABOR-DISTRIBUTION' TO WS-CURRENT-STEP-NAME.
            PERFORM CHECK-STEP-COMPLETE.
            IF WS-STEP-COMPLETE-FLAG = 'N'
                PERFORM PRINT-LABOR-DISTRIBUTION
                PERFORM MARK-STEP-COMPLETE
            END-IF.

*> The payment and posting interfaces - ACH, printed checks, and the
*> GL file - are exactly what a TRIAL run exists to NOT produce, so
*> in TRIAL they are skipped outright and the balancing step reports
                    PERFORM MARK-STEP-COMPLETE
                END-IF

*> The permanent employer tax history gets this period's payments
*> ahead of the GL step, whose liability credits it records next to
*> them for the quarterly return to reconcile.
                MOVE 'WRITE-TAX-HISTORY' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
                    PERFORM WRITE-TAX-HISTORY
                    PERFORM MARK-STEP-COMPLETE
                END-IF

*> The employee pay history runs after both disbursement steps, so
*> each entry can carry the trace number or check number its money
*> actually went out under.
                MOVE 'WRITE-PAY-HISTORY' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
                    PERFORM WRITE-PAY-HISTORY
                    PERFORM MARK-STEP-COMPLETE
                END-IF

                MOVE 'WRITE-GL-POSTING-FILE' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
                    PERFORM MARK-STEP-COMPLETE
                END-IF

                MOVE 'WRITE-TAX-LIABILITY-HISTORY' TO WS-CURRENT-STEP-NAME
                PERFORM CHECK-STEP-COMPLETE
                IF WS-STEP-COMPLETE-FLAG = 'N'
                    PERFORM WRITE-TAX-LIABILITY-HISTORY
                    PERFORM MARK-STEP-COMPLETE
                END-IF

*> Reconciliation updates the permanent register (cleared marks,
*> stale-dating), so it sits with the other external-side-effect
*> steps a TRIAL run suppresses. Re-marking a cleared check
                    PERFORM PROCESS-SALARY-ADJUSTMENTS
                    PERFORM MARK-STEP-COMPLETE
                END-IF
*> The pending-approval report is rebuilt from the held-item table
*> after the last step that can hold or release anything; a pure
*> report, so it reruns whole on a restart, TRIAL included.
                PERFORM PRINT-PENDING-APPROVALS
            END-IF.

*> The balancing step is deliberately not checkpoint-guarded: it is a
            CLOSE YTD-MASTER.
            CLOSE BANK-ACCOUNTS.
            CLOSE CHECK-REGISTER.
            CLOSE LEAVE-MASTER.
            CLOSE W4-ELECTIONS.
            CLOSE PAY-HISTORY.
            CLOSE CHECKPOINT-FILE.

            IF WS-OUT-OF-BALANCE-FLAG = 'Y'
            MOVE WS-PERIOD-PAY-DATE   TO RH-PAY-DATE.
            MOVE WS-BAL-TABLE-COUNT   TO RH-EMPLOYEES-PAID.
            MOVE WS-BAL-TABLE-NET     TO RH-NET-DISBURSED.
            EVALUATE TRUE
                WHEN WS-VAR-HOLD-FLAG = 'Y'
                    MOVE 'V' TO RH-BALANCE-VERDICT
                    MOVE 4 TO RH-RETURN-CODE
                WHEN WS-OUT-OF-BALANCE-FLAG = 'Y'
                    MOVE 'O' TO RH-BALANCE-VERDICT
                    MOVE 8 TO RH-RETURN-CODE
                WHEN OTHER
                    MOVE 'B' TO RH-BALANCE-VERDICT
                    MOVE 0 TO RH-RETURN-CODE
            END-EVALUATE.
            WRITE RUN-HISTORY-RECORD.
            CLOSE RUN-HISTORY.

*> The run's checkpoints are kept, so the rerun after review does
*> not repeat the maintenance and reversal steps already applied;
*> it recomputes the pay from the corrected inputs and, with the
*> acknowledgement set, carries on to posting and payment.
        HOLD-RUN-FOR-VARIANCE-REVIEW.
            DISPLAY 'Variances over the hard limit: ' WS-VAR-HOLD-COUNT
                ' - LIVE run held before posting and payment'.
            DISPLAY 'Review VARRPT, then set RUN-VAR-ACK-PAY-DATE to '
                WS-PERIOD-PAY-DATE ' and rerun'.
            PERFORM WRITE-RUN-HISTORY.
            CLOSE EMPLOYEE-MASTER.
            CLOSE YTD-MASTER.
            CLOSE BANK-ACCOUNTS.
            CLOSE CHECK-REGISTER.
            CLOSE LEAVE-MASTER.
            CLOSE W4-ELECTIONS.
            CLOSE PAY-HISTORY.
            CLOSE CHECKPOINT-FILE.
            MOVE 4 TO RETURN-CODE.
            STOP RUN.

*> Delete this run's own checkpoint records - and only its own: the
*> match is on the full period prefix BUILD-CKPT-KEY writes, so
*> another cycle's in-flight restart records are untouched.
                END-IF
                MOVE RUN-SUPP-PAY-DATE TO WS-RUN-SUPP-PAY-DATE
            END-IF.
*> The variance settings came later than the rest of the record;
*> an older record leaves them blank, which reads as the defaults.
            IF RUN-VAR-NET-PERCENT IS NUMERIC AND RUN-VAR-NET-PERCENT > 0
                MOVE RUN-VAR-NET-PERCENT TO WS-RUN-VAR-NET-PERCENT
            END-IF.
            IF RUN-VAR-HOURS-PERCENT IS NUMERIC AND RUN-VAR-HOURS-PERCENT > 0
                MOVE RUN-VAR-HOURS-PERCENT TO WS-RUN-VAR-HOURS-PERCENT
            END-IF.
            IF RUN-VAR-HARD-LIMIT IS NUMERIC
                MOVE RUN-VAR-HARD-LIMIT TO WS-RUN-VAR-HARD-LIMIT
            END-IF.
            IF RUN-VAR-ACK-PAY-DATE IS NUMERIC
                MOVE RUN-VAR-ACK-PAY-DATE TO WS-RUN-VAR-ACK-PAY-DATE
            END-IF.
            IF RUN-SAL-APPROVAL-LIMIT IS NUMERIC
                MOVE RUN-SAL-APPROVAL-LIMIT TO WS-RUN-SAL-APPROVAL-LIMIT
            END-IF.
            CLOSE RUN-CONTROL.
            DISPLAY 'Run mode: ' WS-RUN-MODE
                ' type: ' WS-RUN-RUN-TYPE
            END-READ.

*> Resolve the master record currently in the buffer against this
*> execution's cycle: whether the employee is due to be paid (still
*> active, and their frequency matches the run's) and what one
*> period of their annual
*> salary is worth. A blank frequency is a master record that
*> predates the frequency column - those employees have always been
*> paid biweekly, so blank reads as 'B'. The master itself is left
                MOVE EM-PAY-TYPE TO WS-EMP-WORK-PAY-TYPE
            END-IF.
            IF WS-EMP-WORK-FREQUENCY = WS-RUN-PAY-FREQUENCY
                AND EM-STATUS NOT = 'I'
                MOVE 'Y' TO WS-EMP-DUE-FLAG
            ELSE
                MOVE 'N' TO WS-EMP-DUE-FLAG
            END-IF.

        SET-TAX-AUTH-INDEX.
            EVALUATE TAX-AUTHORITY ALSO TAX-FILING-STATUS
                WHEN 'F' ALSO 'S'
                WHEN 'F' ALSO SPACE
                    MOVE 1 TO WS-TAX-AUTH-INDEX
                WHEN 'S' ALSO 'S'
                WHEN 'S' ALSO SPACE
                    MOVE 2 TO WS-TAX-AUTH-INDEX
                WHEN 'X' ALSO ANY
                    MOVE 3 TO WS-TAX-AUTH-INDEX
                WHEN 'Y' ALSO ANY
                    MOVE 4 TO WS-TAX-AUTH-INDEX
                WHEN 'F' ALSO 'M'
                    MOVE 5 TO WS-TAX-AUTH-INDEX
                WHEN 'S' ALSO 'M'
                    MOVE 6 TO WS-TAX-AUTH-INDEX
                WHEN 'F' ALSO 'H'
                    MOVE 7 TO WS-TAX-AUTH-INDEX
                WHEN 'S' ALSO 'H'
                    MOVE 8 TO WS-TAX-AUTH-INDEX
                WHEN 'A' ALSO ANY
                    MOVE 9 TO WS-TAX-AUTH-INDEX
                WHEN 'B' ALSO ANY
                    MOVE 10 TO WS-TAX-AUTH-INDEX
                WHEN OTHER
                    MOVE 0 TO WS-TAX-AUTH-INDEX
            END-EVALUATE.
                MOVE ERT-TAX-CODE TO WS-ERTAX-CODE(WS-ERTAX-FOUND-INDEX)
                MOVE 0 TO WS-ERTAX-EFF-DATE(WS-ERTAX-FOUND-INDEX)
                MOVE 0 TO WS-ERTAX-RUN-TOTAL(WS-ERTAX-FOUND-INDEX)
            END-IF.
            IF ERT-EFFECTIVE-DATE > WS-ERTAX-EFF-DATE(WS-ERTAX-FOUND-INDEX)
                MOVE ERT-EFFECTIVE-DATE TO WS-ERTAX-EFF-DATE(WS-ERTAX-FOUND-INDEX)
                    MOVE TIM-EMP-ID    TO WS-TIM-EMP-ID(WS-TIM-COUNT)
                    MOVE TIM-REG-HOURS TO WS-TIM-REG-HOURS(WS-TIM-COUNT)
                    MOVE TIM-OT-HOURS  TO WS-TIM-OT-HOURS(WS-TIM-COUNT)
                    IF TIM-VAC-HOURS NUMERIC
                        MOVE TIM-VAC-HOURS TO WS-TIM-VAC-HOURS(WS-TIM-COUNT)
                    ELSE
                        MOVE 0 TO WS-TIM-VAC-HOURS(WS-TIM-COUNT)
                    END-IF
                    IF TIM-SICK-HOURS NUMERIC
                        MOVE TIM-SICK-HOURS TO WS-TIM-SICK-HOURS(WS-TIM-COUNT)
                    ELSE
                        MOVE 0 TO WS-TIM-SICK-HOURS(WS-TIM-COUNT)
                    END-IF
                    PERFORM LOAD-TIMECARD-CHARGE
                        VARYING WS-TIM-CHG-INDEX FROM 1 BY 1 UNTIL WS-TIM-CHG-INDEX GREATER THAN 5
                    PERFORM READ-TIMECARD-RECORD
                END-PERFORM
                CLOSE TIMECARD-FILE
            END-IF.

*> A card keyed before the charge columns existed, or with slots
*> left blank, reads as spaces there - no hours charged.
        LOAD-TIMECARD-CHARGE.
            MOVE TIM-CHG-DEPT-CODE(WS-TIM-CHG-INDEX)
                TO WS-TIM-CHG-DEPT-CODE(WS-TIM-COUNT, WS-TIM-CHG-INDEX).
            MOVE TIM-CHG-PROJECT-CODE(WS-TIM-CHG-INDEX)
                TO WS-TIM-CHG-PROJECT-CODE(WS-TIM-COUNT, WS-TIM-CHG-INDEX).
            IF TIM-CHG-HOURS(WS-TIM-CHG-INDEX) NUMERIC
                MOVE TIM-CHG-HOURS(WS-TIM-CHG-INDEX)
                    TO WS-TIM-CHG-HOURS(WS-TIM-COUNT, WS-TIM-CHG-INDEX)
            ELSE
                MOVE 0 TO WS-TIM-CHG-HOURS(WS-TIM-COUNT, WS-TIM-CHG-INDEX)
            END-IF.

        READ-TIMECARD-RECORD.
            READ TIMECARD-FILE
                AT END MOVE '10' TO WS-TIMECARD-FILE-STATUS
                END-IF
            END-PERFORM.

*> The regular and overtime hours on card WS-TIM-FOUND-INDEX and how
*> many of them it charges to cost centers and projects.
        SUM-TIMECARD-CHARGES.
            COMPUTE WS-TIM-WORKED-HOURS =
                WS-TIM-REG-HOURS(WS-TIM-FOUND-INDEX)
                + WS-TIM-OT-HOURS(WS-TIM-FOUND-INDEX).
            MOVE 0 TO WS-TIM-CHARGED-HOURS.
            PERFORM VARYING WS-TIM-CHG-INDEX FROM 1 BY 1 UNTIL WS-TIM-CHG-INDEX GREATER THAN 5
                ADD WS-TIM-CHG-HOURS(WS-TIM-FOUND-INDEX, WS-TIM-CHG-INDEX)
                    TO WS-TIM-CHARGED-HOURS
            END-PERFORM.

*> A missing LABDIST file is normal - everyone's pay is charged to
*> their own department, as it always was. A file larger than the
*> table is the same hard stop the timecard loader makes: a dropped
*> line would leave that employee's percents short of 100 and quietly
*> move their whole cost back to the home department.
        LOAD-LABOR-DISTRIBUTION.
            MOVE 0 TO WS-LDS-COUNT.
            OPEN INPUT LABOR-DISTRIBUTION.
            IF WS-LABOR-DIST-STATUS = '35'
                DISPLAY 'No LABDIST file present, pay charged to home departments'
            ELSE
                IF WS-LABOR-DIST-STATUS NOT = '00'
                    DISPLAY 'Unable to open LABOR-DISTRIBUTION, status ' WS-LABOR-DIST-STATUS
                    STOP RUN
                END-IF
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
                END-PERFORM
                CLOSE LABOR-DISTRIBUTION
            END-IF.

        READ-LABOR-DISTRIBUTION-RECORD.
            READ LABOR-DISTRIBUTION
                AT END MOVE '10' TO WS-LABOR-DIST-STATUS
            END-READ.

*> How many LABDIST lines WS-LDS-LOOKUP-EMP has and what their
*> percents add up to. Only a set of one to ten lines totalling
*> exactly 100.00 is used.
        COUNT-EMPLOYEE-DISTRIBUTION.
            MOVE 0 TO WS-LDS-EMP-ROWS.
            MOVE 0 TO WS-LDS-EMP-PERCENT.
            PERFORM VARYING WS-LDS-INDEX FROM 1 BY 1 UNTIL WS-LDS-INDEX GREATER THAN WS-LDS-COUNT
                IF WS-LDS-EMP-ID(WS-LDS-INDEX) = WS-LDS-LOOKUP-EMP
                    ADD 1 TO WS-LDS-EMP-ROWS
                    ADD WS-LDS-PERCENT(WS-LDS-INDEX) TO WS-LDS-EMP-PERCENT
                END-IF
            END-PERFORM.

*> A missing LVRATES file is a valid configuration (no leave is
*> accrued; balances already on LEAVEMST can still be taken), like a
*> missing EMPTAX. A file larger than the table is a hard stop - a
*> dropped rate row would quietly under-accrue a whole service band.
        LOAD-LEAVE-RATES.
            MOVE 0 TO WS-LVR-COUNT.
            OPEN INPUT LEAVE-RATES.
            IF WS-LEAVE-RATES-STATUS = '35'
                DISPLAY 'No LVRATES file present, no leave accrued'
            ELSE
                IF WS-LEAVE-RATES-STATUS NOT = '00'
                    DISPLAY 'Unable to open LEAVE-RATES, status ' WS-LEAVE-RATES-STATUS
                    STOP RUN
                END-IF
                PERFORM READ-LEAVE-RATES-RECORD
                PERFORM UNTIL WS-LEAVE-RATES-STATUS = '10'
                    IF WS-LVR-COUNT >= 20
                        DISPLAY 'LVRATES exceeds the 20-entry table, run stopped'
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-LVR-COUNT
                    MOVE LVR-PAY-FREQUENCY TO WS-LVR-FREQUENCY(WS-LVR-COUNT)
                    MOVE LVR-MIN-YEARS     TO WS-LVR-MIN-YEARS(WS-LVR-COUNT)
                    MOVE LVR-VAC-HOURS     TO WS-LVR-VAC-HOURS(WS-LVR-COUNT)
                    MOVE LVR-SICK-HOURS    TO WS-LVR-SICK-HOURS(WS-LVR-COUNT)
                    PERFORM READ-LEAVE-RATES-RECORD
                END-PERFORM
                CLOSE LEAVE-RATES
            END-IF.

        READ-LEAVE-RATES-RECORD.
            READ LEAVE-RATES
                AT END MOVE '10' TO WS-LEAVE-RATES-STATUS
            END-READ.

*> The rate row for the employee's frequency with the highest
*> service threshold the employee has reached; the rows need not be
*> in any order.
        FIND-LEAVE-RATE.
            MOVE 0 TO WS-LVR-FOUND-INDEX.
            PERFORM VARYING WS-LVR-INDEX FROM 1 BY 1 UNTIL WS-LVR-INDEX GREATER THAN WS-LVR-COUNT
                IF WS-LVR-FREQUENCY(WS-LVR-INDEX) = WS-EMP-WORK-FREQUENCY
                   AND WS-LVR-MIN-YEARS(WS-LVR-INDEX) <= WS-LV-SERVICE-YEARS
                    IF WS-LVR-FOUND-INDEX = 0
                        MOVE WS-LVR-INDEX TO WS-LVR-FOUND-INDEX
                    ELSE
                        IF WS-LVR-MIN-YEARS(WS-LVR-INDEX)
                           > WS-LVR-MIN-YEARS(WS-LVR-FOUND-INDEX)
                            MOVE WS-LVR-INDEX TO WS-LVR-FOUND-INDEX
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

*> Checkpoint keys carry the pay year, cycle and period, not the run
*> date: a biweekly and a monthly run can execute on the same day, and
*> keying by date would let one cycle's restart resume into the
                    ', status ' WS-CHECKPOINT-FILE-STATUS
            END-IF.

*> MAINTAIN-EMPLOYEE-MASTER applies ADD/CHANGE/TERMINATE/REHIRE
*> transactions from MAINT-TRANS to the employee master under program
*> control, so hires, terminations, renames and department moves stop
*> being raw column edits against EMPMAST. Each transaction is applied
*> directly to the indexed master by key - WRITE for an add, REWRITE
*> for everything else (a termination marks the record inactive, it
*> no longer deletes it) - and checkpointed by its record
*> number the same way salary adjustments are, so a restart resumes
*> at the first transaction not yet applied instead of re-adding (and
*> dup-rejecting) the ones that already stuck. Rejects (duplicate
            MOVE 0 TO WS-MNT-APPLIED-COUNT.
            MOVE 0 TO WS-MNT-REJECT-COUNT.
            MOVE 0 TO WS-MNT-HELD-COUNT.
            MOVE 0 TO WS-MNT-TERM-COUNT.
            MOVE 0 TO WS-MNT-REHIRE-COUNT.

*> Capture the outer step's resume state before probing the
*> pending sub-step - CHECK-STEP-COMPLETE reuses one set of
            MOVE WS-STEP-COMPLETE-FLAG TO WS-PND-COMPLETE-FLAG.
            MOVE WS-STEP-FOUND-FLAG TO WS-PND-FOUND-FLAG.
            MOVE WS-START-INDEX TO WS-PND-RESUME-INDEX.
            MOVE 'APPLY-APPROVED-MAINT' TO WS-CURRENT-STEP-NAME.
            PERFORM CHECK-STEP-COMPLETE.
            MOVE WS-STEP-COMPLETE-FLAG TO WS-AHT-COMPLETE-FLAG.
            MOVE WS-STEP-FOUND-FLAG TO WS-AHT-FOUND-FLAG.
            MOVE WS-START-INDEX TO WS-AHT-RESUME-INDEX.
            IF WS-MNT-OUTER-FOUND = 'Y' OR WS-PND-FOUND-FLAG = 'Y'
                OR WS-AHT-FOUND-FLAG = 'Y'
                MOVE 'Y' TO WS-MNT-BEGUN-FLAG
            ELSE
                MOVE 'N' TO WS-MNT-BEGUN-FLAG
                STOP RUN
            END-IF.

*> The separation notices follow the exception report's rule: a
*> resume extends what the aborted attempt already wrote.
            IF WS-MNT-BEGUN-FLAG = 'Y'
                OPEN EXTEND SEPARATION-REPORT
                IF WS-SEPARATION-REPORT-STATUS = '05' OR WS-SEPARATION-REPORT-STATUS = '35'
                    OPEN OUTPUT SEPARATION-REPORT
                    CLOSE SEPARATION-REPORT
                    OPEN EXTEND SEPARATION-REPORT
                END-IF
            ELSE
                OPEN OUTPUT SEPARATION-REPORT
            END-IF.
            IF WS-SEPARATION-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open SEPARATION-REPORT, status ' WS-SEPARATION-REPORT-STATUS
                STOP RUN
            END-IF.

            OPEN EXTEND AUDIT-LOG.
            IF WS-AUDIT-LOG-STATUS = '05' OR WS-AUDIT-LOG-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
*> rewrite at step end still drops the applied entries.
            PERFORM LOAD-PENDING-MAINTENANCE.
            IF WS-PND-COMPLETE-FLAG = 'N'
                MOVE 'APPLY-PENDING-MAINT' TO WS-CURRENT-STEP-NAME
                PERFORM APPLY-DUE-PENDING-CHANGES
                PERFORM MARK-STEP-COMPLETE
            END-IF.

*> Then the changes a second user has approved since they were held.
*> They follow the due pending changes so that an approved change
*> which is itself future-dated (and so goes on to MNTPEND) appends
*> to the pending table only after that phase's positions are used.
            MOVE 'M' TO WS-AHT-SOURCE-WANTED.
            IF WS-AHT-COMPLETE-FLAG = 'N'
                MOVE 'APPLY-APPROVED-MAINT' TO WS-CURRENT-STEP-NAME
                PERFORM APPLY-APPROVED-HOLDS
                PERFORM MARK-STEP-COMPLETE
            END-IF.
            MOVE 'Y' TO WS-AHT-MAINT-SETTLED.

            MOVE 'MAINTAIN-EMPLOYEE-MASTER' TO WS-CURRENT-STEP-NAME.
            MOVE WS-MNT-RESUME-INDEX TO WS-START-INDEX.


            IF WS-RUN-MODE NOT = 'TRIAL'
                PERFORM REWRITE-PENDING-FILE
                PERFORM REWRITE-APPROVAL-HOLD-FILE
            END-IF.

            CLOSE RETRO-PAY-FILE.
            CLOSE AUDIT-LOG.
            CLOSE EXCEPTION-REPORT.
            CLOSE SEPARATION-REPORT.

            DISPLAY 'Master maintenance: ' WS-MNT-APPLIED-COUNT
                ' applied, ' WS-MNT-REJECT-COUNT ' rejected, '
                WS-MNT-HELD-COUNT ' held'.
            DISPLAY 'Terminations: ' WS-MNT-TERM-COUNT
                ', rehires: ' WS-MNT-REHIRE-COUNT.

        APPLY-MAINT-TRANS-FILE.
            MOVE 0 TO WS-MNT-SEQUENCE.
                    MOVE WS-MNT-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                ELSE
                    PERFORM RECAPTURE-MAINT-TRANSACTION
                END-IF
                PERFORM READ-MAINT-TRANS-RECORD
            END-PERFORM.
*> next run's fresh maintenance pass. Adds and terminations ignore
*> the date; holding a hire or a termination was never what the
*> effective date was for.
*> Ahead of all that sits dual control: a transaction must name its
*> keyer, and a salary change over the approval limit is held on
*> APRHOLD (or dropped, if this run's APRTRANS rejects it) unless
*> this run's APRTRANS already carries a second user's approval -
*> then it applies now, stamped with its approver.
        APPLY-MAINT-TRANSACTION.
            PERFORM FIND-EMPLOYEE-BY-MAINT-ID.
            PERFORM CHECK-MAINT-APPROVAL.
            EVALUATE WS-APR-VERDICT
                WHEN 'E'
                    MOVE 'ENTERED-BY MISSING' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
                WHEN 'R'
                    MOVE 'REJECTED BY APPROVER' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
                WHEN 'H'
                WHEN 'S'
                    PERFORM HOLD-MAINT-FOR-APPROVAL
                WHEN OTHER
                    PERFORM APPLY-CLEARED-MAINT-TRANSACTION
            END-EVALUATE.

*> The transaction in the MAINT buffer has cleared dual control (or
*> never needed it) and the master record for its id has been read.
        APPLY-CLEARED-MAINT-TRANSACTION.
            PERFORM SET-MAINT-HOLD-FLAG.
            IF WS-MNT-HOLD-FLAG NOT = 'N'
                PERFORM HOLD-MAINT-CHANGE
                    PERFORM APPLY-MAINT-CHANGE
                WHEN 'T'
                    PERFORM APPLY-MAINT-TERMINATE
                WHEN 'R'
                    PERFORM APPLY-MAINT-REHIRE
                WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
            END-EVALUATE.

*> Decide whether the transaction in the MAINT buffer needs a second
*> user's approval, and whether this run has one. Only a CHANGE or a
*> REHIRE that moves the master's salary by more than the approval
*> limit is gated - an ADD sets a first salary rather than changing
*> one, and is on the audit trail under its keyer; hourly rates are
*> priced from timecards and surface on the variance report. The
*> approver column is always cleared first -
*> only an APRTRANS approval fills it. Stable across a restart for
*> the reasons SET-MAINT-HOLD-FLAG is: a held change has not touched
*> the master.
        CHECK-MAINT-APPROVAL.
            MOVE SPACES TO MNT-APPROVED-BY.
            MOVE 'N' TO WS-APR-VERDICT.
            IF MNT-ENTERED-BY = SPACES
                MOVE 'E' TO WS-APR-VERDICT
                EXIT PARAGRAPH
            END-IF.
            IF MNT-ACTION-CODE NOT = 'C' AND MNT-ACTION-CODE NOT = 'R'
                EXIT PARAGRAPH
            END-IF.
            IF MNT-SALARY IS NOT NUMERIC OR MNT-SALARY = 0
                OR WS-MNT-FOUND-FLAG = 'N'
                EXIT PARAGRAPH
            END-IF.
            COMPUTE WS-APR-SALARY-CHANGE = MNT-SALARY - EM-SALARY.
            IF WS-APR-SALARY-CHANGE < 0
                COMPUTE WS-APR-SALARY-CHANGE = 0 - WS-APR-SALARY-CHANGE
            END-IF.
            IF WS-APR-SALARY-CHANGE = 0
                OR WS-APR-SALARY-CHANGE NOT > WS-RUN-SAL-APPROVAL-LIMIT
                EXIT PARAGRAPH
            END-IF.
            MOVE 'M' TO WS-APH-ID-SOURCE.
            MOVE WS-MNT-SEQUENCE TO WS-AHT-SEQUENCE.
            PERFORM BUILD-APPROVAL-HOLD-ID.
            MOVE MNT-EMP-ID TO WS-APH-EMP-ID.
            MOVE MNT-ENTERED-BY TO WS-APH-ENTERED-BY.
            IF MNT-ACTION-CODE = 'R'
                MOVE 'REHIRE SALARY' TO WS-APH-REASON
            ELSE
                MOVE 'SALARY CHANGE' TO WS-APH-REASON
            END-IF.
            MOVE MAINT-TRANS-RECORD TO WS-APH-IMAGE.
            PERFORM FIND-APPROVAL-FOR-HOLD.
            IF WS-APR-VERDICT = 'A'
                MOVE WS-APR-APPROVER TO MNT-APPROVED-BY
            END-IF.

        HOLD-MAINT-FOR-APPROVAL.
            PERFORM HOLD-FOR-APPROVAL.
            IF WS-AHT-DUP-FLAG = 'Y'
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-MNT-HELD-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'MAINT HELD FOR APPROVAL ' DELIMITED BY SIZE
                   MNT-ACTION-CODE DELIMITED BY SIZE
                   ' EMPLOYEE ' DELIMITED BY SIZE
                   MNT-EMP-ID DELIMITED BY SIZE
                   ' - ID ' DELIMITED BY SIZE
                   WS-APH-HOLD-ID DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.
            IF WS-APR-VERDICT = 'S'
                PERFORM BUILD-SELF-APPROVAL-LINE
                WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

*> A transaction below the resume point was dealt with by the
*> aborted attempt. If it was held for approval, the hold may have
*> died with that attempt's in-storage table, so it is re-captured
*> (silently - the hold was already reported; the hold-id probe
*> keeps an entry already written back to APRHOLD from doubling).
*> Otherwise it is the MNTPEND recapture, with the approver column
*> restored so the image matches what the aborted attempt held.
        RECAPTURE-MAINT-TRANSACTION.
            PERFORM FIND-EMPLOYEE-BY-MAINT-ID.
            PERFORM CHECK-MAINT-APPROVAL.
            EVALUATE WS-APR-VERDICT
                WHEN 'H'
                WHEN 'S'
                    PERFORM HOLD-FOR-APPROVAL
                    IF WS-AHT-DUP-FLAG = 'N'
                        ADD 1 TO WS-MNT-HELD-COUNT
                    END-IF
                WHEN 'N'
                WHEN 'A'
                    PERFORM RECAPTURE-HELD-MAINT-CHANGE
            END-EVALUATE.

        FIND-EMPLOYEE-BY-MAINT-ID.
            MOVE 'N' TO WS-MNT-FOUND-FLAG.
            MOVE MNT-EMP-ID TO EM-EMP-ID.
*> it found it for the LIVE run to apply.
        APPLY-MAINT-ADD.
            IF WS-MNT-FOUND-FLAG = 'Y'
                IF EM-STATUS = 'I'
                    MOVE 'FORMER EMPLOYEE - USE REHIRE' TO WS-MNT-REJECT-REASON
                ELSE
                    MOVE 'DUPLICATE EMPLOYEE ID' TO WS-MNT-REJECT-REASON
                END-IF
                PERFORM WRITE-MAINT-EXCEPTION
            ELSE
                MOVE MNT-EMP-ID        TO EM-EMP-ID
                    MOVE MNT-PAY-TYPE TO EM-PAY-TYPE
                END-IF
                MOVE MNT-HOURLY-RATE TO EM-HOURLY-RATE
                IF MNT-HIRE-DATE IS NUMERIC AND MNT-HIRE-DATE > 0
                    MOVE MNT-HIRE-DATE TO EM-HIRE-DATE
                ELSE
                    MOVE WS-RUN-DATE TO EM-HIRE-DATE
                END-IF
                MOVE 'A'               TO EM-STATUS
                MOVE 0                 TO EM-TERM-DATE
                MOVE SPACES            TO EM-TERM-REASON
                MOVE 0                 TO EM-REHIRE-DATE
                MOVE MNT-ADDRESS-LINE-1 TO EM-ADDRESS-LINE-1
                MOVE MNT-ADDRESS-LINE-2 TO EM-ADDRESS-LINE-2
                MOVE MNT-CITY          TO EM-CITY
                MOVE MNT-STATE         TO EM-STATE
                MOVE MNT-ZIP-CODE      TO EM-ZIP-CODE
                IF WS-RUN-MODE NOT = 'TRIAL'
                    WRITE EMPLOYEE-MASTER-RECORD
                END-IF
                PERFORM WRITE-MAINT-EXCEPTION
            ELSE
                MOVE EM-SALARY TO WS-MNT-OLD-SALARY
                PERFORM MERGE-MAINT-CHANGE-COLUMNS
                IF MNT-HIRE-DATE IS NUMERIC AND MNT-HIRE-DATE > 0
                    MOVE MNT-HIRE-DATE TO EM-HIRE-DATE
                END-IF
                IF WS-RUN-MODE NOT = 'TRIAL'
                    REWRITE EMPLOYEE-MASTER-RECORD
*> A salary change dated into an already-paid period owes the
*> employee the difference for every period that paid at the old
*> rate; hourly employees are excluded because their pay is priced
*> from timecards, not the salary column, and so is a former
*> employee, whose regular pay has stopped - what a terminated
*> employee is still owed goes out on a supplemental run.
                IF MNT-SALARY NOT = 0
                    AND MNT-EFFECTIVE-DATE IS NUMERIC
                    AND MNT-EFFECTIVE-DATE > 0
                    AND MNT-EFFECTIVE-DATE < WS-PERIOD-PAY-DATE
                    AND (EM-PAY-TYPE = 'S' OR EM-PAY-TYPE = SPACE)
                    AND EM-STATUS NOT = 'I'
                    PERFORM COMPUTE-RETRO-FOR-CHANGE
                END-IF
            END-IF.

*> The columns a CHANGE (and a REHIRE) may replace: a blank or zero
*> column keeps the master's current value.
        MERGE-MAINT-CHANGE-COLUMNS.
            IF MNT-ORIGINAL-NAME NOT = SPACES
                MOVE MNT-ORIGINAL-NAME TO EM-ORIGINAL-NAME
            END-IF.
            IF MNT-SUFFIX NOT = SPACES
                MOVE MNT-SUFFIX TO EM-SUFFIX
            END-IF.
            IF MNT-GENDER NOT = SPACES
                MOVE MNT-GENDER TO EM-GENDER
            END-IF.
            IF MNT-SALARY NOT = 0
                MOVE MNT-SALARY TO EM-SALARY
            END-IF.
            IF MNT-DEPT-CODE NOT = SPACES
                MOVE MNT-DEPT-CODE TO EM-DEPT-CODE
            END-IF.
            IF MNT-PAY-FREQUENCY NOT = SPACES
                MOVE MNT-PAY-FREQUENCY TO EM-PAY-FREQUENCY
            END-IF.
            IF MNT-DEPOSIT-HOLD NOT = SPACES
                MOVE MNT-DEPOSIT-HOLD TO EM-DEPOSIT-HOLD
            END-IF.
            IF MNT-PAY-TYPE NOT = SPACES
                MOVE MNT-PAY-TYPE TO EM-PAY-TYPE
            END-IF.
            IF MNT-HOURLY-RATE NOT = 0
                MOVE MNT-HOURLY-RATE TO EM-HOURLY-RATE
            END-IF.
            IF MNT-ADDRESS-LINE-1 NOT = SPACES
                MOVE MNT-ADDRESS-LINE-1 TO EM-ADDRESS-LINE-1
                MOVE MNT-ADDRESS-LINE-2 TO EM-ADDRESS-LINE-2
                MOVE MNT-CITY TO EM-CITY
                MOVE MNT-STATE TO EM-STATE
                MOVE MNT-ZIP-CODE TO EM-ZIP-CODE
            END-IF.

*> Decide whether the change in the MAINT buffer may apply in this
*> run. Only 'C' transactions with a numeric effective date are
*> ever held; the rest of the verdict reads the master record
            MOVE MNT-EMP-ID TO AUD-EMP-ID.
            MOVE 0 TO AUD-OLD-AMOUNT.
            MOVE WS-RETRO-COMPUTED TO AUD-NEW-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE MNT-ENTERED-BY TO AUD-ENTERED-BY.
            MOVE MNT-APPROVED-BY TO AUD-APPROVED-BY.
            MOVE SPACES TO AUD-REASON.
            STRING 'RETRO PAY EFF ' DELIMITED BY SIZE
                   MNT-EFFECTIVE-DATE DELIMITED BY SIZE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> A termination keeps the record and marks it inactive, so the
*> former employee can still be found by name for final pay,
*> year-end statements and corrections. The salary column is left
*> as it was (a rehire usually comes back at it); the audit line's
*> new amount of zero records that regular pay has stopped.
        APPLY-MAINT-TERMINATE.
            EVALUATE TRUE
                WHEN WS-MNT-FOUND-FLAG = 'N'
                    MOVE 'EMPLOYEE ID NOT FOUND' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
                WHEN EM-STATUS = 'I'
                    MOVE 'EMPLOYEE ALREADY TERMINATED' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
                WHEN OTHER
                    MOVE EM-SALARY TO WS-MNT-OLD-SALARY
                    MOVE 0 TO WS-MNT-NEW-SALARY
                    MOVE 'I' TO EM-STATUS
                    IF MNT-EFFECTIVE-DATE IS NUMERIC AND MNT-EFFECTIVE-DATE > 0
                        MOVE MNT-EFFECTIVE-DATE TO EM-TERM-DATE
                    ELSE
                        MOVE WS-RUN-DATE TO EM-TERM-DATE
                    END-IF
                    MOVE MNT-TERM-REASON TO EM-TERM-REASON
                    IF WS-RUN-MODE NOT = 'TRIAL'
                        REWRITE EMPLOYEE-MASTER-RECORD
                    END-IF
                    MOVE 'MAINTENANCE - TERMINATE' TO AUD-REASON
                    PERFORM WRITE-MAINT-AUDIT-RECORD
                    ADD 1 TO WS-MNT-APPLIED-COUNT
                    ADD 1 TO WS-MNT-TERM-COUNT
                    PERFORM WRITE-SEPARATION-NOTICE
            END-EVALUATE.

*> A rehire reactivates the former employee's own record - same id,
*> so YTD, leave balances and pay history simply carry on - and may
*> bring new terms with it in the same columns a CHANGE uses. The
*> original hire date is kept; the rehire date is recorded beside
*> it, and the last termination's date and reason stay on file.
        APPLY-MAINT-REHIRE.
            EVALUATE TRUE
                WHEN WS-MNT-FOUND-FLAG = 'N'
                    MOVE 'EMPLOYEE ID NOT FOUND' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
                WHEN EM-STATUS NOT = 'I'
                    MOVE 'EMPLOYEE IS ACTIVE' TO WS-MNT-REJECT-REASON
                    PERFORM WRITE-MAINT-EXCEPTION
                WHEN OTHER
                    MOVE 0 TO WS-MNT-OLD-SALARY
                    PERFORM MERGE-MAINT-CHANGE-COLUMNS
                    MOVE 'A' TO EM-STATUS
                    IF MNT-HIRE-DATE IS NUMERIC AND MNT-HIRE-DATE > 0
                        MOVE MNT-HIRE-DATE TO EM-REHIRE-DATE
                    ELSE
                        MOVE WS-RUN-DATE TO EM-REHIRE-DATE
                    END-IF
                    IF WS-RUN-MODE NOT = 'TRIAL'
                        REWRITE EMPLOYEE-MASTER-RECORD
                    END-IF
                    MOVE EM-SALARY TO WS-MNT-NEW-SALARY
                    MOVE 'MAINTENANCE - REHIRE' TO AUD-REASON
                    PERFORM WRITE-MAINT-AUDIT-RECORD
                    ADD 1 TO WS-MNT-APPLIED-COUNT
                    ADD 1 TO WS-MNT-REHIRE-COUNT
            END-EVALUATE.

*> The separation notice is the checklist payroll works a termination
*> from: what the final check should cover (the last payment on
*> file, a final period's salary, unused vacation at the
*> hourly-equivalent rate), the standing deductions to stop or settle
*> (a garnishment means notifying the court), and the bank account
*> to close once the final pay has cleared. Final pay itself goes out
*> on a supplemental run - the regular scan no longer pays the
*> employee. Written in TRIAL too: it is a report, not a mutation.
        WRITE-SEPARATION-NOTICE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'SEPARATION NOTICE  EMPLOYEE ' DELIMITED BY SIZE
                   EM-EMP-ID DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   EM-ORIGINAL-NAME DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   EM-SUFFIX DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'DEPT' TO WS-PRINT-LINE(3:4).
            MOVE EM-DEPT-CODE TO WS-PRINT-LINE(8:4).
            MOVE 'HIRED' TO WS-PRINT-LINE(14:5).
            MOVE EM-HIRE-DATE TO WS-PRINT-LINE(20:8).
            IF EM-REHIRE-DATE IS NUMERIC AND EM-REHIRE-DATE > 0
                MOVE 'REHIRED' TO WS-PRINT-LINE(30:7)
                MOVE EM-REHIRE-DATE TO WS-PRINT-LINE(38:8)
            END-IF.
            MOVE 'TERMINATED' TO WS-PRINT-LINE(48:10).
            MOVE EM-TERM-DATE TO WS-PRINT-LINE(59:8).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'REASON' TO WS-PRINT-LINE(3:6).
            IF EM-TERM-REASON = SPACES
                MOVE 'NOT GIVEN' TO WS-PRINT-LINE(10:9)
            ELSE
                MOVE EM-TERM-REASON TO WS-PRINT-LINE(10:20)
            END-IF.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM WRITE-SEPARATION-FINAL-PAY.
            PERFORM WRITE-SEPARATION-DEDUCTIONS.
            PERFORM WRITE-SEPARATION-BANK-ACCOUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-SEPARATION-FINAL-PAY.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'FINAL PAY' TO WS-PRINT-LINE(3:9).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM FIND-LAST-PAYMENT-ON-FILE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-SEP-FOUND-FLAG = 'Y'
                MOVE 'LAST PAID' TO WS-PRINT-LINE(5:9)
                MOVE WS-SEP-LAST-PAY-DATE TO WS-PRINT-LINE(15:8)
                MOVE 'RUN' TO WS-PRINT-LINE(25:3)
                MOVE WS-SEP-LAST-RUN-TYPE TO WS-PRINT-LINE(29:1)
                MOVE 'NET' TO WS-PRINT-LINE(32:3)
                MOVE WS-SEP-LAST-NET TO WS-SIGNED-AMOUNT-DISPLAY
                MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(36:11)
            ELSE
                MOVE 'NO PAYMENT ON PAY HISTORY' TO WS-PRINT-LINE(5:25)
            END-IF.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            IF EM-PAY-FREQUENCY = SPACE
                MOVE 'B' TO WS-SEP-FREQUENCY
            ELSE
                MOVE EM-PAY-FREQUENCY TO WS-SEP-FREQUENCY
            END-IF.
            MOVE 0 TO WS-SEP-PPY.
            PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1 UNTIL WS-CAL-INDEX GREATER THAN WS-CAL-COUNT
                IF WS-CAL-FREQUENCY(WS-CAL-INDEX) = WS-SEP-FREQUENCY
                    MOVE WS-CAL-PPY(WS-CAL-INDEX) TO WS-SEP-PPY
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            IF EM-PAY-TYPE = 'H'
                MOVE EM-HOURLY-RATE TO WS-SEP-HOURLY-EQUIV
                MOVE 'HOURLY RATE' TO WS-PRINT-LINE(5:11)
                MOVE EM-HOURLY-RATE TO WS-SIGNED-AMOUNT-DISPLAY
                MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(19:11)
                MOVE '- FINAL HOURS FROM LAST TIMECARD' TO WS-PRINT-LINE(32:32)
            ELSE
                COMPUTE WS-SEP-HOURLY-EQUIV ROUNDED =
                    EM-SALARY / WS-LV-STANDARD-HOURS
                MOVE 0 TO WS-SEP-PERIOD-SALARY
                IF WS-SEP-PPY > 0
                    COMPUTE WS-SEP-PERIOD-SALARY ROUNDED =
                        EM-SALARY / WS-SEP-PPY
                END-IF
                MOVE 'SALARY PER PERIOD' TO WS-PRINT-LINE(5:17)
                MOVE WS-SEP-PERIOD-SALARY TO WS-SIGNED-AMOUNT-DISPLAY
                MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(24:11)
                MOVE 'CYCLE' TO WS-PRINT-LINE(37:5)
                MOVE WS-SEP-FREQUENCY TO WS-PRINT-LINE(43:1)
            END-IF.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 0 TO WS-SEP-VAC-HOURS.
            MOVE EM-EMP-ID TO LV-EMP-ID.
            READ LEAVE-MASTER RECORD KEY IS LV-EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE LV-VAC-BALANCE TO WS-SEP-VAC-HOURS
            END-READ.
            COMPUTE WS-SEP-VAC-VALUE ROUNDED =
                WS-SEP-VAC-HOURS * WS-SEP-HOURLY-EQUIV.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'UNUSED VACATION' TO WS-PRINT-LINE(5:15).
            MOVE WS-SEP-VAC-HOURS TO WS-LEAVE-HOURS-DISPLAY.
            MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(21:9).
            MOVE 'HOURS  VALUE' TO WS-PRINT-LINE(31:12).
            MOVE WS-SEP-VAC-VALUE TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(44:11).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'YTD GROSS' TO WS-PRINT-LINE(5:9).
            MOVE EM-EMP-ID TO YT-EMP-ID.
            READ YTD-MASTER RECORD KEY IS YT-EMP-ID
                INVALID KEY
                    MOVE 0 TO WS-SIGNED-AMOUNT-DISPLAY
                NOT INVALID KEY
                    MOVE YT-YTD-GROSS TO WS-SIGNED-AMOUNT-DISPLAY
            END-READ.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(15:11).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PAY FINAL WAGES ON A SUPPLEMENTAL RUN (ONETIME)'
                TO WS-PRINT-LINE(5:47).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.

*> The latest payment of any run type on the employee's pay history.
        FIND-LAST-PAYMENT-ON-FILE.
            MOVE 'N' TO WS-SEP-FOUND-FLAG.
            MOVE EM-EMP-ID TO PH-EMP-ID.
            MOVE 0 TO PH-PAY-DATE.
            MOVE SPACES TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.
            PERFORM READ-PAY-HISTORY-NEXT.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                IF PH-EMP-ID NOT = EM-EMP-ID
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    IF PH-ENTRY-TYPE = 'P'
                        MOVE 'Y' TO WS-SEP-FOUND-FLAG
                        MOVE PH-PAY-DATE TO WS-SEP-LAST-PAY-DATE
                        MOVE PH-NET-PAY TO WS-SEP-LAST-NET
                        MOVE PH-RUN-TYPE TO WS-SEP-LAST-RUN-TYPE
                    END-IF
                    PERFORM READ-PAY-HISTORY-NEXT
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.

        WRITE-SEPARATION-DEDUCTIONS.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'STANDING DEDUCTIONS TO STOP OR SETTLE' TO WS-PRINT-LINE(3:37).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 0 TO WS-SEP-DED-COUNT.
            PERFORM VARYING WS-DED-INDEX FROM 1 BY 1 UNTIL WS-DED-INDEX GREATER THAN WS-DED-RULE-COUNT
                IF WS-DED-RULE-EMP-ID(WS-DED-INDEX) = EM-EMP-ID
                    PERFORM WRITE-SEPARATION-DEDUCTION-LINE
                END-IF
            END-PERFORM.
            IF WS-SEP-DED-COUNT = 0
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 'NONE' TO WS-PRINT-LINE(5:4)
                WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

        WRITE-SEPARATION-DEDUCTION-LINE.
            ADD 1 TO WS-SEP-DED-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-DED-RULE-CODE(WS-DED-INDEX) TO WS-PRINT-LINE(5:4).
            MOVE 'PRIORITY' TO WS-PRINT-LINE(11:8).
            MOVE WS-DED-RULE-PRIORITY(WS-DED-INDEX) TO WS-PRINT-LINE(20:2).
            IF WS-DED-RULE-METHOD(WS-DED-INDEX) = 'P'
                COMPUTE WS-SEP-PERCENT =
                    WS-DED-RULE-PERCENT(WS-DED-INDEX) * 100
                MOVE WS-SEP-PERCENT TO WS-SEP-PERCENT-DISPLAY
                MOVE 'PERCENT OF GROSS' TO WS-PRINT-LINE(24:16)
                MOVE WS-SEP-PERCENT-DISPLAY TO WS-PRINT-LINE(41:5)
                MOVE '%' TO WS-PRINT-LINE(46:1)
            ELSE
                MOVE 'FLAT PER PERIOD' TO WS-PRINT-LINE(24:15)
                MOVE WS-DED-RULE-AMOUNT(WS-DED-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY
                MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(41:11)
            END-IF.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.

*> BANKACCT holds at most one account per employee. Whatever its
*> prenote state, it is listed for closing; an active account is
*> left in place until the final pay has been deposited to it.
        WRITE-SEPARATION-BANK-ACCOUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'BANK ACCOUNTS TO CLOSE' TO WS-PRINT-LINE(3:22).
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE EM-EMP-ID TO BA-EMP-ID.
            READ BANK-ACCOUNTS RECORD KEY IS BA-EMP-ID
                INVALID KEY
                    MOVE 'NONE ON FILE' TO WS-PRINT-LINE(5:12)
                NOT INVALID KEY
                    MOVE 'ROUTING' TO WS-PRINT-LINE(5:7)
                    MOVE BA-ROUTING-DFI TO WS-PRINT-LINE(13:8)
                    MOVE BA-CHECK-DIGIT TO WS-PRINT-LINE(21:1)
                    MOVE 'ACCOUNT' TO WS-PRINT-LINE(24:7)
                    MOVE BA-ACCOUNT-NUM TO WS-PRINT-LINE(32:17)
                    IF BA-ACCOUNT-TYPE = 'S'
                        MOVE 'SAVINGS' TO WS-PRINT-LINE(50:7)
                    ELSE
                        MOVE 'CHECKING' TO WS-PRINT-LINE(50:8)
                    END-IF
                    IF BA-PRENOTE-STATUS = 'A'
                        MOVE 'CLOSE AFTER FINAL PAY' TO WS-PRINT-LINE(60:21)
                    ELSE
                        MOVE 'PRENOTE PENDING' TO WS-PRINT-LINE(60:15)
                    END-IF
            END-READ.
            WRITE SEPARATION-REPORT-RECORD FROM WS-PRINT-LINE.

*> The audit trail records mutations that stuck; a TRIAL run sticks
*> nothing, so it writes no audit records (here and in the adjustment
*> writers below).
        WRITE-MAINT-AUDIT-RECORD.
            MOVE MNT-EMP-ID TO AUD-EMP-ID.
            MOVE WS-MNT-OLD-SALARY TO AUD-OLD-AMOUNT.
            MOVE WS-MNT-NEW-SALARY TO AUD-NEW-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE MNT-ENTERED-BY TO AUD-ENTERED-BY.
            MOVE MNT-APPROVED-BY TO AUD-APPROVED-BY.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE AUDIT-LOG-RECORD
            END-IF.

            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> ---------------------------------------------------------------
*> Dual control, shared by the maintenance, bank and adjustment
*> steps. APRTRANS carries this run's approval decisions; APRHOLD
*> the items still waiting for one. Both are optional - a shop with
*> nothing held and nothing to approve simply has neither file.
*> ---------------------------------------------------------------
        LOAD-APPROVAL-TRANSACTIONS.
            MOVE 0 TO WS-APR-COUNT.
            OPEN INPUT APPROVAL-TRANS.
            IF WS-APPROVAL-TRANS-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-APPROVAL-TRANS-STATUS NOT = '00'
                DISPLAY 'Unable to open APPROVAL-TRANS, status ' WS-APPROVAL-TRANS-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-APPROVAL-TRANS-RECORD
            PERFORM UNTIL WS-APPROVAL-TRANS-STATUS = '10'
                IF APR-USER-ID = SPACES
                    OR (APR-ACTION NOT = 'A' AND APR-ACTION NOT = 'R')
                    DISPLAY 'Approval ignored, no user id or invalid action: '
                        APR-HOLD-ID
                ELSE
                    IF WS-APR-COUNT >= 200
                        DISPLAY 'APRTRANS exceeds the 200-entry table, run stopped'
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-APR-COUNT
                    MOVE APR-HOLD-ID TO WS-APR-HOLD-ID(WS-APR-COUNT)
                    MOVE APR-ACTION  TO WS-APR-ACTION(WS-APR-COUNT)
                    MOVE APR-USER-ID TO WS-APR-USER-ID(WS-APR-COUNT)
                    MOVE 'N'         TO WS-APR-MATCHED(WS-APR-COUNT)
                END-IF
                PERFORM READ-APPROVAL-TRANS-RECORD
            END-PERFORM.
            CLOSE APPROVAL-TRANS.
            MOVE '00' TO WS-APPROVAL-TRANS-STATUS.

        READ-APPROVAL-TRANS-RECORD.
            READ APPROVAL-TRANS
                AT END MOVE '10' TO WS-APPROVAL-TRANS-STATUS
            END-READ.

*> Each held item's fate for this run is settled here, once, from
*> the approvals just loaded - so the step that applies it, the
*> rewrites and the report all see the same verdict.
        LOAD-APPROVAL-HOLDS.
            MOVE 0 TO WS-AHT-COUNT.
            OPEN INPUT APPROVAL-HOLD.
            IF WS-APPROVAL-HOLD-STATUS = '35'
                EXIT PARAGRAPH
            END-IF.
            IF WS-APPROVAL-HOLD-STATUS NOT = '00'
                DISPLAY 'Unable to open APPROVAL-HOLD, status ' WS-APPROVAL-HOLD-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-APPROVAL-HOLD-RECORD
            PERFORM UNTIL WS-APPROVAL-HOLD-STATUS = '10'
                IF WS-AHT-COUNT >= 200
                    DISPLAY 'APRHOLD exceeds the 200-entry table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-AHT-COUNT
                MOVE APPROVAL-HOLD-RECORD TO WS-AHT-IMAGE(WS-AHT-COUNT)
                MOVE APPROVAL-HOLD-RECORD TO WS-APPROVAL-HOLD-ITEM
                PERFORM FIND-APPROVAL-FOR-HOLD
                MOVE SPACES TO WS-AHT-APPROVER(WS-AHT-COUNT)
                EVALUATE WS-APR-VERDICT
                    WHEN 'A'
                        MOVE 'D' TO WS-AHT-DISPOSITION(WS-AHT-COUNT)
                        MOVE WS-APR-APPROVER TO WS-AHT-APPROVER(WS-AHT-COUNT)
                    WHEN 'R'
                        MOVE 'X' TO WS-AHT-DISPOSITION(WS-AHT-COUNT)
                    WHEN OTHER
                        MOVE 'K' TO WS-AHT-DISPOSITION(WS-AHT-COUNT)
                END-EVALUATE
                PERFORM READ-APPROVAL-HOLD-RECORD
            END-PERFORM.
            CLOSE APPROVAL-HOLD.
            MOVE '00' TO WS-APPROVAL-HOLD-STATUS.

        READ-APPROVAL-HOLD-RECORD.
            READ APPROVAL-HOLD
                AT END MOVE '10' TO WS-APPROVAL-HOLD-STATUS
            END-READ.

*> The caller has set the source; the rest of the id comes from the
*> run (pay cycle and pay date) and the transaction's record number
*> in its file, in WS-AHT-SEQUENCE.
        BUILD-APPROVAL-HOLD-ID.
            MOVE WS-RUN-PAY-FREQUENCY TO WS-APH-ID-FREQUENCY.
            MOVE WS-PERIOD-PAY-DATE TO WS-APH-ID-PAY-DATE.
            MOVE WS-AHT-SEQUENCE TO WS-APH-ID-SEQUENCE.
            MOVE WS-RUN-DATE TO WS-APH-HELD-DATE.

*> Every approval keyed for the item counts: any rejection drops it
*> (a keyer may withdraw their own entry), otherwise any approval by
*> a user other than the keyer releases it. An approval by the keyer
*> alone leaves it held ('S', so the reports can say why).
        FIND-APPROVAL-FOR-HOLD.
            MOVE 'N' TO WS-APR-REJECT-FLAG.
            MOVE 'N' TO WS-APR-SELF-FLAG.
            MOVE SPACES TO WS-APR-APPROVER.
            PERFORM VARYING WS-APR-INDEX FROM 1 BY 1 UNTIL WS-APR-INDEX GREATER THAN WS-APR-COUNT
                IF WS-APR-HOLD-ID(WS-APR-INDEX) = WS-APH-HOLD-ID
                    MOVE 'Y' TO WS-APR-MATCHED(WS-APR-INDEX)
                    EVALUATE TRUE
                        WHEN WS-APR-ACTION(WS-APR-INDEX) = 'R'
                            MOVE 'Y' TO WS-APR-REJECT-FLAG
                        WHEN WS-APR-USER-ID(WS-APR-INDEX) = WS-APH-ENTERED-BY
                            MOVE 'Y' TO WS-APR-SELF-FLAG
                        WHEN OTHER
                            MOVE WS-APR-USER-ID(WS-APR-INDEX) TO WS-APR-APPROVER
                    END-EVALUATE
                END-IF
            END-PERFORM.
            EVALUATE TRUE
                WHEN WS-APR-REJECT-FLAG = 'Y'
                    MOVE 'R' TO WS-APR-VERDICT
                WHEN WS-APR-APPROVER NOT = SPACES
                    MOVE 'A' TO WS-APR-VERDICT
                WHEN WS-APR-SELF-FLAG = 'Y'
                    MOVE 'S' TO WS-APR-VERDICT
                WHEN OTHER
                    MOVE 'H' TO WS-APR-VERDICT
            END-EVALUATE.

*> Adds the item in WS-APPROVAL-HOLD-ITEM to the held table unless an
*> entry with its hold id is already there (WS-AHT-DUP-FLAG tells
*> the caller which).
        HOLD-FOR-APPROVAL.
            MOVE 'N' TO WS-AHT-DUP-FLAG.
            PERFORM VARYING WS-AHT-INDEX FROM 1 BY 1 UNTIL WS-AHT-INDEX GREATER THAN WS-AHT-COUNT
                IF WS-AHT-HOLD-ID(WS-AHT-INDEX) = WS-APH-HOLD-ID
                    MOVE 'Y' TO WS-AHT-DUP-FLAG
                END-IF
            END-PERFORM.
            IF WS-AHT-DUP-FLAG = 'Y'
                EXIT PARAGRAPH
            END-IF.
            IF WS-AHT-COUNT >= 200
                DISPLAY 'APRHOLD exceeds the 200-entry table, run stopped'
                STOP RUN
            END-IF.
            ADD 1 TO WS-AHT-COUNT.
            MOVE WS-APPROVAL-HOLD-ITEM TO WS-AHT-IMAGE(WS-AHT-COUNT).
            MOVE 'K' TO WS-AHT-DISPOSITION(WS-AHT-COUNT).
            MOVE SPACES TO WS-AHT-APPROVER(WS-AHT-COUNT).

        BUILD-SELF-APPROVAL-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING '  APPROVAL OF ' DELIMITED BY SIZE
                   WS-APH-HOLD-ID DELIMITED BY SIZE
                   ' NOT ACCEPTED - APPROVER IS THE KEYER' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.

*> Applies the approved items of one source (WS-AHT-SOURCE-WANTED)
*> through that source's normal apply path, stamped with their
*> approver. Runs as the caller's guarded sub-step, the
*> APPLY-DUE-PENDING-CHANGES way: the index-0 save marks the phase
*> begun, and each applied item saves its position - counted among
*> this source's items only, because an earlier step's rewrite of
*> APRHOLD may drop or add ITS items ahead of these, but never
*> these - so a restart resumes at the first item not yet applied.
        APPLY-APPROVED-HOLDS.
            MOVE 0 TO WS-INDEX.
            PERFORM SAVE-STEP-PROGRESS.
            MOVE 0 TO WS-AHT-ORDINAL.
            PERFORM VARYING WS-AHT-INDEX FROM 1 BY 1 UNTIL WS-AHT-INDEX GREATER THAN WS-AHT-COUNT
                IF WS-AHT-SOURCE(WS-AHT-INDEX) = WS-AHT-SOURCE-WANTED
                    ADD 1 TO WS-AHT-ORDINAL
                    IF WS-AHT-DISPOSITION(WS-AHT-INDEX) = 'D'
                        MOVE WS-AHT-IMAGE(WS-AHT-INDEX) TO WS-APPROVAL-HOLD-ITEM
                        PERFORM SETTLE-ONE-APPROVED-HOLD
                    END-IF
                END-IF
            END-PERFORM.

*> Below the resume point the item was applied by the aborted
*> attempt. For a maintenance change that may have meant a hold on
*> MNTPEND (an approved change can still be future-dated), which is
*> re-captured exactly as a held MNTTRANS change would be.
        SETTLE-ONE-APPROVED-HOLD.
            EVALUATE WS-APH-ID-SOURCE
                WHEN 'M'
                    MOVE WS-APH-IMAGE TO MAINT-TRANS-RECORD
                    MOVE WS-AHT-APPROVER(WS-AHT-INDEX) TO MNT-APPROVED-BY
                    IF WS-AHT-ORDINAL >= WS-AHT-RESUME-INDEX
                        PERFORM WRITE-APPROVED-HOLD-NOTICE
                        PERFORM FIND-EMPLOYEE-BY-MAINT-ID
                        PERFORM APPLY-CLEARED-MAINT-TRANSACTION
                        MOVE WS-AHT-ORDINAL TO WS-INDEX
                        PERFORM SAVE-STEP-PROGRESS
                    ELSE
                        PERFORM RECAPTURE-HELD-MAINT-CHANGE
                    END-IF
                WHEN 'B'
                    MOVE WS-APH-IMAGE TO BANK-TRANS-RECORD
                    MOVE WS-AHT-APPROVER(WS-AHT-INDEX) TO BNK-APPROVED-BY
                    IF WS-AHT-ORDINAL >= WS-AHT-RESUME-INDEX
                        PERFORM WRITE-APPROVED-HOLD-NOTICE
                        PERFORM APPLY-CLEARED-BANK-TRANSACTION
                        MOVE WS-AHT-ORDINAL TO WS-INDEX
                        PERFORM SAVE-STEP-PROGRESS
                    END-IF
                WHEN 'A'
                    MOVE WS-APH-IMAGE TO ADJUSTMENT-TRANS-RECORD
                    MOVE WS-AHT-APPROVER(WS-AHT-INDEX) TO ADJ-APPROVED-BY
                    IF WS-AHT-ORDINAL >= WS-AHT-RESUME-INDEX
                        DISPLAY 'Approved adjustment released: ' WS-APH-HOLD-ID
                            ' approved by ' ADJ-APPROVED-BY
                        PERFORM APPLY-CLEARED-ADJUSTMENT
                        MOVE WS-AHT-ORDINAL TO WS-INDEX
                        PERFORM SAVE-STEP-PROGRESS
                    END-IF
            END-EVALUATE.

        WRITE-APPROVED-HOLD-NOTICE.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'APPROVED ' DELIMITED BY SIZE
                   WS-APH-HOLD-ID DELIMITED BY SIZE
                   ' EMPLOYEE ' DELIMITED BY SIZE
                   WS-APH-EMP-ID DELIMITED BY SIZE
                   ' BY ' DELIMITED BY SIZE
                   WS-AHT-APPROVER(WS-AHT-INDEX) DELIMITED BY SPACE
                   ', KEYED BY ' DELIMITED BY SIZE
                   WS-APH-ENTERED-BY DELIMITED BY SPACE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> APRHOLD is rewritten from the table: every item still waiting,
*> plus every item of a source whose step has not run yet this
*> execution - approved and rejected items leave the file only once
*> their own step has dealt with them. TRIAL never rewrites.
        REWRITE-APPROVAL-HOLD-FILE.
            OPEN OUTPUT APPROVAL-HOLD.
            IF WS-APPROVAL-HOLD-STATUS NOT = '00'
                DISPLAY 'Unable to rewrite APPROVAL-HOLD, status ' WS-APPROVAL-HOLD-STATUS
                STOP RUN
            END-IF.
            PERFORM VARYING WS-AHT-INDEX FROM 1 BY 1 UNTIL WS-AHT-INDEX GREATER THAN WS-AHT-COUNT
                PERFORM SET-HOLD-KEEP-FLAG
                IF WS-AHT-KEEP-FLAG = 'Y'
                    MOVE WS-AHT-IMAGE(WS-AHT-INDEX) TO APPROVAL-HOLD-RECORD
                    WRITE APPROVAL-HOLD-RECORD
                END-IF
            END-PERFORM.
            CLOSE APPROVAL-HOLD.

        SET-HOLD-KEEP-FLAG.
            MOVE 'Y' TO WS-AHT-KEEP-FLAG.
            IF WS-AHT-DISPOSITION(WS-AHT-INDEX) = 'K'
                EXIT PARAGRAPH
            END-IF.
            EVALUATE WS-AHT-SOURCE(WS-AHT-INDEX)
                WHEN 'M'
                    IF WS-AHT-MAINT-SETTLED = 'Y'
                        MOVE 'N' TO WS-AHT-KEEP-FLAG
                    END-IF
                WHEN 'B'
                    IF WS-AHT-BANK-SETTLED = 'Y'
                        MOVE 'N' TO WS-AHT-KEEP-FLAG
                    END-IF
                WHEN 'A'
                    IF WS-AHT-ADJUST-SETTLED = 'Y'
                        MOVE 'N' TO WS-AHT-KEEP-FLAG
                    END-IF
            END-EVALUATE.

*> MAINTAIN-BANK-ACCOUNTS applies ADD/CHANGE/DELETE transactions from
*> BNKTRANS to the bank-account master, the same shape
*> MAINTAIN-EMPLOYEE-MASTER gives MNTTRANS: applied directly to the
*> zero-dollar prenote and the employee is paid by check until the
*> prenote has had a full settlement cycle to bounce. A missing
*> BNKTRANS file just means no banking changes this run.
*> Adds and changes are dual-controlled: held on APRHOLD until a
*> second user approves them. The approved ones are applied first,
*> in their own guarded sub-step (the APPLY-APPROVED-MAINT shape),
*> and the reports and audit trail are opened ahead of it because
*> approved changes apply whether or not BNKTRANS came in.
        MAINTAIN-BANK-ACCOUNTS.
            MOVE 0 TO WS-BNK-APPLIED-COUNT.
            MOVE 0 TO WS-BNK-REJECT-COUNT.
            MOVE 0 TO WS-BNK-HELD-COUNT.

            MOVE WS-START-INDEX TO WS-BNK-RESUME-INDEX.
            MOVE 'APPLY-APPROVED-BANK' TO WS-CURRENT-STEP-NAME.
            PERFORM CHECK-STEP-COMPLETE.
            MOVE WS-STEP-COMPLETE-FLAG TO WS-AHT-COMPLETE-FLAG.
            MOVE WS-START-INDEX TO WS-AHT-RESUME-INDEX.

            OPEN EXTEND EXCEPTION-REPORT.
            IF WS-EXCEPTION-REPORT-STATUS = '05' OR WS-EXCEPTION-REPORT-STATUS = '35'
                OPEN OUTPUT EXCEPTION-REPORT
                STOP RUN
            END-IF.

            MOVE 'B' TO WS-AHT-SOURCE-WANTED.
            IF WS-AHT-COMPLETE-FLAG = 'N'
                PERFORM APPLY-APPROVED-HOLDS
                PERFORM MARK-STEP-COMPLETE
            END-IF.
            MOVE 'Y' TO WS-AHT-BANK-SETTLED.

            MOVE 'MAINTAIN-BANK-ACCOUNTS' TO WS-CURRENT-STEP-NAME.
            MOVE WS-BNK-RESUME-INDEX TO WS-START-INDEX.

            OPEN INPUT BANK-TRANS.
            IF WS-BANK-TRANS-STATUS = '35'
                DISPLAY 'No BNKTRANS file present, bank accounts unchanged'
            ELSE
                IF WS-BANK-TRANS-STATUS NOT = '00'
                    DISPLAY 'Unable to open BANK-TRANS, status ' WS-BANK-TRANS-STATUS
                    STOP RUN
                END-IF
                PERFORM APPLY-BANK-TRANS-FILE
            END-IF.

            IF WS-RUN-MODE NOT = 'TRIAL'
                PERFORM REWRITE-APPROVAL-HOLD-FILE
            END-IF.

            CLOSE AUDIT-LOG.
            CLOSE EXCEPTION-REPORT.

            DISPLAY 'Bank account maintenance: ' WS-BNK-APPLIED-COUNT
                ' applied, ' WS-BNK-REJECT-COUNT ' rejected, '
                WS-BNK-HELD-COUNT ' held'.

        APPLY-BANK-TRANS-FILE.
            MOVE 0 TO WS-BNK-SEQUENCE.
            PERFORM READ-BANK-TRANS-RECORD
            PERFORM UNTIL WS-BANK-TRANS-STATUS = '10'
                    PERFORM APPLY-BANK-TRANSACTION
                    MOVE WS-BNK-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                ELSE
                    PERFORM RECAPTURE-BANK-TRANSACTION
                END-IF
                PERFORM READ-BANK-TRANS-RECORD
            END-PERFORM.
            CLOSE BANK-TRANS.

        READ-BANK-TRANS-RECORD.
            READ BANK-TRANS
                AT END MOVE '10' TO WS-BANK-TRANS-STATUS
            END-READ.

*> Dual control first: a transaction must name its keyer, and an ADD
*> or CHANGE is held (or dropped, if this run's APRTRANS rejects it)
*> unless this run's APRTRANS already carries a second user's
*> approval.
        APPLY-BANK-TRANSACTION.
            PERFORM CHECK-BANK-APPROVAL.
            EVALUATE WS-APR-VERDICT
                WHEN 'E'
                    MOVE 'ENTERED-BY MISSING' TO WS-BNK-REJECT-REASON
                    PERFORM WRITE-BANK-EXCEPTION
                WHEN 'R'
                    MOVE 'REJECTED BY APPROVER' TO WS-BNK-REJECT-REASON
                    PERFORM WRITE-BANK-EXCEPTION
                WHEN 'H'
                WHEN 'S'
                    PERFORM HOLD-BANK-FOR-APPROVAL
                WHEN OTHER
                    PERFORM APPLY-CLEARED-BANK-TRANSACTION
            END-EVALUATE.

*> Only the keyer and the action decide, so the verdict is the same
*> on a restart. The approver column is always cleared first - only
*> an APRTRANS approval fills it.
        CHECK-BANK-APPROVAL.
            MOVE SPACES TO BNK-APPROVED-BY.
            MOVE 'N' TO WS-APR-VERDICT.
            IF BNK-ENTERED-BY = SPACES
                MOVE 'E' TO WS-APR-VERDICT
                EXIT PARAGRAPH
            END-IF.
            IF BNK-ACTION-CODE NOT = 'A' AND BNK-ACTION-CODE NOT = 'C'
                EXIT PARAGRAPH
            END-IF.
            MOVE 'B' TO WS-APH-ID-SOURCE.
            MOVE WS-BNK-SEQUENCE TO WS-AHT-SEQUENCE.
            PERFORM BUILD-APPROVAL-HOLD-ID.
            MOVE BNK-EMP-ID TO WS-APH-EMP-ID.
            MOVE BNK-ENTERED-BY TO WS-APH-ENTERED-BY.
            IF BNK-ACTION-CODE = 'A'
                MOVE 'BANK ACCOUNT ADD' TO WS-APH-REASON
            ELSE
                MOVE 'BANK ACCOUNT CHANGE' TO WS-APH-REASON
            END-IF.
            MOVE BANK-TRANS-RECORD TO WS-APH-IMAGE.
            PERFORM FIND-APPROVAL-FOR-HOLD.
            IF WS-APR-VERDICT = 'A'
                MOVE WS-APR-APPROVER TO BNK-APPROVED-BY
            END-IF.

        HOLD-BANK-FOR-APPROVAL.
            PERFORM HOLD-FOR-APPROVAL.
            IF WS-AHT-DUP-FLAG = 'Y'
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-BNK-HELD-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'BANK HELD FOR APPROVAL ' DELIMITED BY SIZE
                   BNK-ACTION-CODE DELIMITED BY SIZE
                   ' EMPLOYEE ' DELIMITED BY SIZE
                   BNK-EMP-ID DELIMITED BY SIZE
                   ' - ID ' DELIMITED BY SIZE
                   WS-APH-HOLD-ID DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.
            IF WS-APR-VERDICT = 'S'
                PERFORM BUILD-SELF-APPROVAL-LINE
                WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

*> The RECAPTURE-MAINT-TRANSACTION reasoning: a hold made by the
*> aborted attempt is re-captured silently, deduplicated by hold id.
        RECAPTURE-BANK-TRANSACTION.
            PERFORM CHECK-BANK-APPROVAL.
            IF WS-APR-VERDICT = 'H' OR WS-APR-VERDICT = 'S'
                PERFORM HOLD-FOR-APPROVAL
                IF WS-AHT-DUP-FLAG = 'N'
                    ADD 1 TO WS-BNK-HELD-COUNT
                END-IF
            END-IF.

        APPLY-CLEARED-BANK-TRANSACTION.
            PERFORM FIND-BANK-RECORD-BY-TRANS-ID.
            EVALUATE BNK-ACTION-CODE
                WHEN 'A'
                WHEN WS-BNK-EMP-FOUND-FLAG = 'N'
                    MOVE 'EMPLOYEE ID NOT FOUND' TO WS-BNK-REJECT-REASON
                    PERFORM WRITE-BANK-EXCEPTION
                WHEN EM-STATUS = 'I'
                    MOVE 'EMPLOYEE TERMINATED' TO WS-BNK-REJECT-REASON
                    PERFORM WRITE-BANK-EXCEPTION
                WHEN BNK-ACCOUNT-TYPE NOT = 'C' AND BNK-ACCOUNT-TYPE NOT = 'S'
                    MOVE 'INVALID ACCOUNT TYPE' TO WS-BNK-REJECT-REASON
                    PERFORM WRITE-BANK-EXCEPTION
                    ADD 1 TO WS-BNK-APPLIED-COUNT
            END-EVALUATE.

*> A terminated employee's account may be closed (DELETE) but not
*> redirected: their final pay must go where they were last paid.
        APPLY-BANK-CHANGE.
            IF WS-BNK-FOUND-FLAG = 'Y'
                AND WS-BNK-EMP-FOUND-FLAG = 'Y' AND EM-STATUS = 'I'
                MOVE 'EMPLOYEE TERMINATED' TO WS-BNK-REJECT-REASON
                PERFORM WRITE-BANK-EXCEPTION
                EXIT PARAGRAPH
            END-IF.
            IF WS-BNK-FOUND-FLAG = 'N'
                MOVE 'NO BANK RECORD ON FILE' TO WS-BNK-REJECT-REASON
                PERFORM WRITE-BANK-EXCEPTION
            MOVE BNK-EMP-ID TO AUD-EMP-ID.
            MOVE 0 TO AUD-OLD-AMOUNT.
            MOVE 0 TO AUD-NEW-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE BNK-ENTERED-BY TO AUD-ENTERED-BY.
            MOVE BNK-APPROVED-BY TO AUD-APPROVED-BY.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE AUDIT-LOG-RECORD
            END-IF.
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> MAINTAIN-W4-ELECTIONS applies the W-4s received since the last
*> regular run to the W4ELECT master, the MAINTAIN-BANK-ACCOUNTS
*> way: transaction-by-transaction progress so a restart resumes
*> after the last one applied, rejects to EXCEPTION-REPORT, every
*> applied change to AUDIT-LOG, and nothing written in TRIAL. A
*> missing W4TRANS just means no W-4s came in this period.
        MAINTAIN-W4-ELECTIONS.
            MOVE 0 TO WS-W4-APPLIED-COUNT.
            MOVE 0 TO WS-W4-REJECT-COUNT.

            OPEN INPUT W4-TRANS.
            IF WS-W4-TRANS-STATUS = '35'
                DISPLAY 'No W4TRANS file present, withholding elections unchanged'
            ELSE
                IF WS-W4-TRANS-STATUS NOT = '00'
                    DISPLAY 'Unable to open W4-TRANS, status ' WS-W4-TRANS-STATUS
                    STOP RUN
                END-IF
                PERFORM APPLY-W4-TRANS-FILE
            END-IF.

        APPLY-W4-TRANS-FILE.
            OPEN EXTEND EXCEPTION-REPORT.
            IF WS-EXCEPTION-REPORT-STATUS = '05' OR WS-EXCEPTION-REPORT-STATUS = '35'
                OPEN OUTPUT EXCEPTION-REPORT
                CLOSE EXCEPTION-REPORT
                OPEN EXTEND EXCEPTION-REPORT
            END-IF.
            IF WS-EXCEPTION-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open EXCEPTION-REPORT, status ' WS-EXCEPTION-REPORT-STATUS
                STOP RUN
            END-IF.

            OPEN EXTEND AUDIT-LOG.
            IF WS-AUDIT-LOG-STATUS = '05' OR WS-AUDIT-LOG-STATUS = '35'
                OPEN OUTPUT AUDIT-LOG
                CLOSE AUDIT-LOG
                OPEN EXTEND AUDIT-LOG
            END-IF.
            IF WS-AUDIT-LOG-STATUS NOT = '00'
                DISPLAY 'Unable to open AUDIT-LOG, status ' WS-AUDIT-LOG-STATUS
                STOP RUN
            END-IF.

            MOVE 0 TO WS-W4-SEQUENCE.
            PERFORM READ-W4-TRANS-RECORD
            PERFORM UNTIL WS-W4-TRANS-STATUS = '10'
                ADD 1 TO WS-W4-SEQUENCE
                IF WS-W4-SEQUENCE >= WS-START-INDEX
                    PERFORM APPLY-W4-TRANSACTION
                    MOVE WS-W4-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                END-IF
                PERFORM READ-W4-TRANS-RECORD
            END-PERFORM.

            CLOSE W4-TRANS.
            CLOSE AUDIT-LOG.
            CLOSE EXCEPTION-REPORT.

            DISPLAY 'W-4 election maintenance: ' WS-W4-APPLIED-COUNT
                ' applied, ' WS-W4-REJECT-COUNT ' rejected'.

        READ-W4-TRANS-RECORD.
            READ W4-TRANS
                AT END MOVE '10' TO WS-W4-TRANS-STATUS
            END-READ.

        APPLY-W4-TRANSACTION.
            PERFORM FIND-W4-RECORD-BY-TRANS-KEY.
            EVALUATE WT-ACTION-CODE
                WHEN 'E'
                    PERFORM APPLY-W4-ENTER
                WHEN 'D'
                    PERFORM APPLY-W4-DELETE
                WHEN OTHER
                    MOVE 'INVALID ACTION CODE' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
            END-EVALUATE.

        FIND-W4-RECORD-BY-TRANS-KEY.
            MOVE 'N' TO WS-W4-FOUND-FLAG.
            MOVE 'N' TO WS-W4-EMP-FOUND-FLAG.
            MOVE WT-EMP-ID TO WE-EMP-ID.
            MOVE WT-EFFECTIVE-DATE TO WE-EFFECTIVE-DATE.
            READ W4-ELECTIONS RECORD KEY IS WE-KEY
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-W4-FOUND-FLAG
            END-READ.
            MOVE WT-EMP-ID TO EM-EMP-ID.
            READ EMPLOYEE-MASTER RECORD KEY IS EM-EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-W4-EMP-FOUND-FLAG
            END-READ.

*> A W-4 replaces the whole election, so every column is taken as
*> keyed; an election already on file for the same date is a
*> corrected W-4 and is rewritten in place.
        APPLY-W4-ENTER.
            EVALUATE TRUE
                WHEN WS-W4-EMP-FOUND-FLAG = 'N'
                    MOVE 'EMPLOYEE ID NOT FOUND' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN WT-EFFECTIVE-DATE NOT NUMERIC OR WT-EFFECTIVE-DATE = 0
                    MOVE 'EFFECTIVE DATE REQUIRED' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN WT-FED-FILING-STATUS NOT = 'S' AND WT-FED-FILING-STATUS NOT = 'M'
                    AND WT-FED-FILING-STATUS NOT = 'H' AND WT-FED-FILING-STATUS NOT = SPACE
                    MOVE 'INVALID FEDERAL FILING STATUS' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN WT-STATE-FILING-STATUS NOT = 'S' AND WT-STATE-FILING-STATUS NOT = 'M'
                    AND WT-STATE-FILING-STATUS NOT = 'H' AND WT-STATE-FILING-STATUS NOT = SPACE
                    MOVE 'INVALID STATE FILING STATUS' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN WT-FED-ALLOWANCES NOT NUMERIC OR WT-FED-CREDIT NOT NUMERIC
                    OR WT-FED-EXTRA NOT NUMERIC OR WT-STATE-ALLOWANCES NOT NUMERIC
                    OR WT-STATE-CREDIT NOT NUMERIC OR WT-STATE-EXTRA NOT NUMERIC
                    MOVE 'NON-NUMERIC ALLOWANCES OR AMOUNT' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN WT-EXEMPT-FLAG NOT = 'Y' AND WT-EXEMPT-FLAG NOT = 'N'
                    AND WT-EXEMPT-FLAG NOT = SPACE
                    MOVE 'INVALID EXEMPT FLAG' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN WT-EXEMPT-FLAG = 'Y'
                    AND (WT-EXEMPT-EXPIRY-DATE NOT NUMERIC
                         OR WT-EXEMPT-EXPIRY-DATE NOT > WT-EFFECTIVE-DATE)
                    MOVE 'EXEMPT NEEDS LATER EXPIRY DATE' TO WS-W4-REJECT-REASON
                    PERFORM WRITE-W4-EXCEPTION
                WHEN OTHER
                    PERFORM STORE-W4-ELECTION
            END-EVALUATE.

        STORE-W4-ELECTION.
            IF WS-W4-FOUND-FLAG = 'Y'
                MOVE WE-FED-EXTRA TO WS-W4-OLD-FED-EXTRA
                MOVE 'CHANGE' TO WS-W4-AUDIT-ACTION
            ELSE
                MOVE 0 TO WS-W4-OLD-FED-EXTRA
                MOVE 'ADD' TO WS-W4-AUDIT-ACTION
            END-IF.
            MOVE WT-EMP-ID              TO WE-EMP-ID.
            MOVE WT-EFFECTIVE-DATE      TO WE-EFFECTIVE-DATE.
            MOVE WT-FED-FILING-STATUS   TO WE-FED-FILING-STATUS.
            MOVE WT-FED-ALLOWANCES      TO WE-FED-ALLOWANCES.
            MOVE WT-FED-CREDIT          TO WE-FED-CREDIT.
            MOVE WT-FED-EXTRA           TO WE-FED-EXTRA.
            MOVE WT-STATE-FILING-STATUS TO WE-STATE-FILING-STATUS.
            MOVE WT-STATE-ALLOWANCES    TO WE-STATE-ALLOWANCES.
            MOVE WT-STATE-CREDIT        TO WE-STATE-CREDIT.
            MOVE WT-STATE-EXTRA         TO WE-STATE-EXTRA.
            IF WT-EXEMPT-FLAG = 'Y'
                MOVE 'Y' TO WE-EXEMPT-FLAG
                MOVE WT-EXEMPT-EXPIRY-DATE TO WE-EXEMPT-EXPIRY-DATE
            ELSE
                MOVE 'N' TO WE-EXEMPT-FLAG
                MOVE 0 TO WE-EXEMPT-EXPIRY-DATE
            END-IF.
            IF WS-RUN-MODE NOT = 'TRIAL'
                IF WS-W4-FOUND-FLAG = 'Y'
                    REWRITE W4-ELECTION-RECORD
                ELSE
                    WRITE W4-ELECTION-RECORD
                END-IF
            END-IF.
            MOVE WE-FED-EXTRA TO AUD-NEW-AMOUNT.
            PERFORM WRITE-W4-AUDIT-RECORD.
            ADD 1 TO WS-W4-APPLIED-COUNT.

        APPLY-W4-DELETE.
            IF WS-W4-FOUND-FLAG = 'N'
                MOVE 'NO ELECTION ON FILE FOR THAT DATE' TO WS-W4-REJECT-REASON
                PERFORM WRITE-W4-EXCEPTION
            ELSE
                MOVE WE-FED-EXTRA TO WS-W4-OLD-FED-EXTRA
                MOVE 'DELETE' TO WS-W4-AUDIT-ACTION
                IF WS-RUN-MODE NOT = 'TRIAL'
                    DELETE W4-ELECTIONS RECORD
                END-IF
                MOVE 0 TO AUD-NEW-AMOUNT
                PERFORM WRITE-W4-AUDIT-RECORD
                ADD 1 TO WS-W4-APPLIED-COUNT
            END-IF.

*> The reason names the action, the election's effective date and
*> the federal status, state status and exempt flag keyed; the
*> amounts are the per-period federal extra withholding before and
*> after - the figure an employee disputing a check asks about.
        WRITE-W4-AUDIT-RECORD.
            MOVE WT-EMP-ID TO AUD-EMP-ID.
            MOVE WS-W4-OLD-FED-EXTRA TO AUD-OLD-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE SPACES TO AUD-ENTERED-BY.
            MOVE SPACES TO AUD-APPROVED-BY.
            MOVE SPACES TO AUD-REASON.
            STRING 'W-4 ' DELIMITED BY SIZE
                   WS-W4-AUDIT-ACTION DELIMITED BY SPACE
                   ' EFF ' DELIMITED BY SIZE
                   WT-EFFECTIVE-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WT-FED-FILING-STATUS DELIMITED BY SIZE
                   WT-STATE-FILING-STATUS DELIMITED BY SIZE
                   WT-EXEMPT-FLAG DELIMITED BY SIZE
                   INTO AUD-REASON
            END-STRING.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE AUDIT-LOG-RECORD
            END-IF.

        WRITE-W4-EXCEPTION.
            ADD 1 TO WS-W4-REJECT-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'W-4 REJECT ' DELIMITED BY SIZE
                   WT-ACTION-CODE DELIMITED BY SIZE
                   ' EMPLOYEE ' DELIMITED BY SIZE
                   WT-EMP-ID DELIMITED BY SIZE
                   ' EFF ' DELIMITED BY SIZE
                   WT-EFFECTIVE-DATE DELIMITED BY SIZE
                   ' - ' DELIMITED BY SIZE
                   WS-W4-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> PROCESS-ACH-RETURNS reads the bank's return/NOC file and matches
*> each return back to the entry we originated. The bank echoes the
*> trace number and individual id stamped by WRITE-ACH-ENTRY-DETAIL,
                MOVE WS-REV-ACCOUNT-TYPE(WS-REV-INDEX) TO RVW-ACCOUNT-TYPE
                MOVE WS-REV-REASON(WS-REV-INDEX)       TO RVW-REASON
                MOVE WS-REV-PAY-DATE(WS-REV-INDEX)     TO RVW-PAY-DATE
                PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                    MOVE WS-REV-LAB-DEPT-CODE(WS-REV-INDEX, WS-REV-LAB-INDEX)
                        TO RVW-LAB-DEPT-CODE(WS-REV-LAB-INDEX)
                    MOVE WS-REV-LAB-PROJECT-CODE(WS-REV-INDEX, WS-REV-LAB-INDEX)
                        TO RVW-LAB-PROJECT-CODE(WS-REV-LAB-INDEX)
                    MOVE WS-REV-LAB-GROSS(WS-REV-INDEX, WS-REV-LAB-INDEX)
                        TO RVW-LAB-GROSS(WS-REV-LAB-INDEX)
                END-PERFORM
                WRITE REVERSAL-WORK-RECORD
            END-PERFORM.
            CLOSE REVERSAL-WORK.
                MOVE RVW-ACCOUNT-TYPE TO WS-REV-ACCOUNT-TYPE(WS-REV-COUNT)
                MOVE RVW-REASON       TO WS-REV-REASON(WS-REV-COUNT)
                MOVE RVW-PAY-DATE     TO WS-REV-PAY-DATE(WS-REV-COUNT)
                PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                    MOVE RVW-LAB-DEPT-CODE(WS-REV-LAB-INDEX)
                        TO WS-REV-LAB-DEPT-CODE(WS-REV-COUNT, WS-REV-LAB-INDEX)
                    MOVE RVW-LAB-PROJECT-CODE(WS-REV-LAB-INDEX)
                        TO WS-REV-LAB-PROJECT-CODE(WS-REV-COUNT, WS-REV-LAB-INDEX)
                    MOVE RVW-LAB-GROSS(WS-REV-LAB-INDEX)
                        TO WS-REV-LAB-GROSS(WS-REV-COUNT, WS-REV-LAB-INDEX)
                END-PERFORM
                PERFORM READ-REVERSAL-WORK-RECORD
            END-PERFORM.
            CLOSE REVERSAL-WORK.
                DISPLAY 'REVTRANS exceeds the 50-reversal table, run stopped'
                STOP RUN
            END-IF.
*> Former employees stay on the master, so an id it does not have
*> is a keying error, not someone who has since left.
            MOVE REV-EMP-ID TO EM-EMP-ID.
            READ EMPLOYEE-MASTER RECORD KEY IS EM-EMP-ID
                INVALID KEY
                    MOVE 'EMPLOYEE ID NOT FOUND' TO WS-REV-REJECT-REASON
                    PERFORM WRITE-REVERSAL-EXCEPTION
                    EXIT PARAGRAPH
            END-READ.
            PERFORM FIND-PRIOR-PAY-DETAIL.
            IF WS-REV-PW-FOUND-FLAG = 'N'
                MOVE 'NO PRIOR PAY DETAIL' TO WS-REV-REJECT-REASON
                PERFORM WRITE-REVERSAL-EXCEPTION
                EXIT PARAGRAPH
            END-IF.
            IF WS-REV-PW-FOUND-FLAG = 'M'
                MOVE 'SEVERAL PAYMENTS - KEY NET' TO WS-REV-REJECT-REASON
                PERFORM WRITE-REVERSAL-EXCEPTION
                EXIT PARAGRAPH
            END-IF.
*> The prior payment is in the PAY-WORK buffer. How the payment went
*> out decides the reversal's shape - and each shape has its own
*> corroboration, because the PAY-WORK match alone is only an
*> employee-id match: a deposit must still be provable in
*> this employee, pay date and amount. A transaction naming a pay
*> date we cannot tie to a real payment is rejected whole - the
*> REVREC rule that a reversal must reverse a payment we can prove
*> we made. A check already escheated is rejected too: those wages
*> were paid and then remitted to the state, so they stay in YTD
*> and the quarterly figures, and the money comes back only by a
*> claim on the state.
            IF PW-DEPOSIT-HOLD = 'Y'
                PERFORM FIND-REVERSAL-REGISTER-CHECK
                EVALUATE TRUE
                    WHEN WS-REV-CHK-FOUND-FLAG = 'N'
                        MOVE 'NO ISSUED CHECK FOR DATE/AMT'
                            TO WS-REV-REJECT-REASON
                        PERFORM WRITE-REVERSAL-EXCEPTION
                    WHEN CK-STATUS = 'E'
                        MOVE 'CHECK ESCHEATED' TO WS-REV-REJECT-REASON
                        PERFORM WRITE-REVERSAL-EXCEPTION
                    WHEN OTHER
                        PERFORM ACCEPT-CHECK-VOID-REVERSAL
                END-EVALUATE
            ELSE
                PERFORM FIND-REVERSAL-TRACE
                IF WS-REV-TRC-FOUND-FLAG = 'N'
            END-PERFORM.
            MOVE '00' TO WS-CHECK-REGISTER-STATUS.

*> The pay history is asked first: it holds the payment for exactly
*> the pay date the transaction names, however many runs ago that
*> was, and its entry - labor slices included - is laid into the
*> PAY-WORK record area so the corroboration and the reversal table
*> read the same fields either way. A date carrying several
*> payments needs the transaction's net to pick one ('M' when it
*> was left blank). A payment older than the history falls back to
*> the prior run's PAY-WORK - which must carry the net too, when
*> one was keyed - scanned front to back per transaction, the
*> reread-over-reload choice the trace matcher already makes. It is
*> only still the PRIOR run's file because this step runs ahead of
*> the compute pass - the ordering comment in MAIN-LOGIC is
*> load-bearing.
        FIND-PRIOR-PAY-DETAIL.
            MOVE 'N' TO WS-REV-PW-FOUND-FLAG.
            MOVE REV-EMP-ID TO WS-PAYHIST-LOOKUP-EMP.
            MOVE REV-PAY-DATE TO WS-PAYHIST-LOOKUP-DATE.
            IF REV-NET-PAY IS NUMERIC
                MOVE REV-NET-PAY TO WS-PAYHIST-LOOKUP-NET
            ELSE
                MOVE 0 TO WS-PAYHIST-LOOKUP-NET
            END-IF.
            PERFORM FIND-PAY-HISTORY-PAYMENT.
            IF WS-PAYHIST-FOUND-FLAG = 'M'
                MOVE 'M' TO WS-REV-PW-FOUND-FLAG
                EXIT PARAGRAPH
            END-IF.
            IF WS-PAYHIST-FOUND-FLAG = 'Y'
                MOVE PH-EMP-ID TO PW-EMP-ID
                MOVE PH-NAME TO PW-NAME
                MOVE PH-DEPT-CODE TO PW-DEPT-CODE
                MOVE PH-GROSS TO PW-PERIOD-GROSS
                MOVE PH-FED-TAX TO PW-FED-TAX
                MOVE PH-STATE-TAX TO PW-STATE-TAX
                MOVE PH-TOTAL-DEDUCT TO PW-TOTAL-DEDUCT
                MOVE PH-NET-PAY TO PW-NET-PAY
                IF PH-PAY-METHOD = 'C'
                    MOVE 'Y' TO PW-DEPOSIT-HOLD
                ELSE
                    MOVE 'N' TO PW-DEPOSIT-HOLD
                END-IF
                PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                    MOVE PH-LAB-DEPT-CODE(WS-REV-LAB-INDEX)
                        TO PW-LAB-DEPT-CODE(WS-REV-LAB-INDEX)
                    MOVE PH-LAB-PROJECT-CODE(WS-REV-LAB-INDEX)
                        TO PW-LAB-PROJECT-CODE(WS-REV-LAB-INDEX)
                    MOVE SPACE TO PW-LAB-BASIS(WS-REV-LAB-INDEX)
                    MOVE 0 TO PW-LAB-HOURS(WS-REV-LAB-INDEX)
                    MOVE 0 TO PW-LAB-PERCENT(WS-REV-LAB-INDEX)
                    MOVE PH-LAB-GROSS(WS-REV-LAB-INDEX)
                        TO PW-LAB-GROSS(WS-REV-LAB-INDEX)
                    MOVE 0 TO PW-LAB-ERTAX(WS-REV-LAB-INDEX)
                END-PERFORM
                MOVE 'Y' TO WS-REV-PW-FOUND-FLAG
                EXIT PARAGRAPH
            END-IF.
            OPEN INPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                MOVE '00' TO WS-PAY-WORK-STATUS
            PERFORM UNTIL WS-PAY-WORK-STATUS = '10'
                           OR WS-REV-PW-FOUND-FLAG = 'Y'
                IF PW-EMP-ID = REV-EMP-ID
                    AND (WS-PAYHIST-LOOKUP-NET = 0
                         OR PW-NET-PAY = WS-PAYHIST-LOOKUP-NET)
                    MOVE 'Y' TO WS-REV-PW-FOUND-FLAG
                ELSE
                    PERFORM READ-PAY-WORK-RECORD
            MOVE PW-NET-PAY       TO WS-REV-NET(WS-REV-COUNT).
            MOVE REV-REASON       TO WS-REV-REASON(WS-REV-COUNT).
            MOVE REV-PAY-DATE     TO WS-REV-PAY-DATE(WS-REV-COUNT).
            PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                MOVE PW-LAB-DEPT-CODE(WS-REV-LAB-INDEX)
                    TO WS-REV-LAB-DEPT-CODE(WS-REV-COUNT, WS-REV-LAB-INDEX)
                MOVE PW-LAB-PROJECT-CODE(WS-REV-LAB-INDEX)
                    TO WS-REV-LAB-PROJECT-CODE(WS-REV-COUNT, WS-REV-LAB-INDEX)
                MOVE PW-LAB-GROSS(WS-REV-LAB-INDEX)
                    TO WS-REV-LAB-GROSS(WS-REV-COUNT, WS-REV-LAB-INDEX)
            END-PERFORM.

        WRITE-REVERSAL-ACCEPTED-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
                DISPLAY 'Unable to open AUDIT-LOG, status ' WS-AUDIT-LOG-STATUS
                STOP RUN
            END-IF.
            PERFORM OPEN-TAX-HISTORY.
            PERFORM VARYING WS-REV-INDEX FROM 1 BY 1 UNTIL WS-REV-INDEX GREATER THAN WS-REV-COUNT
                IF WS-REV-INDEX >= WS-START-INDEX
                    PERFORM BACK-OUT-ONE-REVERSAL
                END-IF
            END-PERFORM.
            CLOSE AUDIT-LOG.
            CLOSE TAX-HISTORY.

        BACK-OUT-ONE-REVERSAL.
            MOVE WS-REV-EMP-ID(WS-REV-INDEX) TO YT-EMP-ID.
            MOVE WS-REV-EMP-ID(WS-REV-INDEX) TO AUD-EMP-ID.
            MOVE WS-REV-NET(WS-REV-INDEX) TO AUD-OLD-AMOUNT.
            MOVE 0 TO AUD-NEW-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE SPACES TO AUD-ENTERED-BY.
            MOVE SPACES TO AUD-APPROVED-BY.
            PERFORM BUILD-REVERSAL-HISTORY-ENTRY.
            IF WS-REV-METHOD(WS-REV-INDEX) = 'C'
                MOVE 'REVERSAL - CHECK VOID' TO AUD-REASON
                PERFORM VOID-REVERSED-CHECK
                IF WS-CHECK-REG-FOUND = 'Y'
                    MOVE CK-CHECK-NUMBER TO WS-PH-CHECK-NUMBER
                END-IF
            ELSE
                MOVE 'REVERSAL - ACH DEBIT' TO AUD-REASON
            END-IF.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE AUDIT-LOG-RECORD
                PERFORM STORE-PAY-HISTORY-ENTRY
            END-IF.
*> The backed-out wages and withholding leave the quarter's tax
*> history too. Employer tax is not refunded on a reversal (the GL
*> offsets carry none), so the code slots stay empty.
            MOVE 'R' TO TXH-RECORD-TYPE.
            MOVE WS-PERIOD-PAY-DATE TO TXH-PAY-DATE.
            MOVE WS-RUN-RUN-TYPE TO TXH-RUN-TYPE.
            MOVE WS-REV-EMP-ID(WS-REV-INDEX) TO TXH-EMP-ID.
            COMPUTE TXH-GROSS = 0 - WS-REV-GROSS(WS-REV-INDEX).
            COMPUTE TXH-FED-TAX = 0 - WS-REV-FED-TAX(WS-REV-INDEX).
            COMPUTE TXH-STATE-TAX = 0 - WS-REV-STATE-TAX(WS-REV-INDEX).
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN 10
                MOVE SPACES TO TXH-TAX-CODE(WS-ERTAX-INDEX)
                MOVE 0 TO TXH-TAXABLE(WS-ERTAX-INDEX)
                MOVE 0 TO TXH-TAX-AMOUNT(WS-ERTAX-INDEX)
            END-PERFORM.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE TAX-HISTORY-RECORD
            END-IF.

*> The offsetting pay history entry, dated with this run's pay date
*> (the run whose YTD the backout lands in) and pointing back at the
*> payment it offsets. Hours, retro and the per-code deductions come
*> from that payment's own history entry when it has one for the
*> same net; a payment made before the history began offsets its
*> totals only. The labor slices come from the reversal table,
*> negated like every other amount.
        BUILD-REVERSAL-HISTORY-ENTRY.
            MOVE WS-REV-EMP-ID(WS-REV-INDEX) TO WS-PAYHIST-LOOKUP-EMP.
            MOVE WS-REV-PAY-DATE(WS-REV-INDEX) TO WS-PAYHIST-LOOKUP-DATE.
            MOVE WS-REV-NET(WS-REV-INDEX) TO WS-PAYHIST-LOOKUP-NET.
            PERFORM FIND-PAY-HISTORY-PAYMENT.
            MOVE WS-REV-EMP-ID(WS-REV-INDEX) TO WS-PH-EMP-ID.
            MOVE WS-PERIOD-PAY-DATE TO WS-PH-PAY-DATE.
            MOVE 'R' TO WS-PH-ENTRY-TYPE.
            MOVE 0 TO WS-PH-ENTRY-SEQ.
            MOVE WS-RUN-RUN-TYPE TO WS-PH-RUN-TYPE.
            MOVE WS-RUN-PAY-FREQUENCY TO WS-PH-PAY-FREQUENCY.
            MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
            MOVE WS-REV-NAME(WS-REV-INDEX) TO WS-PH-NAME.
            MOVE WS-REV-DEPT-CODE(WS-REV-INDEX) TO WS-PH-DEPT-CODE.
            COMPUTE WS-PH-GROSS = 0 - WS-REV-GROSS(WS-REV-INDEX).
            COMPUTE WS-PH-FED-TAX = 0 - WS-REV-FED-TAX(WS-REV-INDEX).
            COMPUTE WS-PH-STATE-TAX = 0 - WS-REV-STATE-TAX(WS-REV-INDEX).
            COMPUTE WS-PH-TOTAL-DEDUCT = 0 - WS-REV-DEDUCT(WS-REV-INDEX).
            COMPUTE WS-PH-NET-PAY = 0 - WS-REV-NET(WS-REV-INDEX).
            IF WS-PAYHIST-FOUND-FLAG = 'Y'
                MOVE PH-PAY-TYPE TO WS-PH-PAY-TYPE
                COMPUTE WS-PH-REG-HOURS = 0 - PH-REG-HOURS
                COMPUTE WS-PH-OT-HOURS = 0 - PH-OT-HOURS
                COMPUTE WS-PH-VAC-HOURS = 0 - PH-VAC-HOURS
                COMPUTE WS-PH-SICK-HOURS = 0 - PH-SICK-HOURS
                COMPUTE WS-PH-RETRO-PAY = 0 - PH-RETRO-PAY
            ELSE
                MOVE SPACES TO WS-PH-PAY-TYPE
                MOVE 0 TO WS-PH-REG-HOURS
                MOVE 0 TO WS-PH-OT-HOURS
                MOVE 0 TO WS-PH-VAC-HOURS
                MOVE 0 TO WS-PH-SICK-HOURS
                MOVE 0 TO WS-PH-RETRO-PAY
            END-IF.
            PERFORM VARYING WS-PAYHIST-SLOT-INDEX FROM 1 BY 1 UNTIL WS-PAYHIST-SLOT-INDEX GREATER THAN 10
                IF WS-PAYHIST-FOUND-FLAG = 'Y'
                    MOVE PH-DED-CODE(WS-PAYHIST-SLOT-INDEX)
                        TO WS-PH-DED-CODE(WS-PAYHIST-SLOT-INDEX)
                    COMPUTE WS-PH-DED-AMOUNT(WS-PAYHIST-SLOT-INDEX) =
                        0 - PH-DED-AMOUNT(WS-PAYHIST-SLOT-INDEX)
                ELSE
                    MOVE SPACES TO WS-PH-DED-CODE(WS-PAYHIST-SLOT-INDEX)
                    MOVE 0 TO WS-PH-DED-AMOUNT(WS-PAYHIST-SLOT-INDEX)
                END-IF
            END-PERFORM.
            IF WS-REV-METHOD(WS-REV-INDEX) = 'C'
                MOVE 'C' TO WS-PH-PAY-METHOD
            ELSE
                MOVE 'D' TO WS-PH-PAY-METHOD
            END-IF.
            MOVE WS-REV-ORIG-TRACE(WS-REV-INDEX) TO WS-PH-TRACE-NUMBER.
            MOVE 0 TO WS-PH-CHECK-NUMBER.
            MOVE WS-REV-PAY-DATE(WS-REV-INDEX) TO WS-PH-REVERSED-PAY-DATE.
            MOVE WS-REV-REASON(WS-REV-INDEX) TO WS-PH-REASON.
            PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                MOVE WS-REV-LAB-DEPT-CODE(WS-REV-INDEX, WS-REV-LAB-INDEX)
                    TO WS-PH-LAB-DEPT-CODE(WS-REV-LAB-INDEX)
                MOVE WS-REV-LAB-PROJECT-CODE(WS-REV-INDEX, WS-REV-LAB-INDEX)
                    TO WS-PH-LAB-PROJECT-CODE(WS-REV-LAB-INDEX)
                COMPUTE WS-PH-LAB-GROSS(WS-REV-LAB-INDEX) =
                    0 - WS-REV-LAB-GROSS(WS-REV-INDEX, WS-REV-LAB-INDEX)
            END-PERFORM.

*> The void lands on the permanent check register: the entry for
*> this employee and pay date goes to 'V', which both stops the
*> reconciliation step from ever clearing it and takes it off the
*> outstanding-checks report. Voiding a void again on a restart is
*> a no-op. An escheated check is rejected when the reversal is
*> matched; should one be found here it is left as it is. A
*> reversal for a check the register has no record of
*> (issued before the register existed, or hand-typed) is surfaced
*> so the bank can be called the old way.
        VOID-REVERSED-CHECK.
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-CHECK-REGISTER-STATUS.
            IF WS-CHECK-REG-FOUND = 'Y' AND CK-STATUS = 'E'
                DISPLAY 'Check ' CK-CHECK-NUMBER ' for employee '
                    WS-REV-EMP-ID(WS-REV-INDEX)
                    ' was escheated ' CK-STATUS-DATE ' - not voided, recover from state'
                EXIT PARAGRAPH
            END-IF.
            IF WS-CHECK-REG-FOUND = 'Y'
                MOVE 'V' TO CK-STATUS
                MOVE WS-RUN-DATE TO CK-STATUS-DATE
            PERFORM START-EMPLOYEE-MASTER-SCAN
            PERFORM READ-EMPLOYEE-MASTER-NEXT
            PERFORM UNTIL WS-EMP-MASTER-STATUS = '10'
                IF EM-STATUS NOT = 'I'
                    PERFORM VALIDATE-ONE-EMPLOYEE
                END-IF
                PERFORM READ-EMPLOYEE-MASTER-NEXT
            END-PERFORM.
            PERFORM VALIDATE-TIMECARD-TABLE.
            CLOSE EXCEPTION-REPORT.

*> Former employees are not paid by this run, so nothing on their
*> records can go wrong in it; they are passed by.
        VALIDATE-ONE-EMPLOYEE.
            IF EM-SALARY < 0
                PERFORM WRITE-SALARY-EXCEPTION
            END-IF.
            IF EM-GENDER NOT = 'M' AND EM-GENDER NOT = 'F'
                PERFORM WRITE-GENDER-EXCEPTION
            END-IF.
            IF EM-PAY-FREQUENCY NOT = 'B' AND EM-PAY-FREQUENCY NOT = 'M'
               AND EM-PAY-FREQUENCY NOT = SPACE
                PERFORM WRITE-FREQUENCY-EXCEPTION
            END-IF.
            IF EM-PAY-TYPE NOT = 'S' AND EM-PAY-TYPE NOT = 'H'
               AND EM-PAY-TYPE NOT = SPACE
                PERFORM WRITE-PAY-TYPE-EXCEPTION
            END-IF.
            IF EM-PAY-TYPE = 'H'
                PERFORM CHECK-HOURLY-EMPLOYEE
            END-IF.
            PERFORM CHECK-BANK-ACCOUNT-ON-FILE.
            PERFORM CHECK-LABOR-DISTRIBUTION.

*> A LABDIST set that doesn't total 100.00 percent (or has more
*> lines than a payment has slices) is not used - the whole gross is
*> charged to the home department - so it is reported here, where
*> someone can fix it before the GL goes out.
        CHECK-LABOR-DISTRIBUTION.
            MOVE EM-EMP-ID TO WS-LDS-LOOKUP-EMP.
            PERFORM COUNT-EMPLOYEE-DISTRIBUTION.
            IF WS-LDS-EMP-ROWS = 0
                EXIT PARAGRAPH
            END-IF.
            IF WS-LDS-EMP-ROWS > 10
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                STRING 'LABOR DISTRIBUTION EMPLOYEE ' DELIMITED BY SIZE
                       EM-EMP-ID DELIMITED BY SIZE
                       ' OVER 10 LINES - HOME DEPT CHARGED' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
                WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE
                EXIT PARAGRAPH
            END-IF.
            IF WS-LDS-EMP-PERCENT NOT = 100
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-LDS-EMP-PERCENT TO WS-LEAVE-HOURS-DISPLAY
                STRING 'LABOR DISTRIBUTION EMPLOYEE ' DELIMITED BY SIZE
                       EM-EMP-ID DELIMITED BY SIZE
                       ' TOTALS ' DELIMITED BY SIZE
                       WS-LEAVE-HOURS-DISPLAY DELIMITED BY SIZE
                       '% - HOME DEPT CHARGED' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
                WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

*> The reverse of CHECK-HOURLY-EMPLOYEE: a timecard naming an
*> employee the master doesn't have, or one it has as salaried, is
*> hours that will pay nobody - the pay pass simply never looks at
*> such a card, so this line is the only place the keying error
*> surfaces before the warehouse asks where the pay went. A card
*> for a terminated employee is reported as such - their last hours
*> are paid on the supplemental final-pay run. A salaried
*> card carrying only vacation/sick hours is how salaried staff
*> report time off, so it is flagged only when it has worked hours.
        VALIDATE-TIMECARD-TABLE.
            PERFORM VARYING WS-TIM-INDEX FROM 1 BY 1 UNTIL WS-TIM-INDEX GREATER THAN WS-TIM-COUNT
                PERFORM VALIDATE-ONE-TIMECARD
                NOT INVALID KEY
                    MOVE 'Y' TO WS-MNT-FOUND-FLAG
            END-READ.
            EVALUATE TRUE
                WHEN WS-MNT-FOUND-FLAG = 'N'
                    PERFORM WRITE-TIMECARD-UNKNOWN-EXCEPTION
                WHEN EM-STATUS = 'I'
                    PERFORM WRITE-TIMECARD-TERMINATED-EXCEPTION
                WHEN EM-PAY-TYPE NOT = 'H'
                   AND (WS-TIM-REG-HOURS(WS-TIM-INDEX) > 0
                        OR WS-TIM-OT-HOURS(WS-TIM-INDEX) > 0)
                    PERFORM WRITE-TIMECARD-SALARIED-EXCEPTION
                WHEN EM-PAY-TYPE = 'H'
                    PERFORM CHECK-TIMECARD-CHARGES
            END-EVALUATE.

*> Hours charged to cost centers and projects can't exceed the hours
*> worked; a card that says they do is keyed wrong somewhere, so its
*> charges are ignored and the pay goes where it would without them.
        CHECK-TIMECARD-CHARGES.
            MOVE WS-TIM-INDEX TO WS-TIM-FOUND-INDEX.
            PERFORM SUM-TIMECARD-CHARGES.
            IF WS-TIM-CHARGED-HOURS > WS-TIM-WORKED-HOURS
                ADD 1 TO WS-EXCEPTION-COUNT
                MOVE SPACES TO WS-PRINT-LINE
                MOVE WS-TIM-CHARGED-HOURS TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-TIM-WORKED-HOURS TO WS-HOURS-DISPLAY
                STRING 'TIMECARD EMPLOYEE ' DELIMITED BY SIZE
                       WS-TIM-EMP-ID(WS-TIM-INDEX) DELIMITED BY SIZE
                       ' CHARGES ' DELIMITED BY SIZE
                       WS-LEAVE-HOURS-DISPLAY DELIMITED BY SIZE
                       ' HRS OF ' DELIMITED BY SIZE
                       WS-HOURS-DISPLAY DELIMITED BY SIZE
                       ' WORKED - CHARGES IGNORED' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
                WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

        WRITE-TIMECARD-UNKNOWN-EXCEPTION.
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-TIMECARD-TERMINATED-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'TIMECARD FOR TERMINATED EMPLOYEE ' DELIMITED BY SIZE
                   WS-TIM-EMP-ID(WS-TIM-INDEX) DELIMITED BY SIZE
                   ' - PAY ON SUPPLEMENTAL RUN' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-TIMECARD-SALARIED-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'TIMECARD FOR SALARIED EMPLOYEE ' DELIMITED BY SIZE
                   WS-TIM-EMP-ID(WS-TIM-INDEX) DELIMITED BY SIZE
                   ' - WORKED HOURS IGNORED' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.
            END-IF.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                MOVE 0 TO WS-ERTAX-RUN-TOTAL(WS-ERTAX-INDEX)
            END-PERFORM.
            MOVE 0 TO WS-LAB-COUNT.
            PERFORM LOAD-RETRO-PAYMENTS.
            PERFORM START-VARIANCE-REVIEW.
            OPEN OUTPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-WORK, status ' WS-PAY-WORK-STATUS
            IF WS-RUN-RUN-TYPE = 'S'
                PERFORM BUILD-SUPPLEMENTAL-PAY-WORK
            ELSE
*> Leave overdrafts are reported as each employee's leave is worked
*> out.
                OPEN EXTEND EXCEPTION-REPORT
                IF WS-EXCEPTION-REPORT-STATUS = '05' OR WS-EXCEPTION-REPORT-STATUS = '35'
                    OPEN OUTPUT EXCEPTION-REPORT
                    CLOSE EXCEPTION-REPORT
                    OPEN EXTEND EXCEPTION-REPORT
                END-IF
                IF WS-EXCEPTION-REPORT-STATUS NOT = '00'
                    DISPLAY 'Unable to open EXCEPTION-REPORT, status ' WS-EXCEPTION-REPORT-STATUS
                    STOP RUN
                END-IF
                PERFORM START-EMPLOYEE-MASTER-SCAN
                PERFORM READ-EMPLOYEE-MASTER-NEXT
                PERFORM UNTIL WS-EMP-MASTER-STATUS = '10'
                    END-IF
                    PERFORM READ-EMPLOYEE-MASTER-NEXT
                END-PERFORM
                CLOSE EXCEPTION-REPORT
                PERFORM REPORT-UNCONSUMED-RETRO
            END-IF.
            CLOSE PAY-WORK.
            PERFORM FINISH-VARIANCE-REVIEW.

*> Retro the pass could not fold into anyone's pay - the employee
*> was terminated after the change was applied (their final-pay
                DISPLAY 'Unable to open EXCEPTION-REPORT, status ' WS-EXCEPTION-REPORT-STATUS
                STOP RUN
            END-IF.
            PERFORM VARYING WS-RETRO-INDEX FROM 1 BY 1 UNTIL WS-RETRO-INDEX GREATER THAN WS-RETRO-COUNT
                IF WS-RETRO-CONSUMED(WS-RETRO-INDEX) NOT = 'Y'
                    MOVE SPACES TO WS-PRINT-LINE
                    MOVE WS-RETRO-AMOUNT(WS-RETRO-INDEX)
                        TO WS-SIGNED-AMOUNT-DISPLAY
                    STRING 'RETRO NOT PAID EMPLOYEE ' DELIMITED BY SIZE
                           WS-RETRO-EMP-ID(WS-RETRO-INDEX)
                               DELIMITED BY SIZE
                           ' AMT ' DELIMITED BY SIZE
                           WS-SIGNED-AMOUNT-DISPLAY DELIMITED BY SIZE
                           ' - PAY VIA SUPPLEMENTAL' DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                    END-STRING
                    WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE
                END-IF
            END-PERFORM.
            CLOSE EXCEPTION-REPORT.

*> The variance report (VARRPT) sets this regular run beside the
*> cycle's last LIVE regular run - the comparison the payroll clerk
*> used to make by eye with two registers - and lists only what
*> needs a second look: new payees (or ones not paid last period),
*> payees paid last period but not this one, hourly employees whose
*> hours moved by more than RUN-VAR-HOURS-PERCENT, and anyone whose
*> net moved by more than RUN-VAR-NET-PERCENT; then every
*> department's totals, flagged on the same tolerance. The first
*> regular run on a cycle has nothing to compare with and says so.
*> A supplemental run pays one-off amounts by design and is not
*> reviewed.
        START-VARIANCE-REVIEW.
            MOVE 'N' TO WS-VAR-ACTIVE-FLAG.
            MOVE 'N' TO WS-VAR-HOLD-FLAG.
            MOVE 0 TO WS-VAR-EMPLOYEE-COUNT.
            MOVE 0 TO WS-VAR-DEPT-FLAGGED.
            MOVE 0 TO WS-VAR-HOLD-COUNT.
            MOVE 0 TO WS-VAR-DEPT-COUNT.
            IF WS-RUN-RUN-TYPE NOT = 'R'
                EXIT PARAGRAPH
            END-IF.
            OPEN OUTPUT VARIANCE-REPORT.
            IF WS-VARIANCE-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open VARIANCE-REPORT, status ' WS-VARIANCE-REPORT-STATUS
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'PAYROLL VARIANCE REVIEW  CYCLE ' DELIMITED BY SIZE
                   WS-RUN-PAY-FREQUENCY DELIMITED BY SIZE
                   ' PERIOD ' DELIMITED BY SIZE
                   WS-RUN-PERIOD-NUMBER DELIMITED BY SIZE
                   '  PAY DATE ' DELIMITED BY SIZE
                   WS-PERIOD-PAY-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM FIND-PRIOR-CYCLE-PAY-DATE.
            IF WS-VAR-PRIOR-PAY-DATE = 0
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 'NO EARLIER LIVE REGULAR RUN ON THIS CYCLE - NOTHING TO COMPARE'
                    TO WS-PRINT-LINE(1:62)
                WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE
                CLOSE VARIANCE-REPORT
                EXIT PARAGRAPH
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-RUN-VAR-HARD-LIMIT TO WS-SIGNED-AMOUNT-DISPLAY.
            STRING 'COMPARED WITH PAY DATE ' DELIMITED BY SIZE
                   WS-VAR-PRIOR-PAY-DATE DELIMITED BY SIZE
                   '  NET ' DELIMITED BY SIZE
                   WS-RUN-VAR-NET-PERCENT DELIMITED BY SIZE
                   '%  HOURS ' DELIMITED BY SIZE
                   WS-RUN-VAR-HOURS-PERCENT DELIMITED BY SIZE
                   '%  HARD LIMIT ' DELIMITED BY SIZE
                   WS-SIGNED-AMOUNT-DISPLAY DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'GROSS'      TO WS-PRINT-LINE(16:5).
            MOVE 'FED TAX'    TO WS-PRINT-LINE(26:7).
            MOVE 'STATE TAX'  TO WS-PRINT-LINE(36:9).
            MOVE 'DEDUCTIONS' TO WS-PRINT-LINE(47:10).
            MOVE 'NET PAY'    TO WS-PRINT-LINE(62:7).
            MOVE 'HOURS'      TO WS-PRINT-LINE(73:5).
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 'Y' TO WS-VAR-ACTIVE-FLAG.

*> The cycle's last LIVE regular pay date before this one. A run the
*> variance review held paid nobody, so it does not count.
        FIND-PRIOR-CYCLE-PAY-DATE.
            MOVE 0 TO WS-VAR-PRIOR-PAY-DATE.
            OPEN INPUT RUN-HISTORY.
            IF WS-RUN-HISTORY-STATUS NOT = '00'
                MOVE '00' TO WS-RUN-HISTORY-STATUS
                EXIT PARAGRAPH
            END-IF.
            PERFORM READ-RUN-HISTORY-RECORD
            PERFORM UNTIL WS-RUN-HISTORY-STATUS = '10'
                IF RH-RUN-MODE = 'LIVE '
                    AND RH-RUN-TYPE = 'R'
                    AND RH-PAY-FREQUENCY = WS-RUN-PAY-FREQUENCY
                    AND RH-PAY-DATE < WS-PERIOD-PAY-DATE
                    AND RH-PAY-DATE > WS-VAR-PRIOR-PAY-DATE
                    AND RH-BALANCE-VERDICT NOT = 'V'
                    MOVE RH-PAY-DATE TO WS-VAR-PRIOR-PAY-DATE
                END-IF
                PERFORM READ-RUN-HISTORY-RECORD
            END-PERFORM.
            CLOSE RUN-HISTORY.
            MOVE '00' TO WS-RUN-HISTORY-STATUS.

        READ-RUN-HISTORY-RECORD.
            READ RUN-HISTORY
                AT END MOVE '10' TO WS-RUN-HISTORY-STATUS
            END-READ.

*> One employee just written to PAY-WORK, against their own last
*> regular payment on the cycle. Someone whose last payment is older
*> than the cycle's prior pay date was not paid last period and is
*> listed as returning; the tolerances apply only to someone paid
*> both times.
        COMPARE-EMPLOYEE-VARIANCE.
            MOVE PW-EMP-ID TO WS-VAR-EMP-ID.
            MOVE PW-NAME TO WS-VAR-NAME.
            MOVE PW-DEPT-CODE TO WS-VAR-DEPT-CODE.
            MOVE PW-PERIOD-GROSS TO WS-VAR-THIS-GROSS.
            MOVE PW-FED-TAX TO WS-VAR-THIS-FED-TAX.
            MOVE PW-STATE-TAX TO WS-VAR-THIS-STATE-TAX.
            MOVE PW-TOTAL-DEDUCT TO WS-VAR-THIS-DEDUCT.
            MOVE PW-NET-PAY TO WS-VAR-THIS-NET.
            COMPUTE WS-VAR-THIS-HOURS = PW-REG-HOURS + PW-OT-HOURS.
            PERFORM FIND-VARIANCE-DEPT-ENTRY.
            ADD PW-PERIOD-GROSS TO WS-VAR-DEPT-THIS-GROSS(WS-VAR-DEPT-INDEX).
            ADD PW-NET-PAY TO WS-VAR-DEPT-THIS-NET(WS-VAR-DEPT-INDEX).
            PERFORM FIND-LAST-REGULAR-PAYMENT.
            MOVE 'N' TO WS-VAR-NET-FLAG.
            MOVE 'N' TO WS-VAR-HOURS-FLAG.
            MOVE SPACES TO WS-VAR-REASON.
            COMPUTE WS-VAR-NET-CHANGE = WS-VAR-THIS-NET - WS-VAR-LAST-NET.
            IF WS-VAR-NET-CHANGE < 0
                COMPUTE WS-VAR-ABS-CHANGE = 0 - WS-VAR-NET-CHANGE
            ELSE
                MOVE WS-VAR-NET-CHANGE TO WS-VAR-ABS-CHANGE
            END-IF.
            EVALUATE TRUE
                WHEN WS-VAR-LAST-FOUND = 'N'
                    MOVE 'NEW PAYEE' TO WS-VAR-REASON
                WHEN WS-VAR-LAST-PAY-DATE NOT = WS-VAR-PRIOR-PAY-DATE
                    MOVE 'NOT PAID LAST PERIOD' TO WS-VAR-REASON
                WHEN OTHER
                    COMPUTE WS-VAR-TOLERANCE ROUNDED =
                        WS-VAR-LAST-NET * WS-RUN-VAR-NET-PERCENT / 100
                    IF WS-VAR-ABS-CHANGE > WS-VAR-TOLERANCE
                        MOVE 'Y' TO WS-VAR-NET-FLAG
                    END-IF
                    IF PW-PAY-TYPE = 'H'
                        COMPUTE WS-VAR-HOURS-CHANGE =
                            WS-VAR-THIS-HOURS - WS-VAR-LAST-HOURS
                        IF WS-VAR-HOURS-CHANGE < 0
                            COMPUTE WS-VAR-HOURS-CHANGE = 0 - WS-VAR-HOURS-CHANGE
                        END-IF
                        IF WS-VAR-HOURS-CHANGE * 100
                           > WS-VAR-LAST-HOURS * WS-RUN-VAR-HOURS-PERCENT
                            MOVE 'Y' TO WS-VAR-HOURS-FLAG
                        END-IF
                    END-IF
                    EVALUATE TRUE
                        WHEN WS-VAR-NET-FLAG = 'Y' AND WS-VAR-HOURS-FLAG = 'Y'
                            MOVE 'HOURS AND NET CHANGED' TO WS-VAR-REASON
                        WHEN WS-VAR-NET-FLAG = 'Y'
                            MOVE 'NET CHANGED' TO WS-VAR-REASON
                        WHEN WS-VAR-HOURS-FLAG = 'Y'
                            MOVE 'HOURS CHANGED' TO WS-VAR-REASON
                    END-EVALUATE
            END-EVALUATE.
            IF WS-VAR-REASON NOT = SPACES
                PERFORM WRITE-EMPLOYEE-VARIANCE
            END-IF.

*> Every entry on file for the employee dated before this pay date
*> is read in date order; the last regular payment on this cycle is
*> the one kept.
        FIND-LAST-REGULAR-PAYMENT.
            MOVE 'N' TO WS-VAR-LAST-FOUND.
            MOVE 0 TO WS-VAR-LAST-PAY-DATE.
            MOVE 0 TO WS-VAR-LAST-GROSS.
            MOVE 0 TO WS-VAR-LAST-FED-TAX.
            MOVE 0 TO WS-VAR-LAST-STATE-TAX.
            MOVE 0 TO WS-VAR-LAST-DEDUCT.
            MOVE 0 TO WS-VAR-LAST-NET.
            MOVE 0 TO WS-VAR-LAST-HOURS.
            MOVE WS-VAR-EMP-ID TO PH-EMP-ID.
            MOVE 0 TO PH-PAY-DATE.
            MOVE SPACES TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.
            PERFORM READ-PAY-HISTORY-NEXT.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                IF PH-EMP-ID NOT = WS-VAR-EMP-ID
                    OR PH-PAY-DATE NOT < WS-PERIOD-PAY-DATE
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    IF PH-ENTRY-TYPE = 'P'
                        AND PH-RUN-TYPE = 'R'
                        AND PH-PAY-FREQUENCY = WS-RUN-PAY-FREQUENCY
                        PERFORM KEEP-LAST-REGULAR-PAYMENT
                    END-IF
                    PERFORM READ-PAY-HISTORY-NEXT
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.

        KEEP-LAST-REGULAR-PAYMENT.
            MOVE 'Y' TO WS-VAR-LAST-FOUND.
            MOVE PH-PAY-DATE TO WS-VAR-LAST-PAY-DATE.
            MOVE PH-GROSS TO WS-VAR-LAST-GROSS.
            MOVE PH-FED-TAX TO WS-VAR-LAST-FED-TAX.
            MOVE PH-STATE-TAX TO WS-VAR-LAST-STATE-TAX.
            MOVE PH-TOTAL-DEDUCT TO WS-VAR-LAST-DEDUCT.
            MOVE PH-NET-PAY TO WS-VAR-LAST-NET.
            COMPUTE WS-VAR-LAST-HOURS = PH-REG-HOURS + PH-OT-HOURS.

*> A variance counts toward holding a LIVE run when its net change
*> is over RUN-VAR-HARD-LIMIT, or when no limit is set at all.
        CHECK-VARIANCE-HOLD.
            MOVE 'N' TO WS-VAR-OVER-LIMIT.
            IF WS-RUN-VAR-HARD-LIMIT = 0
                OR WS-VAR-ABS-CHANGE > WS-RUN-VAR-HARD-LIMIT
                MOVE 'Y' TO WS-VAR-OVER-LIMIT
                ADD 1 TO WS-VAR-HOLD-COUNT
            END-IF.

*> Four lines per employee listed: who and why, then last period,
*> this period and the change, column for column. An asterisk at
*> the end of the change line marks a variance over the hard limit.
        WRITE-EMPLOYEE-VARIANCE.
            ADD 1 TO WS-VAR-EMPLOYEE-COUNT.
            PERFORM CHECK-VARIANCE-HOLD.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-VAR-EMP-ID TO WS-PRINT-LINE(1:5).
            MOVE WS-VAR-NAME TO WS-PRINT-LINE(7:24).
            MOVE WS-VAR-DEPT-CODE TO WS-PRINT-LINE(32:4).
            MOVE WS-VAR-REASON TO WS-PRINT-LINE(37:22).
            IF WS-VAR-LAST-FOUND = 'Y'
                MOVE 'LAST PAID' TO WS-PRINT-LINE(60:9)
                MOVE WS-VAR-LAST-PAY-DATE TO WS-PRINT-LINE(70:8)
            END-IF.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 'LAST' TO WS-VAR-COL-LABEL.
            MOVE WS-VAR-LAST-GROSS TO WS-VAR-COL-GROSS.
            MOVE WS-VAR-LAST-FED-TAX TO WS-VAR-COL-FED-TAX.
            MOVE WS-VAR-LAST-STATE-TAX TO WS-VAR-COL-STATE-TAX.
            MOVE WS-VAR-LAST-DEDUCT TO WS-VAR-COL-DEDUCT.
            MOVE WS-VAR-LAST-NET TO WS-VAR-COL-NET.
            MOVE WS-VAR-LAST-HOURS TO WS-VAR-COL-HOURS.
            PERFORM WRITE-VARIANCE-AMOUNT-LINE.
            MOVE 'THIS' TO WS-VAR-COL-LABEL.
            MOVE WS-VAR-THIS-GROSS TO WS-VAR-COL-GROSS.
            MOVE WS-VAR-THIS-FED-TAX TO WS-VAR-COL-FED-TAX.
            MOVE WS-VAR-THIS-STATE-TAX TO WS-VAR-COL-STATE-TAX.
            MOVE WS-VAR-THIS-DEDUCT TO WS-VAR-COL-DEDUCT.
            MOVE WS-VAR-THIS-NET TO WS-VAR-COL-NET.
            MOVE WS-VAR-THIS-HOURS TO WS-VAR-COL-HOURS.
            PERFORM WRITE-VARIANCE-AMOUNT-LINE.
            MOVE 'CHANGE' TO WS-VAR-COL-LABEL.
            COMPUTE WS-VAR-COL-GROSS = WS-VAR-THIS-GROSS - WS-VAR-LAST-GROSS.
            COMPUTE WS-VAR-COL-FED-TAX =
                WS-VAR-THIS-FED-TAX - WS-VAR-LAST-FED-TAX.
            COMPUTE WS-VAR-COL-STATE-TAX =
                WS-VAR-THIS-STATE-TAX - WS-VAR-LAST-STATE-TAX.
            COMPUTE WS-VAR-COL-DEDUCT = WS-VAR-THIS-DEDUCT - WS-VAR-LAST-DEDUCT.
            MOVE WS-VAR-NET-CHANGE TO WS-VAR-COL-NET.
            COMPUTE WS-VAR-COL-HOURS = WS-VAR-THIS-HOURS - WS-VAR-LAST-HOURS.
            PERFORM WRITE-VARIANCE-AMOUNT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-VARIANCE-AMOUNT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-VAR-COL-LABEL TO WS-PRINT-LINE(3:6).
            MOVE WS-VAR-COL-GROSS TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(10:11).
            MOVE WS-VAR-COL-FED-TAX TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(22:11).
            MOVE WS-VAR-COL-STATE-TAX TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(34:11).
            MOVE WS-VAR-COL-DEDUCT TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11).
            MOVE WS-VAR-COL-NET TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(58:11).
            MOVE WS-VAR-COL-HOURS TO WS-VAR-HOURS-DISPLAY.
            MOVE WS-VAR-HOURS-DISPLAY TO WS-PRINT-LINE(70:8).
            IF WS-VAR-COL-LABEL = 'CHANGE' AND WS-VAR-OVER-LIMIT = 'Y'
                MOVE '*' TO WS-PRINT-LINE(79:1)
            END-IF.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.

        FIND-VARIANCE-DEPT-ENTRY.
            MOVE 0 TO WS-VAR-DEPT-INDEX.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-VAR-DEPT-COUNT
                IF WS-VAR-DEPT-KEY(WS-DEPT-INDEX) = WS-VAR-DEPT-CODE
                    MOVE WS-DEPT-INDEX TO WS-VAR-DEPT-INDEX
                END-IF
            END-PERFORM.
            IF WS-VAR-DEPT-INDEX = 0
                IF WS-VAR-DEPT-COUNT >= 50
                    DISPLAY 'Variance review exceeds the 50-department table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-VAR-DEPT-COUNT
                MOVE WS-VAR-DEPT-COUNT TO WS-VAR-DEPT-INDEX
                MOVE WS-VAR-DEPT-CODE TO WS-VAR-DEPT-KEY(WS-VAR-DEPT-INDEX)
                MOVE 0 TO WS-VAR-DEPT-THIS-GROSS(WS-VAR-DEPT-INDEX)
                MOVE 0 TO WS-VAR-DEPT-THIS-NET(WS-VAR-DEPT-INDEX)
                MOVE 0 TO WS-VAR-DEPT-LAST-GROSS(WS-VAR-DEPT-INDEX)
                MOVE 0 TO WS-VAR-DEPT-LAST-NET(WS-VAR-DEPT-INDEX)
            END-IF.

        FINISH-VARIANCE-REVIEW.
            IF WS-VAR-ACTIVE-FLAG = 'N'
                EXIT PARAGRAPH
            END-IF.
            PERFORM REPORT-DROPPED-PAYEES.
            PERFORM REPORT-DEPARTMENT-VARIANCES.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'EMPLOYEE VARIANCES:' TO WS-PRINT-LINE(1:19).
            MOVE WS-VAR-EMPLOYEE-COUNT TO WS-PRINT-LINE(21:5).
            MOVE 'DEPARTMENT VARIANCES:' TO WS-PRINT-LINE(28:21).
            MOVE WS-VAR-DEPT-FLAGGED TO WS-PRINT-LINE(50:3).
            MOVE 'OVER LIMIT:' TO WS-PRINT-LINE(55:11).
            MOVE WS-VAR-HOLD-COUNT TO WS-PRINT-LINE(67:5).
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            EVALUATE TRUE
                WHEN WS-VAR-HOLD-COUNT = 0
                    MOVE 'ALL VARIANCES WITHIN THE HARD LIMIT - RUN RELEASED'
                        TO WS-PRINT-LINE(1:51)
                WHEN WS-RUN-VAR-ACK-PAY-DATE = WS-PERIOD-PAY-DATE
                    MOVE 'VARIANCES ACKNOWLEDGED FOR THIS PAY DATE - RUN RELEASED'
                        TO WS-PRINT-LINE(1:55)
                WHEN WS-RUN-MODE = 'LIVE '
                    MOVE 'Y' TO WS-VAR-HOLD-FLAG
                    MOVE 'LIVE RUN HELD FOR REVIEW - SET RUN-VAR-ACK-PAY-DATE TO RELEASE'
                        TO WS-PRINT-LINE(1:62)
                WHEN OTHER
                    MOVE 'TRIAL RUN - A LIVE RUN WOULD BE HELD FOR REVIEW'
                        TO WS-PRINT-LINE(1:47)
            END-EVALUATE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            CLOSE VARIANCE-REPORT.
            DISPLAY 'Variance review: ' WS-VAR-EMPLOYEE-COUNT ' employee, '
                WS-VAR-DEPT-FLAGGED ' department variances, '
                WS-VAR-HOLD-COUNT ' over the hard limit'.

*> Payees on the prior pay date with no payment this run. PAYHIST
*> is keyed by employee first, so it is walked one employee at a
*> time: a START positions on the employee's prior-pay-date entries
*> directly, and the next START skips past the rest of their
*> history. This run's PAY-WORK is in employee order too, so it is
*> merged alongside rather than searched.
        REPORT-DROPPED-PAYEES.
            OPEN INPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-WORK, status ' WS-PAY-WORK-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-PAY-WORK-RECORD.
            MOVE 0 TO WS-VAR-NEXT-EMP-ID.
            PERFORM START-VARIANCE-HISTORY-SCAN.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                IF PH-EMP-ID NOT = WS-VAR-NEXT-EMP-ID
                    MOVE PH-EMP-ID TO WS-VAR-NEXT-EMP-ID
                    PERFORM START-VARIANCE-HISTORY-SCAN
                ELSE
                    PERFORM CHECK-PRIOR-PERIOD-PAYEE
                    ADD 1 TO WS-VAR-NEXT-EMP-ID
                    IF WS-VAR-NEXT-EMP-ID > 99999
                        MOVE '10' TO WS-PAY-HISTORY-STATUS
                    ELSE
                        PERFORM START-VARIANCE-HISTORY-SCAN
                    END-IF
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.
            CLOSE PAY-WORK.
            MOVE '00' TO WS-PAY-WORK-STATUS.

        START-VARIANCE-HISTORY-SCAN.
            MOVE WS-VAR-NEXT-EMP-ID TO PH-EMP-ID.
            MOVE WS-VAR-PRIOR-PAY-DATE TO PH-PAY-DATE.
            MOVE 'P' TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.
            PERFORM READ-PAY-HISTORY-NEXT.

*> The employee's payments on the prior pay date; the regular one
*> on this cycle, if any, goes into last period's department totals
*> and, when this run paid them nothing, onto the report.
        CHECK-PRIOR-PERIOD-PAYEE.
            MOVE 'N' TO WS-VAR-LAST-FOUND.
            MOVE PH-EMP-ID TO WS-VAR-EMP-ID.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                           OR WS-VAR-LAST-FOUND = 'Y'
                           OR PH-EMP-ID NOT = WS-VAR-EMP-ID
                           OR PH-PAY-DATE NOT = WS-VAR-PRIOR-PAY-DATE
                           OR PH-ENTRY-TYPE NOT = 'P'
                IF PH-RUN-TYPE = 'R'
                    AND PH-PAY-FREQUENCY = WS-RUN-PAY-FREQUENCY
                    PERFORM KEEP-LAST-REGULAR-PAYMENT
                    MOVE PH-NAME TO WS-VAR-NAME
                    MOVE PH-DEPT-CODE TO WS-VAR-DEPT-CODE
                ELSE
                    PERFORM READ-PAY-HISTORY-NEXT
                END-IF
            END-PERFORM.
            IF WS-VAR-LAST-FOUND = 'N'
                EXIT PARAGRAPH
            END-IF.
            PERFORM FIND-VARIANCE-DEPT-ENTRY.
            ADD WS-VAR-LAST-GROSS TO WS-VAR-DEPT-LAST-GROSS(WS-VAR-DEPT-INDEX).
            ADD WS-VAR-LAST-NET TO WS-VAR-DEPT-LAST-NET(WS-VAR-DEPT-INDEX).
            PERFORM UNTIL WS-PAY-WORK-STATUS = '10'
                           OR PW-EMP-ID NOT < WS-VAR-EMP-ID
                PERFORM READ-PAY-WORK-RECORD
            END-PERFORM.
            IF WS-PAY-WORK-STATUS = '10' OR PW-EMP-ID NOT = WS-VAR-EMP-ID
                MOVE 0 TO WS-VAR-THIS-GROSS
                MOVE 0 TO WS-VAR-THIS-FED-TAX
                MOVE 0 TO WS-VAR-THIS-STATE-TAX
                MOVE 0 TO WS-VAR-THIS-DEDUCT
                MOVE 0 TO WS-VAR-THIS-NET
                MOVE 0 TO WS-VAR-THIS-HOURS
                COMPUTE WS-VAR-NET-CHANGE = 0 - WS-VAR-LAST-NET
                MOVE WS-VAR-LAST-NET TO WS-VAR-ABS-CHANGE
                MOVE 'NOT PAID THIS PERIOD' TO WS-VAR-REASON
                PERFORM WRITE-EMPLOYEE-VARIANCE
            END-IF.

*> Every department paid either time, last period against this one,
*> flagged (***) when its net moved by more than RUN-VAR-NET-PERCENT
*> of last period's.
        REPORT-DEPARTMENT-VARIANCES.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'DEPT'       TO WS-PRINT-LINE(1:4).
            MOVE 'LAST GROSS' TO WS-PRINT-LINE(7:10).
            MOVE 'THIS GROSS' TO WS-PRINT-LINE(19:10).
            MOVE 'LAST NET'   TO WS-PRINT-LINE(33:8).
            MOVE 'THIS NET'   TO WS-PRINT-LINE(45:8).
            MOVE 'NET CHANGE' TO WS-PRINT-LINE(55:10).
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM VARYING WS-VAR-DEPT-INDEX FROM 1 BY 1 UNTIL WS-VAR-DEPT-INDEX GREATER THAN WS-VAR-DEPT-COUNT
                PERFORM WRITE-DEPARTMENT-VARIANCE
            END-PERFORM.

        WRITE-DEPARTMENT-VARIANCE.
            COMPUTE WS-VAR-NET-CHANGE =
                WS-VAR-DEPT-THIS-NET(WS-VAR-DEPT-INDEX)
                - WS-VAR-DEPT-LAST-NET(WS-VAR-DEPT-INDEX).
            IF WS-VAR-NET-CHANGE < 0
                COMPUTE WS-VAR-ABS-CHANGE = 0 - WS-VAR-NET-CHANGE
            ELSE
                MOVE WS-VAR-NET-CHANGE TO WS-VAR-ABS-CHANGE
            END-IF.
            COMPUTE WS-VAR-TOLERANCE ROUNDED =
                WS-VAR-DEPT-LAST-NET(WS-VAR-DEPT-INDEX)
                * WS-RUN-VAR-NET-PERCENT / 100.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-VAR-DEPT-KEY(WS-VAR-DEPT-INDEX) TO WS-PRINT-LINE(1:4).
            MOVE WS-VAR-DEPT-LAST-GROSS(WS-VAR-DEPT-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(6:11).
            MOVE WS-VAR-DEPT-THIS-GROSS(WS-VAR-DEPT-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(18:11).
            MOVE WS-VAR-DEPT-LAST-NET(WS-VAR-DEPT-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(30:11).
            MOVE WS-VAR-DEPT-THIS-NET(WS-VAR-DEPT-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(42:11).
            MOVE WS-VAR-NET-CHANGE TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(54:11).
            IF WS-VAR-ABS-CHANGE > WS-VAR-TOLERANCE
                ADD 1 TO WS-VAR-DEPT-FLAGGED
                MOVE '***' TO WS-PRINT-LINE(67:3)
                PERFORM CHECK-VARIANCE-HOLD
                IF WS-VAR-OVER-LIMIT = 'Y'
                    MOVE '*' TO WS-PRINT-LINE(79:1)
                END-IF
            END-IF.
            WRITE VARIANCE-REPORT-RECORD FROM WS-PRINT-LINE.

*> Retro announced by this run's maintenance step, loaded back from
*> RETROPAY. Only a regular run consumes it - a supplemental run
            IF WS-BNK-ACTIVE-FLAG = 'N'
                MOVE 'Y' TO PW-DEPOSIT-HOLD
            END-IF.
*> Leave accrues and is taken on the regular cycle only.
            PERFORM CLEAR-PAY-WORK-LEAVE.
            MOVE WS-OTP-AGG-AMOUNT(WS-OTP-AGG-INDEX) TO PW-PERIOD-GROSS.
            MOVE WS-OTP-AGG-REASON(WS-OTP-AGG-INDEX) TO PW-SUPP-REASON.
            MOVE 0 TO PW-RETRO-PAY.
*> The W-4 in force on the supplemental pay date governs this
*> payment too: an exempt employee has nothing withheld. Filing
*> status, allowances, credit and extra amount have no part in the
*> flat supplemental rates.
            PERFORM FIND-W4-ELECTION.
            IF WS-W4-EXEMPT-IN-FORCE = 'Y'
                MOVE 0 TO PW-FED-TAX
                MOVE 0 TO PW-STATE-TAX
            ELSE
                MOVE WS-OTP-AGG-AMOUNT(WS-OTP-AGG-INDEX) TO WS-TAX-BASE
                MOVE 3 TO WS-TAX-AUTH-INDEX
                PERFORM COMPUTE-GRADUATED-TAX
                COMPUTE PW-FED-TAX ROUNDED = WS-TAX-RESULT
                MOVE 4 TO WS-TAX-AUTH-INDEX
                PERFORM COMPUTE-GRADUATED-TAX
                COMPUTE PW-STATE-TAX ROUNDED = WS-TAX-RESULT
            END-IF.
            MOVE 0 TO PW-TOTAL-DEDUCT.
            PERFORM CLEAR-PAY-WORK-DEDUCTIONS.
            COMPUTE PW-NET-PAY ROUNDED =
                PW-PERIOD-GROSS - PW-FED-TAX - PW-STATE-TAX.
            ADD PW-FED-TAX       TO WS-TOTAL-FED-TAX.
                ADD PW-PERIOD-GROSS TO WS-TOTAL-FEMALE-SALARY
                ADD PW-NET-PAY TO WS-TOTAL-NET-FEMALE
            END-IF.
*> Supplemental wages are wages to the employer's taxes too - the
*> bonus counts against the same annual caps the regular cycle
*> uses. A supplemental payment is not paid for hours, so it is
*> charged by the standing percents (or to the home department).
            PERFORM COMPUTE-EMPLOYER-TAXES.
            PERFORM DISTRIBUTE-EMPLOYEE-LABOR.
            WRITE PAY-WORK-RECORD.

        WRITE-ONETIME-EXCEPTION.
            IF WS-BNK-FOUND-FLAG = 'Y' AND BA-PRENOTE-STATUS = 'P'
                MOVE 'Y' TO PW-PRENOTE
            END-IF.
            PERFORM POST-EMPLOYEE-LEAVE.
            MOVE WS-EMP-PERIOD-GROSS TO PW-PERIOD-GROSS.
            MOVE SPACES TO PW-SUPP-REASON.
            MOVE WS-EMP-WORK-PAY-TYPE TO PW-PAY-TYPE.
            ELSE
                MOVE EM-SALARY TO WS-TAX-BASE
            END-IF.
            MOVE WS-TAX-BASE TO WS-W4-ANNUAL-WAGES.
            PERFORM FIND-W4-ELECTION.
            PERFORM COMPUTE-ELECTED-WITHHOLDING.
*> The retro slice is supplemental wages: flat-rate withholding on
*> top of the annualized amounts for the regular slice (none for an
*> employee whose exempt W-4 is in force).
            IF PW-RETRO-PAY NOT = 0 AND WS-W4-EXEMPT-IN-FORCE = 'N'
                MOVE PW-RETRO-PAY TO WS-TAX-BASE
                MOVE 3 TO WS-TAX-AUTH-INDEX
                PERFORM COMPUTE-GRADUATED-TAX
                ADD PW-PERIOD-GROSS TO WS-TOTAL-FEMALE-SALARY
                ADD PW-NET-PAY TO WS-TOTAL-NET-FEMALE
            END-IF.
*> Accrued leave liability belongs to the employee's own department
*> whatever their time was charged to this period.
            MOVE PW-DEPT-CODE TO WS-DEPT-LOOKUP-CODE.
            PERFORM FIND-DEPT-TABLE-ENTRY.
            ADD PW-LEAVE-LIABILITY
                TO WS-DEPT-LEAVE-LIABILITY(WS-DEPT-TABLE-INDEX).
            PERFORM COMPUTE-EMPLOYER-TAXES.
            PERFORM DISTRIBUTE-EMPLOYEE-LABOR.
            WRITE PAY-WORK-RECORD.
            IF WS-VAR-ACTIVE-FLAG = 'Y'
                PERFORM COMPARE-EMPLOYEE-VARIANCE
            END-IF.

*> One regular period's leave for the employee in the master buffer:
*> the accrual their frequency and service earn, less the vacation
*> and sick hours on their timecard. The opening balance is the
*> record's balance as of the prior pay date - if this pay date has
*> already been posted (a restart, or a second LIVE attempt at the
*> period) its accrual and usage are backed out first, so the pass
*> stays repeatable like the rest of the compute step. Nothing is
*> written to LEAVE-MASTER here: the period's leave rides PAY-WORK
*> to POST-LEAVE-BALANCES, which runs after the variance hold, so a
*> held run leaves every balance as it found it. Leave can
*> only be taken from hours already in the balance: anything beyond
*> it is an overdraft, reported and not paid, and the balance never
*> goes negative. An hourly employee is paid their rate for the
*> leave hours taken, which become part of the period gross; a
*> salaried employee's pay is unchanged. The change in vacation
*> liability rides PAY-WORK to the department table for the GL.
        POST-EMPLOYEE-LEAVE.
            PERFORM CLEAR-PAY-WORK-LEAVE.
            MOVE 0 TO WS-LV-VAC-REQUESTED.
            MOVE 0 TO WS-LV-SICK-REQUESTED.
            PERFORM FIND-EMPLOYEE-TIMECARD.
            IF WS-TIM-FOUND-INDEX NOT = 0
                MOVE WS-TIM-VAC-HOURS(WS-TIM-FOUND-INDEX) TO WS-LV-VAC-REQUESTED
                MOVE WS-TIM-SICK-HOURS(WS-TIM-FOUND-INDEX) TO WS-LV-SICK-REQUESTED
            END-IF.
            MOVE 0 TO WS-LV-SERVICE-YEARS.
            IF EM-HIRE-DATE NUMERIC
                IF EM-HIRE-DATE > 0 AND EM-HIRE-DATE <= WS-PERIOD-PAY-DATE
                    MOVE EM-HIRE-DATE TO WS-LV-HIRE-DATE
                    MOVE WS-PERIOD-PAY-DATE TO WS-LV-PAY-DATE
                    COMPUTE WS-LV-SERVICE-YEARS =
                        WS-LV-PAY-YEAR - WS-LV-HIRE-YEAR
                    IF WS-LV-PAY-MMDD < WS-LV-HIRE-MMDD
                        SUBTRACT 1 FROM WS-LV-SERVICE-YEARS
                    END-IF
                END-IF
            END-IF.
            PERFORM FIND-LEAVE-RATE.
            IF WS-LVR-FOUND-INDEX NOT = 0
                MOVE WS-LVR-VAC-HOURS(WS-LVR-FOUND-INDEX) TO PW-VAC-ACCRUED
                MOVE WS-LVR-SICK-HOURS(WS-LVR-FOUND-INDEX) TO PW-SICK-ACCRUED
            END-IF.
            MOVE 'N' TO WS-LV-FOUND-FLAG.
            MOVE EM-EMP-ID TO LV-EMP-ID.
            READ LEAVE-MASTER RECORD KEY IS LV-EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-LV-FOUND-FLAG
            END-READ.
            IF WS-LV-FOUND-FLAG = 'Y'
                OR PW-VAC-ACCRUED > 0 OR PW-SICK-ACCRUED > 0
                OR WS-LV-VAC-REQUESTED > 0 OR WS-LV-SICK-REQUESTED > 0
                PERFORM APPLY-EMPLOYEE-LEAVE
            END-IF.

        APPLY-EMPLOYEE-LEAVE.
            IF WS-LV-FOUND-FLAG = 'N'
                MOVE EM-EMP-ID TO LV-EMP-ID
                MOVE 0 TO LV-VAC-BALANCE
                MOVE 0 TO LV-SICK-BALANCE
                MOVE 0 TO LV-LAST-PAY-DATE
                MOVE 0 TO LV-VAC-ACCRUED
                MOVE 0 TO LV-VAC-TAKEN
                MOVE 0 TO LV-SICK-ACCRUED
                MOVE 0 TO LV-SICK-TAKEN
            END-IF.
            IF LV-LAST-PAY-DATE = WS-PERIOD-PAY-DATE
                COMPUTE WS-LV-VAC-OPENING =
                    LV-VAC-BALANCE - LV-VAC-ACCRUED + LV-VAC-TAKEN
                COMPUTE WS-LV-SICK-OPENING =
                    LV-SICK-BALANCE - LV-SICK-ACCRUED + LV-SICK-TAKEN
            ELSE
                MOVE LV-VAC-BALANCE TO WS-LV-VAC-OPENING
                MOVE LV-SICK-BALANCE TO WS-LV-SICK-OPENING
            END-IF.
            MOVE 'Y' TO PW-LEAVE-POSTED.
            COMPUTE PW-VAC-AVAILABLE = WS-LV-VAC-OPENING + PW-VAC-ACCRUED.
            COMPUTE PW-SICK-AVAILABLE = WS-LV-SICK-OPENING + PW-SICK-ACCRUED.
            IF WS-LV-VAC-REQUESTED > PW-VAC-AVAILABLE
                IF PW-VAC-AVAILABLE > 0
                    MOVE PW-VAC-AVAILABLE TO PW-VAC-TAKEN
                ELSE
                    MOVE 0 TO PW-VAC-TAKEN
                END-IF
                MOVE 'VACATION' TO WS-LV-OVERDRAFT-TYPE
                MOVE WS-LV-VAC-REQUESTED TO WS-LV-OVERDRAFT-REQ
                MOVE PW-VAC-AVAILABLE TO WS-LV-OVERDRAFT-AVAIL
                PERFORM WRITE-LEAVE-OVERDRAFT-EXCEPTION
            ELSE
                MOVE WS-LV-VAC-REQUESTED TO PW-VAC-TAKEN
            END-IF.
            IF WS-LV-SICK-REQUESTED > PW-SICK-AVAILABLE
                IF PW-SICK-AVAILABLE > 0
                    MOVE PW-SICK-AVAILABLE TO PW-SICK-TAKEN
                ELSE
                    MOVE 0 TO PW-SICK-TAKEN
                END-IF
                MOVE 'SICK' TO WS-LV-OVERDRAFT-TYPE
                MOVE WS-LV-SICK-REQUESTED TO WS-LV-OVERDRAFT-REQ
                MOVE PW-SICK-AVAILABLE TO WS-LV-OVERDRAFT-AVAIL
                PERFORM WRITE-LEAVE-OVERDRAFT-EXCEPTION
            ELSE
                MOVE WS-LV-SICK-REQUESTED TO PW-SICK-TAKEN
            END-IF.
            COMPUTE PW-VAC-BALANCE = PW-VAC-AVAILABLE - PW-VAC-TAKEN.
            COMPUTE PW-SICK-BALANCE = PW-SICK-AVAILABLE - PW-SICK-TAKEN.
            IF WS-EMP-WORK-PAY-TYPE = 'H'
                COMPUTE WS-LV-LEAVE-PAY ROUNDED =
                    EM-HOURLY-RATE * (PW-VAC-TAKEN + PW-SICK-TAKEN)
                ADD WS-LV-LEAVE-PAY TO WS-EMP-PERIOD-GROSS
                MOVE EM-HOURLY-RATE TO WS-LV-HOURLY-EQUIV
            ELSE
                COMPUTE WS-LV-HOURLY-EQUIV ROUNDED =
                    EM-SALARY / WS-LV-STANDARD-HOURS
            END-IF.
            COMPUTE PW-LEAVE-LIABILITY ROUNDED =
                (PW-VAC-ACCRUED - PW-VAC-TAKEN) * WS-LV-HOURLY-EQUIV.

        CLEAR-PAY-WORK-LEAVE.
            MOVE 'N' TO PW-LEAVE-POSTED.
            MOVE 0 TO PW-VAC-ACCRUED.
            MOVE 0 TO PW-VAC-AVAILABLE.
            MOVE 0 TO PW-VAC-TAKEN.
            MOVE 0 TO PW-VAC-BALANCE.
            MOVE 0 TO PW-SICK-ACCRUED.
            MOVE 0 TO PW-SICK-AVAILABLE.
            MOVE 0 TO PW-SICK-TAKEN.
            MOVE 0 TO PW-SICK-BALANCE.
            MOVE 0 TO PW-LEAVE-LIABILITY.

        WRITE-LEAVE-OVERDRAFT-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-LV-OVERDRAFT-REQ TO WS-HOURS-DISPLAY.
            MOVE WS-LV-OVERDRAFT-AVAIL TO WS-LEAVE-HOURS-DISPLAY.
            STRING 'LEAVE OVERDRAFT EMPLOYEE ' DELIMITED BY SIZE
                   EM-EMP-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LV-OVERDRAFT-TYPE DELIMITED BY SPACE
                   ' REQ ' DELIMITED BY SIZE
                   WS-HOURS-DISPLAY DELIMITED BY SIZE
                   ' AVAIL ' DELIMITED BY SIZE
                   WS-LEAVE-HOURS-DISPLAY DELIMITED BY SIZE
                   ' - EXCESS NOT PAID' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> The employer's own taxes on this employee's period wages: per
*> tax code, rate times the slice of the period gross still under
*> the annual wage cap (the employee's prior YTD gross is how much
*> of the base is already used; a capless tax takes the whole
*> gross). Nothing here touches the employee's pay - the amounts
*> accrue to the per-code totals that become liability credits and
*> control-report lines, and DISTRIBUTE-EMPLOYEE-LABOR spreads them
*> over the cost centers and projects the expense debits go to.
        COMPUTE-EMPLOYER-TAXES.
            ADD 1 TO WS-COMPUTE-SEQUENCE.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN 10
                MOVE SPACES TO PW-ERTAX-CODE(WS-ERTAX-INDEX)
                MOVE 0 TO PW-ERTAX-TAXABLE(WS-ERTAX-INDEX)
                MOVE 0 TO PW-ERTAX-AMOUNT(WS-ERTAX-INDEX)
            END-PERFORM.
            IF WS-ERTAX-COUNT = 0
                EXIT PARAGRAPH
            END-IF.
                    END-IF
                END-IF
            END-IF.
            MOVE WS-ERTAX-CODE(WS-ERTAX-INDEX) TO PW-ERTAX-CODE(WS-ERTAX-INDEX).
            IF WS-ERTAX-TAXABLE > 0
                COMPUTE WS-ERTAX-AMOUNT ROUNDED =
                    WS-ERTAX-TAXABLE * WS-ERTAX-RATE(WS-ERTAX-INDEX)
                ADD WS-ERTAX-AMOUNT
                    TO WS-ERTAX-RUN-TOTAL(WS-ERTAX-INDEX)
                MOVE WS-ERTAX-TAXABLE TO PW-ERTAX-TAXABLE(WS-ERTAX-INDEX)
                MOVE WS-ERTAX-AMOUNT TO PW-ERTAX-AMOUNT(WS-ERTAX-INDEX)
            END-IF.

*> Labor distribution: cut this payment into cost center/project
*> slices and charge each its share of the gross and of every
*> employer tax. An hourly employee on a regular run whose card
*> charges hours is split by those hours; otherwise a valid set of
*> LABDIST percents splits the pay; otherwise it all goes to the
*> home department, as before. Each slice's amount is rounded and
*> the last slice takes what rounding left over, so the slices add
*> up to the employee's gross and taxes to the penny - the GL proof
*> depends on it.
        DISTRIBUTE-EMPLOYEE-LABOR.
            PERFORM VARYING WS-LAB-SLICE-INDEX FROM 1 BY 1 UNTIL WS-LAB-SLICE-INDEX GREATER THAN 10
                MOVE SPACES TO WS-LAB-SLICE-DEPT(WS-LAB-SLICE-INDEX)
                MOVE SPACES TO WS-LAB-SLICE-PROJECT(WS-LAB-SLICE-INDEX)
                MOVE SPACES TO WS-LAB-SLICE-BASIS(WS-LAB-SLICE-INDEX)
                MOVE 0 TO WS-LAB-SLICE-HOURS(WS-LAB-SLICE-INDEX)
                MOVE 0 TO WS-LAB-SLICE-PERCENT(WS-LAB-SLICE-INDEX)
                MOVE 0 TO WS-LAB-SLICE-GROSS(WS-LAB-SLICE-INDEX)
                MOVE 0 TO WS-LAB-SLICE-ERTAX(WS-LAB-SLICE-INDEX)
                MOVE 0 TO WS-LAB-SLICE-ENTRY(WS-LAB-SLICE-INDEX)
            END-PERFORM.
            MOVE 0 TO WS-LAB-SLICE-COUNT.
            MOVE PW-DEPT-CODE TO WS-LAB-HOME-DEPT.
            IF WS-RUN-RUN-TYPE = 'R' AND PW-PAY-TYPE = 'H'
                PERFORM SLICE-BY-TIMECARD-HOURS
            END-IF.
            IF WS-LAB-SLICE-COUNT = 0
                PERFORM SLICE-BY-STANDING-PERCENTS
            END-IF.
            IF WS-LAB-SLICE-COUNT = 0
                MOVE 1 TO WS-LAB-SLICE-COUNT
                MOVE WS-LAB-HOME-DEPT TO WS-LAB-SLICE-DEPT(1)
                MOVE 'D' TO WS-LAB-SLICE-BASIS(1)
                MOVE 100 TO WS-LAB-SLICE-PERCENT(1)
            END-IF.
            MOVE 0 TO WS-LAB-ALLOCATED.
            PERFORM VARYING WS-LAB-SLICE-INDEX FROM 1 BY 1 UNTIL WS-LAB-SLICE-INDEX >= WS-LAB-SLICE-COUNT
                ADD WS-LAB-SLICE-GROSS(WS-LAB-SLICE-INDEX) TO WS-LAB-ALLOCATED
            END-PERFORM.
            COMPUTE WS-LAB-SLICE-GROSS(WS-LAB-SLICE-COUNT) =
                PW-PERIOD-GROSS - WS-LAB-ALLOCATED.
            PERFORM POST-LABOR-SLICE
                VARYING WS-LAB-SLICE-INDEX FROM 1 BY 1 UNTIL WS-LAB-SLICE-INDEX GREATER THAN WS-LAB-SLICE-COUNT.
            PERFORM SPREAD-EMPLOYER-TAX
                VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT.
            PERFORM VARYING WS-LAB-SLICE-INDEX FROM 1 BY 1 UNTIL WS-LAB-SLICE-INDEX GREATER THAN 10
                MOVE WS-LAB-SLICE-DEPT(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-DEPT-CODE(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-PROJECT(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-PROJECT-CODE(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-BASIS(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-BASIS(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-HOURS(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-HOURS(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-PERCENT(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-PERCENT(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-GROSS(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-GROSS(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-ERTAX(WS-LAB-SLICE-INDEX)
                    TO PW-LAB-ERTAX(WS-LAB-SLICE-INDEX)
            END-PERFORM.

*> Hours charged on the card, each slot a slice of the gross in
*> proportion to the hours worked (overtime hours count as hours,
*> the premium follows them). Hours left uncharged are one more
*> slice for the home department. A card charging more hours than
*> it reports worked is on the exception report; its charges are
*> not used.
        SLICE-BY-TIMECARD-HOURS.
            PERFORM FIND-EMPLOYEE-TIMECARD.
            IF WS-TIM-FOUND-INDEX = 0
                EXIT PARAGRAPH
            END-IF.
            PERFORM SUM-TIMECARD-CHARGES.
            IF WS-TIM-CHARGED-HOURS = 0
                OR WS-TIM-WORKED-HOURS = 0
                OR WS-TIM-CHARGED-HOURS > WS-TIM-WORKED-HOURS
                EXIT PARAGRAPH
            END-IF.
            PERFORM ADD-TIMECARD-CHARGE-SLICE
                VARYING WS-TIM-CHG-INDEX FROM 1 BY 1 UNTIL WS-TIM-CHG-INDEX GREATER THAN 5.
            IF WS-TIM-CHARGED-HOURS < WS-TIM-WORKED-HOURS
                ADD 1 TO WS-LAB-SLICE-COUNT
                MOVE WS-LAB-HOME-DEPT TO WS-LAB-SLICE-DEPT(WS-LAB-SLICE-COUNT)
                MOVE 'D' TO WS-LAB-SLICE-BASIS(WS-LAB-SLICE-COUNT)
                COMPUTE WS-LAB-SLICE-HOURS(WS-LAB-SLICE-COUNT) =
                    WS-TIM-WORKED-HOURS - WS-TIM-CHARGED-HOURS
                COMPUTE WS-LAB-SLICE-GROSS(WS-LAB-SLICE-COUNT) ROUNDED =
                    PW-PERIOD-GROSS * WS-LAB-SLICE-HOURS(WS-LAB-SLICE-COUNT)
                    / WS-TIM-WORKED-HOURS
            END-IF.

        ADD-TIMECARD-CHARGE-SLICE.
            IF WS-TIM-CHG-HOURS(WS-TIM-FOUND-INDEX, WS-TIM-CHG-INDEX) = 0
                EXIT PARAGRAPH
            END-IF.
            ADD 1 TO WS-LAB-SLICE-COUNT.
            IF WS-TIM-CHG-DEPT-CODE(WS-TIM-FOUND-INDEX, WS-TIM-CHG-INDEX) = SPACES
                MOVE WS-LAB-HOME-DEPT TO WS-LAB-SLICE-DEPT(WS-LAB-SLICE-COUNT)
            ELSE
                MOVE WS-TIM-CHG-DEPT-CODE(WS-TIM-FOUND-INDEX, WS-TIM-CHG-INDEX)
                    TO WS-LAB-SLICE-DEPT(WS-LAB-SLICE-COUNT)
            END-IF.
            MOVE WS-TIM-CHG-PROJECT-CODE(WS-TIM-FOUND-INDEX, WS-TIM-CHG-INDEX)
                TO WS-LAB-SLICE-PROJECT(WS-LAB-SLICE-COUNT).
            MOVE 'H' TO WS-LAB-SLICE-BASIS(WS-LAB-SLICE-COUNT).
            MOVE WS-TIM-CHG-HOURS(WS-TIM-FOUND-INDEX, WS-TIM-CHG-INDEX)
                TO WS-LAB-SLICE-HOURS(WS-LAB-SLICE-COUNT).
            COMPUTE WS-LAB-SLICE-GROSS(WS-LAB-SLICE-COUNT) ROUNDED =
                PW-PERIOD-GROSS * WS-LAB-SLICE-HOURS(WS-LAB-SLICE-COUNT)
                / WS-TIM-WORKED-HOURS.

        SLICE-BY-STANDING-PERCENTS.
            MOVE PW-EMP-ID TO WS-LDS-LOOKUP-EMP.
            PERFORM COUNT-EMPLOYEE-DISTRIBUTION.
            IF WS-LDS-EMP-ROWS = 0
                OR WS-LDS-EMP-ROWS > 10
                OR WS-LDS-EMP-PERCENT NOT = 100
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-LDS-INDEX FROM 1 BY 1 UNTIL WS-LDS-INDEX GREATER THAN WS-LDS-COUNT
                IF WS-LDS-EMP-ID(WS-LDS-INDEX) = WS-LDS-LOOKUP-EMP
                    PERFORM ADD-PERCENT-SLICE
                END-IF
            END-PERFORM.

        ADD-PERCENT-SLICE.
            ADD 1 TO WS-LAB-SLICE-COUNT.
            IF WS-LDS-DEPT-CODE(WS-LDS-INDEX) = SPACES
                MOVE WS-LAB-HOME-DEPT TO WS-LAB-SLICE-DEPT(WS-LAB-SLICE-COUNT)
            ELSE
                MOVE WS-LDS-DEPT-CODE(WS-LDS-INDEX)
                    TO WS-LAB-SLICE-DEPT(WS-LAB-SLICE-COUNT)
            END-IF.
            MOVE WS-LDS-PROJECT-CODE(WS-LDS-INDEX)
                TO WS-LAB-SLICE-PROJECT(WS-LAB-SLICE-COUNT).
            MOVE 'P' TO WS-LAB-SLICE-BASIS(WS-LAB-SLICE-COUNT).
            MOVE WS-LDS-PERCENT(WS-LDS-INDEX)
                TO WS-LAB-SLICE-PERCENT(WS-LAB-SLICE-COUNT).
            COMPUTE WS-LAB-SLICE-GROSS(WS-LAB-SLICE-COUNT) ROUNDED =
                PW-PERIOD-GROSS * WS-LAB-SLICE-PERCENT(WS-LAB-SLICE-COUNT) / 100.

*> A slice's gross lands in its cost center/project bucket and in
*> the department subtotal of the department it was charged to.
        POST-LABOR-SLICE.
            PERFORM FIND-LABOR-TABLE-ENTRY.
            MOVE WS-LAB-FOUND-INDEX TO WS-LAB-SLICE-ENTRY(WS-LAB-SLICE-INDEX).
            ADD WS-LAB-SLICE-GROSS(WS-LAB-SLICE-INDEX)
                TO WS-LAB-GROSS(WS-LAB-FOUND-INDEX).
            ADD WS-LAB-SLICE-HOURS(WS-LAB-SLICE-INDEX)
                TO WS-LAB-HOURS(WS-LAB-FOUND-INDEX).
            MOVE WS-LAB-SLICE-DEPT(WS-LAB-SLICE-INDEX) TO WS-DEPT-LOOKUP-CODE.
            PERFORM FIND-DEPT-TABLE-ENTRY.
            ADD WS-LAB-SLICE-GROSS(WS-LAB-SLICE-INDEX)
                TO WS-DEPT-TOTAL-SALARY OF WS-DEPT-ENTRY(WS-DEPT-TABLE-INDEX).

        FIND-LABOR-TABLE-ENTRY.
            MOVE 0 TO WS-LAB-FOUND-INDEX.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                IF WS-LAB-DEPT-CODE(WS-LAB-INDEX) = WS-LAB-SLICE-DEPT(WS-LAB-SLICE-INDEX)
                    AND WS-LAB-PROJECT-CODE(WS-LAB-INDEX) = WS-LAB-SLICE-PROJECT(WS-LAB-SLICE-INDEX)
                    MOVE WS-LAB-INDEX TO WS-LAB-FOUND-INDEX
                END-IF
            END-PERFORM.
            IF WS-LAB-FOUND-INDEX NOT = 0
                EXIT PARAGRAPH
            END-IF.
            IF WS-LAB-COUNT >= 200
                DISPLAY 'Cost centers and projects charged exceed the 200-entry table, run stopped'
                STOP RUN
            END-IF.
            ADD 1 TO WS-LAB-COUNT.
            MOVE WS-LAB-COUNT TO WS-LAB-FOUND-INDEX.
            MOVE WS-LAB-SLICE-DEPT(WS-LAB-SLICE-INDEX) TO WS-LAB-DEPT-CODE(WS-LAB-FOUND-INDEX).
            MOVE WS-LAB-SLICE-PROJECT(WS-LAB-SLICE-INDEX) TO WS-LAB-PROJECT-CODE(WS-LAB-FOUND-INDEX).
            MOVE 0 TO WS-LAB-HOURS(WS-LAB-FOUND-INDEX).
            MOVE 0 TO WS-LAB-GROSS(WS-LAB-FOUND-INDEX).
            MOVE 0 TO WS-LAB-ERTAX-TOTAL(WS-LAB-FOUND-INDEX).
            MOVE 'N' TO WS-LAB-PRINTED(WS-LAB-FOUND-INDEX).
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN 10
                MOVE 0 TO WS-LAB-ERTAX(WS-LAB-FOUND-INDEX, WS-LAB-INDEX)
            END-PERFORM.

*> One employer tax code's amount for this employee, spread over the
*> slices in proportion to their gross (a tax only exists on a
*> positive gross, so the division is safe), the last slice taking
*> the rounding.
        SPREAD-EMPLOYER-TAX.
            IF PW-ERTAX-AMOUNT(WS-ERTAX-INDEX) = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 0 TO WS-LAB-ALLOCATED.
            PERFORM VARYING WS-LAB-SLICE-INDEX FROM 1 BY 1 UNTIL WS-LAB-SLICE-INDEX GREATER THAN WS-LAB-SLICE-COUNT
                IF WS-LAB-SLICE-INDEX = WS-LAB-SLICE-COUNT
                    COMPUTE WS-ERTAX-AMOUNT =
                        PW-ERTAX-AMOUNT(WS-ERTAX-INDEX) - WS-LAB-ALLOCATED
                ELSE
                    COMPUTE WS-ERTAX-AMOUNT ROUNDED =
                        PW-ERTAX-AMOUNT(WS-ERTAX-INDEX)
                        * WS-LAB-SLICE-GROSS(WS-LAB-SLICE-INDEX) / PW-PERIOD-GROSS
                END-IF
                ADD WS-ERTAX-AMOUNT TO WS-LAB-ALLOCATED
                ADD WS-ERTAX-AMOUNT TO WS-LAB-SLICE-ERTAX(WS-LAB-SLICE-INDEX)
                MOVE WS-LAB-SLICE-ENTRY(WS-LAB-SLICE-INDEX) TO WS-LAB-FOUND-INDEX
                ADD WS-ERTAX-AMOUNT
                    TO WS-LAB-ERTAX(WS-LAB-FOUND-INDEX, WS-ERTAX-INDEX)
                ADD WS-ERTAX-AMOUNT
                    TO WS-LAB-ERTAX-TOTAL(WS-LAB-FOUND-INDEX)
            END-PERFORM.

*> Fetch the employee's bank record and settle where it stands in
*> the prenote cycle. A 'W' record whose prenote went out with an
*> further handling.
        APPLY-EMPLOYEE-DEDUCTIONS.
            MOVE 0 TO PW-TOTAL-DEDUCT.
            PERFORM CLEAR-PAY-WORK-DEDUCTIONS.
            COMPUTE WS-DED-REMAINING-NET =
                PW-PERIOD-GROSS - PW-FED-TAX - PW-STATE-TAX.
            PERFORM SELECT-NEXT-DEDUCTION-RULE.
                MOVE WS-DED-CALC-AMOUNT
                    TO WS-APPLIED-DED-AMOUNT(WS-APPLIED-DED-COUNT)
                PERFORM ADD-TO-DEDUCTION-TOTALS
                PERFORM ADD-TO-PAY-WORK-DEDUCTIONS
            END-IF.

        CLEAR-PAY-WORK-DEDUCTIONS.
            MOVE 0 TO WS-DED-SLOT-COUNT.
            PERFORM VARYING WS-DED-SLOT-INDEX FROM 1 BY 1 UNTIL WS-DED-SLOT-INDEX GREATER THAN 10
                MOVE SPACES TO PW-DED-CODE(WS-DED-SLOT-INDEX)
                MOVE 0 TO PW-DED-AMOUNT(WS-DED-SLOT-INDEX)
            END-PERFORM.

*> The per-code detail the pay history keeps: a code already taken
*> from this payment adds to its slot, a new one takes the next
*> slot, and past ten codes the rest share the last slot as 'MISC'.
        ADD-TO-PAY-WORK-DEDUCTIONS.
            MOVE 0 TO WS-DED-SLOT-INDEX.
            PERFORM VARYING WS-DED-INDEX FROM 1 BY 1 UNTIL WS-DED-INDEX GREATER THAN WS-DED-SLOT-COUNT
                IF PW-DED-CODE(WS-DED-INDEX) = WS-DED-RULE-CODE(WS-DED-SELECTED-INDEX)
                    MOVE WS-DED-INDEX TO WS-DED-SLOT-INDEX
                END-IF
            END-PERFORM.
            IF WS-DED-SLOT-INDEX = 0
                IF WS-DED-SLOT-COUNT < 10
                    ADD 1 TO WS-DED-SLOT-COUNT
                    MOVE WS-DED-SLOT-COUNT TO WS-DED-SLOT-INDEX
                    MOVE WS-DED-RULE-CODE(WS-DED-SELECTED-INDEX)
                        TO PW-DED-CODE(WS-DED-SLOT-INDEX)
                ELSE
                    MOVE 10 TO WS-DED-SLOT-INDEX
                    MOVE 'MISC' TO PW-DED-CODE(WS-DED-SLOT-INDEX)
                END-IF
            END-IF.
            ADD WS-DED-CALC-AMOUNT TO PW-DED-AMOUNT(WS-DED-SLOT-INDEX).

        ADD-TO-DEDUCTION-TOTALS.
            MOVE 0 TO WS-DED-TOTAL-INDEX.
            END-IF.
            ADD WS-DED-CALC-AMOUNT TO WS-DED-TOTAL-AMOUNT(WS-DED-TOTAL-INDEX).

*> The election in force on the pay date for the employee on the
*> master record (EM-EMP-ID): the newest W4ELECT record for the
*> employee dated on or before WS-PERIOD-PAY-DATE. With none, the
*> defaults stand - single, nothing claimed, not exempt. Also sets
*> which bracket sets the filing statuses select, falling back to
*> the single set (and reporting it) when TAXRATES has no set for a
*> status, and reports an exemption that has lapsed.
        FIND-W4-ELECTION.
            MOVE 'N' TO WS-W4-FOUND-FLAG.
            MOVE EM-EMP-ID TO WS-W4-EMP-ID.
            MOVE 0 TO WS-W4-EFFECTIVE-DATE.
            MOVE 'S' TO WS-W4-FED-FILING-STATUS.
            MOVE 0 TO WS-W4-FED-ALLOWANCES.
            MOVE 0 TO WS-W4-FED-CREDIT.
            MOVE 0 TO WS-W4-FED-EXTRA.
            MOVE 'S' TO WS-W4-STATE-FILING-STATUS.
            MOVE 0 TO WS-W4-STATE-ALLOWANCES.
            MOVE 0 TO WS-W4-STATE-CREDIT.
            MOVE 0 TO WS-W4-STATE-EXTRA.
            MOVE 'N' TO WS-W4-EXEMPT-FLAG.
            MOVE 0 TO WS-W4-EXEMPT-EXPIRY-DATE.
            MOVE EM-EMP-ID TO WE-EMP-ID.
            MOVE 0 TO WE-EFFECTIVE-DATE.
            START W4-ELECTIONS KEY IS NOT LESS THAN WE-KEY
                INVALID KEY
                    MOVE '10' TO WS-W4-ELECTIONS-STATUS
            END-START.
            PERFORM READ-W4-ELECTION-NEXT
            PERFORM UNTIL WS-W4-ELECTIONS-STATUS = '10'
                IF WE-EMP-ID NOT = EM-EMP-ID
                    OR WE-EFFECTIVE-DATE > WS-PERIOD-PAY-DATE
                    MOVE '10' TO WS-W4-ELECTIONS-STATUS
                ELSE
                    MOVE 'Y' TO WS-W4-FOUND-FLAG
                    MOVE W4-ELECTION-RECORD TO WS-W4-ELECTION
                    PERFORM READ-W4-ELECTION-NEXT
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-W4-ELECTIONS-STATUS.
            IF WS-W4-FED-FILING-STATUS = SPACE
                MOVE 'S' TO WS-W4-FED-FILING-STATUS
            END-IF.
            IF WS-W4-STATE-FILING-STATUS = SPACE
                MOVE 'S' TO WS-W4-STATE-FILING-STATUS
            END-IF.

            MOVE 'N' TO WS-W4-EXEMPT-IN-FORCE.
            MOVE 'N' TO WS-W4-EXEMPT-EXPIRED.
            IF WS-W4-EXEMPT-FLAG = 'Y'
                IF WS-W4-EXEMPT-EXPIRY-DATE >= WS-PERIOD-PAY-DATE
                    MOVE 'Y' TO WS-W4-EXEMPT-IN-FORCE
                ELSE
                    MOVE 'Y' TO WS-W4-EXEMPT-EXPIRED
                    PERFORM WRITE-W4-EXPIRED-EXCEPTION
                END-IF
            END-IF.

            EVALUATE WS-W4-FED-FILING-STATUS
                WHEN 'M'
                    MOVE 5 TO WS-W4-FED-AUTH-INDEX
                WHEN 'H'
                    MOVE 7 TO WS-W4-FED-AUTH-INDEX
                WHEN OTHER
                    MOVE 1 TO WS-W4-FED-AUTH-INDEX
            END-EVALUATE.
            IF WS-TAX-BRACKET-COUNT(WS-W4-FED-AUTH-INDEX) = 0
                MOVE WS-W4-FED-FILING-STATUS TO WS-W4-MISSING-STATUS
                MOVE 'FEDERAL' TO WS-W4-MISSING-AUTH
                PERFORM WRITE-W4-NO-BRACKET-EXCEPTION
                MOVE 1 TO WS-W4-FED-AUTH-INDEX
            END-IF.
            EVALUATE WS-W4-STATE-FILING-STATUS
                WHEN 'M'
                    MOVE 6 TO WS-W4-STATE-AUTH-INDEX
                WHEN 'H'
                    MOVE 8 TO WS-W4-STATE-AUTH-INDEX
                WHEN OTHER
                    MOVE 2 TO WS-W4-STATE-AUTH-INDEX
            END-EVALUATE.
            IF WS-TAX-BRACKET-COUNT(WS-W4-STATE-AUTH-INDEX) = 0
                MOVE WS-W4-STATE-FILING-STATUS TO WS-W4-MISSING-STATUS
                MOVE 'STATE' TO WS-W4-MISSING-AUTH
                PERFORM WRITE-W4-NO-BRACKET-EXCEPTION
                MOVE 2 TO WS-W4-STATE-AUTH-INDEX
            END-IF.

        READ-W4-ELECTION-NEXT.
            IF WS-W4-ELECTIONS-STATUS NOT = '10'
                READ W4-ELECTIONS NEXT RECORD
                    AT END
                        MOVE '10' TO WS-W4-ELECTIONS-STATUS
                END-READ
            END-IF.

*> The annualized method, per authority: annual wages less the
*> allowances claimed, through the filing status's bracket set,
*> less the annual credit (never below zero), spread over the
*> year's periods, plus the flat extra the employee asked for. An
*> exemption in force withholds nothing, extra included.
        COMPUTE-ELECTED-WITHHOLDING.
            IF WS-W4-EXEMPT-IN-FORCE = 'Y'
                MOVE 0 TO PW-FED-TAX
                MOVE 0 TO PW-STATE-TAX
                EXIT PARAGRAPH
            END-IF.

            MOVE 0 TO WS-W4-ALLOWANCE-VALUE.
            IF WS-TAX-BRACKET-COUNT(9) > 0
                MOVE WS-TAX-BRACKET-FLOOR(9, 1) TO WS-W4-ALLOWANCE-VALUE
            END-IF.
            COMPUTE WS-TAX-BASE = WS-W4-ANNUAL-WAGES
                - WS-W4-FED-ALLOWANCES * WS-W4-ALLOWANCE-VALUE.
            MOVE WS-W4-FED-AUTH-INDEX TO WS-TAX-AUTH-INDEX.
            PERFORM COMPUTE-GRADUATED-TAX.
            SUBTRACT WS-W4-FED-CREDIT FROM WS-TAX-RESULT.
            IF WS-TAX-RESULT < 0
                MOVE 0 TO WS-TAX-RESULT
            END-IF.
            COMPUTE PW-FED-TAX ROUNDED =
                WS-TAX-RESULT / WS-PERIODS-PER-YEAR + WS-W4-FED-EXTRA.

            MOVE 0 TO WS-W4-ALLOWANCE-VALUE.
            IF WS-TAX-BRACKET-COUNT(10) > 0
                MOVE WS-TAX-BRACKET-FLOOR(10, 1) TO WS-W4-ALLOWANCE-VALUE
            END-IF.
            COMPUTE WS-TAX-BASE = WS-W4-ANNUAL-WAGES
                - WS-W4-STATE-ALLOWANCES * WS-W4-ALLOWANCE-VALUE.
            MOVE WS-W4-STATE-AUTH-INDEX TO WS-TAX-AUTH-INDEX.
            PERFORM COMPUTE-GRADUATED-TAX.
            SUBTRACT WS-W4-STATE-CREDIT FROM WS-TAX-RESULT.
            IF WS-TAX-RESULT < 0
                MOVE 0 TO WS-TAX-RESULT
            END-IF.
            COMPUTE PW-STATE-TAX ROUNDED =
                WS-TAX-RESULT / WS-PERIODS-PER-YEAR + WS-W4-STATE-EXTRA.

*> Reported every run until a new W-4 is entered: the employee is
*> being withheld again, and the exemption needs renewing (or the
*> employee needs telling).
        WRITE-W4-EXPIRED-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'W-4 EXEMPT EXPIRED EMPLOYEE ' DELIMITED BY SIZE
                   EM-EMP-ID DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   WS-W4-EXEMPT-EXPIRY-DATE DELIMITED BY SIZE
                   ' - WITHHOLDING RESUMED, RENEW W-4' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-W4-NO-BRACKET-EXCEPTION.
            ADD 1 TO WS-EXCEPTION-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'W-4 FILING STATUS ' DELIMITED BY SIZE
                   WS-W4-MISSING-STATUS DELIMITED BY SIZE
                   ' EMPLOYEE ' DELIMITED BY SIZE
                   EM-EMP-ID DELIMITED BY SIZE
                   ' - NO ' DELIMITED BY SIZE
                   WS-W4-MISSING-AUTH DELIMITED BY SPACE
                   ' SET IN TAXRATES, SINGLE USED' DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> Walk the bracket table selected by WS-TAX-AUTH-INDEX, taxing the
*> slice of WS-TAX-BASE that falls inside each bracket at that
*> bracket's own rate - graduated, not flat, so only the income above
                AT END MOVE '10' TO WS-PAY-WORK-STATUS
            END-READ.

*> One LEAVE-MASTER record per PAY-WORK record whose leave the
*> compute pass worked out, checkpointed by PAY-WORK sequence like
*> the YTD posting. The record is set to the period's closing
*> balances and what the period accrued and took, under this pay
*> date - never added to - so a record repeated on a restart posts
*> the same values again, and a later rerun of the pay date backs
*> this posting out through LV-LAST-PAY-DATE.
        POST-LEAVE-BALANCES.
            OPEN INPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-WORK, status ' WS-PAY-WORK-STATUS
                STOP RUN
            END-IF.
            MOVE 0 TO WS-PW-SEQUENCE.
            PERFORM READ-PAY-WORK-RECORD
            PERFORM UNTIL WS-PAY-WORK-STATUS = '10'
                ADD 1 TO WS-PW-SEQUENCE
                IF WS-PW-SEQUENCE >= WS-START-INDEX
                    IF PW-LEAVE-POSTED = 'Y'
                        PERFORM POST-EMPLOYEE-LEAVE-BALANCE
                    END-IF
                    MOVE WS-PW-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                END-IF
                PERFORM READ-PAY-WORK-RECORD
            END-PERFORM.
            CLOSE PAY-WORK.

        POST-EMPLOYEE-LEAVE-BALANCE.
            MOVE 'N' TO WS-LV-FOUND-FLAG.
            MOVE PW-EMP-ID TO LV-EMP-ID.
            READ LEAVE-MASTER RECORD KEY IS LV-EMP-ID
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-LV-FOUND-FLAG
            END-READ.
            MOVE PW-EMP-ID TO LV-EMP-ID.
            MOVE PW-VAC-BALANCE TO LV-VAC-BALANCE.
            MOVE PW-SICK-BALANCE TO LV-SICK-BALANCE.
            MOVE WS-PERIOD-PAY-DATE TO LV-LAST-PAY-DATE.
            MOVE PW-VAC-ACCRUED TO LV-VAC-ACCRUED.
            MOVE PW-VAC-TAKEN TO LV-VAC-TAKEN.
            MOVE PW-SICK-ACCRUED TO LV-SICK-ACCRUED.
            MOVE PW-SICK-TAKEN TO LV-SICK-TAKEN.
            IF WS-LV-FOUND-FLAG = 'Y'
                REWRITE LEAVE-MASTER-RECORD
            ELSE
                WRITE LEAVE-MASTER-RECORD
            END-IF.
            IF WS-LEAVE-MASTER-STATUS NOT = '00'
                DISPLAY 'Unable to post LEAVE-MASTER for employee '
                    PW-EMP-ID ', status ' WS-LEAVE-MASTER-STATUS
                STOP RUN
            END-IF.

        CALCULATE-DEPT-SALARY.
            PERFORM DISPLAY-DEPT-SUBTOTAL
                VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
            DISPLAY ' '.

*> Only the employees actually paid this cycle enter the department
*> table - it feeds the register's department subtotals and the GL
*> leave lines, which must describe this period's payroll, not the
*> annual book of everyone on file. Salary lands in the department
*> the labor distribution charged it to (WS-DEPT-LOOKUP-CODE), so
*> the subtotals agree with the GL expense by cost center.
        FIND-DEPT-TABLE-ENTRY.
            MOVE 0 TO WS-DEPT-TABLE-INDEX.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                IF WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-INDEX) = WS-DEPT-LOOKUP-CODE
                    MOVE WS-DEPT-INDEX TO WS-DEPT-TABLE-INDEX
                END-IF
            END-PERFORM.
            IF WS-DEPT-TABLE-INDEX = 0
                IF WS-DEPT-COUNT >= 50
                    DISPLAY 'Departments paid exceed the 50-entry table, run stopped'
                    STOP RUN
                END-IF
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DEPT-TABLE-INDEX
                MOVE WS-DEPT-LOOKUP-CODE TO WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-TABLE-INDEX)
                MOVE 0 TO WS-DEPT-TOTAL-SALARY OF WS-DEPT-ENTRY(WS-DEPT-TABLE-INDEX)
                MOVE 0 TO WS-DEPT-LEAVE-LIABILITY(WS-DEPT-TABLE-INDEX)
            END-IF.

        DISPLAY-DEPT-SUBTOTAL.
            DISPLAY 'Total Salary for Dept ' WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-INDEX)
                    ' = $' WS-DEPT-TOTAL-SALARY OF WS-DEPT-ENTRY(WS-DEPT-INDEX).

*> The name listings cover everyone on staff, whatever cycle they
*> are paid on, so they scan the master itself rather than
*> PAY-WORK; former employees kept on the master are left out.
        DISPLAY-A-TO-M.
            DISPLAY 'Display names starting with A-M'.
            PERFORM START-EMPLOYEE-MASTER-SCAN
            PERFORM UNTIL WS-EMP-MASTER-STATUS = '10'
                IF (EM-ORIGINAL-NAME(1:1) GREATER THAN OR EQUAL TO 'A' AND
                    EM-ORIGINAL-NAME(1:1) LESS THAN OR EQUAL TO 'M')
                    AND EM-STATUS NOT = 'I'
                    DISPLAY EM-ORIGINAL-NAME
                END-IF
                PERFORM READ-EMPLOYEE-MASTER-NEXT
            PERFORM UNTIL WS-EMP-MASTER-STATUS = '10'
                IF (EM-ORIGINAL-NAME(1:1) GREATER THAN OR EQUAL TO 'N' AND
                    EM-ORIGINAL-NAME(1:1) LESS THAN OR EQUAL TO 'Z')
                    AND EM-STATUS NOT = 'I'
                    DISPLAY EM-ORIGINAL-NAME
                END-IF
                PERFORM READ-EMPLOYEE-MASTER-NEXT
                WRITE PAY-STUBS-RECORD FROM WS-PRINT-LINE
            END-IF.

            MOVE 'NET PAY' TO WS-STUB-LABEL.
            MOVE PW-NET-PAY TO WS-STUB-CURRENT.
            MOVE YT-YTD-NET-PAY TO WS-STUB-YTD.
            PERFORM WRITE-STUB-AMOUNT-LINE.

*> Leave balances in hours: what was earned this period, the current
*> balance including it, what the timecard's leave used, and what
*> remains to carry into the next period.
            IF PW-LEAVE-POSTED = 'Y'
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 'LEAVE HOURS' TO WS-PRINT-LINE(1:11)
                MOVE 'EARNED' TO WS-PRINT-LINE(14:6)
                MOVE 'CURRENT' TO WS-PRINT-LINE(24:7)
                MOVE 'USED' TO WS-PRINT-LINE(35:4)
                MOVE 'REMAINING' TO WS-PRINT-LINE(41:9)
                WRITE PAY-STUBS-RECORD FROM WS-PRINT-LINE
                MOVE SPACES TO WS-PRINT-LINE
                MOVE ' VACATION' TO WS-PRINT-LINE(1:12)
                MOVE PW-VAC-ACCRUED TO WS-HOURS-DISPLAY
                MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(14:6)
                MOVE PW-VAC-AVAILABLE TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(22:9)
                MOVE PW-VAC-TAKEN TO WS-HOURS-DISPLAY
                MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(33:6)
                MOVE PW-VAC-BALANCE TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(41:9)
                WRITE PAY-STUBS-RECORD FROM WS-PRINT-LINE
                MOVE SPACES TO WS-PRINT-LINE
                MOVE ' SICK' TO WS-PRINT-LINE(1:12)
                MOVE PW-SICK-ACCRUED TO WS-HOURS-DISPLAY
                MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(14:6)
                MOVE PW-SICK-AVAILABLE TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(22:9)
                MOVE PW-SICK-TAKEN TO WS-HOURS-DISPLAY
                MOVE WS-HOURS-DISPLAY TO WS-PRINT-LINE(33:6)
                MOVE PW-SICK-BALANCE TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(41:9)
                WRITE PAY-STUBS-RECORD FROM WS-PRINT-LINE
            END-IF.

            MOVE ALL '-' TO WS-PRINT-LINE.
            WRITE PAY-STUBS-RECORD FROM WS-PRINT-LINE.

        WRITE-STUB-AMOUNT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE WS-STUB-LABEL TO WS-PRINT-LINE(1:12).
            MOVE WS-STUB-CURRENT TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(18:11).
            MOVE WS-STUB-YTD TO WS-YTD-AMOUNT-DISPLAY.
            MOVE WS-YTD-AMOUNT-DISPLAY TO WS-PRINT-LINE(36:13).
            WRITE PAY-STUBS-RECORD FROM WS-PRINT-LINE.

*> The labor distribution report, for grant billing: one section per
*> project in code order, then the labor charged to no project. Each
*> section lists every employee slice charged there (from PAY-WORK's
*> PW-LABOR-DETAIL, with the hours or percent behind it), the cost
*> center subtotals from WS-LABOR-TABLE, and the project total. The
*> closing lines prove the report against the register: every
*> payment's slices add up to its gross, so the distributed total
*> must equal the register's grand total gross, and a difference is
*> printed and shown on the console rather than passed by. It is a
*> report and nothing else, so it runs in TRIAL as well.
        PRINT-LABOR-DISTRIBUTION.
            OPEN OUTPUT LABOR-REPORT.
            IF WS-LABOR-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open LABOR-REPORT, status ' WS-LABOR-REPORT-STATUS
                STOP RUN
            END-IF.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'LABOR DISTRIBUTION BY PROJECT  PERIOD ' DELIMITED BY SIZE
                   WS-RUN-PAY-FREQUENCY DELIMITED BY SIZE
                   WS-RUN-PERIOD-NUMBER DELIMITED BY SIZE
                   '  PAY DATE ' DELIMITED BY SIZE
                   WS-PERIOD-PAY-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 'EMP'       TO WS-PRINT-LINE(1:5).
            MOVE 'NAME'      TO WS-PRINT-LINE(7:20).
            MOVE 'DEPT'      TO WS-PRINT-LINE(28:4).
            MOVE 'B'         TO WS-PRINT-LINE(33:1).
            MOVE 'HRS/PCT'   TO WS-PRINT-LINE(37:7).
            MOVE 'GROSS'     TO WS-PRINT-LINE(52:5).
            MOVE 'EMPLR TAX' TO WS-PRINT-LINE(60:9).
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.

            MOVE 0 TO WS-LAB-REPORT-GROSS.
            MOVE 0 TO WS-LAB-REPORT-ERTAX.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                MOVE 'N' TO WS-LAB-PRINTED(WS-LAB-INDEX)
            END-PERFORM.
            PERFORM SELECT-NEXT-LABOR-PROJECT.
            PERFORM UNTIL WS-LAB-SELECTED-FLAG = 'N'
                PERFORM WRITE-LABOR-PROJECT-SECTION
                PERFORM SELECT-NEXT-LABOR-PROJECT
            END-PERFORM.
            PERFORM WRITE-LABOR-REPORT-TIE-OUT.
            CLOSE LABOR-REPORT.

*> The lowest project code not yet printed; once every project is
*> done, the no-project labor (spaces) if there is any.
        SELECT-NEXT-LABOR-PROJECT.
            MOVE 'N' TO WS-LAB-SELECTED-FLAG.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                IF WS-LAB-PRINTED(WS-LAB-INDEX) = 'N'
                    AND WS-LAB-PROJECT-CODE(WS-LAB-INDEX) NOT = SPACES
                    IF WS-LAB-SELECTED-FLAG = 'N'
                        OR WS-LAB-PROJECT-CODE(WS-LAB-INDEX) < WS-LAB-PROJECT-SELECTED
                        MOVE WS-LAB-PROJECT-CODE(WS-LAB-INDEX) TO WS-LAB-PROJECT-SELECTED
                        MOVE 'Y' TO WS-LAB-SELECTED-FLAG
                    END-IF
                END-IF
            END-PERFORM.
            IF WS-LAB-SELECTED-FLAG = 'Y'
                EXIT PARAGRAPH
            END-IF.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                IF WS-LAB-PRINTED(WS-LAB-INDEX) = 'N'
                    MOVE SPACES TO WS-LAB-PROJECT-SELECTED
                    MOVE 'Y' TO WS-LAB-SELECTED-FLAG
                END-IF
            END-PERFORM.

        WRITE-LABOR-PROJECT-SECTION.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            IF WS-LAB-PROJECT-SELECTED = SPACES
                MOVE 'NO PROJECT' TO WS-PRINT-LINE(1:10)
            ELSE
                MOVE 'PROJECT' TO WS-PRINT-LINE(1:7)
                MOVE WS-LAB-PROJECT-SELECTED TO WS-PRINT-LINE(9:6)
            END-IF.
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.

            OPEN INPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-WORK, status ' WS-PAY-WORK-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-PAY-WORK-RECORD.
            PERFORM UNTIL WS-PAY-WORK-STATUS = '10'
                PERFORM VARYING WS-LAB-SLICE-INDEX FROM 1 BY 1 UNTIL WS-LAB-SLICE-INDEX GREATER THAN 10
                    IF PW-LAB-BASIS(WS-LAB-SLICE-INDEX) NOT = SPACE
                        AND PW-LAB-PROJECT-CODE(WS-LAB-SLICE-INDEX) = WS-LAB-PROJECT-SELECTED
                        PERFORM WRITE-LABOR-EMPLOYEE-LINE
                    END-IF
                END-PERFORM
                PERFORM READ-PAY-WORK-RECORD
            END-PERFORM.
            CLOSE PAY-WORK.

            MOVE 0 TO WS-LAB-PROJECT-GROSS.
            MOVE 0 TO WS-LAB-PROJECT-ERTAX.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                IF WS-LAB-PROJECT-CODE(WS-LAB-INDEX) = WS-LAB-PROJECT-SELECTED
                    PERFORM WRITE-LABOR-COST-CENTER-LINE
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'PROJECT TOTAL' TO WS-PRINT-LINE(3:13).
            MOVE WS-LAB-PROJECT-GROSS TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11).
            MOVE WS-LAB-PROJECT-ERTAX TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(58:11).
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            ADD WS-LAB-PROJECT-GROSS TO WS-LAB-REPORT-GROSS.
            ADD WS-LAB-PROJECT-ERTAX TO WS-LAB-REPORT-ERTAX.

        WRITE-LABOR-EMPLOYEE-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE PW-EMP-ID TO WS-PRINT-LINE(1:5).
            MOVE PW-NAME TO WS-PRINT-LINE(7:20).
            MOVE PW-LAB-DEPT-CODE(WS-LAB-SLICE-INDEX) TO WS-PRINT-LINE(28:4).
            MOVE PW-LAB-BASIS(WS-LAB-SLICE-INDEX) TO WS-PRINT-LINE(33:1).
            IF PW-LAB-HOURS(WS-LAB-SLICE-INDEX) NOT = 0
                MOVE PW-LAB-HOURS(WS-LAB-SLICE-INDEX) TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(35:9)
            ELSE
                MOVE PW-LAB-PERCENT(WS-LAB-SLICE-INDEX) TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(35:9)
                MOVE '%' TO WS-PRINT-LINE(44:1)
            END-IF.
            MOVE PW-LAB-GROSS(WS-LAB-SLICE-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11).
            MOVE PW-LAB-ERTAX(WS-LAB-SLICE-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(58:11).
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-LABOR-COST-CENTER-LINE.
            MOVE 'Y' TO WS-LAB-PRINTED(WS-LAB-INDEX).
            ADD WS-LAB-GROSS(WS-LAB-INDEX) TO WS-LAB-PROJECT-GROSS.
            ADD WS-LAB-ERTAX-TOTAL(WS-LAB-INDEX) TO WS-LAB-PROJECT-ERTAX.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'COST CENTER' TO WS-PRINT-LINE(3:11).
            MOVE WS-LAB-DEPT-CODE(WS-LAB-INDEX) TO WS-PRINT-LINE(28:4).
            IF WS-LAB-HOURS(WS-LAB-INDEX) NOT = 0
                MOVE WS-LAB-HOURS(WS-LAB-INDEX) TO WS-LEAVE-HOURS-DISPLAY
                MOVE WS-LEAVE-HOURS-DISPLAY TO WS-PRINT-LINE(35:9)
            END-IF.
            MOVE WS-LAB-GROSS(WS-LAB-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11).
            MOVE WS-LAB-ERTAX-TOTAL(WS-LAB-INDEX) TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(58:11).
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.

*> The register's grand total gross is the male and female buckets
*> WRITE-REGISTER-GRAND-TOTAL-LINE prints, so that is the figure
*> this report must reach.
        WRITE-LABOR-REPORT-TIE-OUT.
            COMPUTE WS-LAB-REGISTER-GROSS =
                WS-TOTAL-MALE-SALARY + WS-TOTAL-FEMALE-SALARY.
            COMPUTE WS-LAB-DIFFERENCE =
                WS-LAB-REPORT-GROSS - WS-LAB-REGISTER-GROSS.
            MOVE SPACES TO WS-PRINT-LINE.
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE 'TOTAL DISTRIBUTED' TO WS-PRINT-LINE(1:17).
            MOVE WS-LAB-REPORT-GROSS TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11).
            MOVE WS-LAB-REPORT-ERTAX TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(58:11).
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            MOVE 'REGISTER GRAND TOTAL GROSS' TO WS-PRINT-LINE(1:26).
            MOVE WS-LAB-REGISTER-GROSS TO WS-SIGNED-AMOUNT-DISPLAY.
            MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11).
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-LAB-DIFFERENCE = 0
                MOVE 'TIES TO PAYROLL REGISTER' TO WS-PRINT-LINE(1:24)
            ELSE
                MOVE 'DOES NOT TIE TO REGISTER - DIFFERENCE' TO WS-PRINT-LINE(1:37)
                MOVE WS-LAB-DIFFERENCE TO WS-SIGNED-AMOUNT-DISPLAY
                MOVE WS-SIGNED-AMOUNT-DISPLAY TO WS-PRINT-LINE(46:11)
                DISPLAY 'Labor distribution does not tie to the register, difference '
                    WS-SIGNED-AMOUNT-DISPLAY
            END-IF.
            WRITE LABOR-REPORT-RECORD FROM WS-PRINT-LINE.

        WRITE-DIRECT-DEPOSIT-FILE.
            MOVE 'Y' TO WS-ACH-STEP-RAN.
                    PERFORM WRITE-PAID-ITEM-EXCEPTION
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN CK-STATUS = 'E'
                            PERFORM WRITE-ESCHEATED-ITEM-EXCEPTION
                        WHEN CK-AMOUNT NOT = BP-PAID-AMOUNT
                            PERFORM WRITE-PAID-ITEM-EXCEPTION
                        WHEN CK-STATUS = 'V'
                            PERFORM WRITE-PAID-ITEM-EXCEPTION
                        WHEN CK-STATUS = 'O' OR CK-STATUS = 'S'
                            OR CK-STATUS = 'D'
                            MOVE 'C' TO CK-STATUS
                            MOVE BP-PAID-DATE TO CK-STATUS-DATE
                            REWRITE CHECK-REGISTER-RECORD
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> An escheated check's money has gone to the state as unclaimed
*> property; the register stays 'E' and the bank is told to return
*> the item. The payee recovers it by claiming from the state.
        WRITE-ESCHEATED-ITEM-EXCEPTION.
            ADD 1 TO WS-RECON-EXCEPT-COUNT.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'BANK PAID CHECK ' DELIMITED BY SIZE
                   BP-CHECK-NUMBER DELIMITED BY SIZE
                   ' - ESCHEATED ' DELIMITED BY SIZE
                   CK-STATUS-DATE DELIMITED BY SIZE
                   ', RETURN UNPAID - CLAIM FROM STATE'
                       DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE EXCEPTION-REPORT-RECORD FROM WS-PRINT-LINE.

*> Six whole months back from the run date, computed in calendar
*> months so the horizon never drifts: a check issued before the
*> cutoff and still uncashed is stale-dated.
            PERFORM START-CHECK-REGISTER-SCAN
            PERFORM READ-CHECK-REGISTER-NEXT
            PERFORM UNTIL WS-CHECK-REGISTER-STATUS = '10'
                IF CK-STATUS = 'O' OR CK-STATUS = 'S' OR CK-STATUS = 'D'
                    PERFORM WRITE-ONE-OUTSTANDING-LINE
                END-IF
                PERFORM READ-CHECK-REGISTER-NEXT
            END-PERFORM.
            CLOSE REMIT-BALANCE.

*> One 'P' tax history record per PAY-WORK record, appended and
*> checkpointed by PAY-WORK sequence the way the stub step is, so a
*> restart resumes after the last record already appended rather
*> than adding the period twice. The history is permanent - the
*> quarterly return is prepared from it long after this period's
*> PAY-WORK has been overwritten.
        WRITE-TAX-HISTORY.
            PERFORM OPEN-TAX-HISTORY.
            OPEN INPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-WORK, status ' WS-PAY-WORK-STATUS
                STOP RUN
            END-IF.
            MOVE 0 TO WS-PW-SEQUENCE.
            PERFORM READ-PAY-WORK-RECORD
            PERFORM UNTIL WS-PAY-WORK-STATUS = '10'
                ADD 1 TO WS-PW-SEQUENCE
                IF WS-PW-SEQUENCE >= WS-START-INDEX
                    PERFORM WRITE-TAX-HISTORY-PAYMENT
                    MOVE WS-PW-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                END-IF
                PERFORM READ-PAY-WORK-RECORD
            END-PERFORM.
            CLOSE PAY-WORK.
            CLOSE TAX-HISTORY.

        WRITE-TAX-HISTORY-PAYMENT.
            MOVE 'P' TO TXH-RECORD-TYPE.
            MOVE WS-PERIOD-PAY-DATE TO TXH-PAY-DATE.
            MOVE WS-RUN-RUN-TYPE TO TXH-RUN-TYPE.
            MOVE PW-EMP-ID TO TXH-EMP-ID.
            MOVE PW-PERIOD-GROSS TO TXH-GROSS.
            MOVE PW-FED-TAX TO TXH-FED-TAX.
            MOVE PW-STATE-TAX TO TXH-STATE-TAX.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN 10
                MOVE PW-ERTAX-CODE(WS-ERTAX-INDEX) TO TXH-TAX-CODE(WS-ERTAX-INDEX)
                MOVE PW-ERTAX-TAXABLE(WS-ERTAX-INDEX) TO TXH-TAXABLE(WS-ERTAX-INDEX)
                MOVE PW-ERTAX-AMOUNT(WS-ERTAX-INDEX) TO TXH-TAX-AMOUNT(WS-ERTAX-INDEX)
            END-PERFORM.
            WRITE TAX-HISTORY-RECORD.

*> TAXHIST is created empty on first use, like AUDIT-LOG.
        OPEN-TAX-HISTORY.
            OPEN EXTEND TAX-HISTORY.
            IF WS-TAX-HISTORY-STATUS = '05' OR WS-TAX-HISTORY-STATUS = '35'
                OPEN OUTPUT TAX-HISTORY
                CLOSE TAX-HISTORY
                OPEN EXTEND TAX-HISTORY
            END-IF.
            IF WS-TAX-HISTORY-STATUS NOT = '00'
                DISPLAY 'Unable to open TAX-HISTORY, status ' WS-TAX-HISTORY-STATUS
                STOP RUN
            END-IF.

*> One 'P' pay history entry per PAY-WORK record, checkpointed by
*> PAY-WORK sequence like the tax history. An entry this same run
*> already stored (same run type, run date and net) is replaced
*> rather than added to, so a restart that repeats a record cannot
*> pay it twice on paper; a second run for the same pay date - two
*> supplementals, say - adds its own entry.
        WRITE-PAY-HISTORY.
            OPEN INPUT PAY-WORK.
            IF WS-PAY-WORK-STATUS NOT = '00'
                DISPLAY 'Unable to open PAY-WORK, status ' WS-PAY-WORK-STATUS
                STOP RUN
            END-IF.
            MOVE 0 TO WS-PW-SEQUENCE.
            PERFORM READ-PAY-WORK-RECORD
            PERFORM UNTIL WS-PAY-WORK-STATUS = '10'
                ADD 1 TO WS-PW-SEQUENCE
                IF WS-PW-SEQUENCE >= WS-START-INDEX
                    PERFORM WRITE-PAY-HISTORY-PAYMENT
                    MOVE WS-PW-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                END-IF
                PERFORM READ-PAY-WORK-RECORD
            END-PERFORM.
            CLOSE PAY-WORK.

        WRITE-PAY-HISTORY-PAYMENT.
            MOVE PW-EMP-ID TO WS-PH-EMP-ID.
            MOVE WS-PERIOD-PAY-DATE TO WS-PH-PAY-DATE.
            MOVE 'P' TO WS-PH-ENTRY-TYPE.
            MOVE 0 TO WS-PH-ENTRY-SEQ.
            MOVE WS-RUN-RUN-TYPE TO WS-PH-RUN-TYPE.
            MOVE WS-RUN-PAY-FREQUENCY TO WS-PH-PAY-FREQUENCY.
            MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
            MOVE PW-NAME TO WS-PH-NAME.
            MOVE PW-DEPT-CODE TO WS-PH-DEPT-CODE.
            MOVE PW-PAY-TYPE TO WS-PH-PAY-TYPE.
            MOVE PW-REG-HOURS TO WS-PH-REG-HOURS.
            MOVE PW-OT-HOURS TO WS-PH-OT-HOURS.
            MOVE PW-VAC-TAKEN TO WS-PH-VAC-HOURS.
            MOVE PW-SICK-TAKEN TO WS-PH-SICK-HOURS.
            MOVE PW-PERIOD-GROSS TO WS-PH-GROSS.
            MOVE PW-RETRO-PAY TO WS-PH-RETRO-PAY.
            MOVE PW-FED-TAX TO WS-PH-FED-TAX.
            MOVE PW-STATE-TAX TO WS-PH-STATE-TAX.
            MOVE PW-TOTAL-DEDUCT TO WS-PH-TOTAL-DEDUCT.
            PERFORM VARYING WS-PAYHIST-SLOT-INDEX FROM 1 BY 1 UNTIL WS-PAYHIST-SLOT-INDEX GREATER THAN 10
                MOVE PW-DED-CODE(WS-PAYHIST-SLOT-INDEX)
                    TO WS-PH-DED-CODE(WS-PAYHIST-SLOT-INDEX)
                MOVE PW-DED-AMOUNT(WS-PAYHIST-SLOT-INDEX)
                    TO WS-PH-DED-AMOUNT(WS-PAYHIST-SLOT-INDEX)
            END-PERFORM.
            MOVE PW-NET-PAY TO WS-PH-NET-PAY.
            MOVE 0 TO WS-PH-TRACE-NUMBER.
            MOVE 0 TO WS-PH-CHECK-NUMBER.
            MOVE 0 TO WS-PH-REVERSED-PAY-DATE.
            MOVE PW-SUPP-REASON TO WS-PH-REASON.
            PERFORM VARYING WS-PAYHIST-SLOT-INDEX FROM 1 BY 1 UNTIL WS-PAYHIST-SLOT-INDEX GREATER THAN 10
                MOVE PW-LAB-DEPT-CODE(WS-PAYHIST-SLOT-INDEX)
                    TO WS-PH-LAB-DEPT-CODE(WS-PAYHIST-SLOT-INDEX)
                MOVE PW-LAB-PROJECT-CODE(WS-PAYHIST-SLOT-INDEX)
                    TO WS-PH-LAB-PROJECT-CODE(WS-PAYHIST-SLOT-INDEX)
                MOVE PW-LAB-GROSS(WS-PAYHIST-SLOT-INDEX)
                    TO WS-PH-LAB-GROSS(WS-PAYHIST-SLOT-INDEX)
            END-PERFORM.
            IF PW-DEPOSIT-HOLD = 'Y'
                MOVE 'C' TO WS-PH-PAY-METHOD
                PERFORM FIND-REGISTER-CHECK-THIS-PERIOD
                IF WS-CHECK-REG-FOUND = 'Y'
                    MOVE CK-CHECK-NUMBER TO WS-PH-CHECK-NUMBER
                END-IF
            ELSE
                MOVE 'D' TO WS-PH-PAY-METHOD
                PERFORM FIND-PAYMENT-TRACE
            END-IF.
            PERFORM STORE-PAY-HISTORY-ENTRY.

*> The trace number the deposit step originated for this payment:
*> the ACH-TRACE entry for the employee, pay date and net. ACH-TRACE
*> is reread per payment, the trace matchers' reread-over-reload
*> choice. A prenote entry carries a zero amount and a prenoted
*> employee is paid by check, so it can never be taken for the
*> deposit.
        FIND-PAYMENT-TRACE.
            MOVE 'N' TO WS-PAYHIST-TRC-FLAG.
            OPEN INPUT ACH-TRACE.
            IF WS-ACH-TRACE-STATUS = '35'
                MOVE '00' TO WS-ACH-TRACE-STATUS
                EXIT PARAGRAPH
            END-IF.
            IF WS-ACH-TRACE-STATUS NOT = '00'
                DISPLAY 'Unable to open ACH-TRACE, status ' WS-ACH-TRACE-STATUS
                STOP RUN
            END-IF.
            PERFORM READ-ACH-TRACE-RECORD
            PERFORM UNTIL WS-ACH-TRACE-STATUS = '10'
                           OR WS-PAYHIST-TRC-FLAG = 'Y'
                IF TRC-INDIVIDUAL-ID(1:5) IS NUMERIC
                    AND TRC-PAY-DATE = WS-PERIOD-PAY-DATE
                    AND TRC-AMOUNT = PW-NET-PAY
                    MOVE TRC-INDIVIDUAL-ID(1:5) TO WS-RTN-EMP-ID
                    IF WS-RTN-EMP-ID = PW-EMP-ID
                        MOVE 'Y' TO WS-PAYHIST-TRC-FLAG
                        MOVE TRC-TRACE-NUMBER TO WS-PH-TRACE-NUMBER
                    END-IF
                END-IF
                IF WS-PAYHIST-TRC-FLAG = 'N'
                    PERFORM READ-ACH-TRACE-RECORD
                END-IF
            END-PERFORM.
            CLOSE ACH-TRACE.
            MOVE '00' TO WS-ACH-TRACE-STATUS.

*> Stores WS-PAY-HISTORY-ENTRY. The entries of its type already on
*> file for the employee and pay date are read in key order: one
*> that is the same event redone after a restart (a payment by the
*> same run type on the same run date for the same net, or a
*> reversal of the same pay date and net) is rewritten in place;
*> otherwise the entry is added with the next sequence number, so
*> two supplementals on one pay date each keep their own entry.
        STORE-PAY-HISTORY-ENTRY.
            MOVE 'N' TO WS-PAYHIST-FOUND-FLAG.
            MOVE 1 TO WS-PAYHIST-NEXT-SEQ.
            MOVE WS-PH-EMP-ID TO PH-EMP-ID.
            MOVE WS-PH-PAY-DATE TO PH-PAY-DATE.
            MOVE WS-PH-ENTRY-TYPE TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.
            PERFORM READ-PAY-HISTORY-NEXT.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                           OR WS-PAYHIST-FOUND-FLAG = 'Y'
                IF PH-EMP-ID NOT = WS-PH-EMP-ID
                    OR PH-PAY-DATE NOT = WS-PH-PAY-DATE
                    OR PH-ENTRY-TYPE NOT = WS-PH-ENTRY-TYPE
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    IF (PH-ENTRY-TYPE = 'P'
                            AND PH-RUN-TYPE = WS-PH-RUN-TYPE
                            AND PH-RUN-DATE = WS-PH-RUN-DATE
                            AND PH-NET-PAY = WS-PH-NET-PAY)
                        OR (PH-ENTRY-TYPE = 'R'
                            AND PH-REVERSED-PAY-DATE = WS-PH-REVERSED-PAY-DATE
                            AND PH-NET-PAY = WS-PH-NET-PAY)
                        MOVE 'Y' TO WS-PAYHIST-FOUND-FLAG
                    ELSE
                        COMPUTE WS-PAYHIST-NEXT-SEQ = PH-ENTRY-SEQ + 1
                        PERFORM READ-PAY-HISTORY-NEXT
                    END-IF
                END-IF
            END-PERFORM.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.
            IF WS-PAYHIST-FOUND-FLAG = 'Y'
                MOVE PH-ENTRY-SEQ TO WS-PH-ENTRY-SEQ
                REWRITE PAY-HISTORY-RECORD FROM WS-PAY-HISTORY-ENTRY
            ELSE
                MOVE WS-PAYHIST-NEXT-SEQ TO WS-PH-ENTRY-SEQ
                WRITE PAY-HISTORY-RECORD FROM WS-PAY-HISTORY-ENTRY
            END-IF.
            IF WS-PAY-HISTORY-STATUS NOT = '00'
                DISPLAY 'Unable to store PAY-HISTORY entry for employee '
                    WS-PH-EMP-ID ', status ' WS-PAY-HISTORY-STATUS
                STOP RUN
            END-IF.

        READ-PAY-HISTORY-NEXT.
            IF WS-PAY-HISTORY-STATUS NOT = '10'
                READ PAY-HISTORY NEXT RECORD
                    AT END
                        MOVE '10' TO WS-PAY-HISTORY-STATUS
                END-READ
            END-IF.

*> The payment on file for WS-PAYHIST-LOOKUP-EMP on
*> WS-PAYHIST-LOOKUP-DATE, left in the PAY-HISTORY record area with
*> WS-PAYHIST-FOUND-FLAG 'Y'. A pay date can carry several payments
*> (a regular and a supplemental, or two supplementals), so every
*> 'P' entry on the date is read: with WS-PAYHIST-LOOKUP-NET set,
*> the one paid that net is taken; with it zero, the date's only
*> payment is reread by key, and a date with more than one comes
*> back 'M' - which of them was meant cannot be told without the
*> amount.
        FIND-PAY-HISTORY-PAYMENT.
            MOVE 'N' TO WS-PAYHIST-FOUND-FLAG.
            MOVE 0 TO WS-PAYHIST-MATCH-COUNT.
            MOVE WS-PAYHIST-LOOKUP-EMP TO PH-EMP-ID.
            MOVE WS-PAYHIST-LOOKUP-DATE TO PH-PAY-DATE.
            MOVE 'P' TO PH-ENTRY-TYPE.
            MOVE 0 TO PH-ENTRY-SEQ.
            START PAY-HISTORY KEY IS NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
            END-START.
            PERFORM READ-PAY-HISTORY-NEXT.
            PERFORM UNTIL WS-PAY-HISTORY-STATUS = '10'
                           OR WS-PAYHIST-FOUND-FLAG = 'Y'
                IF PH-EMP-ID NOT = WS-PAYHIST-LOOKUP-EMP
                    OR PH-PAY-DATE NOT = WS-PAYHIST-LOOKUP-DATE
                    OR PH-ENTRY-TYPE NOT = 'P'
                    MOVE '10' TO WS-PAY-HISTORY-STATUS
                ELSE
                    EVALUATE TRUE
                        WHEN WS-PAYHIST-LOOKUP-NET = 0
                            ADD 1 TO WS-PAYHIST-MATCH-COUNT
                            MOVE PH-KEY TO WS-PAYHIST-MATCH-KEY
                            PERFORM READ-PAY-HISTORY-NEXT
                        WHEN PH-NET-PAY = WS-PAYHIST-LOOKUP-NET
                            MOVE 'Y' TO WS-PAYHIST-FOUND-FLAG
                        WHEN OTHER
                            PERFORM READ-PAY-HISTORY-NEXT
                    END-EVALUATE
                END-IF
            END-PERFORM.
            IF WS-PAYHIST-LOOKUP-NET = 0
                EVALUATE WS-PAYHIST-MATCH-COUNT
                    WHEN 0
                        CONTINUE
                    WHEN 1
                        MOVE WS-PAYHIST-MATCH-KEY TO PH-KEY
                        READ PAY-HISTORY RECORD KEY IS PH-KEY
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                MOVE 'Y' TO WS-PAYHIST-FOUND-FLAG
                        END-READ
                    WHEN OTHER
                        MOVE 'M' TO WS-PAYHIST-FOUND-FLAG
                END-EVALUATE
            END-IF.
            MOVE '00' TO WS-PAY-HISTORY-STATUS.

*> WRITE-GL-POSTING-FILE turns the run the accountant used to re-key
*> by hand into an importable journal entry: a salary-expense debit
*> per cost center and project (from WS-LABOR-TABLE, the labor
*> distribution of every payment), liability credits for federal
*> and state withholding and for deductions withheld, and a cash
*> credit for the net disbursed. Debits and credits are proved equal
*> BEFORE the file is opened; gross = fed + state + deductions + net
*> holds exactly per employee (net is computed as the remainder), so
*> an inequality here means the accumulators and the labor table no
*> longer describe the same run, and stopping without a file beats
*> handing the GL system one that doesn't balance.
        WRITE-GL-POSTING-FILE.
            MOVE 0 TO WS-GL-TOTAL-DEBITS.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                ADD WS-LAB-GROSS(WS-LAB-INDEX) TO WS-GL-TOTAL-DEBITS
            END-PERFORM.
            COMPUTE WS-GL-TOTAL-CREDITS =
                WS-TOTAL-FED-TAX + WS-TOTAL-STATE-TAX
                ADD WS-REV-NET(WS-REV-INDEX)       TO WS-GL-TOTAL-DEBITS
                ADD WS-REV-GROSS(WS-REV-INDEX)     TO WS-GL-TOTAL-CREDITS
            END-PERFORM.
*> Employer taxes debit expense by cost center and project and credit
*> each tax's liability account; every per-employee amount was added
*> to one code bucket and spread to the penny over the employee's
*> labor slices, so the two sides grow by identical totals - and if
*> the spread ever lost a cent, this is where it would show.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                ADD WS-LAB-ERTAX-TOTAL(WS-LAB-INDEX) TO WS-GL-TOTAL-DEBITS
            END-PERFORM.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                ADD WS-ERTAX-RUN-TOTAL(WS-ERTAX-INDEX) TO WS-GL-TOTAL-CREDITS
            END-PERFORM.
*> What the remittance step paid out this period clears the
            PERFORM LOAD-REMIT-GL-SUMMARY.
            ADD WS-REMIT-GL-PAID TO WS-GL-TOTAL-DEBITS.
            ADD WS-REMIT-GL-PAID TO WS-GL-TOTAL-CREDITS.
*> The period's change in accrued vacation liability is its own
*> self-balancing pair per department (leave expense against the
*> liability, the direction set by the sign), so it adds the same
*> amount to both sides.
            PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT
                IF WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX) < 0
                    COMPUTE WS-LV-GL-AMOUNT =
                        0 - WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX)
                ELSE
                    MOVE WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX) TO WS-LV-GL-AMOUNT
                END-IF
                ADD WS-LV-GL-AMOUNT TO WS-GL-TOTAL-DEBITS
                ADD WS-LV-GL-AMOUNT TO WS-GL-TOTAL-CREDITS
            END-PERFORM.

            IF WS-GL-TOTAL-DEBITS NOT = WS-GL-TOTAL-CREDITS
                DISPLAY 'GL POSTING OUT OF BALANCE - DEBITS ' WS-GL-TOTAL-DEBITS
            END-IF.

            PERFORM WRITE-GL-EXPENSE-LINE
                VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT.

            PERFORM WRITE-GL-EMPLOYER-TAX-LINES
                VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT.

            PERFORM WRITE-GL-LEAVE-LINES
                VARYING WS-DEPT-INDEX FROM 1 BY 1 UNTIL WS-DEPT-INDEX GREATER THAN WS-DEPT-COUNT.

            MOVE SPACES TO GL-POSTING-RECORD.
            MOVE '21100000' TO GL-ACCOUNT.
            MOVE 0 TO GL-DEBIT-AMOUNT.
            CLOSE GL-POSTING.
            DISPLAY 'GL posting written, debits = credits = ' WS-GL-TOTAL-DEBITS.

*> The 'L' tax history record: what the GL step credited to each
*> employer tax liability account, one code slot per EMPTAX code.
*> The amounts are the run totals the compute pass rebuilds on
*> every execution, so a restart that finds the GL step already
*> complete still appends exactly the record that step posted.
*> Its own checkpointed step, so a restart can never append it
*> twice for the pay date.
        WRITE-TAX-LIABILITY-HISTORY.
            IF WS-ERTAX-COUNT = 0
                EXIT PARAGRAPH
            END-IF.
            MOVE 'L' TO TXL-RECORD-TYPE.
            MOVE WS-PERIOD-PAY-DATE TO TXL-PAY-DATE.
            MOVE WS-RUN-RUN-TYPE TO TXL-RUN-TYPE.
            MOVE 0 TO TXL-EMP-ID.
            MOVE 0 TO TXL-GROSS.
            MOVE 0 TO TXL-FED-TAX.
            MOVE 0 TO TXL-STATE-TAX.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN 10
                MOVE SPACES TO TXL-TAX-CODE(WS-ERTAX-INDEX)
                MOVE 0 TO TXL-TAXABLE(WS-ERTAX-INDEX)
                MOVE 0 TO TXL-TAX-AMOUNT(WS-ERTAX-INDEX)
            END-PERFORM.
            PERFORM VARYING WS-ERTAX-INDEX FROM 1 BY 1 UNTIL WS-ERTAX-INDEX GREATER THAN WS-ERTAX-COUNT
                MOVE WS-ERTAX-CODE(WS-ERTAX-INDEX) TO TXL-TAX-CODE(WS-ERTAX-INDEX)
                MOVE WS-ERTAX-RUN-TOTAL(WS-ERTAX-INDEX)
                    TO TXL-TAX-AMOUNT(WS-ERTAX-INDEX)
            END-PERFORM.
            PERFORM OPEN-TAX-HISTORY.
            WRITE TAX-HISTORY-RECORD FROM WS-TAX-HISTORY-LIABILITY.
            CLOSE TAX-HISTORY.

*> One set of offsetting lines per reversal, after the period's own
*> entry: the original posting debited expense and credited the
*> payables and cash, so the reversal does the opposite, per
*> employee and department so the GL lands the expense credit where
*> the expense was charged. Zero legs are skipped the way the
*> period's deduction credit is. The expense credit is split by the
*> original payment's labor slices, one line per cost center and
*> project, so the budget owner and the grant billed get their
*> share back; a payment with no distribution on file (made before
*> it was kept, or slices that do not add up to the gross) is
*> credited to the employee's home department whole.
        WRITE-GL-REVERSAL-LINES.
            MOVE 0 TO WS-REV-LAB-TOTAL.
            PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                ADD WS-REV-LAB-GROSS(WS-REV-INDEX, WS-REV-LAB-INDEX)
                    TO WS-REV-LAB-TOTAL
            END-PERFORM.
            IF WS-REV-LAB-TOTAL NOT = 0
                AND WS-REV-LAB-TOTAL = WS-REV-GROSS(WS-REV-INDEX)
                PERFORM VARYING WS-REV-LAB-INDEX FROM 1 BY 1 UNTIL WS-REV-LAB-INDEX GREATER THAN 10
                    IF WS-REV-LAB-GROSS(WS-REV-INDEX, WS-REV-LAB-INDEX) NOT = 0
                        MOVE SPACES TO GL-POSTING-RECORD
                        MOVE '51000000' TO GL-ACCOUNT
                        MOVE WS-REV-LAB-DEPT-CODE(WS-REV-INDEX, WS-REV-LAB-INDEX)
                            TO GL-DEPT-CODE
                        MOVE WS-REV-LAB-PROJECT-CODE(WS-REV-INDEX, WS-REV-LAB-INDEX)
                            TO GL-PROJECT-CODE
                        MOVE 0 TO GL-DEBIT-AMOUNT
                        MOVE WS-REV-LAB-GROSS(WS-REV-INDEX, WS-REV-LAB-INDEX)
                            TO GL-CREDIT-AMOUNT
                        MOVE 'REVERSAL SALARY EXPENSE' TO GL-DESCRIPTION
                        WRITE GL-POSTING-RECORD
                    END-IF
                END-PERFORM
            ELSE
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE '51000000' TO GL-ACCOUNT
                MOVE WS-REV-DEPT-CODE(WS-REV-INDEX) TO GL-DEPT-CODE
                MOVE 0 TO GL-DEBIT-AMOUNT
                MOVE WS-REV-GROSS(WS-REV-INDEX) TO GL-CREDIT-AMOUNT
                MOVE 'REVERSAL SALARY EXPENSE' TO GL-DESCRIPTION
                WRITE GL-POSTING-RECORD
            END-IF.

            IF WS-REV-FED-TAX(WS-REV-INDEX) NOT = 0
                MOVE SPACES TO GL-POSTING-RECORD
        WRITE-GL-EXPENSE-LINE.
            MOVE SPACES TO GL-POSTING-RECORD.
            MOVE '51000000' TO GL-ACCOUNT.
            MOVE WS-LAB-DEPT-CODE(WS-LAB-INDEX) TO GL-DEPT-CODE.
            MOVE WS-LAB-PROJECT-CODE(WS-LAB-INDEX) TO GL-PROJECT-CODE.
            MOVE WS-LAB-GROSS(WS-LAB-INDEX) TO GL-DEBIT-AMOUNT.
            MOVE 0 TO GL-CREDIT-AMOUNT.
            MOVE 'SALARY EXPENSE' TO GL-DESCRIPTION.
            WRITE GL-POSTING-RECORD.

*> Per employer tax: one expense debit per cost center and project
*> that accrued any of it (the budget owner and the grant see their
*> share, same as salary expense) and one liability credit for the
*> whole code at the account EMPTAX names for it.
        WRITE-GL-EMPLOYER-TAX-LINES.
            PERFORM VARYING WS-LAB-INDEX FROM 1 BY 1 UNTIL WS-LAB-INDEX GREATER THAN WS-LAB-COUNT
                IF WS-LAB-ERTAX(WS-LAB-INDEX, WS-ERTAX-INDEX) NOT = 0
                    MOVE SPACES TO GL-POSTING-RECORD
                    MOVE WS-ERTAX-EXP-ACCT(WS-ERTAX-INDEX) TO GL-ACCOUNT
                    MOVE WS-LAB-DEPT-CODE(WS-LAB-INDEX) TO GL-DEPT-CODE
                    MOVE WS-LAB-PROJECT-CODE(WS-LAB-INDEX) TO GL-PROJECT-CODE
                    MOVE WS-LAB-ERTAX(WS-LAB-INDEX, WS-ERTAX-INDEX)
                        TO GL-DEBIT-AMOUNT
                    MOVE 0 TO GL-CREDIT-AMOUNT
                    MOVE SPACES TO GL-DESCRIPTION
                WRITE GL-POSTING-RECORD
            END-IF.

*> Accrued vacation liability per department: a net accrual debits
*> leave expense and credits the liability; a period where more
*> vacation was taken than earned draws the liability back down
*> (the hours taken were already expensed when they were earned, and
*> the pay for them is in this period's salary expense).
        WRITE-GL-LEAVE-LINES.
            IF WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX) > 0
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE '51500000' TO GL-ACCOUNT
                MOVE WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-INDEX) TO GL-DEPT-CODE
                MOVE WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX) TO GL-DEBIT-AMOUNT
                MOVE 0 TO GL-CREDIT-AMOUNT
                MOVE 'LEAVE ACCRUAL EXPENSE' TO GL-DESCRIPTION
                WRITE GL-POSTING-RECORD

                MOVE SPACES TO GL-POSTING-RECORD
                MOVE '22100000' TO GL-ACCOUNT
                MOVE WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-INDEX) TO GL-DEPT-CODE
                MOVE 0 TO GL-DEBIT-AMOUNT
                MOVE WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX) TO GL-CREDIT-AMOUNT
                MOVE 'ACCRUED LEAVE LIABILITY' TO GL-DESCRIPTION
                WRITE GL-POSTING-RECORD
            END-IF.
            IF WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX) < 0
                COMPUTE WS-LV-GL-AMOUNT =
                    0 - WS-DEPT-LEAVE-LIABILITY(WS-DEPT-INDEX)
                MOVE SPACES TO GL-POSTING-RECORD
                MOVE '22100000' TO GL-ACCOUNT
                MOVE WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-INDEX) TO GL-DEPT-CODE
                MOVE WS-LV-GL-AMOUNT TO GL-DEBIT-AMOUNT
                MOVE 0 TO GL-CREDIT-AMOUNT
                MOVE 'ACCRUED LEAVE USED' TO GL-DESCRIPTION
                WRITE GL-POSTING-RECORD

                MOVE SPACES TO GL-POSTING-RECORD
                MOVE '51500000' TO GL-ACCOUNT
                MOVE WS-DEPT-CODE OF WS-DEPT-ENTRY(WS-DEPT-INDEX) TO GL-DEPT-CODE
                MOVE 0 TO GL-DEBIT-AMOUNT
                MOVE WS-LV-GL-AMOUNT TO GL-CREDIT-AMOUNT
                MOVE 'LEAVE ACCRUAL EXPENSE' TO GL-DESCRIPTION
                WRITE GL-POSTING-RECORD
            END-IF.

*> Every adjustment is dual-controlled: held on APRHOLD until a
*> second user approves it. Approved ones are applied first, in the
*> guarded APPLY-APPROVED-ADJUST sub-step (the APPLY-APPROVED-MAINT
*> shape), then this run's ADJTRANS is read.
        PROCESS-SALARY-ADJUSTMENTS.
            MOVE 0 TO WS-ADJ-HELD-COUNT.
            MOVE WS-START-INDEX TO WS-ADJ-RESUME-INDEX.
            MOVE 'APPLY-APPROVED-ADJUST' TO WS-CURRENT-STEP-NAME.
            PERFORM CHECK-STEP-COMPLETE.
            MOVE WS-STEP-COMPLETE-FLAG TO WS-AHT-COMPLETE-FLAG.
            MOVE WS-START-INDEX TO WS-AHT-RESUME-INDEX.

            OPEN INPUT ADJUSTMENT-TRANS.
            IF WS-ADJUSTMENT-TRANS-STATUS NOT = '00'
                DISPLAY 'Unable to open ADJUSTMENT-TRANS, status ' WS-ADJUSTMENT-TRANS-STATUS
*> is line sequential with no keyed access, so "resume from record N"
*> means reading and discarding the first N-1 records rather than
*> repositioning directly to one.
            MOVE 'A' TO WS-AHT-SOURCE-WANTED.
            IF WS-AHT-COMPLETE-FLAG = 'N'
                PERFORM APPLY-APPROVED-HOLDS
                PERFORM MARK-STEP-COMPLETE
            END-IF.
            MOVE 'Y' TO WS-AHT-ADJUST-SETTLED.

            MOVE 'PROCESS-SALARY-ADJUSTMENTS' TO WS-CURRENT-STEP-NAME.
            MOVE WS-ADJ-RESUME-INDEX TO WS-START-INDEX.
            MOVE 0 TO WS-ADJ-SEQUENCE.
            PERFORM READ-ADJUSTMENT-TRANS-RECORD
            PERFORM UNTIL WS-ADJUSTMENT-TRANS-STATUS = '10'
                    PERFORM APPLY-ADJUSTMENT-TRANSACTION
                    MOVE WS-ADJ-SEQUENCE TO WS-INDEX
                    PERFORM SAVE-STEP-PROGRESS
                ELSE
                    PERFORM RECAPTURE-ADJUSTMENT-TRANSACTION
                END-IF
                PERFORM READ-ADJUSTMENT-TRANS-RECORD
            END-PERFORM.

            IF WS-RUN-MODE NOT = 'TRIAL'
                PERFORM REWRITE-APPROVAL-HOLD-FILE
            END-IF.

            CLOSE ADJUSTMENT-TRANS.
            CLOSE AUDIT-LOG.
            DISPLAY 'Salary adjustments held for approval: ' WS-ADJ-HELD-COUNT.

        READ-ADJUSTMENT-TRANS-RECORD.
            READ ADJUSTMENT-TRANS
*> REWRITTEN in place, one keyed read and rewrite each. The record
*> buffer holds one record at a time, so the source is read, saved,
*> and re-read for its rewrite after the target has been updated.
*> Dual control comes first: an adjustment must name its keyer, and
*> applies only with a second user's approval in this run's
*> APRTRANS - otherwise it is held (or dropped, if rejected).
        APPLY-ADJUSTMENT-TRANSACTION.
            PERFORM CHECK-ADJUSTMENT-APPROVAL.
            EVALUATE WS-APR-VERDICT
                WHEN 'E'
                    DISPLAY 'Adjustment transaction rejected, entered-by missing: '
                        ADJ-SOURCE-EMP-ID ' -> ' ADJ-TARGET-EMP-ID
                WHEN 'R'
                    DISPLAY 'Adjustment transaction rejected by approver: '
                        ADJ-SOURCE-EMP-ID ' -> ' ADJ-TARGET-EMP-ID
                WHEN 'H'
                WHEN 'S'
                    PERFORM HOLD-FOR-APPROVAL
                    IF WS-AHT-DUP-FLAG = 'N'
                        ADD 1 TO WS-ADJ-HELD-COUNT
                        DISPLAY 'Adjustment transaction held for approval: '
                            ADJ-SOURCE-EMP-ID ' -> ' ADJ-TARGET-EMP-ID
                            ' id ' WS-APH-HOLD-ID
                    END-IF
                    IF WS-APR-VERDICT = 'S'
                        DISPLAY 'Approval of ' WS-APH-HOLD-ID
                            ' not accepted, approver is the keyer'
                    END-IF
                WHEN OTHER
                    PERFORM APPLY-CLEARED-ADJUSTMENT
            END-EVALUATE.

*> Every adjustment needs approval; the item is filed under the
*> employee receiving the money. The approver column is always
*> cleared first - only an APRTRANS approval fills it.
        CHECK-ADJUSTMENT-APPROVAL.
            MOVE SPACES TO ADJ-APPROVED-BY.
            MOVE 'N' TO WS-APR-VERDICT.
            IF ADJ-ENTERED-BY = SPACES
                MOVE 'E' TO WS-APR-VERDICT
                EXIT PARAGRAPH
            END-IF.
            MOVE 'A' TO WS-APH-ID-SOURCE.
            MOVE WS-ADJ-SEQUENCE TO WS-AHT-SEQUENCE.
            PERFORM BUILD-APPROVAL-HOLD-ID.
            MOVE ADJ-TARGET-EMP-ID TO WS-APH-EMP-ID.
            MOVE ADJ-ENTERED-BY TO WS-APH-ENTERED-BY.
            MOVE SPACES TO WS-APH-REASON.
            STRING 'SALARY TRANSFER FROM ' DELIMITED BY SIZE
                   ADJ-SOURCE-EMP-ID DELIMITED BY SIZE
                   INTO WS-APH-REASON
            END-STRING.
            MOVE ADJUSTMENT-TRANS-RECORD TO WS-APH-IMAGE.
            PERFORM FIND-APPROVAL-FOR-HOLD.
            IF WS-APR-VERDICT = 'A'
                MOVE WS-APR-APPROVER TO ADJ-APPROVED-BY
            END-IF.

*> The RECAPTURE-MAINT-TRANSACTION reasoning: a hold made by the
*> aborted attempt is re-captured silently, deduplicated by hold id.
        RECAPTURE-ADJUSTMENT-TRANSACTION.
            PERFORM CHECK-ADJUSTMENT-APPROVAL.
            IF WS-APR-VERDICT = 'H' OR WS-APR-VERDICT = 'S'
                PERFORM HOLD-FOR-APPROVAL
                IF WS-AHT-DUP-FLAG = 'N'
                    ADD 1 TO WS-ADJ-HELD-COUNT
                END-IF
            END-IF.

        APPLY-CLEARED-ADJUSTMENT.
            MOVE 'N' TO WS-SOURCE-FOUND-FLAG.
            MOVE 'N' TO WS-TARGET-FOUND-FLAG.
            MOVE ADJ-SOURCE-EMP-ID TO EM-EMP-ID.
                NOT INVALID KEY
                    MOVE 'Y' TO WS-SOURCE-FOUND-FLAG
                    MOVE EM-SALARY TO WS-OLD-SOURCE-SALARY
                    MOVE EM-STATUS TO WS-SOURCE-EMP-STATUS
            END-READ.
            MOVE ADJ-TARGET-EMP-ID TO EM-EMP-ID.
            READ EMPLOYEE-MASTER RECORD KEY IS EM-EMP-ID
                NOT INVALID KEY
                    MOVE 'Y' TO WS-TARGET-FOUND-FLAG
                    MOVE EM-SALARY TO WS-OLD-TARGET-SALARY
                    MOVE EM-STATUS TO WS-TARGET-EMP-STATUS
            END-READ.

            IF WS-SOURCE-FOUND-FLAG = 'Y' AND WS-TARGET-FOUND-FLAG = 'Y'
                AND (WS-SOURCE-EMP-STATUS = 'I' OR WS-TARGET-EMP-STATUS = 'I')
                DISPLAY 'Adjustment transaction skipped, employee terminated: '
                    ADJ-SOURCE-EMP-ID ' -> ' ADJ-TARGET-EMP-ID
                EXIT PARAGRAPH
            END-IF.
            IF WS-SOURCE-FOUND-FLAG = 'N' OR WS-TARGET-FOUND-FLAG = 'N'
                DISPLAY 'Adjustment transaction skipped, employee not found: '
                    ADJ-SOURCE-EMP-ID ' -> ' ADJ-TARGET-EMP-ID
            MOVE ADJ-SOURCE-EMP-ID TO AUD-EMP-ID.
            MOVE WS-OLD-SOURCE-SALARY TO AUD-OLD-AMOUNT.
            MOVE WS-NEW-SOURCE-SALARY TO AUD-NEW-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE ADJ-ENTERED-BY TO AUD-ENTERED-BY.
            MOVE ADJ-APPROVED-BY TO AUD-APPROVED-BY.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE AUDIT-LOG-RECORD
            END-IF.
            MOVE ADJ-TARGET-EMP-ID TO AUD-EMP-ID.
            MOVE WS-OLD-TARGET-SALARY TO AUD-OLD-AMOUNT.
            MOVE WS-NEW-TARGET-SALARY TO AUD-NEW-AMOUNT.
            MOVE WS-RUN-DATE TO AUD-DATE.
            MOVE ADJ-ENTERED-BY TO AUD-ENTERED-BY.
            MOVE ADJ-APPROVED-BY TO AUD-APPROVED-BY.
            IF WS-RUN-MODE NOT = 'TRIAL'
                WRITE AUDIT-LOG-RECORD
            END-IF.

*> PRINT-PENDING-APPROVALS lists what dual control is holding, oldest
*> first in the order the items were held, with each item's age in
*> days since it was first held and a count by age band, so an item
*> nobody has looked at cannot quietly sit forever. After the
*> waiting list come the items this run released or dropped, and any
*> approval that matched nothing held (usually a mistyped hold id).
        PRINT-PENDING-APPROVALS.
            OPEN OUTPUT APPROVAL-REPORT.
            IF WS-APPROVAL-REPORT-STATUS NOT = '00'
                DISPLAY 'Unable to open APPROVAL-REPORT, status ' WS-APPROVAL-REPORT-STATUS
                STOP RUN
            END-IF.
            MOVE 0 TO WS-APR-PENDING-COUNT.
            MOVE 0 TO WS-APR-AGED-7-COUNT.
            MOVE 0 TO WS-APR-AGED-30-COUNT.
            MOVE 0 TO WS-APR-AGED-OVER-COUNT.
            MOVE WS-RUN-DATE TO WS-DAYNUM-DATE.
            PERFORM COMPUTE-DAY-NUMBER.
            MOVE WS-DAYNUM-RESULT TO WS-APR-RUN-DAY-NUMBER.

            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'PENDING APPROVAL REPORT  RUN DATE ' DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   '  PAY DATE ' DELIMITED BY SIZE
                   WS-PERIOD-PAY-DATE DELIMITED BY SIZE
                   '  MODE ' DELIMITED BY SIZE
                   WS-RUN-MODE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE APPROVAL-REPORT-RECORD FROM WS-PRINT-LINE.
            MOVE SPACES TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            MOVE 'AWAITING APPROVAL' TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            MOVE 'HOLD ID        S EMP   KEYED BY HELD ON    AGE ITEM'
                TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            PERFORM VARYING WS-AHT-INDEX FROM 1 BY 1 UNTIL WS-AHT-INDEX GREATER THAN WS-AHT-COUNT
                IF WS-AHT-DISPOSITION(WS-AHT-INDEX) = 'K'
                    PERFORM WRITE-PENDING-APPROVAL-LINE
                END-IF
            END-PERFORM.
            IF WS-APR-PENDING-COUNT = 0
                MOVE '  NOTHING IS WAITING FOR APPROVAL' TO APPROVAL-REPORT-RECORD
                WRITE APPROVAL-REPORT-RECORD
            END-IF.

            MOVE SPACES TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            MOVE 'RELEASED OR DROPPED THIS RUN' TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            PERFORM VARYING WS-AHT-INDEX FROM 1 BY 1 UNTIL WS-AHT-INDEX GREATER THAN WS-AHT-COUNT
                IF WS-AHT-DISPOSITION(WS-AHT-INDEX) NOT = 'K'
                    PERFORM WRITE-SETTLED-APPROVAL-LINE
                END-IF
            END-PERFORM.

            MOVE SPACES TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            MOVE 'APPROVALS MATCHING NOTHING HELD' TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            PERFORM VARYING WS-APR-INDEX FROM 1 BY 1 UNTIL WS-APR-INDEX GREATER THAN WS-APR-COUNT
                IF WS-APR-MATCHED(WS-APR-INDEX) = 'N'
                    MOVE SPACES TO WS-PRINT-LINE
                    STRING WS-APR-HOLD-ID(WS-APR-INDEX) DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           WS-APR-ACTION(WS-APR-INDEX) DELIMITED BY SIZE
                           ' BY ' DELIMITED BY SIZE
                           WS-APR-USER-ID(WS-APR-INDEX) DELIMITED BY SIZE
                           ' - NO SUCH HELD ITEM' DELIMITED BY SIZE
                           INTO WS-PRINT-LINE
                    END-STRING
                    WRITE APPROVAL-REPORT-RECORD FROM WS-PRINT-LINE
                END-IF
            END-PERFORM.

            MOVE SPACES TO APPROVAL-REPORT-RECORD.
            WRITE APPROVAL-REPORT-RECORD.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING 'WAITING ' DELIMITED BY SIZE
                   WS-APR-PENDING-COUNT DELIMITED BY SIZE
                   '  0-7 DAYS ' DELIMITED BY SIZE
                   WS-APR-AGED-7-COUNT DELIMITED BY SIZE
                   '  8-30 DAYS ' DELIMITED BY SIZE
                   WS-APR-AGED-30-COUNT DELIMITED BY SIZE
                   '  OVER 30 DAYS ' DELIMITED BY SIZE
                   WS-APR-AGED-OVER-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE APPROVAL-REPORT-RECORD FROM WS-PRINT-LINE.
            CLOSE APPROVAL-REPORT.
            DISPLAY 'Items awaiting approval: ' WS-APR-PENDING-COUNT
                ', over 30 days: ' WS-APR-AGED-OVER-COUNT.

        WRITE-PENDING-APPROVAL-LINE.
            MOVE WS-AHT-IMAGE(WS-AHT-INDEX) TO WS-APPROVAL-HOLD-ITEM.
            ADD 1 TO WS-APR-PENDING-COUNT.
            MOVE 0 TO WS-APR-AGE-DAYS.
            IF WS-APH-HELD-DATE IS NUMERIC AND WS-APH-HELD-DATE > 0
                AND WS-APH-HELD-DATE < WS-RUN-DATE
                MOVE WS-APH-HELD-DATE TO WS-DAYNUM-DATE
                PERFORM COMPUTE-DAY-NUMBER
                COMPUTE WS-APR-AGE-DAYS =
                    WS-APR-RUN-DAY-NUMBER - WS-DAYNUM-RESULT
            END-IF.
            EVALUATE TRUE
                WHEN WS-APR-AGE-DAYS <= 7
                    ADD 1 TO WS-APR-AGED-7-COUNT
                WHEN WS-APR-AGE-DAYS <= 30
                    ADD 1 TO WS-APR-AGED-30-COUNT
                WHEN OTHER
                    ADD 1 TO WS-APR-AGED-OVER-COUNT
            END-EVALUATE.
            MOVE WS-APR-AGE-DAYS TO WS-APR-AGE-DISPLAY.
            MOVE SPACES TO WS-PRINT-LINE.
            STRING WS-APH-HOLD-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-APH-ID-SOURCE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-APH-EMP-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-APH-ENTERED-BY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-APH-HELD-DATE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-APR-AGE-DISPLAY DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-APH-REASON DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
            END-STRING.
            WRITE APPROVAL-REPORT-RECORD FROM WS-PRINT-LINE.
            PERFORM FIND-APPROVAL-FOR-HOLD.
            IF WS-APR-VERDICT = 'S'
                PERFORM BUILD-SELF-APPROVAL-LINE
                WRITE APPROVAL-REPORT-RECORD FROM WS-PRINT-LINE
            END-IF.

        WRITE-SETTLED-APPROVAL-LINE.
            MOVE WS-AHT-IMAGE(WS-AHT-INDEX) TO WS-APPROVAL-HOLD-ITEM.
            MOVE SPACES TO WS-PRINT-LINE.
            IF WS-AHT-DISPOSITION(WS-AHT-INDEX) = 'D'
                STRING WS-APH-HOLD-ID DELIMITED BY SIZE
                       ' EMPLOYEE ' DELIMITED BY SIZE
                       WS-APH-EMP-ID DELIMITED BY SIZE
                       ' APPROVED BY ' DELIMITED BY SIZE
                       WS-AHT-APPROVER(WS-AHT-INDEX) DELIMITED BY SPACE
                       ', KEYED BY ' DELIMITED BY SIZE
                       WS-APH-ENTERED-BY DELIMITED BY SPACE
                       INTO WS-PRINT-LINE
                END-STRING
            ELSE
                STRING WS-APH-HOLD-ID DELIMITED BY SIZE
                       ' EMPLOYEE ' DELIMITED BY SIZE
                       WS-APH-EMP-ID DELIMITED BY SIZE
                       ' REJECTED - DROPPED UNAPPLIED' DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                END-STRING
            END-IF.
            WRITE APPROVAL-REPORT-RECORD FROM WS-PRINT-LINE.

*> Days since a fixed origin for the yyyymmdd date in WS-DAYNUM-DATE,
*> counting the year from March so the leap day falls at its end;
*> the difference of two such counts is the days between the dates.
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

*> BALANCE-RUN-TOTALS independently re-adds the run from the PAY-WORK
*> detail file and proves the three legs that must agree before the
*> ACH file is transmitted: the pay detail's own net total, what went
