    *> PHREC - permanent employee pay history record (PAYHIST, indexed
    *> on PH-KEY). Every LIVE payroll run adds one entry per employee
    *> paid, and the run that backs a payment out adds an offsetting
    *> entry, so the file answers "what was this person paid, when,
    *> and how" for as far back as it goes - long after the run's
    *> PAY-WORK has been overwritten. Read by PayHistoryInquiry.
    *> PH-ENTRY-TYPE:
    *>   'P' a payment: the amounts as paid, all positive,
    *>   'R' a reversal of an earlier payment, backed out in the run
    *>       with this pay date: every amount negative, so the
    *>       entries for an employee simply add up to what they
    *>       actually received. PH-REVERSED-PAY-DATE names the
    *>       payment it offsets.
    *> PH-ENTRY-SEQ tells apart entries of one type on one pay date (a
    *> regular and a supplemental payment, two supplementals, or two
    *> reversals). Only the same run redone after a restart replaces
    *> its own entry - a payment by the same run type, run date and
    *> net, or a reversal of the same payment date and net; any other
    *> entry is added under the next sequence number.
    05 PH-KEY.
        10 PH-EMP-ID          PIC 9(05).
        10 PH-PAY-DATE        PIC 9(08).
        10 PH-ENTRY-TYPE      PIC X(01).
        10 PH-ENTRY-SEQ       PIC 9(02).
    05 PH-RUN-TYPE            PIC X(01).
    *> The pay cycle (RUN-PAY-FREQUENCY) of the run that made the entry.
    05 PH-PAY-FREQUENCY       PIC X(01).
    05 PH-RUN-DATE            PIC 9(08).
    05 PH-NAME                PIC X(36).
    05 PH-DEPT-CODE           PIC X(04).
    05 PH-PAY-TYPE            PIC X(01).
    05 PH-REG-HOURS           PIC S9(03)V99.
    05 PH-OT-HOURS            PIC S9(03)V99.
    05 PH-VAC-HOURS           PIC S9(03)V99.
    05 PH-SICK-HOURS          PIC S9(03)V99.
    05 PH-GROSS               PIC S9(07)V99.
    *> The part of PH-GROSS that was retroactive pay (already in it).
    05 PH-RETRO-PAY           PIC S9(07)V99.
    05 PH-FED-TAX             PIC S9(07)V99.
    05 PH-STATE-TAX           PIC S9(07)V99.
    05 PH-TOTAL-DEDUCT        PIC S9(07)V99.
    05 PH-DED-DETAIL OCCURS 10 TIMES.
        10 PH-DED-CODE        PIC X(04).
        10 PH-DED-AMOUNT      PIC S9(07)V99.
    05 PH-NET-PAY             PIC S9(07)V99.
    *> 'D' direct deposit (PH-TRACE-NUMBER is the ACH entry's trace
    *> number) or 'C' printed check (PH-CHECK-NUMBER). A reversal
    *> carries the method, trace or check of the payment it offsets.
    05 PH-PAY-METHOD          PIC X(01).
    05 PH-TRACE-NUMBER        PIC 9(15).
    05 PH-CHECK-NUMBER        PIC 9(06).
    05 PH-REVERSED-PAY-DATE   PIC 9(08).
    *> The supplemental reason on a payment, the REVTRANS reason on a
    *> reversal; spaces on a regular payment.
    05 PH-REASON              PIC X(30).
    *> Where the payment's cost was charged: the PW-LABOR-DETAIL
    *> slices as paid (department, project, share of the gross), so a
    *> later reversal can credit the expense back where it was
    *> debited. A reversal carries the slices of the payment it
    *> offsets, negated. Unused slots are spaces and zero.
    05 PH-LABOR-DETAIL OCCURS 10 TIMES.
        10 PH-LAB-DEPT-CODE   PIC X(04).
        10 PH-LAB-PROJECT-CODE PIC X(06).
        10 PH-LAB-GROSS       PIC S9(07)V99.
