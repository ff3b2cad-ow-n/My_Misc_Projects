    *> APHREC - transaction held for dual-control approval, one line
    *> per item on APRHOLD. Bank account adds and changes, salary
    *> changes over the run-control limit, and every salary adjustment
    *> are held here instead of applied, until an APRTRANS approval by
    *> a second user releases them (or a rejection drops them). The
    *> hold id is built from the source file, the pay cycle, the pay
    *> date of the run that held the item and the transaction's record
    *> number in its file, so a TRIAL run shows the same ids the LIVE
    *> run will assign:
    *>   source 'M' MNTTRANS, 'B' BNKTRANS, 'A' ADJTRANS.
    *> APH-IMAGE is the raw transaction record, replayed through the
    *> normal apply path once approved. Written back by every LIVE
    *> regular run; a missing file just means nothing is held.
    05 APH-HOLD-ID.
        10 APH-ID-SOURCE      PIC X(01).
        10 APH-ID-FREQUENCY   PIC X(01).
        10 APH-ID-PAY-DATE    PIC 9(08).
        10 APH-ID-SEQUENCE    PIC 9(04).
    05 APH-EMP-ID             PIC 9(05).
    05 APH-ENTERED-BY         PIC X(08).
    05 APH-HELD-DATE          PIC 9(08).
    05 APH-REASON             PIC X(30).
    05 APH-IMAGE              PIC X(204).
