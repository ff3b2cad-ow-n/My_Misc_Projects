    *> required for 'S' and ignored for 'R'.
    05 RUN-RUN-TYPE           PIC X(01).
    05 RUN-SUPP-PAY-DATE      PIC 9(08).
    *> Variance review of a regular run against the cycle's last LIVE
    *> regular run (see the variance report, VARRPT). NET-PERCENT is
    *> how far an employee's (or a department's) net may move from
    *> last period before it is listed, HOURS-PERCENT the same for an
    *> hourly employee's hours; zero or blank means 10 and 25. A LIVE
    *> run with any listed variance whose net change exceeds
    *> HARD-LIMIT (a new payee and a dropped payee count at their
    *> whole net) stops before anything is posted or paid, unless
    *> ACK-PAY-DATE is set to this run's pay date - the operator's
    *> acknowledgement that the report was reviewed. A zero
    *> HARD-LIMIT lets nothing through unacknowledged. The
    *> acknowledgement names a pay date so a stale one can never
    *> wave through a later period.
    05 RUN-VAR-NET-PERCENT    PIC 9(03).
    05 RUN-VAR-HOURS-PERCENT  PIC 9(03).
    05 RUN-VAR-HARD-LIMIT     PIC 9(07)V99.
    05 RUN-VAR-ACK-PAY-DATE   PIC 9(08).
    *> Dual control: a salary CHANGE or REHIRE that moves an
    *> employee's annual salary by more than this amount (either way)
    *> is held for a second user's approval. Zero or blank holds
    *> every salary change.
    05 RUN-SAL-APPROVAL-LIMIT PIC 9(07)V99.
