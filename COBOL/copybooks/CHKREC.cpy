    *>   'V' void        - taken back by a payment reversal (or
    *>                     voided by hand); never money in flight,
    *>   'S' stale-dated - outstanding past the staleness horizon;
    *>                     still uncashed, flagged for follow-up,
    *>   'D' due diligence - a stale payroll check past the unclaimed
    *>                     property dormancy period, whose payee has
    *>                     been sent the escheatment letter; still
    *>                     payable if presented (the payee claimed it),
    *>   'E' escheated   - unclaimed after the letter's waiting period,
    *>                     voided on the register and remitted to the
    *>                     state; presented after that, it goes to the
    *>                     reconciliation exception report, not paid.
    *> Checks reach 'D' and 'E' only through CheckEscheatment.
    *> CK-STATUS-DATE is when the status last changed; CK-PAY-DATE
    *> is the pay date the check settled (what a reversal names),
    *> CK-ISSUE-DATE the run date it physically printed.
