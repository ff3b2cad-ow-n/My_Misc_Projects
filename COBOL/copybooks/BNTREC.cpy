    05 BNK-CHECK-DIGIT        PIC X(01).
    05 BNK-ACCOUNT-NUM        PIC X(17).
    05 BNK-ACCOUNT-TYPE       PIC X(01).
    *> Who keyed the transaction (required) and who approved it. Adds
    *> and changes redirect where an employee's pay goes, so they are
    *> held on APRHOLD until an APRTRANS approval keyed by a different
    *> user releases them; deletes apply directly (the employee is
    *> paid by check). The approver column is filled in by the
    *> program from the approval, never taken from BNKTRANS.
    05 BNK-ENTERED-BY         PIC X(08).
    05 BNK-APPROVED-BY        PIC X(08).
