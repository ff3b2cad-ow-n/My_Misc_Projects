    *> GLREC - general ledger journal-entry line, written to
    *> GL-POSTING at end of run for import into the GL system. One
    *> debit line per cost center and project's salary expense, one
    *> credit line per withholding/deduction liability, and one cash
    *> credit for the net pay disbursed. The writer proves total
    *> debits equal total credits before the file is opened - an
    *> out-of-balance file is never written. GL-PROJECT-CODE carries
    *> the project or grant the labor distribution charged an expense
    *> line to; it is spaces on every other line.
    05 GL-ACCOUNT             PIC X(08).
    05 GL-DEPT-CODE           PIC X(04).
    05 GL-DEBIT-AMOUNT        PIC 9(09)V99.
    05 GL-CREDIT-AMOUNT       PIC 9(09)V99.
    05 GL-DESCRIPTION         PIC X(24).
    05 GL-PROJECT-CODE        PIC X(06).
