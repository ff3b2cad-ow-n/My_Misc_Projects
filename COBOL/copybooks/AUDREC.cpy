    05 AUD-OLD-AMOUNT         PIC S9(07)V99.
    05 AUD-NEW-AMOUNT         PIC S9(07)V99.
    05 AUD-REASON             PIC X(30).
    *> The run date the change was applied, who keyed the transaction
    *> and who approved it. Approver is spaces for a change that did
    *> not need a second look; both users are spaces for the changes
    *> no transaction file keys (W-4 elections, payment reversals).
    05 AUD-DATE               PIC 9(08).
    05 AUD-ENTERED-BY         PIC X(08).
    05 AUD-APPROVED-BY        PIC X(08).
