    *> APRREC - approval transaction, read from APRTRANS. One line per
    *> decision on an item held for dual control (see APHREC), keyed
    *> by a user other than the one who entered it:
    *>   'A' approve - the held transaction is applied by the next
    *>       regular run, and its audit record names both users,
    *>   'R' reject - the held transaction is dropped unapplied.
    *> APR-HOLD-ID is the id the pending-approval report (APRRPT) and
    *> the exception report print for the held item. An approval keyed
    *> by the same user who entered the transaction is not accepted
    *> and the item stays held; a rejection by anyone - the keyer
    *> withdrawing their own entry included - drops it.
    05 APR-HOLD-ID            PIC X(14).
    05 APR-ACTION             PIC X(01).
    05 APR-USER-ID            PIC X(08).
