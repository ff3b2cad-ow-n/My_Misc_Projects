    05 REV-EMP-ID             PIC 9(05).
    05 REV-PAY-DATE           PIC 9(08).
    05 REV-REASON             PIC X(30).
    *> The net of the payment being reversed. Optional: left blank,
    *> the pay date must carry only one payment for the employee; a
    *> date with several (a regular and a supplemental, say) needs the
    *> net to say which one, and is rejected without it.
    05 REV-NET-PAY            PIC 9(07)V99.
