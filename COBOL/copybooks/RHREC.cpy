    *> period (or, for a supplemental run, its pay date standing in
    *> for a period), the pay date, how many employees the run paid
    *> and the net it disbursed, the balancing verdict ('B' in
    *> balance, 'O' out of balance, 'V' a LIVE run held by the
    *> variance review before posting or paying anyone), and the
    *> return code the job ended with. This file is the durable
    *> answer to "when did cycle B period 017 run LIVE and did it
    *> balance" - the question that used to be answered from
    *> console scrollback and whichever output files hadn't been
    *> overwritten yet. The RunHistoryReport utility prints it.
    05 RH-RUN-DATE            PIC 9(08).
    05 RH-RUN-MODE            PIC X(05).
    05 RH-RUN-TYPE            PIC X(01).
