    *> PHIREC - pay history inquiry control record, a single line in
    *> PHICTL naming the employee to report and the pay dates to list
    *> (inclusive). A zero from-date lists from the start of the
    *> history; a zero to-date lists through the end of it. The year
    *> reconciliation always covers every calendar year the listed
    *> entries fall in, whole, whatever the range.
    05 PHI-EMP-ID             PIC 9(05).
    05 PHI-FROM-DATE          PIC 9(08).
    05 PHI-TO-DATE            PIC 9(08).
