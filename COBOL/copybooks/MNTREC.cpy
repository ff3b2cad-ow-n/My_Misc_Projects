    *>       the hold column to 'N' to restore direct deposit once an
    *>       employee's banking details are fixed, or 'Y' to force
    *>       check payment),
    *>   'T' terminate (mark the employee inactive, dated
    *>       MNT-EFFECTIVE-DATE - zero or blank means the run date -
    *>       with MNT-TERM-REASON; the record stays on the master and
    *>       a separation notice goes to SEPRPT),
    *>   'R' rehire a terminated employee under the same id (dated
    *>       MNT-HIRE-DATE, zero or blank meaning the run date; any
    *>       other non-blank column replaces the master's value as on
    *>       a CHANGE).
    *> Distinct from ADJTREC, which only moves salary between two
    *> employees that already exist; this file is how employees come
    *> to exist, change, and leave, so nobody hand-edits EMPMAST in
    *> effective date up to (not including) the current period's,
    *> added to the employee's current check as retro pay, withheld
    *> at the flat supplemental rates, and audited with the
    *> effective date that drove it. ADD, TERMINATE and REHIRE are
    *> never held - they take effect when applied; on a TERMINATE
    *> this field is the termination date (the last day worked).
    05 MNT-EFFECTIVE-DATE     PIC 9(08).
    *> Hire date on an ADD; zero or blank defaults to the run date.
    *> On a CHANGE a non-zero date corrects the master's hire date
    *> (and with it the employee's leave accrual rate). On a REHIRE
    *> it is the rehire date.
    05 MNT-HIRE-DATE          PIC 9(08).
    *> Why the employee left, on a TERMINATE (RESIGNED, RETIRED,
    *> DISCHARGED, ...); carried to EM-TERM-REASON and the separation
    *> notice.
    05 MNT-TERM-REASON        PIC X(20).
    *> Who keyed the transaction (required - a transaction without a
    *> keyer is rejected) and who approved it. A CHANGE or REHIRE
    *> that moves the salary by more than the run-control approval
    *> limit is held on APRHOLD until an APRTRANS approval keyed by a
    *> different user releases it; the approver column is filled in
    *> by the program from that approval, never taken from MNTTRANS.
    05 MNT-ENTERED-BY         PIC X(08).
    05 MNT-APPROVED-BY        PIC X(08).
    *> Mailing address. On an ADD it is copied as keyed (blank is
    *> allowed - no address on file); on a CHANGE or REHIRE a
    *> non-blank first line replaces the master's whole address, so a
    *> move that drops the second line clears it.
    05 MNT-ADDRESS-LINE-1     PIC X(30).
    05 MNT-ADDRESS-LINE-2     PIC X(30).
    05 MNT-CITY               PIC X(20).
    05 MNT-STATE              PIC X(02).
    05 MNT-ZIP-CODE           PIC X(10).
