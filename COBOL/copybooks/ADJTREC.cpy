    05 ADJ-TARGET-EMP-ID     PIC 9(05).
    05 ADJ-TRANSFER-ALL      PIC X(01).
    05 ADJ-AMOUNT            PIC 9(07)V99.
    *> Who keyed the transfer (required) and who approved it. Every
    *> adjustment is held on APRHOLD until an APRTRANS approval keyed
    *> by a different user releases it; the approver column is filled
    *> in by the program from the approval, never taken from ADJTRANS.
    05 ADJ-ENTERED-BY        PIC X(08).
    05 ADJ-APPROVED-BY       PIC X(08).
