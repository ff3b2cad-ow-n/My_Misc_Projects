    05 RVW-ACCOUNT-TYPE       PIC X(01).
    05 RVW-REASON             PIC X(30).
    05 RVW-PAY-DATE           PIC 9(08).
    *> The reversed payment's labor distribution slices (department,
    *> project, share of the gross), for the GL expense credit.
    05 RVW-LABOR-DETAIL OCCURS 10 TIMES.
        10 RVW-LAB-DEPT-CODE  PIC X(04).
        10 RVW-LAB-PROJECT-CODE PIC X(06).
        10 RVW-LAB-GROSS      PIC S9(07)V99.
