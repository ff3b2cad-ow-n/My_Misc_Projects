        DATA DIVISION.
        FILE SECTION.
        FD  EMPLOYEE-SEQ.
        01 EMPLOYEE-SEQ-RECORD         PIC X(196).

        FD  EMPLOYEE-MASTER.
        01 EMPLOYEE-MASTER-RECORD.
