                MOVE EM-DEPT-CODE TO WS-PRINT-LINE(62:4)
            END-IF.
            WRITE WAGE-STATEMENTS-RECORD FROM WS-PRINT-LINE.
            IF WS-EMP-FOUND-FLAG = 'Y' AND EM-STATUS = 'I'
                MOVE SPACES TO WS-PRINT-LINE
                MOVE 'SEPARATED:' TO WS-PRINT-LINE(1:10)
                MOVE EM-TERM-DATE TO WS-PRINT-LINE(12:8)
                WRITE WAGE-STATEMENTS-RECORD FROM WS-PRINT-LINE
            END-IF.

            MOVE 'GROSS WAGES' TO WS-STMT-LABEL.
            MOVE YT-YTD-GROSS TO WS-STMT-AMOUNT.
