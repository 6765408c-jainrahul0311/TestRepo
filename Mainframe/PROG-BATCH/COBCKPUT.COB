       2220-PRINT-RECORD.
                MOVE CKPT-PROGRAM-ID TO WS-DET-PROGRAM.
                MOVE CKPT-LAST-KEY   TO WS-DET-KEY.
                EVALUATE TRUE
                    WHEN CKPT-KEY-IS-EMP
                         MOVE 'EMPNO (AUDIT ONLY)' TO WS-DET-KEY-MEANING
                    WHEN CKPT-KEY-IS-RECNO
                         MOVE 'RECORD NO RESTART'  TO WS-DET-KEY-MEANING
                    WHEN OTHER
                         MOVE 'DEPT RESTART KEY'   TO WS-DET-KEY-MEANING
                END-EVALUATE.
                MOVE CKPT-RUN-DATE   TO WS-DET-DATE.
                MOVE CKPT-RUN-TIME   TO WS-DET-TIME.
                IF CKPT-COMPLETE
