           02 AUD-BEFORE-IMAGE    PIC X(80).
           02 FILLER              PIC X(1).
           02 AUD-AFTER-IMAGE     PIC X(80).
           02 FILLER              PIC X(1).
           02 AUD-OVERRIDE-CODE   PIC X(2).

       FD  RECOVERY-REPORT
           LABEL RECORDS ARE STANDARD
       77  WS-ALREADY-COUNT      PIC 9(5)   VALUE 0.
       77  WS-MISMATCH-COUNT     PIC 9(5)   VALUE 0.
       77  WS-DISPOSITION        PIC X(22)  VALUE SPACES.
       77  WS-SKIP-TEXT          PIC X(7)   JUSTIFIED RIGHT
                                            VALUE SPACES.
       77  WS-SKIP-POSITION      PIC 9(7)   VALUE 0.
       77  WS-AUDIT-POSITION     PIC 9(7)   VALUE 0.
       77  WS-SKIPPED-COUNT      PIC 9(5)   VALUE 0.

       77  WS-TRL-RECORD-COUNT   PIC 9(6)   VALUE 0.
       77  WS-TRL-GRADE-HASH     PIC 9(9)V99 VALUE 0.
       77  Y-SUB                 PIC 9      VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-SKIP-TEXT FROM ENVIRONMENT "STUDRCVR-SKIP".
           INSPECT WS-SKIP-TEXT REPLACING LEADING SPACES BY "0".
           IF WS-SKIP-TEXT NUMERIC
               MOVE WS-SKIP-TEXT TO WS-SKIP-POSITION
           END-IF
           IF WS-SKIP-POSITION > 0
               DISPLAY "REPLAY STARTS AFTER AUDIT RECORD "
                       WS-SKIP-POSITION
           END-IF
           OPEN I-O STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "RESTORED STUDENT MASTER COULD NOT BE "
               AT END SET WS-AUDIT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-AUDIT-EOF
               ADD 1 TO WS-AUDIT-POSITION
               IF WS-AUDIT-POSITION > WS-SKIP-POSITION
                   ADD 1 TO WS-READ-COUNT
                   PERFORM REPLAY-ONE-RECORD
                   PERFORM WRITE-RECOVERY-DETAIL
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
               READ AUDIT-FILE
                   AT END SET WS-AUDIT-EOF TO TRUE
               END-READ
       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO RECOVERY-PRINT-REC.
           WRITE RECOVERY-PRINT-REC AFTER 1 LINE.
           MOVE "SKIPPED - IN RESTORED COPY" TO RCVR-COUNT-TEXT
           MOVE WS-SKIPPED-COUNT         TO RCVR-COUNT-OUT
           WRITE RECOVERY-PRINT-REC FROM RCVR-COUNT-LINE
               AFTER 1 LINE.
           MOVE "AUDIT RECORDS READ"     TO RCVR-COUNT-TEXT
           MOVE WS-READ-COUNT            TO RCVR-COUNT-OUT
           WRITE RECOVERY-PRINT-REC FROM RCVR-COUNT-LINE
