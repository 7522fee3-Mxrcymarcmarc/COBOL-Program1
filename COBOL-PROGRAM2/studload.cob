                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT SECTION-ASSIGN-FILE ASSIGN TO "SECTASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-SEQ
           02 SQ-FINAL            PIC 999V99.
           02 FILLER              PIC X(1).
           02 SQ-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).
           02 SQ-SECTION-CODE     PIC X(6).
       01  STUDENT-SEQ-TRAILER-REC.
           02 SQT-TRAILER-ID      PIC X(9).
           02 FILLER              PIC X(1).
              88 SM-STATUS-INC               VALUE "INC".
              88 SM-STATUS-WDN               VALUE "W  ".
              88 SM-STATUS-DRP               VALUE "DRP".
           02 SM-SECTION-CODE     PIC X(6).
           02 FILLER              PIC X(5).
       01  STUDENT-TRAILER-REC.
           02 ST-TRAILER-ID       PIC X(9).
           02 ST-TRAILER-SUBJ     PIC X(6).
           02 ST-YEAR-COUNT OCCURS 4 PIC 9(4).
           02 FILLER              PIC X(26).

       FD  SECTION-ASSIGN-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECTION-ASSIGN-REC.
       01  SECTION-ASSIGN-REC.
           02 SA-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 SA-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 SA-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 SA-SECTION-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 SA-ASSIGN-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       77  WS-STUDENT-SEQ-STATUS    PIC X(2) VALUE "00".
       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-SECTION-ASSIGN-STATUS PIC X(2) VALUE "00".

       77  WS-SEQ-EOF-SWITCH     PIC X      VALUE "N".
           88 WS-SEQ-EOF                    VALUE "Y".
       77  WS-TRAILER-BAL-SWITCH PIC X      VALUE "Y".
           88 WS-TRAILER-OK                 VALUE "Y".
           88 WS-TRAILER-MISMATCH           VALUE "N".
       77  WS-ASSIGN-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-ASSIGN-EOF                 VALUE "Y".
       77  WS-ASSIGN-FULL-SWITCH PIC X      VALUE "N".
           88 WS-ASSIGN-FULL                VALUE "Y".

       77  WS-READ-COUNT         PIC 9(5)   VALUE 0.
       77  WS-LOADED-COUNT       PIC 9(5)   VALUE 0.
       77  WS-REJECTED-COUNT     PIC 9(5)   VALUE 0.
       77  WS-HASH-TOTAL         PIC 9(9)V99 VALUE 0.
       77  WS-SECTIONED-COUNT    PIC 9(5)   VALUE 0.
       01  PROGRAM-CODE-VALUES.
           02 FILLER              PIC X(4)   VALUE "BSIT".
           02 FILLER              PIC X(4)   VALUE "BSCS".
           02 WS-YEAR-LOAD OCCURS 4 PIC 9(4) VALUE 0.
       77  Y-SUB                 PIC 9      VALUE 1.

       01  WS-SECTION-ASSIGN-TABLE.
           02 WS-SA-COUNT         PIC 9(4)   VALUE 0.
           02 WS-SA-ENTRY OCCURS 2000.
              03 WS-SA-KEY        PIC X(21).
              03 WS-SA-SECTION    PIC X(6).
       01  WS-SA-KEY-IN.
           02 WA-STUDENT-ID       PIC X(9).
           02 WA-SUBJECT-CODE     PIC X(6).
           02 WA-TERM-TAG         PIC X(6).
       77  SA-SUB                PIC 9(4)   VALUE 1.

       PROCEDURE DIVISION.
           PERFORM LOAD-SECTION-ASSIGNMENTS.
           OPEN INPUT STUDENT-SEQ.
           IF WS-STUDENT-SEQ-STATUS NOT = "00"
               DISPLAY "STUDENT LOAD FILE COULD NOT BE OPENED - "
           DISPLAY "RECORDS READ     " WS-READ-COUNT.
           DISPLAY "RECORDS LOADED   " WS-LOADED-COUNT.
           DISPLAY "RECORDS REJECTED " WS-REJECTED-COUNT.
           DISPLAY "SECTIONS APPLIED " WS-SECTIONED-COUNT.
           IF NOT WS-TRAILER-SEEN
               DISPLAY "NO TRAILER RECORD ON STUDSEQ.DAT - "
                       "TRANSFER NOT VERIFIED"
           END-IF
           IF WS-REJECTED-COUNT > 0 OR WS-TRAILER-MISMATCH
               OR WS-ASSIGN-FULL
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       LOAD-SECTION-ASSIGNMENTS.
           OPEN INPUT SECTION-ASSIGN-FILE
           IF WS-SECTION-ASSIGN-STATUS = "00"
               READ SECTION-ASSIGN-FILE
                   AT END SET WS-ASSIGN-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ASSIGN-EOF
                   IF SA-SECTION-CODE NOT = SPACES
                       IF WS-SA-COUNT < 2000
                           ADD 1 TO WS-SA-COUNT
                           MOVE SA-STUDENT-ID   TO WA-STUDENT-ID
                           MOVE SA-SUBJECT-CODE TO WA-SUBJECT-CODE
                           MOVE SA-TERM-TAG     TO WA-TERM-TAG
                           MOVE WS-SA-KEY-IN
                               TO WS-SA-KEY(WS-SA-COUNT)
                           MOVE SA-SECTION-CODE
                               TO WS-SA-SECTION(WS-SA-COUNT)
                       ELSE
                           IF NOT WS-ASSIGN-FULL
                               DISPLAY "SECTION ASSIGNMENT TABLE FULL "
                                       "- LATER ASSIGNMENTS NOT APPLIED"
                           END-IF
                           SET WS-ASSIGN-FULL TO TRUE
                       END-IF
                   END-IF
                   READ SECTION-ASSIGN-FILE
                       AT END SET WS-ASSIGN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-ASSIGN-FILE
           ELSE
               DISPLAY "SECTION ASSIGNMENT FILE COULD NOT BE OPENED - "
                       "STATUS " WS-SECTION-ASSIGN-STATUS
               DISPLAY "SECTIONS TAKEN FROM STUDSEQ.DAT ONLY"
           END-IF.

       READ-SEQ-RECORD.
           READ STUDENT-SEQ
               AT END SET WS-SEQ-EOF TO TRUE
           MOVE SQ-PRELIM       TO SM-PRELIM
           MOVE SQ-MIDTERM      TO SM-MIDTERM
           MOVE SQ-FINAL        TO SM-FINAL
           MOVE SQ-SECTION-CODE TO SM-SECTION-CODE
           IF SM-SECTION-CODE = SPACES
               PERFORM APPLY-ASSIGNED-SECTION
           END-IF
           WRITE STUDENT-MASTER-REC
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                           SQ-STUDENT-ID " " SQ-SUBJECT-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   IF SQ-SECTION-CODE = SPACES
                       AND SM-SECTION-CODE NOT = SPACES
                       ADD 1 TO WS-SECTIONED-COUNT
                   END-IF
                   ADD SQ-PRELIM  TO WS-HASH-TOTAL
                   ADD SQ-MIDTERM TO WS-HASH-TOTAL
                   ADD SQ-FINAL   TO WS-HASH-TOTAL
                   END-IF
           END-WRITE.

       APPLY-ASSIGNED-SECTION.
           PERFORM VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > WS-SA-COUNT
               IF WS-SA-KEY(SA-SUB) = SM-REC-KEY
                   MOVE WS-SA-SECTION(SA-SUB) TO SM-SECTION-CODE
               END-IF
           END-PERFORM.

       WRITE-MASTER-TRAILER.
           MOVE SPACES TO STUDENT-TRAILER-REC
           MOVE "999999999"      TO ST-TRAILER-ID
