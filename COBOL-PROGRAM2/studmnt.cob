                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT TRANS-FILE ASSIGN TO "MTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-FILE-STATUS.

           SELECT TERM-STATUS-FILE ASSIGN TO "TERMSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-STATUS.

           SELECT OVERRIDE-AUTH-FILE ASSIGN TO "OVRAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-AUTH-STATUS.

           SELECT LATE-REPORT ASSIGN TO "GLATE-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-REPORT-STATUS.

           SELECT SECTION-ASSIGN-FILE ASSIGN TO "SECTASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-ASSIGN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
              88 SM-STATUS-INC               VALUE "INC".
              88 SM-STATUS-WDN               VALUE "W  ".
              88 SM-STATUS-DRP               VALUE "DRP".
           02 SM-SECTION-CODE     PIC X(6).
           02 FILLER              PIC X(5).
       01  STUDENT-TRAILER-REC.
           02 ST-TRAILER-ID       PIC X(9).
           02 ST-TRAILER-SUBJ     PIC X(6).
           02 FILLER              PIC X(1).
           02 TR-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).
           02 TR-OVERRIDE-CODE    PIC X(2).
           02 FILLER              PIC X(1).
           02 TR-TRANS-POS        PIC 9(6).
           02 FILLER              PIC X(1).
           02 TR-MERGE-FLAG       PIC X(1).
              88 TR-FIRST-MERGE              VALUE "N".

       FD  MAINT-REPORT
           LABEL RECORDS ARE STANDARD
           02 AUD-BEFORE-IMAGE    PIC X(80).
           02 FILLER              PIC X(1).
           02 AUD-AFTER-IMAGE     PIC X(80).
           02 FILLER              PIC X(1).
           02 AUD-OVERRIDE-CODE   PIC X(2).

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD
           02 SUBJ-UNITS-IN       PIC 9(2).
           02 FILLER              PIC X(5).

       FD  TERM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-STATUS-REC.
       01  TERM-STATUS-REC.
           02 TS-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 TS-STATUS           PIC X(8).
           02 FILLER              PIC X(1).
           02 TS-CHANGE-DATE      PIC 9(8).
           02 FILLER              PIC X(1).
           02 TS-USER-ID          PIC X(8).
           02 FILLER              PIC X(1).
           02 TS-TRANS-CUTOFF     PIC 9(6).

       FD  OVERRIDE-AUTH-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS OVERRIDE-AUTH-REC.
       01  OVERRIDE-AUTH-REC.
           02 OV-REC-TYPE         PIC X(1).
              88 OV-AUTH-USER                VALUE "U".
              88 OV-REASON-CODE              VALUE "R".
           02 FILLER              PIC X(1).
           02 OV-CODE             PIC X(8).
           02 FILLER              PIC X(1).
           02 OV-DESCRIPTION      PIC X(30).
           02 FILLER              PIC X(9).

       FD  LATE-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LATE-PRINT-REC.
       01  LATE-PRINT-REC         PIC X(150).

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
       01  HEADER1.
           02 FILLER PIC X(50) VALUE SPACES.
           02 MAINT-COUNT-TEXT   PIC X(25).
           02 MAINT-COUNT-OUT    PIC ZZZZ9.

       01  HEADER3-LATE.
           02 FILLER PIC X(54) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "LATE CHANGES TO CLOSED TERMS".

       01  LATE-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "STUDENT".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "ACTION".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "USER".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(24) VALUE "OVERRIDE REASON".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(24) VALUE
              "BEFORE PRE/MID/FIN STAT".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(24) VALUE
              "AFTER PRE/MID/FIN STAT".

       01  LATE-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LATE-ID-OUT        PIC X(9).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-SUBJ-OUT      PIC X(6).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-TERM-OUT      PIC X(6).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-ACTION-OUT    PIC X(7).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-USER-OUT      PIC X(8).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-CODE-OUT      PIC X(2).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 LATE-REASON-OUT    PIC X(21).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-BEFORE-OUT.
              03 LATE-OLD-PRELIM-OUT  PIC ZZ9.99.
              03 FILLER               PIC X(1).
              03 LATE-OLD-MIDTERM-OUT PIC ZZ9.99.
              03 FILLER               PIC X(1).
              03 LATE-OLD-FINAL-OUT   PIC ZZ9.99.
              03 FILLER               PIC X(1).
              03 LATE-OLD-STATUS-OUT  PIC X(3).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 LATE-AFTER-OUT.
              03 LATE-NEW-PRELIM-OUT  PIC ZZ9.99.
              03 FILLER               PIC X(1).
              03 LATE-NEW-MIDTERM-OUT PIC ZZ9.99.
              03 FILLER               PIC X(1).
              03 LATE-NEW-FINAL-OUT   PIC ZZ9.99.
              03 FILLER               PIC X(1).
              03 LATE-NEW-STATUS-OUT  PIC X(3).

       01  WS-LATE-BEFORE         PIC X(80).
       01  WS-LATE-AFTER          PIC X(80).
       01  WS-LATE-IMAGE.
           02 WL-REC-KEY          PIC X(21).
           02 WL-STUDENT-NAME     PIC X(25).
           02 WL-YEAR-LEVEL       PIC 9(1).
           02 WL-PROG-CODE        PIC X(4).
           02 WL-PRELIM           PIC 999V99.
           02 WL-MIDTERM          PIC 999V99.
           02 WL-FINAL            PIC 999V99.
           02 WL-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(11).

       77  WS-TERM-STATUS-STATUS    PIC X(2) VALUE "00".
       77  WS-OVERRIDE-AUTH-STATUS  PIC X(2) VALUE "00".
       77  WS-LATE-REPORT-STATUS    PIC X(2) VALUE "00".
       77  WS-TERM-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-TERM-EOF                   VALUE "Y".
       77  WS-TERM-FULL-SWITCH   PIC X      VALUE "N".
           88 WS-TERM-TABLE-FULL            VALUE "Y".
       77  WS-AUTH-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-AUTH-EOF                   VALUE "Y".
       77  WS-USER-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-USER-FOUND                 VALUE "Y".
       77  WS-OVERRIDE-SWITCH    PIC X      VALUE "N".
           88 WS-OVERRIDE-ACCEPTED          VALUE "Y".
       77  WS-TERM-STATUS        PIC X(8)   VALUE SPACES.
           88 WS-TERM-OPEN                  VALUE "OPEN".
           88 WS-TERM-ARCHIVED              VALUE "ARCHIVED".
       77  WS-OVERRIDE-DESC      PIC X(30)  VALUE SPACES.
       77  WS-TERM-CUTOFF        PIC 9(6)   VALUE 0.
       77  WS-LATE-COUNT         PIC 9(5)   VALUE 0.
       77  WS-LOCK-REJECT-COUNT  PIC 9(5)   VALUE 0.
       77  TS-SUB                PIC 9(3)   VALUE 1.
       77  AU-SUB                PIC 9(2)   VALUE 1.
       77  OR-SUB                PIC 9(2)   VALUE 1.
       01  WS-TERM-STATUS-TABLE.
           02 WS-TERM-STAT-COUNT  PIC 9(3)   VALUE 0.
           02 WS-TERM-STAT-ENTRY OCCURS 100.
              03 WS-TS-TERM-TAG   PIC X(6).
              03 WS-TS-STATUS     PIC X(8).
              03 WS-TS-CUTOFF     PIC 9(6).
       01  WS-AUTH-USER-TABLE.
           02 WS-AUTH-USER-COUNT  PIC 9(2)   VALUE 0.
           02 WS-AUTH-USER OCCURS 50 PIC X(8).
       01  WS-OVERRIDE-REASON-TABLE.
           02 WS-OVR-REASON-COUNT PIC 9(2)   VALUE 0.
           02 WS-OVR-REASON-ENTRY OCCURS 50.
              03 WS-OVR-CODE      PIC X(2).
              03 WS-OVR-DESC      PIC X(30).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-TRANS-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-MAINT-REPORT-STATUS   PIC X(2) VALUE "00".
           02 WE-SUBJECT-CODE     PIC X(6).
           02 WE-TERM-TAG         PIC X(6).

       77  WS-SECTION-ASSIGN-STATUS PIC X(2) VALUE "00".
       77  WS-ASSIGN-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-ASSIGN-EOF                 VALUE "Y".
       77  SA-SUB                PIC 9(4)   VALUE 1.
       01  WS-SECTION-ASSIGN-TABLE.
           02 WS-SA-COUNT         PIC 9(4)   VALUE 0.
           02 WS-SA-ENTRY OCCURS 2000.
              03 WS-SA-KEY        PIC X(21).
              03 WS-SA-SECTION    PIC X(6).
       01  WS-SA-KEY-IN.
           02 WA-STUDENT-ID       PIC X(9).
           02 WA-SUBJECT-CODE     PIC X(6).
           02 WA-TERM-TAG         PIC X(6).

       01  MAINT-MODE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(45) VALUE
       77  WS-OLD-PRELIM         PIC 999V99 VALUE 0.
       77  WS-OLD-MIDTERM        PIC 999V99 VALUE 0.
       77  WS-OLD-FINAL          PIC 999V99 VALUE 0.
       77  WS-OLD-SECTION-CODE   PIC X(6)   VALUE SPACES.
       77  Y-SUB                 PIC 9      VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-EDIT-ONLY-SWITCH
               FROM ENVIRONMENT "STUDMNT-EDIT-ONLY".
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-TERM-STATUS.
           IF WS-TERM-TABLE-FULL
               DISPLAY "TERM STATUS FILE HAS MORE THAN 100 TERMS"
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-OVERRIDE-AUTH.
           PERFORM LOAD-SECTION-ASSIGNMENTS.
           IF WS-EDIT-ONLY
               OPEN INPUT STUDENT-MASTER
           ELSE
           OPEN OUTPUT MAINT-REPORT.
           IF NOT WS-EDIT-ONLY
               PERFORM OPEN-AUDIT-FILE
               OPEN OUTPUT LATE-REPORT
               PERFORM WRITE-LATE-HEADERS
           END-IF
           PERFORM WRITE-MAINT-HEADERS.
           PERFORM READ-TRANS.
           CLOSE MAINT-REPORT.
           IF NOT WS-EDIT-ONLY
               CLOSE AUDIT-FILE
               PERFORM WRITE-LATE-TOTALS
               CLOSE LATE-REPORT
           END-IF
           IF WS-EDIT-ONLY AND WS-REJECTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
               DISPLAY "SUBJECT CODE VALIDATION DISABLED"
           END-IF.

       LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE
           IF WS-TERM-STATUS-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END SET WS-TERM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-TERM-EOF
                   IF WS-TERM-STAT-COUNT < 100
                       ADD 1 TO WS-TERM-STAT-COUNT
                       MOVE TS-TERM-TAG
                           TO WS-TS-TERM-TAG(WS-TERM-STAT-COUNT)
                       MOVE TS-STATUS
                           TO WS-TS-STATUS(WS-TERM-STAT-COUNT)
                       IF TS-TRANS-CUTOFF NUMERIC
                           MOVE TS-TRANS-CUTOFF
                               TO WS-TS-CUTOFF(WS-TERM-STAT-COUNT)
                       ELSE
                           MOVE 0 TO WS-TS-CUTOFF(WS-TERM-STAT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "TERM STATUS RECORD DROPPED - "
                               "TABLE FULL: " TS-TERM-TAG
                       SET WS-TERM-TABLE-FULL TO TRUE
                   END-IF
                   READ TERM-STATUS-FILE
                       AT END SET WS-TERM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TERM-STATUS-FILE
           ELSE
               DISPLAY "TERM STATUS FILE COULD NOT BE OPENED - "
                       "STATUS " WS-TERM-STATUS-STATUS
               DISPLAY "ALL TERMS TREATED AS OPEN"
           END-IF.

       LOAD-OVERRIDE-AUTH.
           OPEN INPUT OVERRIDE-AUTH-FILE
           IF WS-OVERRIDE-AUTH-STATUS = "00"
               READ OVERRIDE-AUTH-FILE
                   AT END SET WS-AUTH-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUTH-EOF
                   IF OV-AUTH-USER AND WS-AUTH-USER-COUNT < 50
                       ADD 1 TO WS-AUTH-USER-COUNT
                       MOVE OV-CODE TO WS-AUTH-USER(WS-AUTH-USER-COUNT)
                   END-IF
                   IF OV-REASON-CODE AND OV-CODE(3:6) NOT = SPACES
                       DISPLAY "OVERRIDE REASON CODE LONGER THAN 2 "
                               "CHARACTERS IGNORED: " OV-CODE
                   END-IF
                   IF OV-REASON-CODE AND WS-OVR-REASON-COUNT < 50
                       AND OV-DESCRIPTION NOT = SPACES
                       AND OV-CODE(3:6) = SPACES
                       ADD 1 TO WS-OVR-REASON-COUNT
                       MOVE OV-CODE
                           TO WS-OVR-CODE(WS-OVR-REASON-COUNT)
                       MOVE OV-DESCRIPTION
                           TO WS-OVR-DESC(WS-OVR-REASON-COUNT)
                   END-IF
                   READ OVERRIDE-AUTH-FILE
                       AT END SET WS-AUTH-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-AUTH-FILE
           ELSE
               DISPLAY "OVERRIDE AUTHORIZATION FILE COULD NOT BE "
                       "OPENED - STATUS " WS-OVERRIDE-AUTH-STATUS
               DISPLAY "NO OVERRIDES ACCEPTED FOR CLOSED TERMS"
           END-IF.

       LOAD-SECTION-ASSIGNMENTS.
           OPEN INPUT SECTION-ASSIGN-FILE
           IF WS-SECTION-ASSIGN-STATUS = "00"
               READ SECTION-ASSIGN-FILE
                   AT END SET WS-ASSIGN-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ASSIGN-EOF
                   IF SA-SECTION-CODE NOT = SPACES
                       AND WS-SA-COUNT < 2000
                       ADD 1 TO WS-SA-COUNT
                       MOVE SA-STUDENT-ID   TO WA-STUDENT-ID
                       MOVE SA-SUBJECT-CODE TO WA-SUBJECT-CODE
                       MOVE SA-TERM-TAG     TO WA-TERM-TAG
                       MOVE WS-SA-KEY-IN TO WS-SA-KEY(WS-SA-COUNT)
                       MOVE SA-SECTION-CODE
                           TO WS-SA-SECTION(WS-SA-COUNT)
                   END-IF
                   READ SECTION-ASSIGN-FILE
                       AT END SET WS-ASSIGN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-ASSIGN-FILE
           ELSE
               DISPLAY "SECTION ASSIGNMENT FILE COULD NOT BE OPENED - "
                       "STATUS " WS-SECTION-ASSIGN-STATUS
               DISPLAY "ADDED ROWS LOADED WITHOUT A SECTION"
           END-IF.

       LOOKUP-SUBJECT-CODE.
           MOVE "N" TO WS-SUBJECT-FOUND-SWITCH
           IF WS-SUBJECT-COUNT = 0

       APPLY-TRANSACTION.
           SET WS-TRANS-VALID TO TRUE
           MOVE "N" TO WS-OVERRIDE-SWITCH
           IF TR-STUDENT-ID = "999999999"
               SET WS-TRANS-INVALID TO TRUE
               MOVE "RESERVED STUDENT ID" TO WS-REJECT-REASON
               PERFORM WRITE-REJECTED-LINE
               PERFORM READ-TRANS
           ELSE
               IF TR-CHANGE OR TR-DELETE OR TR-SET-STATUS
                   PERFORM CHECK-TERM-LOCK
               END-IF
               IF WS-TRANS-INVALID
                   ADD 1 TO WS-LOCK-REJECT-COUNT
                   PERFORM WRITE-REJECTED-LINE
                   PERFORM READ-TRANS
               ELSE
                   PERFORM APPLY-ONE-TRANSACTION
               END-IF
           END-IF.

       CHECK-TERM-LOCK.
           MOVE "OPEN" TO WS-TERM-STATUS
           MOVE 0 TO WS-TERM-CUTOFF
           PERFORM VARYING TS-SUB FROM 1 BY 1
               UNTIL TS-SUB > WS-TERM-STAT-COUNT
               IF WS-TS-TERM-TAG(TS-SUB) = TR-TERM-TAG
                   MOVE WS-TS-STATUS(TS-SUB) TO WS-TERM-STATUS
                   MOVE WS-TS-CUTOFF(TS-SUB) TO WS-TERM-CUTOFF
               END-IF
           END-PERFORM
           IF NOT WS-TERM-OPEN AND TR-TRANS-POS NUMERIC
               IF TR-TRANS-POS > 0
                   AND TR-TRANS-POS NOT > WS-TERM-CUTOFF
                   MOVE "OPEN" TO WS-TERM-STATUS
               END-IF
           END-IF
           IF NOT WS-TERM-OPEN
               IF TR-OVERRIDE-CODE = SPACES
                   SET WS-TRANS-INVALID TO TRUE
                   IF WS-TERM-ARCHIVED
                       MOVE "TERM ARCHIVED" TO WS-REJECT-REASON
                   ELSE
                       MOVE "TERM CLOSED" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE "N" TO WS-USER-FOUND-SWITCH
                   PERFORM VARYING AU-SUB FROM 1 BY 1
                       UNTIL AU-SUB > WS-AUTH-USER-COUNT
                       IF WS-AUTH-USER(AU-SUB) = TR-USER-ID
                           SET WS-USER-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO WS-OVERRIDE-DESC
                   PERFORM VARYING OR-SUB FROM 1 BY 1
                       UNTIL OR-SUB > WS-OVR-REASON-COUNT
                       IF WS-OVR-CODE(OR-SUB) = TR-OVERRIDE-CODE
                           MOVE WS-OVR-DESC(OR-SUB)
                               TO WS-OVERRIDE-DESC
                       END-IF
                   END-PERFORM
                   IF NOT WS-USER-FOUND
                       SET WS-TRANS-INVALID TO TRUE
                       MOVE "USER NOT AUTHORIZED" TO WS-REJECT-REASON
                   ELSE
                       IF WS-OVERRIDE-DESC = SPACES
                           SET WS-TRANS-INVALID TO TRUE
                           MOVE "INVALID OVERRIDE" TO WS-REJECT-REASON
                       ELSE
                           IF TR-FIRST-MERGE
                               SET WS-OVERRIDE-ACCEPTED TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO AUDIT-REC
           MOVE SPACES TO AUD-BEFORE-IMAGE
           PERFORM BUILD-MASTER-FROM-TRANS
           PERFORM VARYING SA-SUB FROM 1 BY 1
               UNTIL SA-SUB > WS-SA-COUNT
               IF WS-SA-KEY(SA-SUB) = SM-REC-KEY
                   MOVE WS-SA-SECTION(SA-SUB) TO SM-SECTION-CODE
               END-IF
           END-PERFORM
           WRITE STUDENT-MASTER-REC
               INVALID KEY
                   SET WS-TRANS-INVALID TO TRUE
                   MOVE SM-PRELIM     TO WS-OLD-PRELIM
                   MOVE SM-MIDTERM    TO WS-OLD-MIDTERM
                   MOVE SM-FINAL      TO WS-OLD-FINAL
                   MOVE SM-SECTION-CODE TO WS-OLD-SECTION-CODE
                   PERFORM BUILD-MASTER-FROM-TRANS
                   MOVE WS-OLD-SECTION-CODE TO SM-SECTION-CODE
                   REWRITE STUDENT-MASTER-REC
                       INVALID KEY
                           SET WS-TRANS-INVALID TO TRUE
           MOVE WS-RUN-TIME(1:6) TO AUD-RUN-TIME
           MOVE TR-USER-ID  TO AUD-USER-ID
           MOVE TR-ACTION   TO AUD-ACTION
           IF WS-OVERRIDE-ACCEPTED
               MOVE TR-OVERRIDE-CODE TO AUD-OVERRIDE-CODE
           END-IF
           MOVE AUD-BEFORE-IMAGE TO WS-LATE-BEFORE
           MOVE AUD-AFTER-IMAGE  TO WS-LATE-AFTER
           WRITE AUDIT-REC.

       WRITE-MAINT-HEADERS.
           MOVE TR-USER-ID      TO MAINT-USER-OUT
           MOVE "APPLIED"       TO MAINT-DISP-OUT
           MOVE SPACES          TO MAINT-REASON-OUT
           IF WS-OVERRIDE-ACCEPTED
               MOVE "LATE CHANGE" TO MAINT-REASON-OUT
           END-IF
           ADD 1 TO WS-APPLIED-COUNT
           WRITE MAINT-PRINT-REC FROM MAINT-DETAIL-LINE AFTER 1 LINE.
           IF WS-OVERRIDE-ACCEPTED
               PERFORM WRITE-LATE-LINE
           END-IF.

       WRITE-LATE-HEADERS.
           WRITE LATE-PRINT-REC FROM HEADER1.
           WRITE LATE-PRINT-REC FROM HEADER2.
           WRITE LATE-PRINT-REC FROM HEADER3-LATE.
           MOVE SPACES TO LATE-PRINT-REC.
           WRITE LATE-PRINT-REC.
           WRITE LATE-PRINT-REC FROM LATE-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO LATE-PRINT-REC.
           MOVE ALL "-" TO LATE-PRINT-REC(6:134)
           WRITE LATE-PRINT-REC AFTER 1 LINE.

       WRITE-LATE-LINE.
           MOVE TR-STUDENT-ID    TO LATE-ID-OUT
           MOVE TR-SUBJECT-CODE  TO LATE-SUBJ-OUT
           MOVE TR-TERM-TAG      TO LATE-TERM-OUT
           MOVE MAINT-ACTION-OUT TO LATE-ACTION-OUT
           MOVE TR-USER-ID       TO LATE-USER-OUT
           MOVE TR-OVERRIDE-CODE TO LATE-CODE-OUT
           MOVE WS-OVERRIDE-DESC TO LATE-REASON-OUT
           MOVE SPACES TO LATE-BEFORE-OUT
           MOVE SPACES TO LATE-AFTER-OUT
           IF WS-LATE-BEFORE NOT = SPACES
               MOVE WS-LATE-BEFORE TO WS-LATE-IMAGE
               MOVE WL-PRELIM       TO LATE-OLD-PRELIM-OUT
               MOVE WL-MIDTERM      TO LATE-OLD-MIDTERM-OUT
               MOVE WL-FINAL        TO LATE-OLD-FINAL-OUT
               MOVE WL-GRADE-STATUS TO LATE-OLD-STATUS-OUT
           END-IF
           IF NOT TR-DELETE
               MOVE WS-LATE-AFTER TO WS-LATE-IMAGE
               MOVE WL-PRELIM       TO LATE-NEW-PRELIM-OUT
               MOVE WL-MIDTERM      TO LATE-NEW-MIDTERM-OUT
               MOVE WL-FINAL        TO LATE-NEW-FINAL-OUT
               MOVE WL-GRADE-STATUS TO LATE-NEW-STATUS-OUT
           END-IF
           ADD 1 TO WS-LATE-COUNT
           WRITE LATE-PRINT-REC FROM LATE-DETAIL-LINE AFTER 1 LINE.

       WRITE-LATE-TOTALS.
           IF WS-LATE-COUNT = 0
               MOVE SPACES TO LATE-PRINT-REC
               MOVE "     NO LATE CHANGES APPLIED" TO LATE-PRINT-REC
               WRITE LATE-PRINT-REC AFTER 1 LINE
           END-IF
           MOVE SPACES TO LATE-PRINT-REC.
           WRITE LATE-PRINT-REC AFTER 1 LINE.
           MOVE "LATE CHANGES APPLIED"  TO MAINT-COUNT-TEXT
           MOVE WS-LATE-COUNT           TO MAINT-COUNT-OUT
           WRITE LATE-PRINT-REC FROM MAINT-COUNT-LINE AFTER 1 LINE.
           MOVE "CLOSED-TERM REJECTIONS" TO MAINT-COUNT-TEXT
           MOVE WS-LOCK-REJECT-COUNT    TO MAINT-COUNT-OUT
           WRITE LATE-PRINT-REC FROM MAINT-COUNT-LINE AFTER 1 LINE.

       WRITE-REJECTED-LINE.
           PERFORM MOVE-ACTION-NAME
