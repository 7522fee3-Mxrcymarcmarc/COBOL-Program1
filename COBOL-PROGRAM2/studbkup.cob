       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDBKUP.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SM-REC-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "BKUPCAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BACKUP-REPORT ASSIGN TO "GBKUP-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS STUDENT-MASTER-REC.
       01  STUDENT-MASTER-REC.
           02 SM-REC-KEY.
              03 SM-STUDENT-ID    PIC X(9).
              03 SM-SUBJECT-CODE  PIC X(6).
              03 SM-TERM-TAG      PIC X(6).
           02 SM-STUDENT-NAME     PIC X(25).
           02 SM-YEAR-LEVEL       PIC 9(1).
           02 SM-PROG-CODE        PIC X(4).
           02 SM-PRELIM           PIC 999V99.
           02 SM-MIDTERM          PIC 999V99.
           02 SM-FINAL            PIC 999V99.
           02 SM-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(11).
       01  STUDENT-TRAILER-REC.
           02 ST-TRAILER-ID       PIC X(9).
           02 ST-TRAILER-SUBJ     PIC X(6).
           02 ST-TRAILER-TERM     PIC X(6).
           02 ST-RECORD-COUNT     PIC 9(6).
           02 ST-GRADE-HASH       PIC 9(9)V99.
           02 ST-YEAR-COUNT OCCURS 4 PIC 9(4).
           02 FILLER              PIC X(26).

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BACKUP-REC.
       01  BACKUP-REC             PIC X(80).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CATALOG-REC.
       01  CATALOG-REC.
           02 BC-GEN-NUMBER       PIC 9(4).
           02 FILLER              PIC X(1).
           02 BC-SLOT             PIC 9(2).
           02 FILLER              PIC X(1).
           02 BC-FILE-NAME        PIC X(12).
           02 FILLER              PIC X(1).
           02 BC-BACKUP-DATE      PIC 9(8).
           02 FILLER              PIC X(1).
           02 BC-BACKUP-TIME      PIC 9(6).
           02 FILLER              PIC X(1).
           02 BC-RECORD-COUNT     PIC 9(6).
           02 FILLER              PIC X(1).
           02 BC-GRADE-HASH       PIC 9(9)V99.
           02 FILLER              PIC X(1).
           02 BC-AUDIT-POSITION   PIC 9(7).
           02 FILLER              PIC X(17).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC              PIC X(189).

       FD  BACKUP-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS BACKUP-PRINT-REC.
       01  BACKUP-PRINT-REC       PIC X(150).

       WORKING-STORAGE SECTION.
       01  HEADER1.
           02 FILLER PIC X(50) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "POLYTECHNIC UNIVERSITY".
           02 FILLER PIC X(19) VALUE " OF THE PHILIPPINES".
       01  HEADER2.
           02 FILLER PIC X(49) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "COLLEGE OF COMPUTER".
           02 FILLER PIC X(25) VALUE "AND INFORMATION SCIENCE".
       01  HEADER3.
           02 FILLER PIC X(53) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "STUDENT MASTER BACKUP REGISTER".

       01  RUN-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "RUN MODE: ".
           02 RUN-MODE-OUT       PIC X(8).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "RUN DATE: ".
           02 RUN-DATE-OUT       PIC 9(8).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TIME: ".
           02 RUN-TIME-OUT       PIC 9(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "KEEP: ".
           02 RUN-KEEP-OUT       PIC Z9.

       01  RESULT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 RES-ACTION-OUT     PIC X(11).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 RES-GEN-OUT        PIC 9(4).
           02 FILLER             PIC X(7)  VALUE "  FILE ".
           02 RES-FILE-OUT       PIC X(12).
           02 FILLER             PIC X(16) VALUE "  AUDIT POSITION".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 RES-AUDIT-OUT      PIC ZZZZZZ9.
           02 FILLER             PIC X(10) VALUE "  RESULT: ".
           02 RES-RESULT-OUT     PIC X(30).

       01  VERIFY-HDR-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "CHECK".
           02 FILLER             PIC X(15) VALUE "        TRAILER".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(15) VALUE "        RECOUNT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "RESULT".

       01  VERIFY-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 VFY-CHECK-OUT      PIC X(25).
           02 VFY-TRAILER-OUT    PIC X(15).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 VFY-RECOUNT-OUT    PIC X(15).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 VFY-RESULT-OUT     PIC X(8).

       01  GEN-HDR-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(4)  VALUE "GEN".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(12) VALUE "FILE".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "DATE".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TIME".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "RECORDS".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(15) VALUE "     GRADE HASH".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "AUDIT POS".

       01  GEN-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 GEN-NUMBER-OUT     PIC 9(4).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 GEN-FILE-OUT       PIC X(12).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 GEN-DATE-OUT       PIC 9(8).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 GEN-TIME-OUT       PIC 9(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 GEN-COUNT-OUT      PIC ZZZZZ9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 GEN-HASH-OUT       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 GEN-AUDIT-OUT      PIC ZZZZZZ9.

       01  BKUP-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 BKUP-COUNT-TEXT    PIC X(30).
           02 BKUP-COUNT-OUT     PIC ZZZZZZ9.

       01  WS-BACKUP-FILE-NAME.
           02 FILLER              PIC X(6)   VALUE "STUDBK".
           02 WS-BK-SLOT          PIC 9(2)   VALUE 1.
           02 FILLER              PIC X(4)   VALUE ".DAT".

       01  WS-IMAGE-ROW.
           02 WI-REC-KEY.
              03 WI-STUDENT-ID    PIC X(9).
              03 WI-SUBJECT-CODE  PIC X(6).
              03 WI-TERM-TAG      PIC X(6).
           02 WI-STUDENT-NAME     PIC X(25).
           02 WI-YEAR-LEVEL       PIC 9(1).
           02 WI-PROG-CODE        PIC X(4).
           02 WI-PRELIM           PIC 999V99.
           02 WI-MIDTERM          PIC 999V99.
           02 WI-FINAL            PIC 999V99.
           02 WI-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(11).
       01  WS-IMAGE-TRAILER REDEFINES WS-IMAGE-ROW.
           02 WIT-TRAILER-KEY     PIC X(21).
           02 WIT-RECORD-COUNT    PIC 9(6).
           02 WIT-GRADE-HASH      PIC 9(9)V99.
           02 WIT-YEAR-COUNT OCCURS 4 PIC 9(4).
           02 FILLER              PIC X(26).

       01  WS-CAT-TABLE.
           02 WS-CAT-COUNT        PIC 9(2)   VALUE 0.
           02 WS-CAT-ENTRY OCCURS 20.
              03 WC-GEN-NUMBER    PIC 9(4).
              03 WC-SLOT          PIC 9(2).
              03 WC-BACKUP-DATE   PIC 9(8).
              03 WC-BACKUP-TIME   PIC 9(6).
              03 WC-RECORD-COUNT  PIC 9(6).
              03 WC-GRADE-HASH    PIC 9(9)V99.
              03 WC-AUDIT-POSITION PIC 9(7).
       01  WS-CAT-HOLD            PIC X(44).

       01  WS-CHECK-TABLE.
           02 WS-CHECK-COUNT      PIC 9(1)   VALUE 0.
           02 WS-CHECK-ENTRY OCCURS 6.
              03 WK-CHECK-NAME    PIC X(25).
              03 WK-TRAILER-VALUE PIC 9(9)V99.
              03 WK-RECOUNT-VALUE PIC 9(9)V99.
              03 WK-HASH-SW       PIC X(1).

       01  WS-TRL-YEAR-TABLE.
           02 WS-TRL-YEAR-COUNT OCCURS 4 PIC 9(4) VALUE 0.
       01  WS-RC-YEAR-TABLE.
           02 WS-RC-YEAR-COUNT OCCURS 4 PIC 9(4) VALUE 0.

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-BACKUP-FILE-STATUS    PIC X(2) VALUE "00".
       77  WS-CATALOG-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-AUDIT-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-BACKUP-REPORT-STATUS  PIC X(2) VALUE "00".

       77  WS-MASTER-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-MASTER-EOF                 VALUE "Y".
       77  WS-BACKUP-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-BACKUP-EOF                 VALUE "Y".
       77  WS-CATALOG-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CATALOG-EOF                VALUE "Y".
       77  WS-AUDIT-EOF-SWITCH   PIC X      VALUE "N".
           88 WS-AUDIT-EOF                  VALUE "Y".
       77  WS-TRAILER-SWITCH     PIC X      VALUE "N".
           88 WS-TRAILER-FOUND              VALUE "Y".
       77  WS-VERIFY-SWITCH      PIC X      VALUE "N".
           88 WS-VERIFY-OK                  VALUE "Y".
           88 WS-VERIFY-FAILED              VALUE "N".
       77  WS-SLOT-USED-SWITCH   PIC X      VALUE "N".
           88 WS-SLOT-USED                  VALUE "Y".

       77  WS-RUN-MODE           PIC X(8)   VALUE SPACES.
           88 WS-MODE-BACKUP                VALUE "BACKUP".
           88 WS-MODE-LIST                  VALUE "LIST".
           88 WS-MODE-RESTORE               VALUE "RESTORE".
       77  WS-KEEP-TEXT          PIC X(2)   JUSTIFIED RIGHT
                                            VALUE SPACES.
       77  WS-KEEP-COUNT         PIC 9(2)   VALUE 5.
       77  WS-GEN-TEXT           PIC X(4)   JUSTIFIED RIGHT
                                            VALUE SPACES.
       77  WS-GEN-WANTED         PIC 9(4)   VALUE 0.
       77  WS-GEN-NUMBER         PIC 9(4)   VALUE 0.
       77  WS-CAT-HIT            PIC 9(2)   VALUE 0.
       77  WS-SAVE-SLOT          PIC 9(2)   VALUE 0.
       77  WS-RESULT-TEXT        PIC X(30)  VALUE SPACES.

       77  WS-RUN-DATE           PIC 9(8)   VALUE 0.
       77  WS-RUN-TIME           PIC 9(8)   VALUE 0.
       77  WS-AUDIT-POSITION     PIC 9(7)   VALUE 0.
       77  WS-COPY-COUNT         PIC 9(7)   VALUE 0.
       77  WS-RESTORE-COUNT      PIC 9(7)   VALUE 0.
       77  WS-RESTORE-ERRORS     PIC 9(7)   VALUE 0.
       77  WS-PRUNED-COUNT       PIC 9(7)   VALUE 0.
       77  WS-TRL-RECORD-COUNT   PIC 9(6)   VALUE 0.
       77  WS-TRL-GRADE-HASH     PIC 9(9)V99 VALUE 0.
       77  WS-RC-RECORD-COUNT    PIC 9(6)   VALUE 0.
       77  WS-RC-GRADE-HASH      PIC 9(9)V99 VALUE 0.
       77  WS-EDIT-COUNT         PIC Z(14)9.
       77  WS-EDIT-HASH          PIC Z(11)9.99.

       77  CT-SUB                PIC 9(2)   VALUE 1.
       77  CT-SUB2               PIC 9(2)   VALUE 1.
       77  CK-SUB                PIC 9(1)   VALUE 1.
       77  Y-SUB                 PIC 9      VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "STUDBKUP-MODE".
           ACCEPT WS-KEEP-TEXT FROM ENVIRONMENT "STUDBKUP-KEEP".
           ACCEPT WS-GEN-TEXT FROM ENVIRONMENT "STUDBKUP-GEN".
           IF WS-RUN-MODE = SPACES
               MOVE "BACKUP" TO WS-RUN-MODE
           END-IF
           IF NOT WS-MODE-BACKUP AND NOT WS-MODE-LIST
               AND NOT WS-MODE-RESTORE
               DISPLAY "STUDBKUP-MODE NOT RECOGNIZED - " WS-RUN-MODE
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           INSPECT WS-KEEP-TEXT REPLACING LEADING SPACES BY "0"
           IF WS-KEEP-TEXT NUMERIC AND WS-KEEP-TEXT NOT = "00"
               MOVE WS-KEEP-TEXT TO WS-KEEP-COUNT
           END-IF
           IF WS-KEEP-COUNT > 19
               DISPLAY "STUDBKUP-KEEP ABOVE 19 - 19 GENERATIONS KEPT"
               MOVE 19 TO WS-KEEP-COUNT
           END-IF
           INSPECT WS-GEN-TEXT REPLACING LEADING SPACES BY "0"
           IF WS-GEN-TEXT NUMERIC
               MOVE WS-GEN-TEXT TO WS-GEN-WANTED
           END-IF
           PERFORM LOAD-BACKUP-CATALOG.
           OPEN OUTPUT BACKUP-REPORT.
           PERFORM WRITE-BACKUP-HEADERS.
           IF WS-MODE-BACKUP
               PERFORM TAKE-BACKUP
           END-IF
           IF WS-MODE-RESTORE
               PERFORM RESTORE-GENERATION
           END-IF
           PERFORM WRITE-GENERATION-LIST.
           CLOSE BACKUP-REPORT.
           IF WS-MODE-LIST
               GOBACK
           END-IF
           IF WS-VERIFY-FAILED OR WS-RESTORE-ERRORS > 0
               DISPLAY "STUDBKUP " WS-RUN-MODE " FAILED - "
                       WS-RESULT-TEXT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-MODE-BACKUP
               DISPLAY "STUDENT MASTER BACKED UP TO GENERATION "
                       WS-GEN-NUMBER " - " WS-BACKUP-FILE-NAME
           ELSE
               DISPLAY "STUDENT MASTER RESTORED FROM GENERATION "
                       WS-GEN-NUMBER
               DISPLAY "REPLAY AUDIT TRAIL WITH STUDRCVR-SKIP="
                       WS-AUDIT-POSITION
           END-IF
           GOBACK.

       LOAD-BACKUP-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "00"
               READ CATALOG-FILE
                   AT END SET WS-CATALOG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CATALOG-EOF
                   IF BC-GEN-NUMBER NUMERIC AND BC-SLOT NUMERIC
                       AND BC-SLOT > 0 AND BC-SLOT <= 20
                       IF WS-CAT-COUNT < 20
                           ADD 1 TO WS-CAT-COUNT
                           MOVE BC-GEN-NUMBER
                               TO WC-GEN-NUMBER(WS-CAT-COUNT)
                           MOVE BC-SLOT
                               TO WC-SLOT(WS-CAT-COUNT)
                           MOVE BC-BACKUP-DATE
                               TO WC-BACKUP-DATE(WS-CAT-COUNT)
                           MOVE BC-BACKUP-TIME
                               TO WC-BACKUP-TIME(WS-CAT-COUNT)
                           MOVE BC-RECORD-COUNT
                               TO WC-RECORD-COUNT(WS-CAT-COUNT)
                           MOVE BC-GRADE-HASH
                               TO WC-GRADE-HASH(WS-CAT-COUNT)
                           MOVE BC-AUDIT-POSITION
                               TO WC-AUDIT-POSITION(WS-CAT-COUNT)
                       ELSE
                           DISPLAY "CATALOG RECORD DROPPED - TABLE "
                                   "FULL: GENERATION " BC-GEN-NUMBER
                       END-IF
                   END-IF
                   READ CATALOG-FILE
                       AT END SET WS-CATALOG-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           ELSE
               DISPLAY "BACKUP CATALOG COULD NOT BE OPENED - "
                       "STATUS " WS-CATALOG-FILE-STATUS
               DISPLAY "NO PRIOR GENERATIONS ON FILE"
           END-IF
           PERFORM SORT-CATALOG-TABLE.

       SORT-CATALOG-TABLE.
           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB >= WS-CAT-COUNT
               PERFORM VARYING CT-SUB2 FROM CT-SUB BY 1
                   UNTIL CT-SUB2 > WS-CAT-COUNT
                   IF WC-GEN-NUMBER(CT-SUB2) < WC-GEN-NUMBER(CT-SUB)
                       MOVE WS-CAT-ENTRY(CT-SUB)  TO WS-CAT-HOLD
                       MOVE WS-CAT-ENTRY(CT-SUB2)
                           TO WS-CAT-ENTRY(CT-SUB)
                       MOVE WS-CAT-HOLD TO WS-CAT-ENTRY(CT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COUNT-AUDIT-POSITION.
           MOVE 0 TO WS-AUDIT-POSITION
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               READ AUDIT-FILE
                   AT END SET WS-AUDIT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUDIT-EOF
                   ADD 1 TO WS-AUDIT-POSITION
                   READ AUDIT-FILE
                       AT END SET WS-AUDIT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "AUDIT FILE COULD NOT BE OPENED - "
                       "STATUS " WS-AUDIT-FILE-STATUS
               DISPLAY "BACKUP LOGGED AT AUDIT POSITION ZERO"
           END-IF.

       TAKE-BACKUP.
           SET WS-VERIFY-FAILED TO TRUE
           PERFORM FIND-FREE-SLOT
           IF WS-BK-SLOT = 0
               MOVE "NO FREE GENERATION SLOT" TO WS-RESULT-TEXT
               MOVE 1 TO WS-BK-SLOT
               PERFORM WRITE-RESULT-LINE
           ELSE
               OPEN INPUT STUDENT-MASTER
               IF WS-STUDENT-MASTER-STATUS NOT = "00"
                   DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                           "STATUS " WS-STUDENT-MASTER-STATUS
                   MOVE "MASTER NOT OPENED" TO WS-RESULT-TEXT
                   PERFORM WRITE-RESULT-LINE
               ELSE
                   PERFORM COUNT-AUDIT-POSITION
                   PERFORM COPY-MASTER-TO-BACKUP
                   CLOSE STUDENT-MASTER
                   PERFORM RECOUNT-BACKUP-FILE
                   PERFORM VERIFY-RECOUNT
                   IF WS-VERIFY-OK
                       PERFORM CATALOG-NEW-GENERATION
                       PERFORM PRUNE-OLD-GENERATIONS
                       PERFORM REWRITE-BACKUP-CATALOG
                       MOVE "VERIFIED" TO WS-RESULT-TEXT
                   ELSE
                       OPEN OUTPUT BACKUP-FILE
                       CLOSE BACKUP-FILE
                   END-IF
                   PERFORM WRITE-RESULT-LINE
                   PERFORM WRITE-VERIFY-LINES
               END-IF
           END-IF.

       FIND-FREE-SLOT.
           MOVE 0 TO WS-GEN-NUMBER
           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > WS-CAT-COUNT
               IF WC-GEN-NUMBER(CT-SUB) > WS-GEN-NUMBER
                   MOVE WC-GEN-NUMBER(CT-SUB) TO WS-GEN-NUMBER
               END-IF
           END-PERFORM
           ADD 1 TO WS-GEN-NUMBER
           MOVE 0 TO WS-CAT-HIT
           PERFORM VARYING CT-SUB2 FROM 1 BY 1
               UNTIL CT-SUB2 > 20 OR WS-CAT-HIT > 0
               MOVE "N" TO WS-SLOT-USED-SWITCH
               PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > WS-CAT-COUNT
                   IF WC-SLOT(CT-SUB) = CT-SUB2
                       SET WS-SLOT-USED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SLOT-USED
                   MOVE CT-SUB2 TO WS-CAT-HIT
               END-IF
           END-PERFORM
           MOVE WS-CAT-HIT TO WS-BK-SLOT.

       COPY-MASTER-TO-BACKUP.
           MOVE "N" TO WS-TRAILER-SWITCH
           MOVE 0 TO WS-COPY-COUNT
           OPEN OUTPUT BACKUP-FILE
           READ STUDENT-MASTER NEXT RECORD
               AT END SET WS-MASTER-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-MASTER-EOF
               IF SM-STUDENT-ID = "999999999"
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE ST-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE ST-GRADE-HASH   TO WS-TRL-GRADE-HASH
                   PERFORM VARYING Y-SUB FROM 1 BY 1 UNTIL Y-SUB > 4
                       MOVE ST-YEAR-COUNT(Y-SUB)
                           TO WS-TRL-YEAR-COUNT(Y-SUB)
                   END-PERFORM
               END-IF
               WRITE BACKUP-REC FROM STUDENT-MASTER-REC
               ADD 1 TO WS-COPY-COUNT
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET WS-MASTER-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE BACKUP-FILE.

       RECOUNT-BACKUP-FILE.
           MOVE 0 TO WS-RC-RECORD-COUNT
           MOVE 0 TO WS-RC-GRADE-HASH
           PERFORM VARYING Y-SUB FROM 1 BY 1 UNTIL Y-SUB > 4
               MOVE 0 TO WS-RC-YEAR-COUNT(Y-SUB)
           END-PERFORM
           MOVE "N" TO WS-BACKUP-EOF-SWITCH
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "BACKUP GENERATION COULD NOT BE OPENED - "
                       WS-BACKUP-FILE-NAME " STATUS "
                       WS-BACKUP-FILE-STATUS
           ELSE
               READ BACKUP-FILE INTO WS-IMAGE-ROW
                   AT END SET WS-BACKUP-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-BACKUP-EOF
                   PERFORM RECOUNT-ONE-IMAGE
                   READ BACKUP-FILE INTO WS-IMAGE-ROW
                       AT END SET WS-BACKUP-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
           END-IF.

       RECOUNT-ONE-IMAGE.
           IF WI-STUDENT-ID = "999999999"
               IF WS-MODE-RESTORE
                   SET WS-TRAILER-FOUND TO TRUE
                   MOVE WIT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                   MOVE WIT-GRADE-HASH   TO WS-TRL-GRADE-HASH
                   PERFORM VARYING Y-SUB FROM 1 BY 1 UNTIL Y-SUB > 4
                       MOVE WIT-YEAR-COUNT(Y-SUB)
                           TO WS-TRL-YEAR-COUNT(Y-SUB)
                   END-PERFORM
               END-IF
           ELSE
               ADD 1 TO WS-RC-RECORD-COUNT
               IF WI-PRELIM NUMERIC
                   ADD WI-PRELIM TO WS-RC-GRADE-HASH
               END-IF
               IF WI-MIDTERM NUMERIC
                   ADD WI-MIDTERM TO WS-RC-GRADE-HASH
               END-IF
               IF WI-FINAL NUMERIC
                   ADD WI-FINAL TO WS-RC-GRADE-HASH
               END-IF
               IF WI-YEAR-LEVEL NUMERIC
                   AND WI-YEAR-LEVEL >= 1 AND WI-YEAR-LEVEL <= 4
                   ADD 1 TO WS-RC-YEAR-COUNT(WI-YEAR-LEVEL)
               END-IF
           END-IF.

       VERIFY-RECOUNT.
           MOVE 0 TO WS-CHECK-COUNT
           MOVE "RECORD COUNT"       TO WK-CHECK-NAME(1)
           MOVE WS-TRL-RECORD-COUNT  TO WK-TRAILER-VALUE(1)
           MOVE WS-RC-RECORD-COUNT   TO WK-RECOUNT-VALUE(1)
           MOVE "N"                  TO WK-HASH-SW(1)
           MOVE "GRADE HASH"         TO WK-CHECK-NAME(2)
           MOVE WS-TRL-GRADE-HASH    TO WK-TRAILER-VALUE(2)
           MOVE WS-RC-GRADE-HASH     TO WK-RECOUNT-VALUE(2)
           MOVE "Y"                  TO WK-HASH-SW(2)
           PERFORM VARYING Y-SUB FROM 1 BY 1 UNTIL Y-SUB > 4
               COMPUTE CK-SUB = Y-SUB + 2
               MOVE "YEAR   COUNT" TO WK-CHECK-NAME(CK-SUB)
               MOVE Y-SUB TO WK-CHECK-NAME(CK-SUB)(6:1)
               MOVE WS-TRL-YEAR-COUNT(Y-SUB)
                   TO WK-TRAILER-VALUE(CK-SUB)
               MOVE WS-RC-YEAR-COUNT(Y-SUB)
                   TO WK-RECOUNT-VALUE(CK-SUB)
               MOVE "N" TO WK-HASH-SW(CK-SUB)
           END-PERFORM
           MOVE 6 TO WS-CHECK-COUNT
           SET WS-VERIFY-OK TO TRUE
           IF NOT WS-TRAILER-FOUND
               SET WS-VERIFY-FAILED TO TRUE
               MOVE "TRAILER RECORD MISSING" TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING CK-SUB FROM 1 BY 1
                   UNTIL CK-SUB > WS-CHECK-COUNT
                   IF WK-TRAILER-VALUE(CK-SUB)
                      NOT = WK-RECOUNT-VALUE(CK-SUB)
                       SET WS-VERIFY-FAILED TO TRUE
                       MOVE "RECOUNT DISAGREES WITH TRAILER"
                           TO WS-RESULT-TEXT
                   END-IF
               END-PERFORM
           END-IF.

       CATALOG-NEW-GENERATION.
           IF WS-CAT-COUNT < 20
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-GEN-NUMBER      TO WC-GEN-NUMBER(WS-CAT-COUNT)
               MOVE WS-BK-SLOT         TO WC-SLOT(WS-CAT-COUNT)
               MOVE WS-RUN-DATE        TO WC-BACKUP-DATE(WS-CAT-COUNT)
               MOVE WS-RUN-TIME(1:6)   TO WC-BACKUP-TIME(WS-CAT-COUNT)
               MOVE WS-RC-RECORD-COUNT TO WC-RECORD-COUNT(WS-CAT-COUNT)
               MOVE WS-RC-GRADE-HASH   TO WC-GRADE-HASH(WS-CAT-COUNT)
               MOVE WS-AUDIT-POSITION
                   TO WC-AUDIT-POSITION(WS-CAT-COUNT)
           END-IF.

       PRUNE-OLD-GENERATIONS.
           PERFORM UNTIL WS-CAT-COUNT <= WS-KEEP-COUNT
               MOVE WC-SLOT(1) TO WS-BK-SLOT
               OPEN OUTPUT BACKUP-FILE
               CLOSE BACKUP-FILE
               ADD 1 TO WS-PRUNED-COUNT
               PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB >= WS-CAT-COUNT
                   COMPUTE CT-SUB2 = CT-SUB + 1
                   MOVE WS-CAT-ENTRY(CT-SUB2) TO WS-CAT-ENTRY(CT-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAT-COUNT
           END-PERFORM
           MOVE WC-SLOT(WS-CAT-COUNT) TO WS-BK-SLOT.

       REWRITE-BACKUP-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG COULD NOT BE WRITTEN - "
                       "STATUS " WS-CATALOG-FILE-STATUS
               SET WS-VERIFY-FAILED TO TRUE
               MOVE "CATALOG NOT WRITTEN" TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING CT-SUB FROM 1 BY 1
                   UNTIL CT-SUB > WS-CAT-COUNT
                   MOVE SPACES TO CATALOG-REC
                   MOVE WC-GEN-NUMBER(CT-SUB)  TO BC-GEN-NUMBER
                   MOVE WC-SLOT(CT-SUB)        TO BC-SLOT
                   MOVE WC-SLOT(CT-SUB)        TO WS-BK-SLOT
                   MOVE WS-BACKUP-FILE-NAME    TO BC-FILE-NAME
                   MOVE WC-BACKUP-DATE(CT-SUB) TO BC-BACKUP-DATE
                   MOVE WC-BACKUP-TIME(CT-SUB) TO BC-BACKUP-TIME
                   MOVE WC-RECORD-COUNT(CT-SUB) TO BC-RECORD-COUNT
                   MOVE WC-GRADE-HASH(CT-SUB)  TO BC-GRADE-HASH
                   MOVE WC-AUDIT-POSITION(CT-SUB)
                       TO BC-AUDIT-POSITION
                   WRITE CATALOG-REC
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > WS-CAT-COUNT
               IF WC-GEN-NUMBER(CT-SUB) = WS-GEN-NUMBER
                   MOVE WC-SLOT(CT-SUB) TO WS-BK-SLOT
               END-IF
           END-PERFORM.

       RESTORE-GENERATION.
           SET WS-VERIFY-FAILED TO TRUE
           MOVE 0 TO WS-CAT-HIT
           IF WS-GEN-WANTED = 0 AND WS-CAT-COUNT > 0
               MOVE WS-CAT-COUNT TO WS-CAT-HIT
           END-IF
           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > WS-CAT-COUNT
               IF WC-GEN-NUMBER(CT-SUB) = WS-GEN-WANTED
                   MOVE CT-SUB TO WS-CAT-HIT
               END-IF
           END-PERFORM
           IF WS-CAT-HIT = 0
               MOVE WS-GEN-WANTED TO WS-GEN-NUMBER
               MOVE 0 TO WS-BK-SLOT
               MOVE "GENERATION NOT ON CATALOG" TO WS-RESULT-TEXT
               PERFORM WRITE-RESULT-LINE
           ELSE
               MOVE WC-GEN-NUMBER(WS-CAT-HIT)     TO WS-GEN-NUMBER
               MOVE WC-SLOT(WS-CAT-HIT)           TO WS-BK-SLOT
               MOVE WC-AUDIT-POSITION(WS-CAT-HIT) TO WS-AUDIT-POSITION
               MOVE "N" TO WS-TRAILER-SWITCH
               PERFORM RECOUNT-BACKUP-FILE
               PERFORM VERIFY-RECOUNT
               IF WS-VERIFY-OK
                   IF WS-RC-RECORD-COUNT
                      NOT = WC-RECORD-COUNT(WS-CAT-HIT)
                      OR WS-RC-GRADE-HASH
                      NOT = WC-GRADE-HASH(WS-CAT-HIT)
                       SET WS-VERIFY-FAILED TO TRUE
                       MOVE "GENERATION DIFFERS FROM CATALOG"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
               IF WS-VERIFY-OK
                   PERFORM REBUILD-STUDENT-MASTER
               END-IF
               PERFORM WRITE-RESULT-LINE
               PERFORM WRITE-VERIFY-LINES
           END-IF.

       REBUILD-STUDENT-MASTER.
           OPEN OUTPUT STUDENT-MASTER
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE CREATED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               SET WS-VERIFY-FAILED TO TRUE
               MOVE "MASTER NOT CREATED" TO WS-RESULT-TEXT
           ELSE
               MOVE "N" TO WS-BACKUP-EOF-SWITCH
               OPEN INPUT BACKUP-FILE
               READ BACKUP-FILE
                   AT END SET WS-BACKUP-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-BACKUP-EOF
                   MOVE BACKUP-REC TO STUDENT-MASTER-REC
                   WRITE STUDENT-MASTER-REC
                       INVALID KEY
                           ADD 1 TO WS-RESTORE-ERRORS
                           DISPLAY "RESTORE WRITE FAILED - "
                                   SM-REC-KEY " STATUS "
                                   WS-STUDENT-MASTER-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-RESTORE-COUNT
                   END-WRITE
                   READ BACKUP-FILE
                       AT END SET WS-BACKUP-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BACKUP-FILE
               CLOSE STUDENT-MASTER
               IF WS-RESTORE-ERRORS > 0
                   MOVE "RESTORED WITH WRITE ERRORS" TO WS-RESULT-TEXT
               ELSE
                   MOVE "RESTORED" TO WS-RESULT-TEXT
               END-IF
           END-IF.

       WRITE-BACKUP-HEADERS.
           WRITE BACKUP-PRINT-REC FROM HEADER1.
           WRITE BACKUP-PRINT-REC FROM HEADER2.
           WRITE BACKUP-PRINT-REC FROM HEADER3.
           MOVE SPACES TO BACKUP-PRINT-REC.
           WRITE BACKUP-PRINT-REC.
           MOVE WS-RUN-MODE      TO RUN-MODE-OUT
           MOVE WS-RUN-DATE      TO RUN-DATE-OUT
           MOVE WS-RUN-TIME(1:6) TO RUN-TIME-OUT
           MOVE WS-KEEP-COUNT    TO RUN-KEEP-OUT
           WRITE BACKUP-PRINT-REC FROM RUN-LINE AFTER 1 LINE.
           MOVE SPACES TO BACKUP-PRINT-REC.
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.

       WRITE-RESULT-LINE.
           IF WS-MODE-BACKUP
               MOVE "BACKUP GEN"  TO RES-ACTION-OUT
           ELSE
               MOVE "RESTORE GEN" TO RES-ACTION-OUT
           END-IF
           MOVE WS-GEN-NUMBER       TO RES-GEN-OUT
           IF WS-BK-SLOT = 0
               MOVE SPACES TO RES-FILE-OUT
           ELSE
               MOVE WS-BACKUP-FILE-NAME TO RES-FILE-OUT
           END-IF
           MOVE WS-AUDIT-POSITION   TO RES-AUDIT-OUT
           MOVE WS-RESULT-TEXT      TO RES-RESULT-OUT
           WRITE BACKUP-PRINT-REC FROM RESULT-LINE AFTER 1 LINE.
           MOVE SPACES TO BACKUP-PRINT-REC.
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.

       WRITE-VERIFY-LINES.
           WRITE BACKUP-PRINT-REC FROM VERIFY-HDR-LINE AFTER 1 LINE.
           MOVE SPACES TO BACKUP-PRINT-REC.
           MOVE ALL "-" TO BACKUP-PRINT-REC(6:69)
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.
           PERFORM VARYING CK-SUB FROM 1 BY 1
               UNTIL CK-SUB > WS-CHECK-COUNT
               MOVE WK-CHECK-NAME(CK-SUB) TO VFY-CHECK-OUT
               IF WK-HASH-SW(CK-SUB) = "Y"
                   MOVE WK-TRAILER-VALUE(CK-SUB) TO WS-EDIT-HASH
                   MOVE WS-EDIT-HASH TO VFY-TRAILER-OUT
                   MOVE WK-RECOUNT-VALUE(CK-SUB) TO WS-EDIT-HASH
                   MOVE WS-EDIT-HASH TO VFY-RECOUNT-OUT
               ELSE
                   MOVE WK-TRAILER-VALUE(CK-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO VFY-TRAILER-OUT
                   MOVE WK-RECOUNT-VALUE(CK-SUB) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO VFY-RECOUNT-OUT
               END-IF
               IF WK-TRAILER-VALUE(CK-SUB) = WK-RECOUNT-VALUE(CK-SUB)
                   AND WS-TRAILER-FOUND
                   MOVE "OK" TO VFY-RESULT-OUT
               ELSE
                   MOVE "MISMATCH" TO VFY-RESULT-OUT
               END-IF
               WRITE BACKUP-PRINT-REC FROM VERIFY-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM
           MOVE SPACES TO BACKUP-PRINT-REC.
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.
           IF WS-MODE-BACKUP
               MOVE "MASTER RECORDS COPIED"  TO BKUP-COUNT-TEXT
               MOVE WS-COPY-COUNT            TO BKUP-COUNT-OUT
               WRITE BACKUP-PRINT-REC FROM BKUP-COUNT-LINE
                   AFTER 1 LINE
               MOVE "GENERATIONS RELEASED"   TO BKUP-COUNT-TEXT
               MOVE WS-PRUNED-COUNT          TO BKUP-COUNT-OUT
               WRITE BACKUP-PRINT-REC FROM BKUP-COUNT-LINE
                   AFTER 1 LINE
           ELSE
               MOVE "MASTER RECORDS RESTORED" TO BKUP-COUNT-TEXT
               MOVE WS-RESTORE-COUNT         TO BKUP-COUNT-OUT
               WRITE BACKUP-PRINT-REC FROM BKUP-COUNT-LINE
                   AFTER 1 LINE
               MOVE "RESTORE WRITE ERRORS"   TO BKUP-COUNT-TEXT
               MOVE WS-RESTORE-ERRORS        TO BKUP-COUNT-OUT
               WRITE BACKUP-PRINT-REC FROM BKUP-COUNT-LINE
                   AFTER 1 LINE
               IF WS-VERIFY-OK
                   MOVE "REPLAY AUDIT.DAT AFTER RECORD"
                       TO BKUP-COUNT-TEXT
                   MOVE WS-AUDIT-POSITION    TO BKUP-COUNT-OUT
                   WRITE BACKUP-PRINT-REC FROM BKUP-COUNT-LINE
                       AFTER 1 LINE
               END-IF
           END-IF
           MOVE SPACES TO BACKUP-PRINT-REC.
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.

       WRITE-GENERATION-LIST.
           WRITE BACKUP-PRINT-REC FROM GEN-HDR-LINE AFTER 1 LINE.
           MOVE SPACES TO BACKUP-PRINT-REC.
           MOVE ALL "-" TO BACKUP-PRINT-REC(6:79)
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.
           IF WS-CAT-COUNT = 0
               MOVE SPACES TO BACKUP-PRINT-REC
               MOVE "     NO GENERATIONS ON FILE" TO BACKUP-PRINT-REC
               WRITE BACKUP-PRINT-REC AFTER 1 LINE
           END-IF
           MOVE WS-BK-SLOT TO WS-SAVE-SLOT
           PERFORM VARYING CT-SUB FROM WS-CAT-COUNT BY -1
               UNTIL CT-SUB < 1
               MOVE WC-SLOT(CT-SUB)           TO WS-BK-SLOT
               MOVE WC-GEN-NUMBER(CT-SUB)     TO GEN-NUMBER-OUT
               MOVE WS-BACKUP-FILE-NAME       TO GEN-FILE-OUT
               MOVE WC-BACKUP-DATE(CT-SUB)    TO GEN-DATE-OUT
               MOVE WC-BACKUP-TIME(CT-SUB)    TO GEN-TIME-OUT
               MOVE WC-RECORD-COUNT(CT-SUB)   TO GEN-COUNT-OUT
               MOVE WC-GRADE-HASH(CT-SUB)     TO GEN-HASH-OUT
               MOVE WC-AUDIT-POSITION(CT-SUB) TO GEN-AUDIT-OUT
               WRITE BACKUP-PRINT-REC FROM GEN-DETAIL-LINE AFTER 1 LINE
           END-PERFORM.
           MOVE WS-SAVE-SLOT TO WS-BK-SLOT.
           MOVE SPACES TO BACKUP-PRINT-REC.
           WRITE BACKUP-PRINT-REC AFTER 1 LINE.
           MOVE "GENERATIONS ON FILE"  TO BKUP-COUNT-TEXT
           MOVE WS-CAT-COUNT           TO BKUP-COUNT-OUT
           WRITE BACKUP-PRINT-REC FROM BKUP-COUNT-LINE AFTER 1 LINE.
