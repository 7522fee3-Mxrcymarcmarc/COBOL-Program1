       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREREQCK.
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

           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT PREREQ-FILE ASSIGN TO "PREREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "SARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PREREQ-REPORT ASSIGN TO "GPREREQ-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREREQ-REPORT-STATUS.

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
              88 SM-STATUS-GRADED            VALUE SPACES.
              88 SM-STATUS-INC               VALUE "INC".
              88 SM-STATUS-WDN               VALUE "W  ".
              88 SM-STATUS-DRP               VALUE "DRP".
           02 FILLER              PIC X(11).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC.
           02 CTL-PROG-CODE-IN     PIC X(4).
           02 FILLER               PIC X(1).
           02 CTL-YEAR-LEVEL-IN    PIC 9(1).
           02 FILLER               PIC X(1).
           02 CTL-PASS-THRESH-IN   PIC 999V99.
           02 FILLER               PIC X(1).
           02 CTL-DEAN-THRESH-IN   PIC 999V99.
           02 FILLER               PIC X(1).
           02 CTL-WT-PRELIM-IN     PIC 999.
           02 FILLER               PIC X(1).
           02 CTL-WT-MIDTERM-IN    PIC 999.
           02 FILLER               PIC X(1).
           02 CTL-WT-FINAL-IN      PIC 999.
           02 FILLER               PIC X(1).
           02 CTL-TERM-TAG-IN      PIC X(6).
           02 FILLER               PIC X(20).
       01  CONTROL-SCALE-REC.
           02 CSC-REC-TYPE         PIC X(1).
           02 FILLER               PIC X(1).
           02 CSC-LETTER           PIC X(1).
           02 FILLER               PIC X(1).
           02 CSC-MIN-AVG          PIC 999V99.
           02 FILLER               PIC X(43).

       FD  PREREQ-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PREREQ-REC.
       01  PREREQ-REC.
           02 PR-SUBJECT-IN       PIC X(6).
           02 FILLER              PIC X(1).
           02 PR-PREREQ-IN        PIC X(6).
           02 FILLER              PIC X(7).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS ARCHIVE-REC.
       01  ARCHIVE-REC.
           02 AR-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 AR-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 AR-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 AR-YEAR-LEVEL       PIC 9(1).
           02 FILLER              PIC X(1).
           02 AR-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(1).
           02 AR-PRELIM           PIC 999V99.
           02 FILLER              PIC X(1).
           02 AR-MIDTERM          PIC 999V99.
           02 FILLER              PIC X(1).
           02 AR-FINAL            PIC 999V99.
           02 FILLER              PIC X(1).
           02 AR-AVERAGE          PIC 999V99.
           02 FILLER              PIC X(1).
           02 AR-UNITS            PIC 9(2).
           02 FILLER              PIC X(1).
           02 AR-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).
           02 AR-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(7).

       FD  PREREQ-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PREREQ-PRINT-REC.
       01  PREREQ-PRINT-REC       PIC X(150).

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
           02 FILLER PIC X(55) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "PREREQUISITE CHECK REPORT".

       01  UNMET-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(50) VALUE
              "ENROLLMENTS WITH MISSING OR FAILED PREREQUISITES".
       01  INC-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(50) VALUE
              "ENROLLMENTS WITH A PREREQUISITE STILL INCOMPLETE".
       01  PREREQ-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NAME".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(4)  VALUE "PROG".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(2)  VALUE "YR".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "PREREQ".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(20) VALUE "REASON".

       01  PREREQ-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 PRQ-ID-OUT         PIC X(9).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 PRQ-NAME-OUT       PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 PRQ-PROG-OUT       PIC X(4).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 PRQ-YEAR-OUT       PIC 9(1).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 PRQ-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 PRQ-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 PRQ-PREREQ-OUT     PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 PRQ-REASON-OUT     PIC X(25).

       01  PREREQ-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 PRQ-COUNT-TEXT     PIC X(30).
           02 PRQ-COUNT-OUT      PIC ZZZZ9.

       01  PROGRAM-CODE-VALUES.
           02 FILLER              PIC X(4)   VALUE "BSIT".
           02 FILLER              PIC X(4)   VALUE "BSCS".
           02 FILLER              PIC X(4)   VALUE "BSIS".
       01  PROGRAM-TABLE REDEFINES PROGRAM-CODE-VALUES.
           02 PROG-CODE OCCURS 3  PIC X(4).

       01  CTL-TABLE.
           02 CTL-PROG-ENTRY OCCURS 3.
              03 CTL-ENTRY OCCURS 4.
                 04 CTL-PASS-THRESHOLD PIC 999V99 VALUE 75.
                 04 CTL-WT-PRELIM      PIC 999    VALUE 33.
                 04 CTL-WT-MIDTERM     PIC 999    VALUE 33.
                 04 CTL-WT-FINAL       PIC 999    VALUE 34.
                 04 CTL-TERM-TAG       PIC X(6)   VALUE "UNSPEC".

       01  WS-PREREQ-TABLE.
           02 WS-PREREQ-COUNT     PIC 9(3)   VALUE 0.
           02 WS-PREREQ-ENTRY OCCURS 200.
              03 WS-PR-SUBJECT    PIC X(6).
              03 WS-PR-PREREQ     PIC X(6).

       01  WS-ARCH-TABLE.
           02 WS-ARCH-COUNT       PIC 9(4)   VALUE 0.
           02 WS-ARCH-ENTRY OCCURS 2000.
              03 WA-STUDENT-ID    PIC X(9).
              03 WA-TERM-TAG      PIC X(6).
              03 WA-SUBJECT-CODE  PIC X(6).
              03 WA-AVERAGE       PIC 999V99.
              03 WA-GRADE-STATUS  PIC X(3).

       01  WS-STU-ROW-TABLE.
           02 WS-STU-ROW-COUNT    PIC 9(2)   VALUE 0.
           02 WS-STU-ROW-ENTRY OCCURS 50.
              03 WS-ST-SUBJECT    PIC X(6).
              03 WS-ST-TERM       PIC X(6).
              03 WS-ST-YEAR       PIC 9(1).
              03 WS-ST-PROG       PIC X(4).
              03 WS-ST-PROG-SUB   PIC 9(1).
              03 WS-ST-AVG        PIC 999V99.
              03 WS-ST-STATUS     PIC X(3).

       01  WS-INC-TABLE.
           02 WS-INC-COUNT        PIC 9(3)   VALUE 0.
           02 WS-INC-ENTRY OCCURS 200.
              03 WS-INC-ID        PIC X(9).
              03 WS-INC-NAME      PIC X(25).
              03 WS-INC-PROG      PIC X(4).
              03 WS-INC-YEAR      PIC 9(1).
              03 WS-INC-SUBJECT   PIC X(6).
              03 WS-INC-TERM      PIC X(6).
              03 WS-INC-PREREQ    PIC X(6).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-PREREQ-FILE-STATUS    PIC X(2) VALUE "00".
       77  WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-PREREQ-REPORT-STATUS  PIC X(2) VALUE "00".

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
       77  WS-CONTROL-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTROL-EOF                VALUE "Y".
       77  WS-PREREQ-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-PREREQ-EOF                 VALUE "Y".
       77  WS-ARCHIVE-EOF-SWITCH PIC X      VALUE "N".
           88 WS-ARCHIVE-EOF                VALUE "Y".
       77  WS-UNMET-HDR-SWITCH   PIC X      VALUE "N".
           88 WS-UNMET-HDR-WRITTEN          VALUE "Y".
       77  WS-IN-MASTER-SWITCH   PIC X      VALUE "N".
           88 WS-IN-MASTER                  VALUE "Y".

       77  WS-PREREQ-RESULT      PIC X      VALUE "N".
           88 WS-PREREQ-NOT-TAKEN           VALUE "N".
           88 WS-PREREQ-FAILED              VALUE "F".
           88 WS-PREREQ-INC                 VALUE "I".
           88 WS-PREREQ-PASSED              VALUE "P".

       77  WS-CURR-STUDENT-ID    PIC X(9)   VALUE SPACES.
       77  WS-CURR-STUDENT-NAME  PIC X(25)  VALUE SPACES.
       77  WS-PASS-THRESHOLD     PIC 999V99 VALUE 75.
       77  WS-ROW-OVERFLOW-SWITCH PIC X     VALUE "N".
           88 WS-ROW-OVERFLOW               VALUE "Y".

       77  WS-CHECKED-COUNT      PIC 9(5)   VALUE 0.
       77  WS-NOT-TAKEN-COUNT    PIC 9(5)   VALUE 0.
       77  WS-FAILED-COUNT       PIC 9(5)   VALUE 0.
       77  WS-STILL-INC-COUNT    PIC 9(5)   VALUE 0.

       77  WS-REC-PROG-SUB       PIC 9      VALUE 0.
       77  P-SUB                 PIC 9      VALUE 1.
       77  PR-SUB                PIC 9(3)   VALUE 1.
       77  AR-SUB                PIC 9(4)   VALUE 1.
       77  SS-SUB                PIC 9(2)   VALUE 1.
       77  S2-SUB                PIC 9(2)   VALUE 1.
       77  IC-SUB                PIC 9(3)   VALUE 1.

       PROCEDURE DIVISION.
           PERFORM LOAD-CONTROL-PARAMETERS.
           PERFORM LOAD-PREREQ-FILE.
           PERFORM LOAD-ARCHIVE-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT PREREQ-REPORT.
           PERFORM WRITE-PREREQ-HEADERS.
           PERFORM SWEEP-STUDENT-MASTER.
           PERFORM WRITE-INC-SECTION.
           PERFORM WRITE-PREREQ-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE PREREQ-REPORT.
           IF WS-NOT-TAKEN-COUNT > 0 OR WS-FAILED-COUNT > 0
               OR WS-STILL-INC-COUNT > 0 OR WS-ROW-OVERFLOW
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       LOAD-CONTROL-PARAMETERS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CONTROL-EOF
                   MOVE 0 TO WS-REC-PROG-SUB
                   PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > 3
                       IF CTL-PROG-CODE-IN = PROG-CODE(P-SUB)
                           MOVE P-SUB TO WS-REC-PROG-SUB
                       END-IF
                   END-PERFORM
                   IF CSC-REC-TYPE NOT = "S"
                       AND WS-REC-PROG-SUB > 0
                       AND CTL-YEAR-LEVEL-IN >= 1
                       AND CTL-YEAR-LEVEL-IN <= 4
                       IF CTL-WT-PRELIM-IN + CTL-WT-MIDTERM-IN
                          + CTL-WT-FINAL-IN = 100
                           MOVE CTL-PASS-THRESH-IN TO
                                CTL-PASS-THRESHOLD(WS-REC-PROG-SUB,
                                CTL-YEAR-LEVEL-IN)
                           MOVE CTL-WT-PRELIM-IN TO
                                CTL-WT-PRELIM(WS-REC-PROG-SUB,
                                CTL-YEAR-LEVEL-IN)
                           MOVE CTL-WT-MIDTERM-IN TO
                                CTL-WT-MIDTERM(WS-REC-PROG-SUB,
                                CTL-YEAR-LEVEL-IN)
                           MOVE CTL-WT-FINAL-IN TO
                                CTL-WT-FINAL(WS-REC-PROG-SUB,
                                CTL-YEAR-LEVEL-IN)
                           MOVE CTL-TERM-TAG-IN TO
                                CTL-TERM-TAG(WS-REC-PROG-SUB,
                                CTL-YEAR-LEVEL-IN)
                       END-IF
                   END-IF
                   READ CONTROL-FILE
                       AT END SET WS-CONTROL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-PREREQ-FILE.
           OPEN INPUT PREREQ-FILE
           IF WS-PREREQ-FILE-STATUS NOT = "00"
               DISPLAY "PREREQUISITE FILE COULD NOT BE OPENED - "
                       "STATUS " WS-PREREQ-FILE-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           READ PREREQ-FILE
               AT END SET WS-PREREQ-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-PREREQ-EOF
               IF PR-SUBJECT-IN = SPACES OR PR-PREREQ-IN = SPACES
                   OR PR-SUBJECT-IN = PR-PREREQ-IN
                   DISPLAY "PREREQUISITE RECORD REJECTED - INVALID: "
                           PR-SUBJECT-IN " " PR-PREREQ-IN
               ELSE
                   IF WS-PREREQ-COUNT < 200
                       ADD 1 TO WS-PREREQ-COUNT
                       MOVE PR-SUBJECT-IN
                           TO WS-PR-SUBJECT(WS-PREREQ-COUNT)
                       MOVE PR-PREREQ-IN
                           TO WS-PR-PREREQ(WS-PREREQ-COUNT)
                   ELSE
                       DISPLAY "PREREQUISITE RECORD DROPPED - "
                               "TABLE FULL: " PR-SUBJECT-IN
                   END-IF
               END-IF
               READ PREREQ-FILE
                   AT END SET WS-PREREQ-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE.

       LOAD-ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "00"
               READ ARCHIVE-FILE
                   AT END SET WS-ARCHIVE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ARCHIVE-EOF
                   IF WS-ARCH-COUNT < 2000
                       ADD 1 TO WS-ARCH-COUNT
                       MOVE AR-STUDENT-ID
                           TO WA-STUDENT-ID(WS-ARCH-COUNT)
                       MOVE AR-TERM-TAG
                           TO WA-TERM-TAG(WS-ARCH-COUNT)
                       MOVE AR-SUBJECT-CODE
                           TO WA-SUBJECT-CODE(WS-ARCH-COUNT)
                       IF AR-AVERAGE NUMERIC
                           MOVE AR-AVERAGE
                               TO WA-AVERAGE(WS-ARCH-COUNT)
                       ELSE
                           MOVE 0 TO WA-AVERAGE(WS-ARCH-COUNT)
                       END-IF
                       MOVE AR-GRADE-STATUS
                           TO WA-GRADE-STATUS(WS-ARCH-COUNT)
                   ELSE
                       DISPLAY "ARCHIVE TABLE FULL - RECORD FOR "
                               AR-STUDENT-ID " " AR-SUBJECT-CODE
                               " NOT CHECKED"
                   END-IF
                   READ ARCHIVE-FILE
                       AT END SET WS-ARCHIVE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "ARCHIVE FILE SARCH.DAT COULD NOT BE OPENED - "
                       "STATUS " WS-ARCHIVE-FILE-STATUS
               DISPLAY "PRIOR TERMS CHECKED FROM STUDENT MASTER ONLY"
           END-IF.

       SWEEP-STUDENT-MASTER.
           READ STUDENT-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               IF SM-STUDENT-ID NOT = "999999999"
                   PERFORM HOLD-MASTER-RECORD
               END-IF
               READ STUDENT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           PERFORM CHECK-ONE-STUDENT.

       HOLD-MASTER-RECORD.
           IF SM-STUDENT-ID NOT = WS-CURR-STUDENT-ID
               PERFORM CHECK-ONE-STUDENT
               MOVE SM-STUDENT-ID   TO WS-CURR-STUDENT-ID
               MOVE SM-STUDENT-NAME TO WS-CURR-STUDENT-NAME
               MOVE 0 TO WS-STU-ROW-COUNT
           END-IF
           IF WS-STU-ROW-COUNT < 50
               ADD 1 TO WS-STU-ROW-COUNT
               MOVE WS-STU-ROW-COUNT TO SS-SUB
               MOVE SM-SUBJECT-CODE TO WS-ST-SUBJECT(SS-SUB)
               MOVE SM-TERM-TAG     TO WS-ST-TERM(SS-SUB)
               MOVE SM-PROG-CODE    TO WS-ST-PROG(SS-SUB)
               MOVE SM-GRADE-STATUS TO WS-ST-STATUS(SS-SUB)
               MOVE 0 TO WS-ST-YEAR(SS-SUB)
               MOVE 0 TO WS-ST-PROG-SUB(SS-SUB)
               MOVE 0 TO WS-ST-AVG(SS-SUB)
               PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > 3
                   IF SM-PROG-CODE = PROG-CODE(P-SUB)
                       MOVE P-SUB TO WS-ST-PROG-SUB(SS-SUB)
                   END-IF
               END-PERFORM
               IF SM-YEAR-LEVEL NUMERIC
                   AND SM-YEAR-LEVEL >= 1 AND SM-YEAR-LEVEL <= 4
                   MOVE SM-YEAR-LEVEL TO WS-ST-YEAR(SS-SUB)
               END-IF
               IF WS-ST-PROG-SUB(SS-SUB) > 0 AND WS-ST-YEAR(SS-SUB) > 0
                   AND SM-STATUS-GRADED
                   AND SM-PRELIM NUMERIC AND SM-MIDTERM NUMERIC
                   AND SM-FINAL NUMERIC
                   MOVE WS-ST-PROG-SUB(SS-SUB) TO P-SUB
                   COMPUTE WS-ST-AVG(SS-SUB) ROUNDED =
                       (SM-PRELIM  * CTL-WT-PRELIM(P-SUB,
                            SM-YEAR-LEVEL) +
                        SM-MIDTERM * CTL-WT-MIDTERM(P-SUB,
                            SM-YEAR-LEVEL) +
                        SM-FINAL   * CTL-WT-FINAL(P-SUB,
                            SM-YEAR-LEVEL))
                       / 100
               END-IF
           ELSE
               SET WS-ROW-OVERFLOW TO TRUE
               DISPLAY "STUDENT " SM-STUDENT-ID " HAS MORE THAN 50 "
                       "SUBJECT RECORDS - SUBJECT " SM-SUBJECT-CODE
                       " NOT CHECKED"
           END-IF.

       CHECK-ONE-STUDENT.
           IF WS-CURR-STUDENT-ID NOT = SPACES
               PERFORM VARYING SS-SUB FROM 1 BY 1
                   UNTIL SS-SUB > WS-STU-ROW-COUNT
                   IF WS-ST-PROG-SUB(SS-SUB) > 0
                       AND WS-ST-YEAR(SS-SUB) > 0
                       AND WS-ST-STATUS(SS-SUB) NOT = "W  "
                       AND WS-ST-STATUS(SS-SUB) NOT = "DRP"
                       AND WS-ST-TERM(SS-SUB) =
                           CTL-TERM-TAG(WS-ST-PROG-SUB(SS-SUB),
                                        WS-ST-YEAR(SS-SUB))
                       ADD 1 TO WS-CHECKED-COUNT
                       PERFORM CHECK-ENROLLMENT-PREREQS
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-ENROLLMENT-PREREQS.
           MOVE CTL-PASS-THRESHOLD(WS-ST-PROG-SUB(SS-SUB),
                                   WS-ST-YEAR(SS-SUB))
               TO WS-PASS-THRESHOLD
           PERFORM VARYING PR-SUB FROM 1 BY 1
               UNTIL PR-SUB > WS-PREREQ-COUNT
               IF WS-PR-SUBJECT(PR-SUB) = WS-ST-SUBJECT(SS-SUB)
                   MOVE "N" TO WS-PREREQ-RESULT
                   PERFORM SCAN-MASTER-ATTEMPTS
                   PERFORM SCAN-ARCHIVE-ATTEMPTS
                   PERFORM NOTE-PREREQ-RESULT
               END-IF
           END-PERFORM.

       SCAN-MASTER-ATTEMPTS.
           PERFORM VARYING S2-SUB FROM 1 BY 1
               UNTIL S2-SUB > WS-STU-ROW-COUNT
               IF WS-ST-SUBJECT(S2-SUB) = WS-PR-PREREQ(PR-SUB)
                   AND WS-ST-TERM(S2-SUB) < WS-ST-TERM(SS-SUB)
                   IF WS-ST-STATUS(S2-SUB) = SPACES
                       IF WS-ST-AVG(S2-SUB) >= WS-PASS-THRESHOLD
                           SET WS-PREREQ-PASSED TO TRUE
                       ELSE
                           IF WS-PREREQ-NOT-TAKEN
                               SET WS-PREREQ-FAILED TO TRUE
                           END-IF
                       END-IF
                   ELSE
                       IF WS-ST-STATUS(S2-SUB) = "INC"
                           AND NOT WS-PREREQ-PASSED
                           SET WS-PREREQ-INC TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE-ATTEMPTS.
           PERFORM VARYING AR-SUB FROM 1 BY 1
               UNTIL AR-SUB > WS-ARCH-COUNT
               IF WA-STUDENT-ID(AR-SUB) = WS-CURR-STUDENT-ID
                   AND WA-SUBJECT-CODE(AR-SUB) = WS-PR-PREREQ(PR-SUB)
                   AND WA-TERM-TAG(AR-SUB) < WS-ST-TERM(SS-SUB)
                   MOVE "N" TO WS-IN-MASTER-SWITCH
                   PERFORM VARYING S2-SUB FROM 1 BY 1
                       UNTIL S2-SUB > WS-STU-ROW-COUNT
                       IF WS-ST-SUBJECT(S2-SUB)
                           = WA-SUBJECT-CODE(AR-SUB)
                           AND WS-ST-TERM(S2-SUB) = WA-TERM-TAG(AR-SUB)
                           SET WS-IN-MASTER TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-IN-MASTER
                       PERFORM NOTE-ARCHIVE-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-ARCHIVE-ATTEMPT.
           IF WA-GRADE-STATUS(AR-SUB) = SPACES
               IF WA-AVERAGE(AR-SUB) >= WS-PASS-THRESHOLD
                   SET WS-PREREQ-PASSED TO TRUE
               ELSE
                   IF WS-PREREQ-NOT-TAKEN
                       SET WS-PREREQ-FAILED TO TRUE
                   END-IF
               END-IF
           ELSE
               IF WA-GRADE-STATUS(AR-SUB) = "INC"
                   AND NOT WS-PREREQ-PASSED
                   SET WS-PREREQ-INC TO TRUE
               END-IF
           END-IF.

       NOTE-PREREQ-RESULT.
           IF WS-PREREQ-NOT-TAKEN
               ADD 1 TO WS-NOT-TAKEN-COUNT
               MOVE "PREREQUISITE NOT TAKEN" TO PRQ-REASON-OUT
               PERFORM WRITE-UNMET-LINE
           ELSE
               IF WS-PREREQ-FAILED
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "PREREQUISITE FAILED" TO PRQ-REASON-OUT
                   PERFORM WRITE-UNMET-LINE
               ELSE
                   IF WS-PREREQ-INC
                       ADD 1 TO WS-STILL-INC-COUNT
                       PERFORM NOTE-INC-PREREQ
                   END-IF
               END-IF
           END-IF.

       NOTE-INC-PREREQ.
           IF WS-INC-COUNT < 200
               ADD 1 TO WS-INC-COUNT
               MOVE WS-CURR-STUDENT-ID   TO WS-INC-ID(WS-INC-COUNT)
               MOVE WS-CURR-STUDENT-NAME TO WS-INC-NAME(WS-INC-COUNT)
               MOVE WS-ST-PROG(SS-SUB)   TO WS-INC-PROG(WS-INC-COUNT)
               MOVE WS-ST-YEAR(SS-SUB)   TO WS-INC-YEAR(WS-INC-COUNT)
               MOVE WS-ST-SUBJECT(SS-SUB)
                   TO WS-INC-SUBJECT(WS-INC-COUNT)
               MOVE WS-ST-TERM(SS-SUB)   TO WS-INC-TERM(WS-INC-COUNT)
               MOVE WS-PR-PREREQ(PR-SUB)
                   TO WS-INC-PREREQ(WS-INC-COUNT)
           ELSE
               DISPLAY "INCOMPLETE PREREQUISITE TABLE FULL - STUDENT "
                       WS-CURR-STUDENT-ID " SUBJECT "
                       WS-ST-SUBJECT(SS-SUB) " NOT LISTED"
           END-IF.

       WRITE-PREREQ-HEADERS.
           WRITE PREREQ-PRINT-REC FROM HEADER1.
           WRITE PREREQ-PRINT-REC FROM HEADER2.
           WRITE PREREQ-PRINT-REC FROM HEADER3.
           MOVE SPACES TO PREREQ-PRINT-REC.
           WRITE PREREQ-PRINT-REC.

       WRITE-UNMET-HEADER.
           MOVE SPACES TO PREREQ-PRINT-REC.
           WRITE PREREQ-PRINT-REC AFTER 1 LINE.
           WRITE PREREQ-PRINT-REC FROM UNMET-HDR-LINE1 AFTER 1 LINE.
           WRITE PREREQ-PRINT-REC FROM PREREQ-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO PREREQ-PRINT-REC.
           MOVE ALL "-" TO PREREQ-PRINT-REC(6:120)
           WRITE PREREQ-PRINT-REC AFTER 1 LINE.

       WRITE-UNMET-LINE.
           IF NOT WS-UNMET-HDR-WRITTEN
               PERFORM WRITE-UNMET-HEADER
               SET WS-UNMET-HDR-WRITTEN TO TRUE
           END-IF
           MOVE WS-CURR-STUDENT-ID    TO PRQ-ID-OUT
           MOVE WS-CURR-STUDENT-NAME  TO PRQ-NAME-OUT
           MOVE WS-ST-PROG(SS-SUB)    TO PRQ-PROG-OUT
           MOVE WS-ST-YEAR(SS-SUB)    TO PRQ-YEAR-OUT
           MOVE WS-ST-SUBJECT(SS-SUB) TO PRQ-SUBJECT-OUT
           MOVE WS-ST-TERM(SS-SUB)    TO PRQ-TERM-OUT
           MOVE WS-PR-PREREQ(PR-SUB)  TO PRQ-PREREQ-OUT
           WRITE PREREQ-PRINT-REC FROM PREREQ-DETAIL-LINE
               AFTER 1 LINE.

       WRITE-INC-SECTION.
           MOVE SPACES TO PREREQ-PRINT-REC.
           WRITE PREREQ-PRINT-REC AFTER 1 LINE.
           WRITE PREREQ-PRINT-REC FROM INC-HDR-LINE1 AFTER 1 LINE.
           WRITE PREREQ-PRINT-REC FROM PREREQ-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO PREREQ-PRINT-REC.
           MOVE ALL "-" TO PREREQ-PRINT-REC(6:120)
           WRITE PREREQ-PRINT-REC AFTER 1 LINE.
           IF WS-INC-COUNT = 0
               MOVE SPACES TO PREREQ-PRINT-REC
               MOVE "     NO ENROLLMENTS WAITING ON AN INC PREREQUISITE"
                   TO PREREQ-PRINT-REC
               WRITE PREREQ-PRINT-REC AFTER 1 LINE
           END-IF
           PERFORM VARYING IC-SUB FROM 1 BY 1
               UNTIL IC-SUB > WS-INC-COUNT
               MOVE WS-INC-ID(IC-SUB)      TO PRQ-ID-OUT
               MOVE WS-INC-NAME(IC-SUB)    TO PRQ-NAME-OUT
               MOVE WS-INC-PROG(IC-SUB)    TO PRQ-PROG-OUT
               MOVE WS-INC-YEAR(IC-SUB)    TO PRQ-YEAR-OUT
               MOVE WS-INC-SUBJECT(IC-SUB) TO PRQ-SUBJECT-OUT
               MOVE WS-INC-TERM(IC-SUB)    TO PRQ-TERM-OUT
               MOVE WS-INC-PREREQ(IC-SUB)  TO PRQ-PREREQ-OUT
               MOVE "PREREQUISITE STILL INC" TO PRQ-REASON-OUT
               WRITE PREREQ-PRINT-REC FROM PREREQ-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM.

       WRITE-PREREQ-TOTALS.
           MOVE SPACES TO PREREQ-PRINT-REC.
           WRITE PREREQ-PRINT-REC AFTER 1 LINE.
           MOVE "CURRENT ENROLLMENTS CHECKED" TO PRQ-COUNT-TEXT
           MOVE WS-CHECKED-COUNT            TO PRQ-COUNT-OUT
           WRITE PREREQ-PRINT-REC FROM PREREQ-COUNT-LINE AFTER 1 LINE.
           MOVE "PREREQUISITES NOT TAKEN"   TO PRQ-COUNT-TEXT
           MOVE WS-NOT-TAKEN-COUNT          TO PRQ-COUNT-OUT
           WRITE PREREQ-PRINT-REC FROM PREREQ-COUNT-LINE AFTER 1 LINE.
           MOVE "PREREQUISITES FAILED"      TO PRQ-COUNT-TEXT
           MOVE WS-FAILED-COUNT             TO PRQ-COUNT-OUT
           WRITE PREREQ-PRINT-REC FROM PREREQ-COUNT-LINE AFTER 1 LINE.
           MOVE "PREREQUISITES STILL INC"   TO PRQ-COUNT-TEXT
           MOVE WS-STILL-INC-COUNT          TO PRQ-COUNT-OUT
           WRITE PREREQ-PRINT-REC FROM PREREQ-COUNT-LINE AFTER 1 LINE.
