       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
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

           SELECT CURRIC-FILE ASSIGN TO "CURRIC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRIC-FILE-STATUS.

           SELECT SUBJECT-FILE ASSIGN TO "SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-FILE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "SARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CLEARANCE-FILE ASSIGN TO "CLEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-FILE-STATUS.

           SELECT DEGAUD-REPORT ASSIGN TO "GDEGAUD-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEGAUD-REPORT-STATUS.

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

       FD  CURRIC-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CURRIC-REC.
       01  CURRIC-REC.
           02 CU-PROG-CODE-IN     PIC X(4).
           02 FILLER              PIC X(1).
           02 CU-YEAR-LEVEL-IN    PIC 9(1).
           02 FILLER              PIC X(1).
           02 CU-SUBJECT-IN       PIC X(6).
           02 FILLER              PIC X(7).

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJECT-REC.
       01  SUBJECT-REC.
           02 SUBJ-CODE-IN        PIC X(6).
           02 FILLER              PIC X(1).
           02 SUBJ-TITLE-IN       PIC X(25).
           02 FILLER              PIC X(1).
           02 SUBJ-UNITS-IN       PIC 9(2).
           02 FILLER              PIC X(5).

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

       FD  CLEARANCE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLEARANCE-REC.
       01  CLEARANCE-REC.
           02 CL-REC-TYPE         PIC X(1).
           02 FILLER              PIC X(1).
           02 CL-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 CL-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(1).
           02 CL-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(1).
           02 CL-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 CL-CLEAR-STATUS     PIC X(9).
           02 FILLER              PIC X(1).
           02 CL-UNITS-EARNED     PIC 9(3).
           02 FILLER              PIC X(1).
           02 CL-UNITS-REQUIRED   PIC 9(3).
           02 FILLER              PIC X(1).
           02 CL-DEFICIENCY-COUNT PIC 9(2).
           02 FILLER              PIC X(10).
       01  CLEARANCE-DEFICIENCY-REC.
           02 CLD-REC-TYPE        PIC X(1).
           02 FILLER              PIC X(1).
           02 CLD-STUDENT-ID      PIC X(9).
           02 FILLER              PIC X(1).
           02 CLD-SUBJECT-CODE    PIC X(6).
           02 FILLER              PIC X(1).
           02 CLD-YEAR-LEVEL      PIC 9(1).
           02 FILLER              PIC X(1).
           02 CLD-TERM-TAG        PIC X(6).
           02 FILLER              PIC X(1).
           02 CLD-REASON          PIC X(25).
           02 FILLER              PIC X(27).

       FD  DEGAUD-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DEGAUD-PRINT-REC.
       01  DEGAUD-PRINT-REC       PIC X(150).

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
           02 FILLER PIC X(50) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
              "DEGREE AUDIT AND GRADUATION CLEARANCE".

       01  CANDIDATE-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "GRADUATION CANDIDATES".
       01  CANDIDATE-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NAME".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(4)  VALUE "PROG".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "EARNED".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "REQUIRED".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "CLEARANCE".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(12) VALUE "DEFICIENCIES".

       01  CANDIDATE-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 DGA-ID-OUT         PIC X(9).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 DGA-NAME-OUT       PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DGA-PROG-OUT       PIC X(4).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 DGA-EARNED-OUT     PIC ZZ9.
           02 FILLER             PIC X(8)  VALUE SPACES.
           02 DGA-REQUIRED-OUT   PIC ZZ9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DGA-STATUS-OUT     PIC X(9).
           02 FILLER             PIC X(13) VALUE SPACES.
           02 DGA-DEF-COUNT-OUT  PIC Z9.

       01  DEFICIENCY-DETAIL-LINE.
           02 FILLER             PIC X(18) VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "SUBJECT ".
           02 DEF-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(6)  VALUE "  YR ".
           02 DEF-YEAR-OUT       PIC X(1).
           02 FILLER             PIC X(8)  VALUE "  TERM ".
           02 DEF-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DEF-REASON-OUT     PIC X(25).

       01  DEGAUD-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 DGA-COUNT-TEXT     PIC X(30).
           02 DGA-COUNT-OUT      PIC ZZZZ9.

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

       01  WS-CURRIC-TABLE.
           02 WS-CURRIC-COUNT     PIC 9(3)   VALUE 0.
           02 WS-CURRIC-ENTRY OCCURS 400.
              03 WS-CU-PROG       PIC X(4).
              03 WS-CU-YEAR       PIC 9(1).
              03 WS-CU-SUBJECT    PIC X(6).

       01  WS-SUBJECT-TABLE.
           02 WS-SUBJECT-COUNT    PIC 9(3)   VALUE 0.
           02 WS-SUBJECT-ENTRY OCCURS 200.
              03 WS-SUBJ-CODE     PIC X(6).
              03 WS-SUBJ-UNITS    PIC 9(2).

       01  WS-ARCH-TABLE.
           02 WS-ARCH-COUNT       PIC 9(4)   VALUE 0.
           02 WS-ARCH-ENTRY OCCURS 2000.
              03 WA-STUDENT-ID    PIC X(9).
              03 WA-TERM-TAG      PIC X(6).
              03 WA-SUBJECT-CODE  PIC X(6).
              03 WA-PROG-SUB      PIC 9(1).
              03 WA-YEAR-LEVEL    PIC 9(1).
              03 WA-AVERAGE       PIC 999V99.
              03 WA-GRADE-STATUS  PIC X(3).

       01  WS-STU-ROW-TABLE.
           02 WS-STU-ROW-COUNT    PIC 9(2)   VALUE 0.
           02 WS-STU-ROW-ENTRY OCCURS 50.
              03 WS-ST-SUBJECT    PIC X(6).
              03 WS-ST-TERM       PIC X(6).
              03 WS-ST-YEAR       PIC 9(1).
              03 WS-ST-PROG-SUB   PIC 9(1).
              03 WS-ST-AVG        PIC 999V99.
              03 WS-ST-STATUS     PIC X(3).
              03 WS-ST-GRADED     PIC X(1).

       01  WS-RESULT-TABLE.
           02 WS-RES-COUNT        PIC 9(2)   VALUE 0.
           02 WS-RES-ENTRY OCCURS 60.
              03 WR-SUBJECT       PIC X(6).
              03 WR-RESULT        PIC X(1).
              03 WR-TERM          PIC X(6).
              03 WR-IN-CURRIC     PIC X(1).

       01  WS-STU-DEF-TABLE.
           02 WS-SD-COUNT         PIC 9(2)   VALUE 0.
           02 WS-SD-ENTRY OCCURS 30.
              03 WS-SD-SUBJECT    PIC X(6).
              03 WS-SD-YEAR       PIC 9(1).
              03 WS-SD-TERM       PIC X(6).
              03 WS-SD-REASON     PIC X(25).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-CURRIC-FILE-STATUS    PIC X(2) VALUE "00".
       77  WS-SUBJECT-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-CLEARANCE-FILE-STATUS PIC X(2) VALUE "00".
       77  WS-DEGAUD-REPORT-STATUS  PIC X(2) VALUE "00".

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
       77  WS-CONTROL-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTROL-EOF                VALUE "Y".
       77  WS-CURRIC-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-CURRIC-EOF                 VALUE "Y".
       77  WS-SUBJECT-EOF-SWITCH PIC X      VALUE "N".
           88 WS-SUBJECT-EOF                VALUE "Y".
       77  WS-ARCHIVE-EOF-SWITCH PIC X      VALUE "N".
           88 WS-ARCHIVE-EOF                VALUE "Y".
       77  WS-IN-MASTER-SWITCH   PIC X      VALUE "N".
           88 WS-IN-MASTER                  VALUE "Y".
       77  WS-RES-FOUND-SWITCH   PIC X      VALUE "N".
           88 WS-RES-FOUND                  VALUE "Y".
       77  WS-CURRIC-DEFINED-SWITCH PIC X   VALUE "N".
           88 WS-CURRIC-DEFINED             VALUE "Y".
       77  WS-ROW-OVERFLOW-SWITCH PIC X     VALUE "N".
           88 WS-ROW-OVERFLOW               VALUE "Y".

       77  WS-ATT-RESULT         PIC X      VALUE "N".
           88 WS-ATT-NOT-TAKEN              VALUE "N".
           88 WS-ATT-DROPPED                VALUE "D".
           88 WS-ATT-FAILED                 VALUE "F".
           88 WS-ATT-NOT-POSTED             VALUE "G".
           88 WS-ATT-INC                    VALUE "I".
           88 WS-ATT-PASSED                 VALUE "P".
       77  WS-ATT-SUBJECT        PIC X(6)   VALUE SPACES.
       77  WS-ATT-TERM           PIC X(6)   VALUE SPACES.
       77  WS-NEW-RANK           PIC 9      VALUE 0.
       77  WS-OLD-RANK           PIC 9      VALUE 0.
       77  WS-RANK-RESULT        PIC X      VALUE "N".
       77  WS-RANK-VALUE         PIC 9      VALUE 0.

       77  WS-CURR-STUDENT-ID    PIC X(9)   VALUE SPACES.
       77  WS-CURR-STUDENT-NAME  PIC X(25)  VALUE SPACES.
       77  WS-CURR-YEAR-LEVEL    PIC 9      VALUE 0.
       77  WS-CURR-PROG-SUB      PIC 9      VALUE 0.
       77  WS-PASS-THRESHOLD     PIC 999V99 VALUE 75.
       77  WS-DEFAULT-UNITS      PIC 9(2)   VALUE 3.
       77  WS-SUBJ-UNITS-USE     PIC 9(2)   VALUE 3.
       77  WS-LOOKUP-SUBJECT     PIC X(6)   VALUE SPACES.
       77  WS-UNITS-EARNED       PIC 9(3)   VALUE 0.
       77  WS-UNITS-REQUIRED     PIC 9(3)   VALUE 0.
       77  WS-STU-DEF-TOTAL      PIC 9(2)   VALUE 0.
       77  WS-CLEAR-STATUS       PIC X(9)   VALUE SPACES.
       77  WS-NEW-SUBJECT        PIC X(6)   VALUE SPACES.
       77  WS-NEW-YEAR           PIC 9      VALUE 0.
       77  WS-NEW-TERM           PIC X(6)   VALUE SPACES.
       77  WS-NEW-REASON         PIC X(25)  VALUE SPACES.

       77  WS-CANDIDATE-COUNT    PIC 9(5)   VALUE 0.
       77  WS-CLEARED-COUNT      PIC 9(5)   VALUE 0.
       77  WS-DEFICIENT-COUNT    PIC 9(5)   VALUE 0.
       77  WS-DEFICIENCY-COUNT   PIC 9(5)   VALUE 0.

       77  WS-REC-PROG-SUB       PIC 9      VALUE 0.
       77  P-SUB                 PIC 9      VALUE 1.
       77  CU-SUB                PIC 9(3)   VALUE 1.
       77  S-SUB                 PIC 9(3)   VALUE 1.
       77  AR-SUB                PIC 9(4)   VALUE 1.
       77  SS-SUB                PIC 9(2)   VALUE 1.
       77  RS-SUB                PIC 9(2)   VALUE 1.
       77  SD-SUB                PIC 9(2)   VALUE 1.

       PROCEDURE DIVISION.
           PERFORM LOAD-CONTROL-PARAMETERS.
           PERFORM LOAD-CURRICULUM-FILE.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-ARCHIVE-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CLEARANCE-FILE.
           IF WS-CLEARANCE-FILE-STATUS NOT = "00"
               DISPLAY "CLEARANCE FILE COULD NOT BE CREATED - "
                       "STATUS " WS-CLEARANCE-FILE-STATUS
               DISPLAY "RUN ABORTED"
               CLOSE STUDENT-MASTER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT DEGAUD-REPORT.
           PERFORM WRITE-DEGAUD-HEADERS.
           PERFORM SWEEP-STUDENT-MASTER.
           PERFORM WRITE-DEGAUD-TOTALS.
           CLOSE STUDENT-MASTER.
           CLOSE CLEARANCE-FILE.
           CLOSE DEGAUD-REPORT.
           DISPLAY "GRADUATION CANDIDATES CLEARED: " WS-CLEARED-COUNT
                   " DEFICIENT: " WS-DEFICIENT-COUNT.
           IF WS-DEFICIENT-COUNT > 0 OR WS-ROW-OVERFLOW
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

       LOAD-CURRICULUM-FILE.
           OPEN INPUT CURRIC-FILE
           IF WS-CURRIC-FILE-STATUS NOT = "00"
               DISPLAY "CURRICULUM FILE COULD NOT BE OPENED - "
                       "STATUS " WS-CURRIC-FILE-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           READ CURRIC-FILE
               AT END SET WS-CURRIC-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-CURRIC-EOF
               IF CU-YEAR-LEVEL-IN NOT NUMERIC
                   OR CU-YEAR-LEVEL-IN < 1 OR CU-YEAR-LEVEL-IN > 4
                   OR CU-SUBJECT-IN = SPACES
                   DISPLAY "CURRICULUM RECORD REJECTED - INVALID: "
                           CU-PROG-CODE-IN " " CU-YEAR-LEVEL-IN
                           " " CU-SUBJECT-IN
               ELSE
                   IF WS-CURRIC-COUNT < 400
                       ADD 1 TO WS-CURRIC-COUNT
                       MOVE CU-PROG-CODE-IN
                           TO WS-CU-PROG(WS-CURRIC-COUNT)
                       MOVE CU-YEAR-LEVEL-IN
                           TO WS-CU-YEAR(WS-CURRIC-COUNT)
                       MOVE CU-SUBJECT-IN
                           TO WS-CU-SUBJECT(WS-CURRIC-COUNT)
                   ELSE
                       DISPLAY "CURRICULUM RECORD DROPPED - "
                               "TABLE FULL: " CU-SUBJECT-IN
                   END-IF
               END-IF
               READ CURRIC-FILE
                   AT END SET WS-CURRIC-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CURRIC-FILE.

       LOAD-SUBJECT-CATALOG.
           OPEN INPUT SUBJECT-FILE
           IF WS-SUBJECT-FILE-STATUS = "00"
               READ SUBJECT-FILE
                   AT END SET WS-SUBJECT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SUBJECT-EOF
                   IF WS-SUBJECT-COUNT < 200
                       ADD 1 TO WS-SUBJECT-COUNT
                       MOVE SUBJ-CODE-IN
                           TO WS-SUBJ-CODE(WS-SUBJECT-COUNT)
                       IF SUBJ-UNITS-IN NUMERIC AND SUBJ-UNITS-IN > 0
                           MOVE SUBJ-UNITS-IN
                               TO WS-SUBJ-UNITS(WS-SUBJECT-COUNT)
                       ELSE
                           MOVE WS-DEFAULT-UNITS
                               TO WS-SUBJ-UNITS(WS-SUBJECT-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "SUBJECT CATALOG RECORD DROPPED - "
                               "TABLE FULL: " SUBJ-CODE-IN
                   END-IF
                   READ SUBJECT-FILE
                       AT END SET WS-SUBJECT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-FILE
           ELSE
               DISPLAY "SUBJECT CATALOG COULD NOT BE OPENED - "
                       "STATUS " WS-SUBJECT-FILE-STATUS
               DISPLAY "DEFAULT CREDIT UNITS ASSUMED"
           END-IF.

       LOOKUP-SUBJECT-UNITS.
           MOVE WS-DEFAULT-UNITS TO WS-SUBJ-UNITS-USE
           PERFORM VARYING S-SUB FROM 1 BY 1
               UNTIL S-SUB > WS-SUBJECT-COUNT
               IF WS-LOOKUP-SUBJECT = WS-SUBJ-CODE(S-SUB)
                   MOVE WS-SUBJ-UNITS(S-SUB) TO WS-SUBJ-UNITS-USE
               END-IF
           END-PERFORM.

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
                       MOVE 0 TO WA-PROG-SUB(WS-ARCH-COUNT)
                       PERFORM VARYING P-SUB FROM 1 BY 1
                           UNTIL P-SUB > 3
                           IF AR-PROG-CODE = PROG-CODE(P-SUB)
                               MOVE P-SUB
                                   TO WA-PROG-SUB(WS-ARCH-COUNT)
                           END-IF
                       END-PERFORM
                       IF AR-YEAR-LEVEL NUMERIC
                           AND AR-YEAR-LEVEL >= 1 AND AR-YEAR-LEVEL <= 4
                           MOVE AR-YEAR-LEVEL
                               TO WA-YEAR-LEVEL(WS-ARCH-COUNT)
                       ELSE
                           MOVE 0 TO WA-YEAR-LEVEL(WS-ARCH-COUNT)
                       END-IF
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
                               " NOT AUDITED"
                   END-IF
                   READ ARCHIVE-FILE
                       AT END SET WS-ARCHIVE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "ARCHIVE FILE SARCH.DAT COULD NOT BE OPENED - "
                       "STATUS " WS-ARCHIVE-FILE-STATUS
               DISPLAY "RECORDS AUDITED FROM STUDENT MASTER ONLY"
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
           PERFORM AUDIT-ONE-STUDENT.

       HOLD-MASTER-RECORD.
           IF SM-STUDENT-ID NOT = WS-CURR-STUDENT-ID
               PERFORM AUDIT-ONE-STUDENT
               MOVE SM-STUDENT-ID   TO WS-CURR-STUDENT-ID
               MOVE SM-STUDENT-NAME TO WS-CURR-STUDENT-NAME
               MOVE 0 TO WS-CURR-YEAR-LEVEL
               MOVE 0 TO WS-CURR-PROG-SUB
               MOVE 0 TO WS-STU-ROW-COUNT
           END-IF
           MOVE 0 TO WS-REC-PROG-SUB
           PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > 3
               IF SM-PROG-CODE = PROG-CODE(P-SUB)
                   MOVE P-SUB TO WS-REC-PROG-SUB
               END-IF
           END-PERFORM
           IF SM-YEAR-LEVEL NUMERIC
               AND SM-YEAR-LEVEL >= 1 AND SM-YEAR-LEVEL <= 4
               AND WS-REC-PROG-SUB > 0
               AND WS-CURR-YEAR-LEVEL = 0
               MOVE SM-YEAR-LEVEL   TO WS-CURR-YEAR-LEVEL
               MOVE WS-REC-PROG-SUB TO WS-CURR-PROG-SUB
           END-IF
           IF WS-STU-ROW-COUNT < 50
               ADD 1 TO WS-STU-ROW-COUNT
               MOVE WS-STU-ROW-COUNT TO SS-SUB
               MOVE SM-SUBJECT-CODE TO WS-ST-SUBJECT(SS-SUB)
               MOVE SM-TERM-TAG     TO WS-ST-TERM(SS-SUB)
               MOVE SM-GRADE-STATUS TO WS-ST-STATUS(SS-SUB)
               MOVE WS-REC-PROG-SUB TO WS-ST-PROG-SUB(SS-SUB)
               MOVE 0 TO WS-ST-YEAR(SS-SUB)
               MOVE 0 TO WS-ST-AVG(SS-SUB)
               MOVE "N" TO WS-ST-GRADED(SS-SUB)
               IF SM-YEAR-LEVEL NUMERIC
                   AND SM-YEAR-LEVEL >= 1 AND SM-YEAR-LEVEL <= 4
                   MOVE SM-YEAR-LEVEL TO WS-ST-YEAR(SS-SUB)
               END-IF
               IF WS-ST-PROG-SUB(SS-SUB) > 0 AND WS-ST-YEAR(SS-SUB) > 0
                   AND SM-STATUS-GRADED
                   AND SM-PRELIM NUMERIC AND SM-MIDTERM NUMERIC
                   AND SM-FINAL NUMERIC
                   AND SM-PRELIM NOT > 100.00
                   AND SM-MIDTERM NOT > 100.00
                   AND SM-FINAL NOT > 100.00
                   MOVE WS-ST-PROG-SUB(SS-SUB) TO P-SUB
                   COMPUTE WS-ST-AVG(SS-SUB) ROUNDED =
                       (SM-PRELIM  * CTL-WT-PRELIM(P-SUB,
                            SM-YEAR-LEVEL) +
                        SM-MIDTERM * CTL-WT-MIDTERM(P-SUB,
                            SM-YEAR-LEVEL) +
                        SM-FINAL   * CTL-WT-FINAL(P-SUB,
                            SM-YEAR-LEVEL))
                       / 100
                   MOVE "Y" TO WS-ST-GRADED(SS-SUB)
               END-IF
           ELSE
               SET WS-ROW-OVERFLOW TO TRUE
               DISPLAY "STUDENT " SM-STUDENT-ID " HAS MORE THAN 50 "
                       "SUBJECT RECORDS - SUBJECT " SM-SUBJECT-CODE
                       " NOT AUDITED"
           END-IF.

       AUDIT-ONE-STUDENT.
           IF WS-CURR-STUDENT-ID NOT = SPACES
               AND WS-CURR-YEAR-LEVEL = 4
               AND WS-CURR-PROG-SUB > 0
               ADD 1 TO WS-CANDIDATE-COUNT
               MOVE 0 TO WS-RES-COUNT
               MOVE 0 TO WS-SD-COUNT
               MOVE 0 TO WS-STU-DEF-TOTAL
               MOVE 0 TO WS-UNITS-EARNED
               MOVE 0 TO WS-UNITS-REQUIRED
               PERFORM COLLECT-MASTER-ATTEMPTS
               PERFORM COLLECT-ARCHIVE-ATTEMPTS
               PERFORM CHECK-CURRICULUM-SUBJECTS
               PERFORM CHECK-OUTSTANDING-INC
               PERFORM CHECK-UNIT-TOTALS
               IF WS-STU-DEF-TOTAL = 0
                   MOVE "CLEARED" TO WS-CLEAR-STATUS
                   ADD 1 TO WS-CLEARED-COUNT
               ELSE
                   MOVE "DEFICIENT" TO WS-CLEAR-STATUS
                   ADD 1 TO WS-DEFICIENT-COUNT
               END-IF
               PERFORM WRITE-CLEARANCE-RECORDS
               PERFORM WRITE-CANDIDATE-LINE
           END-IF.

       COLLECT-MASTER-ATTEMPTS.
           PERFORM VARYING SS-SUB FROM 1 BY 1
               UNTIL SS-SUB > WS-STU-ROW-COUNT
               MOVE WS-ST-SUBJECT(SS-SUB) TO WS-ATT-SUBJECT
               MOVE WS-ST-TERM(SS-SUB)    TO WS-ATT-TERM
               EVALUATE WS-ST-STATUS(SS-SUB)
                   WHEN SPACES
                       IF WS-ST-GRADED(SS-SUB) = "Y"
                           MOVE CTL-PASS-THRESHOLD(
                                WS-ST-PROG-SUB(SS-SUB),
                                WS-ST-YEAR(SS-SUB))
                               TO WS-PASS-THRESHOLD
                           IF WS-ST-AVG(SS-SUB) >= WS-PASS-THRESHOLD
                               SET WS-ATT-PASSED TO TRUE
                           ELSE
                               SET WS-ATT-FAILED TO TRUE
                           END-IF
                       ELSE
                           SET WS-ATT-NOT-POSTED TO TRUE
                       END-IF
                   WHEN "INC"
                       SET WS-ATT-INC TO TRUE
                   WHEN "W  "
                   WHEN "DRP"
                       SET WS-ATT-DROPPED TO TRUE
                   WHEN OTHER
                       SET WS-ATT-NOT-POSTED TO TRUE
               END-EVALUATE
               PERFORM NOTE-SUBJECT-ATTEMPT
           END-PERFORM.

       COLLECT-ARCHIVE-ATTEMPTS.
           PERFORM VARYING AR-SUB FROM 1 BY 1
               UNTIL AR-SUB > WS-ARCH-COUNT
               IF WA-STUDENT-ID(AR-SUB) = WS-CURR-STUDENT-ID
                   MOVE "N" TO WS-IN-MASTER-SWITCH
                   PERFORM VARYING SS-SUB FROM 1 BY 1
                       UNTIL SS-SUB > WS-STU-ROW-COUNT
                       IF WS-ST-SUBJECT(SS-SUB)
                           = WA-SUBJECT-CODE(AR-SUB)
                           AND WS-ST-TERM(SS-SUB) = WA-TERM-TAG(AR-SUB)
                           SET WS-IN-MASTER TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT WS-IN-MASTER
                       PERFORM NOTE-ARCHIVE-ATTEMPT
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-ARCHIVE-ATTEMPT.
           MOVE WA-SUBJECT-CODE(AR-SUB) TO WS-ATT-SUBJECT
           MOVE WA-TERM-TAG(AR-SUB)     TO WS-ATT-TERM
           MOVE 75 TO WS-PASS-THRESHOLD
           IF WA-PROG-SUB(AR-SUB) > 0 AND WA-YEAR-LEVEL(AR-SUB) > 0
               MOVE CTL-PASS-THRESHOLD(WA-PROG-SUB(AR-SUB),
                                       WA-YEAR-LEVEL(AR-SUB))
                   TO WS-PASS-THRESHOLD
           END-IF
           EVALUATE WA-GRADE-STATUS(AR-SUB)
               WHEN SPACES
                   IF WA-AVERAGE(AR-SUB) >= WS-PASS-THRESHOLD
                       SET WS-ATT-PASSED TO TRUE
                   ELSE
                       SET WS-ATT-FAILED TO TRUE
                   END-IF
               WHEN "INC"
                   SET WS-ATT-INC TO TRUE
               WHEN "W  "
               WHEN "DRP"
                   SET WS-ATT-DROPPED TO TRUE
               WHEN OTHER
                   SET WS-ATT-NOT-POSTED TO TRUE
           END-EVALUATE
           PERFORM NOTE-SUBJECT-ATTEMPT.

       NOTE-SUBJECT-ATTEMPT.
           MOVE WS-ATT-RESULT TO WS-RANK-RESULT
           PERFORM RANK-ATTEMPT-RESULT
           MOVE WS-RANK-VALUE TO WS-NEW-RANK
           MOVE "N" TO WS-RES-FOUND-SWITCH
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > WS-RES-COUNT
               IF WR-SUBJECT(RS-SUB) = WS-ATT-SUBJECT
                   SET WS-RES-FOUND TO TRUE
                   MOVE WR-RESULT(RS-SUB) TO WS-RANK-RESULT
                   PERFORM RANK-ATTEMPT-RESULT
                   MOVE WS-RANK-VALUE TO WS-OLD-RANK
                   IF WS-NEW-RANK > WS-OLD-RANK
                       OR (WS-NEW-RANK = WS-OLD-RANK
                           AND WS-ATT-TERM > WR-TERM(RS-SUB))
                       MOVE WS-ATT-RESULT TO WR-RESULT(RS-SUB)
                       MOVE WS-ATT-TERM   TO WR-TERM(RS-SUB)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-RES-FOUND
               IF WS-RES-COUNT < 60
                   ADD 1 TO WS-RES-COUNT
                   MOVE WS-ATT-SUBJECT TO WR-SUBJECT(WS-RES-COUNT)
                   MOVE WS-ATT-RESULT  TO WR-RESULT(WS-RES-COUNT)
                   MOVE WS-ATT-TERM    TO WR-TERM(WS-RES-COUNT)
                   MOVE "N"            TO WR-IN-CURRIC(WS-RES-COUNT)
               ELSE
                   SET WS-ROW-OVERFLOW TO TRUE
                   DISPLAY "STUDENT " WS-CURR-STUDENT-ID " HAS MORE "
                           "THAN 60 DISTINCT SUBJECTS - SUBJECT "
                           WS-ATT-SUBJECT " NOT AUDITED"
               END-IF
           END-IF.

       RANK-ATTEMPT-RESULT.
           EVALUATE WS-RANK-RESULT
               WHEN "P"
                   MOVE 5 TO WS-RANK-VALUE
               WHEN "I"
                   MOVE 4 TO WS-RANK-VALUE
               WHEN "G"
                   MOVE 3 TO WS-RANK-VALUE
               WHEN "F"
                   MOVE 2 TO WS-RANK-VALUE
               WHEN "D"
                   MOVE 1 TO WS-RANK-VALUE
               WHEN OTHER
                   MOVE 0 TO WS-RANK-VALUE
           END-EVALUATE.

       CHECK-CURRICULUM-SUBJECTS.
           MOVE "N" TO WS-CURRIC-DEFINED-SWITCH
           PERFORM VARYING CU-SUB FROM 1 BY 1
               UNTIL CU-SUB > WS-CURRIC-COUNT
               IF WS-CU-PROG(CU-SUB) = PROG-CODE(WS-CURR-PROG-SUB)
                   SET WS-CURRIC-DEFINED TO TRUE
                   MOVE WS-CU-SUBJECT(CU-SUB) TO WS-LOOKUP-SUBJECT
                   PERFORM LOOKUP-SUBJECT-UNITS
                   ADD WS-SUBJ-UNITS-USE TO WS-UNITS-REQUIRED
                   MOVE WS-CU-SUBJECT(CU-SUB) TO WS-NEW-SUBJECT
                   MOVE WS-CU-YEAR(CU-SUB)    TO WS-NEW-YEAR
                   MOVE SPACES TO WS-NEW-TERM
                   SET WS-ATT-NOT-TAKEN TO TRUE
                   PERFORM VARYING RS-SUB FROM 1 BY 1
                       UNTIL RS-SUB > WS-RES-COUNT
                       IF WR-SUBJECT(RS-SUB) = WS-CU-SUBJECT(CU-SUB)
                           MOVE "Y" TO WR-IN-CURRIC(RS-SUB)
                           MOVE WR-RESULT(RS-SUB) TO WS-ATT-RESULT
                           MOVE WR-TERM(RS-SUB)   TO WS-NEW-TERM
                       END-IF
                   END-PERFORM
                   EVALUATE TRUE
                       WHEN WS-ATT-PASSED
                           CONTINUE
                       WHEN WS-ATT-INC
                           MOVE "INC NOT COMPLETED" TO WS-NEW-REASON
                           PERFORM NOTE-DEFICIENCY
                       WHEN WS-ATT-NOT-POSTED
                           MOVE "GRADE NOT POSTED" TO WS-NEW-REASON
                           PERFORM NOTE-DEFICIENCY
                       WHEN WS-ATT-FAILED
                           MOVE "FAILED - NOT YET PASSED"
                               TO WS-NEW-REASON
                           PERFORM NOTE-DEFICIENCY
                       WHEN WS-ATT-DROPPED
                           MOVE "DROPPED - NOT RETAKEN"
                               TO WS-NEW-REASON
                           PERFORM NOTE-DEFICIENCY
                       WHEN OTHER
                           MOVE "NOT TAKEN" TO WS-NEW-REASON
                           PERFORM NOTE-DEFICIENCY
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT WS-CURRIC-DEFINED
               MOVE SPACES TO WS-NEW-SUBJECT
               MOVE 0      TO WS-NEW-YEAR
               MOVE SPACES TO WS-NEW-TERM
               MOVE "NO CURRICULUM ON FILE" TO WS-NEW-REASON
               PERFORM NOTE-DEFICIENCY
           END-IF.

       CHECK-OUTSTANDING-INC.
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > WS-RES-COUNT
               IF WR-RESULT(RS-SUB) = "P"
                   MOVE WR-SUBJECT(RS-SUB) TO WS-LOOKUP-SUBJECT
                   PERFORM LOOKUP-SUBJECT-UNITS
                   ADD WS-SUBJ-UNITS-USE TO WS-UNITS-EARNED
               END-IF
               IF WR-IN-CURRIC(RS-SUB) = "N"
                   AND WR-RESULT(RS-SUB) = "I"
                   MOVE WR-SUBJECT(RS-SUB) TO WS-NEW-SUBJECT
                   MOVE 0                  TO WS-NEW-YEAR
                   MOVE WR-TERM(RS-SUB)    TO WS-NEW-TERM
                   MOVE "INC NOT COMPLETED" TO WS-NEW-REASON
                   PERFORM NOTE-DEFICIENCY
               END-IF
           END-PERFORM.

       CHECK-UNIT-TOTALS.
           IF WS-UNITS-EARNED < WS-UNITS-REQUIRED
               MOVE SPACES TO WS-NEW-SUBJECT
               MOVE 0      TO WS-NEW-YEAR
               MOVE SPACES TO WS-NEW-TERM
               MOVE "UNITS SHORT OF CURRICULUM" TO WS-NEW-REASON
               PERFORM NOTE-DEFICIENCY
           END-IF.

       NOTE-DEFICIENCY.
           ADD 1 TO WS-STU-DEF-TOTAL
           ADD 1 TO WS-DEFICIENCY-COUNT
           IF WS-SD-COUNT < 30
               ADD 1 TO WS-SD-COUNT
               MOVE WS-NEW-SUBJECT TO WS-SD-SUBJECT(WS-SD-COUNT)
               MOVE WS-NEW-YEAR    TO WS-SD-YEAR(WS-SD-COUNT)
               MOVE WS-NEW-TERM    TO WS-SD-TERM(WS-SD-COUNT)
               MOVE WS-NEW-REASON  TO WS-SD-REASON(WS-SD-COUNT)
           ELSE
               DISPLAY "DEFICIENCY TABLE FULL - STUDENT "
                       WS-CURR-STUDENT-ID " SUBJECT " WS-NEW-SUBJECT
                       " NOT LISTED"
           END-IF.

       WRITE-CLEARANCE-RECORDS.
           MOVE SPACES TO CLEARANCE-REC
           MOVE "H"                  TO CL-REC-TYPE
           MOVE WS-CURR-STUDENT-ID   TO CL-STUDENT-ID
           MOVE WS-CURR-STUDENT-NAME TO CL-STUDENT-NAME
           MOVE PROG-CODE(WS-CURR-PROG-SUB) TO CL-PROG-CODE
           MOVE CTL-TERM-TAG(WS-CURR-PROG-SUB, 4) TO CL-TERM-TAG
           MOVE WS-CLEAR-STATUS      TO CL-CLEAR-STATUS
           MOVE WS-UNITS-EARNED      TO CL-UNITS-EARNED
           MOVE WS-UNITS-REQUIRED    TO CL-UNITS-REQUIRED
           MOVE WS-STU-DEF-TOTAL     TO CL-DEFICIENCY-COUNT
           WRITE CLEARANCE-REC
           PERFORM VARYING SD-SUB FROM 1 BY 1
               UNTIL SD-SUB > WS-SD-COUNT
               MOVE SPACES TO CLEARANCE-DEFICIENCY-REC
               MOVE "D"                   TO CLD-REC-TYPE
               MOVE WS-CURR-STUDENT-ID    TO CLD-STUDENT-ID
               MOVE WS-SD-SUBJECT(SD-SUB) TO CLD-SUBJECT-CODE
               MOVE WS-SD-YEAR(SD-SUB)    TO CLD-YEAR-LEVEL
               MOVE WS-SD-TERM(SD-SUB)    TO CLD-TERM-TAG
               MOVE WS-SD-REASON(SD-SUB)  TO CLD-REASON
               WRITE CLEARANCE-DEFICIENCY-REC
           END-PERFORM.

       WRITE-DEGAUD-HEADERS.
           WRITE DEGAUD-PRINT-REC FROM HEADER1.
           WRITE DEGAUD-PRINT-REC FROM HEADER2.
           WRITE DEGAUD-PRINT-REC FROM HEADER3.
           MOVE SPACES TO DEGAUD-PRINT-REC.
           WRITE DEGAUD-PRINT-REC.
           MOVE SPACES TO DEGAUD-PRINT-REC.
           WRITE DEGAUD-PRINT-REC AFTER 1 LINE.
           WRITE DEGAUD-PRINT-REC FROM CANDIDATE-HDR-LINE1
               AFTER 1 LINE.
           WRITE DEGAUD-PRINT-REC FROM CANDIDATE-HDR-LINE2
               AFTER 1 LINE.
           MOVE SPACES TO DEGAUD-PRINT-REC.
           MOVE ALL "-" TO DEGAUD-PRINT-REC(6:98)
           WRITE DEGAUD-PRINT-REC AFTER 1 LINE.

       WRITE-CANDIDATE-LINE.
           MOVE WS-CURR-STUDENT-ID   TO DGA-ID-OUT
           MOVE WS-CURR-STUDENT-NAME TO DGA-NAME-OUT
           MOVE PROG-CODE(WS-CURR-PROG-SUB) TO DGA-PROG-OUT
           MOVE WS-UNITS-EARNED      TO DGA-EARNED-OUT
           MOVE WS-UNITS-REQUIRED    TO DGA-REQUIRED-OUT
           MOVE WS-CLEAR-STATUS      TO DGA-STATUS-OUT
           MOVE WS-STU-DEF-TOTAL     TO DGA-DEF-COUNT-OUT
           WRITE DEGAUD-PRINT-REC FROM CANDIDATE-DETAIL-LINE
               AFTER 1 LINE.
           PERFORM VARYING SD-SUB FROM 1 BY 1
               UNTIL SD-SUB > WS-SD-COUNT
               MOVE WS-SD-SUBJECT(SD-SUB) TO DEF-SUBJECT-OUT
               IF WS-SD-YEAR(SD-SUB) > 0
                   MOVE WS-SD-YEAR(SD-SUB) TO DEF-YEAR-OUT
               ELSE
                   MOVE SPACES TO DEF-YEAR-OUT
               END-IF
               MOVE WS-SD-TERM(SD-SUB)    TO DEF-TERM-OUT
               MOVE WS-SD-REASON(SD-SUB)  TO DEF-REASON-OUT
               WRITE DEGAUD-PRINT-REC FROM DEFICIENCY-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM.

       WRITE-DEGAUD-TOTALS.
           IF WS-CANDIDATE-COUNT = 0
               MOVE SPACES TO DEGAUD-PRINT-REC
               MOVE "     NO GRADUATION CANDIDATES ON THE MASTER"
                   TO DEGAUD-PRINT-REC
               WRITE DEGAUD-PRINT-REC AFTER 1 LINE
           END-IF
           MOVE SPACES TO DEGAUD-PRINT-REC.
           WRITE DEGAUD-PRINT-REC AFTER 1 LINE.
           MOVE "CANDIDATES AUDITED"        TO DGA-COUNT-TEXT
           MOVE WS-CANDIDATE-COUNT          TO DGA-COUNT-OUT
           WRITE DEGAUD-PRINT-REC FROM DEGAUD-COUNT-LINE AFTER 1 LINE.
           MOVE "CLEARED FOR GRADUATION"    TO DGA-COUNT-TEXT
           MOVE WS-CLEARED-COUNT            TO DGA-COUNT-OUT
           WRITE DEGAUD-PRINT-REC FROM DEGAUD-COUNT-LINE AFTER 1 LINE.
           MOVE "DEFICIENT"                 TO DGA-COUNT-TEXT
           MOVE WS-DEFICIENT-COUNT          TO DGA-COUNT-OUT
           WRITE DEGAUD-PRINT-REC FROM DEGAUD-COUNT-LINE AFTER 1 LINE.
           MOVE "DEFICIENCIES LISTED"       TO DGA-COUNT-TEXT
           MOVE WS-DEFICIENCY-COUNT         TO DGA-COUNT-OUT
           WRITE DEGAUD-PRINT-REC FROM DEGAUD-COUNT-LINE AFTER 1 LINE.
