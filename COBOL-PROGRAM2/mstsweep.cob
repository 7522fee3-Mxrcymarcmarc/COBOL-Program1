       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTSWEEP.
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

           SELECT SUBJECT-FILE ASSIGN TO "SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT SWEEP-REPORT ASSIGN TO "GSWEEP-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWEEP-REPORT-STATUS.

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

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS AUDIT-REC.
       01  AUDIT-REC.
           02 AUD-RUN-DATE        PIC 9(8).
           02 FILLER              PIC X(1).
           02 AUD-RUN-TIME        PIC 9(6).
           02 FILLER              PIC X(1).
           02 AUD-USER-ID         PIC X(8).
           02 FILLER              PIC X(1).
           02 AUD-ACTION          PIC X(1).
              88 AUD-ADD                     VALUE "A".
              88 AUD-CHANGE                  VALUE "C".
              88 AUD-DELETE                  VALUE "D".
              88 AUD-SET-STATUS              VALUE "S".
              88 AUD-RESOLVE                 VALUE "R".
           02 FILLER              PIC X(1).
           02 AUD-BEFORE-IMAGE    PIC X(80).
           02 FILLER              PIC X(1).
           02 AUD-AFTER-IMAGE     PIC X(80).
           02 FILLER              PIC X(1).
           02 AUD-OVERRIDE-CODE   PIC X(2).

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRANS-REC.
       01  TRANS-REC.
           02 TR-ACTION           PIC X(1).
              88 TR-ADD                      VALUE "A".
              88 TR-CHANGE                   VALUE "C".
              88 TR-DELETE                   VALUE "D".
              88 TR-SET-STATUS                VALUE "S".
              88 TR-RESOLVE                   VALUE "R".
           02 FILLER              PIC X(1).
           02 TR-USER-ID          PIC X(8).
           02 FILLER              PIC X(1).
           02 TR-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 TR-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(1).
           02 TR-YEAR-LEVEL       PIC 9(1).
           02 FILLER              PIC X(1).
           02 TR-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(1).
           02 TR-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 TR-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 TR-PRELIM           PIC 999V99.
           02 FILLER              PIC X(1).
           02 TR-MIDTERM          PIC 999V99.
           02 FILLER              PIC X(1).
           02 TR-FINAL            PIC 999V99.
           02 FILLER              PIC X(1).
           02 TR-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).
           02 TR-OVERRIDE-CODE    PIC X(2).
           02 FILLER              PIC X(1).

       FD  SWEEP-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SWEEP-PRINT-REC.
       01  SWEEP-PRINT-REC        PIC X(150).

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
           02 FILLER PIC X(51) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "STUDENT MASTER CONSISTENCY SWEEP".

       01  SWEEP-MODE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(55) VALUE
              "CORRECTION RUN - C TRANSACTIONS APPENDED TO TRANS.DAT".

       01  DRIFT-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(45) VALUE
              "STUDENT ROWS THAT DISAGREE WITHIN A TERM".
       01  DRIFT-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "FIELD".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "ON ROW".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "PROPOSED".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(11) VALUE "BASIS".

       01  DRIFT-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 DRF-ID-OUT         PIC X(9).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 DRF-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DRF-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 DRF-FIELD-OUT      PIC X(7).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DRF-ONROW-OUT      PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DRF-PROPOSED-OUT   PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DRF-BASIS-OUT      PIC X(11).

       01  CODE-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "ROWS WITH CODES NOT ON FILE".
       01  CODE-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NAME".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "PROGRAM".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 FILLER             PIC X(4)  VALUE "YEAR".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "REASON".

       01  CODE-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CDE-ID-OUT         PIC X(9).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 CDE-NAME-OUT       PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 CDE-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 CDE-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CDE-PROG-OUT       PIC X(4).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CDE-YEAR-OUT       PIC 9(1).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CDE-REASON-OUT     PIC X(25).

       01  SWEEP-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 SWP-COUNT-TEXT     PIC X(30).
           02 SWP-COUNT-OUT      PIC ZZZZ9.

       01  FIELD-NAME-VALUES.
           02 FILLER              PIC X(7)   VALUE "NAME".
           02 FILLER              PIC X(7)   VALUE "YEAR".
           02 FILLER              PIC X(7)   VALUE "PROGRAM".
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-VALUES.
           02 FIELD-NAME OCCURS 3 PIC X(7).

       01  WS-CTL-CODE-TABLE.
           02 WS-CTL-CODE-COUNT   PIC 9(2)   VALUE 0.
           02 WS-CTL-CODE-ENTRY OCCURS 40.
              03 WS-CC-PROG       PIC X(4).
              03 WS-CC-YEAR       PIC 9(1).

       01  WS-SUBJECT-TABLE.
           02 WS-SUBJECT-COUNT    PIC 9(3)   VALUE 0.
           02 WS-SUBJ-CODE OCCURS 200 PIC X(6).

       01  WS-BEFORE-IMAGE.
           02 WB-STUDENT-ID       PIC X(9).
           02 WB-SUBJECT-CODE     PIC X(6).
           02 WB-TERM-TAG         PIC X(6).
           02 WB-STUDENT-NAME     PIC X(25).
           02 WB-YEAR-LEVEL       PIC X(1).
           02 WB-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(29).

       01  WS-AFTER-IMAGE.
           02 WN-STUDENT-ID       PIC X(9).
           02 WN-SUBJECT-CODE     PIC X(6).
           02 WN-TERM-TAG         PIC X(6).
           02 WN-STUDENT-NAME     PIC X(25).
           02 WN-YEAR-LEVEL       PIC X(1).
           02 WN-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(29).

       01  WS-CHANGE-KEY.
           02 WK-STUDENT-ID       PIC X(9).
           02 WK-TERM-TAG         PIC X(6).

       01  WS-CHANGE-TABLE.
           02 WS-CHANGE-COUNT     PIC 9(4)   VALUE 0.
           02 WS-CHANGE-ENTRY OCCURS 1000.
              03 WC-KEY.
                 04 WC-STUDENT-ID PIC X(9).
                 04 WC-TERM-TAG   PIC X(6).
              03 WC-FIELD OCCURS 3 PIC X(25).

       01  WS-ROW-TABLE.
           02 WS-ROW-COUNT        PIC 9(2)   VALUE 0.
           02 WS-ROW-ENTRY OCCURS 60.
              03 WR-SUBJECT-CODE  PIC X(6).
              03 WR-TERM-TAG      PIC X(6).
              03 WR-FIELD OCCURS 3 PIC X(25).
              03 WR-PRELIM        PIC 999V99.
              03 WR-MIDTERM       PIC 999V99.
              03 WR-FINAL         PIC 999V99.
              03 WR-GRADE-STATUS  PIC X(3).
              03 WR-GROUPED       PIC X(1).
              03 WR-CORRECT       PIC X(1).

       01  WS-GROUP-TABLE.
           02 WS-GROUP-FIELD OCCURS 3.
              03 WG-DRIFT         PIC X(1).
                 88 WG-FIELD-DRIFTS          VALUE "Y".
              03 WG-PROPOSED      PIC X(25).
              03 WG-BASIS         PIC X(11).

       01  WS-NEW-FIELD-TABLE.
           02 WS-NEW-FIELD OCCURS 3 PIC X(25).

       01  WS-CODE-TABLE.
           02 WS-CODE-COUNT       PIC 9(3)   VALUE 0.
           02 WS-CODE-ENTRY OCCURS 200.
              03 WX-STUDENT-ID    PIC X(9).
              03 WX-STUDENT-NAME  PIC X(25).
              03 WX-TERM-TAG      PIC X(6).
              03 WX-SUBJECT-CODE  PIC X(6).
              03 WX-PROG-CODE     PIC X(4).
              03 WX-YEAR-LEVEL    PIC 9(1).
              03 WX-REASON        PIC X(25).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-SUBJECT-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-AUDIT-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-TRANS-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-SWEEP-REPORT-STATUS   PIC X(2) VALUE "00".

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
       77  WS-CONTROL-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTROL-EOF                VALUE "Y".
       77  WS-SUBJECT-EOF-SWITCH PIC X      VALUE "N".
           88 WS-SUBJECT-EOF                VALUE "Y".
       77  WS-AUDIT-EOF-SWITCH   PIC X      VALUE "N".
           88 WS-AUDIT-EOF                  VALUE "Y".
       77  WS-CORRECT-SWITCH     PIC X      VALUE "N".
           88 WS-CORRECT-RUN                VALUE "Y".
       77  WS-PROG-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-PROG-FOUND                 VALUE "Y".
       77  WS-YEAR-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-YEAR-FOUND                 VALUE "Y".
       77  WS-SUBJECT-FOUND-SWITCH PIC X    VALUE "N".
           88 WS-SUBJECT-FOUND              VALUE "Y".
       77  WS-GROUP-DRIFT-SWITCH PIC X      VALUE "N".
           88 WS-GROUP-DRIFTS               VALUE "Y".
       77  WS-VALUE-ON-FILE-SWITCH PIC X    VALUE "N".
           88 WS-VALUE-ON-FILE              VALUE "Y".
       77  WS-TIE-SWITCH         PIC X      VALUE "N".
           88 WS-VALUE-TIED                 VALUE "Y".
       77  WS-DRIFT-HDR-SWITCH   PIC X      VALUE "N".
           88 WS-DRIFT-HDR-WRITTEN          VALUE "Y".

       77  WS-CURR-STUDENT-ID    PIC X(9)   VALUE SPACES.
       77  WS-GROUP-TERM         PIC X(6)   VALUE SPACES.
       77  WS-FIRST-ROW          PIC 9(2)   VALUE 0.
       77  WS-CHANGE-HIT         PIC 9(4)   VALUE 0.
       77  WS-BEST-VALUE         PIC X(25)  VALUE SPACES.
       77  WS-BEST-COUNT         PIC 9(2)   VALUE 0.
       77  WS-MATCH-COUNT        PIC 9(2)   VALUE 0.
       77  WS-CODE-REASON        PIC X(25)  VALUE SPACES.

       77  WS-STUDENTS-CHECKED   PIC 9(5)   VALUE 0.
       77  WS-ROWS-CHECKED       PIC 9(5)   VALUE 0.
       77  WS-DRIFT-GROUP-COUNT  PIC 9(5)   VALUE 0.
       77  WS-CORRECT-ROW-COUNT  PIC 9(5)   VALUE 0.
       77  WS-TIED-FIELD-COUNT   PIC 9(5)   VALUE 0.
       77  WS-BAD-PROG-COUNT     PIC 9(5)   VALUE 0.
       77  WS-BAD-YEAR-COUNT     PIC 9(5)   VALUE 0.
       77  WS-BAD-SUBJECT-COUNT  PIC 9(5)   VALUE 0.
       77  WS-TRANS-WRITTEN      PIC 9(5)   VALUE 0.

       77  CC-SUB                PIC 9(2)   VALUE 1.
       77  S-SUB                 PIC 9(3)   VALUE 1.
       77  CH-SUB                PIC 9(4)   VALUE 1.
       77  R-SUB                 PIC 9(2)   VALUE 1.
       77  G-SUB                 PIC 9(2)   VALUE 1.
       77  M-SUB                 PIC 9(2)   VALUE 1.
       77  F-SUB                 PIC 9      VALUE 1.
       77  CX-SUB                PIC 9(3)   VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-CORRECT-SWITCH
               FROM ENVIRONMENT "MSTSWEEP-CORRECT".
           PERFORM LOAD-CONTROL-CODES.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-AUDIT-CHANGES.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CORRECT-RUN
               OPEN EXTEND TRANS-FILE
               IF WS-TRANS-FILE-STATUS NOT = "00"
                   OPEN OUTPUT TRANS-FILE
               END-IF
               IF WS-TRANS-FILE-STATUS NOT = "00"
                   DISPLAY "TRANSACTION FILE COULD NOT BE OPENED - "
                           "STATUS " WS-TRANS-FILE-STATUS
                   DISPLAY "RUN ABORTED"
                   CLOSE STUDENT-MASTER
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT SWEEP-REPORT.
           PERFORM WRITE-SWEEP-HEADERS.
           PERFORM SWEEP-STUDENT-MASTER.
           PERFORM WRITE-CODE-SECTION.
           PERFORM WRITE-SWEEP-TOTALS.
           CLOSE STUDENT-MASTER.
           IF WS-CORRECT-RUN
               CLOSE TRANS-FILE
           END-IF
           CLOSE SWEEP-REPORT.
           DISPLAY "TERMS WITH DISAGREEING ROWS: " WS-DRIFT-GROUP-COUNT
                   " ROWS WITH CODES NOT ON FILE: " WS-CODE-COUNT.
           IF WS-DRIFT-GROUP-COUNT > 0 OR WS-BAD-PROG-COUNT > 0
               OR WS-BAD-YEAR-COUNT > 0 OR WS-BAD-SUBJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       LOAD-CONTROL-CODES.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CONTROL-EOF
                   IF CSC-REC-TYPE NOT = "S"
                       AND CTL-PROG-CODE-IN NOT = SPACES
                       AND CTL-YEAR-LEVEL-IN NUMERIC
                       PERFORM NOTE-CONTROL-CODE
                   END-IF
                   READ CONTROL-FILE
                       AT END SET WS-CONTROL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "CONTROL FILE COULD NOT BE OPENED - "
                       "STATUS " WS-CONTROL-FILE-STATUS
               DISPLAY "PROGRAM CODE CHECK SKIPPED"
           END-IF.

       NOTE-CONTROL-CODE.
           MOVE "N" TO WS-YEAR-FOUND-SWITCH
           PERFORM VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > WS-CTL-CODE-COUNT
               IF WS-CC-PROG(CC-SUB) = CTL-PROG-CODE-IN
                   AND WS-CC-YEAR(CC-SUB) = CTL-YEAR-LEVEL-IN
                   SET WS-YEAR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-YEAR-FOUND
               IF WS-CTL-CODE-COUNT < 40
                   ADD 1 TO WS-CTL-CODE-COUNT
                   MOVE CTL-PROG-CODE-IN
                       TO WS-CC-PROG(WS-CTL-CODE-COUNT)
                   MOVE CTL-YEAR-LEVEL-IN
                       TO WS-CC-YEAR(WS-CTL-CODE-COUNT)
               ELSE
                   DISPLAY "CONTROL RECORD DROPPED - TABLE FULL: "
                           CTL-PROG-CODE-IN " " CTL-YEAR-LEVEL-IN
               END-IF
           END-IF.

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
               DISPLAY "SUBJECT CODE CHECK SKIPPED"
           END-IF.

       LOAD-AUDIT-CHANGES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               READ AUDIT-FILE
                   AT END SET WS-AUDIT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUDIT-EOF
                   IF AUD-CHANGE
                       MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-IMAGE
                       MOVE AUD-AFTER-IMAGE  TO WS-AFTER-IMAGE
                       IF WB-STUDENT-NAME NOT = WN-STUDENT-NAME
                           OR WB-YEAR-LEVEL NOT = WN-YEAR-LEVEL
                           OR WB-PROG-CODE NOT = WN-PROG-CODE
                           PERFORM NOTE-AUDIT-CHANGE
                       END-IF
                   END-IF
                   READ AUDIT-FILE
                       AT END SET WS-AUDIT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           ELSE
               DISPLAY "AUDIT TRAIL COULD NOT BE OPENED - "
                       "STATUS " WS-AUDIT-FILE-STATUS
               DISPLAY "CORRECTIONS PROPOSED FROM ROW MAJORITY ONLY"
           END-IF.

       NOTE-AUDIT-CHANGE.
           MOVE WN-STUDENT-ID TO WK-STUDENT-ID
           MOVE WN-TERM-TAG   TO WK-TERM-TAG
           PERFORM FIND-AUDIT-CHANGE
           IF WS-CHANGE-HIT = 0
               IF WS-CHANGE-COUNT < 1000
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-CHANGE-COUNT TO WS-CHANGE-HIT
                   MOVE WS-CHANGE-KEY TO WC-KEY(WS-CHANGE-HIT)
               ELSE
                   DISPLAY "AUDIT CHANGE TABLE FULL - STUDENT "
                           WN-STUDENT-ID " TERM " WN-TERM-TAG
                           " NOT HELD"
               END-IF
           END-IF
           IF WS-CHANGE-HIT > 0
               MOVE WN-STUDENT-NAME TO WC-FIELD(WS-CHANGE-HIT, 1)
               MOVE WN-YEAR-LEVEL   TO WC-FIELD(WS-CHANGE-HIT, 2)
               MOVE WN-PROG-CODE    TO WC-FIELD(WS-CHANGE-HIT, 3)
           END-IF.

       FIND-AUDIT-CHANGE.
           MOVE 0 TO WS-CHANGE-HIT
           PERFORM VARYING CH-SUB FROM 1 BY 1
               UNTIL CH-SUB > WS-CHANGE-COUNT
               IF WC-KEY(CH-SUB) = WS-CHANGE-KEY
                   MOVE CH-SUB TO WS-CHANGE-HIT
               END-IF
           END-PERFORM.

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
           PERFORM SWEEP-ONE-STUDENT.

       HOLD-MASTER-RECORD.
           IF SM-STUDENT-ID NOT = WS-CURR-STUDENT-ID
               PERFORM SWEEP-ONE-STUDENT
               MOVE SM-STUDENT-ID TO WS-CURR-STUDENT-ID
               MOVE 0 TO WS-ROW-COUNT
           END-IF
           ADD 1 TO WS-ROWS-CHECKED
           PERFORM CHECK-ROW-CODES
           IF WS-ROW-COUNT < 60
               ADD 1 TO WS-ROW-COUNT
               MOVE SM-SUBJECT-CODE TO WR-SUBJECT-CODE(WS-ROW-COUNT)
               MOVE SM-TERM-TAG     TO WR-TERM-TAG(WS-ROW-COUNT)
               MOVE SM-STUDENT-NAME TO WR-FIELD(WS-ROW-COUNT, 1)
               MOVE SM-YEAR-LEVEL   TO WR-FIELD(WS-ROW-COUNT, 2)
               MOVE SM-PROG-CODE    TO WR-FIELD(WS-ROW-COUNT, 3)
               MOVE SM-PRELIM       TO WR-PRELIM(WS-ROW-COUNT)
               MOVE SM-MIDTERM      TO WR-MIDTERM(WS-ROW-COUNT)
               MOVE SM-FINAL        TO WR-FINAL(WS-ROW-COUNT)
               MOVE SM-GRADE-STATUS TO WR-GRADE-STATUS(WS-ROW-COUNT)
               MOVE "N"             TO WR-GROUPED(WS-ROW-COUNT)
               MOVE "N"             TO WR-CORRECT(WS-ROW-COUNT)
           ELSE
               DISPLAY "STUDENT " SM-STUDENT-ID " HAS MORE THAN 60 "
                       "SUBJECT RECORDS - SUBJECT " SM-SUBJECT-CODE
                       " NOT SWEPT"
           END-IF.

       CHECK-ROW-CODES.
           IF WS-CTL-CODE-COUNT > 0
               MOVE "N" TO WS-PROG-FOUND-SWITCH
               MOVE "N" TO WS-YEAR-FOUND-SWITCH
               PERFORM VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > WS-CTL-CODE-COUNT
                   IF WS-CC-PROG(CC-SUB) = SM-PROG-CODE
                       SET WS-PROG-FOUND TO TRUE
                       IF WS-CC-YEAR(CC-SUB) = SM-YEAR-LEVEL
                           SET WS-YEAR-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-PROG-FOUND
                   ADD 1 TO WS-BAD-PROG-COUNT
                   MOVE "PROGRAM NOT ON CONTROL" TO WS-CODE-REASON
                   PERFORM NOTE-CODE-EXCEPTION
               ELSE
                   IF NOT WS-YEAR-FOUND
                       ADD 1 TO WS-BAD-YEAR-COUNT
                       MOVE "YEAR LEVEL NOT ON CONTROL"
                           TO WS-CODE-REASON
                       PERFORM NOTE-CODE-EXCEPTION
                   END-IF
               END-IF
           END-IF
           IF WS-SUBJECT-COUNT > 0
               MOVE "N" TO WS-SUBJECT-FOUND-SWITCH
               PERFORM VARYING S-SUB FROM 1 BY 1
                   UNTIL S-SUB > WS-SUBJECT-COUNT
                   IF WS-SUBJ-CODE(S-SUB) = SM-SUBJECT-CODE
                       SET WS-SUBJECT-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-SUBJECT-FOUND
                   ADD 1 TO WS-BAD-SUBJECT-COUNT
                   MOVE "SUBJECT NOT ON CATALOG" TO WS-CODE-REASON
                   PERFORM NOTE-CODE-EXCEPTION
               END-IF
           END-IF.

       NOTE-CODE-EXCEPTION.
           IF WS-CODE-COUNT < 200
               ADD 1 TO WS-CODE-COUNT
               MOVE SM-STUDENT-ID   TO WX-STUDENT-ID(WS-CODE-COUNT)
               MOVE SM-STUDENT-NAME TO WX-STUDENT-NAME(WS-CODE-COUNT)
               MOVE SM-TERM-TAG     TO WX-TERM-TAG(WS-CODE-COUNT)
               MOVE SM-SUBJECT-CODE TO WX-SUBJECT-CODE(WS-CODE-COUNT)
               MOVE SM-PROG-CODE    TO WX-PROG-CODE(WS-CODE-COUNT)
               MOVE SM-YEAR-LEVEL   TO WX-YEAR-LEVEL(WS-CODE-COUNT)
               MOVE WS-CODE-REASON  TO WX-REASON(WS-CODE-COUNT)
           ELSE
               DISPLAY "CODE EXCEPTION TABLE FULL - STUDENT "
                       SM-STUDENT-ID " SUBJECT " SM-SUBJECT-CODE
                       " NOT LISTED"
           END-IF.

       SWEEP-ONE-STUDENT.
           IF WS-CURR-STUDENT-ID NOT = SPACES
               ADD 1 TO WS-STUDENTS-CHECKED
               PERFORM VARYING R-SUB FROM 1 BY 1
                   UNTIL R-SUB > WS-ROW-COUNT
                   IF WR-GROUPED(R-SUB) = "N"
                       MOVE WR-TERM-TAG(R-SUB) TO WS-GROUP-TERM
                       MOVE R-SUB TO WS-FIRST-ROW
                       PERFORM CHECK-TERM-GROUP
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-TERM-GROUP.
           MOVE "N" TO WS-GROUP-DRIFT-SWITCH
           PERFORM VARYING F-SUB FROM 1 BY 1 UNTIL F-SUB > 3
               MOVE "N"    TO WG-DRIFT(F-SUB)
               MOVE SPACES TO WG-PROPOSED(F-SUB)
               MOVE SPACES TO WG-BASIS(F-SUB)
           END-PERFORM
           PERFORM VARYING G-SUB FROM WS-FIRST-ROW BY 1
               UNTIL G-SUB > WS-ROW-COUNT
               IF WR-TERM-TAG(G-SUB) = WS-GROUP-TERM
                   MOVE "Y" TO WR-GROUPED(G-SUB)
                   PERFORM VARYING F-SUB FROM 1 BY 1 UNTIL F-SUB > 3
                       IF WR-FIELD(G-SUB, F-SUB)
                          NOT = WR-FIELD(WS-FIRST-ROW, F-SUB)
                           MOVE "Y" TO WG-DRIFT(F-SUB)
                           SET WS-GROUP-DRIFTS TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-GROUP-DRIFTS
               ADD 1 TO WS-DRIFT-GROUP-COUNT
               MOVE WS-CURR-STUDENT-ID TO WK-STUDENT-ID
               MOVE WS-GROUP-TERM      TO WK-TERM-TAG
               PERFORM FIND-AUDIT-CHANGE
               PERFORM VARYING F-SUB FROM 1 BY 1 UNTIL F-SUB > 3
                   IF WG-FIELD-DRIFTS(F-SUB)
                       PERFORM PROPOSE-FIELD-VALUE
                   END-IF
               END-PERFORM
               PERFORM REPORT-GROUP-ROWS
           END-IF.

       PROPOSE-FIELD-VALUE.
           MOVE "N" TO WS-VALUE-ON-FILE-SWITCH
           IF WS-CHANGE-HIT > 0
               PERFORM VARYING G-SUB FROM WS-FIRST-ROW BY 1
                   UNTIL G-SUB > WS-ROW-COUNT
                   IF WR-TERM-TAG(G-SUB) = WS-GROUP-TERM
                       AND WR-FIELD(G-SUB, F-SUB)
                           = WC-FIELD(WS-CHANGE-HIT, F-SUB)
                       SET WS-VALUE-ON-FILE TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VALUE-ON-FILE
               MOVE WC-FIELD(WS-CHANGE-HIT, F-SUB)
                   TO WG-PROPOSED(F-SUB)
               MOVE "AUDIT TRAIL" TO WG-BASIS(F-SUB)
           ELSE
               PERFORM FIND-MAJORITY-VALUE
           END-IF.

       FIND-MAJORITY-VALUE.
           MOVE SPACES TO WS-BEST-VALUE
           MOVE 0 TO WS-BEST-COUNT
           MOVE "N" TO WS-TIE-SWITCH
           PERFORM VARYING G-SUB FROM WS-FIRST-ROW BY 1
               UNTIL G-SUB > WS-ROW-COUNT
               IF WR-TERM-TAG(G-SUB) = WS-GROUP-TERM
                   MOVE 0 TO WS-MATCH-COUNT
                   PERFORM VARYING M-SUB FROM WS-FIRST-ROW BY 1
                       UNTIL M-SUB > WS-ROW-COUNT
                       IF WR-TERM-TAG(M-SUB) = WS-GROUP-TERM
                           AND WR-FIELD(M-SUB, F-SUB)
                               = WR-FIELD(G-SUB, F-SUB)
                           ADD 1 TO WS-MATCH-COUNT
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-COUNT > WS-BEST-COUNT
                       MOVE WS-MATCH-COUNT TO WS-BEST-COUNT
                       MOVE WR-FIELD(G-SUB, F-SUB) TO WS-BEST-VALUE
                       MOVE "N" TO WS-TIE-SWITCH
                   ELSE
                       IF WS-MATCH-COUNT = WS-BEST-COUNT
                           AND WR-FIELD(G-SUB, F-SUB)
                               NOT = WS-BEST-VALUE
                           SET WS-VALUE-TIED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VALUE-TIED
               ADD 1 TO WS-TIED-FIELD-COUNT
               MOVE SPACES TO WG-PROPOSED(F-SUB)
               MOVE "TIED" TO WG-BASIS(F-SUB)
           ELSE
               MOVE WS-BEST-VALUE TO WG-PROPOSED(F-SUB)
               MOVE "MAJORITY" TO WG-BASIS(F-SUB)
           END-IF.

       REPORT-GROUP-ROWS.
           PERFORM VARYING G-SUB FROM WS-FIRST-ROW BY 1
               UNTIL G-SUB > WS-ROW-COUNT
               IF WR-TERM-TAG(G-SUB) = WS-GROUP-TERM
                   PERFORM VARYING F-SUB FROM 1 BY 1 UNTIL F-SUB > 3
                       IF WG-FIELD-DRIFTS(F-SUB)
                           IF WG-BASIS(F-SUB) = "TIED"
                               PERFORM WRITE-DRIFT-LINE
                           ELSE
                               IF WR-FIELD(G-SUB, F-SUB)
                                  NOT = WG-PROPOSED(F-SUB)
                                   MOVE "Y" TO WR-CORRECT(G-SUB)
                                   PERFORM WRITE-DRIFT-LINE
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WR-CORRECT(G-SUB) = "Y"
                       ADD 1 TO WS-CORRECT-ROW-COUNT
                       IF WS-CORRECT-RUN
                           PERFORM WRITE-CORRECTION-TRANS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-CORRECTION-TRANS.
           PERFORM VARYING F-SUB FROM 1 BY 1 UNTIL F-SUB > 3
               MOVE WR-FIELD(G-SUB, F-SUB) TO WS-NEW-FIELD(F-SUB)
               IF WG-FIELD-DRIFTS(F-SUB)
                   AND WG-BASIS(F-SUB) NOT = "TIED"
                   MOVE WG-PROPOSED(F-SUB) TO WS-NEW-FIELD(F-SUB)
               END-IF
           END-PERFORM
           MOVE SPACES                  TO TRANS-REC
           MOVE "C"                     TO TR-ACTION
           MOVE "MSTSWEEP"              TO TR-USER-ID
           MOVE WS-CURR-STUDENT-ID      TO TR-STUDENT-ID
           MOVE WS-NEW-FIELD(1)         TO TR-STUDENT-NAME
           MOVE WS-NEW-FIELD(2)(1:1)    TO TR-YEAR-LEVEL
           MOVE WS-NEW-FIELD(3)         TO TR-PROG-CODE
           MOVE WR-SUBJECT-CODE(G-SUB)  TO TR-SUBJECT-CODE
           MOVE WR-TERM-TAG(G-SUB)      TO TR-TERM-TAG
           MOVE WR-PRELIM(G-SUB)        TO TR-PRELIM
           MOVE WR-MIDTERM(G-SUB)       TO TR-MIDTERM
           MOVE WR-FINAL(G-SUB)         TO TR-FINAL
           MOVE WR-GRADE-STATUS(G-SUB)  TO TR-GRADE-STATUS
           WRITE TRANS-REC
           ADD 1 TO WS-TRANS-WRITTEN.

       WRITE-SWEEP-HEADERS.
           WRITE SWEEP-PRINT-REC FROM HEADER1.
           WRITE SWEEP-PRINT-REC FROM HEADER2.
           WRITE SWEEP-PRINT-REC FROM HEADER3.
           IF WS-CORRECT-RUN
               WRITE SWEEP-PRINT-REC FROM SWEEP-MODE-LINE
                   AFTER 1 LINE
           END-IF
           MOVE SPACES TO SWEEP-PRINT-REC.
           WRITE SWEEP-PRINT-REC.

       WRITE-DRIFT-HEADER.
           MOVE SPACES TO SWEEP-PRINT-REC.
           WRITE SWEEP-PRINT-REC AFTER 1 LINE.
           WRITE SWEEP-PRINT-REC FROM DRIFT-HDR-LINE1 AFTER 1 LINE.
           WRITE SWEEP-PRINT-REC FROM DRIFT-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO SWEEP-PRINT-REC.
           MOVE ALL "-" TO SWEEP-PRINT-REC(6:111)
           WRITE SWEEP-PRINT-REC AFTER 1 LINE.
           SET WS-DRIFT-HDR-WRITTEN TO TRUE.

       WRITE-DRIFT-LINE.
           IF NOT WS-DRIFT-HDR-WRITTEN
               PERFORM WRITE-DRIFT-HEADER
           END-IF
           MOVE WS-CURR-STUDENT-ID     TO DRF-ID-OUT
           MOVE WS-GROUP-TERM          TO DRF-TERM-OUT
           MOVE WR-SUBJECT-CODE(G-SUB) TO DRF-SUBJECT-OUT
           MOVE FIELD-NAME(F-SUB)      TO DRF-FIELD-OUT
           MOVE WR-FIELD(G-SUB, F-SUB) TO DRF-ONROW-OUT
           MOVE WG-PROPOSED(F-SUB)     TO DRF-PROPOSED-OUT
           MOVE WG-BASIS(F-SUB)        TO DRF-BASIS-OUT
           WRITE SWEEP-PRINT-REC FROM DRIFT-DETAIL-LINE AFTER 1 LINE.

       WRITE-CODE-SECTION.
           IF NOT WS-DRIFT-HDR-WRITTEN
               PERFORM WRITE-DRIFT-HEADER
               MOVE SPACES TO SWEEP-PRINT-REC
               MOVE "     NO DISAGREEING ROWS FOUND"
                   TO SWEEP-PRINT-REC
               WRITE SWEEP-PRINT-REC AFTER 1 LINE
           END-IF
           MOVE SPACES TO SWEEP-PRINT-REC.
           WRITE SWEEP-PRINT-REC AFTER 1 LINE.
           WRITE SWEEP-PRINT-REC FROM CODE-HDR-LINE1 AFTER 1 LINE.
           WRITE SWEEP-PRINT-REC FROM CODE-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO SWEEP-PRINT-REC.
           MOVE ALL "-" TO SWEEP-PRINT-REC(6:110)
           WRITE SWEEP-PRINT-REC AFTER 1 LINE.
           IF WS-CODE-COUNT = 0
               MOVE SPACES TO SWEEP-PRINT-REC
               MOVE "     NO UNKNOWN PROGRAM OR SUBJECT CODES FOUND"
                   TO SWEEP-PRINT-REC
               WRITE SWEEP-PRINT-REC AFTER 1 LINE
           END-IF
           PERFORM VARYING CX-SUB FROM 1 BY 1
               UNTIL CX-SUB > WS-CODE-COUNT
               MOVE WX-STUDENT-ID(CX-SUB)   TO CDE-ID-OUT
               MOVE WX-STUDENT-NAME(CX-SUB) TO CDE-NAME-OUT
               MOVE WX-TERM-TAG(CX-SUB)     TO CDE-TERM-OUT
               MOVE WX-SUBJECT-CODE(CX-SUB) TO CDE-SUBJECT-OUT
               MOVE WX-PROG-CODE(CX-SUB)    TO CDE-PROG-OUT
               MOVE WX-YEAR-LEVEL(CX-SUB)   TO CDE-YEAR-OUT
               MOVE WX-REASON(CX-SUB)       TO CDE-REASON-OUT
               WRITE SWEEP-PRINT-REC FROM CODE-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM.

       WRITE-SWEEP-TOTALS.
           MOVE SPACES TO SWEEP-PRINT-REC.
           WRITE SWEEP-PRINT-REC AFTER 1 LINE.
           MOVE "STUDENTS CHECKED"           TO SWP-COUNT-TEXT
           MOVE WS-STUDENTS-CHECKED          TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "MASTER ROWS CHECKED"        TO SWP-COUNT-TEXT
           MOVE WS-ROWS-CHECKED              TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "TERMS WITH DISAGREEING ROWS" TO SWP-COUNT-TEXT
           MOVE WS-DRIFT-GROUP-COUNT         TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "ROWS NEEDING CORRECTION"    TO SWP-COUNT-TEXT
           MOVE WS-CORRECT-ROW-COUNT         TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "TIED FIELDS - NO PROPOSAL"  TO SWP-COUNT-TEXT
           MOVE WS-TIED-FIELD-COUNT          TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "PROGRAM NOT ON CONTROL"     TO SWP-COUNT-TEXT
           MOVE WS-BAD-PROG-COUNT            TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "YEAR LEVEL NOT ON CONTROL"  TO SWP-COUNT-TEXT
           MOVE WS-BAD-YEAR-COUNT            TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           MOVE "SUBJECT NOT ON CATALOG"     TO SWP-COUNT-TEXT
           MOVE WS-BAD-SUBJECT-COUNT         TO SWP-COUNT-OUT
           WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE AFTER 1 LINE.
           IF WS-CORRECT-RUN
               MOVE "CORRECTION TRANSACTIONS"  TO SWP-COUNT-TEXT
               MOVE WS-TRANS-WRITTEN           TO SWP-COUNT-OUT
               WRITE SWEEP-PRINT-REC FROM SWEEP-COUNT-LINE
                   AFTER 1 LINE
           END-IF.
