       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRDDIST.
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

           SELECT ARCHIVE-FILE ASSIGN TO "SARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.

           SELECT DIST-REPORT ASSIGN TO "GDIST-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-REPORT-STATUS.

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
           02 SM-SECTION-CODE     PIC X(6).
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
           02 FILLER              PIC X(1).
           02 AR-SECTION-CODE     PIC X(6).

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

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECTION-REC.
       01  SECTION-REC.
           02 SEC-CODE-IN         PIC X(6).
           02 FILLER              PIC X(1).
           02 SEC-SUBJECT-IN      PIC X(6).
           02 FILLER              PIC X(1).
           02 SEC-TERM-IN         PIC X(6).
           02 FILLER              PIC X(1).
           02 SEC-FACULTY-IN      PIC X(25).
           02 FILLER              PIC X(1).
           02 SEC-CAPACITY-IN     PIC 9(3).
           02 FILLER              PIC X(1).
           02 SEC-DAYS-IN         PIC X(6).
           02 FILLER              PIC X(1).
           02 SEC-START-IN        PIC 9(4).
           02 FILLER              PIC X(1).
           02 SEC-END-IN          PIC 9(4).
           02 FILLER              PIC X(1).
           02 SEC-ROOM-IN         PIC X(6).
           02 FILLER              PIC X(4).

       FD  DIST-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS DIST-PRINT-REC.
       01  DIST-PRINT-REC         PIC X(150).

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
           02 FILLER PIC X(52) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "GRADE DISTRIBUTION ANALYSIS".

       01  DIST-WINDOW-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(31) VALUE
              "SUBJECT NORMS COVER TERMS FROM ".
           02 DIST-WINDOW-FROM   PIC X(6).
           02 FILLER             PIC X(4)  VALUE " TO ".
           02 DIST-WINDOW-TO     PIC X(6).

       01  DIST-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "GRADE DISTRIBUTION BY SUBJECT AND TERM".
       01  DIST-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "GRADED".
           02 DIST-BAND-HDR      PIC X(50).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "PASS %".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "FAIL %".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "LOW".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "HIGH".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "MEAN".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "STDDEV".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "NO GRD".

       01  DIST-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 DIST-SUBJECT-OUT   PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DIST-TERM-OUT      PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DIST-GRADED-OUT    PIC ZZZZ9.
           02 DIST-BANDS-OUT     PIC X(50).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 DIST-PASS-PCT-OUT  PIC ZZ9.9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DIST-FAIL-PCT-OUT  PIC ZZ9.9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DIST-LOW-OUT       PIC ZZ9.99.
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 DIST-HIGH-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 DIST-MEAN-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 DIST-SDEV-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 DIST-NOGRD-OUT     PIC ZZZZ9.

       01  NORM-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "SUBJECT NORMS OVER RECENT TERMS".
       01  NORM-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "GRADED".
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "MEAN".
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "FAIL %".

       01  NORM-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 NORM-SUBJECT-OUT   PIC X(6).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 NORM-GRADED-OUT    PIC ZZZZ9.
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 NORM-MEAN-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 NORM-FAIL-PCT-OUT  PIC ZZ9.9.

       01  FLAG-SEC-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "SECTIONS OUTSIDE SUBJECT NORM".
       01  FLAG-FAC-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "FACULTY OUTSIDE SUBJECT NORM".
       01  FLAG-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SECTION".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "FACULTY".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "GRADED".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "MEAN".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "NORM".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "FAIL %".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "NORM %".
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FILLER             PIC X(20) VALUE "FINDING".

       01  FLAG-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FLAG-SUBJECT-OUT   PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FLAG-TERM-OUT      PIC X(6).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FLAG-SECTION-OUT   PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FLAG-FACULTY-OUT   PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FLAG-GRADED-OUT    PIC ZZZZ9.
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FLAG-MEAN-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 FLAG-NORM-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FLAG-FAIL-PCT-OUT  PIC ZZ9.9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FLAG-NORM-PCT-OUT  PIC ZZ9.9.
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FLAG-FINDING-OUT   PIC X(20).

       01  DIST-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 DIST-COUNT-TEXT    PIC X(30).
           02 DIST-COUNT-OUT     PIC ZZZZ9.

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

       01  WS-SCALE-TABLE.
           02 WS-SCALE-COUNT      PIC 9(2)   VALUE 5.
           02 WS-SCALE-ENTRY OCCURS 10.
              03 WS-SCALE-LETTER  PIC X(1).
              03 WS-SCALE-MIN     PIC 999V99.
       01  WS-SCALE-DEFAULTS.
           02 FILLER              PIC X(6)   VALUE "A09000".
           02 FILLER              PIC X(6)   VALUE "B08000".
           02 FILLER              PIC X(6)   VALUE "C07500".
           02 FILLER              PIC X(6)   VALUE "D07000".
           02 FILLER              PIC X(6)   VALUE "F00000".
       01  WS-SCALE-DEFAULT-TABLE REDEFINES WS-SCALE-DEFAULTS.
           02 WS-SCALE-DEF-ENTRY OCCURS 5.
              03 WS-SCALE-DEF-LETTER PIC X(1).
              03 WS-SCALE-DEF-MIN    PIC 999V99.

       01  WS-SECTION-TABLE.
           02 WS-SECTION-COUNT    PIC 9(3)   VALUE 0.
           02 WS-SECTION-ENTRY OCCURS 300.
              03 WS-SEC-CODE      PIC X(6).
              03 WS-SEC-TERM      PIC X(6).
              03 WS-SEC-FACULTY   PIC X(25).

       01  WS-OBS-TABLE.
           02 WS-OBS-COUNT        PIC 9(4)   VALUE 0.
           02 WS-OBS-ENTRY OCCURS 3000.
              03 WO-STUDENT-ID    PIC X(9).
              03 WO-SUBJECT       PIC X(6).
              03 WO-TERM          PIC X(6).
              03 WO-ORDINAL       PIC 9(6).
              03 WO-SECTION       PIC X(6).
              03 WO-AVERAGE       PIC 999V99.
              03 WO-RESULT        PIC X(1).

       01  WS-DIST-TABLE.
           02 WS-DIST-COUNT       PIC 9(3)   VALUE 0.
           02 WS-DIST-ENTRY OCCURS 300.
              03 WD-SUBJECT       PIC X(6).
              03 WD-TERM          PIC X(6).
              03 WD-ORDINAL       PIC 9(6).
              03 WD-GRADED        PIC 9(4).
              03 WD-BAND-COUNT OCCURS 10 PIC 9(4).
              03 WD-PASS          PIC 9(4).
              03 WD-FAIL          PIC 9(4).
              03 WD-NOT-GRADED    PIC 9(4).
              03 WD-SUM           PIC 9(7)V99.
              03 WD-SUMSQ         PIC 9(9)V9(4).
              03 WD-LOW           PIC 999V99.
              03 WD-HIGH          PIC 999V99.
       01  WS-DIST-HOLD           PIC X(106).

       01  WS-NORM-TABLE.
           02 WS-NORM-COUNT       PIC 9(3)   VALUE 0.
           02 WS-NORM-ENTRY OCCURS 100.
              03 WN-SUBJECT       PIC X(6).
              03 WN-GRADED        PIC 9(5).
              03 WN-FAIL          PIC 9(5).
              03 WN-SUM           PIC 9(8)V99.
              03 WN-MEAN          PIC 999V99.
              03 WN-FAIL-PCT      PIC 999V9.

       01  WS-GROUP-TABLE.
           02 WS-GROUP-COUNT      PIC 9(3)   VALUE 0.
           02 WS-GROUP-ENTRY OCCURS 500.
              03 WG-TYPE          PIC X(1).
              03 WG-SUBJECT       PIC X(6).
              03 WG-TERM          PIC X(6).
              03 WG-SECTION       PIC X(6).
              03 WG-FACULTY       PIC X(25).
              03 WG-GRADED        PIC 9(5).
              03 WG-FAIL          PIC 9(5).
              03 WG-SUM           PIC 9(8)V99.

       01  WS-TERM-TAG-WORK.
           02 WS-TERM-YEAR        PIC 9(4).
           02 WS-TERM-LETTER      PIC X(1).
           02 WS-TERM-NUMBER      PIC 9(1).

       01  WS-OBS-KEY.
           02 WK-STUDENT-ID       PIC X(9).
           02 WK-SUBJECT          PIC X(6).
           02 WK-TERM             PIC X(6).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-ARCHIVE-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-SECTION-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-DIST-REPORT-STATUS    PIC X(2) VALUE "00".

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
       77  WS-ARCHIVE-EOF-SWITCH PIC X      VALUE "N".
           88 WS-ARCHIVE-EOF                VALUE "Y".
       77  WS-CONTROL-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTROL-EOF                VALUE "Y".
       77  WS-SECTION-EOF-SWITCH PIC X      VALUE "N".
           88 WS-SECTION-EOF                VALUE "Y".
       77  WS-PROG-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-PROG-FOUND                 VALUE "Y".
       77  WS-SCALE-LOADED-SWITCH PIC X     VALUE "N".
           88 WS-SCALE-LOADED               VALUE "Y".
       77  WS-TERM-VALID-SWITCH  PIC X      VALUE "N".
           88 WS-TERM-VALID                 VALUE "Y".
       77  WS-DUP-FOUND-SWITCH   PIC X      VALUE "N".
           88 WS-DUP-FOUND                  VALUE "Y".
       77  WS-OBS-FULL-SWITCH    PIC X      VALUE "N".
           88 WS-OBS-FULL                   VALUE "Y".
       77  WS-TABLE-FULL-SWITCH  PIC X      VALUE "N".
           88 WS-TABLE-FULL                 VALUE "Y".

       77  WS-RECENT-TERMS       PIC 9(2)   VALUE 6.
       77  WS-MIN-FLAG-COUNT     PIC 9(3)   VALUE 5.
       77  WS-AVG-LIMIT          PIC 99V99  VALUE 10.00.
       77  WS-FAIL-LIMIT         PIC 99V9   VALUE 25.0.

       77  WS-LOOKUP-PROG        PIC X(4)   VALUE SPACES.
       77  WS-PROG-SUB           PIC 9      VALUE 0.
       77  WS-LOOKUP-SECTION     PIC X(6)   VALUE SPACES.
       77  WS-LOOKUP-TERM        PIC X(6)   VALUE SPACES.
       77  WS-LOOKUP-FACULTY     PIC X(25)  VALUE SPACES.
       77  WS-LOOKUP-TYPE        PIC X(1)   VALUE SPACES.
       77  WS-WORK-AVG           PIC 999V99 VALUE 0.
       77  WS-WORK-PASS          PIC 999V99 VALUE 0.
       77  WS-WORK-RESULT        PIC X(1)   VALUE SPACES.
       77  WS-TERM-ORDINAL       PIC 9(6)   VALUE 0.
       77  WS-MAX-ORDINAL        PIC 9(6)   VALUE 0.
       77  WS-CUTOFF-ORDINAL     PIC 9(6)   VALUE 0.
       77  WS-FIRST-ORDINAL      PIC 9(6)   VALUE 0.
       77  WS-WINDOW-FROM-TAG    PIC X(6)   VALUE SPACES.
       77  WS-WINDOW-TO-TAG      PIC X(6)   VALUE SPACES.
       77  WS-MASTER-OBS-COUNT   PIC 9(4)   VALUE 0.
       77  WS-BAND-EDIT          PIC ZZZZ9.
       77  WS-BAND-HDR-EDIT      PIC X(5)   VALUE SPACES.
       77  WS-BEST-SCALE-MIN     PIC 999V99 VALUE 0.
       77  WS-BAND-SUB           PIC 9(2)   VALUE 0.
       77  WS-BAND-POS           PIC 9(3)   VALUE 0.
       77  WS-MEAN               PIC 999V99 VALUE 0.
       77  WS-VARIANCE           PIC 9(7)V9(4) VALUE 0.
       77  WS-VARIANCE-WORK      PIC S9(7)V9(4) VALUE 0.
       77  WS-STD-DEV            PIC 999V99 VALUE 0.
       77  WS-PCT                PIC 999V9  VALUE 0.
       77  WS-AVG-DIFF           PIC S999V99 VALUE 0.
       77  WS-FAIL-DIFF          PIC S999V9 VALUE 0.
       77  WS-FINDING            PIC X(20)  VALUE SPACES.
       77  WS-AVG-FINDING        PIC X(4)   VALUE SPACES.
       77  WS-FAIL-FINDING       PIC X(4)   VALUE SPACES.
       77  WS-NORM-SUB           PIC 9(3)   VALUE 0.
       77  WS-FLAG-WRITTEN-COUNT PIC 9(5)   VALUE 0.

       77  WS-MASTER-ROWS        PIC 9(5)   VALUE 0.
       77  WS-ARCHIVE-ROWS       PIC 9(5)   VALUE 0.
       77  WS-ARCHIVE-DUP-COUNT  PIC 9(5)   VALUE 0.
       77  WS-SKIP-COUNT         PIC 9(5)   VALUE 0.
       77  WS-SECTION-FLAG-COUNT PIC 9(5)   VALUE 0.
       77  WS-FACULTY-FLAG-COUNT PIC 9(5)   VALUE 0.
       77  WS-CTL-REJECT-COUNT   PIC 9(3)   VALUE 0.

       77  P-SUB                 PIC 9      VALUE 1.
       77  Y-SUB                 PIC 9      VALUE 1.
       77  SC-SUB                PIC 9(2)   VALUE 1.
       77  SE-SUB                PIC 9(3)   VALUE 1.
       77  OB-SUB                PIC 9(4)   VALUE 1.
       77  O2-SUB                PIC 9(4)   VALUE 1.
       77  DS-SUB                PIC 9(3)   VALUE 1.
       77  D2-SUB                PIC 9(3)   VALUE 1.
       77  NM-SUB                PIC 9(3)   VALUE 1.
       77  GP-SUB                PIC 9(3)   VALUE 1.

       PROCEDURE DIVISION.
           PERFORM INIT-GRADE-SCALE.
           PERFORM LOAD-CONTROL-PARAMETERS.
           PERFORM LOAD-SECTION-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-MASTER-GRADES.
           CLOSE STUDENT-MASTER.
           PERFORM LOAD-ARCHIVE-GRADES.
           PERFORM BUILD-DISTRIBUTIONS.
           PERFORM SORT-DISTRIBUTIONS.
           PERFORM BUILD-SUBJECT-NORMS.
           PERFORM BUILD-SECTION-GROUPS.
           OPEN OUTPUT DIST-REPORT.
           PERFORM WRITE-DIST-HEADERS.
           PERFORM WRITE-DISTRIBUTION-SECTION.
           PERFORM WRITE-NORM-SECTION.
           MOVE "S" TO WS-LOOKUP-TYPE
           PERFORM WRITE-FLAG-SECTION.
           MOVE "F" TO WS-LOOKUP-TYPE
           PERFORM WRITE-FLAG-SECTION.
           PERFORM WRITE-DIST-TOTALS.
           CLOSE DIST-REPORT.
           IF WS-SECTION-FLAG-COUNT > 0 OR WS-FACULTY-FLAG-COUNT > 0
               OR WS-SKIP-COUNT > 0 OR WS-CTL-REJECT-COUNT > 0
               OR WS-OBS-FULL OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       INIT-GRADE-SCALE.
           MOVE 5 TO WS-SCALE-COUNT
           PERFORM VARYING SC-SUB FROM 1 BY 1 UNTIL SC-SUB > 5
               MOVE WS-SCALE-DEF-LETTER(SC-SUB)
                   TO WS-SCALE-LETTER(SC-SUB)
               MOVE WS-SCALE-DEF-MIN(SC-SUB)
                   TO WS-SCALE-MIN(SC-SUB)
           END-PERFORM.

       LOOKUP-PROGRAM-CODE.
           MOVE "N" TO WS-PROG-FOUND-SWITCH
           MOVE 0 TO WS-PROG-SUB
           PERFORM VARYING P-SUB FROM 1 BY 1 UNTIL P-SUB > 3
               IF WS-LOOKUP-PROG = PROG-CODE(P-SUB)
                   SET WS-PROG-FOUND TO TRUE
                   MOVE P-SUB TO WS-PROG-SUB
               END-IF
           END-PERFORM.

       LOAD-CONTROL-PARAMETERS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CONTROL FILE COULD NOT BE OPENED - "
                       "STATUS " WS-CONTROL-FILE-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           READ CONTROL-FILE
               AT END SET WS-CONTROL-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-CONTROL-EOF
               IF CSC-REC-TYPE = "S"
                   PERFORM LOAD-SCALE-ENTRY
               ELSE
                   PERFORM LOAD-CONTROL-ENTRY
               END-IF
               READ CONTROL-FILE
                   AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE CONTROL-FILE.

       LOAD-CONTROL-ENTRY.
           MOVE CTL-PROG-CODE-IN TO WS-LOOKUP-PROG
           PERFORM LOOKUP-PROGRAM-CODE
           IF NOT WS-PROG-FOUND
               ADD 1 TO WS-CTL-REJECT-COUNT
               DISPLAY "CONTROL RECORD REJECTED - INVALID PROGRAM "
                       "CODE: " CTL-PROG-CODE-IN
           ELSE
           IF CTL-YEAR-LEVEL-IN >= 1 AND CTL-YEAR-LEVEL-IN <= 4
               IF CTL-WT-PRELIM-IN + CTL-WT-MIDTERM-IN
                  + CTL-WT-FINAL-IN = 100
                   MOVE CTL-PASS-THRESH-IN TO CTL-PASS-THRESHOLD
                        (WS-PROG-SUB, CTL-YEAR-LEVEL-IN)
                   MOVE CTL-WT-PRELIM-IN TO CTL-WT-PRELIM
                        (WS-PROG-SUB, CTL-YEAR-LEVEL-IN)
                   MOVE CTL-WT-MIDTERM-IN TO CTL-WT-MIDTERM
                        (WS-PROG-SUB, CTL-YEAR-LEVEL-IN)
                   MOVE CTL-WT-FINAL-IN TO CTL-WT-FINAL
                        (WS-PROG-SUB, CTL-YEAR-LEVEL-IN)
               ELSE
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   DISPLAY "CONTROL RECORD REJECTED - WEIGHTS "
                           "DO NOT SUM TO 100 FOR YEAR LEVEL: "
                           CTL-YEAR-LEVEL-IN
               END-IF
           ELSE
               ADD 1 TO WS-CTL-REJECT-COUNT
               DISPLAY "CONTROL RECORD REJECTED - INVALID YEAR "
                       "LEVEL: " CTL-YEAR-LEVEL-IN
           END-IF
           END-IF.

       LOAD-SCALE-ENTRY.
           IF NOT WS-SCALE-LOADED
               SET WS-SCALE-LOADED TO TRUE
               MOVE 0 TO WS-SCALE-COUNT
           END-IF
           IF CSC-MIN-AVG NOT NUMERIC OR CSC-LETTER = SPACES
               ADD 1 TO WS-CTL-REJECT-COUNT
               DISPLAY "CONTROL RECORD REJECTED - INVALID GRADE "
                       "SCALE ENTRY: " CSC-LETTER
           ELSE
               IF WS-SCALE-COUNT < 10
                   ADD 1 TO WS-SCALE-COUNT
                   MOVE CSC-LETTER  TO WS-SCALE-LETTER(WS-SCALE-COUNT)
                   MOVE CSC-MIN-AVG TO WS-SCALE-MIN(WS-SCALE-COUNT)
               ELSE
                   ADD 1 TO WS-CTL-REJECT-COUNT
                   DISPLAY "CONTROL RECORD REJECTED - GRADE SCALE "
                           "TABLE FULL: " CSC-LETTER
               END-IF
           END-IF.

       LOAD-SECTION-FILE.
           OPEN INPUT SECTION-FILE
           IF WS-SECTION-FILE-STATUS = "00"
               READ SECTION-FILE
                   AT END SET WS-SECTION-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SECTION-EOF
                   IF WS-SECTION-COUNT < 300
                       AND SEC-CODE-IN NOT = SPACES
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SEC-CODE-IN
                           TO WS-SEC-CODE(WS-SECTION-COUNT)
                       MOVE SEC-TERM-IN
                           TO WS-SEC-TERM(WS-SECTION-COUNT)
                       MOVE SEC-FACULTY-IN
                           TO WS-SEC-FACULTY(WS-SECTION-COUNT)
                   END-IF
                   READ SECTION-FILE
                       AT END SET WS-SECTION-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           ELSE
               DISPLAY "SECTION FILE COULD NOT BE OPENED - "
                       "STATUS " WS-SECTION-FILE-STATUS
               DISPLAY "FACULTY NAMES WILL SHOW AS UNKNOWN"
           END-IF.

       LOOKUP-SECTION-FACULTY.
           MOVE "UNKNOWN" TO WS-LOOKUP-FACULTY
           PERFORM VARYING SE-SUB FROM 1 BY 1
               UNTIL SE-SUB > WS-SECTION-COUNT
               IF WS-SEC-CODE(SE-SUB) = WS-LOOKUP-SECTION
                   AND WS-SEC-TERM(SE-SUB) = WS-LOOKUP-TERM
                   MOVE WS-SEC-FACULTY(SE-SUB) TO WS-LOOKUP-FACULTY
               END-IF
           END-PERFORM.

       COMPUTE-TERM-ORDINAL.
           MOVE "N" TO WS-TERM-VALID-SWITCH
           MOVE 0 TO WS-TERM-ORDINAL
           IF WS-TERM-YEAR NUMERIC AND WS-TERM-LETTER = "T"
               AND WS-TERM-NUMBER NUMERIC
               AND WS-TERM-NUMBER >= 1 AND WS-TERM-NUMBER <= 3
               SET WS-TERM-VALID TO TRUE
               COMPUTE WS-TERM-ORDINAL =
                       WS-TERM-YEAR * 3 + WS-TERM-NUMBER
           END-IF.

       LOAD-MASTER-GRADES.
           READ STUDENT-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               IF SM-STUDENT-ID NOT = "999999999"
                   PERFORM NOTE-MASTER-GRADE
               END-IF
               READ STUDENT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           MOVE WS-OBS-COUNT TO WS-MASTER-OBS-COUNT.

       NOTE-MASTER-GRADE.
           MOVE SM-PROG-CODE TO WS-LOOKUP-PROG
           PERFORM LOOKUP-PROGRAM-CODE
           MOVE SM-TERM-TAG TO WS-TERM-TAG-WORK
           PERFORM COMPUTE-TERM-ORDINAL
           IF NOT WS-PROG-FOUND OR NOT WS-TERM-VALID
               OR SM-YEAR-LEVEL NOT NUMERIC
               OR SM-YEAR-LEVEL < 1 OR SM-YEAR-LEVEL > 4
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "MASTER ROW SKIPPED - BAD PROGRAM, YEAR OR "
                       "TERM: " SM-STUDENT-ID " " SM-SUBJECT-CODE
                       " " SM-TERM-TAG
           ELSE
               MOVE WS-PROG-SUB   TO P-SUB
               MOVE SM-YEAR-LEVEL TO Y-SUB
               MOVE CTL-PASS-THRESHOLD(P-SUB, Y-SUB) TO WS-WORK-PASS
               IF SM-STATUS-GRADED
                   AND SM-PRELIM NUMERIC AND SM-MIDTERM NUMERIC
                   AND SM-FINAL NUMERIC
                   COMPUTE WS-WORK-AVG ROUNDED =
                       (SM-PRELIM  * CTL-WT-PRELIM(P-SUB, Y-SUB) +
                        SM-MIDTERM * CTL-WT-MIDTERM(P-SUB, Y-SUB) +
                        SM-FINAL   * CTL-WT-FINAL(P-SUB, Y-SUB))
                       / 100
                   IF WS-WORK-AVG >= WS-WORK-PASS
                       MOVE "P" TO WS-WORK-RESULT
                   ELSE
                       MOVE "F" TO WS-WORK-RESULT
                   END-IF
               ELSE
                   MOVE 0 TO WS-WORK-AVG
                   MOVE "N" TO WS-WORK-RESULT
               END-IF
               ADD 1 TO WS-MASTER-ROWS
               MOVE SM-STUDENT-ID   TO WK-STUDENT-ID
               MOVE SM-SUBJECT-CODE TO WK-SUBJECT
               MOVE SM-TERM-TAG     TO WK-TERM
               MOVE SM-SECTION-CODE TO WS-LOOKUP-SECTION
               PERFORM ADD-OBSERVATION
           END-IF.

       LOAD-ARCHIVE-GRADES.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS = "00"
               READ ARCHIVE-FILE
                   AT END SET WS-ARCHIVE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ARCHIVE-EOF
                   PERFORM NOTE-ARCHIVE-GRADE
                   READ ARCHIVE-FILE
                       AT END SET WS-ARCHIVE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           ELSE
               DISPLAY "ARCHIVE FILE SARCH.DAT COULD NOT BE "
                       "OPENED - STATUS " WS-ARCHIVE-FILE-STATUS
               DISPLAY "ANALYSIS COVERS CURRENT MASTER ONLY"
           END-IF.

       NOTE-ARCHIVE-GRADE.
           MOVE AR-STUDENT-ID   TO WK-STUDENT-ID
           MOVE AR-SUBJECT-CODE TO WK-SUBJECT
           MOVE AR-TERM-TAG     TO WK-TERM
           MOVE "N" TO WS-DUP-FOUND-SWITCH
           PERFORM VARYING O2-SUB FROM 1 BY 1
               UNTIL O2-SUB > WS-MASTER-OBS-COUNT OR WS-DUP-FOUND
               IF WO-STUDENT-ID(O2-SUB) = WK-STUDENT-ID
                   AND WO-SUBJECT(O2-SUB) = WK-SUBJECT
                   AND WO-TERM(O2-SUB) = WK-TERM
                   SET WS-DUP-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-DUP-FOUND
               ADD 1 TO WS-ARCHIVE-DUP-COUNT
           ELSE
               MOVE AR-PROG-CODE TO WS-LOOKUP-PROG
               PERFORM LOOKUP-PROGRAM-CODE
               MOVE AR-TERM-TAG TO WS-TERM-TAG-WORK
               PERFORM COMPUTE-TERM-ORDINAL
               IF NOT WS-PROG-FOUND OR NOT WS-TERM-VALID
                   OR AR-YEAR-LEVEL NOT NUMERIC
                   OR AR-YEAR-LEVEL < 1 OR AR-YEAR-LEVEL > 4
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "ARCHIVE ROW SKIPPED - BAD PROGRAM, YEAR "
                           "OR TERM: " AR-STUDENT-ID " "
                           AR-SUBJECT-CODE " " AR-TERM-TAG
               ELSE
                   MOVE WS-PROG-SUB   TO P-SUB
                   MOVE AR-YEAR-LEVEL TO Y-SUB
                   MOVE CTL-PASS-THRESHOLD(P-SUB, Y-SUB)
                       TO WS-WORK-PASS
                   IF AR-GRADE-STATUS = SPACES AND AR-AVERAGE NUMERIC
                       MOVE AR-AVERAGE TO WS-WORK-AVG
                       IF WS-WORK-AVG >= WS-WORK-PASS
                           MOVE "P" TO WS-WORK-RESULT
                       ELSE
                           MOVE "F" TO WS-WORK-RESULT
                       END-IF
                   ELSE
                       MOVE 0 TO WS-WORK-AVG
                       MOVE "N" TO WS-WORK-RESULT
                   END-IF
                   ADD 1 TO WS-ARCHIVE-ROWS
                   MOVE AR-SECTION-CODE TO WS-LOOKUP-SECTION
                   PERFORM ADD-OBSERVATION
               END-IF
           END-IF.

       ADD-OBSERVATION.
           IF WS-OBS-COUNT < 3000
               ADD 1 TO WS-OBS-COUNT
               MOVE WK-STUDENT-ID     TO WO-STUDENT-ID(WS-OBS-COUNT)
               MOVE WK-SUBJECT        TO WO-SUBJECT(WS-OBS-COUNT)
               MOVE WK-TERM           TO WO-TERM(WS-OBS-COUNT)
               MOVE WS-TERM-ORDINAL   TO WO-ORDINAL(WS-OBS-COUNT)
               MOVE WS-LOOKUP-SECTION TO WO-SECTION(WS-OBS-COUNT)
               MOVE WS-WORK-AVG       TO WO-AVERAGE(WS-OBS-COUNT)
               MOVE WS-WORK-RESULT    TO WO-RESULT(WS-OBS-COUNT)
               IF WS-TERM-ORDINAL > WS-MAX-ORDINAL
                   MOVE WS-TERM-ORDINAL TO WS-MAX-ORDINAL
               END-IF
           ELSE
               IF NOT WS-OBS-FULL
                   DISPLAY "GRADE TABLE FULL - REMAINING ROWS NOT "
                           "ANALYZED"
               END-IF
               SET WS-OBS-FULL TO TRUE
           END-IF.

       BUILD-DISTRIBUTIONS.
           PERFORM VARYING OB-SUB FROM 1 BY 1
               UNTIL OB-SUB > WS-OBS-COUNT
               MOVE 0 TO DS-SUB
               PERFORM VARYING D2-SUB FROM 1 BY 1
                   UNTIL D2-SUB > WS-DIST-COUNT
                   IF WD-SUBJECT(D2-SUB) = WO-SUBJECT(OB-SUB)
                       AND WD-TERM(D2-SUB) = WO-TERM(OB-SUB)
                       MOVE D2-SUB TO DS-SUB
                   END-IF
               END-PERFORM
               IF DS-SUB = 0
                   IF WS-DIST-COUNT < 300
                       ADD 1 TO WS-DIST-COUNT
                       MOVE WS-DIST-COUNT TO DS-SUB
                       INITIALIZE WS-DIST-ENTRY(DS-SUB)
                       MOVE WO-SUBJECT(OB-SUB) TO WD-SUBJECT(DS-SUB)
                       MOVE WO-TERM(OB-SUB)    TO WD-TERM(DS-SUB)
                       MOVE WO-ORDINAL(OB-SUB) TO WD-ORDINAL(DS-SUB)
                   ELSE
                       IF NOT WS-TABLE-FULL
                           DISPLAY "DISTRIBUTION TABLE FULL - "
                                   "SUBJECT " WO-SUBJECT(OB-SUB)
                                   " TERM " WO-TERM(OB-SUB)
                                   " NOT ANALYZED"
                       END-IF
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF DS-SUB > 0
                   PERFORM ADD-TO-DISTRIBUTION
               END-IF
           END-PERFORM.

       ADD-TO-DISTRIBUTION.
           IF WO-RESULT(OB-SUB) = "N"
               ADD 1 TO WD-NOT-GRADED(DS-SUB)
           ELSE
               ADD 1 TO WD-GRADED(DS-SUB)
               IF WO-RESULT(OB-SUB) = "P"
                   ADD 1 TO WD-PASS(DS-SUB)
               ELSE
                   ADD 1 TO WD-FAIL(DS-SUB)
               END-IF
               ADD WO-AVERAGE(OB-SUB) TO WD-SUM(DS-SUB)
               COMPUTE WD-SUMSQ(DS-SUB) = WD-SUMSQ(DS-SUB)
                   + WO-AVERAGE(OB-SUB) * WO-AVERAGE(OB-SUB)
               IF WD-GRADED(DS-SUB) = 1
                   OR WO-AVERAGE(OB-SUB) < WD-LOW(DS-SUB)
                   MOVE WO-AVERAGE(OB-SUB) TO WD-LOW(DS-SUB)
               END-IF
               IF WO-AVERAGE(OB-SUB) > WD-HIGH(DS-SUB)
                   MOVE WO-AVERAGE(OB-SUB) TO WD-HIGH(DS-SUB)
               END-IF
               MOVE WO-AVERAGE(OB-SUB) TO WS-WORK-AVG
               PERFORM LOOKUP-GRADE-BAND
               IF WS-BAND-SUB > 0
                   ADD 1 TO WD-BAND-COUNT(DS-SUB, WS-BAND-SUB)
               END-IF
           END-IF.

       LOOKUP-GRADE-BAND.
           MOVE 0 TO WS-BAND-SUB
           MOVE 0 TO WS-BEST-SCALE-MIN
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SCALE-COUNT
               IF WS-WORK-AVG >= WS-SCALE-MIN(SC-SUB)
                   AND (WS-BAND-SUB = 0
                       OR WS-SCALE-MIN(SC-SUB) > WS-BEST-SCALE-MIN)
                   MOVE SC-SUB TO WS-BAND-SUB
                   MOVE WS-SCALE-MIN(SC-SUB) TO WS-BEST-SCALE-MIN
               END-IF
           END-PERFORM.

       SORT-DISTRIBUTIONS.
           PERFORM VARYING DS-SUB FROM 1 BY 1
               UNTIL DS-SUB >= WS-DIST-COUNT
               PERFORM VARYING D2-SUB FROM DS-SUB BY 1
                   UNTIL D2-SUB > WS-DIST-COUNT
                   IF WD-SUBJECT(D2-SUB) < WD-SUBJECT(DS-SUB)
                       OR (WD-SUBJECT(D2-SUB) = WD-SUBJECT(DS-SUB)
                       AND WD-ORDINAL(D2-SUB) < WD-ORDINAL(DS-SUB))
                       MOVE WS-DIST-ENTRY(DS-SUB) TO WS-DIST-HOLD
                       MOVE WS-DIST-ENTRY(D2-SUB)
                           TO WS-DIST-ENTRY(DS-SUB)
                       MOVE WS-DIST-HOLD TO WS-DIST-ENTRY(D2-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUILD-SUBJECT-NORMS.
           IF WS-MAX-ORDINAL > WS-RECENT-TERMS
               COMPUTE WS-CUTOFF-ORDINAL =
                       WS-MAX-ORDINAL - WS-RECENT-TERMS
           ELSE
               MOVE 0 TO WS-CUTOFF-ORDINAL
           END-IF
           MOVE 0 TO WS-FIRST-ORDINAL
           PERFORM VARYING DS-SUB FROM 1 BY 1
               UNTIL DS-SUB > WS-DIST-COUNT
               IF WD-ORDINAL(DS-SUB) > WS-CUTOFF-ORDINAL
                   IF WS-FIRST-ORDINAL = 0
                       OR WD-ORDINAL(DS-SUB) < WS-FIRST-ORDINAL
                       MOVE WD-ORDINAL(DS-SUB) TO WS-FIRST-ORDINAL
                       MOVE WD-TERM(DS-SUB) TO WS-WINDOW-FROM-TAG
                   END-IF
                   IF WD-ORDINAL(DS-SUB) = WS-MAX-ORDINAL
                       MOVE WD-TERM(DS-SUB) TO WS-WINDOW-TO-TAG
                   END-IF
                   PERFORM ADD-TO-SUBJECT-NORM
               END-IF
           END-PERFORM
           PERFORM VARYING NM-SUB FROM 1 BY 1
               UNTIL NM-SUB > WS-NORM-COUNT
               IF WN-GRADED(NM-SUB) > 0
                   COMPUTE WN-MEAN(NM-SUB) ROUNDED =
                           WN-SUM(NM-SUB) / WN-GRADED(NM-SUB)
                   COMPUTE WN-FAIL-PCT(NM-SUB) ROUNDED =
                           WN-FAIL(NM-SUB) * 100 / WN-GRADED(NM-SUB)
               ELSE
                   MOVE 0 TO WN-MEAN(NM-SUB)
                   MOVE 0 TO WN-FAIL-PCT(NM-SUB)
               END-IF
           END-PERFORM.

       ADD-TO-SUBJECT-NORM.
           MOVE 0 TO WS-NORM-SUB
           PERFORM VARYING NM-SUB FROM 1 BY 1
               UNTIL NM-SUB > WS-NORM-COUNT
               IF WN-SUBJECT(NM-SUB) = WD-SUBJECT(DS-SUB)
                   MOVE NM-SUB TO WS-NORM-SUB
               END-IF
           END-PERFORM
           IF WS-NORM-SUB = 0 AND WS-NORM-COUNT < 100
               ADD 1 TO WS-NORM-COUNT
               MOVE WS-NORM-COUNT TO WS-NORM-SUB
               MOVE WD-SUBJECT(DS-SUB) TO WN-SUBJECT(WS-NORM-SUB)
               MOVE 0 TO WN-GRADED(WS-NORM-SUB)
               MOVE 0 TO WN-FAIL(WS-NORM-SUB)
               MOVE 0 TO WN-SUM(WS-NORM-SUB)
           END-IF
           IF WS-NORM-SUB > 0
               ADD WD-GRADED(DS-SUB) TO WN-GRADED(WS-NORM-SUB)
               ADD WD-FAIL(DS-SUB)   TO WN-FAIL(WS-NORM-SUB)
               ADD WD-SUM(DS-SUB)    TO WN-SUM(WS-NORM-SUB)
           ELSE
               SET WS-TABLE-FULL TO TRUE
           END-IF.

       BUILD-SECTION-GROUPS.
           PERFORM VARYING OB-SUB FROM 1 BY 1
               UNTIL OB-SUB > WS-OBS-COUNT
               IF WO-ORDINAL(OB-SUB) > WS-CUTOFF-ORDINAL
                   AND WO-SECTION(OB-SUB) NOT = SPACES
                   AND WO-RESULT(OB-SUB) NOT = "N"
                   MOVE WO-SECTION(OB-SUB) TO WS-LOOKUP-SECTION
                   MOVE WO-TERM(OB-SUB)    TO WS-LOOKUP-TERM
                   PERFORM LOOKUP-SECTION-FACULTY
                   MOVE "S" TO WS-LOOKUP-TYPE
                   PERFORM ADD-TO-GROUP
                   MOVE "F" TO WS-LOOKUP-TYPE
                   MOVE SPACES TO WS-LOOKUP-SECTION
                   MOVE SPACES TO WS-LOOKUP-TERM
                   PERFORM ADD-TO-GROUP
               END-IF
           END-PERFORM.

       ADD-TO-GROUP.
           MOVE 0 TO GP-SUB
           PERFORM VARYING D2-SUB FROM 1 BY 1
               UNTIL D2-SUB > WS-GROUP-COUNT
               IF WG-TYPE(D2-SUB) = WS-LOOKUP-TYPE
                   AND WG-SUBJECT(D2-SUB) = WO-SUBJECT(OB-SUB)
                   AND WG-TERM(D2-SUB) = WS-LOOKUP-TERM
                   AND WG-SECTION(D2-SUB) = WS-LOOKUP-SECTION
                   AND WG-FACULTY(D2-SUB) = WS-LOOKUP-FACULTY
                   MOVE D2-SUB TO GP-SUB
               END-IF
           END-PERFORM
           IF GP-SUB = 0
               IF WS-GROUP-COUNT < 500
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO GP-SUB
                   MOVE WS-LOOKUP-TYPE     TO WG-TYPE(GP-SUB)
                   MOVE WO-SUBJECT(OB-SUB) TO WG-SUBJECT(GP-SUB)
                   MOVE WS-LOOKUP-TERM     TO WG-TERM(GP-SUB)
                   MOVE WS-LOOKUP-SECTION  TO WG-SECTION(GP-SUB)
                   MOVE WS-LOOKUP-FACULTY  TO WG-FACULTY(GP-SUB)
                   MOVE 0 TO WG-GRADED(GP-SUB)
                   MOVE 0 TO WG-FAIL(GP-SUB)
                   MOVE 0 TO WG-SUM(GP-SUB)
               ELSE
                   IF NOT WS-TABLE-FULL
                       DISPLAY "SECTION/FACULTY TABLE FULL - "
                               "REMAINING GROUPS NOT ANALYZED"
                   END-IF
                   SET WS-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF GP-SUB > 0
               ADD 1 TO WG-GRADED(GP-SUB)
               ADD WO-AVERAGE(OB-SUB) TO WG-SUM(GP-SUB)
               IF WO-RESULT(OB-SUB) = "F"
                   ADD 1 TO WG-FAIL(GP-SUB)
               END-IF
           END-IF.

       WRITE-DIST-HEADERS.
           WRITE DIST-PRINT-REC FROM HEADER1.
           WRITE DIST-PRINT-REC FROM HEADER2.
           WRITE DIST-PRINT-REC FROM HEADER3.
           MOVE SPACES TO DIST-PRINT-REC.
           WRITE DIST-PRINT-REC.
           IF WS-NORM-COUNT > 0
               MOVE WS-WINDOW-FROM-TAG TO DIST-WINDOW-FROM
               MOVE WS-WINDOW-TO-TAG   TO DIST-WINDOW-TO
               WRITE DIST-PRINT-REC FROM DIST-WINDOW-LINE
                   AFTER 1 LINE
           END-IF.

       WRITE-DISTRIBUTION-SECTION.
           MOVE SPACES TO DIST-BAND-HDR
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SCALE-COUNT
               MOVE SPACES TO WS-BAND-HDR-EDIT
               MOVE WS-SCALE-LETTER(SC-SUB) TO WS-BAND-HDR-EDIT(5:1)
               COMPUTE WS-BAND-POS = (SC-SUB - 1) * 5 + 1
               MOVE WS-BAND-HDR-EDIT TO DIST-BAND-HDR(WS-BAND-POS:5)
           END-PERFORM
           MOVE SPACES TO DIST-PRINT-REC.
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           WRITE DIST-PRINT-REC FROM DIST-HDR-LINE1 AFTER 1 LINE.
           WRITE DIST-PRINT-REC FROM DIST-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO DIST-PRINT-REC.
           MOVE ALL "-" TO DIST-PRINT-REC(6:135)
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           IF WS-DIST-COUNT = 0
               MOVE SPACES TO DIST-PRINT-REC
               MOVE "     NO GRADES ON FILE TO ANALYZE"
                   TO DIST-PRINT-REC
               WRITE DIST-PRINT-REC AFTER 1 LINE
           END-IF
           PERFORM VARYING DS-SUB FROM 1 BY 1
               UNTIL DS-SUB > WS-DIST-COUNT
               PERFORM WRITE-DISTRIBUTION-LINE
           END-PERFORM.

       WRITE-DISTRIBUTION-LINE.
           MOVE WD-SUBJECT(DS-SUB)    TO DIST-SUBJECT-OUT
           MOVE WD-TERM(DS-SUB)       TO DIST-TERM-OUT
           MOVE WD-GRADED(DS-SUB)     TO DIST-GRADED-OUT
           MOVE WD-NOT-GRADED(DS-SUB) TO DIST-NOGRD-OUT
           MOVE SPACES TO DIST-BANDS-OUT
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SCALE-COUNT
               MOVE WD-BAND-COUNT(DS-SUB, SC-SUB) TO WS-BAND-EDIT
               COMPUTE WS-BAND-POS = (SC-SUB - 1) * 5 + 1
               MOVE WS-BAND-EDIT TO DIST-BANDS-OUT(WS-BAND-POS:5)
           END-PERFORM
           IF WD-GRADED(DS-SUB) > 0
               COMPUTE WS-PCT ROUNDED =
                       WD-PASS(DS-SUB) * 100 / WD-GRADED(DS-SUB)
               MOVE WS-PCT TO DIST-PASS-PCT-OUT
               COMPUTE WS-PCT ROUNDED =
                       WD-FAIL(DS-SUB) * 100 / WD-GRADED(DS-SUB)
               MOVE WS-PCT TO DIST-FAIL-PCT-OUT
               COMPUTE WS-MEAN ROUNDED =
                       WD-SUM(DS-SUB) / WD-GRADED(DS-SUB)
               COMPUTE WS-VARIANCE-WORK ROUNDED =
                       WD-SUMSQ(DS-SUB) / WD-GRADED(DS-SUB)
                       - (WD-SUM(DS-SUB) / WD-GRADED(DS-SUB))
                       * (WD-SUM(DS-SUB) / WD-GRADED(DS-SUB))
               IF WS-VARIANCE-WORK < 0
                   MOVE 0 TO WS-VARIANCE
               ELSE
                   MOVE WS-VARIANCE-WORK TO WS-VARIANCE
               END-IF
               COMPUTE WS-STD-DEV ROUNDED = WS-VARIANCE ** 0.5
               MOVE WD-LOW(DS-SUB)  TO DIST-LOW-OUT
               MOVE WD-HIGH(DS-SUB) TO DIST-HIGH-OUT
               MOVE WS-MEAN         TO DIST-MEAN-OUT
               MOVE WS-STD-DEV      TO DIST-SDEV-OUT
           ELSE
               MOVE 0 TO DIST-PASS-PCT-OUT
               MOVE 0 TO DIST-FAIL-PCT-OUT
               MOVE 0 TO DIST-LOW-OUT
               MOVE 0 TO DIST-HIGH-OUT
               MOVE 0 TO DIST-MEAN-OUT
               MOVE 0 TO DIST-SDEV-OUT
           END-IF
           WRITE DIST-PRINT-REC FROM DIST-DETAIL-LINE AFTER 1 LINE.

       WRITE-NORM-SECTION.
           MOVE SPACES TO DIST-PRINT-REC.
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           WRITE DIST-PRINT-REC FROM NORM-HDR-LINE1 AFTER 1 LINE.
           WRITE DIST-PRINT-REC FROM NORM-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO DIST-PRINT-REC.
           MOVE ALL "-" TO DIST-PRINT-REC(6:38)
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           IF WS-NORM-COUNT = 0
               MOVE SPACES TO DIST-PRINT-REC
               MOVE "     NO GRADES IN RECENT TERMS"
                   TO DIST-PRINT-REC
               WRITE DIST-PRINT-REC AFTER 1 LINE
           END-IF
           PERFORM VARYING NM-SUB FROM 1 BY 1
               UNTIL NM-SUB > WS-NORM-COUNT
               MOVE WN-SUBJECT(NM-SUB)  TO NORM-SUBJECT-OUT
               MOVE WN-GRADED(NM-SUB)   TO NORM-GRADED-OUT
               MOVE WN-MEAN(NM-SUB)     TO NORM-MEAN-OUT
               MOVE WN-FAIL-PCT(NM-SUB) TO NORM-FAIL-PCT-OUT
               WRITE DIST-PRINT-REC FROM NORM-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM.

       WRITE-FLAG-SECTION.
           MOVE SPACES TO DIST-PRINT-REC.
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           IF WS-LOOKUP-TYPE = "S"
               WRITE DIST-PRINT-REC FROM FLAG-SEC-HDR-LINE1
                   AFTER 1 LINE
           ELSE
               WRITE DIST-PRINT-REC FROM FLAG-FAC-HDR-LINE1
                   AFTER 1 LINE
           END-IF
           WRITE DIST-PRINT-REC FROM FLAG-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO DIST-PRINT-REC.
           MOVE ALL "-" TO DIST-PRINT-REC(6:136)
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           MOVE 0 TO WS-FLAG-WRITTEN-COUNT
           PERFORM VARYING GP-SUB FROM 1 BY 1
               UNTIL GP-SUB > WS-GROUP-COUNT
               IF WG-TYPE(GP-SUB) = WS-LOOKUP-TYPE
                   AND WG-GRADED(GP-SUB) >= WS-MIN-FLAG-COUNT
                   PERFORM CHECK-GROUP-AGAINST-NORM
               END-IF
           END-PERFORM
           IF WS-FLAG-WRITTEN-COUNT = 0
               MOVE SPACES TO DIST-PRINT-REC
               IF WS-LOOKUP-TYPE = "S"
                   MOVE "     NO SECTIONS OUTSIDE SUBJECT NORM"
                       TO DIST-PRINT-REC
               ELSE
                   MOVE "     NO FACULTY OUTSIDE SUBJECT NORM"
                       TO DIST-PRINT-REC
               END-IF
               WRITE DIST-PRINT-REC AFTER 1 LINE
           END-IF.

       CHECK-GROUP-AGAINST-NORM.
           MOVE 0 TO WS-NORM-SUB
           PERFORM VARYING NM-SUB FROM 1 BY 1
               UNTIL NM-SUB > WS-NORM-COUNT
               IF WN-SUBJECT(NM-SUB) = WG-SUBJECT(GP-SUB)
                   MOVE NM-SUB TO WS-NORM-SUB
               END-IF
           END-PERFORM
           IF WS-NORM-SUB > 0
               COMPUTE WS-MEAN ROUNDED =
                       WG-SUM(GP-SUB) / WG-GRADED(GP-SUB)
               COMPUTE WS-PCT ROUNDED =
                       WG-FAIL(GP-SUB) * 100 / WG-GRADED(GP-SUB)
               COMPUTE WS-AVG-DIFF = WS-MEAN - WN-MEAN(WS-NORM-SUB)
               COMPUTE WS-FAIL-DIFF =
                       WS-PCT - WN-FAIL-PCT(WS-NORM-SUB)
               MOVE SPACES TO WS-AVG-FINDING
               MOVE SPACES TO WS-FAIL-FINDING
               MOVE SPACES TO WS-FINDING
               IF WS-AVG-DIFF >= WS-AVG-LIMIT
                   MOVE "HIGH" TO WS-AVG-FINDING
               END-IF
               IF WS-AVG-DIFF <= 0 - WS-AVG-LIMIT
                   MOVE "LOW" TO WS-AVG-FINDING
               END-IF
               IF WS-FAIL-DIFF >= WS-FAIL-LIMIT
                   MOVE "HIGH" TO WS-FAIL-FINDING
               END-IF
               IF WS-FAIL-DIFF <= 0 - WS-FAIL-LIMIT
                   MOVE "LOW" TO WS-FAIL-FINDING
               END-IF
               IF WS-AVG-FINDING NOT = SPACES
                   AND WS-FAIL-FINDING NOT = SPACES
                   STRING "AVG " DELIMITED BY SIZE
                          WS-AVG-FINDING DELIMITED BY SPACE
                          ", FAIL " DELIMITED BY SIZE
                          WS-FAIL-FINDING DELIMITED BY SPACE
                       INTO WS-FINDING
                   END-STRING
               ELSE
                   IF WS-AVG-FINDING NOT = SPACES
                       STRING "AVERAGE " DELIMITED BY SIZE
                              WS-AVG-FINDING DELIMITED BY SPACE
                           INTO WS-FINDING
                       END-STRING
                   END-IF
                   IF WS-FAIL-FINDING NOT = SPACES
                       STRING "FAIL RATE " DELIMITED BY SIZE
                              WS-FAIL-FINDING DELIMITED BY SPACE
                           INTO WS-FINDING
                       END-STRING
                   END-IF
               END-IF
               IF WS-FINDING NOT = SPACES
                   IF WS-LOOKUP-TYPE = "S"
                       ADD 1 TO WS-SECTION-FLAG-COUNT
                   ELSE
                       ADD 1 TO WS-FACULTY-FLAG-COUNT
                   END-IF
                   ADD 1 TO WS-FLAG-WRITTEN-COUNT
                   MOVE WG-SUBJECT(GP-SUB)  TO FLAG-SUBJECT-OUT
                   MOVE WG-TERM(GP-SUB)     TO FLAG-TERM-OUT
                   MOVE WG-SECTION(GP-SUB)  TO FLAG-SECTION-OUT
                   MOVE WG-FACULTY(GP-SUB)  TO FLAG-FACULTY-OUT
                   MOVE WG-GRADED(GP-SUB)   TO FLAG-GRADED-OUT
                   MOVE WS-MEAN             TO FLAG-MEAN-OUT
                   MOVE WN-MEAN(WS-NORM-SUB) TO FLAG-NORM-OUT
                   MOVE WS-PCT              TO FLAG-FAIL-PCT-OUT
                   MOVE WN-FAIL-PCT(WS-NORM-SUB)
                       TO FLAG-NORM-PCT-OUT
                   MOVE WS-FINDING          TO FLAG-FINDING-OUT
                   WRITE DIST-PRINT-REC FROM FLAG-DETAIL-LINE
                       AFTER 1 LINE
               END-IF
           END-IF.

       WRITE-DIST-TOTALS.
           MOVE SPACES TO DIST-PRINT-REC.
           WRITE DIST-PRINT-REC AFTER 1 LINE.
           MOVE "MASTER ROWS ANALYZED"      TO DIST-COUNT-TEXT
           MOVE WS-MASTER-ROWS              TO DIST-COUNT-OUT
           WRITE DIST-PRINT-REC FROM DIST-COUNT-LINE AFTER 1 LINE.
           MOVE "ARCHIVE ROWS ANALYZED"     TO DIST-COUNT-TEXT
           MOVE WS-ARCHIVE-ROWS             TO DIST-COUNT-OUT
           WRITE DIST-PRINT-REC FROM DIST-COUNT-LINE AFTER 1 LINE.
           MOVE "ARCHIVE ROWS ALSO ON MASTER" TO DIST-COUNT-TEXT
           MOVE WS-ARCHIVE-DUP-COUNT        TO DIST-COUNT-OUT
           WRITE DIST-PRINT-REC FROM DIST-COUNT-LINE AFTER 1 LINE.
           MOVE "ROWS SKIPPED"              TO DIST-COUNT-TEXT
           MOVE WS-SKIP-COUNT               TO DIST-COUNT-OUT
           WRITE DIST-PRINT-REC FROM DIST-COUNT-LINE AFTER 1 LINE.
           MOVE "SECTIONS FLAGGED"          TO DIST-COUNT-TEXT
           MOVE WS-SECTION-FLAG-COUNT       TO DIST-COUNT-OUT
           WRITE DIST-PRINT-REC FROM DIST-COUNT-LINE AFTER 1 LINE.
           MOVE "FACULTY FLAGGED"           TO DIST-COUNT-TEXT
           MOVE WS-FACULTY-FLAG-COUNT       TO DIST-COUNT-OUT
           WRITE DIST-PRINT-REC FROM DIST-COUNT-LINE AFTER 1 LINE.
