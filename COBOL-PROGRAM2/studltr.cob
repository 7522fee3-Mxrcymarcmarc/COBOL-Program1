       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDLTR.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "CONTACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FILE-STATUS.

           SELECT PROBATION-LIST ASSIGN TO "GPROB-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROBATION-LIST-STATUS.

           SELECT FAILING-LIST ASSIGN TO "GFAIL-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAILING-LIST-STATUS.

           SELECT HONORS-LIST ASSIGN TO "GHONOR-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HONORS-LIST-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "GEXTR-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SUBJECT-FILE ASSIGN TO "SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBJECT-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "GLETTER-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT LABEL-FILE ASSIGN TO "GLABEL-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-FILE-STATUS.

           SELECT LETTER-EXCEPT-REPORT ASSIGN TO "GLTREXC-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-EXCEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTACT-REC.
       01  CONTACT-REC.
           02 CT-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 CT-GUARDIAN-NAME    PIC X(25).
           02 FILLER              PIC X(1).
           02 CT-ADDR-LINE1       PIC X(30).
           02 FILLER              PIC X(1).
           02 CT-ADDR-LINE2       PIC X(30).
           02 FILLER              PIC X(1).
           02 CT-CITY             PIC X(20).
           02 FILLER              PIC X(1).
           02 CT-PROVINCE         PIC X(20).
           02 FILLER              PIC X(1).
           02 CT-POSTAL-CODE      PIC X(4).
           02 FILLER              PIC X(1).
           02 CT-EMAIL            PIC X(40).
           02 FILLER              PIC X(15).

       FD  PROBATION-LIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS PROBATION-LIST-REC.
       01  PROBATION-LIST-REC.
           02 FILLER              PIC X(5).
           02 PL-ROW-LABEL        PIC X(15).
           02 FILLER              PIC X(5).
           02 PL-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(6).
           02 PL-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(5).
           02 PL-PRIOR-TERM       PIC X(6).
           02 FILLER              PIC X(9).
           02 PL-PRIOR-AVG        PIC ZZ9.99.
           02 FILLER              PIC X(9).
           02 PL-GPA              PIC ZZ9.99.
           02 FILLER              PIC X(44).

       FD  FAILING-LIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS FAILING-LIST-REC.
       01  FAILING-LIST-REC.
           02 FILLER              PIC X(5).
           02 FL-ROW-LABEL        PIC X(15).
           02 FILLER              PIC X(5).
           02 FL-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(6).
           02 FL-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(5).
           02 FL-GPA              PIC ZZ9.99.
           02 FILLER              PIC X(74).

       FD  HONORS-LIST
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HONORS-LIST-REC.
       01  HONORS-LIST-REC.
           02 FILLER              PIC X(5).
           02 HL-ROW-LABEL        PIC X(15).
           02 FILLER              PIC X(5).
           02 HL-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(5).
           02 HL-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(5).
           02 HL-AVERAGE          PIC ZZ9.99.
           02 FILLER              PIC X(75).

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS EXTRACT-REC.
       01  EXTRACT-REC.
           02 EX-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 EX-YEAR-LEVEL       PIC 9(1).
           02 FILLER              PIC X(1).
           02 EX-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(1).
           02 EX-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 EX-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 EX-PRELIM           PIC 999V99.
           02 FILLER              PIC X(1).
           02 EX-MIDTERM          PIC 999V99.
           02 FILLER              PIC X(1).
           02 EX-FINAL            PIC 999V99.
           02 FILLER              PIC X(1).
           02 EX-AVERAGE          PIC 999V99.
           02 FILLER              PIC X(1).
           02 EX-GPA              PIC 999V99.
           02 FILLER              PIC X(1).
           02 EX-STATUS           PIC X(6).
           02 FILLER              PIC X(12).

       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CONTROL-REC.
       01  CONTROL-REC.
           02 CTL-PROG-CODE-IN     PIC X(4).
           02 FILLER               PIC X(1).
           02 CTL-YEAR-LEVEL-IN    PIC 9(1).
           02 FILLER               PIC X(1).
           02 CTL-PASS-THRESH-IN   PIC 999V99.
           02 FILLER               PIC X(19).
           02 CTL-TERM-TAG-IN      PIC X(6).
           02 FILLER               PIC X(43).

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SUBJECT-REC.
       01  SUBJECT-REC.
           02 SUBJ-CODE-IN        PIC X(6).
           02 FILLER              PIC X(1).
           02 SUBJ-TITLE-IN       PIC X(25).
           02 FILLER              PIC X(48).

       FD  LETTER-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LETTER-PRINT-REC.
       01  LETTER-PRINT-REC       PIC X(150).

       FD  LABEL-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LABEL-REC.
       01  LABEL-REC              PIC X(221).

       FD  LETTER-EXCEPT-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LETTER-EXCEPT-REC.
       01  LETTER-EXCEPT-REC      PIC X(150).

       WORKING-STORAGE SECTION.
       01  HEADER1.
           02 FILLER PIC X(50) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "POLYTECHNIC UNIVERSITY".
           02 FILLER PIC X(19) VALUE " OF THE PHILIPPINES".
       01  HEADER2.
           02 FILLER PIC X(49) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "COLLEGE OF COMPUTER".
           02 FILLER PIC X(25) VALUE "AND INFORMATION SCIENCE".
       01  HEADER3-LETTER.
           02 FILLER PIC X(60) VALUE SPACES.
           02 FILLER PIC X(23) VALUE "OFFICE OF THE REGISTRAR".
       01  HEADER3-EXCEPT.
           02 FILLER PIC X(53) VALUE SPACES.
           02 FILLER PIC X(35) VALUE
              "STUDENT NOTICE LETTER EXCEPTIONS".

       01  RUN-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "RUN DATE: ".
           02 RUN-DATE-OUT       PIC 9(8).

       01  LTR-DATE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LTR-DATE-OUT       PIC X(20).

       01  LTR-TEXT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LTR-TEXT-OUT       PIC X(70).

       01  LTR-NOTICE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "SUBJECT: ".
           02 LTR-NOTICE-OUT     PIC X(25).
           02 FILLER             PIC X(7)  VALUE " - TERM".
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 LTR-NOTICE-TERM-OUT PIC X(6).

       01  LTR-STUDENT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "STUDENT ID     : ".
           02 LTR-ID-OUT         PIC X(9).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "PROGRAM / YEAR : ".
           02 LTR-ROW-LABEL-OUT  PIC X(15).

       01  LTR-GPA-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "TERM           : ".
           02 LTR-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(8)  VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "TERM GPA       : ".
           02 LTR-GPA-OUT        PIC ZZ9.99.

       01  LTR-PRIOR-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "PRIOR TERM     : ".
           02 LTR-PRIOR-TERM-OUT PIC X(6).
           02 FILLER             PIC X(8)  VALUE SPACES.
           02 FILLER             PIC X(17) VALUE "PRIOR AVERAGE  : ".
           02 LTR-PRIOR-AVG-OUT  PIC ZZ9.99.

       01  LTR-SUBJ-HDR-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "SUBJECT".
           02 FILLER             PIC X(25) VALUE "TITLE".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "AVERAGE".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "REMARK".

       01  LTR-SUBJ-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LTR-SUBJ-CODE-OUT  PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 LTR-SUBJ-TITLE-OUT PIC X(25).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 LTR-SUBJ-AVG-OUT   PIC ZZ9.99.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LTR-SUBJ-REMARK-OUT PIC X(6).

       01  LTR-CLOSING-LINE.
           02 FILLER             PIC X(45) VALUE SPACES.
           02 LTR-CLOSING-OUT    PIC X(30).

       01  LABEL-DETAIL-LINE.
           02 LBL-ID-OUT         PIC X(9).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-NOTICE-OUT     PIC X(9).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-NAME-OUT       PIC X(25).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-GUARDIAN-OUT   PIC X(25).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-ADDR1-OUT      PIC X(30).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-ADDR2-OUT      PIC X(30).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-CITY-OUT       PIC X(20).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-PROVINCE-OUT   PIC X(20).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-POSTAL-OUT     PIC X(4).
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-EMAIL-OUT      PIC X(40).

       01  LABEL-TRAILER-LINE.
           02 FILLER             PIC X(1)  VALUE "T".
           02 FILLER             PIC X(1)  VALUE "|".
           02 LBL-TRL-COUNT-OUT  PIC 9(6).

       01  LEXC-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "STUDENTS WITH NO MAILING CONTACT".
       01  LEXC-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NAME".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "NOTICE".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "REASON".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "E-MAIL".
       01  LEXC-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LEXC-ID-OUT        PIC X(9).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 LEXC-NAME-OUT      PIC X(25).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LEXC-NOTICE-OUT    PIC X(9).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LEXC-REASON-OUT    PIC X(25).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LEXC-EMAIL-OUT     PIC X(40).

       01  LTR-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LTR-COUNT-TEXT     PIC X(30).
           02 LTR-COUNT-OUT      PIC ZZZZ9.

       01  WS-LETTER-TEXT-VALUES.
           02 FILLER PIC X(31) VALUE
              "THIS IS TO INFORM YOU THAT THE ".
           02 FILLER PIC X(39) VALUE
              "STUDENT NAMED ABOVE HAS BEEN PLACED".
           02 FILLER PIC X(35) VALUE
              "ON ACADEMIC PROBATION. THE GENERAL ".
           02 FILLER PIC X(35) VALUE
              "WEIGHTED AVERAGE FOR THE TERM".
           02 FILLER PIC X(34) VALUE
              "FELL BELOW THE PASSING MARK FOR A ".
           02 FILLER PIC X(36) VALUE
              "SECOND CONSECUTIVE TERM. PLEASE".
           02 FILLER PIC X(36) VALUE
              "ARRANGE AN ADVISING CONFERENCE WITH ".
           02 FILLER PIC X(34) VALUE
              "THE COLLEGE REGISTRAR.".
           02 FILLER PIC X(31) VALUE
              "THIS IS TO INFORM YOU THAT THE ".
           02 FILLER PIC X(39) VALUE
              "STUDENT NAMED ABOVE DID NOT MEET THE".
           02 FILLER PIC X(33) VALUE
              "PASSING GENERAL WEIGHTED AVERAGE ".
           02 FILLER PIC X(37) VALUE
              "FOR THE TERM. A SECOND FAILING".
           02 FILLER PIC X(31) VALUE
              "TERM WILL PLACE THE STUDENT ON ".
           02 FILLER PIC X(39) VALUE
              "ACADEMIC PROBATION. PLEASE ARRANGE".
           02 FILLER PIC X(32) VALUE
              "AN ADVISING CONFERENCE WITH THE ".
           02 FILLER PIC X(38) VALUE
              "COLLEGE REGISTRAR.".
           02 FILLER PIC X(34) VALUE
              "WE ARE PLEASED TO INFORM YOU THAT ".
           02 FILLER PIC X(36) VALUE
              "THE STUDENT NAMED ABOVE HAS BEEN".
           02 FILLER PIC X(35) VALUE
              "INCLUDED IN THE HONORS ROLL OF THE ".
           02 FILLER PIC X(35) VALUE
              "COLLEGE FOR THE TERM IN".
           02 FILLER PIC X(36) VALUE
              "RECOGNITION OF OUTSTANDING ACADEMIC ".
           02 FILLER PIC X(34) VALUE
              "PERFORMANCE. CONGRATULATIONS".
           02 FILLER PIC X(30) VALUE
              "AND BEST WISHES FOR CONTINUED ".
           02 FILLER PIC X(40) VALUE
              "SUCCESS.".
       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXT-VALUES.
           02 WS-LETTER-TEXT     OCCURS 12 PIC X(70).

       01  WS-MONTH-VALUES.
           02 FILLER PIC X(9) VALUE "JANUARY".
           02 FILLER PIC X(9) VALUE "FEBRUARY".
           02 FILLER PIC X(9) VALUE "MARCH".
           02 FILLER PIC X(9) VALUE "APRIL".
           02 FILLER PIC X(9) VALUE "MAY".
           02 FILLER PIC X(9) VALUE "JUNE".
           02 FILLER PIC X(9) VALUE "JULY".
           02 FILLER PIC X(9) VALUE "AUGUST".
           02 FILLER PIC X(9) VALUE "SEPTEMBER".
           02 FILLER PIC X(9) VALUE "OCTOBER".
           02 FILLER PIC X(9) VALUE "NOVEMBER".
           02 FILLER PIC X(9) VALUE "DECEMBER".
       01  WS-MONTH-TABLE REDEFINES WS-MONTH-VALUES.
           02 WS-MONTH-NAME      OCCURS 12 PIC X(9).

       01  WS-RUN-DATE            PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           02 WS-RUN-YEAR         PIC 9(4).
           02 WS-RUN-MONTH        PIC 9(2).
           02 WS-RUN-DAY          PIC 9(2).

       01  WS-CONTACT-TABLE.
           02 WS-CONTACT-COUNT    PIC 9(4)   VALUE 0.
           02 WS-CONTACT-ENTRY OCCURS 2000.
              03 WC-STUDENT-ID    PIC X(9).
              03 WC-GUARDIAN-NAME PIC X(25).
              03 WC-ADDR-LINE1    PIC X(30).
              03 WC-ADDR-LINE2    PIC X(30).
              03 WC-CITY          PIC X(20).
              03 WC-PROVINCE      PIC X(20).
              03 WC-POSTAL-CODE   PIC X(4).
              03 WC-EMAIL         PIC X(40).

       01  WS-NOTICE-TABLE.
           02 WS-NOTICE-COUNT     PIC 9(3)   VALUE 0.
           02 WS-NOTICE-ENTRY OCCURS 500.
              03 WN-STUDENT-ID    PIC X(9).
              03 WN-STUDENT-NAME  PIC X(25).
              03 WN-ROW-LABEL     PIC X(15).
              03 WN-NOTICE-TYPE   PIC X(1).
              03 WN-GPA           PIC 999V99.
              03 WN-PRIOR-TERM    PIC X(6).
              03 WN-PRIOR-AVG     PIC 999V99.

       01  WS-EXTRACT-TABLE.
           02 WS-EXTRACT-COUNT    PIC 9(4)   VALUE 0.
           02 WS-EXTRACT-ENTRY OCCURS 3000.
              03 WE-STUDENT-ID    PIC X(9).
              03 WE-YEAR-LEVEL    PIC 9(1).
              03 WE-PROG-CODE     PIC X(4).
              03 WE-TERM-TAG      PIC X(6).
              03 WE-SUBJECT-CODE  PIC X(6).
              03 WE-AVERAGE       PIC 999V99.

       01  WS-CONTROL-TABLE.
           02 WS-CONTROL-COUNT    PIC 9(2)   VALUE 0.
           02 WS-CONTROL-ENTRY OCCURS 50.
              03 WT-PROG-CODE     PIC X(4).
              03 WT-YEAR-LEVEL    PIC 9(1).
              03 WT-PASS-THRESH   PIC 999V99.
              03 WT-TERM-TAG      PIC X(6).

       01  WS-SUBJECT-TABLE.
           02 WS-SUBJECT-COUNT    PIC 9(3)   VALUE 0.
           02 WS-SUBJECT-ENTRY OCCURS 200.
              03 WJ-SUBJECT-CODE  PIC X(6).
              03 WJ-SUBJECT-TITLE PIC X(25).

       77  WS-CONTACT-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-PROBATION-LIST-STATUS PIC X(2) VALUE "00".
       77  WS-FAILING-LIST-STATUS   PIC X(2) VALUE "00".
       77  WS-HONORS-LIST-STATUS    PIC X(2) VALUE "00".
       77  WS-EXTRACT-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-SUBJECT-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-LETTER-FILE-STATUS    PIC X(2) VALUE "00".
       77  WS-LABEL-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-LETTER-EXCEPT-STATUS  PIC X(2) VALUE "00".

       77  WS-CONTACT-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTACT-EOF                VALUE "Y".
       77  WS-LIST-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-LIST-EOF                   VALUE "Y".
       77  WS-EXTRACT-EOF-SWITCH PIC X      VALUE "N".
           88 WS-EXTRACT-EOF                VALUE "Y".
       77  WS-CONTROL-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTROL-EOF                VALUE "Y".
       77  WS-SUBJECT-EOF-SWITCH PIC X      VALUE "N".
           88 WS-SUBJECT-EOF                VALUE "Y".
       77  WS-FOUND-SWITCH       PIC X      VALUE "N".
           88 WS-FOUND                      VALUE "Y".
       77  WS-LEXC-HDR-SWITCH    PIC X      VALUE "N".
           88 WS-LEXC-HDR-WRITTEN           VALUE "Y".

       77  WS-NOTICE-TYPE        PIC X      VALUE SPACES.
           88 WS-NOTICE-PROBATION           VALUE "P".
           88 WS-NOTICE-FAILING             VALUE "F".
           88 WS-NOTICE-HONORS              VALUE "H".
       77  WS-NOTICE-NAME        PIC X(9)   VALUE SPACES.
       77  WS-LIST-ID            PIC X(9)   VALUE SPACES.
       77  WS-LIST-NAME          PIC X(25)  VALUE SPACES.
       77  WS-LIST-ROW-LABEL     PIC X(15)  VALUE SPACES.
       77  WS-LIST-GPA           PIC 999V99 VALUE 0.
       77  WS-LIST-PRIOR-TERM    PIC X(6)   VALUE SPACES.
       77  WS-LIST-PRIOR-AVG     PIC 999V99 VALUE 0.
       77  WS-LETTER-TERM        PIC X(6)   VALUE SPACES.
       77  WS-PASS-THRESH        PIC 999V99 VALUE 75.
       77  WS-DEFAULT-PASS       PIC 999V99 VALUE 75.
       77  WS-SUBJECT-TITLE      PIC X(25)  VALUE SPACES.
       77  WS-LETTER-SUBJECTS    PIC 9(3)   VALUE 0.
       77  WS-DAY-OUT            PIC Z9.
       77  WS-CITY-LINE          PIC X(50)  VALUE SPACES.
       77  WS-LEXC-REASON        PIC X(25)  VALUE SPACES.

       77  WS-PROB-LETTERS       PIC 9(5)   VALUE 0.
       77  WS-FAIL-LETTERS       PIC 9(5)   VALUE 0.
       77  WS-HONOR-LETTERS      PIC 9(5)   VALUE 0.
       77  WS-LABEL-COUNT        PIC 9(6)   VALUE 0.
       77  WS-NO-CONTACT-COUNT   PIC 9(5)   VALUE 0.
       77  WS-NO-ADDRESS-COUNT   PIC 9(5)   VALUE 0.
       77  WS-FOLDED-COUNT       PIC 9(5)   VALUE 0.
       77  WS-SKIPPED-COUNT      PIC 9(5)   VALUE 0.

       77  CT-SUB                PIC 9(4)   VALUE 1.
       77  NT-SUB                PIC 9(3)   VALUE 1.
       77  EX-SUB                PIC 9(4)   VALUE 1.
       77  CL-SUB                PIC 9(2)   VALUE 1.
       77  SJ-SUB                PIC 9(3)   VALUE 1.
       77  TX-SUB                PIC 9(2)   VALUE 1.
       77  TX-START              PIC 9(2)   VALUE 1.
       77  TX-END                PIC 9(2)   VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-PROBATION-LIST.
           PERFORM LOAD-FAILING-LIST.
           PERFORM LOAD-HONORS-LIST.
           PERFORM LOAD-EXTRACT-FILE.
           PERFORM LOAD-CONTROL-FILE.
           PERFORM LOAD-SUBJECT-FILE.
           OPEN OUTPUT LETTER-FILE.
           OPEN OUTPUT LABEL-FILE.
           OPEN OUTPUT LETTER-EXCEPT-REPORT.
           PERFORM WRITE-LEXC-HEADERS.
           PERFORM VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NOTICE-COUNT
               PERFORM PROCESS-NOTICE
           END-PERFORM
           IF NOT WS-LEXC-HDR-WRITTEN
               MOVE SPACES TO LETTER-EXCEPT-REC
               MOVE "     NO CONTACT EXCEPTIONS"
                   TO LETTER-EXCEPT-REC
               WRITE LETTER-EXCEPT-REC AFTER 2 LINES
           END-IF
           PERFORM WRITE-LABEL-TRAILER.
           PERFORM WRITE-LETTER-TOTALS.
           CLOSE LETTER-FILE.
           CLOSE LABEL-FILE.
           CLOSE LETTER-EXCEPT-REPORT.
           DISPLAY "NOTICE LETTERS WRITTEN - PROBATION "
                   WS-PROB-LETTERS " FAILING " WS-FAIL-LETTERS
                   " HONORS " WS-HONOR-LETTERS
           IF WS-NO-CONTACT-COUNT > 0 OR WS-NO-ADDRESS-COUNT > 0
               DISPLAY "STUDENTS WITHOUT MAILING CONTACT - "
                       "SEE GLTREXC-OUT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CONTACT-FILE.
           OPEN INPUT CONTACT-FILE
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "CONTACT FILE COULD NOT BE OPENED - "
                       "STATUS " WS-CONTACT-FILE-STATUS
           ELSE
               READ CONTACT-FILE
                   AT END SET WS-CONTACT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CONTACT-EOF
                   PERFORM TABLE-CONTACT-RECORD
                   READ CONTACT-FILE
                       AT END SET WS-CONTACT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

       TABLE-CONTACT-RECORD.
           IF CT-STUDENT-ID = SPACES
               DISPLAY "CONTACT RECORD WITH BLANK STUDENT ID SKIPPED"
           ELSE
               MOVE CT-STUDENT-ID TO WS-LIST-ID
               PERFORM FIND-CONTACT
               IF WS-FOUND
                   DISPLAY "DUPLICATE CONTACT RECORD - "
                           CT-STUDENT-ID " - FIRST ONE KEPT"
               ELSE
                   IF WS-CONTACT-COUNT < 2000
                       ADD 1 TO WS-CONTACT-COUNT
                       MOVE WS-CONTACT-COUNT TO CT-SUB
                       MOVE CT-STUDENT-ID    TO WC-STUDENT-ID(CT-SUB)
                       MOVE CT-GUARDIAN-NAME TO WC-GUARDIAN-NAME(CT-SUB)
                       MOVE CT-ADDR-LINE1    TO WC-ADDR-LINE1(CT-SUB)
                       MOVE CT-ADDR-LINE2    TO WC-ADDR-LINE2(CT-SUB)
                       MOVE CT-CITY          TO WC-CITY(CT-SUB)
                       MOVE CT-PROVINCE      TO WC-PROVINCE(CT-SUB)
                       MOVE CT-POSTAL-CODE   TO WC-POSTAL-CODE(CT-SUB)
                       MOVE CT-EMAIL         TO WC-EMAIL(CT-SUB)
                   ELSE
                       DISPLAY "CONTACT TABLE FULL - "
                               CT-STUDENT-ID " NOT LOADED"
                   END-IF
               END-IF
           END-IF.

       FIND-CONTACT.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > WS-CONTACT-COUNT OR WS-FOUND
               IF WC-STUDENT-ID(CT-SUB) = WS-LIST-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               SUBTRACT 1 FROM CT-SUB
           END-IF.

       LOAD-PROBATION-LIST.
           MOVE "N" TO WS-LIST-EOF-SWITCH
           OPEN INPUT PROBATION-LIST
           IF WS-PROBATION-LIST-STATUS NOT = "00"
               DISPLAY "PROBATION LIST COULD NOT BE OPENED - "
                       "STATUS " WS-PROBATION-LIST-STATUS
               DISPLAY "NO PROBATION LETTERS PRODUCED"
           ELSE
               READ PROBATION-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LIST-EOF
                   IF PL-STUDENT-ID NUMERIC
                       MOVE "P"             TO WS-NOTICE-TYPE
                       MOVE PL-STUDENT-ID   TO WS-LIST-ID
                       MOVE PL-STUDENT-NAME TO WS-LIST-NAME
                       MOVE PL-ROW-LABEL    TO WS-LIST-ROW-LABEL
                       MOVE PL-GPA          TO WS-LIST-GPA
                       MOVE PL-PRIOR-TERM   TO WS-LIST-PRIOR-TERM
                       MOVE PL-PRIOR-AVG    TO WS-LIST-PRIOR-AVG
                       PERFORM ADD-NOTICE-ENTRY
                   END-IF
                   READ PROBATION-LIST
                       AT END SET WS-LIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PROBATION-LIST
           END-IF.

       LOAD-FAILING-LIST.
           MOVE "N" TO WS-LIST-EOF-SWITCH
           OPEN INPUT FAILING-LIST
           IF WS-FAILING-LIST-STATUS NOT = "00"
               DISPLAY "FAILING LIST COULD NOT BE OPENED - "
                       "STATUS " WS-FAILING-LIST-STATUS
               DISPLAY "NO FAILING LETTERS PRODUCED"
           ELSE
               READ FAILING-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LIST-EOF
                   IF FL-STUDENT-ID NUMERIC
                       MOVE "F"             TO WS-NOTICE-TYPE
                       MOVE FL-STUDENT-ID   TO WS-LIST-ID
                       MOVE FL-STUDENT-NAME TO WS-LIST-NAME
                       MOVE FL-ROW-LABEL    TO WS-LIST-ROW-LABEL
                       MOVE FL-GPA          TO WS-LIST-GPA
                       MOVE SPACES          TO WS-LIST-PRIOR-TERM
                       MOVE 0               TO WS-LIST-PRIOR-AVG
                       PERFORM ADD-NOTICE-ENTRY
                   END-IF
                   READ FAILING-LIST
                       AT END SET WS-LIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FAILING-LIST
           END-IF.

       LOAD-HONORS-LIST.
           MOVE "N" TO WS-LIST-EOF-SWITCH
           OPEN INPUT HONORS-LIST
           IF WS-HONORS-LIST-STATUS NOT = "00"
               DISPLAY "HONORS LIST COULD NOT BE OPENED - "
                       "STATUS " WS-HONORS-LIST-STATUS
               DISPLAY "NO HONORS LETTERS PRODUCED"
           ELSE
               READ HONORS-LIST
                   AT END SET WS-LIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-LIST-EOF
                   IF HL-STUDENT-ID NUMERIC
                       MOVE "H"             TO WS-NOTICE-TYPE
                       MOVE HL-STUDENT-ID   TO WS-LIST-ID
                       MOVE HL-STUDENT-NAME TO WS-LIST-NAME
                       MOVE HL-ROW-LABEL    TO WS-LIST-ROW-LABEL
                       MOVE HL-AVERAGE      TO WS-LIST-GPA
                       MOVE SPACES          TO WS-LIST-PRIOR-TERM
                       MOVE 0               TO WS-LIST-PRIOR-AVG
                       PERFORM ADD-NOTICE-ENTRY
                   END-IF
                   READ HONORS-LIST
                       AT END SET WS-LIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HONORS-LIST
           END-IF.

       ADD-NOTICE-ENTRY.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NOTICE-COUNT OR WS-FOUND
               IF WN-STUDENT-ID(NT-SUB) = WS-LIST-ID
                   SET WS-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-FOUND
               IF WS-NOTICE-FAILING
                   ADD 1 TO WS-FOLDED-COUNT
               END-IF
           ELSE
               IF WS-NOTICE-COUNT < 500
                   ADD 1 TO WS-NOTICE-COUNT
                   MOVE WS-NOTICE-COUNT TO NT-SUB
                   MOVE WS-LIST-ID         TO WN-STUDENT-ID(NT-SUB)
                   MOVE WS-LIST-NAME       TO WN-STUDENT-NAME(NT-SUB)
                   MOVE WS-LIST-ROW-LABEL  TO WN-ROW-LABEL(NT-SUB)
                   MOVE WS-NOTICE-TYPE     TO WN-NOTICE-TYPE(NT-SUB)
                   MOVE WS-LIST-GPA        TO WN-GPA(NT-SUB)
                   MOVE WS-LIST-PRIOR-TERM TO WN-PRIOR-TERM(NT-SUB)
                   MOVE WS-LIST-PRIOR-AVG  TO WN-PRIOR-AVG(NT-SUB)
               ELSE
                   DISPLAY "NOTICE TABLE FULL - " WS-LIST-ID
                           " NOT LOADED"
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.

       LOAD-EXTRACT-FILE.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               DISPLAY "GRADE EXTRACT COULD NOT BE OPENED - "
                       "STATUS " WS-EXTRACT-FILE-STATUS
               DISPLAY "LETTERS PRINTED WITHOUT SUBJECT DETAIL"
           ELSE
               READ EXTRACT-FILE
                   AT END SET WS-EXTRACT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-EXTRACT-EOF
                   IF EX-STUDENT-ID NUMERIC
                       AND WS-EXTRACT-COUNT < 3000
                       ADD 1 TO WS-EXTRACT-COUNT
                       MOVE WS-EXTRACT-COUNT TO EX-SUB
                       MOVE EX-STUDENT-ID   TO WE-STUDENT-ID(EX-SUB)
                       MOVE EX-YEAR-LEVEL   TO WE-YEAR-LEVEL(EX-SUB)
                       MOVE EX-PROG-CODE    TO WE-PROG-CODE(EX-SUB)
                       MOVE EX-TERM-TAG     TO WE-TERM-TAG(EX-SUB)
                       MOVE EX-SUBJECT-CODE TO WE-SUBJECT-CODE(EX-SUB)
                       MOVE EX-AVERAGE      TO WE-AVERAGE(EX-SUB)
                   END-IF
                   READ EXTRACT-FILE
                       AT END SET WS-EXTRACT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF.

       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "CONTROL FILE COULD NOT BE OPENED - "
                       "STATUS " WS-CONTROL-FILE-STATUS
               DISPLAY "DEFAULT PASSING GRADE OF 75 USED"
           ELSE
               READ CONTROL-FILE
                   AT END SET WS-CONTROL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CONTROL-EOF
                   IF CTL-PROG-CODE-IN(1:2) NOT = "S "
                       AND CTL-YEAR-LEVEL-IN NUMERIC
                       AND CTL-PASS-THRESH-IN NUMERIC
                       AND WS-CONTROL-COUNT < 50
                       ADD 1 TO WS-CONTROL-COUNT
                       MOVE WS-CONTROL-COUNT TO CL-SUB
                       MOVE CTL-PROG-CODE-IN   TO WT-PROG-CODE(CL-SUB)
                       MOVE CTL-YEAR-LEVEL-IN  TO WT-YEAR-LEVEL(CL-SUB)
                       MOVE CTL-PASS-THRESH-IN TO WT-PASS-THRESH(CL-SUB)
                       MOVE CTL-TERM-TAG-IN    TO WT-TERM-TAG(CL-SUB)
                   END-IF
                   READ CONTROL-FILE
                       AT END SET WS-CONTROL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF.

       LOAD-SUBJECT-FILE.
           OPEN INPUT SUBJECT-FILE
           IF WS-SUBJECT-FILE-STATUS NOT = "00"
               DISPLAY "SUBJECT FILE COULD NOT BE OPENED - "
                       "STATUS " WS-SUBJECT-FILE-STATUS
               DISPLAY "LETTERS PRINTED WITHOUT SUBJECT TITLES"
           ELSE
               READ SUBJECT-FILE
                   AT END SET WS-SUBJECT-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SUBJECT-EOF
                   IF SUBJ-CODE-IN NOT = SPACES
                       AND WS-SUBJECT-COUNT < 200
                       ADD 1 TO WS-SUBJECT-COUNT
                       MOVE SUBJ-CODE-IN
                           TO WJ-SUBJECT-CODE(WS-SUBJECT-COUNT)
                       MOVE SUBJ-TITLE-IN
                           TO WJ-SUBJECT-TITLE(WS-SUBJECT-COUNT)
                   END-IF
                   READ SUBJECT-FILE
                       AT END SET WS-SUBJECT-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SUBJECT-FILE
           END-IF.

       PROCESS-NOTICE.
           MOVE WN-NOTICE-TYPE(NT-SUB) TO WS-NOTICE-TYPE
           EVALUATE TRUE
               WHEN WS-NOTICE-PROBATION
                   MOVE "PROBATION" TO WS-NOTICE-NAME
               WHEN WS-NOTICE-FAILING
                   MOVE "FAILING"   TO WS-NOTICE-NAME
               WHEN OTHER
                   MOVE "HONORS"    TO WS-NOTICE-NAME
           END-EVALUATE
           MOVE WN-STUDENT-ID(NT-SUB) TO WS-LIST-ID
           PERFORM FIND-CONTACT
           IF NOT WS-FOUND
               MOVE "NO CONTACT RECORD ON FILE" TO WS-LEXC-REASON
               ADD 1 TO WS-NO-CONTACT-COUNT
               PERFORM WRITE-LEXC-LINE
           ELSE
               IF WC-ADDR-LINE1(CT-SUB) = SPACES
                   OR WC-CITY(CT-SUB) = SPACES
                   MOVE "NO MAILING ADDRESS" TO WS-LEXC-REASON
                   ADD 1 TO WS-NO-ADDRESS-COUNT
                   PERFORM WRITE-LEXC-LINE
               ELSE
                   PERFORM WRITE-NOTICE-LETTER
                   PERFORM WRITE-LABEL-LINE
               END-IF
           END-IF.

       FIND-LETTER-TERM.
           MOVE SPACES TO WS-LETTER-TERM
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING EX-SUB FROM 1 BY 1
               UNTIL EX-SUB > WS-EXTRACT-COUNT OR WS-FOUND
               IF WE-STUDENT-ID(EX-SUB) = WN-STUDENT-ID(NT-SUB)
                   SET WS-FOUND TO TRUE
                   MOVE WE-TERM-TAG(EX-SUB) TO WS-LETTER-TERM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               PERFORM VARYING CL-SUB FROM 1 BY 1
                   UNTIL CL-SUB > WS-CONTROL-COUNT OR WS-FOUND
                   IF WT-PROG-CODE(CL-SUB) = WN-ROW-LABEL(NT-SUB)(1:4)
                       SET WS-FOUND TO TRUE
                       MOVE WT-TERM-TAG(CL-SUB) TO WS-LETTER-TERM
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-NOTICE-LETTER.
           PERFORM FIND-LETTER-TERM
           WRITE LETTER-PRINT-REC FROM HEADER1 AFTER PAGE.
           WRITE LETTER-PRINT-REC FROM HEADER2 AFTER 1 LINE.
           WRITE LETTER-PRINT-REC FROM HEADER3-LETTER AFTER 1 LINE.
           MOVE WS-RUN-DAY TO WS-DAY-OUT
           MOVE SPACES TO LTR-DATE-OUT
           IF WS-RUN-DAY < 10
               STRING WS-MONTH-NAME(WS-RUN-MONTH) DELIMITED BY SPACE
                      " " WS-DAY-OUT(2:1) ", " WS-RUN-YEAR
                      DELIMITED BY SIZE
                      INTO LTR-DATE-OUT
           ELSE
               STRING WS-MONTH-NAME(WS-RUN-MONTH) DELIMITED BY SPACE
                      " " WS-DAY-OUT ", " WS-RUN-YEAR
                      DELIMITED BY SIZE
                      INTO LTR-DATE-OUT
           END-IF
           WRITE LETTER-PRINT-REC FROM LTR-DATE-LINE AFTER 3 LINES.
           MOVE WN-STUDENT-NAME(NT-SUB) TO LTR-TEXT-OUT
           WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 3 LINES.
           IF WC-GUARDIAN-NAME(CT-SUB) NOT = SPACES
               MOVE SPACES TO LTR-TEXT-OUT
               STRING "C/O " WC-GUARDIAN-NAME(CT-SUB)
                      DELIMITED BY SIZE INTO LTR-TEXT-OUT
               WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 1 LINE
           END-IF
           MOVE WC-ADDR-LINE1(CT-SUB) TO LTR-TEXT-OUT
           WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 1 LINE.
           IF WC-ADDR-LINE2(CT-SUB) NOT = SPACES
               MOVE WC-ADDR-LINE2(CT-SUB) TO LTR-TEXT-OUT
               WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 1 LINE
           END-IF
           MOVE SPACES TO WS-CITY-LINE
           STRING WC-CITY(CT-SUB) DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WC-PROVINCE(CT-SUB) DELIMITED BY "  "
                  " " WC-POSTAL-CODE(CT-SUB) DELIMITED BY SIZE
                  INTO WS-CITY-LINE
           MOVE WS-CITY-LINE TO LTR-TEXT-OUT
           WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 1 LINE.
           EVALUATE TRUE
               WHEN WS-NOTICE-PROBATION
                   MOVE "ACADEMIC PROBATION NOTICE" TO LTR-NOTICE-OUT
                   MOVE 1 TO TX-START
               WHEN WS-NOTICE-FAILING
                   MOVE "NOTICE OF FAILING AVERAGE" TO LTR-NOTICE-OUT
                   MOVE 5 TO TX-START
               WHEN OTHER
                   MOVE "HONORS ROLL COMMENDATION" TO LTR-NOTICE-OUT
                   MOVE 9 TO TX-START
           END-EVALUATE
           COMPUTE TX-END = TX-START + 3
           MOVE WS-LETTER-TERM TO LTR-NOTICE-TERM-OUT
           WRITE LETTER-PRINT-REC FROM LTR-NOTICE-LINE AFTER 3 LINES.
           MOVE "DEAR STUDENT AND PARENT/GUARDIAN:" TO LTR-TEXT-OUT
           WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 2 LINES.
           MOVE SPACES TO LETTER-PRINT-REC
           WRITE LETTER-PRINT-REC AFTER 1 LINE.
           PERFORM VARYING TX-SUB FROM TX-START BY 1
               UNTIL TX-SUB > TX-END
               MOVE WS-LETTER-TEXT(TX-SUB) TO LTR-TEXT-OUT
               WRITE LETTER-PRINT-REC FROM LTR-TEXT-LINE AFTER 1 LINE
           END-PERFORM
           MOVE WN-STUDENT-ID(NT-SUB)  TO LTR-ID-OUT
           MOVE WN-ROW-LABEL(NT-SUB)   TO LTR-ROW-LABEL-OUT
           WRITE LETTER-PRINT-REC FROM LTR-STUDENT-LINE AFTER 2 LINES.
           MOVE WS-LETTER-TERM         TO LTR-TERM-OUT
           MOVE WN-GPA(NT-SUB)         TO LTR-GPA-OUT
           WRITE LETTER-PRINT-REC FROM LTR-GPA-LINE AFTER 1 LINE.
           IF WS-NOTICE-PROBATION
               MOVE WN-PRIOR-TERM(NT-SUB) TO LTR-PRIOR-TERM-OUT
               MOVE WN-PRIOR-AVG(NT-SUB)  TO LTR-PRIOR-AVG-OUT
               WRITE LETTER-PRINT-REC FROM LTR-PRIOR-LINE AFTER 1 LINE
           END-IF
           PERFORM WRITE-LETTER-SUBJECTS.
           MOVE "VERY TRULY YOURS," TO LTR-CLOSING-OUT
           WRITE LETTER-PRINT-REC FROM LTR-CLOSING-LINE AFTER 3 LINES.
           MOVE "COLLEGE REGISTRAR" TO LTR-CLOSING-OUT
           WRITE LETTER-PRINT-REC FROM LTR-CLOSING-LINE AFTER 3 LINES.
           EVALUATE TRUE
               WHEN WS-NOTICE-PROBATION
                   ADD 1 TO WS-PROB-LETTERS
               WHEN WS-NOTICE-FAILING
                   ADD 1 TO WS-FAIL-LETTERS
               WHEN OTHER
                   ADD 1 TO WS-HONOR-LETTERS
           END-EVALUATE.

       WRITE-LETTER-SUBJECTS.
           WRITE LETTER-PRINT-REC FROM LTR-SUBJ-HDR-LINE AFTER 2 LINES.
           MOVE SPACES TO LETTER-PRINT-REC
           MOVE ALL "-" TO LETTER-PRINT-REC(6:61)
           WRITE LETTER-PRINT-REC AFTER 1 LINE.
           MOVE 0 TO WS-LETTER-SUBJECTS
           PERFORM VARYING EX-SUB FROM 1 BY 1
               UNTIL EX-SUB > WS-EXTRACT-COUNT
               IF WE-STUDENT-ID(EX-SUB) = WN-STUDENT-ID(NT-SUB)
                   AND WE-TERM-TAG(EX-SUB) = WS-LETTER-TERM
                   PERFORM WRITE-LETTER-SUBJECT-LINE
               END-IF
           END-PERFORM
           IF WS-LETTER-SUBJECTS = 0
               MOVE SPACES TO LETTER-PRINT-REC
               MOVE "     NO SUBJECT DETAIL ON FILE FOR THIS TERM"
                   TO LETTER-PRINT-REC
               WRITE LETTER-PRINT-REC AFTER 1 LINE
           END-IF.

       WRITE-LETTER-SUBJECT-LINE.
           MOVE WS-DEFAULT-PASS TO WS-PASS-THRESH
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > WS-CONTROL-COUNT OR WS-FOUND
               IF WT-PROG-CODE(CL-SUB) = WE-PROG-CODE(EX-SUB)
                   AND WT-YEAR-LEVEL(CL-SUB) = WE-YEAR-LEVEL(EX-SUB)
                   SET WS-FOUND TO TRUE
                   MOVE WT-PASS-THRESH(CL-SUB) TO WS-PASS-THRESH
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-SUBJECT-TITLE
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM VARYING SJ-SUB FROM 1 BY 1
               UNTIL SJ-SUB > WS-SUBJECT-COUNT OR WS-FOUND
               IF WJ-SUBJECT-CODE(SJ-SUB) = WE-SUBJECT-CODE(EX-SUB)
                   SET WS-FOUND TO TRUE
                   MOVE WJ-SUBJECT-TITLE(SJ-SUB) TO WS-SUBJECT-TITLE
               END-IF
           END-PERFORM
           MOVE WE-SUBJECT-CODE(EX-SUB) TO LTR-SUBJ-CODE-OUT
           MOVE WS-SUBJECT-TITLE        TO LTR-SUBJ-TITLE-OUT
           MOVE WE-AVERAGE(EX-SUB)      TO LTR-SUBJ-AVG-OUT
           IF WE-AVERAGE(EX-SUB) < WS-PASS-THRESH
               MOVE "FAILED" TO LTR-SUBJ-REMARK-OUT
           ELSE
               MOVE "PASSED" TO LTR-SUBJ-REMARK-OUT
           END-IF
           WRITE LETTER-PRINT-REC FROM LTR-SUBJ-DETAIL-LINE
               AFTER 1 LINE.
           ADD 1 TO WS-LETTER-SUBJECTS.

       WRITE-LABEL-LINE.
           MOVE WN-STUDENT-ID(NT-SUB)      TO LBL-ID-OUT
           MOVE WS-NOTICE-NAME             TO LBL-NOTICE-OUT
           MOVE WN-STUDENT-NAME(NT-SUB)    TO LBL-NAME-OUT
           MOVE WC-GUARDIAN-NAME(CT-SUB)   TO LBL-GUARDIAN-OUT
           MOVE WC-ADDR-LINE1(CT-SUB)      TO LBL-ADDR1-OUT
           MOVE WC-ADDR-LINE2(CT-SUB)      TO LBL-ADDR2-OUT
           MOVE WC-CITY(CT-SUB)            TO LBL-CITY-OUT
           MOVE WC-PROVINCE(CT-SUB)        TO LBL-PROVINCE-OUT
           MOVE WC-POSTAL-CODE(CT-SUB)     TO LBL-POSTAL-OUT
           MOVE WC-EMAIL(CT-SUB)           TO LBL-EMAIL-OUT
           WRITE LABEL-REC FROM LABEL-DETAIL-LINE.
           ADD 1 TO WS-LABEL-COUNT.

       WRITE-LABEL-TRAILER.
           MOVE WS-LABEL-COUNT TO LBL-TRL-COUNT-OUT
           MOVE SPACES TO LABEL-REC
           WRITE LABEL-REC FROM LABEL-TRAILER-LINE.

       WRITE-LEXC-HEADERS.
           WRITE LETTER-EXCEPT-REC FROM HEADER1 AFTER 1 LINE.
           WRITE LETTER-EXCEPT-REC FROM HEADER2 AFTER 1 LINE.
           WRITE LETTER-EXCEPT-REC FROM HEADER3-EXCEPT AFTER 1 LINE.
           MOVE WS-RUN-DATE TO RUN-DATE-OUT
           WRITE LETTER-EXCEPT-REC FROM RUN-LINE AFTER 2 LINES.

       WRITE-LEXC-LINE.
           IF NOT WS-LEXC-HDR-WRITTEN
               MOVE SPACES TO LETTER-EXCEPT-REC
               WRITE LETTER-EXCEPT-REC AFTER 1 LINE
               WRITE LETTER-EXCEPT-REC FROM LEXC-HDR-LINE1
                   AFTER 1 LINE
               WRITE LETTER-EXCEPT-REC FROM LEXC-HDR-LINE2
                   AFTER 1 LINE
               MOVE SPACES TO LETTER-EXCEPT-REC
               MOVE ALL "-" TO LETTER-EXCEPT-REC(6:125)
               WRITE LETTER-EXCEPT-REC AFTER 1 LINE
               SET WS-LEXC-HDR-WRITTEN TO TRUE
           END-IF
           MOVE WN-STUDENT-ID(NT-SUB)   TO LEXC-ID-OUT
           MOVE WN-STUDENT-NAME(NT-SUB) TO LEXC-NAME-OUT
           MOVE WS-NOTICE-NAME          TO LEXC-NOTICE-OUT
           MOVE WS-LEXC-REASON          TO LEXC-REASON-OUT
           IF WS-FOUND
               MOVE WC-EMAIL(CT-SUB)    TO LEXC-EMAIL-OUT
           ELSE
               MOVE SPACES              TO LEXC-EMAIL-OUT
           END-IF
           WRITE LETTER-EXCEPT-REC FROM LEXC-DETAIL-LINE AFTER 1 LINE.

       WRITE-LETTER-TOTALS.
           MOVE SPACES TO LETTER-EXCEPT-REC
           WRITE LETTER-EXCEPT-REC AFTER 1 LINE.
           MOVE "PROBATION LETTERS" TO LTR-COUNT-TEXT
           MOVE WS-PROB-LETTERS TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           MOVE "FAILING LETTERS" TO LTR-COUNT-TEXT
           MOVE WS-FAIL-LETTERS TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           MOVE "HONORS LETTERS" TO LTR-COUNT-TEXT
           MOVE WS-HONOR-LETTERS TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           MOVE "MAILING LABELS" TO LTR-COUNT-TEXT
           MOVE WS-LABEL-COUNT TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           MOVE "NO CONTACT RECORD" TO LTR-COUNT-TEXT
           MOVE WS-NO-CONTACT-COUNT TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           MOVE "NO MAILING ADDRESS" TO LTR-COUNT-TEXT
           MOVE WS-NO-ADDRESS-COUNT TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           MOVE "FAILING ALSO ON PROBATION" TO LTR-COUNT-TEXT
           MOVE WS-FOLDED-COUNT TO LTR-COUNT-OUT
           WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE AFTER 1 LINE.
           IF WS-SKIPPED-COUNT > 0
               MOVE "NOT LOADED - TABLE FULL" TO LTR-COUNT-TEXT
               MOVE WS-SKIPPED-COUNT TO LTR-COUNT-OUT
               WRITE LETTER-EXCEPT-REC FROM LTR-COUNT-LINE
                   AFTER 1 LINE
           END-IF.
