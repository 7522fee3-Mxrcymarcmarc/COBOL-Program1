       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLAPSE.
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

           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT LAPSE-REPORT ASSIGN TO "GLAPSE-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAPSE-REPORT-STATUS.

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
           02 FILLER               PIC X(1).
           02 CTL-INC-GRACE-IN     PIC 9(2).
           02 FILLER               PIC X(17).
       01  CONTROL-SCALE-REC.
           02 CSC-REC-TYPE         PIC X(1).
           02 FILLER               PIC X(1).
           02 CSC-LETTER           PIC X(1).
           02 FILLER               PIC X(1).
           02 CSC-MIN-AVG          PIC 999V99.
           02 FILLER               PIC X(43).

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

       FD  LAPSE-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS LAPSE-PRINT-REC.
       01  LAPSE-PRINT-REC        PIC X(150).

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
           02 FILLER PIC X(30) VALUE "INC LAPSE NOTICE REGISTER".

       01  LAPSE-MODE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(50) VALUE
              "NOTICE-ONLY RUN - NO LAPSE TRANSACTIONS GENERATED".

       01  LAPSE-HDR-LINE2.
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
           02 FILLER             PIC X(8)  VALUE "INC TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "CURR TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(5)  VALUE "TERMS".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "LAPSE AVG".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(15) VALUE "DISPOSITION".

       01  LAPSE-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LAPSE-ID-OUT       PIC X(9).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 LAPSE-NAME-OUT     PIC X(25).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 LAPSE-PROG-OUT     PIC X(4).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 LAPSE-YEAR-OUT     PIC 9(1).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 LAPSE-SUBJECT-OUT  PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 LAPSE-TERM-OUT     PIC X(6).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LAPSE-CURR-OUT     PIC X(6).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 LAPSE-AGE-OUT      PIC ZZ9.
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 LAPSE-AVG-OUT      PIC ZZ9.99.
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 LAPSE-DISP-OUT     PIC X(15).

       01  LAPSE-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 LAPSE-COUNT-TEXT   PIC X(30).
           02 LAPSE-COUNT-OUT    PIC ZZZZ9.

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
                 04 CTL-INC-GRACE      PIC 9(2)   VALUE 3.

       01  WS-PENDING-TABLE.
           02 WS-PENDING-COUNT    PIC 9(4)   VALUE 0.
           02 WS-PENDING-KEY OCCURS 2000 PIC X(21).
       01  WS-LAPSE-TEST-KEY.
           02 WL-STUDENT-ID       PIC X(9).
           02 WL-SUBJECT-CODE     PIC X(6).
           02 WL-TERM-TAG         PIC X(6).

       01  WS-TERM-TAG-WORK.
           02 WS-TERM-YEAR        PIC 9(4).
           02 WS-TERM-LETTER      PIC X(1).
           02 WS-TERM-NUMBER      PIC 9(1).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-CONTROL-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-TRANS-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-LAPSE-REPORT-STATUS   PIC X(2) VALUE "00".

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
       77  WS-CONTROL-EOF-SWITCH PIC X      VALUE "N".
           88 WS-CONTROL-EOF                VALUE "Y".
       77  WS-TRANS-EOF-SWITCH   PIC X      VALUE "N".
           88 WS-TRANS-EOF                  VALUE "Y".
       77  WS-PROG-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-PROG-FOUND                 VALUE "Y".
       77  WS-PENDING-FOUND-SWITCH PIC X    VALUE "N".
           88 WS-PENDING-FOUND              VALUE "Y".
       77  WS-PENDING-FULL-SWITCH PIC X     VALUE "N".
           88 WS-PENDING-FULL               VALUE "Y".
       77  WS-TERM-VALID-SWITCH  PIC X      VALUE "N".
           88 WS-TERM-VALID                 VALUE "Y".
       77  WS-NOTICE-ONLY-SWITCH PIC X      VALUE "N".
           88 WS-NOTICE-ONLY                VALUE "Y" "y".

       77  WS-LOOKUP-PROG        PIC X(4)   VALUE SPACES.
       77  WS-PROG-SUB           PIC 9      VALUE 0.
       77  P-SUB                 PIC 9      VALUE 1.
       77  Y-SUB                 PIC 9      VALUE 1.
       77  PD-SUB                PIC 9(4)   VALUE 1.

       77  WS-TERM-ORDINAL       PIC 9(6)   VALUE 0.
       77  WS-INC-ORDINAL        PIC 9(6)   VALUE 0.
       77  WS-CURR-ORDINAL       PIC 9(6)   VALUE 0.
       77  WS-TERM-AGE           PIC 9(3)   VALUE 0.
       77  WS-LAPSE-PRELIM       PIC 999V99 VALUE 0.
       77  WS-LAPSE-MIDTERM      PIC 999V99 VALUE 0.
       77  WS-LAPSE-FINAL        PIC 999V99 VALUE 0.
       77  WS-LAPSE-AVG          PIC 999V99 VALUE 0.

       77  WS-INC-READ-COUNT     PIC 9(5)   VALUE 0.
       77  WS-LAPSE-COUNT        PIC 9(5)   VALUE 0.
       77  WS-GRACE-COUNT        PIC 9(5)   VALUE 0.
       77  WS-PENDING-SKIP-COUNT PIC 9(5)   VALUE 0.
       77  WS-BAD-TERM-COUNT     PIC 9(5)   VALUE 0.
       77  WS-CTL-REJECT-COUNT   PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-NOTICE-ONLY-SWITCH
               FROM ENVIRONMENT "INCLAPSE-NOTICE-ONLY".
           PERFORM LOAD-CONTROL-PARAMETERS.
           PERFORM LOAD-PENDING-LAPSES.
           IF WS-PENDING-FULL
               DISPLAY "MORE THAN 2000 LAPSE TRANSACTIONS ON TRANS.DAT"
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT WS-NOTICE-ONLY
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
           OPEN OUTPUT LAPSE-REPORT.
           PERFORM WRITE-LAPSE-HEADERS.
           PERFORM SWEEP-STUDENT-MASTER.
           PERFORM WRITE-LAPSE-TOTALS.
           CLOSE STUDENT-MASTER.
           IF NOT WS-NOTICE-ONLY
               CLOSE TRANS-FILE
           END-IF
           CLOSE LAPSE-REPORT.
           IF WS-BAD-TERM-COUNT > 0 OR WS-CTL-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

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
               IF CSC-REC-TYPE NOT = "S"
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
                   MOVE CTL-TERM-TAG-IN TO CTL-TERM-TAG
                        (WS-PROG-SUB, CTL-YEAR-LEVEL-IN)
                   IF CTL-INC-GRACE-IN NUMERIC
                       MOVE CTL-INC-GRACE-IN TO CTL-INC-GRACE
                            (WS-PROG-SUB, CTL-YEAR-LEVEL-IN)
                   END-IF
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

       LOAD-PENDING-LAPSES.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               READ TRANS-FILE
                   AT END SET WS-TRANS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-EOF
                   IF TR-RESOLVE AND TR-USER-ID = "LAPSE"
                       IF WS-PENDING-COUNT < 2000
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE TR-STUDENT-ID   TO WL-STUDENT-ID
                           MOVE TR-SUBJECT-CODE TO WL-SUBJECT-CODE
                           MOVE TR-TERM-TAG     TO WL-TERM-TAG
                           MOVE WS-LAPSE-TEST-KEY
                               TO WS-PENDING-KEY(WS-PENDING-COUNT)
                       ELSE
                           SET WS-PENDING-FULL TO TRUE
                       END-IF
                   END-IF
                   READ TRANS-FILE
                       AT END SET WS-TRANS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       SWEEP-STUDENT-MASTER.
           READ STUDENT-MASTER
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               IF SM-STUDENT-ID NOT = "999999999"
                   AND SM-STATUS-INC
                   ADD 1 TO WS-INC-READ-COUNT
                   PERFORM CHECK-INC-RECORD
               END-IF
               READ STUDENT-MASTER
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

       CHECK-INC-RECORD.
           MOVE SM-PROG-CODE TO WS-LOOKUP-PROG
           PERFORM LOOKUP-PROGRAM-CODE
           IF NOT WS-PROG-FOUND
               OR SM-YEAR-LEVEL NOT NUMERIC
               OR SM-YEAR-LEVEL < 1 OR SM-YEAR-LEVEL > 4
               ADD 1 TO WS-BAD-TERM-COUNT
               MOVE 0 TO WS-TERM-AGE
               MOVE 0 TO WS-LAPSE-AVG
               MOVE SPACES TO LAPSE-CURR-OUT
               MOVE "BAD PROG/YEAR" TO LAPSE-DISP-OUT
               PERFORM WRITE-LAPSE-LINE
           ELSE
               MOVE WS-PROG-SUB   TO P-SUB
               MOVE SM-YEAR-LEVEL TO Y-SUB
               MOVE CTL-TERM-TAG(P-SUB, Y-SUB) TO LAPSE-CURR-OUT
               MOVE CTL-TERM-TAG(P-SUB, Y-SUB) TO WS-TERM-TAG-WORK
               PERFORM COMPUTE-TERM-ORDINAL
               MOVE WS-TERM-ORDINAL TO WS-CURR-ORDINAL
               IF WS-TERM-VALID
                   MOVE SM-TERM-TAG TO WS-TERM-TAG-WORK
                   PERFORM COMPUTE-TERM-ORDINAL
                   MOVE WS-TERM-ORDINAL TO WS-INC-ORDINAL
               END-IF
               IF NOT WS-TERM-VALID
                   OR WS-INC-ORDINAL > WS-CURR-ORDINAL
                   ADD 1 TO WS-BAD-TERM-COUNT
                   MOVE 0 TO WS-TERM-AGE
                   MOVE 0 TO WS-LAPSE-AVG
                   MOVE "BAD TERM TAG" TO LAPSE-DISP-OUT
                   PERFORM WRITE-LAPSE-LINE
               ELSE
                   COMPUTE WS-TERM-AGE =
                           WS-CURR-ORDINAL - WS-INC-ORDINAL
                   IF WS-TERM-AGE > CTL-INC-GRACE(P-SUB, Y-SUB)
                       PERFORM LAPSE-INC-RECORD
                   ELSE
                       ADD 1 TO WS-GRACE-COUNT
                   END-IF
               END-IF
           END-IF.

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

       LAPSE-INC-RECORD.
           MOVE SM-PRELIM  TO WS-LAPSE-PRELIM
           MOVE SM-MIDTERM TO WS-LAPSE-MIDTERM
           MOVE 0          TO WS-LAPSE-FINAL
           IF WS-LAPSE-PRELIM NOT NUMERIC
               MOVE 0 TO WS-LAPSE-PRELIM
           END-IF
           IF WS-LAPSE-MIDTERM NOT NUMERIC
               MOVE 0 TO WS-LAPSE-MIDTERM
           END-IF
           PERFORM COMPUTE-LAPSE-AVERAGE
           IF WS-LAPSE-AVG >= CTL-PASS-THRESHOLD(P-SUB, Y-SUB)
               MOVE 0 TO WS-LAPSE-PRELIM
               MOVE 0 TO WS-LAPSE-MIDTERM
               PERFORM COMPUTE-LAPSE-AVERAGE
           END-IF
           MOVE SM-STUDENT-ID   TO WL-STUDENT-ID
           MOVE SM-SUBJECT-CODE TO WL-SUBJECT-CODE
           MOVE SM-TERM-TAG     TO WL-TERM-TAG
           MOVE "N" TO WS-PENDING-FOUND-SWITCH
           PERFORM VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > WS-PENDING-COUNT
               IF WS-PENDING-KEY(PD-SUB) = WS-LAPSE-TEST-KEY
                   SET WS-PENDING-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PENDING-FOUND
               ADD 1 TO WS-PENDING-SKIP-COUNT
               MOVE "ALREADY PENDING" TO LAPSE-DISP-OUT
           ELSE
               ADD 1 TO WS-LAPSE-COUNT
               IF WS-NOTICE-ONLY
                   MOVE "NOTICE ONLY" TO LAPSE-DISP-OUT
               ELSE
                   PERFORM WRITE-LAPSE-TRANS
                   MOVE "TRANS GENERATED" TO LAPSE-DISP-OUT
               END-IF
           END-IF
           PERFORM WRITE-LAPSE-LINE.

       COMPUTE-LAPSE-AVERAGE.
           COMPUTE WS-LAPSE-AVG ROUNDED =
                   (WS-LAPSE-PRELIM  * CTL-WT-PRELIM(P-SUB, Y-SUB) +
                    WS-LAPSE-MIDTERM * CTL-WT-MIDTERM(P-SUB, Y-SUB) +
                    WS-LAPSE-FINAL   * CTL-WT-FINAL(P-SUB, Y-SUB))
                   / 100.

       WRITE-LAPSE-TRANS.
           MOVE SPACES           TO TRANS-REC
           MOVE "R"              TO TR-ACTION
           MOVE "LAPSE"          TO TR-USER-ID
           MOVE SM-STUDENT-ID    TO TR-STUDENT-ID
           MOVE SM-STUDENT-NAME  TO TR-STUDENT-NAME
           MOVE SM-YEAR-LEVEL    TO TR-YEAR-LEVEL
           MOVE SM-PROG-CODE     TO TR-PROG-CODE
           MOVE SM-SUBJECT-CODE  TO TR-SUBJECT-CODE
           MOVE SM-TERM-TAG      TO TR-TERM-TAG
           MOVE WS-LAPSE-PRELIM  TO TR-PRELIM
           MOVE WS-LAPSE-MIDTERM TO TR-MIDTERM
           MOVE WS-LAPSE-FINAL   TO TR-FINAL
           MOVE SPACES           TO TR-GRADE-STATUS
           WRITE TRANS-REC.

       WRITE-LAPSE-HEADERS.
           WRITE LAPSE-PRINT-REC FROM HEADER1.
           WRITE LAPSE-PRINT-REC FROM HEADER2.
           WRITE LAPSE-PRINT-REC FROM HEADER3.
           IF WS-NOTICE-ONLY
               WRITE LAPSE-PRINT-REC FROM LAPSE-MODE-LINE
                   AFTER 1 LINE
           END-IF
           MOVE SPACES TO LAPSE-PRINT-REC.
           WRITE LAPSE-PRINT-REC.
           WRITE LAPSE-PRINT-REC FROM LAPSE-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO LAPSE-PRINT-REC.
           MOVE ALL "-" TO LAPSE-PRINT-REC(6:130)
           WRITE LAPSE-PRINT-REC AFTER 1 LINE.

       WRITE-LAPSE-LINE.
           MOVE SM-STUDENT-ID   TO LAPSE-ID-OUT
           MOVE SM-STUDENT-NAME TO LAPSE-NAME-OUT
           MOVE SM-PROG-CODE    TO LAPSE-PROG-OUT
           MOVE SM-YEAR-LEVEL   TO LAPSE-YEAR-OUT
           MOVE SM-SUBJECT-CODE TO LAPSE-SUBJECT-OUT
           MOVE SM-TERM-TAG     TO LAPSE-TERM-OUT
           MOVE WS-TERM-AGE     TO LAPSE-AGE-OUT
           MOVE WS-LAPSE-AVG    TO LAPSE-AVG-OUT
           WRITE LAPSE-PRINT-REC FROM LAPSE-DETAIL-LINE AFTER 1 LINE.

       WRITE-LAPSE-TOTALS.
           MOVE SPACES TO LAPSE-PRINT-REC.
           WRITE LAPSE-PRINT-REC AFTER 1 LINE.
           MOVE "INC RECORDS EXAMINED"      TO LAPSE-COUNT-TEXT
           MOVE WS-INC-READ-COUNT           TO LAPSE-COUNT-OUT
           WRITE LAPSE-PRINT-REC FROM LAPSE-COUNT-LINE AFTER 1 LINE.
           MOVE "INC LAPSED"                TO LAPSE-COUNT-TEXT
           MOVE WS-LAPSE-COUNT              TO LAPSE-COUNT-OUT
           WRITE LAPSE-PRINT-REC FROM LAPSE-COUNT-LINE AFTER 1 LINE.
           MOVE "LAPSE ALREADY PENDING"     TO LAPSE-COUNT-TEXT
           MOVE WS-PENDING-SKIP-COUNT       TO LAPSE-COUNT-OUT
           WRITE LAPSE-PRINT-REC FROM LAPSE-COUNT-LINE AFTER 1 LINE.
           MOVE "STILL WITHIN GRACE PERIOD" TO LAPSE-COUNT-TEXT
           MOVE WS-GRACE-COUNT              TO LAPSE-COUNT-OUT
           WRITE LAPSE-PRINT-REC FROM LAPSE-COUNT-LINE AFTER 1 LINE.
           MOVE "UNREADABLE TERM OR PROGRAM" TO LAPSE-COUNT-TEXT
           MOVE WS-BAD-TERM-COUNT           TO LAPSE-COUNT-OUT
           WRITE LAPSE-PRINT-REC FROM LAPSE-COUNT-LINE AFTER 1 LINE.
