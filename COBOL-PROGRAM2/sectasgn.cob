       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECTASGN.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-REC-KEY
               ALTERNATE RECORD KEY IS SM-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-MASTER-STATUS.

           SELECT SECTION-FILE ASSIGN TO "SECTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-FILE-STATUS.

           SELECT SECTION-REPORT ASSIGN TO "GSECTN-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-REPORT-STATUS.

           SELECT CLASS-LIST-REPORT ASSIGN TO "GCLIST-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-LIST-STATUS.

           SELECT SECTION-ASSIGN-FILE ASSIGN TO "SECTASG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECTION-ASSIGN-STATUS.

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

       FD  SECTION-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SECTN-PRINT-REC.
       01  SECTN-PRINT-REC        PIC X(150).

       FD  CLASS-LIST-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLIST-PRINT-REC.
       01  CLIST-PRINT-REC        PIC X(150).

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
           02 FILLER PIC X(22) VALUE "POLYTECHNIC UNIVERSITY".
           02 FILLER PIC X(19) VALUE " OF THE PHILIPPINES".
       01  HEADER2.
           02 FILLER PIC X(49) VALUE SPACES.
           02 FILLER PIC X(20) VALUE "COLLEGE OF COMPUTER".
           02 FILLER PIC X(25) VALUE "AND INFORMATION SCIENCE".
       01  HEADER3-SECTION.
           02 FILLER PIC X(55) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "SECTION ASSIGNMENT REPORT".
       01  HEADER3-CLIST.
           02 FILLER PIC X(57) VALUE SPACES.
           02 FILLER PIC X(25) VALUE "OFFICIAL CLASS LIST".

       01  SECTN-MODE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(50) VALUE
              "VALIDATE-ONLY RUN - NO SECTIONS WRITTEN TO MASTER".

       01  ACTION-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "SECTION ASSIGNMENTS AND EXCEPTIONS".
       01  ACTION-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NAME".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SECTION".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "DISPOSITION".

       01  ACTION-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 ACT-ID-OUT         PIC X(9).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 ACT-NAME-OUT       PIC X(25).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 ACT-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 ACT-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 ACT-SECTION-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 ACT-DISP-OUT       PIC X(25).

       01  CAPACITY-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(40) VALUE
              "SECTION CAPACITY SUMMARY".
       01  CAPACITY-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SECTION".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(16) VALUE "SCHEDULE".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "ROOM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "CAPACITY".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "ENROLLED".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(14) VALUE "STATUS".

       01  CAPACITY-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CAP-SECTION-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CAP-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CAP-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 CAP-SCHEDULE-OUT   PIC X(16).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 CAP-ROOM-OUT       PIC X(6).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 CAP-CAPACITY-OUT   PIC ZZ9.
           02 FILLER             PIC X(8)  VALUE SPACES.
           02 CAP-ENROLLED-OUT   PIC ZZ9.
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 CAP-STATUS-OUT     PIC X(14).

       01  SCHEDULE-TEXT.
           02 SCH-DAYS-OUT       PIC X(6).
           02 FILLER             PIC X(1)  VALUE SPACES.
           02 SCH-START-OUT      PIC 9(4).
           02 FILLER             PIC X(1)  VALUE "-".
           02 SCH-END-OUT        PIC 9(4).

       01  SECTN-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 SECTN-COUNT-TEXT   PIC X(30).
           02 SECTN-COUNT-OUT    PIC ZZZZ9.

       01  CLIST-FACULTY-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "FACULTY: ".
           02 CLF-FACULTY-OUT    PIC X(25).

       01  CLIST-SECTION-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "SECTION: ".
           02 CLS-SECTION-OUT    PIC X(6).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "SUBJECT: ".
           02 CLS-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM: ".
           02 CLS-TERM-OUT       PIC X(6).

       01  CLIST-SCHEDULE-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "SCHEDULE: ".
           02 CLS-SCHEDULE-OUT   PIC X(16).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "ROOM: ".
           02 CLS-ROOM-OUT       PIC X(6).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "CAPACITY: ".
           02 CLS-CAPACITY-OUT   PIC ZZ9.

       01  CLIST-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(4)  VALUE "NO.".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(25) VALUE "NAME".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "PROGRAM".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "YEAR LEVEL".

       01  CLIST-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CLD-NUMBER-OUT     PIC ZZ9.
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CLD-ID-OUT         PIC X(9).
           02 FILLER             PIC X(6)  VALUE SPACES.
           02 CLD-NAME-OUT       PIC X(25).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CLD-PROG-OUT       PIC X(4).
           02 FILLER             PIC X(8)  VALUE SPACES.
           02 CLD-YEAR-OUT       PIC 9(1).

       01  CLIST-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CLC-COUNT-TEXT     PIC X(20).
           02 CLC-COUNT-OUT      PIC ZZ9.
           02 FILLER             PIC X(4)  VALUE " OF ".
           02 CLC-CAPACITY-OUT   PIC ZZ9.

       01  WS-SECTION-TABLE.
           02 WS-SECTION-COUNT    PIC 9(3)   VALUE 0.
           02 WS-SECTION-ENTRY OCCURS 100.
              03 WS-SEC-CODE      PIC X(6).
              03 WS-SEC-SUBJECT   PIC X(6).
              03 WS-SEC-TERM      PIC X(6).
              03 WS-SEC-FACULTY   PIC X(25).
              03 WS-SEC-CAPACITY  PIC 9(3).
              03 WS-SEC-DAYS      PIC X(6).
              03 WS-SEC-START     PIC 9(4).
              03 WS-SEC-END       PIC 9(4).
              03 WS-SEC-ROOM      PIC X(6).
              03 WS-SEC-ENROLLED  PIC 9(3).
              03 WS-SEC-DONE-SW   PIC X(1).

       01  WS-STU-ROW-TABLE.
           02 WS-STU-ROW-COUNT    PIC 9(2)   VALUE 0.
           02 WS-STU-ROW-ENTRY OCCURS 50.
              03 WS-ST-SUBJECT    PIC X(6).
              03 WS-ST-TERM       PIC X(6).
              03 WS-ST-YEAR       PIC 9(1).
              03 WS-ST-PROG       PIC X(4).
              03 WS-ST-STATUS     PIC X(3).
              03 WS-ST-SECTION    PIC X(6).
              03 WS-ST-SEC-SUB    PIC 9(3).

       01  WS-ASSIGN-TABLE.
           02 WS-ASSIGN-COUNT     PIC 9(4)   VALUE 0.
           02 WS-ASSIGN-ENTRY OCCURS 1000.
              03 WS-ASG-KEY       PIC X(21).
              03 WS-ASG-SECTION   PIC X(6).
              03 WS-ASG-WRITTEN   PIC X(1).

       01  WS-PRIOR-ASSIGN-TABLE.
           02 WS-PRIOR-COUNT      PIC 9(4)   VALUE 0.
           02 WS-PRIOR-ENTRY OCCURS 2000.
              03 WS-PRI-KEY       PIC X(21).
              03 WS-PRI-SECTION   PIC X(6).
              03 WS-PRI-DATE      PIC 9(8).

       01  WS-ROSTER-TABLE.
           02 WS-ROSTER-COUNT     PIC 9(4)   VALUE 0.
           02 WS-ROSTER-ENTRY OCCURS 1000.
              03 WS-RS-SEC-SUB    PIC 9(3).
              03 WS-RS-ID         PIC X(9).
              03 WS-RS-NAME       PIC X(25).
              03 WS-RS-PROG       PIC X(4).
              03 WS-RS-YEAR       PIC 9(1).

       01  WS-ASSIGN-KEY.
           02 WK-STUDENT-ID       PIC X(9).
           02 WK-SUBJECT-CODE     PIC X(6).
           02 WK-TERM-TAG         PIC X(6).

       77  WS-STUDENT-MASTER-STATUS PIC X(2) VALUE "00".
       77  WS-SECTION-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-SECTION-REPORT-STATUS PIC X(2) VALUE "00".
       77  WS-CLASS-LIST-STATUS     PIC X(2) VALUE "00".
       77  WS-SECTION-ASSIGN-STATUS PIC X(2) VALUE "00".

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
       77  WS-SECTION-EOF-SWITCH PIC X      VALUE "N".
           88 WS-SECTION-EOF                VALUE "Y".
       77  WS-VALIDATE-ONLY-SWITCH PIC X    VALUE "N".
           88 WS-VALIDATE-ONLY              VALUE "Y" "y".
       77  WS-ACTION-HDR-SWITCH  PIC X      VALUE "N".
           88 WS-ACTION-HDR-WRITTEN         VALUE "Y".
       77  WS-OVERLAP-SWITCH     PIC X      VALUE "N".
           88 WS-OVERLAP                    VALUE "Y".
       77  WS-CONFLICT-SWITCH    PIC X      VALUE "N".
           88 WS-CONFLICT                   VALUE "Y".
       77  WS-TERM-SECTIONED-SWITCH PIC X   VALUE "N".
           88 WS-TERM-SECTIONED             VALUE "Y".
       77  WS-OFFERED-SWITCH     PIC X      VALUE "N".
           88 WS-OFFERED                    VALUE "Y".
       77  WS-ROOM-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-ROOM-FOUND                 VALUE "Y".
       77  WS-ROSTER-FULL-SWITCH PIC X      VALUE "N".
           88 WS-ROSTER-FULL                VALUE "Y".
       77  WS-ASSIGN-EOF-SWITCH  PIC X      VALUE "N".
           88 WS-ASSIGN-EOF                 VALUE "Y".
       77  WS-ASSIGN-FILE-SWITCH PIC X      VALUE "Y".
           88 WS-ASSIGN-FILE-OK             VALUE "Y".
           88 WS-ASSIGN-FILE-FAILED         VALUE "N".

       77  WS-CURR-STUDENT-ID    PIC X(9)   VALUE SPACES.
       77  WS-CURR-STUDENT-NAME  PIC X(25)  VALUE SPACES.
       77  WS-CURR-FACULTY       PIC X(25)  VALUE SPACES.
       77  WS-FOUND-SEC-SUB      PIC 9(3)   VALUE 0.
       77  WS-PICK-SEC-SUB       PIC 9(3)   VALUE 0.
       77  WS-CMP-A-SUB          PIC 9(3)   VALUE 0.
       77  WS-CMP-B-SUB          PIC 9(3)   VALUE 0.
       77  WS-LIST-NUMBER        PIC 9(3)   VALUE 0.

       77  WS-ROWS-READ          PIC 9(5)   VALUE 0.
       77  WS-PRESET-COUNT       PIC 9(5)   VALUE 0.
       77  WS-ASSIGNED-COUNT     PIC 9(5)   VALUE 0.
       77  WS-UNKNOWN-COUNT      PIC 9(5)   VALUE 0.
       77  WS-CONFLICT-COUNT     PIC 9(5)   VALUE 0.
       77  WS-UNPLACED-COUNT     PIC 9(5)   VALUE 0.
       77  WS-OVER-CAP-COUNT     PIC 9(5)   VALUE 0.
       77  WS-REWRITE-FAIL-COUNT PIC 9(5)   VALUE 0.
       77  WS-ON-FILE-COUNT      PIC 9(5)   VALUE 0.
       77  WS-RUN-DATE           PIC 9(8)   VALUE 0.

       77  SC-SUB                PIC 9(3)   VALUE 1.
       77  FC-SUB                PIC 9(3)   VALUE 1.
       77  SS-SUB                PIC 9(2)   VALUE 1.
       77  S2-SUB                PIC 9(2)   VALUE 1.
       77  AS-SUB                PIC 9(4)   VALUE 1.
       77  RS-SUB                PIC 9(4)   VALUE 1.
       77  PA-SUB                PIC 9(4)   VALUE 1.
       77  DY-SUB                PIC 9      VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-VALIDATE-ONLY-SWITCH
               FROM ENVIRONMENT "SECTASGN-VALIDATE-ONLY".
           PERFORM LOAD-SECTION-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
                       "STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT SECTION-REPORT.
           PERFORM WRITE-SECTION-HEADERS.
           PERFORM COUNT-EXISTING-SECTIONS.
           CLOSE STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER.
           MOVE "N" TO WS-EOF-SWITCH.
           PERFORM SWEEP-STUDENT-MASTER.
           CLOSE STUDENT-MASTER.
           IF NOT WS-VALIDATE-ONLY AND WS-ASSIGN-COUNT > 0
               PERFORM APPLY-SECTION-ASSIGNMENTS
           END-IF
           PERFORM WRITE-CAPACITY-SECTION.
           PERFORM WRITE-SECTION-TOTALS.
           CLOSE SECTION-REPORT.
           PERFORM WRITE-CLASS-LISTS.
           IF WS-UNKNOWN-COUNT > 0 OR WS-CONFLICT-COUNT > 0
               OR WS-UNPLACED-COUNT > 0 OR WS-OVER-CAP-COUNT > 0
               OR WS-REWRITE-FAIL-COUNT > 0 OR WS-ROSTER-FULL
               OR WS-ASSIGN-FILE-FAILED
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       LOAD-SECTION-FILE.
           OPEN INPUT SECTION-FILE
           IF WS-SECTION-FILE-STATUS NOT = "00"
               DISPLAY "SECTION FILE COULD NOT BE OPENED - "
                       "STATUS " WS-SECTION-FILE-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           READ SECTION-FILE
               AT END SET WS-SECTION-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-SECTION-EOF
               IF SEC-CODE-IN = SPACES OR SEC-SUBJECT-IN = SPACES
                   OR SEC-TERM-IN = SPACES
                   DISPLAY "SECTION RECORD REJECTED - KEY MISSING: "
                           SEC-CODE-IN
               ELSE
                   IF SEC-CAPACITY-IN NOT NUMERIC
                       OR SEC-CAPACITY-IN = 0
                       DISPLAY "SECTION RECORD REJECTED - INVALID "
                               "CAPACITY: " SEC-CODE-IN
                   ELSE
                       PERFORM LOAD-SECTION-ENTRY
                   END-IF
               END-IF
               READ SECTION-FILE
                   AT END SET WS-SECTION-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE SECTION-FILE.

       LOAD-SECTION-ENTRY.
           IF WS-SECTION-COUNT < 100
               ADD 1 TO WS-SECTION-COUNT
               MOVE WS-SECTION-COUNT TO SC-SUB
               MOVE SEC-CODE-IN     TO WS-SEC-CODE(SC-SUB)
               MOVE SEC-SUBJECT-IN  TO WS-SEC-SUBJECT(SC-SUB)
               MOVE SEC-TERM-IN     TO WS-SEC-TERM(SC-SUB)
               MOVE SEC-FACULTY-IN  TO WS-SEC-FACULTY(SC-SUB)
               MOVE SEC-CAPACITY-IN TO WS-SEC-CAPACITY(SC-SUB)
               MOVE SEC-ROOM-IN     TO WS-SEC-ROOM(SC-SUB)
               MOVE 0 TO WS-SEC-ENROLLED(SC-SUB)
               MOVE "N" TO WS-SEC-DONE-SW(SC-SUB)
               IF SEC-START-IN NUMERIC AND SEC-END-IN NUMERIC
                   AND SEC-START-IN < SEC-END-IN
                   AND SEC-DAYS-IN NOT = SPACES
                   MOVE SEC-DAYS-IN  TO WS-SEC-DAYS(SC-SUB)
                   MOVE SEC-START-IN TO WS-SEC-START(SC-SUB)
                   MOVE SEC-END-IN   TO WS-SEC-END(SC-SUB)
               ELSE
                   DISPLAY "SECTION " SEC-CODE-IN " HAS NO VALID "
                           "SCHEDULE - TREATED AS TBA"
                   MOVE SPACES TO WS-SEC-DAYS(SC-SUB)
                   MOVE 0 TO WS-SEC-START(SC-SUB)
                   MOVE 0 TO WS-SEC-END(SC-SUB)
               END-IF
           ELSE
               DISPLAY "SECTION RECORD DROPPED - TABLE "
                       "FULL: " SEC-CODE-IN
           END-IF.

       FIND-ROW-SECTION.
           MOVE 0 TO WS-FOUND-SEC-SUB
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SECTION-COUNT
               IF WS-SEC-CODE(SC-SUB) = SM-SECTION-CODE
                   AND WS-SEC-SUBJECT(SC-SUB) = SM-SUBJECT-CODE
                   AND WS-SEC-TERM(SC-SUB) = SM-TERM-TAG
                   MOVE SC-SUB TO WS-FOUND-SEC-SUB
               END-IF
           END-PERFORM.

       COUNT-EXISTING-SECTIONS.
           READ STUDENT-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               IF SM-STUDENT-ID NOT = "999999999"
                   AND SM-SECTION-CODE NOT = SPACES
                   AND NOT SM-STATUS-WDN AND NOT SM-STATUS-DRP
                   PERFORM FIND-ROW-SECTION
                   IF WS-FOUND-SEC-SUB > 0
                       ADD 1 TO WS-PRESET-COUNT
                       ADD 1 TO WS-SEC-ENROLLED(WS-FOUND-SEC-SUB)
                   ELSE
                       ADD 1 TO WS-UNKNOWN-COUNT
                       MOVE SM-STUDENT-ID   TO ACT-ID-OUT
                       MOVE SM-STUDENT-NAME TO ACT-NAME-OUT
                       MOVE SM-SUBJECT-CODE TO ACT-SUBJECT-OUT
                       MOVE SM-TERM-TAG     TO ACT-TERM-OUT
                       MOVE SM-SECTION-CODE TO ACT-SECTION-OUT
                       MOVE "SECTION NOT FOR SUBJECT"
                           TO ACT-DISP-OUT
                       PERFORM WRITE-ACTION-LINE
                   END-IF
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM.

       SWEEP-STUDENT-MASTER.
           READ STUDENT-MASTER NEXT RECORD
               AT END SET WS-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EOF
               IF SM-STUDENT-ID NOT = "999999999"
                   ADD 1 TO WS-ROWS-READ
                   PERFORM HOLD-MASTER-RECORD
               END-IF
               READ STUDENT-MASTER NEXT RECORD
                   AT END SET WS-EOF TO TRUE
               END-READ
           END-PERFORM
           PERFORM SECTION-ONE-STUDENT.

       HOLD-MASTER-RECORD.
           IF SM-STUDENT-ID NOT = WS-CURR-STUDENT-ID
               PERFORM SECTION-ONE-STUDENT
               MOVE SM-STUDENT-ID   TO WS-CURR-STUDENT-ID
               MOVE SM-STUDENT-NAME TO WS-CURR-STUDENT-NAME
               MOVE 0 TO WS-STU-ROW-COUNT
           END-IF
           IF WS-STU-ROW-COUNT < 50
               ADD 1 TO WS-STU-ROW-COUNT
               MOVE WS-STU-ROW-COUNT TO SS-SUB
               MOVE SM-SUBJECT-CODE TO WS-ST-SUBJECT(SS-SUB)
               MOVE SM-TERM-TAG     TO WS-ST-TERM(SS-SUB)
               MOVE SM-YEAR-LEVEL   TO WS-ST-YEAR(SS-SUB)
               MOVE SM-PROG-CODE    TO WS-ST-PROG(SS-SUB)
               MOVE SM-GRADE-STATUS TO WS-ST-STATUS(SS-SUB)
               MOVE SM-SECTION-CODE TO WS-ST-SECTION(SS-SUB)
               MOVE 0 TO WS-ST-SEC-SUB(SS-SUB)
               IF SM-SECTION-CODE NOT = SPACES
                   AND NOT SM-STATUS-WDN AND NOT SM-STATUS-DRP
                   PERFORM FIND-ROW-SECTION
                   MOVE WS-FOUND-SEC-SUB TO WS-ST-SEC-SUB(SS-SUB)
               END-IF
           ELSE
               DISPLAY "STUDENT " SM-STUDENT-ID " HAS MORE THAN 50 "
                       "SUBJECT RECORDS - SUBJECT " SM-SUBJECT-CODE
                       " NOT SECTIONED"
           END-IF.

       SECTION-ONE-STUDENT.
           IF WS-CURR-STUDENT-ID NOT = SPACES
               PERFORM CHECK-PRESET-CONFLICTS
               PERFORM VARYING SS-SUB FROM 1 BY 1
                   UNTIL SS-SUB > WS-STU-ROW-COUNT
                   IF WS-ST-SECTION(SS-SUB) = SPACES
                       AND WS-ST-STATUS(SS-SUB) NOT = "W  "
                       AND WS-ST-STATUS(SS-SUB) NOT = "DRP"
                       PERFORM CHECK-TERM-SECTIONED
                       IF WS-TERM-SECTIONED
                           PERFORM ASSIGN-ONE-ROW
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING SS-SUB FROM 1 BY 1
                   UNTIL SS-SUB > WS-STU-ROW-COUNT
                   IF WS-ST-SEC-SUB(SS-SUB) > 0
                       PERFORM NOTE-ROSTER-ROW
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-PRESET-CONFLICTS.
           PERFORM VARYING SS-SUB FROM 2 BY 1
               UNTIL SS-SUB > WS-STU-ROW-COUNT
               IF WS-ST-SEC-SUB(SS-SUB) > 0
                   PERFORM VARYING S2-SUB FROM 1 BY 1
                       UNTIL S2-SUB >= SS-SUB
                       IF WS-ST-SEC-SUB(S2-SUB) > 0
                           AND WS-ST-TERM(S2-SUB) = WS-ST-TERM(SS-SUB)
                           MOVE WS-ST-SEC-SUB(SS-SUB) TO WS-CMP-A-SUB
                           MOVE WS-ST-SEC-SUB(S2-SUB) TO WS-CMP-B-SUB
                           PERFORM CHECK-SCHEDULE-OVERLAP
                           IF WS-OVERLAP
                               ADD 1 TO WS-CONFLICT-COUNT
                               PERFORM WRITE-CONFLICT-LINE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-TERM-SECTIONED.
           MOVE "N" TO WS-TERM-SECTIONED-SWITCH
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SECTION-COUNT
               IF WS-SEC-TERM(SC-SUB) = WS-ST-TERM(SS-SUB)
                   SET WS-TERM-SECTIONED TO TRUE
               END-IF
           END-PERFORM.

       CHECK-SCHEDULE-OVERLAP.
           MOVE "N" TO WS-OVERLAP-SWITCH
           IF WS-SEC-DAYS(WS-CMP-A-SUB) NOT = SPACES
               AND WS-SEC-DAYS(WS-CMP-B-SUB) NOT = SPACES
               AND WS-SEC-START(WS-CMP-A-SUB) < WS-SEC-END(WS-CMP-B-SUB)
               AND WS-SEC-START(WS-CMP-B-SUB) < WS-SEC-END(WS-CMP-A-SUB)
               PERFORM VARYING DY-SUB FROM 1 BY 1 UNTIL DY-SUB > 6
                   IF WS-SEC-DAYS(WS-CMP-A-SUB)(DY-SUB:1) NOT = "-"
                       AND WS-SEC-DAYS(WS-CMP-A-SUB)(DY-SUB:1)
                           NOT = SPACE
                       AND WS-SEC-DAYS(WS-CMP-B-SUB)(DY-SUB:1)
                           NOT = "-"
                       AND WS-SEC-DAYS(WS-CMP-B-SUB)(DY-SUB:1)
                           NOT = SPACE
                       SET WS-OVERLAP TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-STUDENT-CONFLICT.
           MOVE "N" TO WS-CONFLICT-SWITCH
           PERFORM VARYING S2-SUB FROM 1 BY 1
               UNTIL S2-SUB > WS-STU-ROW-COUNT
               IF WS-ST-SEC-SUB(S2-SUB) > 0
                   AND WS-ST-TERM(S2-SUB) = WS-ST-TERM(SS-SUB)
                   MOVE SC-SUB TO WS-CMP-A-SUB
                   MOVE WS-ST-SEC-SUB(S2-SUB) TO WS-CMP-B-SUB
                   PERFORM CHECK-SCHEDULE-OVERLAP
                   IF WS-OVERLAP
                       SET WS-CONFLICT TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       ASSIGN-ONE-ROW.
           MOVE 0 TO WS-PICK-SEC-SUB
           MOVE "N" TO WS-OFFERED-SWITCH
           MOVE "N" TO WS-ROOM-FOUND-SWITCH
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SECTION-COUNT
               IF WS-SEC-SUBJECT(SC-SUB) = WS-ST-SUBJECT(SS-SUB)
                   AND WS-SEC-TERM(SC-SUB) = WS-ST-TERM(SS-SUB)
                   SET WS-OFFERED TO TRUE
                   IF WS-SEC-ENROLLED(SC-SUB) < WS-SEC-CAPACITY(SC-SUB)
                       SET WS-ROOM-FOUND TO TRUE
                       PERFORM CHECK-STUDENT-CONFLICT
                       IF NOT WS-CONFLICT AND WS-PICK-SEC-SUB = 0
                           MOVE SC-SUB TO WS-PICK-SEC-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-CURR-STUDENT-ID    TO ACT-ID-OUT
           MOVE WS-CURR-STUDENT-NAME  TO ACT-NAME-OUT
           MOVE WS-ST-SUBJECT(SS-SUB) TO ACT-SUBJECT-OUT
           MOVE WS-ST-TERM(SS-SUB)    TO ACT-TERM-OUT
           IF WS-PICK-SEC-SUB > 0
               MOVE WS-PICK-SEC-SUB TO WS-ST-SEC-SUB(SS-SUB)
               MOVE WS-SEC-CODE(WS-PICK-SEC-SUB)
                   TO WS-ST-SECTION(SS-SUB)
               ADD 1 TO WS-SEC-ENROLLED(WS-PICK-SEC-SUB)
               ADD 1 TO WS-ASSIGNED-COUNT
               PERFORM NOTE-ASSIGNMENT
               MOVE WS-SEC-CODE(WS-PICK-SEC-SUB) TO ACT-SECTION-OUT
               IF WS-VALIDATE-ONLY
                   MOVE "WOULD ASSIGN" TO ACT-DISP-OUT
               ELSE
                   MOVE "ASSIGNED" TO ACT-DISP-OUT
               END-IF
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
               MOVE SPACES TO ACT-SECTION-OUT
               IF NOT WS-OFFERED
                   MOVE "NO SECTION OFFERED" TO ACT-DISP-OUT
               ELSE
                   IF NOT WS-ROOM-FOUND
                       MOVE "ALL SECTIONS FULL" TO ACT-DISP-OUT
                   ELSE
                       MOVE "NO CONFLICT-FREE SECTION"
                           TO ACT-DISP-OUT
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-ACTION-LINE.

       NOTE-ASSIGNMENT.
           IF WS-ASSIGN-COUNT < 1000
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE WS-CURR-STUDENT-ID    TO WK-STUDENT-ID
               MOVE WS-ST-SUBJECT(SS-SUB) TO WK-SUBJECT-CODE
               MOVE WS-ST-TERM(SS-SUB)    TO WK-TERM-TAG
               MOVE WS-ASSIGN-KEY TO WS-ASG-KEY(WS-ASSIGN-COUNT)
               MOVE WS-ST-SECTION(SS-SUB)
                   TO WS-ASG-SECTION(WS-ASSIGN-COUNT)
               MOVE "N" TO WS-ASG-WRITTEN(WS-ASSIGN-COUNT)
           ELSE
               ADD 1 TO WS-REWRITE-FAIL-COUNT
               DISPLAY "ASSIGNMENT TABLE FULL - STUDENT "
                       WS-CURR-STUDENT-ID " SUBJECT "
                       WS-ST-SUBJECT(SS-SUB) " NOT ASSIGNED"
           END-IF.

       NOTE-ROSTER-ROW.
           IF WS-ROSTER-COUNT < 1000
               ADD 1 TO WS-ROSTER-COUNT
               MOVE WS-ST-SEC-SUB(SS-SUB)
                   TO WS-RS-SEC-SUB(WS-ROSTER-COUNT)
               MOVE WS-CURR-STUDENT-ID   TO WS-RS-ID(WS-ROSTER-COUNT)
               MOVE WS-CURR-STUDENT-NAME
                   TO WS-RS-NAME(WS-ROSTER-COUNT)
               MOVE WS-ST-PROG(SS-SUB)   TO WS-RS-PROG(WS-ROSTER-COUNT)
               MOVE WS-ST-YEAR(SS-SUB)   TO WS-RS-YEAR(WS-ROSTER-COUNT)
           ELSE
               SET WS-ROSTER-FULL TO TRUE
               DISPLAY "CLASS LIST TABLE FULL - STUDENT "
                       WS-CURR-STUDENT-ID " NOT LISTED FOR SECTION "
                       WS-ST-SECTION(SS-SUB)
           END-IF.

       APPLY-SECTION-ASSIGNMENTS.
           OPEN I-O STUDENT-MASTER
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED FOR "
                       "UPDATE - STATUS " WS-STUDENT-MASTER-STATUS
               DISPLAY "SECTION ASSIGNMENTS NOT WRITTEN"
               ADD WS-ASSIGN-COUNT TO WS-REWRITE-FAIL-COUNT
           ELSE
               PERFORM LOAD-PRIOR-ASSIGNMENTS
               PERFORM VARYING AS-SUB FROM 1 BY 1
                   UNTIL AS-SUB > WS-ASSIGN-COUNT
                   MOVE WS-ASG-KEY(AS-SUB) TO SM-REC-KEY
                   READ STUDENT-MASTER
                       INVALID KEY
                           ADD 1 TO WS-REWRITE-FAIL-COUNT
                           DISPLAY "SECTION NOT WRITTEN - RECORD "
                                   "MISSING: " WS-ASG-KEY(AS-SUB)
                       NOT INVALID KEY
                           MOVE WS-ASG-SECTION(AS-SUB)
                               TO SM-SECTION-CODE
                           REWRITE STUDENT-MASTER-REC
                               INVALID KEY
                                   ADD 1 TO WS-REWRITE-FAIL-COUNT
                                   DISPLAY "SECTION REWRITE FAILED "
                                           "FOR " WS-ASG-KEY(AS-SUB)
                               NOT INVALID KEY
                                   MOVE "Y" TO WS-ASG-WRITTEN(AS-SUB)
                           END-REWRITE
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MASTER
               IF WS-ASSIGN-FILE-OK
                   PERFORM WRITE-SECTION-ASSIGN-FILE
               END-IF
           END-IF.

       LOAD-PRIOR-ASSIGNMENTS.
           OPEN INPUT SECTION-ASSIGN-FILE
           IF WS-SECTION-ASSIGN-STATUS = "00"
               READ SECTION-ASSIGN-FILE
                   AT END SET WS-ASSIGN-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-ASSIGN-EOF
                   IF SA-SECTION-CODE NOT = SPACES
                       PERFORM KEEP-PRIOR-ASSIGNMENT
                   END-IF
                   READ SECTION-ASSIGN-FILE
                       AT END SET WS-ASSIGN-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SECTION-ASSIGN-FILE
           ELSE
               IF WS-SECTION-ASSIGN-STATUS NOT = "35"
                   DISPLAY "SECTION ASSIGNMENT FILE COULD NOT BE "
                           "OPENED - STATUS " WS-SECTION-ASSIGN-STATUS
                   DISPLAY "SECTASG.DAT NOT UPDATED"
                   SET WS-ASSIGN-FILE-FAILED TO TRUE
               END-IF
           END-IF.

       KEEP-PRIOR-ASSIGNMENT.
           MOVE SA-STUDENT-ID   TO SM-STUDENT-ID
           MOVE SA-SUBJECT-CODE TO SM-SUBJECT-CODE
           MOVE SA-TERM-TAG     TO SM-TERM-TAG
           READ STUDENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SM-SECTION-CODE = SA-SECTION-CODE
                       IF WS-PRIOR-COUNT < 2000
                           ADD 1 TO WS-PRIOR-COUNT
                           MOVE SM-REC-KEY
                               TO WS-PRI-KEY(WS-PRIOR-COUNT)
                           MOVE SA-SECTION-CODE
                               TO WS-PRI-SECTION(WS-PRIOR-COUNT)
                           MOVE SA-ASSIGN-DATE
                               TO WS-PRI-DATE(WS-PRIOR-COUNT)
                       ELSE
                           IF WS-ASSIGN-FILE-OK
                               DISPLAY "SECTION ASSIGNMENT TABLE FULL "
                                       "- SECTASG.DAT NOT UPDATED"
                           END-IF
                           SET WS-ASSIGN-FILE-FAILED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-SECTION-ASSIGN-FILE.
           OPEN OUTPUT SECTION-ASSIGN-FILE
           IF WS-SECTION-ASSIGN-STATUS NOT = "00"
               DISPLAY "SECTION ASSIGNMENT FILE COULD NOT BE OPENED - "
                       "STATUS " WS-SECTION-ASSIGN-STATUS
               DISPLAY "SECTASG.DAT NOT UPDATED"
               SET WS-ASSIGN-FILE-FAILED TO TRUE
           ELSE
               PERFORM VARYING PA-SUB FROM 1 BY 1
                   UNTIL PA-SUB > WS-PRIOR-COUNT
                   MOVE SPACES TO SECTION-ASSIGN-REC
                   MOVE WS-PRI-KEY(PA-SUB) TO WS-ASSIGN-KEY
                   MOVE WS-PRI-SECTION(PA-SUB) TO SA-SECTION-CODE
                   MOVE WS-PRI-DATE(PA-SUB)    TO SA-ASSIGN-DATE
                   PERFORM WRITE-ASSIGN-RECORD
               END-PERFORM
               PERFORM VARYING AS-SUB FROM 1 BY 1
                   UNTIL AS-SUB > WS-ASSIGN-COUNT
                   IF WS-ASG-WRITTEN(AS-SUB) = "Y"
                       MOVE SPACES TO SECTION-ASSIGN-REC
                       MOVE WS-ASG-KEY(AS-SUB) TO WS-ASSIGN-KEY
                       MOVE WS-ASG-SECTION(AS-SUB) TO SA-SECTION-CODE
                       MOVE WS-RUN-DATE            TO SA-ASSIGN-DATE
                       PERFORM WRITE-ASSIGN-RECORD
                   END-IF
               END-PERFORM
               CLOSE SECTION-ASSIGN-FILE
           END-IF.

       WRITE-ASSIGN-RECORD.
           MOVE WK-STUDENT-ID   TO SA-STUDENT-ID
           MOVE WK-SUBJECT-CODE TO SA-SUBJECT-CODE
           MOVE WK-TERM-TAG     TO SA-TERM-TAG
           WRITE SECTION-ASSIGN-REC
           ADD 1 TO WS-ON-FILE-COUNT.

       WRITE-SECTION-HEADERS.
           WRITE SECTN-PRINT-REC FROM HEADER1.
           WRITE SECTN-PRINT-REC FROM HEADER2.
           WRITE SECTN-PRINT-REC FROM HEADER3-SECTION.
           IF WS-VALIDATE-ONLY
               WRITE SECTN-PRINT-REC FROM SECTN-MODE-LINE
                   AFTER 1 LINE
           END-IF
           MOVE SPACES TO SECTN-PRINT-REC.
           WRITE SECTN-PRINT-REC.

       WRITE-ACTION-HEADER.
           MOVE SPACES TO SECTN-PRINT-REC.
           WRITE SECTN-PRINT-REC AFTER 1 LINE.
           WRITE SECTN-PRINT-REC FROM ACTION-HDR-LINE1 AFTER 1 LINE.
           WRITE SECTN-PRINT-REC FROM ACTION-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO SECTN-PRINT-REC.
           MOVE ALL "-" TO SECTN-PRINT-REC(6:110)
           WRITE SECTN-PRINT-REC AFTER 1 LINE.

       WRITE-ACTION-LINE.
           IF NOT WS-ACTION-HDR-WRITTEN
               PERFORM WRITE-ACTION-HEADER
               SET WS-ACTION-HDR-WRITTEN TO TRUE
           END-IF
           WRITE SECTN-PRINT-REC FROM ACTION-DETAIL-LINE AFTER 1 LINE.

       WRITE-CONFLICT-LINE.
           MOVE WS-CURR-STUDENT-ID    TO ACT-ID-OUT
           MOVE WS-CURR-STUDENT-NAME  TO ACT-NAME-OUT
           MOVE WS-ST-SUBJECT(SS-SUB) TO ACT-SUBJECT-OUT
           MOVE WS-ST-TERM(SS-SUB)    TO ACT-TERM-OUT
           MOVE WS-ST-SECTION(SS-SUB) TO ACT-SECTION-OUT
           MOVE SPACES TO ACT-DISP-OUT
           STRING "TIME CONFLICT WITH " DELIMITED BY SIZE
                  WS-ST-SECTION(S2-SUB) DELIMITED BY SIZE
               INTO ACT-DISP-OUT
           END-STRING
           PERFORM WRITE-ACTION-LINE.

       MOVE-SCHEDULE-TEXT.
           IF WS-SEC-DAYS(SC-SUB) = SPACES
               MOVE "TBA" TO CAP-SCHEDULE-OUT
           ELSE
               MOVE WS-SEC-DAYS(SC-SUB)  TO SCH-DAYS-OUT
               MOVE WS-SEC-START(SC-SUB) TO SCH-START-OUT
               MOVE WS-SEC-END(SC-SUB)   TO SCH-END-OUT
               MOVE SCHEDULE-TEXT TO CAP-SCHEDULE-OUT
           END-IF.

       WRITE-CAPACITY-SECTION.
           MOVE SPACES TO SECTN-PRINT-REC.
           WRITE SECTN-PRINT-REC AFTER 1 LINE.
           WRITE SECTN-PRINT-REC FROM CAPACITY-HDR-LINE1 AFTER 1 LINE.
           WRITE SECTN-PRINT-REC FROM CAPACITY-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO SECTN-PRINT-REC.
           MOVE ALL "-" TO SECTN-PRINT-REC(6:110)
           WRITE SECTN-PRINT-REC AFTER 1 LINE.
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SECTION-COUNT
               MOVE WS-SEC-CODE(SC-SUB)     TO CAP-SECTION-OUT
               MOVE WS-SEC-SUBJECT(SC-SUB)  TO CAP-SUBJECT-OUT
               MOVE WS-SEC-TERM(SC-SUB)     TO CAP-TERM-OUT
               PERFORM MOVE-SCHEDULE-TEXT
               MOVE WS-SEC-ROOM(SC-SUB)     TO CAP-ROOM-OUT
               MOVE WS-SEC-CAPACITY(SC-SUB) TO CAP-CAPACITY-OUT
               MOVE WS-SEC-ENROLLED(SC-SUB) TO CAP-ENROLLED-OUT
               IF WS-SEC-ENROLLED(SC-SUB) > WS-SEC-CAPACITY(SC-SUB)
                   ADD 1 TO WS-OVER-CAP-COUNT
                   MOVE "OVER CAPACITY" TO CAP-STATUS-OUT
               ELSE
                   IF WS-SEC-ENROLLED(SC-SUB)
                       = WS-SEC-CAPACITY(SC-SUB)
                       MOVE "FULL" TO CAP-STATUS-OUT
                   ELSE
                       MOVE "OPEN" TO CAP-STATUS-OUT
                   END-IF
               END-IF
               WRITE SECTN-PRINT-REC FROM CAPACITY-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM.

       WRITE-SECTION-TOTALS.
           MOVE SPACES TO SECTN-PRINT-REC.
           WRITE SECTN-PRINT-REC AFTER 1 LINE.
           MOVE "MASTER ROWS READ"          TO SECTN-COUNT-TEXT
           MOVE WS-ROWS-READ                TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           MOVE "ROWS ALREADY SECTIONED"    TO SECTN-COUNT-TEXT
           MOVE WS-PRESET-COUNT             TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           MOVE "ROWS ASSIGNED THIS RUN"    TO SECTN-COUNT-TEXT
           MOVE WS-ASSIGNED-COUNT           TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           MOVE "ROWS NOT PLACED"           TO SECTN-COUNT-TEXT
           MOVE WS-UNPLACED-COUNT           TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           MOVE "INVALID SECTION ON MASTER" TO SECTN-COUNT-TEXT
           MOVE WS-UNKNOWN-COUNT            TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           MOVE "SCHEDULE CONFLICTS"        TO SECTN-COUNT-TEXT
           MOVE WS-CONFLICT-COUNT           TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           MOVE "SECTIONS OVER CAPACITY"    TO SECTN-COUNT-TEXT
           MOVE WS-OVER-CAP-COUNT           TO SECTN-COUNT-OUT
           WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE AFTER 1 LINE.
           IF NOT WS-VALIDATE-ONLY AND WS-ASSIGN-COUNT > 0
               MOVE "ASSIGNMENTS ON SECTASG.DAT" TO SECTN-COUNT-TEXT
               MOVE WS-ON-FILE-COUNT          TO SECTN-COUNT-OUT
               WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE
                   AFTER 1 LINE
           END-IF
           IF WS-REWRITE-FAIL-COUNT > 0
               MOVE "ASSIGNMENTS NOT WRITTEN" TO SECTN-COUNT-TEXT
               MOVE WS-REWRITE-FAIL-COUNT     TO SECTN-COUNT-OUT
               WRITE SECTN-PRINT-REC FROM SECTN-COUNT-LINE
                   AFTER 1 LINE
           END-IF.

       WRITE-CLASS-LISTS.
           OPEN OUTPUT CLASS-LIST-REPORT
           WRITE CLIST-PRINT-REC FROM HEADER1.
           WRITE CLIST-PRINT-REC FROM HEADER2.
           WRITE CLIST-PRINT-REC FROM HEADER3-CLIST.
           PERFORM VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > WS-SECTION-COUNT
               IF WS-SEC-DONE-SW(FC-SUB) = "N"
                   MOVE WS-SEC-FACULTY(FC-SUB) TO WS-CURR-FACULTY
                   PERFORM WRITE-FACULTY-CLASS-LISTS
               END-IF
           END-PERFORM
           CLOSE CLASS-LIST-REPORT.

       WRITE-FACULTY-CLASS-LISTS.
           MOVE SPACES TO CLIST-PRINT-REC
           WRITE CLIST-PRINT-REC AFTER 1 LINE
           MOVE ALL "=" TO CLIST-PRINT-REC(6:100)
           WRITE CLIST-PRINT-REC AFTER 1 LINE
           MOVE WS-CURR-FACULTY TO CLF-FACULTY-OUT
           WRITE CLIST-PRINT-REC FROM CLIST-FACULTY-LINE AFTER 1 LINE
           PERFORM VARYING SC-SUB FROM 1 BY 1
               UNTIL SC-SUB > WS-SECTION-COUNT
               IF WS-SEC-FACULTY(SC-SUB) = WS-CURR-FACULTY
                   MOVE "Y" TO WS-SEC-DONE-SW(SC-SUB)
                   PERFORM WRITE-ONE-CLASS-LIST
               END-IF
           END-PERFORM.

       WRITE-ONE-CLASS-LIST.
           MOVE SPACES TO CLIST-PRINT-REC
           WRITE CLIST-PRINT-REC AFTER 1 LINE
           MOVE WS-SEC-CODE(SC-SUB)    TO CLS-SECTION-OUT
           MOVE WS-SEC-SUBJECT(SC-SUB) TO CLS-SUBJECT-OUT
           MOVE WS-SEC-TERM(SC-SUB)    TO CLS-TERM-OUT
           WRITE CLIST-PRINT-REC FROM CLIST-SECTION-LINE AFTER 1 LINE
           PERFORM MOVE-SCHEDULE-TEXT
           MOVE CAP-SCHEDULE-OUT        TO CLS-SCHEDULE-OUT
           MOVE WS-SEC-ROOM(SC-SUB)     TO CLS-ROOM-OUT
           MOVE WS-SEC-CAPACITY(SC-SUB) TO CLS-CAPACITY-OUT
           WRITE CLIST-PRINT-REC FROM CLIST-SCHEDULE-LINE AFTER 1 LINE
           WRITE CLIST-PRINT-REC FROM CLIST-HDR-LINE2 AFTER 1 LINE
           MOVE SPACES TO CLIST-PRINT-REC
           MOVE ALL "-" TO CLIST-PRINT-REC(6:80)
           WRITE CLIST-PRINT-REC AFTER 1 LINE
           MOVE 0 TO WS-LIST-NUMBER
           PERFORM VARYING RS-SUB FROM 1 BY 1
               UNTIL RS-SUB > WS-ROSTER-COUNT
               IF WS-RS-SEC-SUB(RS-SUB) = SC-SUB
                   ADD 1 TO WS-LIST-NUMBER
                   MOVE WS-LIST-NUMBER      TO CLD-NUMBER-OUT
                   MOVE WS-RS-ID(RS-SUB)    TO CLD-ID-OUT
                   MOVE WS-RS-NAME(RS-SUB)  TO CLD-NAME-OUT
                   MOVE WS-RS-PROG(RS-SUB)  TO CLD-PROG-OUT
                   MOVE WS-RS-YEAR(RS-SUB)  TO CLD-YEAR-OUT
                   WRITE CLIST-PRINT-REC FROM CLIST-DETAIL-LINE
                       AFTER 1 LINE
               END-IF
           END-PERFORM
           IF WS-LIST-NUMBER = 0
               MOVE SPACES TO CLIST-PRINT-REC
               MOVE "     NO STUDENTS ENROLLED IN THIS SECTION"
                   TO CLIST-PRINT-REC
               WRITE CLIST-PRINT-REC AFTER 1 LINE
           END-IF
           MOVE "STUDENTS ENROLLED:"      TO CLC-COUNT-TEXT
           MOVE WS-LIST-NUMBER            TO CLC-COUNT-OUT
           MOVE WS-SEC-CAPACITY(SC-SUB)   TO CLC-CAPACITY-OUT
           WRITE CLIST-PRINT-REC FROM CLIST-COUNT-LINE AFTER 1 LINE.
