               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-TRANS-STATUS.

           SELECT TERM-STATUS-FILE ASSIGN TO "TERMSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-STATUS.

           SELECT CLASS-REPORT ASSIGN TO "GCLASS-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLASS-REPORT-STATUS.
              88 SM-STATUS-INC               VALUE "INC".
              88 SM-STATUS-WDN               VALUE "W  ".
              88 SM-STATUS-DRP               VALUE "DRP".
           02 SM-SECTION-CODE     PIC X(6).
           02 FILLER              PIC X(5).

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD
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

       FD  SHEET-FILE
           02 XT-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).

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
           02 FILLER              PIC X(7).

       FD  CLASS-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS CLASS-PRINT-REC.
       77  WS-SHEET-TRANS-STATUS    PIC X(2) VALUE "00".
       77  WS-CLASS-REPORT-STATUS   PIC X(2) VALUE "00".
       77  WS-FACULTY-REPORT-STATUS PIC X(2) VALUE "00".
       77  WS-TERM-STATUS-STATUS    PIC X(2) VALUE "00".

       77  WS-SECTION-EOF-SWITCH PIC X      VALUE "N".
           88 WS-SECTION-EOF                VALUE "Y".
           88 WS-SHEET-VALID               VALUE "Y".
           88 WS-SHEET-INVALID             VALUE "N".
       77  WS-SHEET-DISP         PIC X(20)  VALUE SPACES.
       77  WS-TERM-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-TERM-EOF                   VALUE "Y".
       77  WS-TERM-FULL-SWITCH   PIC X      VALUE "N".
           88 WS-TERM-TABLE-FULL            VALUE "Y".
       77  WS-TERM-STATUS        PIC X(8)   VALUE SPACES.
           88 WS-TERM-OPEN                  VALUE "OPEN".
           88 WS-TERM-ARCHIVED              VALUE "ARCHIVED".
       01  WS-TERM-STATUS-TABLE.
           02 WS-TERM-STAT-COUNT  PIC 9(3)   VALUE 0.
           02 WS-TERM-STAT-ENTRY OCCURS 100.
              03 WS-TS-TERM-TAG   PIC X(6).
              03 WS-TS-STATUS     PIC X(8).

       77  WS-SHEET-READ-COUNT   PIC 9(5)   VALUE 0.
       77  WS-TRANS-OUT-COUNT    PIC 9(5)   VALUE 0.
       77  SC-SUB                PIC 9(3)   VALUE 1.
       77  RW-SUB                PIC 9(3)   VALUE 1.
       77  FC-SUB                PIC 9(3)   VALUE 1.
       77  TS-SUB                PIC 9(3)   VALUE 1.
       77  WS-AVG                PIC 999V99 VALUE 0.
       77  WS-FAC-SECTIONS       PIC 9(3)   VALUE 0.
       77  WS-FAC-SUBMITTED      PIC 9(3)   VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LOAD-SECTION-FILE.
           PERFORM LOAD-TERM-STATUS.
           IF WS-TERM-TABLE-FULL
               DISPLAY "TERM STATUS FILE HAS MORE THAN 100 TERMS"
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
           END-PERFORM
           CLOSE SECTION-FILE.

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

       PROCESS-SHEET-FILE.
           READ SHEET-FILE
               AT END SET WS-SHEET-EOF TO TRUE
                       MOVE "GRADE OUT OF RANGE" TO WS-SHEET-DISP
                   END-IF
               END-IF
               IF WS-SHEET-VALID
                   PERFORM CHECK-SHEET-TERM
               END-IF
           END-IF
           IF WS-SHEET-VALID
               PERFORM LOOKUP-MASTER-FOR-SHEET
               ADD 1 TO WS-SHEET-REJ-COUNT
           END-IF.

       CHECK-SHEET-TERM.
           MOVE "OPEN" TO WS-TERM-STATUS
           PERFORM VARYING TS-SUB FROM 1 BY 1
               UNTIL TS-SUB > WS-TERM-STAT-COUNT
               IF WS-TS-TERM-TAG(TS-SUB) = WS-SEC-TERM(WS-SEC-SUB)
                   MOVE WS-TS-STATUS(TS-SUB) TO WS-TERM-STATUS
               END-IF
           END-PERFORM
           IF NOT WS-TERM-OPEN
               SET WS-SHEET-INVALID TO TRUE
               IF WS-TERM-ARCHIVED
                   MOVE "TERM ARCHIVED" TO WS-SHEET-DISP
               ELSE
                   MOVE "TERM CLOSED" TO WS-SHEET-DISP
               END-IF
               DISPLAY "GRADE SHEET ROW REJECTED - TERM "
                       WS-SEC-TERM(WS-SEC-SUB) " IS " WS-TERM-STATUS
                       ": " GS-STUDENT-ID
           END-IF.

       LOOKUP-MASTER-FOR-SHEET.
           MOVE GS-STUDENT-ID TO SM-STUDENT-ID
           MOVE WS-SEC-SUBJECT(WS-SEC-SUB) TO SM-SUBJECT-CODE
                           WS-SEC-SUBJECT(WS-SEC-SUB) " "
                           WS-SEC-TERM(WS-SEC-SUB)
               NOT INVALID KEY
                   IF SM-SECTION-CODE NOT = WS-SEC-CODE(WS-SEC-SUB)
                       SET WS-SHEET-INVALID TO TRUE
                       MOVE "NOT IN SECTION" TO WS-SHEET-DISP
                       DISPLAY "GRADE SHEET ROW REJECTED - STUDENT "
                               GS-STUDENT-ID " NOT IN SECTION "
                               WS-SEC-CODE(WS-SEC-SUB)
                   ELSE
                       PERFORM WRITE-SHEET-TRANS
                       MOVE "POSTED" TO WS-SHEET-DISP
                   END-IF
           END-READ.

       WRITE-SHEET-TRANS.
