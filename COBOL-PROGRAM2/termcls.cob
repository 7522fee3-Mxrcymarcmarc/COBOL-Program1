       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMCLS.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-STATUS-FILE ASSIGN TO "TERMSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-STATUS-STATUS.

           SELECT OVERRIDE-AUTH-FILE ASSIGN TO "OVRAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-AUTH-STATUS.

           SELECT TERM-REPORT ASSIGN TO "GTERMST-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERM-REPORT-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-STATUS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-STATUS-REC.
       01  TERM-STATUS-REC.
           02 TS-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 TS-STATUS           PIC X(8).
              88 TS-OPEN                     VALUE "OPEN".
              88 TS-CLOSED                   VALUE "CLOSED".
              88 TS-ARCHIVED                 VALUE "ARCHIVED".
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

       FD  TERM-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TERM-PRINT-REC.
       01  TERM-PRINT-REC         PIC X(150).

       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRANS-REC.
       01  TRANS-REC              PIC X(92).

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
           02 FILLER PIC X(58) VALUE SPACES.
           02 FILLER PIC X(30) VALUE "TERM STATUS REGISTER".

       01  REQUEST-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(9)  VALUE "REQUEST: ".
           02 REQ-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 REQ-OLD-STATUS-OUT PIC X(8).
           02 FILLER             PIC X(4)  VALUE " -> ".
           02 REQ-NEW-STATUS-OUT PIC X(8).
           02 FILLER             PIC X(5)  VALUE "  BY ".
           02 REQ-USER-OUT       PIC X(8).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 REQ-DISP-OUT       PIC X(8).
           02 FILLER             PIC X(2)  VALUE SPACES.
           02 REQ-REASON-OUT     PIC X(25).

       01  TERM-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "STATUS".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "SET ON".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "SET BY".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(12) VALUE "TRANS CUTOFF".

       01  TERM-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 TRM-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 TRM-STATUS-OUT     PIC X(8).
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 TRM-DATE-OUT       PIC 9(8).
           02 FILLER             PIC X(7)  VALUE SPACES.
           02 TRM-USER-OUT       PIC X(8).
           02 FILLER             PIC X(11) VALUE SPACES.
           02 TRM-CUTOFF-OUT     PIC ZZZZZ9.

       01  WS-TERM-TABLE.
           02 WS-TERM-COUNT       PIC 9(3)   VALUE 0.
           02 WS-TERM-ENTRY OCCURS 100.
              03 WS-TT-TERM-TAG   PIC X(6).
              03 WS-TT-STATUS     PIC X(8).
              03 WS-TT-DATE       PIC 9(8).
              03 WS-TT-USER-ID    PIC X(8).
              03 WS-TT-CUTOFF     PIC 9(6).
       01  WS-TERM-HOLD           PIC X(36).

       01  WS-AUTH-USER-TABLE.
           02 WS-AUTH-USER-COUNT  PIC 9(2)   VALUE 0.
           02 WS-AUTH-USER OCCURS 50 PIC X(8).

       77  WS-TERM-STATUS-STATUS    PIC X(2) VALUE "00".
       77  WS-OVERRIDE-AUTH-STATUS  PIC X(2) VALUE "00".
       77  WS-TERM-REPORT-STATUS    PIC X(2) VALUE "00".
       77  WS-TRANS-FILE-STATUS     PIC X(2) VALUE "00".

       77  WS-TERM-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-TERM-EOF                   VALUE "Y".
       77  WS-AUTH-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-AUTH-EOF                   VALUE "Y".
       77  WS-TRANS-EOF-SWITCH   PIC X      VALUE "N".
           88 WS-TRANS-EOF                  VALUE "Y".
       77  WS-USER-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-USER-FOUND                 VALUE "Y".
       77  WS-REQUEST-SWITCH     PIC X      VALUE "N".
           88 WS-REQUEST-NONE               VALUE "N".
           88 WS-REQUEST-APPLIED            VALUE "A".
           88 WS-REQUEST-REJECTED           VALUE "R".

       77  WS-REQ-TERM           PIC X(6)   VALUE SPACES.
       77  WS-REQ-STATUS         PIC X(8)   VALUE SPACES.
           88 WS-REQ-STATUS-VALID           VALUE "OPEN" "CLOSED"
                                                  "ARCHIVED".
       77  WS-REQ-USER           PIC X(8)   VALUE SPACES.
       77  WS-OLD-STATUS         PIC X(8)   VALUE SPACES.
       77  WS-REQ-REASON         PIC X(25)  VALUE SPACES.
       77  WS-RUN-DATE           PIC 9(8)   VALUE 0.
       77  WS-TERM-HIT           PIC 9(3)   VALUE 0.
       77  WS-TRANS-ROWS         PIC 9(6)   VALUE 0.

       77  TT-SUB                PIC 9(3)   VALUE 1.
       77  TT-SUB2               PIC 9(3)   VALUE 1.
       77  AU-SUB                PIC 9(2)   VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-REQ-TERM   FROM ENVIRONMENT "TERMCLS-TERM".
           ACCEPT WS-REQ-STATUS FROM ENVIRONMENT "TERMCLS-STATUS".
           ACCEPT WS-REQ-USER   FROM ENVIRONMENT "TERMCLS-USER".
           PERFORM LOAD-TERM-STATUS.
           IF WS-REQ-TERM NOT = SPACES
               PERFORM APPLY-TERM-REQUEST
           END-IF
           IF WS-REQUEST-APPLIED
               PERFORM SORT-TERM-TABLE
               OPEN OUTPUT TERM-STATUS-FILE
               IF WS-TERM-STATUS-STATUS NOT = "00"
                   DISPLAY "TERM STATUS FILE COULD NOT BE WRITTEN - "
                           "STATUS " WS-TERM-STATUS-STATUS
                   DISPLAY "RUN ABORTED"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING TT-SUB FROM 1 BY 1
                   UNTIL TT-SUB > WS-TERM-COUNT
                   MOVE SPACES TO TERM-STATUS-REC
                   MOVE WS-TT-TERM-TAG(TT-SUB) TO TS-TERM-TAG
                   MOVE WS-TT-STATUS(TT-SUB)   TO TS-STATUS
                   MOVE WS-TT-DATE(TT-SUB)     TO TS-CHANGE-DATE
                   MOVE WS-TT-USER-ID(TT-SUB)  TO TS-USER-ID
                   MOVE WS-TT-CUTOFF(TT-SUB)   TO TS-TRANS-CUTOFF
                   WRITE TERM-STATUS-REC
               END-PERFORM
               CLOSE TERM-STATUS-FILE
           END-IF
           OPEN OUTPUT TERM-REPORT.
           PERFORM WRITE-TERM-REPORT.
           CLOSE TERM-REPORT.
           IF WS-REQUEST-APPLIED
               DISPLAY "TERM " WS-REQ-TERM " SET TO " WS-REQ-STATUS
           END-IF
           IF WS-REQUEST-REJECTED
               DISPLAY "TERM STATUS REQUEST REJECTED - " WS-REQ-REASON
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       LOAD-TERM-STATUS.
           OPEN INPUT TERM-STATUS-FILE
           IF WS-TERM-STATUS-STATUS = "00"
               READ TERM-STATUS-FILE
                   AT END SET WS-TERM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-TERM-EOF
                   IF TS-TERM-TAG NOT = SPACES
                       IF WS-TERM-COUNT < 100
                           ADD 1 TO WS-TERM-COUNT
                           MOVE TS-TERM-TAG
                               TO WS-TT-TERM-TAG(WS-TERM-COUNT)
                           MOVE TS-STATUS
                               TO WS-TT-STATUS(WS-TERM-COUNT)
                           MOVE TS-CHANGE-DATE
                               TO WS-TT-DATE(WS-TERM-COUNT)
                           MOVE TS-USER-ID
                               TO WS-TT-USER-ID(WS-TERM-COUNT)
                           IF TS-TRANS-CUTOFF NUMERIC
                               MOVE TS-TRANS-CUTOFF
                                   TO WS-TT-CUTOFF(WS-TERM-COUNT)
                           ELSE
                               MOVE 0 TO WS-TT-CUTOFF(WS-TERM-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "TERM STATUS RECORD DROPPED - "
                                   "TABLE FULL: " TS-TERM-TAG
                       END-IF
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

       LOAD-AUTHORIZED-USERS.
           OPEN INPUT OVERRIDE-AUTH-FILE
           IF WS-OVERRIDE-AUTH-STATUS = "00"
               READ OVERRIDE-AUTH-FILE
                   AT END SET WS-AUTH-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-AUTH-EOF
                   IF OV-AUTH-USER AND OV-CODE NOT = SPACES
                       IF WS-AUTH-USER-COUNT < 50
                           ADD 1 TO WS-AUTH-USER-COUNT
                           MOVE OV-CODE
                               TO WS-AUTH-USER(WS-AUTH-USER-COUNT)
                       ELSE
                           DISPLAY "AUTHORIZED USER DROPPED - "
                                   "TABLE FULL: " OV-CODE
                       END-IF
                   END-IF
                   READ OVERRIDE-AUTH-FILE
                       AT END SET WS-AUTH-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-AUTH-FILE
           ELSE
               DISPLAY "OVERRIDE AUTHORIZATION FILE COULD NOT BE "
                       "OPENED - STATUS " WS-OVERRIDE-AUTH-STATUS
           END-IF.

       APPLY-TERM-REQUEST.
           IF WS-REQ-STATUS = SPACES
               MOVE "CLOSED" TO WS-REQ-STATUS
           END-IF
           PERFORM LOAD-AUTHORIZED-USERS
           MOVE "N" TO WS-USER-FOUND-SWITCH
           PERFORM VARYING AU-SUB FROM 1 BY 1
               UNTIL AU-SUB > WS-AUTH-USER-COUNT
               IF WS-AUTH-USER(AU-SUB) = WS-REQ-USER
                   SET WS-USER-FOUND TO TRUE
               END-IF
           END-PERFORM
           MOVE 0 TO WS-TERM-HIT
           MOVE "OPEN" TO WS-OLD-STATUS
           PERFORM VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > WS-TERM-COUNT
               IF WS-TT-TERM-TAG(TT-SUB) = WS-REQ-TERM
                   MOVE TT-SUB TO WS-TERM-HIT
                   MOVE WS-TT-STATUS(TT-SUB) TO WS-OLD-STATUS
               END-IF
           END-PERFORM
           SET WS-REQUEST-APPLIED TO TRUE
           IF NOT WS-REQ-STATUS-VALID
               SET WS-REQUEST-REJECTED TO TRUE
               MOVE "INVALID STATUS REQUESTED" TO WS-REQ-REASON
           ELSE
               IF WS-REQ-USER = SPACES OR NOT WS-USER-FOUND
                   SET WS-REQUEST-REJECTED TO TRUE
                   MOVE "USER NOT AUTHORIZED" TO WS-REQ-REASON
               ELSE
                   IF WS-OLD-STATUS = "ARCHIVED"
                       SET WS-REQUEST-REJECTED TO TRUE
                       MOVE "TERM ALREADY ARCHIVED" TO WS-REQ-REASON
                   ELSE
                       IF WS-OLD-STATUS = WS-REQ-STATUS
                           SET WS-REQUEST-REJECTED TO TRUE
                           MOVE "STATUS UNCHANGED" TO WS-REQ-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REQUEST-APPLIED
               IF WS-TERM-HIT = 0
                   IF WS-TERM-COUNT < 100
                       ADD 1 TO WS-TERM-COUNT
                       MOVE WS-TERM-COUNT TO WS-TERM-HIT
                       MOVE WS-REQ-TERM TO WS-TT-TERM-TAG(WS-TERM-HIT)
                       MOVE 0 TO WS-TT-CUTOFF(WS-TERM-HIT)
                   ELSE
                       SET WS-REQUEST-REJECTED TO TRUE
                       MOVE "TERM TABLE FULL" TO WS-REQ-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REQUEST-APPLIED
               MOVE WS-REQ-STATUS TO WS-TT-STATUS(WS-TERM-HIT)
               MOVE WS-RUN-DATE   TO WS-TT-DATE(WS-TERM-HIT)
               MOVE WS-REQ-USER   TO WS-TT-USER-ID(WS-TERM-HIT)
               IF WS-REQ-STATUS = "OPEN"
                   MOVE 0 TO WS-TT-CUTOFF(WS-TERM-HIT)
               ELSE
                   IF WS-OLD-STATUS = "OPEN"
                       PERFORM COUNT-TRANS-ROWS
                       MOVE WS-TRANS-ROWS TO WS-TT-CUTOFF(WS-TERM-HIT)
                   END-IF
               END-IF
           END-IF.

       COUNT-TRANS-ROWS.
           MOVE 0 TO WS-TRANS-ROWS
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               READ TRANS-FILE
                   AT END SET WS-TRANS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-EOF
                   ADD 1 TO WS-TRANS-ROWS
                   READ TRANS-FILE
                       AT END SET WS-TRANS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           END-IF.

       SORT-TERM-TABLE.
           PERFORM VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB >= WS-TERM-COUNT
               PERFORM VARYING TT-SUB2 FROM TT-SUB BY 1
                   UNTIL TT-SUB2 > WS-TERM-COUNT
                   IF WS-TT-TERM-TAG(TT-SUB2)
                      < WS-TT-TERM-TAG(TT-SUB)
                       MOVE WS-TERM-ENTRY(TT-SUB)  TO WS-TERM-HOLD
                       MOVE WS-TERM-ENTRY(TT-SUB2)
                           TO WS-TERM-ENTRY(TT-SUB)
                       MOVE WS-TERM-HOLD TO WS-TERM-ENTRY(TT-SUB2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-TERM-REPORT.
           WRITE TERM-PRINT-REC FROM HEADER1.
           WRITE TERM-PRINT-REC FROM HEADER2.
           WRITE TERM-PRINT-REC FROM HEADER3.
           MOVE SPACES TO TERM-PRINT-REC.
           WRITE TERM-PRINT-REC.
           IF NOT WS-REQUEST-NONE
               MOVE WS-REQ-TERM   TO REQ-TERM-OUT
               MOVE WS-OLD-STATUS TO REQ-OLD-STATUS-OUT
               MOVE WS-REQ-STATUS TO REQ-NEW-STATUS-OUT
               MOVE WS-REQ-USER   TO REQ-USER-OUT
               IF WS-REQUEST-APPLIED
                   MOVE "APPLIED"  TO REQ-DISP-OUT
                   MOVE SPACES     TO REQ-REASON-OUT
               ELSE
                   MOVE "REJECTED" TO REQ-DISP-OUT
                   MOVE WS-REQ-REASON TO REQ-REASON-OUT
               END-IF
               WRITE TERM-PRINT-REC FROM REQUEST-LINE AFTER 1 LINE
               MOVE SPACES TO TERM-PRINT-REC
               WRITE TERM-PRINT-REC AFTER 1 LINE
           END-IF
           WRITE TERM-PRINT-REC FROM TERM-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO TERM-PRINT-REC.
           MOVE ALL "-" TO TERM-PRINT-REC(6:64)
           WRITE TERM-PRINT-REC AFTER 1 LINE.
           IF WS-TERM-COUNT = 0
               MOVE SPACES TO TERM-PRINT-REC
               MOVE "     NO TERMS ON FILE - ALL TERMS OPEN"
                   TO TERM-PRINT-REC
               WRITE TERM-PRINT-REC AFTER 1 LINE
           END-IF
           PERFORM VARYING TT-SUB FROM 1 BY 1
               UNTIL TT-SUB > WS-TERM-COUNT
               MOVE WS-TT-TERM-TAG(TT-SUB) TO TRM-TERM-OUT
               MOVE WS-TT-STATUS(TT-SUB)   TO TRM-STATUS-OUT
               MOVE WS-TT-DATE(TT-SUB)     TO TRM-DATE-OUT
               MOVE WS-TT-USER-ID(TT-SUB)  TO TRM-USER-OUT
               MOVE WS-TT-CUTOFF(TT-SUB)   TO TRM-CUTOFF-OUT
               WRITE TERM-PRINT-REC FROM TERM-DETAIL-LINE AFTER 1 LINE
           END-PERFORM.
