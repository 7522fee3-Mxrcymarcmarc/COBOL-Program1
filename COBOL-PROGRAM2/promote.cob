               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT CLEARANCE-FILE ASSIGN TO "CLEAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLEARANCE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER
              88 SM-STATUS-INC               VALUE "INC".
              88 SM-STATUS-WDN               VALUE "W  ".
              88 SM-STATUS-DRP               VALUE "DRP".
           02 SM-SECTION-CODE     PIC X(6).
           02 FILLER              PIC X(5).

       FD  NEW-MASTER
           LABEL RECORDS ARE STANDARD
           02 AR-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).
           02 AR-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(1).
           02 AR-SECTION-CODE     PIC X(6).

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

       WORKING-STORAGE SECTION.
       01  HEADER1.
           02 FILLER             PIC X(10) VALUE "RETAINED".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "GRADUATED".
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "HELD".

       01  PROMO-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 PCNT-RETAINED-OUT  PIC ZZ9.
           02 FILLER             PIC X(12) VALUE SPACES.
           02 PCNT-GRADUATED-OUT PIC ZZ9.
           02 FILLER             PIC X(12) VALUE SPACES.
           02 PCNT-HELD-OUT      PIC ZZ9.

       01  YEAR-NAME-TABLE.
           02 YEAR-NAME-VALUE OCCURS 4 PIC X(15).
              03 PROMOTED-COUNT   PIC 9(3)   VALUE 0.
              03 RETAINED-COUNT   PIC 9(3)   VALUE 0.
              03 GRADUATED-COUNT  PIC 9(3)   VALUE 0.
              03 HELD-COUNT       PIC 9(3)   VALUE 0.

       01  WS-CLEAR-TABLE.
           02 WS-CLEAR-COUNT      PIC 9(3)   VALUE 0.
           02 WS-CLEAR-ENTRY OCCURS 500.
              03 WS-CLR-STUDENT-ID PIC X(9).
              03 WS-CLR-TERM-TAG  PIC X(6).
              03 WS-CLR-STATUS    PIC X(9).

       01  WS-SUBJECT-TABLE.
           02 WS-SUBJECT-COUNT    PIC 9(3)   VALUE 0.
       77  WS-ARCHIVE-COUNT         PIC 9(6) VALUE 0.
       77  WS-ARCH-AVG              PIC 999V99 VALUE 0.
       77  WS-PROMO-REPORT-STATUS   PIC X(2) VALUE "00".
       77  WS-CLEARANCE-FILE-STATUS PIC X(2) VALUE "00".
       77  WS-CLEARANCE-EOF-SWITCH  PIC X    VALUE "N".
           88 WS-CLEARANCE-EOF              VALUE "Y".
       77  WS-CLEARANCE-RESULT      PIC X    VALUE "N".
           88 WS-CLEARANCE-NONE             VALUE "N".
           88 WS-CLEARANCE-CLEARED          VALUE "C".
           88 WS-CLEARANCE-DEFICIENT        VALUE "D".
       77  WS-HELD-TOTAL            PIC 9(5) VALUE 0.
       77  CL-SUB                   PIC 9(3) VALUE 1.

       77  WS-EOF-SWITCH         PIC X      VALUE "N".
           88 WS-EOF                        VALUE "Y".
           PERFORM INIT-YEAR-NAMES.
           PERFORM LOAD-CONTROL-PARAMETERS.
           PERFORM LOAD-SUBJECT-CATALOG.
           PERFORM LOAD-CLEARANCE-FILE.
           OPEN INPUT STUDENT-MASTER.
           IF WS-STUDENT-MASTER-STATUS NOT = "00"
               DISPLAY "STUDENT MASTER FILE COULD NOT BE OPENED - "
           CLOSE PROMO-REPORT.
           DISPLAY "SUBJECT RECORDS ARCHIVED TO SARCH.DAT: "
                   WS-ARCHIVE-COUNT.
           DISPLAY "GRADUATES HELD PENDING CLEARANCE: " WS-HELD-TOTAL.
           IF WS-ROW-OVERFLOW
               DISPLAY "SUBJECT RECORDS WERE DROPPED FROM THE NEW "
                       "MASTER - DO NOT LOAD NEWSTUD.DAT"
               DISPLAY "DEFAULT CREDIT UNITS ASSUMED"
           END-IF.

       LOAD-CLEARANCE-FILE.
           OPEN INPUT CLEARANCE-FILE
           IF WS-CLEARANCE-FILE-STATUS = "00"
               READ CLEARANCE-FILE
                   AT END SET WS-CLEARANCE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CLEARANCE-EOF
                   IF CL-REC-TYPE = "H"
                       IF WS-CLEAR-COUNT < 500
                           ADD 1 TO WS-CLEAR-COUNT
                           MOVE CL-STUDENT-ID
                               TO WS-CLR-STUDENT-ID(WS-CLEAR-COUNT)
                           MOVE CL-TERM-TAG
                               TO WS-CLR-TERM-TAG(WS-CLEAR-COUNT)
                           MOVE CL-CLEAR-STATUS
                               TO WS-CLR-STATUS(WS-CLEAR-COUNT)
                       ELSE
                           DISPLAY "CLEARANCE RECORD DROPPED - "
                                   "TABLE FULL: " CL-STUDENT-ID
                       END-IF
                   END-IF
                   READ CLEARANCE-FILE
                       AT END SET WS-CLEARANCE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CLEARANCE-FILE
           ELSE
               DISPLAY "CLEARANCE FILE CLEAR.DAT COULD NOT BE OPENED - "
                       "STATUS " WS-CLEARANCE-FILE-STATUS
               DISPLAY "FOURTH-YEAR STUDENTS WILL BE HELD, NOT "
                       "GRADUATED"
           END-IF.

       LOOKUP-CLEARANCE.
           MOVE "N" TO WS-CLEARANCE-RESULT
           PERFORM VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > WS-CLEAR-COUNT
               IF WS-CLR-STUDENT-ID(CL-SUB) = WS-CURR-STUDENT-ID
                   AND WS-CLR-TERM-TAG(CL-SUB) =
                       CTL-TERM-TAG(WS-CURR-PROG-SUB, 4)
                   IF WS-CLR-STATUS(CL-SUB) = "CLEARED"
                       MOVE "C" TO WS-CLEARANCE-RESULT
                   ELSE
                       MOVE "D" TO WS-CLEARANCE-RESULT
                   END-IF
               END-IF
           END-PERFORM.

       LOOKUP-SUBJECT-UNITS.
           MOVE WS-DEFAULT-UNITS TO WS-SUBJ-UNITS-USE
           PERFORM VARYING S-SUB FROM 1 BY 1
           MOVE WS-SUBJ-UNITS-USE TO AR-UNITS
           MOVE SM-GRADE-STATUS TO AR-GRADE-STATUS
           MOVE SM-STUDENT-NAME TO AR-STUDENT-NAME
           MOVE SM-SECTION-CODE TO AR-SECTION-CODE
           WRITE ARCHIVE-REC
           ADD 1 TO WS-ARCHIVE-COUNT.

                   AND WS-GPA >= CTL-PASS-THRESHOLD(WS-CURR-PROG-SUB,
                       WS-CURR-YEAR-LEVEL)
                   IF WS-CURR-YEAR-LEVEL = 4
                       PERFORM LOOKUP-CLEARANCE
                       IF WS-CLEARANCE-CLEARED
                           MOVE "GRADUATED" TO WS-DISPOSITION
                           ADD 1 TO GRADUATED-COUNT(WS-CURR-YEAR-LEVEL)
                           PERFORM WRITE-GRADS-RECORD
                       ELSE
                           MOVE WS-CURR-YEAR-LEVEL TO WS-NEW-YEAR-LEVEL
                           IF WS-CLEARANCE-DEFICIENT
                               MOVE "HELD" TO WS-DISPOSITION
                           ELSE
                               MOVE "NOT AUDITED" TO WS-DISPOSITION
                           END-IF
                           ADD 1 TO HELD-COUNT(WS-CURR-YEAR-LEVEL)
                           ADD 1 TO WS-HELD-TOTAL
                       END-IF
                   ELSE
                       COMPUTE WS-NEW-YEAR-LEVEL =
                               WS-CURR-YEAR-LEVEL + 1
           WRITE PROMO-PRINT-REC AFTER 1 LINE.
           WRITE PROMO-PRINT-REC FROM PROMO-COUNT-HDR AFTER 1 LINE.
           MOVE SPACES TO PROMO-PRINT-REC.
           MOVE ALL "-" TO PROMO-PRINT-REC(6:85)
           WRITE PROMO-PRINT-REC AFTER 1 LINE.
           PERFORM VARYING Y-SUB FROM 1 BY 1 UNTIL Y-SUB > 4
               MOVE YEAR-NAME-VALUE(Y-SUB) TO PCNT-YEAR-OUT
               MOVE PROMOTED-COUNT(Y-SUB)  TO PCNT-PROMOTED-OUT
               MOVE RETAINED-COUNT(Y-SUB)  TO PCNT-RETAINED-OUT
               MOVE GRADUATED-COUNT(Y-SUB) TO PCNT-GRADUATED-OUT
               MOVE HELD-COUNT(Y-SUB)      TO PCNT-HELD-OUT
               WRITE PROMO-PRINT-REC FROM PROMO-COUNT-LINE
                   AFTER 1 LINE
           END-PERFORM.
