       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMERGE.
       AUTHOR. GROUP4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO "TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT SHEET-TRANS-FILE ASSIGN TO "GSTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-TRANS-STATUS.

           SELECT MERGED-TRANS-FILE ASSIGN TO "MTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGED-TRANS-STATUS.

           SELECT HELD-TRANS-FILE ASSIGN TO "HTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-TRANS-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "HRELEASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT MERGE-REPORT ASSIGN TO "GMERGE-OUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS TRANS-REC.
       01  TRANS-REC.
           02 TR-ACTION           PIC X(1).
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

       FD  SHEET-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS SHEET-TRANS-REC.
       01  SHEET-TRANS-REC.
           02 XT-ACTION           PIC X(1).
           02 FILLER              PIC X(1).
           02 XT-USER-ID          PIC X(8).
           02 FILLER              PIC X(1).
           02 XT-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 XT-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(1).
           02 XT-YEAR-LEVEL       PIC 9(1).
           02 FILLER              PIC X(1).
           02 XT-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(1).
           02 XT-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 XT-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 XT-PRELIM           PIC 999V99.
           02 FILLER              PIC X(1).
           02 XT-MIDTERM          PIC 999V99.
           02 FILLER              PIC X(1).
           02 XT-FINAL            PIC 999V99.
           02 FILLER              PIC X(1).
           02 XT-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).

       FD  MERGED-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MERGED-TRANS-REC.
       01  MERGED-TRANS-REC.
           02 MT-TRANS-IMAGE      PIC X(92).
           02 MT-TRANS-POS        PIC 9(6).
           02 FILLER              PIC X(1).
           02 MT-MERGE-FLAG       PIC X(1).

       FD  HELD-TRANS-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS HELD-TRANS-REC.
       01  HELD-TRANS-REC.
           02 HT-ENTRY-TYPE       PIC X(1).
              88 HT-HOLD-ENTRY               VALUE "H".
              88 HT-RELEASE-ENTRY            VALUE "X".
              88 HT-MARK-ENTRY               VALUE "M".
           02 FILLER              PIC X(1).
           02 HT-SOURCE           PIC X(1).
           02 FILLER              PIC X(1).
           02 HT-RUN-DATE         PIC 9(8).
           02 FILLER              PIC X(1).
           02 HT-REC-KEY          PIC X(21).
           02 FILLER              PIC X(1).
           02 HT-DECISION         PIC X(1).
           02 FILLER              PIC X(1).
           02 HT-USER-ID          PIC X(8).
           02 FILLER              PIC X(1).
           02 HT-REASON           PIC X(25).
           02 FILLER              PIC X(1).
           02 HT-TRANS-IMAGE      PIC X(92).
           02 HT-MARK-DATA REDEFINES HT-TRANS-IMAGE.
              03 HT-MARK-ROWS     PIC 9(6).
              03 FILLER           PIC X(86).

       FD  RELEASE-FILE
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS RELEASE-REC.
       01  RELEASE-REC.
           02 RL-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 RL-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 RL-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(1).
           02 RL-DECISION         PIC X(1).
           02 FILLER              PIC X(1).
           02 RL-USER-ID          PIC X(8).

       FD  MERGE-REPORT
           LABEL RECORDS ARE STANDARD
           DATA RECORD IS MERGE-PRINT-REC.
       01  MERGE-PRINT-REC        PIC X(150).

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
           02 FILLER PIC X(30) VALUE "TRANSACTION MERGE REGISTER".

       01  CONFLICT-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(45) VALUE
              "CONFLICTING TRANSACTIONS HELD FROM STUDMNT".
       01  CONFLICT-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(3)  VALUE "ACT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "USER".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SOURCE".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(20) VALUE "REASON".

       01  CONFLICT-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 CFL-ID-OUT         PIC X(9).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CFL-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CFL-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CFL-ACTION-OUT     PIC X(1).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 CFL-USER-OUT       PIC X(8).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 CFL-SOURCE-OUT     PIC X(7).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 CFL-REASON-OUT     PIC X(25).

       01  RELEASE-HDR-LINE1.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(45) VALUE
              "HELD KEYS RELEASED BY THE REGISTRAR".
       01  RELEASE-HDR-LINE2.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 FILLER             PIC X(10) VALUE "STUDENT ID".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(7)  VALUE "SUBJECT".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(6)  VALUE "TERM".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(3)  VALUE "DEC".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(8)  VALUE "USER".
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 FILLER             PIC X(20) VALUE "RESULT".

       01  RELEASE-DETAIL-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 REL-ID-OUT         PIC X(9).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 REL-SUBJECT-OUT    PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 REL-TERM-OUT       PIC X(6).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 REL-DECISION-OUT   PIC X(1).
           02 FILLER             PIC X(4)  VALUE SPACES.
           02 REL-USER-OUT       PIC X(8).
           02 FILLER             PIC X(3)  VALUE SPACES.
           02 REL-RESULT-OUT     PIC X(25).

       01  MERGE-COUNT-LINE.
           02 FILLER             PIC X(5)  VALUE SPACES.
           02 MRG-COUNT-TEXT     PIC X(30).
           02 MRG-COUNT-OUT      PIC ZZZZ9.

       01  WS-TRANS-WORK.
           02 WT-ACTION           PIC X(1).
              88 WT-DELETE                   VALUE "D".
              88 WT-SET-STATUS               VALUE "S".
           02 FILLER              PIC X(1).
           02 WT-USER-ID          PIC X(8).
           02 FILLER              PIC X(1).
           02 WT-STUDENT-ID       PIC X(9).
           02 FILLER              PIC X(1).
           02 WT-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(1).
           02 WT-YEAR-LEVEL       PIC 9(1).
           02 FILLER              PIC X(1).
           02 WT-PROG-CODE        PIC X(4).
           02 FILLER              PIC X(1).
           02 WT-SUBJECT-CODE     PIC X(6).
           02 FILLER              PIC X(1).
           02 WT-TERM-TAG         PIC X(6).
           02 FILLER              PIC X(25).

       01  WS-MRG-TABLE.
           02 WS-MRG-COUNT        PIC 9(4)   VALUE 0.
           02 WS-MRG-ENTRY OCCURS 1000.
              03 WM-SORT-KEY.
                 04 WM-REC-KEY    PIC X(21).
                 04 WM-SEQ        PIC 9(4).
              03 WM-SOURCE        PIC X(1).
              03 WM-TRANS-POS     PIC 9(6).
              03 WM-HELD          PIC X(1).
              03 WM-REASON        PIC X(25).
              03 WM-TRANS-IMAGE   PIC X(92).
       01  WS-MRG-HOLD            PIC X(150).

       01  WS-HOLD-TABLE.
           02 WS-HOLD-COUNT       PIC 9(3)   VALUE 0.
           02 WS-HOLD-ENTRY OCCURS 300.
              03 WH-REC-KEY       PIC X(21).
              03 WH-STATE         PIC X(1).
              03 WH-HOLD-MARK     PIC 9(6).

       01  WS-HSHEET-TABLE.
           02 WS-HSHEET-COUNT     PIC 9(3)   VALUE 0.
           02 WS-HSHEET-ENTRY OCCURS 500.
              03 WV-REC-KEY       PIC X(21).
              03 WV-TRANS-IMAGE   PIC X(92).

       01  WS-REL-TABLE.
           02 WS-REL-COUNT        PIC 9(3)   VALUE 0.
           02 WS-REL-ENTRY OCCURS 100.
              03 WR-REC-KEY       PIC X(21).
              03 WR-DECISION      PIC X(1).
              03 WR-USER-ID       PIC X(8).
              03 WR-APPLIED       PIC X(1).
              03 WR-RESULT        PIC X(25).

       01  WS-GROUP-KEY.
           02 WG-STUDENT-ID       PIC X(9).
           02 WG-SUBJECT-CODE     PIC X(6).
           02 WG-TERM-TAG         PIC X(6).

       77  WS-TRANS-FILE-STATUS     PIC X(2) VALUE "00".
       77  WS-SHEET-TRANS-STATUS    PIC X(2) VALUE "00".
       77  WS-MERGED-TRANS-STATUS   PIC X(2) VALUE "00".
       77  WS-HELD-TRANS-STATUS     PIC X(2) VALUE "00".
       77  WS-RELEASE-FILE-STATUS   PIC X(2) VALUE "00".
       77  WS-MERGE-REPORT-STATUS   PIC X(2) VALUE "00".

       77  WS-TRANS-EOF-SWITCH   PIC X      VALUE "N".
           88 WS-TRANS-EOF                  VALUE "Y".
       77  WS-SHEET-EOF-SWITCH   PIC X      VALUE "N".
           88 WS-SHEET-EOF                  VALUE "Y".
       77  WS-SHEET-OPEN-SWITCH  PIC X      VALUE "N".
           88 WS-SHEET-OPENED               VALUE "Y".
       77  WS-TABLE-FULL-SWITCH  PIC X      VALUE "N".
           88 WS-TABLE-FULL                 VALUE "Y".
       77  WS-CONFLICT-HDR-SWITCH PIC X     VALUE "N".
           88 WS-CONFLICT-HDR-WRITTEN       VALUE "Y".
       77  WS-HELD-EOF-SWITCH    PIC X      VALUE "N".
           88 WS-HELD-EOF                   VALUE "Y".
       77  WS-RELEASE-EOF-SWITCH PIC X      VALUE "N".
           88 WS-RELEASE-EOF                VALUE "Y".
       77  WS-RELEASE-OPEN-SWITCH PIC X     VALUE "N".
           88 WS-RELEASE-OPENED             VALUE "Y".
       77  WS-RELEASE-OVER-SWITCH PIC X     VALUE "N".
           88 WS-RELEASE-OVERFLOW           VALUE "Y".
       77  WS-HOLD-FULL-SWITCH   PIC X      VALUE "N".
           88 WS-HOLD-TABLE-FULL            VALUE "Y".
       77  WS-HOLD-FOUND-SWITCH  PIC X      VALUE "N".
           88 WS-HOLD-FOUND                 VALUE "Y".
       77  WS-KEY-STATE          PIC X      VALUE SPACES.
           88 WS-KEY-HELD                   VALUE "H".

       77  WS-REGISTRAR-READ     PIC 9(5)   VALUE 0.
       77  WS-SHEET-READ         PIC 9(5)   VALUE 0.
       77  WS-MERGED-COUNT       PIC 9(5)   VALUE 0.
       77  WS-HELD-COUNT         PIC 9(5)   VALUE 0.
       77  WS-CONFLICT-KEYS      PIC 9(5)   VALUE 0.
       77  WS-SHEET-POSTED       PIC 9(5)   VALUE 0.
       77  WS-RELEASED-KEYS      PIC 9(5)   VALUE 0.
       77  WS-STILL-HELD-KEYS    PIC 9(5)   VALUE 0.
       77  WS-RUN-DATE           PIC 9(8)   VALUE 0.
       77  WS-PRIOR-MARK         PIC 9(6)   VALUE 0.
       77  WS-TRANS-ROWS         PIC 9(6)   VALUE 0.

       77  WS-GRP-SHEET-COUNT    PIC 9(4)   VALUE 0.
       77  WS-GRP-TRANS-COUNT    PIC 9(4)   VALUE 0.
       77  WS-GRP-PENDING-COUNT  PIC 9(4)   VALUE 0.
       77  WS-GRP-REASON         PIC X(25)  VALUE SPACES.
       77  WS-GRP-HOLD-MARK      PIC 9(6)   VALUE 0.

       77  MS-SUB                PIC 9(4)   VALUE 1.
       77  M2-SUB                PIC 9(4)   VALUE 1.
       77  GS-SUB                PIC 9(4)   VALUE 1.
       77  GE-SUB                PIC 9(4)   VALUE 1.
       77  HK-SUB                PIC 9(3)   VALUE 1.
       77  HV-SUB                PIC 9(3)   VALUE 1.
       77  RL-SUB                PIC 9(3)   VALUE 1.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-REGISTRAR-TRANS.
           PERFORM LOAD-SHEET-TRANS.
           PERFORM LOAD-HELD-TRANS.
           IF WS-HOLD-TABLE-FULL
               DISPLAY "HELD TRANSACTION LOG HTRANS.DAT HAS MORE THAN "
                       "300 KEYS OR 500 SHEET ROWS ON HOLD"
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PRIOR-MARK > WS-REGISTRAR-READ
               DISPLAY "TRANS.DAT SHORTER THAN AT LAST MERGE - "
                       "ALL ROWS TREATED AS NEW"
               MOVE 0 TO WS-PRIOR-MARK
           END-IF
           MOVE WS-REGISTRAR-READ TO WS-TRANS-ROWS
           PERFORM LOAD-RELEASES.
           IF WS-TABLE-FULL
               DISPLAY "MORE THAN 1000 TRANSACTIONS - NOTHING MERGED"
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MERGED-TRANS-FILE.
           IF WS-MERGED-TRANS-STATUS NOT = "00"
               DISPLAY "MERGED TRANSACTION FILE COULD NOT BE CREATED - "
                       "STATUS " WS-MERGED-TRANS-STATUS
               DISPLAY "RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND HELD-TRANS-FILE
           IF WS-HELD-TRANS-STATUS NOT = "00"
               OPEN OUTPUT HELD-TRANS-FILE
           END-IF
           IF WS-HELD-TRANS-STATUS NOT = "00"
               DISPLAY "HELD TRANSACTION FILE COULD NOT BE OPENED - "
                       "STATUS " WS-HELD-TRANS-STATUS
               DISPLAY "RUN ABORTED"
               CLOSE MERGED-TRANS-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-FILE-STATUS NOT = "00"
               OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-FILE-STATUS NOT = "00"
               DISPLAY "TRANSACTION FILE COULD NOT BE OPENED - "
                       "STATUS " WS-TRANS-FILE-STATUS
               DISPLAY "RUN ABORTED"
               CLOSE MERGED-TRANS-FILE
               CLOSE HELD-TRANS-FILE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT MERGE-REPORT.
           PERFORM WRITE-MERGE-HEADERS.
           PERFORM APPLY-RELEASES.
           PERFORM SORT-MERGE-TABLE.
           PERFORM FIND-CONFLICTS.
           PERFORM WRITE-MERGED-TRANS.
           PERFORM WRITE-MERGE-TOTALS.
           CLOSE MERGED-TRANS-FILE.
           CLOSE HELD-TRANS-FILE.
           CLOSE TRANS-FILE.
           CLOSE MERGE-REPORT.
           IF WS-SHEET-OPENED
               OPEN OUTPUT SHEET-TRANS-FILE
               CLOSE SHEET-TRANS-FILE
           END-IF
           IF WS-RELEASE-OPENED AND NOT WS-RELEASE-OVERFLOW
               OPEN OUTPUT RELEASE-FILE
               CLOSE RELEASE-FILE
           END-IF
           DISPLAY "TRANSACTIONS MERGED TO MTRANS.DAT: "
                   WS-MERGED-COUNT " HELD: " WS-HELD-COUNT.
           IF WS-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           GOBACK.

       LOAD-REGISTRAR-TRANS.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FILE-STATUS = "00"
               READ TRANS-FILE
                   AT END SET WS-TRANS-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-TRANS-EOF
                   ADD 1 TO WS-REGISTRAR-READ
                   IF WS-MRG-COUNT < 1000
                       ADD 1 TO WS-MRG-COUNT
                       MOVE TR-STUDENT-ID   TO WG-STUDENT-ID
                       MOVE TR-SUBJECT-CODE TO WG-SUBJECT-CODE
                       MOVE TR-TERM-TAG     TO WG-TERM-TAG
                       MOVE WS-GROUP-KEY TO WM-REC-KEY(WS-MRG-COUNT)
                       MOVE WS-MRG-COUNT TO WM-SEQ(WS-MRG-COUNT)
                       MOVE "R" TO WM-SOURCE(WS-MRG-COUNT)
                       MOVE WS-REGISTRAR-READ
                           TO WM-TRANS-POS(WS-MRG-COUNT)
                       MOVE "N" TO WM-HELD(WS-MRG-COUNT)
                       MOVE SPACES TO WM-REASON(WS-MRG-COUNT)
                       MOVE TRANS-REC TO WM-TRANS-IMAGE(WS-MRG-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   READ TRANS-FILE
                       AT END SET WS-TRANS-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE TRANS-FILE
           ELSE
               DISPLAY "TRANSACTION FILE TRANS.DAT COULD NOT BE OPENED "
                       "- STATUS " WS-TRANS-FILE-STATUS
               DISPLAY "NO REGISTRAR TRANSACTIONS MERGED"
           END-IF.

       LOAD-SHEET-TRANS.
           OPEN INPUT SHEET-TRANS-FILE
           IF WS-SHEET-TRANS-STATUS = "00"
               SET WS-SHEET-OPENED TO TRUE
               READ SHEET-TRANS-FILE
                   AT END SET WS-SHEET-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-SHEET-EOF
                   ADD 1 TO WS-SHEET-READ
                   IF WS-MRG-COUNT < 1000
                       ADD 1 TO WS-MRG-COUNT
                       MOVE XT-STUDENT-ID   TO WG-STUDENT-ID
                       MOVE XT-SUBJECT-CODE TO WG-SUBJECT-CODE
                       MOVE XT-TERM-TAG     TO WG-TERM-TAG
                       MOVE WS-GROUP-KEY TO WM-REC-KEY(WS-MRG-COUNT)
                       MOVE WS-MRG-COUNT TO WM-SEQ(WS-MRG-COUNT)
                       MOVE "G" TO WM-SOURCE(WS-MRG-COUNT)
                       MOVE 0 TO WM-TRANS-POS(WS-MRG-COUNT)
                       MOVE "N" TO WM-HELD(WS-MRG-COUNT)
                       MOVE SPACES TO WM-REASON(WS-MRG-COUNT)
                       MOVE SHEET-TRANS-REC
                           TO WM-TRANS-IMAGE(WS-MRG-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
                   READ SHEET-TRANS-FILE
                       AT END SET WS-SHEET-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SHEET-TRANS-FILE
           ELSE
               DISPLAY "GRADE SHEET TRANSACTIONS GSTRANS.DAT NOT FOUND "
                       "- STATUS " WS-SHEET-TRANS-STATUS
               DISPLAY "NO GRADE SHEET TRANSACTIONS MERGED"
           END-IF.

       LOAD-HELD-TRANS.
           OPEN INPUT HELD-TRANS-FILE
           IF WS-HELD-TRANS-STATUS = "00"
               READ HELD-TRANS-FILE
                   AT END SET WS-HELD-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-HELD-EOF
                   PERFORM TABLE-HELD-ENTRY
                   READ HELD-TRANS-FILE
                       AT END SET WS-HELD-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HELD-TRANS-FILE
           ELSE
               DISPLAY "HELD TRANSACTION LOG HTRANS.DAT NOT FOUND "
                       "- STATUS " WS-HELD-TRANS-STATUS
               DISPLAY "NO KEYS CARRIED ON HOLD"
           END-IF.

       TABLE-HELD-ENTRY.
           IF HT-MARK-ENTRY AND HT-MARK-ROWS NUMERIC
               MOVE HT-MARK-ROWS TO WS-PRIOR-MARK
           END-IF
           MOVE HT-REC-KEY TO WS-GROUP-KEY
           PERFORM FIND-HOLD-KEY
           IF HT-HOLD-ENTRY
               IF NOT WS-HOLD-FOUND
                   PERFORM ADD-HOLD-KEY
               END-IF
               IF WS-HOLD-FOUND
                   IF WH-STATE(HK-SUB) NOT = "H"
                       MOVE WS-PRIOR-MARK TO WH-HOLD-MARK(HK-SUB)
                   END-IF
                   MOVE "H" TO WH-STATE(HK-SUB)
               END-IF
               IF HT-SOURCE = "G" OR HT-SOURCE = "H"
                   PERFORM TABLE-HELD-SHEET-ROW
               END-IF
           END-IF
           IF HT-RELEASE-ENTRY AND WS-HOLD-FOUND
               MOVE "C" TO WH-STATE(HK-SUB)
               PERFORM VARYING HV-SUB FROM 1 BY 1
                   UNTIL HV-SUB > WS-HSHEET-COUNT
                   IF WV-REC-KEY(HV-SUB) = WS-GROUP-KEY
                       MOVE SPACES TO WV-REC-KEY(HV-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       TABLE-HELD-SHEET-ROW.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH
           PERFORM VARYING HV-SUB FROM 1 BY 1
               UNTIL HV-SUB > WS-HSHEET-COUNT OR WS-HOLD-FOUND
               IF WV-REC-KEY(HV-SUB) = SPACES
                   SET WS-HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOLD-FOUND
               SUBTRACT 1 FROM HV-SUB
           ELSE
               IF WS-HSHEET-COUNT < 500
                   ADD 1 TO WS-HSHEET-COUNT
                   MOVE WS-HSHEET-COUNT TO HV-SUB
               ELSE
                   SET WS-HOLD-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF NOT WS-HOLD-TABLE-FULL
               MOVE WS-GROUP-KEY   TO WV-REC-KEY(HV-SUB)
               MOVE HT-TRANS-IMAGE TO WV-TRANS-IMAGE(HV-SUB)
           END-IF.

       FIND-HOLD-KEY.
           MOVE "N" TO WS-HOLD-FOUND-SWITCH
           PERFORM VARYING HK-SUB FROM 1 BY 1
               UNTIL HK-SUB > WS-HOLD-COUNT OR WS-HOLD-FOUND
               IF WH-REC-KEY(HK-SUB) = WS-GROUP-KEY
                   SET WS-HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOLD-FOUND
               SUBTRACT 1 FROM HK-SUB
           END-IF.

       ADD-HOLD-KEY.
           PERFORM VARYING HK-SUB FROM 1 BY 1
               UNTIL HK-SUB > WS-HOLD-COUNT OR WS-HOLD-FOUND
               IF WH-STATE(HK-SUB) = "C"
                   SET WS-HOLD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-HOLD-FOUND
               SUBTRACT 1 FROM HK-SUB
           ELSE
               IF WS-HOLD-COUNT < 300
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO HK-SUB
                   SET WS-HOLD-FOUND TO TRUE
               ELSE
                   SET WS-HOLD-TABLE-FULL TO TRUE
               END-IF
           END-IF
           IF WS-HOLD-FOUND
               MOVE WS-GROUP-KEY TO WH-REC-KEY(HK-SUB)
               MOVE "H" TO WH-STATE(HK-SUB)
               MOVE WS-PRIOR-MARK TO WH-HOLD-MARK(HK-SUB)
           END-IF.

       LOAD-RELEASES.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = "00"
               SET WS-RELEASE-OPENED TO TRUE
               READ RELEASE-FILE
                   AT END SET WS-RELEASE-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-RELEASE-EOF
                   IF RL-STUDENT-ID NOT = SPACES
                       PERFORM TABLE-RELEASE
                   END-IF
                   READ RELEASE-FILE
                       AT END SET WS-RELEASE-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.

       TABLE-RELEASE.
           IF WS-REL-COUNT < 100
               ADD 1 TO WS-REL-COUNT
               MOVE WS-REL-COUNT TO RL-SUB
               MOVE RL-STUDENT-ID   TO WG-STUDENT-ID
               MOVE RL-SUBJECT-CODE TO WG-SUBJECT-CODE
               MOVE RL-TERM-TAG     TO WG-TERM-TAG
               MOVE WS-GROUP-KEY    TO WR-REC-KEY(RL-SUB)
               MOVE RL-DECISION     TO WR-DECISION(RL-SUB)
               MOVE RL-USER-ID      TO WR-USER-ID(RL-SUB)
               MOVE "N"             TO WR-APPLIED(RL-SUB)
               MOVE SPACES TO WS-KEY-STATE
               PERFORM FIND-HOLD-KEY
               IF WS-HOLD-FOUND
                   MOVE WH-STATE(HK-SUB) TO WS-KEY-STATE
               END-IF
               EVALUATE TRUE
                   WHEN RL-DECISION NOT = "G" AND RL-DECISION NOT = "T"
                       MOVE "INVALID DECISION" TO WR-RESULT(RL-SUB)
                   WHEN RL-USER-ID = SPACES
                       MOVE "NO RELEASING USER" TO WR-RESULT(RL-SUB)
                   WHEN NOT WS-KEY-HELD
                       MOVE "NO HOLD ON FILE" TO WR-RESULT(RL-SUB)
                   WHEN OTHER
                       MOVE RL-DECISION TO WH-STATE(HK-SUB)
                       MOVE "Y" TO WR-APPLIED(RL-SUB)
                       ADD 1 TO WS-RELEASED-KEYS
                       IF RL-DECISION = "G"
                           MOVE "RELEASED - SHEET STANDS"
                               TO WR-RESULT(RL-SUB)
                           PERFORM ADD-RELEASED-SHEET-ROWS
                       ELSE
                           MOVE "RELEASED - TRANS STANDS"
                               TO WR-RESULT(RL-SUB)
                       END-IF
               END-EVALUATE
           ELSE
               DISPLAY "MORE THAN 100 RELEASES - " RL-STUDENT-ID " "
                       RL-SUBJECT-CODE " " RL-TERM-TAG
                       " LEFT FOR NEXT RUN"
               SET WS-RELEASE-OVERFLOW TO TRUE
           END-IF.

       ADD-RELEASED-SHEET-ROWS.
           PERFORM VARYING HV-SUB FROM 1 BY 1
               UNTIL HV-SUB > WS-HSHEET-COUNT
               IF WV-REC-KEY(HV-SUB) = WS-GROUP-KEY
                   IF WS-MRG-COUNT < 1000
                       ADD 1 TO WS-MRG-COUNT
                       MOVE WS-GROUP-KEY TO WM-REC-KEY(WS-MRG-COUNT)
                       MOVE WS-MRG-COUNT TO WM-SEQ(WS-MRG-COUNT)
                       MOVE "H" TO WM-SOURCE(WS-MRG-COUNT)
                       MOVE 0 TO WM-TRANS-POS(WS-MRG-COUNT)
                       MOVE "N" TO WM-HELD(WS-MRG-COUNT)
                       MOVE SPACES TO WM-REASON(WS-MRG-COUNT)
                       MOVE WV-TRANS-IMAGE(HV-SUB)
                           TO WM-TRANS-IMAGE(WS-MRG-COUNT)
                   ELSE
                       SET WS-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-RELEASES.
           PERFORM VARYING RL-SUB FROM 1 BY 1
               UNTIL RL-SUB > WS-REL-COUNT
               IF RL-SUB = 1
                   PERFORM WRITE-RELEASE-HEADER
               END-IF
               IF WR-APPLIED(RL-SUB) = "Y"
                   MOVE SPACES TO HELD-TRANS-REC
                   MOVE "X"                 TO HT-ENTRY-TYPE
                   MOVE WS-RUN-DATE         TO HT-RUN-DATE
                   MOVE WR-REC-KEY(RL-SUB)  TO HT-REC-KEY
                   MOVE WR-DECISION(RL-SUB) TO HT-DECISION
                   MOVE WR-USER-ID(RL-SUB)  TO HT-USER-ID
                   MOVE WR-RESULT(RL-SUB)   TO HT-REASON
                   WRITE HELD-TRANS-REC
               END-IF
               MOVE WR-REC-KEY(RL-SUB)  TO WS-GROUP-KEY
               MOVE WG-STUDENT-ID       TO REL-ID-OUT
               MOVE WG-SUBJECT-CODE     TO REL-SUBJECT-OUT
               MOVE WG-TERM-TAG         TO REL-TERM-OUT
               MOVE WR-DECISION(RL-SUB) TO REL-DECISION-OUT
               MOVE WR-USER-ID(RL-SUB)  TO REL-USER-OUT
               MOVE WR-RESULT(RL-SUB)   TO REL-RESULT-OUT
               WRITE MERGE-PRINT-REC FROM RELEASE-DETAIL-LINE
                   AFTER 1 LINE
           END-PERFORM.

       WRITE-RELEASE-HEADER.
           MOVE SPACES TO MERGE-PRINT-REC.
           WRITE MERGE-PRINT-REC AFTER 1 LINE.
           WRITE MERGE-PRINT-REC FROM RELEASE-HDR-LINE1 AFTER 1 LINE.
           WRITE MERGE-PRINT-REC FROM RELEASE-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO MERGE-PRINT-REC.
           MOVE ALL "-" TO MERGE-PRINT-REC(6:100)
           WRITE MERGE-PRINT-REC AFTER 1 LINE.

       SORT-MERGE-TABLE.
           PERFORM VARYING MS-SUB FROM 1 BY 1
               UNTIL MS-SUB >= WS-MRG-COUNT
               PERFORM VARYING M2-SUB FROM MS-SUB BY 1
                   UNTIL M2-SUB > WS-MRG-COUNT
                   IF WM-SORT-KEY(M2-SUB) < WM-SORT-KEY(MS-SUB)
                       MOVE WS-MRG-ENTRY(MS-SUB) TO WS-MRG-HOLD
                       MOVE WS-MRG-ENTRY(M2-SUB)
                           TO WS-MRG-ENTRY(MS-SUB)
                       MOVE WS-MRG-HOLD TO WS-MRG-ENTRY(M2-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-CONFLICTS.
           MOVE 1 TO GS-SUB
           PERFORM UNTIL GS-SUB > WS-MRG-COUNT
               PERFORM CHECK-KEY-GROUP
           END-PERFORM.

       CHECK-KEY-GROUP.
           MOVE WM-REC-KEY(GS-SUB) TO WS-GROUP-KEY
           MOVE GS-SUB TO GE-SUB
           MOVE 0 TO WS-GRP-SHEET-COUNT
           MOVE 0 TO WS-GRP-TRANS-COUNT
           MOVE 0 TO WS-GRP-PENDING-COUNT
           PERFORM VARYING MS-SUB FROM GS-SUB BY 1
               UNTIL MS-SUB > WS-MRG-COUNT
               IF WM-REC-KEY(MS-SUB) = WS-GROUP-KEY
                   MOVE MS-SUB TO GE-SUB
                   MOVE WM-TRANS-IMAGE(MS-SUB) TO WS-TRANS-WORK
                   IF WM-SOURCE(MS-SUB) = "G"
                       ADD 1 TO WS-GRP-SHEET-COUNT
                   ELSE
                       IF WM-SOURCE(MS-SUB) NOT = "R"
                           OR WM-TRANS-POS(MS-SUB) > WS-PRIOR-MARK
                           ADD 1 TO WS-GRP-TRANS-COUNT
                           IF WT-DELETE OR WT-SET-STATUS
                               ADD 1 TO WS-GRP-PENDING-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-KEY-STATE
           MOVE 0 TO WS-GRP-HOLD-MARK
           PERFORM FIND-HOLD-KEY
           IF WS-HOLD-FOUND
               MOVE WH-STATE(HK-SUB) TO WS-KEY-STATE
               MOVE WH-HOLD-MARK(HK-SUB) TO WS-GRP-HOLD-MARK
           END-IF
           MOVE SPACES TO WS-GRP-REASON
           IF WS-KEY-HELD
               MOVE "KEY HELD PENDING RELEASE" TO WS-GRP-REASON
           END-IF
           IF WS-GRP-SHEET-COUNT > 0 AND NOT WS-KEY-HELD
               IF WS-GRP-PENDING-COUNT > 0
                   MOVE "GRADE WITH PENDING S OR D" TO WS-GRP-REASON
               ELSE
                   IF WS-GRP-TRANS-COUNT > 0
                       MOVE "GRADE SHEET AND TRANS KEY"
                           TO WS-GRP-REASON
                   ELSE
                       IF WS-GRP-SHEET-COUNT > 1
                           MOVE "DUPLICATE GRADE SHEET ROW"
                               TO WS-GRP-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-GRP-REASON NOT = SPACES
               ADD 1 TO WS-CONFLICT-KEYS
               IF NOT WS-KEY-HELD
                   MOVE "N" TO WS-HOLD-FOUND-SWITCH
                   PERFORM FIND-HOLD-KEY
                   IF NOT WS-HOLD-FOUND
                       PERFORM ADD-HOLD-KEY
                   ELSE
                       MOVE "H" TO WH-STATE(HK-SUB)
                       MOVE WS-PRIOR-MARK TO WH-HOLD-MARK(HK-SUB)
                   END-IF
               END-IF
               PERFORM VARYING MS-SUB FROM GS-SUB BY 1
                   UNTIL MS-SUB > GE-SUB
                   IF WM-SOURCE(MS-SUB) NOT = "R"
                       OR WM-TRANS-POS(MS-SUB) > WS-PRIOR-MARK
                       OR (WS-KEY-HELD
                           AND WM-TRANS-POS(MS-SUB) > WS-GRP-HOLD-MARK)
                       IF WS-KEY-HELD AND WM-SOURCE(MS-SUB) NOT = "G"
                           MOVE "P" TO WM-HELD(MS-SUB)
                       ELSE
                           MOVE "Y" TO WM-HELD(MS-SUB)
                       END-IF
                       MOVE WS-GRP-REASON TO WM-REASON(MS-SUB)
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE GS-SUB = GE-SUB + 1.

       WRITE-MERGED-TRANS.
           PERFORM VARYING MS-SUB FROM 1 BY 1
               UNTIL MS-SUB > WS-MRG-COUNT
               IF WM-HELD(MS-SUB) NOT = "N"
                   IF WM-HELD(MS-SUB) = "Y"
                       PERFORM WRITE-HOLD-ENTRY
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-CONFLICT-LINE
               ELSE
                   IF WM-SOURCE(MS-SUB) NOT = "R"
                       MOVE WM-TRANS-IMAGE(MS-SUB) TO TRANS-REC
                       WRITE TRANS-REC
                       ADD 1 TO WS-SHEET-POSTED
                       ADD 1 TO WS-TRANS-ROWS
                       MOVE WS-TRANS-ROWS TO WM-TRANS-POS(MS-SUB)
                   END-IF
                   MOVE SPACES TO MERGED-TRANS-REC
                   MOVE WM-TRANS-IMAGE(MS-SUB) TO MT-TRANS-IMAGE
                   MOVE WM-TRANS-POS(MS-SUB)   TO MT-TRANS-POS
                   PERFORM SET-MERGE-FLAG
                   WRITE MERGED-TRANS-REC
                   ADD 1 TO WS-MERGED-COUNT
               END-IF
           END-PERFORM
           MOVE SPACES TO HELD-TRANS-REC
           MOVE "M"                    TO HT-ENTRY-TYPE
           MOVE WS-RUN-DATE            TO HT-RUN-DATE
           MOVE "TRANS.DAT ROWS MERGED" TO HT-REASON
           MOVE WS-TRANS-ROWS          TO HT-MARK-ROWS
           WRITE HELD-TRANS-REC
           PERFORM VARYING HK-SUB FROM 1 BY 1
               UNTIL HK-SUB > WS-HOLD-COUNT
               IF WH-STATE(HK-SUB) = "H"
                   ADD 1 TO WS-STILL-HELD-KEYS
               END-IF
           END-PERFORM.

       SET-MERGE-FLAG.
           IF WM-SOURCE(MS-SUB) NOT = "R"
               OR WM-TRANS-POS(MS-SUB) > WS-PRIOR-MARK
               MOVE "N" TO MT-MERGE-FLAG
           ELSE
               MOVE WM-REC-KEY(MS-SUB) TO WS-GROUP-KEY
               PERFORM FIND-HOLD-KEY
               IF WS-HOLD-FOUND
                   AND WM-TRANS-POS(MS-SUB) > WH-HOLD-MARK(HK-SUB)
                   PERFORM VARYING RL-SUB FROM 1 BY 1
                       UNTIL RL-SUB > WS-REL-COUNT
                       IF WR-REC-KEY(RL-SUB) = WS-GROUP-KEY
                           AND WR-APPLIED(RL-SUB) = "Y"
                           MOVE "N" TO MT-MERGE-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-HOLD-ENTRY.
           MOVE WM-TRANS-IMAGE(MS-SUB) TO WS-TRANS-WORK
           MOVE SPACES TO HELD-TRANS-REC
           MOVE "H"                    TO HT-ENTRY-TYPE
           MOVE WM-SOURCE(MS-SUB)      TO HT-SOURCE
           MOVE WS-RUN-DATE            TO HT-RUN-DATE
           MOVE WM-REC-KEY(MS-SUB)     TO HT-REC-KEY
           MOVE WT-USER-ID             TO HT-USER-ID
           MOVE WM-REASON(MS-SUB)      TO HT-REASON
           MOVE WM-TRANS-IMAGE(MS-SUB) TO HT-TRANS-IMAGE
           WRITE HELD-TRANS-REC.

       WRITE-MERGE-HEADERS.
           WRITE MERGE-PRINT-REC FROM HEADER1.
           WRITE MERGE-PRINT-REC FROM HEADER2.
           WRITE MERGE-PRINT-REC FROM HEADER3.
           MOVE SPACES TO MERGE-PRINT-REC.
           WRITE MERGE-PRINT-REC.

       WRITE-CONFLICT-HEADER.
           MOVE SPACES TO MERGE-PRINT-REC.
           WRITE MERGE-PRINT-REC AFTER 1 LINE.
           WRITE MERGE-PRINT-REC FROM CONFLICT-HDR-LINE1 AFTER 1 LINE.
           WRITE MERGE-PRINT-REC FROM CONFLICT-HDR-LINE2 AFTER 1 LINE.
           MOVE SPACES TO MERGE-PRINT-REC.
           MOVE ALL "-" TO MERGE-PRINT-REC(6:100)
           WRITE MERGE-PRINT-REC AFTER 1 LINE.

       WRITE-CONFLICT-LINE.
           IF NOT WS-CONFLICT-HDR-WRITTEN
               PERFORM WRITE-CONFLICT-HEADER
               SET WS-CONFLICT-HDR-WRITTEN TO TRUE
           END-IF
           MOVE WM-TRANS-IMAGE(MS-SUB) TO WS-TRANS-WORK
           MOVE WM-REC-KEY(MS-SUB)      TO WS-GROUP-KEY
           MOVE WG-STUDENT-ID           TO CFL-ID-OUT
           MOVE WG-SUBJECT-CODE         TO CFL-SUBJECT-OUT
           MOVE WG-TERM-TAG             TO CFL-TERM-OUT
           MOVE WT-ACTION               TO CFL-ACTION-OUT
           MOVE WT-USER-ID              TO CFL-USER-OUT
           EVALUATE WM-SOURCE(MS-SUB)
               WHEN "G"
                   MOVE "GSTRANS" TO CFL-SOURCE-OUT
               WHEN "H"
                   MOVE "HTRANS"  TO CFL-SOURCE-OUT
               WHEN OTHER
                   MOVE "TRANS"   TO CFL-SOURCE-OUT
           END-EVALUATE
           MOVE WM-REASON(MS-SUB)       TO CFL-REASON-OUT
           WRITE MERGE-PRINT-REC FROM CONFLICT-DETAIL-LINE
               AFTER 1 LINE.

       WRITE-MERGE-TOTALS.
           IF WS-HELD-COUNT = 0
               MOVE SPACES TO MERGE-PRINT-REC
               WRITE MERGE-PRINT-REC AFTER 1 LINE
               MOVE "     NO CONFLICTING TRANSACTIONS FOUND"
                   TO MERGE-PRINT-REC
               WRITE MERGE-PRINT-REC AFTER 1 LINE
           END-IF
           MOVE SPACES TO MERGE-PRINT-REC.
           WRITE MERGE-PRINT-REC AFTER 1 LINE.
           MOVE "REGISTRAR TRANSACTIONS READ" TO MRG-COUNT-TEXT
           MOVE WS-REGISTRAR-READ           TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "GRADE SHEET TRANSACTIONS READ" TO MRG-COUNT-TEXT
           MOVE WS-SHEET-READ               TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "TRANSACTIONS MERGED"       TO MRG-COUNT-TEXT
           MOVE WS-MERGED-COUNT             TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "TRANSACTIONS HELD"         TO MRG-COUNT-TEXT
           MOVE WS-HELD-COUNT               TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "CONFLICTING KEYS"          TO MRG-COUNT-TEXT
           MOVE WS-CONFLICT-KEYS            TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "HELD KEYS RELEASED"        TO MRG-COUNT-TEXT
           MOVE WS-RELEASED-KEYS            TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "KEYS STILL HELD"           TO MRG-COUNT-TEXT
           MOVE WS-STILL-HELD-KEYS          TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
           MOVE "SHEET ROWS ADDED TO TRANS.DAT" TO MRG-COUNT-TEXT
           MOVE WS-SHEET-POSTED             TO MRG-COUNT-OUT
           WRITE MERGE-PRINT-REC FROM MERGE-COUNT-LINE AFTER 1 LINE.
