           02 AR-GRADE-STATUS     PIC X(3).
           02 FILLER              PIC X(1).
           02 AR-STUDENT-NAME     PIC X(25).
           02 FILLER              PIC X(7).

       FD  GRADS-FILE
           LABEL RECORDS ARE STANDARD
