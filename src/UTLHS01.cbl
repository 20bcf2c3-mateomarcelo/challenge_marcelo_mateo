           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
           05  HST-REV-FLAG            PIC X.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
                   MOVE SRT-AMOUNT     TO HST-AMOUNT
                   MOVE SRT-BAL-AFTER  TO HST-BAL-AFTER
                   MOVE SRT-REF        TO HST-REF
                   MOVE 'N'            TO HST-REV-FLAG
                   MOVE SPACE          TO HST-ORIG-TYPE
                   MOVE 0              TO HST-LINK-DATE
                   MOVE 0              TO HST-LINK-SEQ
                   WRITE HST-RECORD
                      INVALID KEY
                         ADD 1 TO WS-CTL-WRITE-FAILS
