           05  GLX-H-REC-TYPE          PIC X.
           05  GLX-H-PROC-DATE         PIC 9(8).
           05  GLX-H-RUN-DATE          PIC 9(8).
           05  GLX-H-VOID-FLAG         PIC X.
               88  GLX-H-VOID          VALUE 'V'.
           05  FILLER                  PIC X(42).
       01  GLX-DETAIL.
           05  GLX-D-REC-TYPE          PIC X.
           05  GLX-D-GL-ACCOUNT        PIC X(5).
           05  CYC-FEE-ODF-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-TXN-NET             PIC S9(13)V99 COMP-3.
           05  CYC-BAL-HASH            PIC S9(13)V99 COMP-3.
           05  CYC-REV-INT-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-DRINT-TOTAL     PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-MNT-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-ODF-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-FEE-TDP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-TDP-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-FEE-SWP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-SWP-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-VOID-FLAG           PIC X.
               88  CYC-VOID            VALUE 'V'.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       FD  PRM-FILE.
           05  PRM-CARD-ESCH-MONTHS    PIC 9(3).
           05  PRM-CARD-BLKREL-CYCLES  PIC 9(3).
           05  PRM-CARD-SUSP-MAX-CYC   PIC 9(3).
           05  PRM-CARD-CASH-LIMIT     PIC 9(7).
           05  PRM-CARD-CASH-WINDOW    PIC 9(2).
           05  PRM-CARD-INS-LIMIT      PIC 9(9).
           05  PRM-CARD-CAL-OVERRIDE   PIC X.
           05  PRM-CARD-SNAP-KEEP      PIC 9(3).
           05  PRM-CARD-PARTITION      PIC 9(2).
           05  FILLER                  PIC X(30).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-CYC-TXN-NET        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLX-HDR-FOUND      PIC X VALUE 'N'.
           88  WS-GLX-HDR-YES    VALUE 'Y'.
       01  WS-GLX-VOID-FOUND     PIC X VALUE 'N'.
           88  WS-GLX-VOID-YES   VALUE 'Y'.
       01  WS-GLX-TRL-FOUND      PIC X VALUE 'N'.
           88  WS-GLX-TRL-YES    VALUE 'Y'.
       01  WS-GLX-HDR-DATE       PIC 9(8) VALUE 0.
               AT END
                   SET WS-CYC-EOF-YES TO TRUE
               NOT AT END
                   *> Un total anulado por una vuelta atrás del ciclo
                   *> ya no cuenta para la fecha.
                   IF CYC-PROC-DATE = WS-PROC-DATE AND NOT CYC-VOID
                      SET WS-CYC-FOUND-YES TO TRUE
                      MOVE CYC-TXN-NET TO WS-CYC-TXN-NET
                   END-IF
                      WHEN 'H'
                           SET WS-GLX-HDR-YES TO TRUE
                           MOVE GLX-H-PROC-DATE TO WS-GLX-HDR-DATE
                           IF GLX-H-VOID
                              SET WS-GLX-VOID-YES TO TRUE
                           END-IF
                      WHEN 'D'
                           ADD 1 TO WS-GLX-DET-COUNT
                           IF GLX-D-SIDE = 'DR'
           ELSE
              PERFORM 3700-CHECK-FAIL
           END-IF
           MOVE 'GL EXTRACT NOT VOIDED' TO WS-CHK-DESC
           IF WS-GLX-VOID-YES
              PERFORM 3700-CHECK-FAIL
           ELSE
              PERFORM 3600-CHECK-PASS
           END-IF
           MOVE 'GL TRAILER PRESENT' TO WS-CHK-DESC
           IF WS-GLX-TRL-YES
              PERFORM 3600-CHECK-PASS
