       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DSP-FILE ASSIGN TO "DSPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-REF
               ALTERNATE RECORD KEY IS DSP-ACC-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE ASSIGN TO "DSPSORT.TMP".
           SELECT RPT-FILE ASSIGN TO "DSPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Reclamos de clientes sobre débitos que carga COBMN01 y que
      *> el ciclo nocturno abona en forma provisoria y resuelve.
       FD  DSP-FILE.
       01  DSP-RECORD.
           05  DSP-CASE-REF            PIC X(10).
           05  DSP-HST-KEY.
               10  DSP-ACC-NUMBER      PIC X(12).
               10  DSP-HST-DATE        PIC 9(8).
               10  DSP-HST-SEQ         PIC 9(5).
           05  DSP-HST-TYPE            PIC X.
           05  DSP-HST-AMOUNT          PIC S9(9)V99 COMP-3.
           05  DSP-REASON              PIC X(3).
           05  DSP-AMOUNT              PIC S9(9)V99 COMP-3.
           05  DSP-OPEN-DATE           PIC 9(8).
           05  DSP-DEADLINE            PIC 9(8).
           05  DSP-STATUS              PIC X.
               88  DSP-NEW             VALUE 'N'.
               88  DSP-OPEN            VALUE 'O'.
               88  DSP-CLOSED          VALUE 'C'.
           05  DSP-DECISION            PIC X.
           05  DSP-CREDIT-DATE         PIC 9(8).
           05  DSP-CREDIT-SEQ          PIC 9(5).
           05  DSP-CLOSE-DATE          PIC 9(8).
           05  DSP-RESOLUTION          PIC X.
           05  DSP-OPER                PIC X(8).
           05  DSP-DECIDE-OPER         PIC X(8).
           05  DSP-DECIDE-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
       FD  PRM-FILE.
       01  PRM-CARD.
           05  PRM-CARD-TEST-MODE      PIC X.
           05  PRM-CARD-ALLOW-NEG      PIC X.
           05  PRM-CARD-DATE-CUTOFF    PIC 9(8).
           05  PRM-CARD-RESTART        PIC X.
           05  PRM-CARD-HOLD-DAYS      PIC 9(3).
           05  PRM-CARD-DORM-MONTHS    PIC 9(3).
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
      *> Casos sin cerrar, del más antiguo al más nuevo, para que
      *> la mesa de reclamos trabaje primero los que están por vencer.
       SD  SRT-FILE.
       01  SRT-RECORD.
           05  SRT-OPEN-DATE           PIC 9(8).
           05  SRT-CASE-REF            PIC X(10).
           05  SRT-ACC-NUMBER          PIC X(12).
           05  SRT-DEADLINE            PIC 9(8).
           05  SRT-DAYS-OPEN           PIC S9(5).
           05  SRT-DAYS-LEFT           PIC S9(5).
           05  SRT-REASON              PIC X(3).
           05  SRT-STATUS              PIC X.
           05  SRT-AMOUNT              PIC S9(9)V99 COMP-3.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-DAYS-OPEN          PIC S9(5) VALUE 0.
       01  WS-DAYS-LEFT          PIC S9(5) VALUE 0.
      *> Tramos de antigüedad en días corridos desde la apertura; el
      *> último tramo es todo lo que pasó el plazo ordinario.
       01  WS-AGE-LIMIT-1        PIC 9(3) VALUE 15.
       01  WS-AGE-LIMIT-2        PIC 9(3) VALUE 30.
       01  WS-AGE-LIMIT-3        PIC 9(3) VALUE 45.
       01  WS-DSP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-DSP-EOF-YES    VALUE 'Y'.
       01  WS-SRT-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-SRT-EOF-YES    VALUE 'Y'.
       01  WS-CTL-DSP-READ       PIC 9(7) VALUE 0.
       01  WS-CTL-LISTED         PIC 9(7) VALUE 0.
       01  WS-CTL-NEW            PIC 9(7) VALUE 0.
       01  WS-CTL-OPEN           PIC 9(7) VALUE 0.
       01  WS-CTL-PAST-DEADLINE  PIC 9(7) VALUE 0.
       01  WS-CTL-AGE-1          PIC 9(7) VALUE 0.
       01  WS-CTL-AGE-2          PIC 9(7) VALUE 0.
       01  WS-CTL-AGE-3          PIC 9(7) VALUE 0.
       01  WS-CTL-AGE-4          PIC 9(7) VALUE 0.
       01  WS-GT-DISPUTED        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-PROV-CREDIT     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-AGE-1           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-AGE-2           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-AGE-3           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-AGE-4           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(38)
               VALUE 'COBDS01 OPEN DISPUTE CASES AGING - '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(40)
               VALUE 'CASE REF   ACCOUNT      OPENED   DEADLIN'.
           05  FILLER                  PIC X(40)
               VALUE 'E OPEN LEFT RSN S        AMOUNT         '.
       01  WS-DTL-LINE.
           05  WS-DTL-CASE-REF         PIC X(10).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-ACC              PIC X(12).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-OPENED           PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-DEADLINE         PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-DAYS-OPEN        PIC ZZZ9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-DAYS-LEFT        PIC ---9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-REASON           PIC X(3).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-STATUS           PIC X.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-AMOUNT           PIC -(9)9.99.
           05  FILLER                  PIC X(9)  VALUE SPACES.
       01  WS-TOT-LINE.
           05  WS-TOT-LABEL            PIC X(28).
           05  WS-TOT-AMT              PIC -(13)9.99.
           05  FILLER                  PIC X(34) VALUE SPACES.
       01  WS-CNT-LINE.
           05  WS-CNT-LABEL            PIC X(28).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           SORT SRT-FILE
               ON ASCENDING KEY SRT-OPEN-DATE
                                SRT-CASE-REF
               INPUT PROCEDURE IS 3000-SELECT-OPEN-CASES
               OUTPUT PROCEDURE IS 4000-PRINT-AGING
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-PARMS
           OPEN OUTPUT RPT-FILE
           MOVE WS-PROC-DATE   TO WS-HDR1-DATE
           MOVE WS-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDR2 TO RPT-LINE
           WRITE RPT-LINE.

       1200-READ-PARMS.
           MOVE WS-DATE TO WS-PROC-DATE
           OPEN INPUT PRM-FILE
           READ PRM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-CARD-DATE-CUTOFF IS NUMERIC
                         AND PRM-CARD-DATE-CUTOFF > 0
                      MOVE PRM-CARD-DATE-CUTOFF TO WS-PROC-DATE
                   END-IF
           END-READ
           CLOSE PRM-FILE.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CASES READ' TO WS-CNT-LABEL
           MOVE WS-CTL-DSP-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'OPEN CASES LISTED' TO WS-CNT-LABEL
           MOVE WS-CTL-LISTED TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  AWAITING CREDIT (N)' TO WS-CNT-LABEL
           MOVE WS-CTL-NEW TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  PROV CREDIT POSTED (O)' TO WS-CNT-LABEL
           MOVE WS-CTL-OPEN TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  PAST DEADLINE' TO WS-CNT-LABEL
           MOVE WS-CTL-PAST-DEADLINE TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'TOTAL DISPUTED' TO WS-TOT-LABEL
           MOVE WS-GT-DISPUTED TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'PROVISIONAL CREDIT OUTSTNDG' TO WS-TOT-LABEL
           MOVE WS-GT-PROV-CREDIT TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPEN 0-15 DAYS' TO WS-CNT-LABEL
           MOVE WS-CTL-AGE-1 TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  AMOUNT' TO WS-TOT-LABEL
           MOVE WS-GT-AGE-1 TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'OPEN 16-30 DAYS' TO WS-CNT-LABEL
           MOVE WS-CTL-AGE-2 TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  AMOUNT' TO WS-TOT-LABEL
           MOVE WS-GT-AGE-2 TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'OPEN 31-45 DAYS' TO WS-CNT-LABEL
           MOVE WS-CTL-AGE-3 TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  AMOUNT' TO WS-TOT-LABEL
           MOVE WS-GT-AGE-3 TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'OPEN OVER 45 DAYS' TO WS-CNT-LABEL
           MOVE WS-CTL-AGE-4 TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  AMOUNT' TO WS-TOT-LABEL
           MOVE WS-GT-AGE-4 TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           DISPLAY 'COBDS01 DATE .......: ' WS-PROC-DATE
           DISPLAY 'COBDS01 OPEN CASES .: ' WS-CTL-LISTED
           DISPLAY 'COBDS01 DISPUTED ...: ' WS-GT-DISPUTED
           DISPLAY 'COBDS01 PROV CREDIT : ' WS-GT-PROV-CREDIT
           CLOSE RPT-FILE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9700-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-SELECT-OPEN-CASES SECTION.
       3010-SELECT-START.
           OPEN INPUT DSP-FILE
           PERFORM 3100-TAKE-ONE-CASE UNTIL WS-DSP-EOF-YES
           CLOSE DSP-FILE
           GO TO 3999-SELECT-EXIT.

       3100-TAKE-ONE-CASE.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET WS-DSP-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-DSP-READ
                   IF NOT DSP-CLOSED
                      PERFORM 3200-RELEASE-ONE-CASE
                   END-IF
           END-READ.

       3200-RELEASE-ONE-CASE.
           *> Días corridos: desde la apertura y hasta el plazo; un
           *> plazo ya cumplido queda en negativo hasta que el ciclo
           *> cierre el caso a favor del cliente.
           COMPUTE WS-DAYS-OPEN =
                 FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
               - FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
           COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(DSP-DEADLINE)
               - FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
           MOVE DSP-OPEN-DATE  TO SRT-OPEN-DATE
           MOVE DSP-CASE-REF   TO SRT-CASE-REF
           MOVE DSP-ACC-NUMBER TO SRT-ACC-NUMBER
           MOVE DSP-DEADLINE   TO SRT-DEADLINE
           MOVE WS-DAYS-OPEN   TO SRT-DAYS-OPEN
           MOVE WS-DAYS-LEFT   TO SRT-DAYS-LEFT
           MOVE DSP-REASON     TO SRT-REASON
           MOVE DSP-STATUS     TO SRT-STATUS
           MOVE DSP-AMOUNT     TO SRT-AMOUNT
           RELEASE SRT-RECORD.

       3999-SELECT-EXIT.
           EXIT.

       4000-PRINT-AGING SECTION.
       4010-PRINT-START.
           PERFORM 4100-PRINT-ONE-CASE UNTIL WS-SRT-EOF-YES
           GO TO 4999-PRINT-EXIT.

       4100-PRINT-ONE-CASE.
           RETURN SRT-FILE
               AT END
                   SET WS-SRT-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-LISTED
                   ADD SRT-AMOUNT TO WS-GT-DISPUTED
                   IF SRT-STATUS = 'O'
                      ADD 1 TO WS-CTL-OPEN
                      ADD SRT-AMOUNT TO WS-GT-PROV-CREDIT
                   ELSE
                      ADD 1 TO WS-CTL-NEW
                   END-IF
                   IF SRT-DAYS-LEFT <= 0
                      ADD 1 TO WS-CTL-PAST-DEADLINE
                   END-IF
                   PERFORM 4200-ADD-TO-AGE-BUCKET
                   MOVE SRT-CASE-REF      TO WS-DTL-CASE-REF
                   MOVE SRT-ACC-NUMBER    TO WS-DTL-ACC
                   MOVE SRT-OPEN-DATE     TO WS-DTL-OPENED
                   MOVE SRT-DEADLINE      TO WS-DTL-DEADLINE
                   MOVE SRT-DAYS-OPEN     TO WS-DTL-DAYS-OPEN
                   MOVE SRT-DAYS-LEFT     TO WS-DTL-DAYS-LEFT
                   MOVE SRT-REASON        TO WS-DTL-REASON
                   MOVE SRT-STATUS        TO WS-DTL-STATUS
                   MOVE SRT-AMOUNT        TO WS-DTL-AMOUNT
                   MOVE WS-DTL-LINE TO RPT-LINE
                   WRITE RPT-LINE
           END-RETURN.

       4200-ADD-TO-AGE-BUCKET.
           EVALUATE TRUE
              WHEN SRT-DAYS-OPEN <= WS-AGE-LIMIT-1
                   ADD 1 TO WS-CTL-AGE-1
                   ADD SRT-AMOUNT TO WS-GT-AGE-1
              WHEN SRT-DAYS-OPEN <= WS-AGE-LIMIT-2
                   ADD 1 TO WS-CTL-AGE-2
                   ADD SRT-AMOUNT TO WS-GT-AGE-2
              WHEN SRT-DAYS-OPEN <= WS-AGE-LIMIT-3
                   ADD 1 TO WS-CTL-AGE-3
                   ADD SRT-AMOUNT TO WS-GT-AGE-3
              WHEN OTHER
                   ADD 1 TO WS-CTL-AGE-4
                   ADD SRT-AMOUNT TO WS-GT-AGE-4
           END-EVALUATE.

       4999-PRINT-EXIT.
           EXIT.
