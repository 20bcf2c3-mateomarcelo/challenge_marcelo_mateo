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
           05  RUN-RESULT-MSG       PIC X(30).
       01  WS-ACP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-ACP-EOF-YES    VALUE 'Y'.
       01  WS-CAL-MOD-NAME       PIC X(8) VALUE 'UTLCAL01'.
       01  CAL-REQUEST.
           05  CAL-FUNC             PIC X.
           05  CAL-DATE-IN          PIC 9(8).
           05  CAL-DATE-TO          PIC 9(8).
           05  CAL-DAYS             PIC S9(5).
           05  CAL-DATE-OUT         PIC 9(8).
           05  CAL-RESULT           PIC X.
               88  CAL-RESULT-OK    VALUE 'Y'.
               88  CAL-RESULT-NO    VALUE 'N'.
           05  CAL-RESULT-MSG       PIC X(30).
       01  WS-CAL-AVAILABLE      PIC X VALUE 'Y'.
           88  WS-CAL-AVAILABLE-YES  VALUE 'Y'.
       01  WS-SUS-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-SUS-EOF-YES    VALUE 'Y'.
       01  WS-MATCH-FOUND        PIC X VALUE 'N'.
                        TO WS-LEG-CYCLES(WS-LEG-COUNT)
                      MOVE SUS-FIRST-DATE
                        TO WS-LEG-FIRST-DATE(WS-LEG-COUNT)
                      PERFORM 1120-AGE-ONE-SUSPENSE
                      MOVE 'N' TO WS-LEG-MATCHED(WS-LEG-COUNT)
                   ELSE
                      PERFORM 8000-LOG-TABLE-FULL
                   END-IF
           END-READ.

       1120-AGE-ONE-SUSPENSE.
           *> La antigüedad se mide en días hábiles desde que la pata
           *> entró al suspenso, no en corridas: un ciclo forzado en
           *> día inhábil no la envejece. Sin calendario se conserva
           *> el conteo por ciclos que trae el archivo.
           IF WS-CAL-AVAILABLE-YES AND SUS-FIRST-DATE > 0
              MOVE 'C'            TO CAL-FUNC
              MOVE SUS-FIRST-DATE TO CAL-DATE-IN
              MOVE WS-PROC-DATE   TO CAL-DATE-TO
              CALL WS-CAL-MOD-NAME USING BY REFERENCE CAL-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-CAL-AVAILABLE
              END-CALL
              IF WS-CAL-AVAILABLE-YES
                 MOVE CAL-DAYS TO WS-LEG-CYCLES(WS-LEG-COUNT)
              END-IF
           END-IF.

       8000-LOG-TABLE-FULL.
           MOVE WS-DATE    TO ERR-TIMESTAMP
           MOVE 'COBTR01'  TO ERR-PROGRAM
              MOVE WS-LEG-REF(WS-LEG-IDX)    TO SUS-REF
              COMPUTE SUS-CYCLES-HELD = WS-LEG-CYCLES(WS-LEG-IDX) + 1
              IF WS-LEG-FIRST-DATE(WS-LEG-IDX) = 0
                 MOVE WS-PROC-DATE TO SUS-FIRST-DATE
              ELSE
                 MOVE WS-LEG-FIRST-DATE(WS-LEG-IDX) TO SUS-FIRST-DATE
              END-IF
              MOVE ACP-AMOUNT     TO SUS-AMOUNT
              MOVE ACP-REF        TO SUS-REF
              MOVE 1              TO SUS-CYCLES-HELD
              MOVE WS-PROC-DATE   TO SUS-FIRST-DATE
              WRITE SUS-RECORD
              ADD 1 TO WS-CTL-SUSP-OUT
           END-IF.
