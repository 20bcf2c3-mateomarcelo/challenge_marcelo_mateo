               88  ACC-TYPE-CHECKING   VALUE 'C'.
               88  ACC-TYPE-SAVINGS    VALUE 'S'.
               88  ACC-TYPE-MONEYMKT   VALUE 'M'.
               88  ACC-TYPE-TERM       VALUE 'T'.
           05  ACC-STATUS              PIC X.
               88  ACC-OPEN            VALUE 'O'.
               88  ACC-CLOSED          VALUE 'X'.
           05  ACC-LAST-ACTIVITY-DATE  PIC 9(8).
           05  ACC-CUST-NUMBER         PIC X(10).
           05  ACC-ACCRUED-DEBIT       PIC S9(9)V99  COMP-3.
           05  ACC-ADB-BAL-ACCUM       PIC S9(13)V99 COMP-3.
           05  ACC-ADB-DAYS            PIC 9(3) COMP-3.
           05  ACC-ADB-PERIOD          PIC 9(6).
           05  ACC-ADB-PRIOR           PIC S9(11)V99 COMP-3.
           05  ACC-FEES.
               10  ACC-FEE OCCURS 0 TO 5 TIMES
                   DEPENDING ON ACC-FEE-COUNT.
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
               88  RUN-RESULT-OK    VALUE 'Y'.
               88  RUN-RESULT-NO    VALUE 'N'.
           05  RUN-RESULT-MSG       PIC X(30).
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
       01  WS-ALR-MOD-NAME       PIC X(8) VALUE 'UTLALR01'.
       01  ALR-REQUEST.
           05  ALR-FUNC             PIC X.
           05  ALR-REQ-PROGRAM      PIC X(8) VALUE 'COBSO01'.
           05  ALR-REQ-PROC-DATE    PIC 9(8).
           05  ALR-REQ-TYPE         PIC X(3).
           05  ALR-REQ-ACC-NUMBER   PIC X(12).
           05  ALR-REQ-CUST-NUMBER  PIC X(10).
           05  ALR-REQ-AMOUNT       PIC S9(11)V99 COMP-3.
           05  ALR-REQ-BALANCE      PIC S9(11)V99 COMP-3.
           05  ALR-REQ-REF          PIC X(14).
           05  ALR-REQ-TEXT         PIC X(30).
           05  ALR-RESULT           PIC X.
               88  ALR-RESULT-OK    VALUE 'Y'.
               88  ALR-RESULT-NO    VALUE 'N'.
           05  ALR-RESULT-MSG       PIC X(30).
       01  WS-ALR-AVAILABLE      PIC X VALUE 'Y'.
           88  WS-ALR-AVAILABLE-YES  VALUE 'Y'.
       01  WS-EFF-DUE            PIC 9(8).
       01  WS-SOM-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-SOM-EOF-YES    VALUE 'Y'.
       01  WS-SOC-EOF-SWITCH     PIC X VALUE 'N'.
                 MOVE 'EXPIRED - REMOVED' TO WS-DTL-TEXT
                 PERFORM 3800-WRITE-ORDER-LINE
              ELSE
                 MOVE WS-SO-NEXT-DUE(WS-SO-IDX) TO WS-EFF-DUE
                 PERFORM 3150-SHIFT-TO-BUSINESS-DAY
                 IF WS-EFF-DUE <= WS-PROC-DATE
                    PERFORM 3200-EXECUTE-ONE-ORDER
                 END-IF
                 IF WS-SO-STATUS(WS-SO-IDX) = 'A'
              END-IF
           END-IF.

       3150-SHIFT-TO-BUSINESS-DAY.
           *> Un vencimiento en día inhábil se ejecuta el día hábil
           *> siguiente. El maestro guarda la fecha nominal, así el
           *> próximo vencimiento mensual o semanal no se corre.
           IF WS-CAL-AVAILABLE-YES
              MOVE 'N'        TO CAL-FUNC
              MOVE WS-EFF-DUE TO CAL-DATE-IN
              CALL WS-CAL-MOD-NAME USING BY REFERENCE CAL-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-CAL-AVAILABLE
                    DISPLAY 'COBSO01 WARNING: CALENDAR UNAVAILABLE'
              END-CALL
              IF WS-CAL-AVAILABLE-YES
                 MOVE CAL-DATE-OUT TO WS-EFF-DUE
              END-IF
           END-IF.

       3200-EXECUTE-ONE-ORDER.
           *> Una ejecución por orden y por corrida: si quedaron
           *> vencimientos atrasados (fin de semana, ciclo caído) se
              ADD 1 TO WS-CTL-SKIPPED
              MOVE WS-SKIP-REASON TO WS-DTL-TEXT
              PERFORM 3800-WRITE-ORDER-LINE
              PERFORM 3350-ALERT-SKIPPED-ORDER
           END-IF
           *> La ocurrencia salteada no se reintenta: avanzar igual el
           *> vencimiento evita la avalancha de pares atrasados cuando
              END-READ
           END-IF.

       3350-ALERT-SKIPPED-ORDER.
           *> El ordenante se entera de que la orden no se ejecutó;
           *> sin cuenta de origen no hay titular a quien avisar.
           MOVE WS-SO-FROM(WS-SO-IDX) TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'A'             TO ALR-FUNC
                   MOVE WS-PROC-DATE    TO ALR-REQ-PROC-DATE
                   MOVE 'SON'           TO ALR-REQ-TYPE
                   MOVE ACC-NUMBER      TO ALR-REQ-ACC-NUMBER
                   MOVE ACC-CUST-NUMBER TO ALR-REQ-CUST-NUMBER
                   MOVE WS-SO-AMOUNT(WS-SO-IDX) TO ALR-REQ-AMOUNT
                   MOVE ACC-BALANCE     TO ALR-REQ-BALANCE
                   MOVE SPACES          TO ALR-REQ-REF
                   STRING 'SO'                DELIMITED BY SIZE
                          WS-SO-ID(WS-SO-IDX) DELIMITED BY SIZE
                          INTO ALR-REQ-REF
                   MOVE WS-SKIP-REASON  TO ALR-REQ-TEXT
                   IF WS-ALR-AVAILABLE-YES
                      CALL WS-ALR-MOD-NAME
                           USING BY REFERENCE ALR-REQUEST
                         ON EXCEPTION
                            MOVE 'N' TO WS-ALR-AVAILABLE
                            DISPLAY 'COBSO01 WARNING: ALERTS '
                                    'UNAVAILABLE'
                      END-CALL
                   END-IF
           END-READ.

       3400-ADVANCE-NEXT-DUE.
           MOVE WS-SO-NEXT-DUE(WS-SO-IDX) TO WS-ADV-DATE
           EVALUATE WS-SO-FREQ(WS-SO-IDX)
              WHEN 'D'
                   *> La orden diaria es de días hábiles: no deja
                   *> ejecuciones pendientes por los días sin ciclo.
                   COMPUTE WS-ADV-DATE = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-ADV-DATE) + 1)
                   MOVE WS-ADV-DATE TO WS-EFF-DUE
                   PERFORM 3150-SHIFT-TO-BUSINESS-DAY
                   MOVE WS-EFF-DUE TO WS-ADV-DATE
              WHEN 'W'
                   COMPUTE WS-ADV-DATE = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-ADV-DATE) + 7)
           DISPLAY 'COBSO01 ORDERS ON FILE: ' WS-CTL-ORDERS-OUT
           DISPLAY 'COBSO01 EXECUTED .....: ' WS-CTL-EXECUTED
           DISPLAY 'COBSO01 SKIPPED ......: ' WS-CTL-SKIPPED
           MOVE 'E' TO ALR-FUNC
           CALL WS-ALR-MOD-NAME USING BY REFERENCE ALR-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           PERFORM 1950-RUN-CONTROL-END
           CLOSE SOC-FILE
           CLOSE ACC-FILE
