       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBCS01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUS-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-NUMBER.
           SELECT OPTIONAL HST-FILE ASSIGN TO "HSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL CSC-FILE ASSIGN TO "CSCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSC-KEY.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT ALR-FILE ASSIGN TO "CSALERT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "CSHRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUS-FILE.
       01  CST-RECORD.
           05  CST-NUMBER              PIC X(10).
           05  CST-NAME                PIC X(30).
           05  CST-ADDR1               PIC X(30).
           05  CST-ADDR2               PIC X(30).
           05  CST-ACC-COUNT           PIC 9(2).
           05  CST-ACCOUNTS.
               10  CST-ACC OCCURS 0 TO 8 TIMES
                   DEPENDING ON CST-ACC-COUNT.
                   15  CST-ACC-NUMBER  PIC X(12).
       FD  HST-FILE.
       01  HST-RECORD.
           05  HST-KEY.
               10  HST-ACC-NUMBER      PIC X(12).
               10  HST-POST-DATE       PIC 9(8).
               10  HST-SEQ             PIC 9(5).
           05  HST-TXN-TYPE            PIC X.
               88  HST-CASH-IN         VALUE 'D'.
               88  HST-CASH-OUT        VALUE 'W'.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
           05  HST-REV-FLAG            PIC X.
               88  HST-REVERSED        VALUE 'Y'.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
      *> Casos de cumplimiento por cliente y tipo de alerta. El estado
      *> lo mueve cumplimiento (COBMN01 CSCASE): mientras el caso está
      *> abierto o en análisis la alerta no se vuelve a levantar; uno
      *> cerrado sólo reabre con movimientos posteriores al cierre.
       FD  CSC-FILE.
       01  CSC-RECORD.
           05  CSC-KEY.
               10  CSC-CUST-NUMBER     PIC X(10).
               10  CSC-ALERT-TYPE      PIC X(3).
           05  CSC-STATUS              PIC X.
               88  CSC-OPEN            VALUE 'O'.
               88  CSC-WORKING         VALUE 'W'.
               88  CSC-CLOSED          VALUE 'C'.
           05  CSC-OPEN-DATE           PIC 9(8).
           05  CSC-LAST-DATE           PIC 9(8).
           05  CSC-CLOSE-DATE          PIC 9(8).
           05  CSC-RAISE-COUNT         PIC 9(3).
           05  CSC-OPER                PIC X(8).
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
      *> Alertas de fraccionamiento nuevas del día, para la cola de
      *> trabajo de cumplimiento.
       FD  ALR-FILE.
       01  ALR-RECORD.
           05  ALR-PROC-DATE           PIC 9(8).
           05  ALR-CUST-NUMBER         PIC X(10).
           05  ALR-CUST-NAME           PIC X(30).
           05  ALR-ALERT-TYPE          PIC X(3).
               88  ALR-SUB-THRESHOLD   VALUE 'SUB'.
               88  ALR-SPLIT-DEPOSIT   VALUE 'SPL'.
           05  ALR-FIRST-DATE          PIC 9(8).
           05  ALR-LAST-DATE           PIC 9(8).
           05  ALR-MOVE-COUNT          PIC 9(5).
           05  ALR-DAY-COUNT           PIC 9(3).
           05  ALR-ACC-COUNT           PIC 9(2).
           05  ALR-AMOUNT              PIC S9(11)V99 COMP-3.
           05  ALR-CASE-STATUS         PIC X.
           05  ALR-RAISE-COUNT         PIC 9(3).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
      *> Umbral de reporte de efectivo y ventana móvil en días; la
      *> tarjeta de parámetros los pisa. La franja "apenas debajo"
      *> arranca en WS-NEAR-PCT por ciento del umbral.
       01  WS-CASH-LIMIT         PIC S9(9)V99 COMP-3 VALUE +10000.00.
       01  WS-WINDOW-DAYS        PIC 9(2) VALUE 10.
       01  WS-NEAR-PCT           PIC 9(3) VALUE 90.
       01  WS-NEAR-FLOOR         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SUB-MIN-COUNT      PIC 9(3) VALUE 3.
       01  WS-WINDOW-START       PIC 9(8).
       01  WS-WINDOW-START-INT   PIC 9(8) VALUE 0.
       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EOF-YES        VALUE 'Y'.
       01  WS-HST-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-HST-EOF-YES    VALUE 'Y'.
       01  WS-CASE-FOUND-SWITCH  PIC X VALUE 'N'.
           88  WS-CASE-FOUND-YES VALUE 'Y'.
       01  WS-RAISE-SWITCH       PIC X VALUE 'N'.
           88  WS-RAISE-YES      VALUE 'Y'.
       01  WS-ACC-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-DAY-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-CUR-ACC            PIC X(12).
      *> Acumulado por día de la ventana para el cliente en curso,
      *> sumando todas sus cuentas.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 99 TIMES.
               10  WS-DAY-IN-AMT     PIC S9(11)V99 COMP-3.
               10  WS-DAY-IN-CNT     PIC 9(5).
               10  WS-DAY-IN-MAX     PIC S9(9)V99 COMP-3.
               10  WS-DAY-IN-ACCS    PIC 9(2).
               10  WS-DAY-IN-LAST    PIC X(12).
               10  WS-DAY-OUT-AMT    PIC S9(11)V99 COMP-3.
               10  WS-DAY-OUT-CNT    PIC 9(5).
      *> Depósitos individuales en la franja debajo del umbral, en
      *> toda la ventana y en todas las cuentas del cliente.
       01  WS-SUB-COUNT          PIC 9(5) VALUE 0.
       01  WS-SUB-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SUB-FIRST          PIC 9(8) VALUE 0.
       01  WS-SUB-LAST           PIC 9(8) VALUE 0.
       01  WS-SUB-ACCS           PIC 9(2) VALUE 0.
       01  WS-SUB-ACC-HIT        PIC X VALUE 'N'.
           88  WS-SUB-ACC-HIT-YES VALUE 'Y'.
      *> Días con depósitos fraccionados: el total del día supera el
      *> umbral sin que ningún depósito suelto lo alcance.
       01  WS-SPL-DAYS           PIC 9(3) VALUE 0.
       01  WS-SPL-COUNT          PIC 9(5) VALUE 0.
       01  WS-SPL-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SPL-FIRST          PIC 9(8) VALUE 0.
       01  WS-SPL-LAST           PIC 9(8) VALUE 0.
       01  WS-SPL-ACCS           PIC 9(2) VALUE 0.
       01  WS-DAY-DATE           PIC 9(8).
       01  WS-CTL-CUST-READ      PIC 9(7) VALUE 0.
       01  WS-CTL-HST-READ       PIC 9(7) VALUE 0.
       01  WS-CTL-CASH-MOVES     PIC 9(7) VALUE 0.
       01  WS-CTL-THR-LINES      PIC 9(7) VALUE 0.
       01  WS-CTL-ALR-SUB        PIC 9(7) VALUE 0.
       01  WS-CTL-ALR-SPL        PIC 9(7) VALUE 0.
       01  WS-CTL-ALR-REOPEN     PIC 9(7) VALUE 0.
       01  WS-CTL-ALR-SUPPRESS   PIC 9(7) VALUE 0.
       01  WS-GT-THR-IN          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-THR-OUT         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(41)
               VALUE 'COBCS01 CASH TRANSACTION THRESHOLD RPT - '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE ' LIMIT - '.
           05  WS-HDR1-LIMIT           PIC Z(8)9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTOMER   NAME                      DIR'.
           05  FILLER                  PIC X(40)
               VALUE '  MOVES  ACC      DAY TOTAL AMT         '.
       01  WS-DTL-LINE.
           05  WS-DTL-CUST             PIC X(10).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-NAME             PIC X(25).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-DIR              PIC X(3).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-COUNT            PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-ACCS             PIC Z9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-AMT              PIC -(11)9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.
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
           PERFORM 2000-PROCESS THRU 2999-EXIT UNTIL WS-EOF-YES
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-PARMS
           COMPUTE WS-NEAR-FLOOR ROUNDED =
                 WS-CASH-LIMIT * WS-NEAR-PCT / 100
           *> La ventana cierra en la fecha de proceso e incluye los
           *> WS-WINDOW-DAYS días corridos que terminan en ella.
           COMPUTE WS-WINDOW-START-INT =
                 FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
                 FUNCTION DATE-OF-INTEGER(WS-WINDOW-START-INT)
           OPEN INPUT CUS-FILE
           OPEN INPUT HST-FILE
           OPEN I-O CSC-FILE
           OPEN OUTPUT ALR-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-PROC-DATE  TO WS-HDR1-DATE
           MOVE WS-CASH-LIMIT TO WS-HDR1-LIMIT
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
                   IF PRM-CARD-CASH-LIMIT IS NUMERIC
                         AND PRM-CARD-CASH-LIMIT > 0
                      MOVE PRM-CARD-CASH-LIMIT TO WS-CASH-LIMIT
                   END-IF
                   IF PRM-CARD-CASH-WINDOW IS NUMERIC
                         AND PRM-CARD-CASH-WINDOW > 0
                      MOVE PRM-CARD-CASH-WINDOW TO WS-WINDOW-DAYS
                   END-IF
           END-READ
           CLOSE PRM-FILE.

       2000-PROCESS.
           READ CUS-FILE NEXT RECORD
               AT END SET WS-EOF-YES TO TRUE
           END-READ
           IF WS-EOF-YES
               GO TO 2999-EXIT
           END-IF

           ADD 1 TO WS-CTL-CUST-READ
           PERFORM 2050-CLEAR-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
           MOVE 0 TO WS-SUB-COUNT
           MOVE 0 TO WS-SUB-AMT
           MOVE 0 TO WS-SUB-FIRST
           MOVE 0 TO WS-SUB-LAST
           MOVE 0 TO WS-SUB-ACCS

           *> Todas las cuentas del cliente contra la misma tabla de
           *> días: el fraccionamiento entre cuentas propias queda a la
           *> vista igual que el de una sola cuenta.
           PERFORM 2100-READ-ACCOUNT-HIST
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > CST-ACC-COUNT

           IF WS-DAY-IN-CNT(WS-WINDOW-DAYS) > 0
                 OR WS-DAY-OUT-CNT(WS-WINDOW-DAYS) > 0
              PERFORM 2300-CHECK-THRESHOLD
           END-IF
           PERFORM 2400-CHECK-STRUCTURING
           GO TO 2999-EXIT.

       2050-CLEAR-ONE-DAY.
           MOVE 0      TO WS-DAY-IN-AMT(WS-DAY-IDX)
           MOVE 0      TO WS-DAY-IN-CNT(WS-DAY-IDX)
           MOVE 0      TO WS-DAY-IN-MAX(WS-DAY-IDX)
           MOVE 0      TO WS-DAY-IN-ACCS(WS-DAY-IDX)
           MOVE SPACES TO WS-DAY-IN-LAST(WS-DAY-IDX)
           MOVE 0      TO WS-DAY-OUT-AMT(WS-DAY-IDX)
           MOVE 0      TO WS-DAY-OUT-CNT(WS-DAY-IDX).

       2100-READ-ACCOUNT-HIST.
           MOVE 'N' TO WS-HST-EOF-SWITCH
           MOVE 'N' TO WS-SUB-ACC-HIT
           MOVE CST-ACC-NUMBER(WS-ACC-IDX) TO WS-CUR-ACC
           MOVE WS-CUR-ACC      TO HST-ACC-NUMBER
           MOVE WS-WINDOW-START TO HST-POST-DATE
           MOVE 0               TO HST-SEQ
           START HST-FILE KEY NOT < HST-KEY
               INVALID KEY
                   SET WS-HST-EOF-YES TO TRUE
           END-START
           PERFORM 2110-TAKE-ONE-HIST UNTIL WS-HST-EOF-YES
           IF WS-SUB-ACC-HIT-YES
              ADD 1 TO WS-SUB-ACCS
           END-IF.

       2110-TAKE-ONE-HIST.
           READ HST-FILE NEXT RECORD
               AT END
                   SET WS-HST-EOF-YES TO TRUE
               NOT AT END
                   IF HST-ACC-NUMBER NOT = WS-CUR-ACC
                         OR HST-POST-DATE > WS-PROC-DATE
                      SET WS-HST-EOF-YES TO TRUE
                   ELSE
                      ADD 1 TO WS-CTL-HST-READ
                      *> Un movimiento reversado no es efectivo real.
                      IF (HST-CASH-IN OR HST-CASH-OUT)
                            AND NOT HST-REVERSED
                         PERFORM 2200-TAKE-CASH-MOVE
                      END-IF
                   END-IF
           END-READ.

       2200-TAKE-CASH-MOVE.
           ADD 1 TO WS-CTL-CASH-MOVES
           COMPUTE WS-DAY-IDX =
                 FUNCTION INTEGER-OF-DATE(HST-POST-DATE)
               - WS-WINDOW-START-INT + 1
           IF HST-CASH-IN
              ADD HST-AMOUNT TO WS-DAY-IN-AMT(WS-DAY-IDX)
              ADD 1 TO WS-DAY-IN-CNT(WS-DAY-IDX)
              IF HST-AMOUNT > WS-DAY-IN-MAX(WS-DAY-IDX)
                 MOVE HST-AMOUNT TO WS-DAY-IN-MAX(WS-DAY-IDX)
              END-IF
              IF WS-DAY-IN-LAST(WS-DAY-IDX) NOT = WS-CUR-ACC
                 ADD 1 TO WS-DAY-IN-ACCS(WS-DAY-IDX)
                 MOVE WS-CUR-ACC TO WS-DAY-IN-LAST(WS-DAY-IDX)
              END-IF
              IF HST-AMOUNT >= WS-NEAR-FLOOR
                    AND HST-AMOUNT < WS-CASH-LIMIT
                 ADD 1 TO WS-SUB-COUNT
                 ADD HST-AMOUNT TO WS-SUB-AMT
                 SET WS-SUB-ACC-HIT-YES TO TRUE
                 IF WS-SUB-FIRST = 0
                       OR HST-POST-DATE < WS-SUB-FIRST
                    MOVE HST-POST-DATE TO WS-SUB-FIRST
                 END-IF
                 IF HST-POST-DATE > WS-SUB-LAST
                    MOVE HST-POST-DATE TO WS-SUB-LAST
                 END-IF
              END-IF
           ELSE
              ADD HST-AMOUNT TO WS-DAY-OUT-AMT(WS-DAY-IDX)
              ADD 1 TO WS-DAY-OUT-CNT(WS-DAY-IDX)
           END-IF.

       2300-CHECK-THRESHOLD.
           *> Reporte regulatorio: efectivo del día de proceso,
           *> ingreso y egreso por separado, sumado a nivel cliente.
           MOVE WS-WINDOW-DAYS TO WS-DAY-IDX
           IF WS-DAY-IN-AMT(WS-DAY-IDX) > WS-CASH-LIMIT
              MOVE 'IN '                     TO WS-DTL-DIR
              MOVE WS-DAY-IN-CNT(WS-DAY-IDX)  TO WS-DTL-COUNT
              MOVE WS-DAY-IN-ACCS(WS-DAY-IDX) TO WS-DTL-ACCS
              MOVE WS-DAY-IN-AMT(WS-DAY-IDX)  TO WS-DTL-AMT
              ADD WS-DAY-IN-AMT(WS-DAY-IDX)   TO WS-GT-THR-IN
              PERFORM 2350-WRITE-THRESHOLD-LINE
           END-IF
           IF WS-DAY-OUT-AMT(WS-DAY-IDX) > WS-CASH-LIMIT
              MOVE 'OUT'                      TO WS-DTL-DIR
              MOVE WS-DAY-OUT-CNT(WS-DAY-IDX) TO WS-DTL-COUNT
              MOVE 0                          TO WS-DTL-ACCS
              MOVE WS-DAY-OUT-AMT(WS-DAY-IDX) TO WS-DTL-AMT
              ADD WS-DAY-OUT-AMT(WS-DAY-IDX)  TO WS-GT-THR-OUT
              PERFORM 2350-WRITE-THRESHOLD-LINE
           END-IF.

       2350-WRITE-THRESHOLD-LINE.
           ADD 1 TO WS-CTL-THR-LINES
           MOVE CST-NUMBER  TO WS-DTL-CUST
           MOVE CST-NAME    TO WS-DTL-NAME
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       2400-CHECK-STRUCTURING.
           *> Patrón 1: depósitos repetidos apenas debajo del umbral
           *> en la ventana, en días distintos o en cuentas distintas.
           IF WS-SUB-COUNT >= WS-SUB-MIN-COUNT
              MOVE 'SUB'         TO ALR-ALERT-TYPE
              MOVE WS-SUB-FIRST  TO ALR-FIRST-DATE
              MOVE WS-SUB-LAST   TO ALR-LAST-DATE
              MOVE WS-SUB-COUNT  TO ALR-MOVE-COUNT
              MOVE 0             TO ALR-DAY-COUNT
              MOVE WS-SUB-ACCS   TO ALR-ACC-COUNT
              MOVE WS-SUB-AMT    TO ALR-AMOUNT
              PERFORM 2500-RAISE-ALERT
           END-IF
           *> Patrón 2: días en que el efectivo ingresado supera el
           *> umbral sólo sumando varios depósitos menores.
           MOVE 0 TO WS-SPL-DAYS
           MOVE 0 TO WS-SPL-COUNT
           MOVE 0 TO WS-SPL-AMT
           MOVE 0 TO WS-SPL-FIRST
           MOVE 0 TO WS-SPL-LAST
           MOVE 0 TO WS-SPL-ACCS
           PERFORM 2410-CHECK-ONE-SPLIT-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-WINDOW-DAYS
           IF WS-SPL-DAYS > 0
              MOVE 'SPL'         TO ALR-ALERT-TYPE
              MOVE WS-SPL-FIRST  TO ALR-FIRST-DATE
              MOVE WS-SPL-LAST   TO ALR-LAST-DATE
              MOVE WS-SPL-COUNT  TO ALR-MOVE-COUNT
              MOVE WS-SPL-DAYS   TO ALR-DAY-COUNT
              MOVE WS-SPL-ACCS   TO ALR-ACC-COUNT
              MOVE WS-SPL-AMT    TO ALR-AMOUNT
              PERFORM 2500-RAISE-ALERT
           END-IF.

       2410-CHECK-ONE-SPLIT-DAY.
           IF WS-DAY-IN-CNT(WS-DAY-IDX) > 1
                 AND WS-DAY-IN-AMT(WS-DAY-IDX) > WS-CASH-LIMIT
                 AND WS-DAY-IN-MAX(WS-DAY-IDX) < WS-CASH-LIMIT
              COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                    (WS-WINDOW-START-INT + WS-DAY-IDX - 1)
              ADD 1 TO WS-SPL-DAYS
              ADD WS-DAY-IN-CNT(WS-DAY-IDX) TO WS-SPL-COUNT
              ADD WS-DAY-IN-AMT(WS-DAY-IDX) TO WS-SPL-AMT
              IF WS-DAY-IN-ACCS(WS-DAY-IDX) > WS-SPL-ACCS
                 MOVE WS-DAY-IN-ACCS(WS-DAY-IDX) TO WS-SPL-ACCS
              END-IF
              IF WS-SPL-FIRST = 0
                 MOVE WS-DAY-DATE TO WS-SPL-FIRST
              END-IF
              MOVE WS-DAY-DATE TO WS-SPL-LAST
           END-IF.

       2500-RAISE-ALERT.
           *> Una alerta con caso abierto o en análisis no se repite;
           *> un caso cerrado se reabre sólo si el patrón trae
           *> movimientos posteriores a la fecha de cierre.
           MOVE 'N' TO WS-RAISE-SWITCH
           MOVE 'N' TO WS-CASE-FOUND-SWITCH
           MOVE CST-NUMBER     TO CSC-CUST-NUMBER
           MOVE ALR-ALERT-TYPE TO CSC-ALERT-TYPE
           READ CSC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CASE-FOUND-YES TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-CASE-FOUND-YES
                   MOVE CST-NUMBER     TO CSC-CUST-NUMBER
                   MOVE ALR-ALERT-TYPE TO CSC-ALERT-TYPE
                   MOVE 0              TO CSC-RAISE-COUNT
                   MOVE 0              TO CSC-CLOSE-DATE
                   MOVE SPACES         TO CSC-OPER
                   SET WS-RAISE-YES TO TRUE
              WHEN CSC-CLOSED AND ALR-LAST-DATE > CSC-CLOSE-DATE
                   ADD 1 TO WS-CTL-ALR-REOPEN
                   SET WS-RAISE-YES TO TRUE
              WHEN OTHER
                   ADD 1 TO WS-CTL-ALR-SUPPRESS
           END-EVALUATE
           IF WS-RAISE-YES
              SET CSC-OPEN TO TRUE
              MOVE WS-PROC-DATE  TO CSC-OPEN-DATE
              MOVE ALR-LAST-DATE TO CSC-LAST-DATE
              ADD 1 TO CSC-RAISE-COUNT
              IF WS-CASE-FOUND-YES
                 REWRITE CSC-RECORD
                 END-REWRITE
              ELSE
                 WRITE CSC-RECORD
                 END-WRITE
              END-IF
              MOVE WS-PROC-DATE    TO ALR-PROC-DATE
              MOVE CST-NUMBER      TO ALR-CUST-NUMBER
              MOVE CST-NAME        TO ALR-CUST-NAME
              MOVE CSC-STATUS      TO ALR-CASE-STATUS
              MOVE CSC-RAISE-COUNT TO ALR-RAISE-COUNT
              WRITE ALR-RECORD
              IF ALR-SUB-THRESHOLD
                 ADD 1 TO WS-CTL-ALR-SUB
              ELSE
                 ADD 1 TO WS-CTL-ALR-SPL
              END-IF
           END-IF.

       2999-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTOMERS READ' TO WS-CNT-LABEL
           MOVE WS-CTL-CUST-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'HISTORY RECORDS IN WINDOW' TO WS-CNT-LABEL
           MOVE WS-CTL-HST-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CASH MOVEMENTS IN WINDOW' TO WS-CNT-LABEL
           MOVE WS-CTL-CASH-MOVES TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'OVER-THRESHOLD LINES' TO WS-CNT-LABEL
           MOVE WS-CTL-THR-LINES TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CASH IN OVER THRESHOLD' TO WS-TOT-LABEL
           MOVE WS-GT-THR-IN TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'CASH OUT OVER THRESHOLD' TO WS-TOT-LABEL
           MOVE WS-GT-THR-OUT TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'SUB-THRESHOLD ALERTS' TO WS-CNT-LABEL
           MOVE WS-CTL-ALR-SUB TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'SPLIT-DEPOSIT ALERTS' TO WS-CNT-LABEL
           MOVE WS-CTL-ALR-SPL TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  OF WHICH CASES REOPENED' TO WS-CNT-LABEL
           MOVE WS-CTL-ALR-REOPEN TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'SUPPRESSED (CASE IN WORK)' TO WS-CNT-LABEL
           MOVE WS-CTL-ALR-SUPPRESS TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           DISPLAY 'COBCS01 DATE .......: ' WS-PROC-DATE
           DISPLAY 'COBCS01 WINDOW FROM : ' WS-WINDOW-START
           DISPLAY 'COBCS01 OVER LIMIT .: ' WS-CTL-THR-LINES
           DISPLAY 'COBCS01 ALERTS SUB .: ' WS-CTL-ALR-SUB
           DISPLAY 'COBCS01 ALERTS SPL .: ' WS-CTL-ALR-SPL
           DISPLAY 'COBCS01 SUPPRESSED .: ' WS-CTL-ALR-SUPPRESS
           CLOSE CUS-FILE
           CLOSE HST-FILE
           CLOSE CSC-FILE
           CLOSE ALR-FILE
           CLOSE RPT-FILE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9700-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.
