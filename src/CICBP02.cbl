               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-NUMBER.
           SELECT OPTIONAL PTY-FILE ASSIGN TO "ACCPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTY-KEY
               ALTERNATE RECORD KEY IS PTY-CUST-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL RSV-FILE ASSIGN TO "LGLRSV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY.
           SELECT OPTIONAL STC-FILE ASSIGN TO "STNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SNP-FILE ASSIGN TO "STANDIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNP-ACC-NUMBER.
           SELECT OPTIONAL STA-FILE ASSIGN TO "STANDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STA-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-FILE.
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
               10  CST-ACC OCCURS 0 TO 8 TIMES
                   DEPENDING ON CST-ACC-COUNT.
                   15  CST-ACC-NUMBER  PIC X(12).
      *> Partícipes de la cuenta además del titular principal.
       FD  PTY-FILE.
       01  PTY-RECORD.
           05  PTY-KEY.
               10  PTY-ACC-NUMBER      PIC X(12).
               10  PTY-CUST-NUMBER     PIC X(10).
           05  PTY-ROLE                PIC X.
               88  PTY-ROLE-PRIMARY    VALUE 'P'.
               88  PTY-ROLE-JOINT      VALUE 'J'.
               88  PTY-ROLE-SIGNER     VALUE 'S'.
               88  PTY-ROLE-BENEF      VALUE 'B'.
           05  PTY-STATUS              PIC X.
               88  PTY-ACTIVE          VALUE 'A'.
               88  PTY-REMOVED         VALUE 'R'.
           05  PTY-ADD-DATE            PIC 9(8).
           05  PTY-END-DATE            PIC 9(8).
           05  PTY-OPER                PIC X(8).
           05  FILLER                  PIC X(10).
      *> Reservas por órdenes judiciales y embargos, por cuenta y
      *> orden: las deja el ciclo nocturno y no vencen.
       FD  RSV-FILE.
       01  RSV-RECORD.
           05  RSV-KEY.
               10  RSV-ACC-NUMBER      PIC X(12).
               10  RSV-REF             PIC X(10).
           05  RSV-AMOUNT              PIC S9(11)V99 COMP-3.
           05  RSV-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
      *> Marca de suplencia que abre COBSI01 al principio de la
      *> cadena nocturna y cierra COBSI02 al final.
       FD  STC-FILE.
       01  STC-RECORD.
           05  STC-STATUS              PIC X.
               88  STC-ACTIVE          VALUE 'A'.
               88  STC-CLOSED          VALUE 'C'.
           05  STC-PROC-DATE           PIC 9(8).
           05  STC-OPEN-TIMESTAMP      PIC 9(14).
           05  STC-CLOSE-TIMESTAMP     PIC 9(14).
           05  STC-ACCOUNTS            PIC 9(7).
           05  FILLER                  PIC X(10).
      *> Foto del disponible por cuenta al arrancar el ciclo, con lo
      *> ya aprobado en suplencia contra ella.
       FD  SNP-FILE.
       01  SNP-RECORD.
           05  SNP-ACC-NUMBER          PIC X(12).
           05  SNP-PROC-DATE           PIC 9(8).
           05  SNP-CUST-NUMBER         PIC X(10).
           05  SNP-STATUS              PIC X.
               88  SNP-OPEN            VALUE 'O'.
               88  SNP-CLOSED          VALUE 'X'.
           05  SNP-RISK-RATING         PIC 9.
           05  SNP-ACC-AVAIL           PIC S9(11)V99 COMP-3.
           05  SNP-AVAIL               PIC S9(11)V99 COMP-3.
           05  SNP-USED-COUNT          PIC 9(5).
           05  SNP-USED-AMT            PIC S9(11)V99 COMP-3.
           05  FILLER                  PIC X(10).
      *> Cola de aprobaciones en suplencia; COBSI02 las repone como
      *> retenciones reales al terminar la cadena.
       FD  STA-FILE.
       01  STA-RECORD.
           05  STA-KEY.
               10  STA-ACC-NUMBER      PIC X(12).
               10  STA-TIMESTAMP       PIC 9(14).
           05  STA-DATE                PIC 9(8).
           05  STA-AMOUNT              PIC S9(9)V99 COMP-3.
           05  STA-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-TIMESTAMP          PIC 9(14).
           88 WS-HLD-EOF-YES    VALUE 'Y'.
       01  WS-SCAN-ACC          PIC X(12).
       01  WS-SCAN-HOLDS        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LEGAL-RESERVE     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SCAN-RESERVES     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RSV-EOF-SWITCH    PIC X VALUE 'N'.
           88 WS-RSV-EOF-YES    VALUE 'Y'.
       01  WS-HLD-TRIES         PIC 9(2) VALUE 0.
       01  WS-HLD-STORED        PIC X VALUE 'N'.
           88 WS-HLD-STORED-YES VALUE 'Y'.
       01  WS-POS-IDX           PIC 9(2) VALUE 0.
       01  WS-POS-ACC-COUNT     PIC 9(2) VALUE 0.
       01  WS-POS-ACC-TABLE.
           05  WS-POS-ACC OCCURS 16 TIMES PIC X(12).
       01  WS-PTY-EOF-SWITCH    PIC X VALUE 'N'.
           88 WS-PTY-EOF-YES    VALUE 'Y'.
       01  WS-CUST-POSITION     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUST-HOLDS        PIC S9(13)V99 COMP-3 VALUE 0.
       *> Suplencia: mientras la cadena nocturna tiene ACC.DAT tomado
       *> se autoriza contra la foto del arranque del ciclo, con topes
       *> bastante más cortos que los del camino normal.
       01  WS-STAND-IN-SWITCH   PIC X VALUE 'N'.
           88 WS-STAND-IN-YES   VALUE 'Y'.
       01  WS-STI-PROC-DATE     PIC 9(8) VALUE 0.
       01  WS-SNP-FOUND         PIC X VALUE 'N'.
           88 WS-SNP-FOUND-YES  VALUE 'Y'.
       01  WS-STI-MAX-TXN-AMT   PIC S9(9)V99 COMP-3  VALUE +500.00.
       01  WS-STI-MAX-CNT       PIC 9(5)             VALUE 5.
       01  WS-STI-MAX-TOT-AMT   PIC S9(11)V99 COMP-3 VALUE +1000.00.
       01  WS-STI-MAX-RISK      PIC 9                VALUE 4.
       LINKAGE SECTION.
       01  LK-ACC               PIC X(12).
       01  LK-AMOUNT            PIC S9(9)V99 COMP-3.
           OPEN EXTEND ERR-FILE
           OPEN EXTEND AUD-FILE

           *> Con la ventana de suplencia abierta no se toca ACC.DAT:
           *> se decide contra la foto y la aprobación queda en cola.
           PERFORM 0500-CHECK-STAND-IN
           IF WS-STAND-IN-YES
              PERFORM 3000-STAND-IN-DECIDE
              IF WS-AUTH-YES
                 PERFORM 3100-QUEUE-STAND-IN
              END-IF
              PERFORM 8100-LOG-AUDIT
              CLOSE ERR-FILE
              CLOSE AUD-FILE
              GOBACK
           END-IF

           PERFORM 1000-FIND-ACCOUNT

           IF WS-FOUND-YES
           CLOSE AUD-FILE
           GOBACK.

       0500-CHECK-STAND-IN.
           MOVE 'N' TO WS-STAND-IN-SWITCH
           OPEN INPUT STC-FILE
           READ STC-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STC-ACTIVE
                      SET WS-STAND-IN-YES TO TRUE
                      MOVE STC-PROC-DATE TO WS-STI-PROC-DATE
                   END-IF
           END-READ
           CLOSE STC-FILE.

       1000-FIND-ACCOUNT.
           *> ACC.DAT es indexado por ACC-NUMBER: se hace una lectura
           *> directa por clave en lugar de barrer el archivo completo.
                            - WS-HOLDS-OUTSTANDING > 0
                         SET WS-AUTH-YES TO TRUE
                         MOVE 'BAL+OD-LIMIT OK' TO WS-AUD-REASON
                         PERFORM 2190-CHECK-LEGAL-RESERVE
                         IF WS-AUTH-YES
                            PERFORM 2170-CHECK-CUST-POSITION
                         END-IF
                      ELSE
                         SET WS-AUTH-NO TO TRUE
                         MOVE 'BAL+OD-LIMIT FAIL' TO WS-AUD-REASON
              END-READ
              CLOSE CUS-FILE
           END-IF
           IF WS-CUST-FOUND-YES
              PERFORM 2177-ADD-JOINT-ACCOUNTS
           END-IF
           IF WS-CUST-FOUND-YES AND WS-POS-ACC-COUNT > 1
              PERFORM 2172-SUM-CUST-POSITION
              PERFORM 2175-SUM-CUST-HOLDS
       2175-SUM-CUST-HOLDS.
           *> Una pasada por clave por cada cuenta del cliente, en
           *> lugar de barrer el archivo completo una vez por cuenta.
           *> Las reservas por órdenes judiciales cuentan igual que
           *> las retenciones.
           MOVE 0 TO WS-CUST-HOLDS
           OPEN INPUT HLD-FILE
           OPEN INPUT RSV-FILE
           PERFORM 2176-SUM-ONE-CUST-ACC
              VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-ACC-COUNT
           CLOSE HLD-FILE
           CLOSE RSV-FILE.

       2176-SUM-ONE-CUST-ACC.
           MOVE WS-POS-ACC(WS-POS-IDX) TO WS-SCAN-ACC
           PERFORM 2105-SCAN-ACCOUNT-HOLDS
           ADD WS-SCAN-HOLDS TO WS-CUST-HOLDS
           PERFORM 2195-SCAN-ACCOUNT-RESERVES
           ADD WS-SCAN-RESERVES TO WS-CUST-HOLDS.

       2177-ADD-JOINT-ACCOUNTS.
           *> Las cuentas en que el cliente figura como cotitular
           *> también son suyas a efectos de la posición: se buscan
           *> por la clave alternativa del archivo de partícipes.
           OPEN INPUT PTY-FILE
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE ACC-CUST-NUMBER TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS EQUAL TO PTY-CUST-NUMBER
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 2178-ADD-ONE-JOINT-ACC UNTIL WS-PTY-EOF-YES
           CLOSE PTY-FILE.

       2178-ADD-ONE-JOINT-ACC.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
               NOT AT END
                   IF PTY-CUST-NUMBER NOT = ACC-CUST-NUMBER
                      SET WS-PTY-EOF-YES TO TRUE
                   ELSE
                      IF PTY-ROLE-JOINT AND PTY-ACTIVE
                            AND WS-POS-ACC-COUNT < 16
                         ADD 1 TO WS-POS-ACC-COUNT
                         MOVE PTY-ACC-NUMBER
                           TO WS-POS-ACC(WS-POS-ACC-COUNT)
                      END-IF
                   END-IF
           END-READ.

       2190-CHECK-LEGAL-RESERVE.
           *> Una orden judicial o embargo congela fondos como una
           *> retención que no vence. La reserva se descuenta del saldo
           *> propio, sin el límite de sobregiro: gastar con el
           *> descubierto también se comería la plata ordenada.
           OPEN INPUT RSV-FILE
           MOVE LK-ACC TO WS-SCAN-ACC
           PERFORM 2195-SCAN-ACCOUNT-RESERVES
           CLOSE RSV-FILE
           MOVE WS-SCAN-RESERVES TO WS-LEGAL-RESERVE
           IF WS-LEGAL-RESERVE > 0
                 AND ACC-BALANCE - WS-HOLDS-OUTSTANDING
                   - WS-LEGAL-RESERVE - LK-AMOUNT < 0
              SET WS-AUTH-NO TO TRUE
              MOVE 'LEGAL ORDER RESERVE' TO WS-AUD-REASON
           END-IF.

       2195-SCAN-ACCOUNT-RESERVES.
           MOVE 0 TO WS-SCAN-RESERVES
           MOVE 'N' TO WS-RSV-EOF-SWITCH
           MOVE WS-SCAN-ACC TO RSV-ACC-NUMBER
           MOVE LOW-VALUES TO RSV-REF
           START RSV-FILE KEY NOT < RSV-KEY
               INVALID KEY
                   SET WS-RSV-EOF-YES TO TRUE
           END-START
           PERFORM 2196-SUM-ONE-RESERVE UNTIL WS-RSV-EOF-YES.

       2196-SUM-ONE-RESERVE.
           READ RSV-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF-YES TO TRUE
               NOT AT END
                   IF RSV-ACC-NUMBER NOT = WS-SCAN-ACC
                      SET WS-RSV-EOF-YES TO TRUE
                   ELSE
                      ADD RSV-AMOUNT TO WS-SCAN-RESERVES
                   END-IF
           END-READ.

       2150-CHECK-VELOCITY.
           *> Una tarjeta castigada seguiría aprobando mientras quede
                   END-IF
           END-READ.

       3000-STAND-IN-DECIDE.
           *> Reglas de suplencia: cuenta abierta en la foto, riesgo
           *> bajo, importe por operación y acumulado de la ventana
           *> dentro de los topes, y disponible de la foto (ya recortado
           *> por la posición del cliente) neto de lo aprobado antes.
           MOVE 'N/A' TO WS-VAL-STATUS
           MOVE 'N' TO WS-SNP-FOUND
           SET WS-AUTH-NO TO TRUE
           OPEN I-O SNP-FILE
           MOVE LK-ACC TO SNP-ACC-NUMBER
           READ SNP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SNP-FOUND-YES TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-SNP-FOUND-YES
                   MOVE 'STANDIN NO SNAPSHOT' TO WS-AUD-REASON
              WHEN NOT SNP-OPEN
                   MOVE 'STANDIN ACCT STATUS' TO WS-AUD-REASON
              WHEN SNP-RISK-RATING > WS-STI-MAX-RISK
                   MOVE 'STANDIN RISK RATING' TO WS-AUD-REASON
              WHEN LK-AMOUNT > WS-STI-MAX-TXN-AMT
                   MOVE 'STANDIN TXN LIMIT' TO WS-AUD-REASON
              WHEN SNP-USED-COUNT >= WS-STI-MAX-CNT
                 OR SNP-USED-AMT + LK-AMOUNT > WS-STI-MAX-TOT-AMT
                   MOVE 'STANDIN VELOCITY' TO WS-AUD-REASON
              WHEN SNP-AVAIL - SNP-USED-AMT - LK-AMOUNT < 0
                   MOVE 'STANDIN AVAIL FAIL' TO WS-AUD-REASON
              WHEN OTHER
                   SET WS-AUTH-YES TO TRUE
                   MOVE 'STANDIN APPROVED' TO WS-AUD-REASON
                   ADD 1         TO SNP-USED-COUNT
                   ADD LK-AMOUNT TO SNP-USED-AMT
                   REWRITE SNP-RECORD
                   END-REWRITE
           END-EVALUATE
           CLOSE SNP-FILE.

       3100-QUEUE-STAND-IN.
           *> Misma clave que una retención, para que COBSI02 la
           *> reponga tal cual; el choque en el mismo segundo se
           *> resuelve corriendo la marca un tick.
           OPEN I-O STA-FILE
           MOVE SPACES           TO STA-RECORD
           MOVE LK-ACC           TO STA-ACC-NUMBER
           MOVE WS-TIMESTAMP     TO STA-TIMESTAMP
           MOVE WS-DATE          TO STA-DATE
           MOVE LK-AMOUNT        TO STA-AMOUNT
           MOVE WS-STI-PROC-DATE TO STA-PROC-DATE
           MOVE 0   TO WS-HLD-TRIES
           MOVE 'N' TO WS-HLD-STORED
           PERFORM 3110-TRY-WRITE-QUEUE
              UNTIL WS-HLD-STORED-YES OR WS-HLD-TRIES > 5
           IF NOT WS-HLD-STORED-YES
              MOVE 'STAND-IN QUEUE WRITE FAILED' TO ERR-CONDITION
              PERFORM 8000-LOG-ERROR
           END-IF
           CLOSE STA-FILE.

       3110-TRY-WRITE-QUEUE.
           WRITE STA-RECORD
               INVALID KEY
                   ADD 1 TO STA-TIMESTAMP
                   ADD 1 TO WS-HLD-TRIES
               NOT INVALID KEY
                   SET WS-HLD-STORED-YES TO TRUE
           END-WRITE.

       7000-WRITE-HOLD.
           *> La marca de tiempo completa la clave; dos autorizaciones
           *> de la misma cuenta en el mismo segundo se distinguen
