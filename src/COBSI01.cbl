       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSI01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL HLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY.
           SELECT OPTIONAL RSV-FILE ASSIGN TO "LGLRSV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY.
           SELECT OPTIONAL CUS-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-NUMBER.
           SELECT OPTIONAL PTY-FILE ASSIGN TO "ACCPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTY-KEY
               ALTERNATE RECORD KEY IS PTY-CUST-NUMBER
                   WITH DUPLICATES.
           SELECT SNP-FILE ASSIGN TO "STANDIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SNP-ACC-NUMBER.
           SELECT STC-FILE ASSIGN TO "STNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-FILE.
       01  ACC-RECORD.
           05  ACC-NUMBER              PIC X(12).
           05  ACC-TYPE                PIC X.
               88  ACC-TYPE-CHECKING   VALUE 'C'.
               88  ACC-TYPE-SAVINGS    VALUE 'S'.
               88  ACC-TYPE-MONEYMKT   VALUE 'M'.
               88  ACC-TYPE-TERM       VALUE 'T'.
           05  ACC-STATUS              PIC X.
               88  ACC-OPEN            VALUE 'O'.
               88  ACC-CLOSED          VALUE 'X'.
               88  ACC-BLOCKED         VALUE 'B'.
               88  ACC-DORMANT         VALUE 'D'.
           05  ACC-BALANCE             PIC S9(11)V99 COMP-3.
           05  ACC-OD-LIMIT            PIC S9(7)V99  COMP-3.
           05  ACC-ACCRUED-INT         PIC S9(9)V99  COMP-3.
           05  ACC-RISK-RATING         PIC 9.
           05  ACC-BLOCK-COUNT         PIC 9(3) COMP-3.
           05  ACC-OD-EXCEED-COUNT     PIC 9(3) COMP-3.
           05  ACC-CLEAN-CYCLES        PIC 9(3) COMP-3.
           05  ACC-FEE-COUNT           PIC 9.
           05  ACC-LAST-POSTED-DATE    PIC 9(8).
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
                   15  ACC-FEE-CODE    PIC X(3).
                   15  ACC-FEE-AMOUNT  PIC S9(5)V99 COMP-3.
       FD  HLD-FILE.
       01  HLD-RECORD.
           05  HLD-KEY.
               10  HLD-ACC-NUMBER      PIC X(12).
               10  HLD-TIMESTAMP       PIC 9(14).
           05  HLD-DATE                PIC 9(8).
           05  HLD-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HLD-STATUS              PIC X.
               88  HLD-ACTIVE          VALUE 'A'.
               88  HLD-RELEASED        VALUE 'R'.
               88  HLD-EXPIRED         VALUE 'E'.
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
      *> Foto del disponible por cuenta al arrancar el ciclo. Mientras
      *> la cadena tiene ACC.DAT tomado, CICBP02 autoriza contra esta
      *> foto y va acumulando lo aprobado en suplencia. SNP-ACC-AVAIL
      *> es el disponible de la cuenta sola; SNP-AVAIL, el que rige,
      *> ya recortado por la posición del cliente.
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
      *> Marca de suplencia: activa desde que la foto está completa
      *> hasta que COBSI02 la cierra al final de la cadena.
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
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-RESTART-MODE       PIC X VALUE 'N'.
       01  WS-RUN-MOD-NAME       PIC X(8) VALUE 'UTLRUN01'.
       01  RUN-REQUEST.
           05  RUN-FUNC             PIC X.
           05  RUN-STEP             PIC X(8) VALUE 'COBSI01'.
           05  RUN-PRED-STEP        PIC X(8).
           05  RUN-PROC-DATE        PIC 9(8).
           05  RUN-RESTART          PIC X.
           05  RUN-RECS             PIC 9(7).
           05  RUN-HASH             PIC S9(13)V99 COMP-3.
           05  RUN-RESULT           PIC X.
               88  RUN-RESULT-OK    VALUE 'Y'.
               88  RUN-RESULT-NO    VALUE 'N'.
           05  RUN-RESULT-MSG       PIC X(30).
       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EOF-YES        VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-HLD-EOF-YES    VALUE 'Y'.
       01  WS-RSV-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-RSV-EOF-YES    VALUE 'Y'.
       01  WS-CUS-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-CUS-EOF-YES    VALUE 'Y'.
       01  WS-PTY-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTY-EOF-YES    VALUE 'Y'.
       01  WS-SNP-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-SNP-FOUND-YES  VALUE 'Y'.
       01  WS-ACC-HOLDS          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACC-RESERVES       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUST-POSITION      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-POS-IDX            PIC 9(2) VALUE 0.
       01  WS-POS-ACC-COUNT      PIC 9(2) VALUE 0.
       01  WS-POS-ACC-TABLE.
           05  WS-POS-ACC OCCURS 16 TIMES PIC X(12).
       01  WS-CTL-ACCOUNTS       PIC 9(7) VALUE 0.
       01  WS-CTL-CUSTOMERS      PIC 9(7) VALUE 0.
       01  WS-CTL-CAPPED         PIC 9(7) VALUE 0.
       01  WS-CTL-BAL-HASH       PIC S9(13)V99 COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2999-EXIT UNTIL WS-EOF-YES
           PERFORM 3000-APPLY-CUST-POSITION
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8)  TO WS-DATE
           PERFORM 1200-READ-PARMS
           *> Primer paso de la cadena: la foto se saca antes de que
           *> cualquier paso tome ACC.DAT para actualizar, y con la
           *> ventana abierta la foto previa del ciclo (UTLSNP01, que
           *> sigue) copia ACC, HOLDS y VELO ya quietos.
           PERFORM 1900-RUN-CONTROL-START
           IF RUN-RESULT-NO
              DISPLAY 'COBSI01 NOT STARTED: ' RUN-RESULT-MSG
              GOBACK
           END-IF
           OPEN INPUT ACC-FILE
           OPEN INPUT HLD-FILE
           OPEN INPUT RSV-FILE
           OPEN OUTPUT SNP-FILE.

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
                   MOVE PRM-CARD-RESTART TO WS-RESTART-MODE
           END-READ
           CLOSE PRM-FILE.

       1900-RUN-CONTROL-START.
           MOVE 'S'             TO RUN-FUNC
           MOVE SPACES          TO RUN-PRED-STEP
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           MOVE WS-RESTART-MODE TO RUN-RESTART
           MOVE 0               TO RUN-RECS
           MOVE 0               TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 SET RUN-RESULT-OK TO TRUE
                 DISPLAY 'COBSI01 WARNING: RUN CONTROL UNAVAILABLE'
           END-CALL.

       1950-RUN-CONTROL-END.
           MOVE 'E'             TO RUN-FUNC
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           MOVE WS-CTL-ACCOUNTS TO RUN-RECS
           MOVE WS-CTL-BAL-HASH TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       2000-PROCESS.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF-YES TO TRUE
           END-READ
           IF WS-EOF-YES
               GO TO 2999-EXIT
           END-IF

           ADD 1 TO WS-CTL-ACCOUNTS
           ADD ACC-BALANCE TO WS-CTL-BAL-HASH

           *> Disponible de la cuenta con la misma regla del camino en
           *> línea: saldo más límite de sobregiro, menos retenciones
           *> vigentes y reservas por órdenes judiciales.
           PERFORM 2100-SUM-ACCOUNT-HOLDS
           PERFORM 2200-SUM-ACCOUNT-RESERVES
           MOVE SPACES           TO SNP-RECORD
           MOVE ACC-NUMBER       TO SNP-ACC-NUMBER
           MOVE WS-PROC-DATE     TO SNP-PROC-DATE
           MOVE ACC-CUST-NUMBER  TO SNP-CUST-NUMBER
           MOVE ACC-STATUS       TO SNP-STATUS
           MOVE ACC-RISK-RATING  TO SNP-RISK-RATING
           COMPUTE SNP-ACC-AVAIL = ACC-BALANCE + ACC-OD-LIMIT
                 - WS-ACC-HOLDS - WS-ACC-RESERVES
           MOVE SNP-ACC-AVAIL    TO SNP-AVAIL
           MOVE 0                TO SNP-USED-COUNT
           MOVE 0                TO SNP-USED-AMT
           WRITE SNP-RECORD
               INVALID KEY
                   DISPLAY 'COBSI01 DUPLICATE SNAPSHOT ' ACC-NUMBER
           END-WRITE
           GO TO 2999-EXIT.

       2100-SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-ACC-HOLDS
           MOVE 'N' TO WS-HLD-EOF-SWITCH
           MOVE ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE 0 TO HLD-TIMESTAMP
           START HLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   SET WS-HLD-EOF-YES TO TRUE
           END-START
           PERFORM 2110-SUM-ONE-HOLD UNTIL WS-HLD-EOF-YES.

       2110-SUM-ONE-HOLD.
           READ HLD-FILE NEXT RECORD
               AT END
                   SET WS-HLD-EOF-YES TO TRUE
               NOT AT END
                   IF HLD-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-HLD-EOF-YES TO TRUE
                   ELSE
                      IF HLD-ACTIVE
                         ADD HLD-AMOUNT TO WS-ACC-HOLDS
                      END-IF
                   END-IF
           END-READ.

       2200-SUM-ACCOUNT-RESERVES.
           MOVE 0 TO WS-ACC-RESERVES
           MOVE 'N' TO WS-RSV-EOF-SWITCH
           MOVE ACC-NUMBER TO RSV-ACC-NUMBER
           MOVE LOW-VALUES TO RSV-REF
           START RSV-FILE KEY NOT < RSV-KEY
               INVALID KEY
                   SET WS-RSV-EOF-YES TO TRUE
           END-START
           PERFORM 2210-SUM-ONE-RESERVE UNTIL WS-RSV-EOF-YES.

       2210-SUM-ONE-RESERVE.
           READ RSV-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF-YES TO TRUE
               NOT AT END
                   IF RSV-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-RSV-EOF-YES TO TRUE
                   ELSE
                      ADD RSV-AMOUNT TO WS-ACC-RESERVES
                   END-IF
           END-READ.

       2999-EXIT.
           EXIT.

       3000-APPLY-CUST-POSITION.
           *> Segunda pasada, por cliente: la suma de los disponibles
           *> de todas sus cuentas (propias y en cotitularidad) pone
           *> techo al disponible de cada una, igual que la posición
           *> combinada que controla CICBP02. Una cuenta de varios
           *> clientes queda con el techo más bajo.
           CLOSE SNP-FILE
           OPEN I-O SNP-FILE
           OPEN INPUT CUS-FILE
           OPEN INPUT PTY-FILE
           PERFORM 3100-ONE-CUSTOMER UNTIL WS-CUS-EOF-YES
           CLOSE CUS-FILE
           CLOSE PTY-FILE.

       3100-ONE-CUSTOMER.
           READ CUS-FILE NEXT RECORD
               AT END
                   SET WS-CUS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-CUSTOMERS
                   MOVE CST-ACC-COUNT TO WS-POS-ACC-COUNT
                   PERFORM 3110-SAVE-ONE-CUST-ACC
                      VARYING WS-POS-IDX FROM 1 BY 1
                      UNTIL WS-POS-IDX > WS-POS-ACC-COUNT
                   PERFORM 3200-ADD-JOINT-ACCOUNTS
                   IF WS-POS-ACC-COUNT > 1
                      MOVE 0 TO WS-CUST-POSITION
                      PERFORM 3300-ADD-ONE-POSITION
                         VARYING WS-POS-IDX FROM 1 BY 1
                         UNTIL WS-POS-IDX > WS-POS-ACC-COUNT
                      PERFORM 3400-CAP-ONE-ACCOUNT
                         VARYING WS-POS-IDX FROM 1 BY 1
                         UNTIL WS-POS-IDX > WS-POS-ACC-COUNT
                   END-IF
           END-READ.

       3110-SAVE-ONE-CUST-ACC.
           MOVE CST-ACC-NUMBER(WS-POS-IDX)
             TO WS-POS-ACC(WS-POS-IDX).

       3200-ADD-JOINT-ACCOUNTS.
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE CST-NUMBER TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS EQUAL TO PTY-CUST-NUMBER
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 3210-ADD-ONE-JOINT-ACC UNTIL WS-PTY-EOF-YES.

       3210-ADD-ONE-JOINT-ACC.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
               NOT AT END
                   IF PTY-CUST-NUMBER NOT = CST-NUMBER
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

       3300-ADD-ONE-POSITION.
           PERFORM 3500-READ-SNAPSHOT
           IF WS-SNP-FOUND-YES AND NOT SNP-CLOSED
              ADD SNP-ACC-AVAIL TO WS-CUST-POSITION
           END-IF.

       3400-CAP-ONE-ACCOUNT.
           PERFORM 3500-READ-SNAPSHOT
           IF WS-SNP-FOUND-YES AND WS-CUST-POSITION < SNP-AVAIL
              MOVE WS-CUST-POSITION TO SNP-AVAIL
              REWRITE SNP-RECORD
              END-REWRITE
              ADD 1 TO WS-CTL-CAPPED
           END-IF.

       3500-READ-SNAPSHOT.
           MOVE 'N' TO WS-SNP-FOUND-SWITCH
           MOVE WS-POS-ACC(WS-POS-IDX) TO SNP-ACC-NUMBER
           READ SNP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-SNP-FOUND-YES TO TRUE
           END-READ.

       9000-FINALIZE.
           CLOSE ACC-FILE
           CLOSE HLD-FILE
           CLOSE RSV-FILE
           CLOSE SNP-FILE
           *> Con la foto completa se abre la ventana de suplencia:
           *> desde acá CICBP02 deja de leer ACC.DAT.
           PERFORM 9100-OPEN-STAND-IN
           DISPLAY 'COBSI01 ACCOUNTS ...: ' WS-CTL-ACCOUNTS
           DISPLAY 'COBSI01 CUSTOMERS ..: ' WS-CTL-CUSTOMERS
           DISPLAY 'COBSI01 CUST CAPPED : ' WS-CTL-CAPPED
           DISPLAY 'COBSI01 BAL HASH ...: ' WS-CTL-BAL-HASH
           PERFORM 1950-RUN-CONTROL-END.

       9100-OPEN-STAND-IN.
           OPEN OUTPUT STC-FILE
           MOVE SPACES          TO STC-RECORD
           SET STC-ACTIVE       TO TRUE
           MOVE WS-PROC-DATE    TO STC-PROC-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO STC-OPEN-TIMESTAMP
           MOVE 0               TO STC-CLOSE-TIMESTAMP
           MOVE WS-CTL-ACCOUNTS TO STC-ACCOUNTS
           WRITE STC-RECORD
           CLOSE STC-FILE.
