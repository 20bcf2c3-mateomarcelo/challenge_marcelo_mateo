               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-NUMBER.
           SELECT OPTIONAL PTY-FILE ASSIGN TO "ACCPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTY-KEY
               ALTERNATE RECORD KEY IS PTY-CUST-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL DSP-FILE ASSIGN TO "DSPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-REF
               ALTERNATE RECORD KEY IS DSP-ACC-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL STM-FILE ASSIGN TO "STMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "STMTRPT.DAT"
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
               88  HST-FEE             VALUE 'F'.
               88  HST-ESCHEAT         VALUE 'E'.
               88  HST-DEBIT-INT       VALUE 'G'.
               88  HST-LEGAL-ORDER     VALUE 'L'.
               88  HST-REVERSAL        VALUE 'R'.
               88  HST-PROV-CREDIT     VALUE 'P'.
               88  HST-CREDIT-TYPE     VALUES 'D' 'I' 'N' 'P'.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
           05  HST-REV-FLAG            PIC X.
               88  HST-REVERSED        VALUE 'Y'.
           05  HST-ORIG-TYPE           PIC X.
               88  HST-ORIG-CREDIT     VALUES 'D' 'I' 'N' 'P'.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
      *> Reclamos de clientes: los casos con crédito provisorio aún
      *> sin resolver se informan aparte del saldo.
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
       FD  CUS-FILE.
       01  CST-RECORD.
           05  CST-NUMBER              PIC X(10).
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
       FD  STM-FILE.
       01  STM-CARD.
           05  STM-CARD-PERIOD-START   PIC 9(8).
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
       01  WS-PAGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE     PIC 9(3) VALUE 60.
       01  WS-TYPE-DESC          PIC X(15).
       01  WS-CREDIT-SWITCH      PIC X VALUE 'N'.
           88  WS-CREDIT-YES     VALUE 'Y'.
       01  WS-DSP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-DSP-EOF-YES    VALUE 'Y'.
       01  WS-PROV-CR-PENDING    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ADB-MONTH          PIC 9(6) VALUE 0.
       01  WS-ADB-AMT            PIC S9(11)V99 COMP-3 VALUE 0.
       *> Encabezados y líneas del estado de cuenta.
       01  WS-HDR1.
           05  FILLER                  PIC X(25)
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WS-HDR2B-ADDR           PIC X(30).
           05  FILLER                  PIC X(41) VALUE SPACES.
       *> Cotitulares de la cuenta, uno por línea debajo del titular.
       01  WS-HDR2J.
           05  FILLER                  PIC X(9)  VALUE 'JOINT:   '.
           05  WS-HDR2J-NAME           PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'CUST: '.
           05  WS-HDR2J-CUST           PIC X(10).
           05  FILLER                  PIC X(23) VALUE SPACES.
       01  WS-PTY-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTY-EOF-YES    VALUE 'Y'.
       01  WS-STMT-JNT-IDX       PIC 9(4) COMP VALUE 0.
       01  WS-STMT-JNT-TABLE.
           05  WS-STMT-JNT-COUNT PIC 9(2) VALUE 0.
           05  WS-STMT-JNT OCCURS 3 TIMES.
               10  WS-STMT-JNT-CUST  PIC X(10).
               10  WS-STMT-JNT-NAME  PIC X(30).
       01  WS-HDR3.
           05  FILLER                  PIC X(8)  VALUE 'DATE'.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           PERFORM 1100-READ-STMT-CARD
           OPEN INPUT ACC-FILE
           OPEN INPUT CUS-FILE
           OPEN INPUT PTY-FILE
           OPEN INPUT HST-FILE
           OPEN INPUT DSP-FILE
           OPEN OUTPUT RPT-FILE.

       1100-READ-STMT-CARD.
           PERFORM 2100-READ-ACCOUNT-HIST

           PERFORM 2500-WRITE-CLOSING-BALANCE
           PERFORM 2520-WRITE-AVG-BALANCE
           PERFORM 2550-WRITE-PROV-CREDITS
           ADD 1 TO WS-STMT-COUNT
           GO TO 2999-EXIT.

           END-IF
           IF NOT WS-CUST-FOUND-YES
              MOVE 'NO CUSTOMER ON FILE' TO WS-STMT-CUST-NAME
           END-IF
           PERFORM 2160-LOAD-JOINT-OWNERS.

       2160-LOAD-JOINT-OWNERS.
           *> Todos los titulares figuran en el estado: además del
           *> principal, los cotitulares activos del archivo de
           *> partícipes. Firmantes y beneficiarios no se imprimen.
           MOVE 0 TO WS-STMT-JNT-COUNT
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE ACC-NUMBER TO PTY-ACC-NUMBER
           MOVE LOW-VALUES TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS NOT LESS THAN PTY-KEY
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 2165-LOAD-ONE-JOINT-OWNER UNTIL WS-PTY-EOF-YES.

       2165-LOAD-ONE-JOINT-OWNER.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
               NOT AT END
                   IF PTY-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-PTY-EOF-YES TO TRUE
                   ELSE
                      IF PTY-ROLE-JOINT AND PTY-ACTIVE
                            AND WS-STMT-JNT-COUNT < 3
                         ADD 1 TO WS-STMT-JNT-COUNT
                         MOVE WS-STMT-JNT-COUNT TO WS-STMT-JNT-IDX
                         PERFORM 2167-READ-JOINT-OWNER
                      END-IF
                   END-IF
           END-READ.

       2167-READ-JOINT-OWNER.
           MOVE PTY-CUST-NUMBER TO WS-STMT-JNT-CUST(WS-STMT-JNT-IDX)
           MOVE PTY-CUST-NUMBER TO CST-NUMBER
           READ CUS-FILE
               INVALID KEY
                   MOVE 'NO CUSTOMER ON FILE'
                     TO WS-STMT-JNT-NAME(WS-STMT-JNT-IDX)
               NOT INVALID KEY
                   MOVE CST-NAME TO WS-STMT-JNT-NAME(WS-STMT-JNT-IDX)
           END-READ.

       2200-START-STATEMENT-PAGE.
           ADD 1 TO WS-PAGE-COUNT
              MOVE WS-HDR2B TO RPT-LINE
              WRITE RPT-LINE AFTER ADVANCING 1 LINE
              ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 2260-WRITE-JOINT-OWNER
              VARYING WS-STMT-JNT-IDX FROM 1 BY 1
              UNTIL WS-STMT-JNT-IDX > WS-STMT-JNT-COUNT.

       2260-WRITE-JOINT-OWNER.
           MOVE WS-STMT-JNT-NAME(WS-STMT-JNT-IDX) TO WS-HDR2J-NAME
           MOVE WS-STMT-JNT-CUST(WS-STMT-JNT-IDX) TO WS-HDR2J-CUST
           MOVE WS-HDR2J TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       2300-TAKE-MOVEMENT.
           *> El primer movimiento del período define el saldo inicial:
           *> saldo resultante menos (o más) el importe del movimiento.
           PERFORM 2320-SET-DIRECTION
           IF WS-MOVEMENT-COUNT = 0
              IF WS-CREDIT-YES
                 COMPUTE WS-OPENING-BAL = HST-BAL-AFTER - HST-AMOUNT
              ELSE
                 COMPUTE WS-OPENING-BAL = HST-BAL-AFTER + HST-AMOUNT
           MOVE HST-BAL-AFTER TO WS-CLOSING-BAL
           PERFORM 2350-WRITE-MOVEMENT-LINE.

       2320-SET-DIRECTION.
           *> Una reversión mueve el saldo en sentido contrario a su
           *> movimiento original.
           MOVE 'N' TO WS-CREDIT-SWITCH
           IF HST-CREDIT-TYPE
              SET WS-CREDIT-YES TO TRUE
           END-IF
           IF HST-REVERSAL AND NOT HST-ORIG-CREDIT
              SET WS-CREDIT-YES TO TRUE
           END-IF.

       2350-WRITE-MOVEMENT-LINE.
           EVALUATE TRUE
              WHEN HST-DEPOSIT
                   MOVE 'ESCHEATED'       TO WS-TYPE-DESC
              WHEN HST-DEBIT-INT
                   MOVE 'OVERDRAFT INT'   TO WS-TYPE-DESC
              WHEN HST-LEGAL-ORDER
                   MOVE 'LEGAL ORDER'     TO WS-TYPE-DESC
              WHEN HST-PROV-CREDIT
                   MOVE 'PROVISIONAL CR'  TO WS-TYPE-DESC
              WHEN HST-REVERSAL
                   PERFORM 2370-DESCRIBE-REVERSAL
              WHEN OTHER
                   MOVE 'MOVEMENT'        TO WS-TYPE-DESC
           END-EVALUATE
           MOVE HST-POST-DATE TO WS-DTL-DATE
           MOVE WS-TYPE-DESC  TO WS-DTL-DESC
           MOVE HST-REF       TO WS-DTL-REF
           IF WS-CREDIT-YES
              MOVE HST-AMOUNT TO WS-DTL-AMT
           ELSE
              COMPUTE WS-DTL-AMT = 0 - HST-AMOUNT
                   MOVE 'MAINTENANCE FEE' TO WS-TYPE-DESC
              WHEN 'ODF'
                   MOVE 'OVERDRAFT FEE'   TO WS-TYPE-DESC
              WHEN 'TDP'
                   MOVE 'TD PENALTY'      TO WS-TYPE-DESC
              WHEN 'SWP'
                   MOVE 'OD SWEEP FEE'    TO WS-TYPE-DESC
              WHEN OTHER
                   MOVE 'SERVICE FEE'     TO WS-TYPE-DESC
           END-EVALUATE.

       2370-DESCRIBE-REVERSAL.
           EVALUATE HST-ORIG-TYPE
              WHEN 'F'
                   MOVE 'FEE REFUND'      TO WS-TYPE-DESC
              WHEN 'N'
                   MOVE 'INT REVERSAL'    TO WS-TYPE-DESC
              WHEN 'G'
                   MOVE 'OD INT REFUND'   TO WS-TYPE-DESC
              WHEN 'P'
                   MOVE 'PROV CR REVERSD' TO WS-TYPE-DESC
              WHEN OTHER
                   MOVE 'REVERSAL'        TO WS-TYPE-DESC
           END-EVALUATE.

       2400-WRITE-OPENING-BALANCE.
           MOVE 'OPENING BALANCE'  TO WS-BAL-LINE-DESC
           MOVE WS-OPENING-BAL    TO WS-BAL-LINE-AMT
           MOVE WS-CLOSING-BAL    TO WS-BAL-LINE-AMT
           PERFORM 2600-WRITE-BALANCE-LINE.

       2520-WRITE-AVG-BALANCE.
           *> Saldo promedio diario: si el período del estado termina
           *> en un mes ya cerrado por el posteo se informa el de ese
           *> mes; si no, el acumulado del mes en curso.
           IF WS-PERIOD-END > WS-PROC-DATE
              MOVE WS-PROC-DATE(1:6) TO WS-ADB-MONTH
           ELSE
              MOVE WS-PERIOD-END(1:6) TO WS-ADB-MONTH
           END-IF
           IF ACC-ADB-PERIOD = WS-ADB-MONTH
              MOVE 'AVG DAILY BALANCE' TO WS-BAL-LINE-DESC
              MOVE ACC-ADB-PRIOR      TO WS-BAL-LINE-AMT
              PERFORM 2600-WRITE-BALANCE-LINE
           ELSE
              IF ACC-ADB-DAYS > 0
                 COMPUTE WS-ADB-AMT ROUNDED =
                       ACC-ADB-BAL-ACCUM / ACC-ADB-DAYS
                 MOVE 'AVG DAILY BAL MTD' TO WS-BAL-LINE-DESC
                 MOVE WS-ADB-AMT         TO WS-BAL-LINE-AMT
                 PERFORM 2600-WRITE-BALANCE-LINE
              END-IF
           END-IF.

       2550-WRITE-PROV-CREDITS.
           *> Lo abonado en forma provisoria por reclamos abiertos
           *> está dentro del saldo de cierre pero puede revertirse:
           *> se informa en su propia línea.
           MOVE 0 TO WS-PROV-CR-PENDING
           MOVE 'N' TO WS-DSP-EOF-SWITCH
           MOVE ACC-NUMBER TO DSP-ACC-NUMBER
           START DSP-FILE KEY IS EQUAL TO DSP-ACC-NUMBER
               INVALID KEY
                   SET WS-DSP-EOF-YES TO TRUE
           END-START
           PERFORM 2560-TAKE-ONE-DISPUTE UNTIL WS-DSP-EOF-YES
           IF WS-PROV-CR-PENDING > 0
              MOVE 'PROV CR PENDING'  TO WS-BAL-LINE-DESC
              MOVE WS-PROV-CR-PENDING TO WS-BAL-LINE-AMT
              PERFORM 2600-WRITE-BALANCE-LINE
           END-IF.

       2560-TAKE-ONE-DISPUTE.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET WS-DSP-EOF-YES TO TRUE
               NOT AT END
                   IF DSP-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-DSP-EOF-YES TO TRUE
                   ELSE
                      IF DSP-OPEN
                         ADD DSP-AMOUNT TO WS-PROV-CR-PENDING
                      END-IF
                   END-IF
           END-READ.

       2600-WRITE-BALANCE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 2200-START-STATEMENT-PAGE
           PERFORM 1950-RUN-CONTROL-END
           CLOSE ACC-FILE
           CLOSE CUS-FILE
           CLOSE PTY-FILE
           CLOSE HST-FILE
           CLOSE DSP-FILE
           CLOSE RPT-FILE.
