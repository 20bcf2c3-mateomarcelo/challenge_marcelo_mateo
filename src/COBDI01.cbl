       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDI01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUS-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-NUMBER.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL PTY-FILE ASSIGN TO "ACCPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTY-KEY
               ALTERNATE RECORD KEY IS PTY-CUST-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT REG-FILE ASSIGN TO "DICREG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "DICRPT.DAT"
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
      *> Declaración de depósitos asegurados: registro de cabecera,
      *> uno de detalle por cliente con depósitos y uno de cola con
      *> cantidades y totales de control. Importes sin signo, zonados,
      *> con dos decimales implícitos, como pide el formato fijo.
       FD  REG-FILE.
       01  REG-HEADER.
           05  REG-H-REC-TYPE          PIC X.
           05  REG-H-AS-OF-DATE        PIC 9(8).
           05  REG-H-RUN-DATE          PIC 9(8).
           05  REG-H-LIMIT             PIC 9(11)V99.
           05  FILLER                  PIC X(70).
       01  REG-DETAIL.
           05  REG-D-REC-TYPE          PIC X.
           05  REG-D-CUST-NUMBER       PIC X(10).
           05  REG-D-CUST-NAME         PIC X(30).
           05  REG-D-ACC-COUNT         PIC 9(2).
           05  REG-D-TOTAL             PIC 9(13)V99.
           05  REG-D-INSURED           PIC 9(13)V99.
           05  REG-D-UNINSURED         PIC 9(13)V99.
           05  FILLER                  PIC X(12).
       01  REG-TRAILER.
           05  REG-T-REC-TYPE          PIC X.
           05  REG-T-CUST-COUNT        PIC 9(9).
           05  REG-T-TOTAL             PIC 9(15)V99.
           05  REG-T-INSURED           PIC 9(15)V99.
           05  REG-T-UNINSURED         PIC 9(15)V99.
           05  FILLER                  PIC X(39).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
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
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
      *> Tope de cobertura por cliente; la tarjeta de parámetros lo
      *> pisa (en unidades enteras).
       01  WS-INS-LIMIT          PIC S9(11)V99 COMP-3 VALUE +250000.00.
       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EOF-YES        VALUE 'Y'.
       01  WS-ACC-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-TYP-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-TOP-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-TOP-POS            PIC 9(4) COMP VALUE 0.
       01  WS-CUST-ACCS          PIC 9(2) VALUE 0.
       01  WS-ACC-DEPOSIT        PIC S9(11)V99 COMP-3 VALUE 0.
      *> Cuentas conjuntas: el depósito se reparte en partes iguales
      *> entre el titular principal y los cotitulares activos, y cada
      *> uno suma su parte a su propia cobertura.
       01  WS-ACC-OWNERS         PIC 9(2) VALUE 0.
       01  WS-ACC-SHARE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PTY-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTY-EOF-YES    VALUE 'Y'.
       01  WS-JNT-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-JNT-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-JNT-TABLE.
           05  WS-JNT-ACC OCCURS 16 TIMES PIC X(12).
       01  WS-CTL-JOINT-SHARES   PIC 9(7) VALUE 0.
       01  WS-CUST-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUST-INSURED       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CUST-UNINSURED     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-CUST-READ      PIC 9(7) VALUE 0.
       01  WS-CTL-CUST-REPORTED  PIC 9(7) VALUE 0.
       01  WS-CTL-CUST-OVER      PIC 9(7) VALUE 0.
       01  WS-CTL-ACC-MISSING    PIC 9(7) VALUE 0.
       01  WS-CTL-ACC-OVERDRAWN  PIC 9(7) VALUE 0.
       01  WS-GT-TOTAL           PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GT-INSURED         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GT-UNINSURED       PIC S9(15)V99 COMP-3 VALUE 0.
      *> Totales por tipo de cuenta, en el orden de la tabla de
      *> códigos.
       01  WS-TYPE-CODE-TABLE    PIC X(4) VALUE 'CSMT'.
       01  WS-TYPE-CODE-TABLE-R REDEFINES WS-TYPE-CODE-TABLE.
           05  WS-TYPE-CODE      OCCURS 4 TIMES PIC X.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-ENTRY OCCURS 4 TIMES.
               10  WS-TYPE-ACCS      PIC 9(7).
               10  WS-TYPE-BALANCE   PIC S9(15)V99 COMP-3.
               10  WS-TYPE-ACCRUED   PIC S9(13)V99 COMP-3.
      *> Los clientes con mayor monto no cubierto, de mayor a menor.
       01  WS-TOP-MAX            PIC 9(4) COMP VALUE 10.
       01  WS-TOP-COUNT          PIC 9(4) COMP VALUE 0.
       01  WS-TOP-TABLE.
           05  WS-TOP-ENTRY OCCURS 10 TIMES.
               10  WS-TOP-CUST       PIC X(10).
               10  WS-TOP-NAME       PIC X(30).
               10  WS-TOP-TOTAL      PIC S9(13)V99 COMP-3.
               10  WS-TOP-UNINSURED  PIC S9(13)V99 COMP-3.
       01  WS-HDR1.
           05  FILLER                  PIC X(41)
               VALUE 'COBDI01 DEPOSIT INSURANCE COVERAGE    - '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE ' LIMIT - '.
           05  WS-HDR1-LIMIT           PIC Z(8)9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  WS-TYP-HDR.
           05  FILLER                  PIC X(40)
               VALUE 'TYPE  ACCOUNTS    DEPOSITS BAL + INT   O'.
           05  FILLER                  PIC X(40)
               VALUE 'F WHICH ACCRUED                         '.
       01  WS-TYP-LINE.
           05  WS-TYP-CODE             PIC X.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-TYP-ACCS             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TYP-BALANCE          PIC -(13)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TYP-ACCRUED          PIC -(11)9.99.
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  WS-TOP-HDR.
           05  FILLER                  PIC X(40)
               VALUE 'CUSTOMER   NAME                      TOT'.
           05  FILLER                  PIC X(40)
               VALUE 'AL DEPOSITS      UNINSURED AMT          '.
       01  WS-TOP-LINE.
           05  WS-TPL-CUST             PIC X(10).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-TPL-NAME             PIC X(25).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-TPL-TOTAL            PIC -(13)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-TPL-UNINSURED        PIC -(13)9.99.
           05  FILLER                  PIC X(7)  VALUE SPACES.
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
           PERFORM 1100-CLEAR-ONE-TYPE
              VARYING WS-TYP-IDX FROM 1 BY 1
              UNTIL WS-TYP-IDX > 4
           OPEN INPUT CUS-FILE
           OPEN INPUT ACC-FILE
           OPEN INPUT PTY-FILE
           OPEN OUTPUT REG-FILE
           OPEN OUTPUT RPT-FILE
           MOVE SPACES        TO REG-HEADER
           MOVE 'H'           TO REG-H-REC-TYPE
           MOVE WS-PROC-DATE  TO REG-H-AS-OF-DATE
           MOVE WS-DATE       TO REG-H-RUN-DATE
           MOVE WS-INS-LIMIT  TO REG-H-LIMIT
           WRITE REG-HEADER
           MOVE WS-PROC-DATE  TO WS-HDR1-DATE
           MOVE WS-INS-LIMIT  TO WS-HDR1-LIMIT
           MOVE WS-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       1100-CLEAR-ONE-TYPE.
           MOVE 0 TO WS-TYPE-ACCS(WS-TYP-IDX)
           MOVE 0 TO WS-TYPE-BALANCE(WS-TYP-IDX)
           MOVE 0 TO WS-TYPE-ACCRUED(WS-TYP-IDX).

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
                   IF PRM-CARD-INS-LIMIT IS NUMERIC
                         AND PRM-CARD-INS-LIMIT > 0
                      MOVE PRM-CARD-INS-LIMIT TO WS-INS-LIMIT
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
           MOVE 0 TO WS-CUST-ACCS
           MOVE 0 TO WS-CUST-TOTAL
           PERFORM 2100-ADD-ONE-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > CST-ACC-COUNT
           PERFORM 2400-ADD-JOINT-ACCOUNTS

           *> Un cliente sin depósitos no entra en la declaración.
           IF WS-CUST-TOTAL NOT > ZERO
              GO TO 2999-EXIT
           END-IF

           IF WS-CUST-TOTAL > WS-INS-LIMIT
              MOVE WS-INS-LIMIT TO WS-CUST-INSURED
              COMPUTE WS-CUST-UNINSURED = WS-CUST-TOTAL - WS-INS-LIMIT
              ADD 1 TO WS-CTL-CUST-OVER
              PERFORM 2300-RANK-EXPOSURE
           ELSE
              MOVE WS-CUST-TOTAL TO WS-CUST-INSURED
              MOVE ZERO TO WS-CUST-UNINSURED
           END-IF
           ADD 1 TO WS-CTL-CUST-REPORTED
           ADD WS-CUST-TOTAL     TO WS-GT-TOTAL
           ADD WS-CUST-INSURED   TO WS-GT-INSURED
           ADD WS-CUST-UNINSURED TO WS-GT-UNINSURED
           PERFORM 2200-WRITE-REG-DETAIL
           GO TO 2999-EXIT.

       2100-ADD-ONE-ACCOUNT.
           *> Depósito de la cuenta = saldo + interés devengado no
           *> capitalizado. Un saldo deudor es crédito del banco, no
           *> depósito: no compensa lo que el cliente tiene en otras
           *> cuentas.
           MOVE CST-ACC-NUMBER(WS-ACC-IDX) TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   ADD 1 TO WS-CTL-ACC-MISSING
               NOT INVALID KEY
                   COMPUTE WS-ACC-DEPOSIT =
                         ACC-BALANCE + ACC-ACCRUED-INT
                   IF WS-ACC-DEPOSIT < ZERO
                      ADD 1 TO WS-CTL-ACC-OVERDRAWN
                      MOVE ZERO TO WS-ACC-DEPOSIT
                   END-IF
                   IF NOT ACC-CLOSED
                      ADD 1 TO WS-CUST-ACCS
                   END-IF
                   PERFORM 2160-COUNT-ACC-OWNERS
                   COMPUTE WS-ACC-SHARE ROUNDED =
                         WS-ACC-DEPOSIT / WS-ACC-OWNERS
                   ADD WS-ACC-SHARE TO WS-CUST-TOTAL
                   *> Los totales por tipo llevan la cuenta entera una
                   *> sola vez, del lado del titular principal.
                   PERFORM 2150-ADD-TYPE-TOTAL
                      VARYING WS-TYP-IDX FROM 1 BY 1
                      UNTIL WS-TYP-IDX > 4
           END-READ.

       2150-ADD-TYPE-TOTAL.
           IF ACC-TYPE = WS-TYPE-CODE(WS-TYP-IDX)
                 AND WS-ACC-DEPOSIT > ZERO
              ADD 1 TO WS-TYPE-ACCS(WS-TYP-IDX)
              ADD WS-ACC-DEPOSIT TO WS-TYPE-BALANCE(WS-TYP-IDX)
              ADD ACC-ACCRUED-INT TO WS-TYPE-ACCRUED(WS-TYP-IDX)
           END-IF.

       2160-COUNT-ACC-OWNERS.
           MOVE 1 TO WS-ACC-OWNERS
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE ACC-NUMBER TO PTY-ACC-NUMBER
           MOVE LOW-VALUES TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS NOT LESS THAN PTY-KEY
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 2165-COUNT-ONE-OWNER UNTIL WS-PTY-EOF-YES.

       2165-COUNT-ONE-OWNER.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
               NOT AT END
                   IF PTY-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-PTY-EOF-YES TO TRUE
                   ELSE
                      IF PTY-ROLE-JOINT AND PTY-ACTIVE
                         ADD 1 TO WS-ACC-OWNERS
                      END-IF
                   END-IF
           END-READ.

       2200-WRITE-REG-DETAIL.
           MOVE SPACES            TO REG-DETAIL
           MOVE 'D'               TO REG-D-REC-TYPE
           MOVE CST-NUMBER        TO REG-D-CUST-NUMBER
           MOVE CST-NAME          TO REG-D-CUST-NAME
           MOVE WS-CUST-ACCS      TO REG-D-ACC-COUNT
           MOVE WS-CUST-TOTAL     TO REG-D-TOTAL
           MOVE WS-CUST-INSURED   TO REG-D-INSURED
           MOVE WS-CUST-UNINSURED TO REG-D-UNINSURED
           WRITE REG-DETAIL.

       2300-RANK-EXPOSURE.
           *> Inserción ordenada en la tabla de los más expuestos: se
           *> busca el primer lugar con menos no cubierto, se corre el
           *> resto un puesto (el último cae) y se anota el cliente.
           MOVE 0 TO WS-TOP-POS
           PERFORM 2310-FIND-TOP-SLOT
              VARYING WS-TOP-IDX FROM 1 BY 1
              UNTIL WS-TOP-IDX > WS-TOP-COUNT
                 OR WS-TOP-POS > 0
           IF WS-TOP-POS = 0
              IF WS-TOP-COUNT < WS-TOP-MAX
                 ADD 1 TO WS-TOP-COUNT
                 MOVE WS-TOP-COUNT TO WS-TOP-POS
              END-IF
           ELSE
              IF WS-TOP-COUNT < WS-TOP-MAX
                 ADD 1 TO WS-TOP-COUNT
              END-IF
              PERFORM 2320-SHIFT-ONE-TOP
                 VARYING WS-TOP-IDX FROM WS-TOP-COUNT BY -1
                 UNTIL WS-TOP-IDX <= WS-TOP-POS
           END-IF
           IF WS-TOP-POS > 0
              MOVE CST-NUMBER        TO WS-TOP-CUST(WS-TOP-POS)
              MOVE CST-NAME          TO WS-TOP-NAME(WS-TOP-POS)
              MOVE WS-CUST-TOTAL     TO WS-TOP-TOTAL(WS-TOP-POS)
              MOVE WS-CUST-UNINSURED TO WS-TOP-UNINSURED(WS-TOP-POS)
           END-IF.

       2310-FIND-TOP-SLOT.
           IF WS-CUST-UNINSURED > WS-TOP-UNINSURED(WS-TOP-IDX)
              MOVE WS-TOP-IDX TO WS-TOP-POS
           END-IF.

       2320-SHIFT-ONE-TOP.
           MOVE WS-TOP-ENTRY(WS-TOP-IDX - 1)
             TO WS-TOP-ENTRY(WS-TOP-IDX).

       2400-ADD-JOINT-ACCOUNTS.
           *> Cuentas en que el cliente es cotitular: primero se anotan
           *> por la clave alternativa y después se leen, porque contar
           *> los titulares de cada una mueve la posición del archivo.
           MOVE 0 TO WS-JNT-COUNT
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE CST-NUMBER TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS EQUAL TO PTY-CUST-NUMBER
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 2410-SAVE-ONE-JOINT-ACC UNTIL WS-PTY-EOF-YES
           PERFORM 2420-ADD-ONE-JOINT-ACC
              VARYING WS-JNT-IDX FROM 1 BY 1
              UNTIL WS-JNT-IDX > WS-JNT-COUNT.

       2410-SAVE-ONE-JOINT-ACC.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
               NOT AT END
                   IF PTY-CUST-NUMBER NOT = CST-NUMBER
                      SET WS-PTY-EOF-YES TO TRUE
                   ELSE
                      IF PTY-ROLE-JOINT AND PTY-ACTIVE
                            AND WS-JNT-COUNT < 16
                         ADD 1 TO WS-JNT-COUNT
                         MOVE PTY-ACC-NUMBER TO WS-JNT-ACC(WS-JNT-COUNT)
                      END-IF
                   END-IF
           END-READ.

       2420-ADD-ONE-JOINT-ACC.
           MOVE WS-JNT-ACC(WS-JNT-IDX) TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   COMPUTE WS-ACC-DEPOSIT =
                         ACC-BALANCE + ACC-ACCRUED-INT
                   IF WS-ACC-DEPOSIT < ZERO
                      MOVE ZERO TO WS-ACC-DEPOSIT
                   END-IF
                   IF NOT ACC-CLOSED
                      ADD 1 TO WS-CUST-ACCS
                   END-IF
                   PERFORM 2160-COUNT-ACC-OWNERS
                   COMPUTE WS-ACC-SHARE ROUNDED =
                         WS-ACC-DEPOSIT / WS-ACC-OWNERS
                   ADD WS-ACC-SHARE TO WS-CUST-TOTAL
                   ADD 1 TO WS-CTL-JOINT-SHARES
           END-READ.

       2999-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE SPACES              TO REG-TRAILER
           MOVE 'T'                 TO REG-T-REC-TYPE
           MOVE WS-CTL-CUST-REPORTED TO REG-T-CUST-COUNT
           MOVE WS-GT-TOTAL         TO REG-T-TOTAL
           MOVE WS-GT-INSURED       TO REG-T-INSURED
           MOVE WS-GT-UNINSURED     TO REG-T-UNINSURED
           WRITE REG-TRAILER
           PERFORM 9100-WRITE-TYPE-TOTALS
           PERFORM 9200-WRITE-TOP-EXPOSED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTOMERS READ' TO WS-CNT-LABEL
           MOVE WS-CTL-CUST-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS REPORTED' TO WS-CNT-LABEL
           MOVE WS-CTL-CUST-REPORTED TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CUSTOMERS OVER LIMIT' TO WS-CNT-LABEL
           MOVE WS-CTL-CUST-OVER TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'ACCOUNTS NOT ON FILE' TO WS-CNT-LABEL
           MOVE WS-CTL-ACC-MISSING TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'OVERDRAWN ACCOUNTS (ZERO)' TO WS-CNT-LABEL
           MOVE WS-CTL-ACC-OVERDRAWN TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'JOINT OWNER SHARES' TO WS-CNT-LABEL
           MOVE WS-CTL-JOINT-SHARES TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'TOTAL DEPOSITS' TO WS-TOT-LABEL
           MOVE WS-GT-TOTAL TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'INSURED DEPOSITS' TO WS-TOT-LABEL
           MOVE WS-GT-INSURED TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'UNINSURED DEPOSITS' TO WS-TOT-LABEL
           MOVE WS-GT-UNINSURED TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           DISPLAY 'COBDI01 AS OF ......: ' WS-PROC-DATE
           DISPLAY 'COBDI01 CUSTOMERS ..: ' WS-CTL-CUST-REPORTED
           DISPLAY 'COBDI01 INSURED ....: ' WS-GT-INSURED
           DISPLAY 'COBDI01 UNINSURED ..: ' WS-GT-UNINSURED
           CLOSE CUS-FILE
           CLOSE ACC-FILE
           CLOSE PTY-FILE
           CLOSE REG-FILE
           CLOSE RPT-FILE.

       9100-WRITE-TYPE-TOTALS.
           MOVE WS-TYP-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 9110-WRITE-ONE-TYPE
              VARYING WS-TYP-IDX FROM 1 BY 1
              UNTIL WS-TYP-IDX > 4.

       9110-WRITE-ONE-TYPE.
           MOVE WS-TYPE-CODE(WS-TYP-IDX)    TO WS-TYP-CODE
           MOVE WS-TYPE-ACCS(WS-TYP-IDX)    TO WS-TYP-ACCS
           MOVE WS-TYPE-BALANCE(WS-TYP-IDX) TO WS-TYP-BALANCE
           MOVE WS-TYPE-ACCRUED(WS-TYP-IDX) TO WS-TYP-ACCRUED
           MOVE WS-TYP-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9200-WRITE-TOP-EXPOSED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTOMERS MOST EXPOSED ABOVE THE LIMIT:' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOP-HDR TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 9210-WRITE-ONE-TOP
              VARYING WS-TOP-IDX FROM 1 BY 1
              UNTIL WS-TOP-IDX > WS-TOP-COUNT.

       9210-WRITE-ONE-TOP.
           MOVE WS-TOP-CUST(WS-TOP-IDX)      TO WS-TPL-CUST
           MOVE WS-TOP-NAME(WS-TOP-IDX)      TO WS-TPL-NAME
           MOVE WS-TOP-TOTAL(WS-TOP-IDX)     TO WS-TPL-TOTAL
           MOVE WS-TOP-UNINSURED(WS-TOP-IDX) TO WS-TPL-UNINSURED
           MOVE WS-TOP-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9700-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.
