       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTD01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TDM-FILE ASSIGN TO "TDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDM-ACC-NUMBER.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE ASSIGN TO "TDMSORT.TMP".
           SELECT RPT-FILE ASSIGN TO "TDMRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Condiciones de los depósitos a plazo, una por cuenta de tipo
      *> 'T', con la tasa pactada y el vencimiento vigente.
       FD  TDM-FILE.
       01  TDM-RECORD.
           05  TDM-ACC-NUMBER          PIC X(12).
           05  TDM-TERM-MONTHS         PIC 9(3).
           05  TDM-RATE                PIC 9V9(5).
           05  TDM-OPEN-DATE           PIC 9(8).
           05  TDM-MATURITY-DATE       PIC 9(8).
           05  TDM-INSTRUCTION         PIC X.
               88  TDM-ROLLOVER        VALUE 'R'.
               88  TDM-PAYOUT          VALUE 'P'.
           05  TDM-PAYOUT-ACC          PIC X(12).
           05  TDM-STATUS              PIC X.
               88  TDM-ACTIVE          VALUE 'A'.
               88  TDM-MATURED         VALUE 'M'.
           05  TDM-ROLL-COUNT          PIC 9(3).
           05  FILLER                  PIC X(10).
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
      *> Plazos que vencen dentro de la ventana, ordenados por fecha
      *> de vencimiento para que tesorería vea la salida de fondos
      *> día por día.
       SD  SRT-FILE.
       01  SRT-RECORD.
           05  SRT-MATURITY-DATE       PIC 9(8).
           05  SRT-ACC-NUMBER          PIC X(12).
           05  SRT-DAYS-LEFT           PIC S9(5).
           05  SRT-TERM-MONTHS         PIC 9(3).
           05  SRT-RATE                PIC 9V9(5).
           05  SRT-INSTRUCTION         PIC X.
           05  SRT-PAYOUT-ACC          PIC X(12).
           05  SRT-BALANCE             PIC S9(11)V99 COMP-3.
           05  SRT-PROJECTED           PIC S9(11)V99 COMP-3.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-WINDOW-DAYS        PIC 9(3) VALUE 30.
       01  WS-WINDOW-END-DATE    PIC 9(8).
       01  WS-DAYS-LEFT          PIC S9(5) VALUE 0.
       01  WS-PROJ-INT           PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TDM-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-TDM-EOF-YES    VALUE 'Y'.
       01  WS-SRT-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-SRT-EOF-YES    VALUE 'Y'.
       01  WS-ACC-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-ACC-FOUND-YES  VALUE 'Y'.
       01  WS-CTL-TDM-READ       PIC 9(7) VALUE 0.
       01  WS-CTL-LISTED         PIC 9(7) VALUE 0.
       01  WS-CTL-ROLLOVER       PIC 9(7) VALUE 0.
       01  WS-CTL-PAYOUT         PIC 9(7) VALUE 0.
       01  WS-CTL-NO-ACCOUNT     PIC 9(7) VALUE 0.
       01  WS-GT-BALANCE         PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-PROJECTED       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GT-PAYOUT          PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(42)
               VALUE 'COBTD01 TERM DEPOSIT MATURITY SCHEDULE - '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE ' DAYS - '.
           05  WS-HDR1-DAYS            PIC ZZ9.
           05  FILLER                  PIC X(19) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(40)
               VALUE 'ACCOUNT      MATURITY DAYS TRM RATE    I'.
           05  FILLER                  PIC X(40)
               VALUE ' PAYOUT ACCT     PROJECTED AMT          '.
       01  WS-DTL-LINE.
           05  WS-DTL-ACC              PIC X(12).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-MATURITY         PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-DAYS             PIC ---9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-TERM             PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-RATE             PIC 9.99999.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-INSTR            PIC X.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-PAYOUT-ACC       PIC X(12).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-PROJECTED        PIC -(11)9.99.
           05  FILLER                  PIC X(11) VALUE SPACES.
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
               ON ASCENDING KEY SRT-MATURITY-DATE
                                SRT-ACC-NUMBER
               INPUT PROCEDURE IS 3000-SELECT-MATURING
               OUTPUT PROCEDURE IS 4000-PRINT-SCHEDULE
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-PARMS
           *> La ventana es calendario: hoy más WS-WINDOW-DAYS días.
           COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                  + WS-WINDOW-DAYS)
           OPEN INPUT ACC-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-PROC-DATE   TO WS-HDR1-DATE
           MOVE WS-WINDOW-DAYS TO WS-HDR1-DAYS
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
           MOVE 'TERM DEPOSITS READ' TO WS-CNT-LABEL
           MOVE WS-CTL-TDM-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'MATURING IN WINDOW' TO WS-CNT-LABEL
           MOVE WS-CTL-LISTED TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  TO ROLL OVER' TO WS-CNT-LABEL
           MOVE WS-CTL-ROLLOVER TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE '  TO PAY OUT' TO WS-CNT-LABEL
           MOVE WS-CTL-PAYOUT TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'TERMS WITHOUT ACCOUNT' TO WS-CNT-LABEL
           MOVE WS-CTL-NO-ACCOUNT TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CURRENT BALANCE MATURING' TO WS-TOT-LABEL
           MOVE WS-GT-BALANCE TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'PROJECTED AT MATURITY' TO WS-TOT-LABEL
           MOVE WS-GT-PROJECTED TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'PROJECTED PAYOUTS' TO WS-TOT-LABEL
           MOVE WS-GT-PAYOUT TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           DISPLAY 'COBTD01 DATE .......: ' WS-PROC-DATE
           DISPLAY 'COBTD01 MATURING ...: ' WS-CTL-LISTED
           DISPLAY 'COBTD01 PROJECTED ..: ' WS-GT-PROJECTED
           DISPLAY 'COBTD01 PAYOUTS ....: ' WS-GT-PAYOUT
           CLOSE ACC-FILE
           CLOSE RPT-FILE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9700-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-SELECT-MATURING SECTION.
       3010-SELECT-START.
           OPEN INPUT TDM-FILE
           PERFORM 3100-TAKE-ONE-TERM UNTIL WS-TDM-EOF-YES
           CLOSE TDM-FILE
           GO TO 3999-SELECT-EXIT.

       3100-TAKE-ONE-TERM.
           READ TDM-FILE NEXT RECORD
               AT END
                   SET WS-TDM-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-TDM-READ
                   IF TDM-ACTIVE
                         AND TDM-MATURITY-DATE <= WS-WINDOW-END-DATE
                      PERFORM 3200-RELEASE-ONE-TERM
                   END-IF
           END-READ.

       3200-RELEASE-ONE-TERM.
           *> El monto proyectado suma al saldo el devengado a la fecha
           *> y el que falta hasta el vencimiento a la tasa pactada;
           *> un plazo ya vencido sin procesar proyecta su saldo hoy.
           MOVE 'N' TO WS-ACC-FOUND-SWITCH
           MOVE TDM-ACC-NUMBER TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   ADD 1 TO WS-CTL-NO-ACCOUNT
               NOT INVALID KEY
                   SET WS-ACC-FOUND-YES TO TRUE
           END-READ
           IF WS-ACC-FOUND-YES AND NOT ACC-CLOSED
              COMPUTE WS-DAYS-LEFT =
                    FUNCTION INTEGER-OF-DATE(TDM-MATURITY-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
              MOVE ZERO TO WS-PROJ-INT
              IF WS-DAYS-LEFT > 0
                 COMPUTE WS-PROJ-INT ROUNDED =
                       ACC-BALANCE * TDM-RATE * WS-DAYS-LEFT
                    ON SIZE ERROR
                       MOVE ZERO TO WS-PROJ-INT
                 END-COMPUTE
              END-IF
              MOVE TDM-MATURITY-DATE TO SRT-MATURITY-DATE
              MOVE TDM-ACC-NUMBER    TO SRT-ACC-NUMBER
              MOVE WS-DAYS-LEFT      TO SRT-DAYS-LEFT
              MOVE TDM-TERM-MONTHS   TO SRT-TERM-MONTHS
              MOVE TDM-RATE          TO SRT-RATE
              MOVE TDM-INSTRUCTION   TO SRT-INSTRUCTION
              MOVE TDM-PAYOUT-ACC    TO SRT-PAYOUT-ACC
              MOVE ACC-BALANCE       TO SRT-BALANCE
              COMPUTE SRT-PROJECTED =
                    ACC-BALANCE + ACC-ACCRUED-INT + WS-PROJ-INT
              RELEASE SRT-RECORD
           END-IF.

       3999-SELECT-EXIT.
           EXIT.

       4000-PRINT-SCHEDULE SECTION.
       4010-PRINT-START.
           PERFORM 4100-PRINT-ONE-TERM UNTIL WS-SRT-EOF-YES
           GO TO 4999-PRINT-EXIT.

       4100-PRINT-ONE-TERM.
           RETURN SRT-FILE
               AT END
                   SET WS-SRT-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-LISTED
                   ADD SRT-BALANCE   TO WS-GT-BALANCE
                   ADD SRT-PROJECTED TO WS-GT-PROJECTED
                   IF SRT-INSTRUCTION = 'P'
                      ADD 1 TO WS-CTL-PAYOUT
                      ADD SRT-PROJECTED TO WS-GT-PAYOUT
                   ELSE
                      ADD 1 TO WS-CTL-ROLLOVER
                   END-IF
                   MOVE SRT-ACC-NUMBER    TO WS-DTL-ACC
                   MOVE SRT-MATURITY-DATE TO WS-DTL-MATURITY
                   MOVE SRT-DAYS-LEFT     TO WS-DTL-DAYS
                   MOVE SRT-TERM-MONTHS   TO WS-DTL-TERM
                   MOVE SRT-RATE          TO WS-DTL-RATE
                   MOVE SRT-INSTRUCTION   TO WS-DTL-INSTR
                   MOVE SRT-PAYOUT-ACC    TO WS-DTL-PAYOUT-ACC
                   MOVE SRT-PROJECTED     TO WS-DTL-PROJECTED
                   MOVE WS-DTL-LINE TO RPT-LINE
                   WRITE RPT-LINE
           END-RETURN.

       4999-PRINT-EXIT.
           EXIT.
