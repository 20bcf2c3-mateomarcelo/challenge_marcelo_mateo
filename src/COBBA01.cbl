       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBBA01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "BALANRPT.DAT"
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
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-ANL-MONTH          PIC 9(6).
       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EOF-YES        VALUE 'Y'.
      *> Mínimo de saldo promedio de cuenta corriente: el mismo que
      *> usa el posteo para el cargo de mantenimiento.
       01  WS-MIN-CHECKING-BAL   PIC S9(7)V99 COMP-3 VALUE +500.00.
       01  WS-CTL-ACC-READ       PIC 9(7) VALUE 0.
       01  WS-CTL-ANALYZED       PIC 9(7) VALUE 0.
       01  WS-CTL-NOT-IN-PERIOD  PIC 9(7) VALUE 0.
       01  WS-CTL-BELOW-MIN      PIC 9(7) VALUE 0.
       01  WS-GT-ADB             PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-GT-BALANCE         PIC S9(15)V99 COMP-3 VALUE 0.
       01  WS-AVG-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
      *> Un renglón por tipo de cuenta; lo que no sea uno de los
      *> tipos conocidos cae en el último.
       01  WS-TYPE-LIST.
           05  FILLER            PIC X(16) VALUE 'CCHECKING       '.
           05  FILLER            PIC X(16) VALUE 'SSAVINGS        '.
           05  FILLER            PIC X(16) VALUE 'MMONEY MARKET   '.
           05  FILLER            PIC X(16) VALUE 'TTERM DEPOSIT   '.
           05  FILLER            PIC X(16) VALUE '?OTHER          '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-CODE      PIC X.
               10  WS-TYPE-DESC      PIC X(15).
       01  WS-TYPE-MAX           PIC 9(2) VALUE 5.
       01  WS-TYPE-IDX           PIC 9(2) VALUE 0.
       01  WS-TYPE-TOTALS.
           05  WS-TYPE-TOT OCCURS 5 TIMES.
               10  WS-TT-COUNT       PIC 9(7).
               10  WS-TT-ADB         PIC S9(15)V99 COMP-3.
               10  WS-TT-BALANCE     PIC S9(15)V99 COMP-3.
               10  WS-TT-BELOW-MIN   PIC 9(7).
       01  WS-HDR1.
           05  FILLER                  PIC X(42)
               VALUE 'COBBA01 AVERAGE DAILY BALANCE ANALYSIS - '.
           05  WS-HDR1-MONTH           PIC 9(6).
           05  FILLER                  PIC X(32) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(40)
               VALUE 'ACCOUNT TYPE      ACCTS        TOTAL ADB'.
           05  FILLER                  PIC X(40)
               VALUE '     AVERAGE ADB  BELOW MIN             '.
       01  WS-DTL-LINE.
           05  WS-DTL-DESC             PIC X(15).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-TOTAL            PIC -(12)9.99.
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-AVG              PIC -(11)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-BELOW            PIC ZZZZZZ9.
           05  FILLER                  PIC X(15) VALUE SPACES.
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
           *> Se corre después del posteo de cierre de mes: el mes
           *> analizado es el de la fecha de proceso, que el posteo
           *> acaba de cerrar en ACC-ADB-PRIOR de cada cuenta.
           MOVE WS-PROC-DATE(1:6) TO WS-ANL-MONTH
           PERFORM 1300-CLEAR-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-MAX
           OPEN INPUT ACC-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-ANL-MONTH TO WS-HDR1-MONTH
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

       1300-CLEAR-ONE-TYPE.
           MOVE 0 TO WS-TT-COUNT(WS-TYPE-IDX)
           MOVE 0 TO WS-TT-ADB(WS-TYPE-IDX)
           MOVE 0 TO WS-TT-BALANCE(WS-TYPE-IDX)
           MOVE 0 TO WS-TT-BELOW-MIN(WS-TYPE-IDX).

       2000-PROCESS.
           READ ACC-FILE NEXT RECORD
               AT END SET WS-EOF-YES TO TRUE
           END-READ
           IF WS-EOF-YES
               GO TO 2999-EXIT
           END-IF
           ADD 1 TO WS-CTL-ACC-READ

           *> Sólo entran las cuentas cuyo promedio cerró en el mes
           *> analizado; las cerradas o sin posteo de cierre quedan
           *> contadas aparte.
           IF ACC-ADB-PERIOD NOT = WS-ANL-MONTH
              ADD 1 TO WS-CTL-NOT-IN-PERIOD
              GO TO 2999-EXIT
           END-IF

           PERFORM 2100-FIND-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX = WS-TYPE-MAX
                 OR ACC-TYPE = WS-TYPE-CODE(WS-TYPE-IDX)

           ADD 1 TO WS-CTL-ANALYZED
           ADD 1 TO WS-TT-COUNT(WS-TYPE-IDX)
           ADD ACC-ADB-PRIOR TO WS-TT-ADB(WS-TYPE-IDX)
           ADD ACC-ADB-PRIOR TO WS-GT-ADB
           ADD ACC-BALANCE   TO WS-TT-BALANCE(WS-TYPE-IDX)
           ADD ACC-BALANCE   TO WS-GT-BALANCE
           IF ACC-TYPE-CHECKING
                 AND ACC-ADB-PRIOR < WS-MIN-CHECKING-BAL
              ADD 1 TO WS-TT-BELOW-MIN(WS-TYPE-IDX)
              ADD 1 TO WS-CTL-BELOW-MIN
           END-IF.

       2100-FIND-TYPE.
           CONTINUE.

       2999-EXIT.
           EXIT.

       9000-FINALIZE.
           PERFORM 9100-WRITE-TYPE-LINE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-MAX
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCOUNTS READ' TO WS-CNT-LABEL
           MOVE WS-CTL-ACC-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'ACCOUNTS ANALYZED' TO WS-CNT-LABEL
           MOVE WS-CTL-ANALYZED TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'NO ADB FOR THE MONTH' TO WS-CNT-LABEL
           MOVE WS-CTL-NOT-IN-PERIOD TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CHECKING BELOW MINIMUM' TO WS-CNT-LABEL
           MOVE WS-CTL-BELOW-MIN TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'TOTAL AVERAGE DAILY BALANCE' TO WS-TOT-LABEL
           MOVE WS-GT-ADB TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           MOVE 'TOTAL CURRENT BALANCE' TO WS-TOT-LABEL
           MOVE WS-GT-BALANCE TO WS-TOT-AMT
           PERFORM 9700-WRITE-TOTAL-LINE
           DISPLAY 'COBBA01 MONTH ......: ' WS-ANL-MONTH
           DISPLAY 'COBBA01 ACCOUNTS ...: ' WS-CTL-ANALYZED
           DISPLAY 'COBBA01 TOTAL ADB ..: ' WS-GT-ADB
           DISPLAY 'COBBA01 BELOW MIN ..: ' WS-CTL-BELOW-MIN
           CLOSE ACC-FILE
           CLOSE RPT-FILE.

       9100-WRITE-TYPE-LINE.
           MOVE WS-TYPE-DESC(WS-TYPE-IDX)  TO WS-DTL-DESC
           MOVE WS-TT-COUNT(WS-TYPE-IDX)   TO WS-DTL-COUNT
           MOVE WS-TT-ADB(WS-TYPE-IDX)     TO WS-DTL-TOTAL
           MOVE 0 TO WS-AVG-AMT
           IF WS-TT-COUNT(WS-TYPE-IDX) > 0
              COMPUTE WS-AVG-AMT ROUNDED =
                    WS-TT-ADB(WS-TYPE-IDX) / WS-TT-COUNT(WS-TYPE-IDX)
           END-IF
           MOVE WS-AVG-AMT                 TO WS-DTL-AVG
           MOVE WS-TT-BELOW-MIN(WS-TYPE-IDX) TO WS-DTL-BELOW
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9700-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.
