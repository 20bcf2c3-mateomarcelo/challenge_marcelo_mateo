       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSI02.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL STA-FILE ASSIGN TO "STANDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-KEY.
           SELECT OPTIONAL HLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY.
           SELECT OPTIONAL VEL-FILE ASSIGN TO "VELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEL-ACC-NUMBER.
           SELECT OPTIONAL RSV-FILE ASSIGN TO "LGLRSV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY.
           SELECT OPTIONAL STC-FILE ASSIGN TO "STNCTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "STNEXC.DAT"
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
      *> Aprobaciones dadas en suplencia por CICBP02 mientras corría
      *> la cadena, con la misma clave que las retenciones. Cada una
      *> sale de la cola en cuanto queda convertida en retención.
       FD  STA-FILE.
       01  STA-RECORD.
           05  STA-KEY.
               10  STA-ACC-NUMBER      PIC X(12).
               10  STA-TIMESTAMP       PIC 9(14).
           05  STA-DATE                PIC 9(8).
           05  STA-AMOUNT              PIC S9(9)V99 COMP-3.
           05  STA-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
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
       FD  VEL-FILE.
       01  VEL-RECORD.
           05  VEL-ACC-NUMBER          PIC X(12).
           05  VEL-DATE                PIC 9(8).
           05  VEL-APPR-COUNT          PIC 9(5).
           05  VEL-APPR-AMOUNT         PIC S9(11)V99 COMP-3.
       FD  RSV-FILE.
       01  RSV-RECORD.
           05  RSV-KEY.
               10  RSV-ACC-NUMBER      PIC X(12).
               10  RSV-REF             PIC X(10).
           05  RSV-AMOUNT              PIC S9(11)V99 COMP-3.
           05  RSV-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
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
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
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
           05  RUN-STEP             PIC X(8) VALUE 'COBSI02'.
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
       01  WS-FOUND-SWITCH       PIC X VALUE 'N'.
           88  WS-FOUND-YES      VALUE 'Y'.
       01  WS-HLD-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-HLD-EOF-YES    VALUE 'Y'.
       01  WS-RSV-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-RSV-EOF-YES    VALUE 'Y'.
       01  WS-HLD-TRIES          PIC 9(2) VALUE 0.
       01  WS-HLD-STORED         PIC X VALUE 'N'.
           88  WS-HLD-STORED-YES VALUE 'Y'.
       01  WS-ACC-HOLDS          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACC-RESERVES       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACC-AVAIL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXC-REASON         PIC X(20).
       01  WS-CTL-QUEUED         PIC 9(7) VALUE 0.
       01  WS-CTL-REPLAYED       PIC 9(7) VALUE 0.
       01  WS-CTL-EXCEPTIONS     PIC 9(7) VALUE 0.
       01  WS-CTL-REPLAY-AMT     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-EXC-AMT        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(37)
               VALUE 'COBSI02 STAND-IN REPLAY EXCEPTIONS - '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(14) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(10) VALUE 'AUTH DATE'.
           05  FILLER                  PIC X(15)
               VALUE '       AMOUNT  '.
           05  FILLER                  PIC X(17)
               VALUE '     POST AVAIL  '.
           05  FILLER                  PIC X(24) VALUE 'REASON'.
       01  WS-EXC-LINE.
           05  WS-EXC-ACC              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-AMT              PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-AVAIL            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-EXC-REASON-OUT       PIC X(20).
           05  FILLER                  PIC X(4)  VALUE SPACES.
       01  WS-TOT-LINE.
           05  WS-TOT-LABEL            PIC X(25).
           05  WS-TOT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-PROCESS THRU 2999-EXIT UNTIL WS-EOF-YES
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-PARMS
           *> Último paso de la cadena: ACC.DAT ya quedó libre, así que
           *> se cierra la ventana de suplencia antes de convertir la
           *> cola; desde acá CICBP02 vuelve al maestro.
           PERFORM 1900-RUN-CONTROL-START
           IF RUN-RESULT-NO
              DISPLAY 'COBSI02 NOT STARTED: ' RUN-RESULT-MSG
              GOBACK
           END-IF
           PERFORM 1300-CLOSE-STAND-IN
           OPEN INPUT ACC-FILE
           OPEN I-O STA-FILE
           OPEN I-O HLD-FILE
           OPEN I-O VEL-FILE
           OPEN INPUT RSV-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-PROC-DATE TO WS-HDR1-DATE
           MOVE WS-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDR2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO STA-KEY
           START STA-FILE KEY NOT < STA-KEY
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START.

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

       1300-CLOSE-STAND-IN.
           OPEN I-O STC-FILE
           READ STC-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STC-ACTIVE
                      SET STC-CLOSED TO TRUE
                      MOVE FUNCTION CURRENT-DATE(1:14)
                        TO STC-CLOSE-TIMESTAMP
                      REWRITE STC-RECORD
                      END-REWRITE
                   END-IF
           END-READ
           CLOSE STC-FILE.

       1900-RUN-CONTROL-START.
           MOVE 'S'             TO RUN-FUNC
           MOVE 'COBEL01'       TO RUN-PRED-STEP
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           MOVE WS-RESTART-MODE TO RUN-RESTART
           MOVE 0               TO RUN-RECS
           MOVE 0               TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 SET RUN-RESULT-OK TO TRUE
                 DISPLAY 'COBSI02 WARNING: RUN CONTROL UNAVAILABLE'
           END-CALL.

       1950-RUN-CONTROL-END.
           MOVE 'E'               TO RUN-FUNC
           MOVE WS-PROC-DATE      TO RUN-PROC-DATE
           MOVE WS-CTL-REPLAYED   TO RUN-RECS
           MOVE WS-CTL-REPLAY-AMT TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       2000-PROCESS.
           READ STA-FILE NEXT RECORD
               AT END SET WS-EOF-YES TO TRUE
           END-READ
           IF WS-EOF-YES
               GO TO 2999-EXIT
           END-IF

           ADD 1 TO WS-CTL-QUEUED

           *> La aprobación ya se le dio a la red: se convierte en
           *> retención y en uso del día siempre. Lo que se controla es
           *> si el saldo que dejó el ciclo la hubiera permitido, con
           *> las retenciones ya vigentes (incluidas las repuestas
           *> antes para la misma cuenta); si no, va al informe.
           PERFORM 2100-CHECK-POST-CYCLE
           PERFORM 2300-WRITE-HOLD
           PERFORM 2400-UPDATE-VELOCITY
           DELETE STA-FILE RECORD
           END-DELETE
           ADD 1 TO WS-CTL-REPLAYED
           ADD STA-AMOUNT TO WS-CTL-REPLAY-AMT
           GO TO 2999-EXIT.

       2100-CHECK-POST-CYCLE.
           MOVE SPACES TO WS-EXC-REASON
           MOVE 0 TO WS-ACC-AVAIL
           MOVE 'N' TO WS-FOUND-SWITCH
           MOVE STA-ACC-NUMBER TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND-YES TO TRUE
           END-READ
           IF WS-FOUND-YES
              PERFORM 2110-SUM-ACCOUNT-HOLDS
              PERFORM 2120-SUM-ACCOUNT-RESERVES
              COMPUTE WS-ACC-AVAIL = ACC-BALANCE + ACC-OD-LIMIT
                    - WS-ACC-HOLDS - WS-ACC-RESERVES
           END-IF
           EVALUATE TRUE
              WHEN NOT WS-FOUND-YES
                   MOVE 'ACCOUNT NOT FOUND' TO WS-EXC-REASON
              WHEN ACC-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-EXC-REASON
              WHEN ACC-BLOCKED
                   MOVE 'ACCOUNT BLOCKED' TO WS-EXC-REASON
              WHEN ACC-DORMANT
                   MOVE 'ACCOUNT DORMANT' TO WS-EXC-REASON
              WHEN WS-ACC-AVAIL - STA-AMOUNT < 0
                   MOVE 'INSUFFICIENT FUNDS' TO WS-EXC-REASON
           END-EVALUATE
           IF WS-EXC-REASON NOT = SPACES
              PERFORM 2200-WRITE-EXCEPTION
           END-IF.

       2110-SUM-ACCOUNT-HOLDS.
           MOVE 0 TO WS-ACC-HOLDS
           MOVE 'N' TO WS-HLD-EOF-SWITCH
           MOVE STA-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE 0 TO HLD-TIMESTAMP
           START HLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   SET WS-HLD-EOF-YES TO TRUE
           END-START
           PERFORM 2115-SUM-ONE-HOLD UNTIL WS-HLD-EOF-YES.

       2115-SUM-ONE-HOLD.
           READ HLD-FILE NEXT RECORD
               AT END
                   SET WS-HLD-EOF-YES TO TRUE
               NOT AT END
                   IF HLD-ACC-NUMBER NOT = STA-ACC-NUMBER
                      SET WS-HLD-EOF-YES TO TRUE
                   ELSE
                      IF HLD-ACTIVE
                         ADD HLD-AMOUNT TO WS-ACC-HOLDS
                      END-IF
                   END-IF
           END-READ.

       2120-SUM-ACCOUNT-RESERVES.
           MOVE 0 TO WS-ACC-RESERVES
           MOVE 'N' TO WS-RSV-EOF-SWITCH
           MOVE STA-ACC-NUMBER TO RSV-ACC-NUMBER
           MOVE LOW-VALUES TO RSV-REF
           START RSV-FILE KEY NOT < RSV-KEY
               INVALID KEY
                   SET WS-RSV-EOF-YES TO TRUE
           END-START
           PERFORM 2125-SUM-ONE-RESERVE UNTIL WS-RSV-EOF-YES.

       2125-SUM-ONE-RESERVE.
           READ RSV-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF-YES TO TRUE
               NOT AT END
                   IF RSV-ACC-NUMBER NOT = STA-ACC-NUMBER
                      SET WS-RSV-EOF-YES TO TRUE
                   ELSE
                      ADD RSV-AMOUNT TO WS-ACC-RESERVES
                   END-IF
           END-READ.

       2200-WRITE-EXCEPTION.
           MOVE STA-ACC-NUMBER TO WS-EXC-ACC
           MOVE STA-DATE       TO WS-EXC-DATE
           MOVE STA-AMOUNT     TO WS-EXC-AMT
           MOVE WS-ACC-AVAIL   TO WS-EXC-AVAIL
           MOVE WS-EXC-REASON  TO WS-EXC-REASON-OUT
           MOVE WS-EXC-LINE    TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-CTL-EXCEPTIONS
           ADD STA-AMOUNT TO WS-CTL-EXC-AMT.

       2300-WRITE-HOLD.
           *> Misma clave que la aprobación en suplencia; ante choque
           *> con una retención del mismo segundo se corre la marca un
           *> tick, igual que hace CICBP02.
           MOVE SPACES         TO HLD-RECORD
           MOVE STA-ACC-NUMBER TO HLD-ACC-NUMBER
           MOVE STA-TIMESTAMP  TO HLD-TIMESTAMP
           MOVE STA-DATE       TO HLD-DATE
           MOVE STA-AMOUNT     TO HLD-AMOUNT
           SET HLD-ACTIVE      TO TRUE
           MOVE 0   TO WS-HLD-TRIES
           MOVE 'N' TO WS-HLD-STORED
           PERFORM 2310-TRY-WRITE-HOLD
              UNTIL WS-HLD-STORED-YES OR WS-HLD-TRIES > 5
           IF NOT WS-HLD-STORED-YES
              MOVE 'HOLD WRITE FAILED' TO WS-EXC-REASON
              PERFORM 2200-WRITE-EXCEPTION
           END-IF.

       2310-TRY-WRITE-HOLD.
           WRITE HLD-RECORD
               INVALID KEY
                   ADD 1 TO HLD-TIMESTAMP
                   ADD 1 TO WS-HLD-TRIES
               NOT INVALID KEY
                   SET WS-HLD-STORED-YES TO TRUE
           END-WRITE.

       2400-UPDATE-VELOCITY.
           *> El posteo depura VELO.DAT al cierre: lo aprobado en
           *> suplencia vuelve a contar para el día en que se aprobó.
           *> Un contador de un día posterior no se toca.
           MOVE STA-ACC-NUMBER TO VEL-ACC-NUMBER
           READ VEL-FILE
               INVALID KEY
                   MOVE STA-ACC-NUMBER TO VEL-ACC-NUMBER
                   MOVE STA-DATE       TO VEL-DATE
                   MOVE 1              TO VEL-APPR-COUNT
                   MOVE STA-AMOUNT     TO VEL-APPR-AMOUNT
                   WRITE VEL-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF VEL-DATE NOT > STA-DATE
                      IF VEL-DATE < STA-DATE
                         MOVE STA-DATE TO VEL-DATE
                         MOVE 0 TO VEL-APPR-COUNT
                         MOVE 0 TO VEL-APPR-AMOUNT
                      END-IF
                      ADD 1          TO VEL-APPR-COUNT
                      ADD STA-AMOUNT TO VEL-APPR-AMOUNT
                      REWRITE VEL-RECORD
                      END-REWRITE
                   END-IF
           END-READ.

       2999-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APPROVALS QUEUED' TO WS-TOT-LABEL
           MOVE WS-CTL-QUEUED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'REPLAYED AS HOLDS' TO WS-TOT-LABEL
           MOVE WS-CTL-REPLAYED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'EXCEPTIONS' TO WS-TOT-LABEL
           MOVE WS-CTL-EXCEPTIONS TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           DISPLAY 'COBSI02 QUEUED .....: ' WS-CTL-QUEUED
           DISPLAY 'COBSI02 REPLAYED ...: ' WS-CTL-REPLAYED
           DISPLAY 'COBSI02 REPLAY AMT .: ' WS-CTL-REPLAY-AMT
           DISPLAY 'COBSI02 EXCEPTIONS .: ' WS-CTL-EXCEPTIONS
           DISPLAY 'COBSI02 EXCEPT AMT .: ' WS-CTL-EXC-AMT
           PERFORM 1950-RUN-CONTROL-END
           CLOSE ACC-FILE
           CLOSE STA-FILE
           CLOSE HLD-FILE
           CLOSE VEL-FILE
           CLOSE RSV-FILE
           CLOSE RPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.
