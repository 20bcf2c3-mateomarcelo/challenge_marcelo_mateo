       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALR-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "ALRRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Extracto de avisos al cliente que arman COBSO01 y COBAP01
      *> a través de UTLALR01; acumula todas las fechas de proceso.
       FD  ALR-FILE.
       01  ALR-RECORD.
           05  ALR-PROC-DATE           PIC 9(8).
           05  ALR-TYPE                PIC X(3).
           05  ALR-CUST-NUMBER         PIC X(10).
           05  ALR-CUST-NAME           PIC X(30).
           05  ALR-CUST-ADDR1          PIC X(30).
           05  ALR-CUST-ADDR2          PIC X(30).
           05  ALR-ACC-NUMBER          PIC X(12).
           05  ALR-AMOUNT              PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  ALR-BALANCE             PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  ALR-REF                 PIC X(14).
           05  ALR-TEXT                PIC X(30).
           05  ALR-PROGRAM             PIC X(8).
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
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-RESTART-MODE       PIC X VALUE 'N'.
       01  WS-RUN-MOD-NAME       PIC X(8) VALUE 'UTLRUN01'.
       01  RUN-REQUEST.
           05  RUN-FUNC             PIC X.
           05  RUN-STEP             PIC X(8) VALUE 'COBAL01'.
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
       01  WS-CTL-RECS-READ      PIC 9(7) VALUE 0.
       01  WS-CTL-TODAY          PIC 9(7) VALUE 0.
       01  WS-CTL-OTHER-DATES    PIC 9(7) VALUE 0.
       01  WS-CTL-NO-ADDRESS     PIC 9(7) VALUE 0.
      *> Un renglón por tipo de aviso, en el orden de UTLALR01; un
      *> tipo desconocido cae en el último.
       01  WS-TYPE-LIST.
           05  FILLER            PIC X(33)
               VALUE 'LOWLOW BALANCE                   '.
           05  FILLER            PIC X(33)
               VALUE 'ODXOVERDRAFT LIMIT EXCEEDED      '.
           05  FILLER            PIC X(33)
               VALUE 'FEEFEE CHARGED                   '.
           05  FILLER            PIC X(33)
               VALUE 'BRLBLOCK RELEASED                '.
           05  FILLER            PIC X(33)
               VALUE 'DRMACCOUNT DORMANT               '.
           05  FILLER            PIC X(33)
               VALUE 'ESWESCHEAT WARNING               '.
           05  FILLER            PIC X(33)
               VALUE 'SONSTANDING ORDER NOT EXECUTED   '.
           05  FILLER            PIC X(33)
               VALUE 'HEXAUTHORIZATION HOLD EXPIRED    '.
           05  FILLER            PIC X(33)
               VALUE '???OTHER                         '.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05  WS-TYPE-ENTRY OCCURS 9 TIMES.
               10  WS-TYPE-CODE      PIC X(3).
               10  WS-TYPE-DESC      PIC X(30).
       01  WS-TYPE-MAX           PIC 9(2) VALUE 9.
       01  WS-TYPE-IDX           PIC 9(2) VALUE 0.
       01  WS-TYPE-TOTALS.
           05  WS-TT-COUNT OCCURS 9 TIMES PIC 9(7).
       01  WS-HDR1.
           05  FILLER                  PIC X(37)
               VALUE 'COBAL01 CUSTOMER ALERTS BY TYPE -    '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(35) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(40)
               VALUE 'TYPE  DESCRIPTION                     AL'.
           05  FILLER                  PIC X(40)
               VALUE 'ERTS                                    '.
       01  WS-DTL-LINE.
           05  WS-DTL-CODE             PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-DTL-DESC             PIC X(30).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-DTL-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.
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
           PERFORM 1900-RUN-CONTROL-START
           IF RUN-RESULT-NO
              DISPLAY 'COBAL01 NOT STARTED: ' RUN-RESULT-MSG
              GOBACK
           END-IF
           PERFORM 1300-CLEAR-ONE-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-MAX
           OPEN INPUT ALR-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-PROC-DATE TO WS-HDR1-DATE
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
                   MOVE PRM-CARD-RESTART TO WS-RESTART-MODE
           END-READ
           CLOSE PRM-FILE.

       1300-CLEAR-ONE-TYPE.
           MOVE 0 TO WS-TT-COUNT(WS-TYPE-IDX).

       1900-RUN-CONTROL-START.
           MOVE 'S'             TO RUN-FUNC
           MOVE 'COBAP01'       TO RUN-PRED-STEP
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           MOVE WS-RESTART-MODE TO RUN-RESTART
           MOVE 0               TO RUN-RECS
           MOVE 0               TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 *> Sin registro de control no se frena el ciclo, pero
                 *> el aviso queda en consola para operaciones.
                 SET RUN-RESULT-OK TO TRUE
                 DISPLAY 'COBAL01 WARNING: RUN CONTROL UNAVAILABLE'
           END-CALL.

       1950-RUN-CONTROL-END.
           MOVE 'E'              TO RUN-FUNC
           MOVE WS-PROC-DATE     TO RUN-PROC-DATE
           MOVE WS-CTL-RECS-READ TO RUN-RECS
           MOVE 0                TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       2000-PROCESS.
           READ ALR-FILE
               AT END SET WS-EOF-YES TO TRUE
           END-READ
           IF WS-EOF-YES
               GO TO 2999-EXIT
           END-IF
           ADD 1 TO WS-CTL-RECS-READ

           *> El extracto se entrega al proveedor tal como está; acá
           *> sólo se cuentan los avisos que generó el ciclo del día.
           IF ALR-PROC-DATE NOT = WS-PROC-DATE
              ADD 1 TO WS-CTL-OTHER-DATES
              GO TO 2999-EXIT
           END-IF

           PERFORM 2100-FIND-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX = WS-TYPE-MAX
                 OR ALR-TYPE = WS-TYPE-CODE(WS-TYPE-IDX)

           ADD 1 TO WS-CTL-TODAY
           ADD 1 TO WS-TT-COUNT(WS-TYPE-IDX)
           *> Sin domicilio el proveedor no puede despachar el aviso:
           *> operaciones completa el maestro de clientes.
           IF ALR-CUST-ADDR1 = SPACES
              ADD 1 TO WS-CTL-NO-ADDRESS
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
           MOVE 'EXTRACT RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-CTL-RECS-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'EARLIER PROCESS DATES' TO WS-CNT-LABEL
           MOVE WS-CTL-OTHER-DATES TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'ALERTS FOR THE DAY' TO WS-CNT-LABEL
           MOVE WS-CTL-TODAY TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'ALERTS WITHOUT ADDRESS' TO WS-CNT-LABEL
           MOVE WS-CTL-NO-ADDRESS TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           DISPLAY 'COBAL01 PROCESS DATE: ' WS-PROC-DATE
           DISPLAY 'COBAL01 ALERTS .....: ' WS-CTL-TODAY
           DISPLAY 'COBAL01 NO ADDRESS .: ' WS-CTL-NO-ADDRESS
           PERFORM 1950-RUN-CONTROL-END
           CLOSE ALR-FILE
           CLOSE RPT-FILE.

       9100-WRITE-TYPE-LINE.
           MOVE WS-TYPE-CODE(WS-TYPE-IDX) TO WS-DTL-CODE
           MOVE WS-TYPE-DESC(WS-TYPE-IDX) TO WS-DTL-DESC
           MOVE WS-TT-COUNT(WS-TYPE-IDX)  TO WS-DTL-COUNT
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.
