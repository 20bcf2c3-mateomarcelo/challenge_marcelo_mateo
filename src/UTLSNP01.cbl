       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTLSNP01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNP-FILE ASSIGN TO "CYCSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-KEY.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL HST-FILE ASSIGN TO "HSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL HLD-FILE ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY.
           SELECT OPTIONAL VEL-FILE ASSIGN TO "VELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VEL-ACC-NUMBER.
           SELECT OPTIONAL SOM-FILE ASSIGN TO "SORDMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL RJM-FILE ASSIGN TO "REJMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SUS-FILE ASSIGN TO "SUSP.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUS-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CST-NUMBER.
           SELECT OPTIONAL TXN-FILE ASSIGN TO "TXN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TDM-FILE ASSIGN TO "TDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TDM-ACC-NUMBER.
           SELECT OPTIONAL TDP-FILE ASSIGN TO "TDPAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LGO-FILE ASSIGN TO "LGLORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LGO-REF
               ALTERNATE RECORD KEY IS LGO-ACC-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LGO-CUST-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL RSV-FILE ASSIGN TO "LGLRSV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSV-KEY.
           SELECT OPTIONAL DSP-FILE ASSIGN TO "DSPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-CASE-REF
               ALTERNATE RECORD KEY IS DSP-ACC-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL STA-FILE ASSIGN TO "STANDAPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STA-KEY.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Foto previa al ciclo: una copia de cada archivo que la cadena
      *> nocturna actualiza, tomada antes de la primera actualización,
      *> para poder devolver el sistema al estado anterior si la
      *> corrida salió mal. Clave fecha de proceso + archivo +
      *> secuencia de lectura; la secuencia cero de cada archivo es su
      *> registro de control (cantidad copiada y total de saldos) y el
      *> archivo '*CYCLE*' marca si la foto de la fecha quedó completa.
       FD  SNP-FILE.
       01  SNP-RECORD.
           05  SNP-KEY.
               10  SNP-PROC-DATE       PIC 9(8).
               10  SNP-FILE-ID         PIC X(8).
               10  SNP-SEQ             PIC 9(9).
           05  SNP-DATA                PIC X(200).
           05  SNP-CTL-DATA REDEFINES SNP-DATA.
               10  SNP-CTL-STATUS      PIC X.
                   88  SNP-CTL-STARTED     VALUE 'S'.
                   88  SNP-CTL-COMPLETE    VALUE 'C'.
               10  SNP-CTL-COUNT       PIC 9(9).
               10  SNP-CTL-HASH        PIC S9(13)V99 COMP-3.
               10  SNP-CTL-RUN-DATE    PIC 9(8).
               10  SNP-CTL-RUN-TIME    PIC 9(6).
               10  FILLER              PIC X(168).
       FD  ACC-FILE.
       01  ACC-RECORD.
           05  ACC-NUMBER              PIC X(12).
           05  ACC-TYPE                PIC X.
           05  ACC-STATUS              PIC X.
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
       FD  HST-FILE.
       01  HST-RECORD.
           05  HST-KEY.
               10  HST-ACC-NUMBER      PIC X(12).
               10  HST-POST-DATE       PIC 9(8).
               10  HST-SEQ             PIC 9(5).
           05  HST-TXN-TYPE            PIC X.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
           05  HST-REV-FLAG            PIC X.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
       FD  HLD-FILE.
       01  HLD-RECORD.
           05  HLD-KEY.
               10  HLD-ACC-NUMBER      PIC X(12).
               10  HLD-TIMESTAMP       PIC 9(14).
           05  HLD-DATE                PIC 9(8).
           05  HLD-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HLD-STATUS              PIC X.
           05  FILLER                  PIC X(10).
       FD  VEL-FILE.
       01  VEL-RECORD.
           05  VEL-ACC-NUMBER          PIC X(12).
           05  VEL-DATE                PIC 9(8).
           05  VEL-APPR-COUNT          PIC 9(5).
           05  VEL-APPR-AMOUNT         PIC S9(11)V99 COMP-3.
       FD  SOM-FILE.
       01  SOM-RECORD.
           05  SOM-ID                  PIC 9(4).
           05  SOM-FROM-ACC            PIC X(12).
           05  SOM-TO-ACC              PIC X(12).
           05  SOM-AMOUNT              PIC S9(9)V99 COMP-3.
           05  SOM-FREQ                PIC X.
           05  SOM-NEXT-DUE            PIC 9(8).
           05  SOM-EXPIRY              PIC 9(8).
       FD  RJM-FILE.
       01  RJM-RECORD.
           05  RJM-ID                  PIC 9(7).
           05  RJM-TXN-DATA.
               10  RJM-ACC-NUMBER      PIC X(12).
               10  RJM-TXN-TYPE        PIC X.
               10  RJM-AMOUNT          PIC S9(9)V99 COMP-3.
               10  RJM-REF             PIC X(10).
           05  RJM-REASON-CODE         PIC X(3).
           05  RJM-FIRST-DATE          PIC 9(8).
           05  RJM-CYCLES-HELD         PIC 9(3).
       FD  SUS-FILE.
       01  SUS-RECORD.
           05  SUS-TXN-DATA.
               10  SUS-ACC-NUMBER      PIC X(12).
               10  SUS-TXN-TYPE        PIC X.
               10  SUS-AMOUNT          PIC S9(9)V99 COMP-3.
               10  SUS-REF             PIC X(10).
           05  SUS-CYCLES-HELD         PIC 9(3).
           05  SUS-FIRST-DATE          PIC 9(8).
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
      *> Alimentación del día: las órdenes permanentes y las
      *> reparaciones de rechazos se le agregan al final, así que un
      *> reproceso sin devolverla las duplicaría.
       FD  TXN-FILE.
       01  TXN-RECORD.
           05  TXN-ACC-NUMBER          PIC X(12).
           05  TXN-TYPE                PIC X.
           05  TXN-AMOUNT              PIC S9(9)V99 COMP-3.
           05  TXN-REF                 PIC X(10).
       FD  TDM-FILE.
       01  TDM-RECORD.
           05  TDM-ACC-NUMBER          PIC X(12).
           05  TDM-TERM-MONTHS         PIC 9(3).
           05  TDM-RATE                PIC 9V9(5).
           05  TDM-OPEN-DATE           PIC 9(8).
           05  TDM-MATURITY-DATE       PIC 9(8).
           05  TDM-INSTRUCTION         PIC X.
           05  TDM-PAYOUT-ACC          PIC X(12).
           05  TDM-STATUS              PIC X.
           05  TDM-ROLL-COUNT          PIC 9(3).
           05  FILLER                  PIC X(10).
       FD  TDP-FILE.
       01  TDP-RECORD.
           05  TDP-PROC-DATE           PIC 9(8).
           05  TDP-TD-ACC              PIC X(12).
           05  TDP-PAYOUT-ACC          PIC X(12).
           05  TDP-AMOUNT              PIC S9(11)V99 COMP-3.
           05  TDP-STATUS              PIC X.
       FD  LGO-FILE.
       01  LGO-RECORD.
           05  LGO-REF                 PIC X(10).
           05  LGO-AGENCY              PIC X(10).
           05  LGO-TARGET              PIC X.
           05  LGO-ACC-NUMBER          PIC X(12).
           05  LGO-CUST-NUMBER         PIC X(10).
           05  LGO-ORDER-AMT           PIC S9(11)V99 COMP-3.
           05  LGO-COLLECTED           PIC S9(11)V99 COMP-3.
           05  LGO-RESERVED            PIC S9(11)V99 COMP-3.
           05  LGO-RSV-DATE            PIC 9(8).
           05  LGO-RECV-DATE           PIC 9(8).
           05  LGO-REMIT-DATE          PIC 9(8).
           05  LGO-STATUS              PIC X.
           05  LGO-CLOSE-DATE          PIC 9(8).
           05  LGO-OPER                PIC X(8).
           05  FILLER                  PIC X(10).
       FD  RSV-FILE.
       01  RSV-RECORD.
           05  RSV-KEY.
               10  RSV-ACC-NUMBER      PIC X(12).
               10  RSV-REF             PIC X(10).
           05  RSV-AMOUNT              PIC S9(11)V99 COMP-3.
           05  RSV-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
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
           05  DSP-DECISION            PIC X.
           05  DSP-CREDIT-DATE         PIC 9(8).
           05  DSP-CREDIT-SEQ          PIC 9(5).
           05  DSP-CLOSE-DATE          PIC 9(8).
           05  DSP-RESOLUTION          PIC X.
           05  DSP-OPER                PIC X(8).
           05  DSP-DECIDE-OPER         PIC X(8).
           05  DSP-DECIDE-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
       FD  STA-FILE.
       01  STA-RECORD.
           05  STA-KEY.
               10  STA-ACC-NUMBER      PIC X(12).
               10  STA-TIMESTAMP       PIC 9(14).
           05  STA-DATE                PIC 9(8).
           05  STA-AMOUNT              PIC S9(9)V99 COMP-3.
           05  STA-PROC-DATE           PIC 9(8).
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
       01  WS-TIME               PIC 9(6).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-RESTART-MODE       PIC X VALUE 'N'.
      *> Ciclos de foto que se conservan; sin valor en la tarjeta de
      *> parámetros, una semana hábil y un par de días de margen.
       01  WS-SNAP-KEEP          PIC 9(3) VALUE 7.
       01  WS-RUN-MOD-NAME       PIC X(8) VALUE 'UTLRUN01'.
       01  RUN-REQUEST.
           05  RUN-FUNC             PIC X.
           05  RUN-STEP             PIC X(8) VALUE 'UTLSNP01'.
           05  RUN-PRED-STEP        PIC X(8).
           05  RUN-PROC-DATE        PIC 9(8).
           05  RUN-RESTART          PIC X.
           05  RUN-RECS             PIC 9(7).
           05  RUN-HASH             PIC S9(13)V99 COMP-3.
           05  RUN-RESULT           PIC X.
               88  RUN-RESULT-OK    VALUE 'Y'.
               88  RUN-RESULT-NO    VALUE 'N'.
           05  RUN-RESULT-MSG       PIC X(30).
       01  WS-IN-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-IN-EOF-YES     VALUE 'Y'.
       01  WS-DROP-DONE-SWITCH   PIC X VALUE 'N'.
           88  WS-DROP-DONE-YES  VALUE 'Y'.
       01  WS-SCAN-DONE-SWITCH   PIC X VALUE 'N'.
           88  WS-SCAN-DONE-YES  VALUE 'Y'.
       01  WS-SNAP-FAILED        PIC X VALUE 'N'.
           88  WS-SNAP-FAILED-YES    VALUE 'Y'.
       01  WS-SNP-CYC-STATUS     PIC X.
           88  WS-SNP-CYC-STARTED    VALUE 'S'.
       01  WS-SNP-FILE-ID        PIC X(8).
       01  WS-SNP-SEQ            PIC 9(9) VALUE 0.
       01  WS-SNP-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DROP-DATE          PIC 9(8).
       01  WS-DATE-IDX           PIC 9(3) VALUE 0.
       01  WS-DATE-PURGE         PIC 9(3) VALUE 0.
       01  WS-SNAP-DATES.
           05  WS-SNAP-DATE-COUNT    PIC 9(3) VALUE 0.
           05  WS-SNAP-DATE OCCURS 100 TIMES PIC 9(8).
       01  WS-CTL-FILES          PIC 9(3) VALUE 0.
       01  WS-CTL-SNAPPED        PIC 9(9) VALUE 0.
       01  WS-CTL-DROPPED        PIC 9(9) VALUE 0.
       01  WS-CTL-PURGED         PIC 9(3) VALUE 0.
       01  WS-CTL-ACC-HASH       PIC S9(13)V99 COMP-3 VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-TAKE-SNAPSHOT
           IF NOT WS-SNAP-FAILED-YES
              PERFORM 3000-PURGE-OLD-CYCLES
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-TIME
           PERFORM 1200-READ-PARMS
           *> Corre detrás de COBSI01: con la ventana de suplencia
           *> abierta las autorizaciones ya no tocan ACC, HOLDS ni
           *> VELO, así la foto sale consistente. Nada se actualiza
           *> antes de que la foto de la fecha esté completa. Si el
           *> paso quedó a medias en una corrida anterior se vuelve a
           *> tomar entera, porque ningún otro paso pudo haber corrido
           *> después.
           PERFORM 1900-RUN-CONTROL-START
           IF RUN-RESULT-NO
              DISPLAY 'UTLSNP01 NOT STARTED: ' RUN-RESULT-MSG
              GOBACK
           END-IF
           OPEN I-O SNP-FILE
           DISPLAY 'UTLSNP01 PRE-CYCLE SNAPSHOT - PROC DATE '
                   WS-PROC-DATE.

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
                   IF PRM-CARD-SNAP-KEEP IS NUMERIC
                         AND PRM-CARD-SNAP-KEEP > 0
                      MOVE PRM-CARD-SNAP-KEEP TO WS-SNAP-KEEP
                   END-IF
           END-READ
           CLOSE PRM-FILE.

       1900-RUN-CONTROL-START.
           MOVE 'S'             TO RUN-FUNC
           MOVE 'COBSI01'       TO RUN-PRED-STEP
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           MOVE WS-RESTART-MODE TO RUN-RESTART
           MOVE 0               TO RUN-RECS
           MOVE 0               TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 SET RUN-RESULT-OK TO TRUE
                 DISPLAY 'UTLSNP01 WARNING: RUN CONTROL UNAVAILABLE'
           END-CALL.

       1950-RUN-CONTROL-END.
           MOVE 'E'             TO RUN-FUNC
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           IF WS-CTL-SNAPPED > 9999999
              MOVE 9999999 TO RUN-RECS
           ELSE
              MOVE WS-CTL-SNAPPED TO RUN-RECS
           END-IF
           MOVE WS-CTL-ACC-HASH TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       2000-TAKE-SNAPSHOT.
           *> Una foto previa de la misma fecha (paso reintentado) se
           *> descarta antes de empezar, para no mezclar imágenes.
           MOVE WS-PROC-DATE TO WS-DROP-DATE
           PERFORM 3200-DROP-ONE-DATE
           MOVE 'S' TO WS-SNP-CYC-STATUS
           PERFORM 2950-WRITE-CYCLE-CONTROL
           IF NOT WS-SNAP-FAILED-YES
              PERFORM 2100-SNAP-ACC
              PERFORM 2110-SNAP-HST
              PERFORM 2120-SNAP-HLD
              PERFORM 2130-SNAP-VEL
              PERFORM 2140-SNAP-SOM
              PERFORM 2150-SNAP-RJM
              PERFORM 2160-SNAP-SUS
              PERFORM 2170-SNAP-CUS
              PERFORM 2180-SNAP-TXN
              PERFORM 2190-SNAP-TDM
              PERFORM 2200-SNAP-TDP
              PERFORM 2210-SNAP-LGO
              PERFORM 2220-SNAP-RSV
              PERFORM 2230-SNAP-DSP
              PERFORM 2240-SNAP-STA
           END-IF
           *> La foto sólo vale para una vuelta atrás si terminó
           *> entera; recién entonces se marca completa.
           IF NOT WS-SNAP-FAILED-YES
              MOVE 'C' TO WS-SNP-CYC-STATUS
              PERFORM 2950-WRITE-CYCLE-CONTROL
           END-IF.

       2100-SNAP-ACC.
           MOVE 'ACC'   TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT ACC-FILE
           PERFORM 2105-SNAP-ONE-ACC UNTIL WS-IN-EOF-YES
           CLOSE ACC-FILE
           MOVE WS-SNP-HASH TO WS-CTL-ACC-HASH
           PERFORM 2900-WRITE-FILE-CONTROL.

       2105-SNAP-ONE-ACC.
           READ ACC-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE ACC-RECORD TO SNP-DATA
                   ADD ACC-BALANCE TO WS-SNP-HASH
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2110-SNAP-HST.
           MOVE 'HSTMST'  TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT HST-FILE
           PERFORM 2115-SNAP-ONE-HST UNTIL WS-IN-EOF-YES
           CLOSE HST-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2115-SNAP-ONE-HST.
           READ HST-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE HST-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2120-SNAP-HLD.
           MOVE 'HOLDS'   TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT HLD-FILE
           PERFORM 2125-SNAP-ONE-HLD UNTIL WS-IN-EOF-YES
           CLOSE HLD-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2125-SNAP-ONE-HLD.
           READ HLD-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE HLD-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2130-SNAP-VEL.
           MOVE 'VELO'    TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT VEL-FILE
           PERFORM 2135-SNAP-ONE-VEL UNTIL WS-IN-EOF-YES
           CLOSE VEL-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2135-SNAP-ONE-VEL.
           READ VEL-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE VEL-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2140-SNAP-SOM.
           MOVE 'SORDMST' TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT SOM-FILE
           PERFORM 2145-SNAP-ONE-SOM UNTIL WS-IN-EOF-YES
           CLOSE SOM-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2145-SNAP-ONE-SOM.
           READ SOM-FILE
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE SOM-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2150-SNAP-RJM.
           MOVE 'REJMST'  TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT RJM-FILE
           PERFORM 2155-SNAP-ONE-RJM UNTIL WS-IN-EOF-YES
           CLOSE RJM-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2155-SNAP-ONE-RJM.
           READ RJM-FILE
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE RJM-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2160-SNAP-SUS.
           MOVE 'SUSP'    TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT SUS-FILE
           PERFORM 2165-SNAP-ONE-SUS UNTIL WS-IN-EOF-YES
           CLOSE SUS-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2165-SNAP-ONE-SUS.
           READ SUS-FILE
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE SUS-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2170-SNAP-CUS.
           MOVE 'CUSTMST' TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT CUS-FILE
           PERFORM 2175-SNAP-ONE-CUS UNTIL WS-IN-EOF-YES
           CLOSE CUS-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2175-SNAP-ONE-CUS.
           READ CUS-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE CST-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2180-SNAP-TXN.
           MOVE 'TXN'     TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT TXN-FILE
           PERFORM 2185-SNAP-ONE-TXN UNTIL WS-IN-EOF-YES
           CLOSE TXN-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2185-SNAP-ONE-TXN.
           READ TXN-FILE
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE TXN-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2190-SNAP-TDM.
           MOVE 'TDMST'   TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT TDM-FILE
           PERFORM 2195-SNAP-ONE-TDM UNTIL WS-IN-EOF-YES
           CLOSE TDM-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2195-SNAP-ONE-TDM.
           READ TDM-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE TDM-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2200-SNAP-TDP.
           MOVE 'TDPAY'   TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT TDP-FILE
           PERFORM 2205-SNAP-ONE-TDP UNTIL WS-IN-EOF-YES
           CLOSE TDP-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2205-SNAP-ONE-TDP.
           READ TDP-FILE
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE TDP-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2210-SNAP-LGO.
           MOVE 'LGLORD'  TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT LGO-FILE
           PERFORM 2215-SNAP-ONE-LGO UNTIL WS-IN-EOF-YES
           CLOSE LGO-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2215-SNAP-ONE-LGO.
           READ LGO-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE LGO-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2220-SNAP-RSV.
           MOVE 'LGLRSV'  TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT RSV-FILE
           PERFORM 2225-SNAP-ONE-RSV UNTIL WS-IN-EOF-YES
           CLOSE RSV-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2225-SNAP-ONE-RSV.
           READ RSV-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE RSV-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2230-SNAP-DSP.
           MOVE 'DSPMST'  TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT DSP-FILE
           PERFORM 2235-SNAP-ONE-DSP UNTIL WS-IN-EOF-YES
           CLOSE DSP-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2235-SNAP-ONE-DSP.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE DSP-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2240-SNAP-STA.
           MOVE 'STANDAPR' TO WS-SNP-FILE-ID
           PERFORM 2800-START-ONE-FILE
           OPEN INPUT STA-FILE
           PERFORM 2245-SNAP-ONE-STA UNTIL WS-IN-EOF-YES
           CLOSE STA-FILE
           PERFORM 2900-WRITE-FILE-CONTROL.

       2245-SNAP-ONE-STA.
           READ STA-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   MOVE STA-RECORD TO SNP-DATA
                   PERFORM 2850-WRITE-SNAP-RECORD
           END-READ.

       2800-START-ONE-FILE.
           MOVE 'N' TO WS-IN-EOF-SWITCH
           MOVE 0   TO WS-SNP-SEQ
           MOVE 0   TO WS-SNP-HASH.

       2850-WRITE-SNAP-RECORD.
           ADD 1 TO WS-SNP-SEQ
           MOVE WS-PROC-DATE   TO SNP-PROC-DATE
           MOVE WS-SNP-FILE-ID TO SNP-FILE-ID
           MOVE WS-SNP-SEQ     TO SNP-SEQ
           WRITE SNP-RECORD
               INVALID KEY
                   SET WS-SNAP-FAILED-YES TO TRUE
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-SNAPPED
           END-WRITE.

       2900-WRITE-FILE-CONTROL.
           *> Registro de control del archivo: la vuelta atrás cuenta
           *> lo que repone y lo cruza contra esta cifra.
           MOVE SPACES         TO SNP-DATA
           MOVE WS-PROC-DATE   TO SNP-PROC-DATE
           MOVE WS-SNP-FILE-ID TO SNP-FILE-ID
           MOVE 0              TO SNP-SEQ
           MOVE 'C'            TO SNP-CTL-STATUS
           MOVE WS-SNP-SEQ     TO SNP-CTL-COUNT
           MOVE WS-SNP-HASH    TO SNP-CTL-HASH
           MOVE WS-DATE        TO SNP-CTL-RUN-DATE
           MOVE WS-TIME        TO SNP-CTL-RUN-TIME
           WRITE SNP-RECORD
               INVALID KEY
                   SET WS-SNAP-FAILED-YES TO TRUE
           END-WRITE
           ADD 1 TO WS-CTL-FILES
           DISPLAY 'UTLSNP01 ' WS-SNP-FILE-ID ' RECORDS: ' WS-SNP-SEQ.

       2950-WRITE-CYCLE-CONTROL.
           *> 'S' al abrir la foto (alta), 'C' al cerrarla entera.
           MOVE SPACES         TO SNP-DATA
           MOVE WS-SNP-CYC-STATUS TO SNP-CTL-STATUS
           MOVE WS-PROC-DATE   TO SNP-PROC-DATE
           MOVE '*CYCLE*'      TO SNP-FILE-ID
           MOVE 0              TO SNP-SEQ
           MOVE WS-CTL-SNAPPED TO SNP-CTL-COUNT
           MOVE WS-CTL-ACC-HASH TO SNP-CTL-HASH
           MOVE WS-DATE        TO SNP-CTL-RUN-DATE
           MOVE WS-TIME        TO SNP-CTL-RUN-TIME
           IF WS-SNP-CYC-STARTED
              WRITE SNP-RECORD
                  INVALID KEY
                      SET WS-SNAP-FAILED-YES TO TRUE
              END-WRITE
           ELSE
              REWRITE SNP-RECORD
                  INVALID KEY
                      SET WS-SNAP-FAILED-YES TO TRUE
              END-REWRITE
           END-IF.

       3000-PURGE-OLD-CYCLES.
           *> Se conservan las últimas WS-SNAP-KEEP fechas con foto,
           *> contando la de hoy; las más viejas se borran enteras.
           PERFORM 3100-LIST-SNAP-DATES
           IF WS-SNAP-DATE-COUNT > WS-SNAP-KEEP
              COMPUTE WS-DATE-PURGE = WS-SNAP-DATE-COUNT - WS-SNAP-KEEP
              PERFORM 3150-PURGE-ONE-DATE
                 VARYING WS-DATE-IDX FROM 1 BY 1
                 UNTIL WS-DATE-IDX > WS-DATE-PURGE
           END-IF.

       3100-LIST-SNAP-DATES.
           *> Un salto por fecha: se lee el primer registro de cada
           *> fecha y se reposiciona después de la última clave de
           *> esa misma fecha.
           MOVE 0 TO WS-SNAP-DATE-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           MOVE LOW-VALUES TO SNP-KEY
           START SNP-FILE KEY IS NOT LESS THAN SNP-KEY
               INVALID KEY
                   SET WS-SCAN-DONE-YES TO TRUE
           END-START
           PERFORM 3110-NEXT-SNAP-DATE UNTIL WS-SCAN-DONE-YES.

       3110-NEXT-SNAP-DATE.
           READ SNP-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE-YES TO TRUE
               NOT AT END
                   IF WS-SNAP-DATE-COUNT < 100
                      ADD 1 TO WS-SNAP-DATE-COUNT
                      MOVE SNP-PROC-DATE
                        TO WS-SNAP-DATE(WS-SNAP-DATE-COUNT)
                   END-IF
                   MOVE HIGH-VALUES TO SNP-FILE-ID
                   MOVE 999999999   TO SNP-SEQ
                   START SNP-FILE KEY IS GREATER THAN SNP-KEY
                       INVALID KEY
                           SET WS-SCAN-DONE-YES TO TRUE
                   END-START
           END-READ.

       3150-PURGE-ONE-DATE.
           MOVE WS-SNAP-DATE(WS-DATE-IDX) TO WS-DROP-DATE
           PERFORM 3200-DROP-ONE-DATE
           ADD 1 TO WS-CTL-PURGED
           DISPLAY 'UTLSNP01 SNAPSHOT PURGED FOR ' WS-DROP-DATE.

       3200-DROP-ONE-DATE.
           MOVE 'N' TO WS-DROP-DONE-SWITCH
           MOVE WS-DROP-DATE TO SNP-PROC-DATE
           MOVE LOW-VALUES   TO SNP-FILE-ID
           MOVE 0            TO SNP-SEQ
           START SNP-FILE KEY IS NOT LESS THAN SNP-KEY
               INVALID KEY
                   SET WS-DROP-DONE-YES TO TRUE
           END-START
           PERFORM 3210-DROP-ONE-RECORD UNTIL WS-DROP-DONE-YES.

       3210-DROP-ONE-RECORD.
           READ SNP-FILE NEXT RECORD
               AT END
                   SET WS-DROP-DONE-YES TO TRUE
               NOT AT END
                   IF SNP-PROC-DATE NOT = WS-DROP-DATE
                      SET WS-DROP-DONE-YES TO TRUE
                   ELSE
                      DELETE SNP-FILE RECORD
                      END-DELETE
                      ADD 1 TO WS-CTL-DROPPED
                   END-IF
           END-READ.

       9000-FINALIZE.
           CLOSE SNP-FILE
           DISPLAY 'UTLSNP01 FILES COPIED .: ' WS-CTL-FILES
           DISPLAY 'UTLSNP01 RECORDS COPIED: ' WS-CTL-SNAPPED
           DISPLAY 'UTLSNP01 ACC BAL HASH .: ' WS-CTL-ACC-HASH
           DISPLAY 'UTLSNP01 OLD RECS DROPD: ' WS-CTL-DROPPED
           DISPLAY 'UTLSNP01 CYCLES PURGED : ' WS-CTL-PURGED
           *> Sin foto completa no se asienta el fin del paso: el
           *> conductor frena la cadena antes de tocar nada.
           IF WS-SNAP-FAILED-YES
              DISPLAY 'UTLSNP01 *** SNAPSHOT FAILED FOR '
                      WS-PROC-DATE ' ***'
           ELSE
              PERFORM 1950-RUN-CONTROL-END
           END-IF.
