       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBBO01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BKO-FILE ASSIGN TO "BKOCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL SNP-FILE ASSIGN TO "CYCSNAP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-KEY.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY.
           SELECT OPTIONAL GLX-FILE ASSIGN TO "GLEXT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYC-FILE ASSIGN TO "CYCTOT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "BKORPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY.
           SELECT OPTIONAL VEL-FILE ASSIGN TO "VELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STA-KEY.
           SELECT CRY-FILE ASSIGN TO "BKOCARRY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Tarjeta de la vuelta atrás: fecha de proceso a deshacer y
      *> operador que la ordena (queda en el informe).
       FD  BKO-FILE.
       01  BKO-CARD.
           05  BKO-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X.
           05  BKO-OPER                PIC X(8).
           05  FILLER                  PIC X(63).
      *> Foto previa al ciclo que deja UTLSNP01 (mismo registro).
       FD  SNP-FILE.
       01  SNP-RECORD.
           05  SNP-KEY.
               10  SNP-PROC-DATE       PIC 9(8).
               10  SNP-FILE-ID         PIC X(8).
               10  SNP-SEQ             PIC 9(9).
           05  SNP-DATA                PIC X(200).
           05  SNP-ACC-DATA REDEFINES SNP-DATA.
               10  SNP-ACC-NUMBER      PIC X(12).
               10  FILLER              PIC X(188).
           05  SNP-CTL-DATA REDEFINES SNP-DATA.
               10  SNP-CTL-STATUS      PIC X.
                   88  SNP-CTL-STARTED     VALUE 'S'.
                   88  SNP-CTL-COMPLETE    VALUE 'C'.
               10  SNP-CTL-COUNT       PIC 9(9).
               10  SNP-CTL-HASH        PIC S9(13)V99 COMP-3.
               10  SNP-CTL-RUN-DATE    PIC 9(8).
               10  SNP-CTL-RUN-TIME    PIC 9(6).
               10  FILLER              PIC X(168).
       FD  RUN-FILE.
       01  RC-RECORD.
           05  RC-KEY.
               10  RC-PROC-DATE        PIC 9(8).
               10  RC-STEP             PIC X(8).
           05  RC-STATUS               PIC X.
               88  RC-STARTED          VALUE 'S'.
               88  RC-COMPLETE         VALUE 'C'.
           05  RC-RUN-DATE             PIC 9(8).
           05  RC-START-TIME           PIC 9(6).
           05  RC-END-TIME             PIC 9(6).
           05  RC-RECS                 PIC 9(7).
           05  RC-HASH                 PIC S9(13)V99 COMP-3.
           05  FILLER                  PIC X(10).
       FD  GLX-FILE.
       01  GLX-HEADER.
           05  GLX-H-REC-TYPE          PIC X.
           05  GLX-H-PROC-DATE         PIC 9(8).
           05  GLX-H-RUN-DATE          PIC 9(8).
           05  GLX-H-VOID-FLAG         PIC X.
               88  GLX-H-VOID          VALUE 'V'.
           05  FILLER                  PIC X(42).
       FD  CYC-FILE.
       01  CYC-RECORD.
           05  CYC-PROC-DATE           PIC 9(8).
           05  CYC-INT-CAP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-INT-DRCAP-TOTAL     PIC S9(11)V99 COMP-3.
           05  CYC-FEE-MNT-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-FEE-ODF-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-TXN-NET             PIC S9(13)V99 COMP-3.
           05  CYC-BAL-HASH            PIC S9(13)V99 COMP-3.
           05  CYC-REV-INT-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-DRINT-TOTAL     PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-MNT-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-ODF-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-FEE-TDP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-TDP-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-FEE-SWP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-SWP-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-VOID-FLAG           PIC X.
               88  CYC-VOID            VALUE 'V'.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
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
      *> Autorizaciones posteriores a la foto (retenciones y cola de
      *> suplencia) apartadas antes de reponer, para volver a
      *> grabarlas encima: ya se le dieron a la red de tarjetas.
       FD  CRY-FILE.
       01  CRY-RECORD.
           05  CRY-FILE-ID             PIC X(8).
           05  CRY-DATA                PIC X(60).
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
       01  WS-BKO-DATE           PIC 9(8) VALUE 0.
       01  WS-BKO-OPER           PIC X(8) VALUE SPACES.
       01  WS-BKO-REFUSED        PIC X VALUE 'N'.
           88  WS-BKO-REFUSED-YES    VALUE 'Y'.
       01  WS-REFUSE-MSG         PIC X(40) VALUE SPACES.
       01  WS-RESTORE-FAILED     PIC X VALUE 'N'.
           88  WS-RESTORE-FAILED-YES VALUE 'Y'.
       01  WS-PRM-FOUND          PIC X VALUE 'N'.
           88  WS-PRM-FOUND-YES  VALUE 'Y'.
       01  WS-IN-EOF-SWITCH      PIC X VALUE 'N'.
           88  WS-IN-EOF-YES     VALUE 'Y'.
       01  WS-SCAN-DONE-SWITCH   PIC X VALUE 'N'.
           88  WS-SCAN-DONE-YES  VALUE 'Y'.
       01  WS-CTL-FOUND          PIC X VALUE 'N'.
           88  WS-CTL-FOUND-YES  VALUE 'Y'.
       01  WS-GLX-VOIDED         PIC X VALUE 'N'.
           88  WS-GLX-VOIDED-YES VALUE 'Y'.
       01  WS-SNP-FILE-ID        PIC X(8).
       01  WS-SNAP-STAMP         PIC 9(14) VALUE 0.
       01  WS-SNAP-STAMP-R REDEFINES WS-SNAP-STAMP.
           05  WS-SNAP-STAMP-DATE    PIC 9(8).
           05  WS-SNAP-STAMP-TIME    PIC 9(6).
       01  WS-ACC-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-ACC-EOF-YES    VALUE 'Y'.
       01  WS-JRN-MOD-NAME       PIC X(8) VALUE 'UTLJRN01'.
       01  JRN-REQUEST.
           05  JRN-FUNC             PIC X.
           05  JRN-REQ-PROGRAM      PIC X(8) VALUE 'COBBO01'.
           05  JRN-REQ-PROC-DATE    PIC 9(8).
           05  JRN-REQ-OPERATOR     PIC X(8) VALUE SPACES.
           05  JRN-REQ-BEFORE       PIC X(150).
           05  JRN-REQ-AFTER        PIC X(150).
           05  JRN-REQ-CHANGES      PIC 9(3).
           05  JRN-RESULT           PIC X.
               88  JRN-RESULT-OK    VALUE 'Y'.
               88  JRN-RESULT-NO    VALUE 'N'.
           05  JRN-RESULT-MSG       PIC X(30).
       01  WS-JRN-AVAILABLE      PIC X VALUE 'Y'.
           88  WS-JRN-AVAILABLE-YES  VALUE 'Y'.
       01  WS-EXPECTED           PIC 9(9) VALUE 0.
       01  WS-EXP-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RESTORED           PIC 9(9) VALUE 0.
       01  WS-RST-HASH           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-FILES          PIC 9(3) VALUE 0.
       01  WS-CTL-MISMATCH       PIC 9(3) VALUE 0.
       01  WS-CTL-RESTORED       PIC 9(9) VALUE 0.
       01  WS-CTL-RUN-RESET      PIC 9(3) VALUE 0.
       01  WS-CTL-CYC-VOIDED     PIC 9(3) VALUE 0.
       01  WS-CTL-HLD-CARRIED    PIC 9(9) VALUE 0.
       01  WS-CTL-STA-CARRIED    PIC 9(9) VALUE 0.
       01  WS-CTL-JRN-CHANGES    PIC 9(9) VALUE 0.
       01  WS-CTL-ACC-DROPPED    PIC 9(9) VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(35)
               VALUE 'COBBO01 CYCLE BACK-OUT - PROC DATE '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(7)  VALUE '  OPER '.
           05  WS-HDR1-OPER            PIC X(8).
           05  FILLER                  PIC X(4)  VALUE '  ON'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-HDR1-RUN-DATE        PIC 9(8).
           05  FILLER                  PIC X(9)  VALUE SPACES.
       01  WS-FIL-LINE.
           05  FILLER                  PIC X(5)  VALUE 'FILE '.
           05  WS-FIL-ID               PIC X(8).
           05  FILLER                  PIC X(11) VALUE '  RESTORED '.
           05  WS-FIL-RESTORED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE '  EXPECTED '.
           05  WS-FIL-EXPECTED         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-FIL-VERDICT          PIC X(8).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-TOT-LINE.
           05  WS-TOT-LABEL            PIC X(30).
           05  WS-TOT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           *> Vuelta atrás de un ciclo entero: repone cada archivo que
           *> la cadena actualiza desde la foto previa de la fecha,
           *> borra los registros de control de corrida de esa fecha
           *> para que el conductor la pueda volver a correr y anula
           *> el extracto contable y los totales de ciclo que dejó la
           *> corrida mala. Lo de control sólo se toca si todos los
           *> archivos volvieron completos; si no, se resubmite.
           *> Las autorizaciones dadas después de la foto no se
           *> pierden: se apartan antes de reponer y se vuelven a
           *> grabar después, aunque la reposición quede incompleta.
           PERFORM 1000-INIT
           IF NOT WS-BKO-REFUSED-YES
              PERFORM 1500-SAVE-LATER-AUTHS
              PERFORM 2000-RESTORE-FILES
              PERFORM 2500-CARRY-LATER-AUTHS
              IF NOT WS-RESTORE-FAILED-YES
                 PERFORM 3000-RESET-RUN-CONTROL
                 PERFORM 4000-VOID-GL-EXTRACT
                 PERFORM 5000-VOID-CYCLE-TOTALS
                 PERFORM 6000-CLEAR-RESTART-FLAG
              END-IF
           END-IF
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           OPEN OUTPUT RPT-FILE
           PERFORM 1100-READ-CARD
           MOVE WS-BKO-DATE TO WS-HDR1-DATE
           MOVE WS-BKO-OPER TO WS-HDR1-OPER
           MOVE WS-DATE     TO WS-HDR1-RUN-DATE
           MOVE WS-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'COBBO01 CYCLE BACK-OUT - PROC DATE ' WS-BKO-DATE
                   ' OPER ' WS-BKO-OPER
           OPEN INPUT SNP-FILE
           IF NOT WS-BKO-REFUSED-YES
              PERFORM 1200-CHECK-SNAPSHOT
           END-IF
           IF NOT WS-BKO-REFUSED-YES
              PERFORM 1300-CHECK-LATER-CYCLES
           END-IF
           PERFORM 1400-READ-PARMS
           IF WS-BKO-REFUSED-YES
              MOVE WS-REFUSE-MSG TO RPT-LINE
              WRITE RPT-LINE
              DISPLAY 'COBBO01 *** BACK-OUT REFUSED: ' WS-REFUSE-MSG
           END-IF.

       1100-READ-CARD.
           OPEN INPUT BKO-FILE
           READ BKO-FILE
               AT END
                   SET WS-BKO-REFUSED-YES TO TRUE
                   MOVE 'NO BACK-OUT CARD' TO WS-REFUSE-MSG
               NOT AT END
                   IF BKO-PROC-DATE IS NUMERIC AND BKO-PROC-DATE > 0
                      MOVE BKO-PROC-DATE TO WS-BKO-DATE
                      MOVE BKO-OPER      TO WS-BKO-OPER
                   ELSE
                      SET WS-BKO-REFUSED-YES TO TRUE
                      MOVE 'PROC DATE ON CARD INVALID'
                        TO WS-REFUSE-MSG
                   END-IF
           END-READ
           CLOSE BKO-FILE.

       1200-CHECK-SNAPSHOT.
           *> Sólo una foto cerrada entera sirve para reponer.
           MOVE WS-BKO-DATE TO SNP-PROC-DATE
           MOVE '*CYCLE*'   TO SNP-FILE-ID
           MOVE 0           TO SNP-SEQ
           READ SNP-FILE
               INVALID KEY
                   SET WS-BKO-REFUSED-YES TO TRUE
                   MOVE 'NO SNAPSHOT FOR THIS DATE' TO WS-REFUSE-MSG
               NOT INVALID KEY
                   IF NOT SNP-CTL-COMPLETE
                      SET WS-BKO-REFUSED-YES TO TRUE
                      MOVE 'SNAPSHOT FOR THIS DATE INCOMPLETE'
                        TO WS-REFUSE-MSG
                   END-IF
                   MOVE SNP-CTL-RUN-DATE TO WS-SNAP-STAMP-DATE
                   MOVE SNP-CTL-RUN-TIME TO WS-SNAP-STAMP-TIME
           END-READ.

       1300-CHECK-LATER-CYCLES.
           *> Si después corrió otra fecha, reponer ésta borraría
           *> también lo de aquélla: primero se deshace la más nueva.
           OPEN INPUT RUN-FILE
           MOVE WS-BKO-DATE TO RC-PROC-DATE
           MOVE HIGH-VALUES TO RC-STEP
           START RUN-FILE KEY IS GREATER THAN RC-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-BKO-REFUSED-YES TO TRUE
                   MOVE 'LATER CYCLE HAS RUN - BACK IT OUT FIRST'
                     TO WS-REFUSE-MSG
           END-START
           CLOSE RUN-FILE.

       1400-READ-PARMS.
           MOVE 'N' TO WS-PRM-FOUND
           OPEN INPUT PRM-FILE
           READ PRM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-PRM-FOUND-YES TO TRUE
           END-READ
           CLOSE PRM-FILE.

       1500-SAVE-LATER-AUTHS.
           *> La foto se toma con la ventana de suplencia abierta:
           *> toda retención o aprobación en cola con sello igual o
           *> posterior al de la foto se dio después, sea en suplencia
           *> (COBSI02 ya la convirtió en retención o sigue en la cola)
           *> o contra el maestro con la ventana cerrada. Lo anterior
           *> vuelve con la foto y la cola repuesta se reprocesa.
           OPEN OUTPUT CRY-FILE
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           OPEN INPUT HLD-FILE
           PERFORM 1510-SAVE-ONE-HOLD UNTIL WS-SCAN-DONE-YES
           CLOSE HLD-FILE
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           OPEN INPUT STA-FILE
           PERFORM 1520-SAVE-ONE-STANDIN UNTIL WS-SCAN-DONE-YES
           CLOSE STA-FILE
           CLOSE CRY-FILE.

       1510-SAVE-ONE-HOLD.
           READ HLD-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE-YES TO TRUE
               NOT AT END
                   IF HLD-TIMESTAMP NOT < WS-SNAP-STAMP
                      MOVE 'HOLDS'    TO CRY-FILE-ID
                      MOVE HLD-RECORD TO CRY-DATA
                      WRITE CRY-RECORD
                   END-IF
           END-READ.

       1520-SAVE-ONE-STANDIN.
           READ STA-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE-YES TO TRUE
               NOT AT END
                   IF STA-TIMESTAMP NOT < WS-SNAP-STAMP
                      MOVE 'STANDAPR' TO CRY-FILE-ID
                      MOVE STA-RECORD TO CRY-DATA
                      WRITE CRY-RECORD
                   END-IF
           END-READ.

       2000-RESTORE-FILES.
           PERFORM 2100-RESTORE-ACC
           PERFORM 2110-RESTORE-HST
           PERFORM 2120-RESTORE-HLD
           PERFORM 2130-RESTORE-VEL
           PERFORM 2140-RESTORE-SOM
           PERFORM 2150-RESTORE-RJM
           PERFORM 2160-RESTORE-SUS
           PERFORM 2170-RESTORE-CUS
           PERFORM 2180-RESTORE-TXN
           PERFORM 2190-RESTORE-TDM
           PERFORM 2200-RESTORE-TDP
           PERFORM 2210-RESTORE-LGO
           PERFORM 2220-RESTORE-RSV
           PERFORM 2230-RESTORE-DSP
           PERFORM 2240-RESTORE-STA.

       2090-JOURNAL-ACC-BACKOUT.
           *> Cada cambio de control que se deshace queda en el diario
           *> de cuentas bajo la fecha deshecha, con la imagen actual
           *> como anterior y la de la foto (la que se repone) como
           *> posterior, así COBJR01 no muestra como vigente un cambio
           *> que ya no existe. Maestro y foto van en orden de cuenta.
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              MOVE 'N' TO WS-ACC-EOF-SWITCH
              OPEN INPUT ACC-FILE
              PERFORM 2092-NEXT-CURRENT-ACC
              PERFORM 2850-NEXT-SNAP-RECORD
              PERFORM 2095-JOURNAL-ONE-ACC
                 UNTIL WS-ACC-EOF-YES AND WS-IN-EOF-YES
              CLOSE ACC-FILE
              MOVE 'E' TO JRN-FUNC
              CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
                 ON EXCEPTION
                    CONTINUE
              END-CALL
           END-IF.

       2092-NEXT-CURRENT-ACC.
           READ ACC-FILE NEXT RECORD
               AT END
                   SET WS-ACC-EOF-YES TO TRUE
           END-READ.

       2095-JOURNAL-ONE-ACC.
           *> Una cuenta que hoy existe y no estaba en la foto
           *> desaparece con la reposición: se avisa para que se
           *> vuelva a dar de alta.
           EVALUATE TRUE
              WHEN WS-IN-EOF-YES
                OR (NOT WS-ACC-EOF-YES
                    AND ACC-NUMBER < SNP-ACC-NUMBER)
                   DISPLAY 'COBBO01 WARNING: ACCOUNT ' ACC-NUMBER
                           ' NOT IN SNAPSHOT - DROPPED'
                   ADD 1 TO WS-CTL-ACC-DROPPED
                   PERFORM 2092-NEXT-CURRENT-ACC
              WHEN WS-ACC-EOF-YES
                OR ACC-NUMBER > SNP-ACC-NUMBER
                   MOVE 'A'      TO JRN-FUNC
                   MOVE SPACES   TO JRN-REQ-BEFORE
                   MOVE SNP-DATA TO JRN-REQ-AFTER
                   PERFORM 2097-CALL-JOURNAL
                   PERFORM 2850-NEXT-SNAP-RECORD
              WHEN OTHER
                   MOVE 'C'        TO JRN-FUNC
                   MOVE ACC-RECORD TO JRN-REQ-BEFORE
                   MOVE SNP-DATA   TO JRN-REQ-AFTER
                   PERFORM 2097-CALL-JOURNAL
                   PERFORM 2092-NEXT-CURRENT-ACC
                   PERFORM 2850-NEXT-SNAP-RECORD
           END-EVALUATE.

       2097-CALL-JOURNAL.
           MOVE WS-BKO-DATE TO JRN-REQ-PROC-DATE
           MOVE WS-BKO-OPER TO JRN-REQ-OPERATOR
           MOVE 0           TO JRN-REQ-CHANGES
           IF WS-JRN-AVAILABLE-YES
              CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-JRN-AVAILABLE
                    DISPLAY 'COBBO01 WARNING: JOURNAL UNAVAILABLE'
              END-CALL
           END-IF
           ADD JRN-REQ-CHANGES TO WS-CTL-JRN-CHANGES.

       2100-RESTORE-ACC.
           MOVE 'ACC'     TO WS-SNP-FILE-ID
           PERFORM 2090-JOURNAL-ACC-BACKOUT
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT ACC-FILE
              PERFORM 2105-RESTORE-ONE-ACC UNTIL WS-IN-EOF-YES
              CLOSE ACC-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2105-RESTORE-ONE-ACC.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO ACC-RECORD
              ADD ACC-BALANCE TO WS-RST-HASH
              WRITE ACC-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2110-RESTORE-HST.
           MOVE 'HSTMST'  TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT HST-FILE
              PERFORM 2115-RESTORE-ONE-HST UNTIL WS-IN-EOF-YES
              CLOSE HST-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2115-RESTORE-ONE-HST.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO HST-RECORD
              WRITE HST-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2120-RESTORE-HLD.
           MOVE 'HOLDS'   TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT HLD-FILE
              PERFORM 2125-RESTORE-ONE-HLD UNTIL WS-IN-EOF-YES
              CLOSE HLD-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2125-RESTORE-ONE-HLD.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO HLD-RECORD
              WRITE HLD-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2130-RESTORE-VEL.
           MOVE 'VELO'    TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT VEL-FILE
              PERFORM 2135-RESTORE-ONE-VEL UNTIL WS-IN-EOF-YES
              CLOSE VEL-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2135-RESTORE-ONE-VEL.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO VEL-RECORD
              WRITE VEL-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2140-RESTORE-SOM.
           MOVE 'SORDMST' TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT SOM-FILE
              PERFORM 2145-RESTORE-ONE-SOM UNTIL WS-IN-EOF-YES
              CLOSE SOM-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2145-RESTORE-ONE-SOM.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO SOM-RECORD
              WRITE SOM-RECORD
              ADD 1 TO WS-RESTORED
           END-IF.

       2150-RESTORE-RJM.
           MOVE 'REJMST'  TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT RJM-FILE
              PERFORM 2155-RESTORE-ONE-RJM UNTIL WS-IN-EOF-YES
              CLOSE RJM-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2155-RESTORE-ONE-RJM.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO RJM-RECORD
              WRITE RJM-RECORD
              ADD 1 TO WS-RESTORED
           END-IF.

       2160-RESTORE-SUS.
           MOVE 'SUSP'    TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT SUS-FILE
              PERFORM 2165-RESTORE-ONE-SUS UNTIL WS-IN-EOF-YES
              CLOSE SUS-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2165-RESTORE-ONE-SUS.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO SUS-RECORD
              WRITE SUS-RECORD
              ADD 1 TO WS-RESTORED
           END-IF.

       2170-RESTORE-CUS.
           MOVE 'CUSTMST' TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT CUS-FILE
              PERFORM 2175-RESTORE-ONE-CUS UNTIL WS-IN-EOF-YES
              CLOSE CUS-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2175-RESTORE-ONE-CUS.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO CST-RECORD
              WRITE CST-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2180-RESTORE-TXN.
           MOVE 'TXN'     TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT TXN-FILE
              PERFORM 2185-RESTORE-ONE-TXN UNTIL WS-IN-EOF-YES
              CLOSE TXN-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2185-RESTORE-ONE-TXN.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO TXN-RECORD
              WRITE TXN-RECORD
              ADD 1 TO WS-RESTORED
           END-IF.

       2190-RESTORE-TDM.
           MOVE 'TDMST'   TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT TDM-FILE
              PERFORM 2195-RESTORE-ONE-TDM UNTIL WS-IN-EOF-YES
              CLOSE TDM-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2195-RESTORE-ONE-TDM.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO TDM-RECORD
              WRITE TDM-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2200-RESTORE-TDP.
           MOVE 'TDPAY'   TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT TDP-FILE
              PERFORM 2205-RESTORE-ONE-TDP UNTIL WS-IN-EOF-YES
              CLOSE TDP-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2205-RESTORE-ONE-TDP.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO TDP-RECORD
              WRITE TDP-RECORD
              ADD 1 TO WS-RESTORED
           END-IF.

       2210-RESTORE-LGO.
           MOVE 'LGLORD'  TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT LGO-FILE
              PERFORM 2215-RESTORE-ONE-LGO UNTIL WS-IN-EOF-YES
              CLOSE LGO-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2215-RESTORE-ONE-LGO.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO LGO-RECORD
              WRITE LGO-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2220-RESTORE-RSV.
           MOVE 'LGLRSV'  TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT RSV-FILE
              PERFORM 2225-RESTORE-ONE-RSV UNTIL WS-IN-EOF-YES
              CLOSE RSV-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2225-RESTORE-ONE-RSV.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO RSV-RECORD
              WRITE RSV-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2230-RESTORE-DSP.
           MOVE 'DSPMST'  TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT DSP-FILE
              PERFORM 2235-RESTORE-ONE-DSP UNTIL WS-IN-EOF-YES
              CLOSE DSP-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2235-RESTORE-ONE-DSP.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO DSP-RECORD
              WRITE DSP-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2240-RESTORE-STA.
           MOVE 'STANDAPR'TO WS-SNP-FILE-ID
           PERFORM 2800-POSITION-SNAPSHOT
           IF WS-CTL-FOUND-YES
              OPEN OUTPUT STA-FILE
              PERFORM 2245-RESTORE-ONE-STA UNTIL WS-IN-EOF-YES
              CLOSE STA-FILE
           END-IF
           PERFORM 2900-CHECK-ONE-FILE.

       2245-RESTORE-ONE-STA.
           PERFORM 2850-NEXT-SNAP-RECORD
           IF NOT WS-IN-EOF-YES
              MOVE SNP-DATA TO STA-RECORD
              WRITE STA-RECORD
                  INVALID KEY
                      SET WS-RESTORE-FAILED-YES TO TRUE
                  NOT INVALID KEY
                      ADD 1 TO WS-RESTORED
              END-WRITE
           END-IF.

       2500-CARRY-LATER-AUTHS.
           *> Las retenciones apartadas vuelven con su imagen y suman
           *> al uso del día como lo hace COBSI02; lo que seguía en la
           *> cola vuelve a la cola y lo convierte el próximo COBSI02.
           *> Un registro que ya está (la foto lo trajo) no se duplica.
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           OPEN INPUT CRY-FILE
           OPEN I-O HLD-FILE
           OPEN I-O VEL-FILE
           OPEN I-O STA-FILE
           PERFORM 2510-CARRY-ONE-ITEM UNTIL WS-SCAN-DONE-YES
           CLOSE CRY-FILE
           CLOSE HLD-FILE
           CLOSE VEL-FILE
           CLOSE STA-FILE.

       2510-CARRY-ONE-ITEM.
           READ CRY-FILE
               AT END
                   SET WS-SCAN-DONE-YES TO TRUE
               NOT AT END
                   IF CRY-FILE-ID = 'HOLDS'
                      PERFORM 2520-CARRY-HOLD
                   ELSE
                      PERFORM 2530-CARRY-STANDIN
                   END-IF
           END-READ.

       2520-CARRY-HOLD.
           MOVE CRY-DATA TO HLD-RECORD
           WRITE HLD-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-HLD-CARRIED
                   PERFORM 2540-ADD-VELOCITY
           END-WRITE.

       2530-CARRY-STANDIN.
           MOVE CRY-DATA TO STA-RECORD
           WRITE STA-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CTL-STA-CARRIED
           END-WRITE.

       2540-ADD-VELOCITY.
           *> Un contador de un día posterior no se toca.
           MOVE HLD-ACC-NUMBER TO VEL-ACC-NUMBER
           READ VEL-FILE
               INVALID KEY
                   MOVE HLD-ACC-NUMBER TO VEL-ACC-NUMBER
                   MOVE HLD-DATE       TO VEL-DATE
                   MOVE 1              TO VEL-APPR-COUNT
                   MOVE HLD-AMOUNT     TO VEL-APPR-AMOUNT
                   WRITE VEL-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF VEL-DATE NOT > HLD-DATE
                      IF VEL-DATE < HLD-DATE
                         MOVE HLD-DATE TO VEL-DATE
                         MOVE 0 TO VEL-APPR-COUNT
                         MOVE 0 TO VEL-APPR-AMOUNT
                      END-IF
                      ADD 1          TO VEL-APPR-COUNT
                      ADD HLD-AMOUNT TO VEL-APPR-AMOUNT
                      REWRITE VEL-RECORD
                      END-REWRITE
                   END-IF
           END-READ.

       2800-POSITION-SNAPSHOT.
           *> Registro de control del archivo (secuencia cero) y
           *> posicionamiento en su primera imagen. Sin control no se
           *> abre el archivo destino: mejor dejarlo como está que
           *> vaciarlo.
           MOVE 0   TO WS-RESTORED
           MOVE 0   TO WS-RST-HASH
           MOVE 0   TO WS-EXPECTED
           MOVE 0   TO WS-EXP-HASH
           MOVE 'N' TO WS-CTL-FOUND
           MOVE 'N' TO WS-IN-EOF-SWITCH
           MOVE WS-BKO-DATE    TO SNP-PROC-DATE
           MOVE WS-SNP-FILE-ID TO SNP-FILE-ID
           MOVE 0              TO SNP-SEQ
           READ SNP-FILE
               INVALID KEY
                   SET WS-IN-EOF-YES TO TRUE
               NOT INVALID KEY
                   SET WS-CTL-FOUND-YES TO TRUE
                   MOVE SNP-CTL-COUNT TO WS-EXPECTED
                   MOVE SNP-CTL-HASH  TO WS-EXP-HASH
           END-READ
           IF WS-CTL-FOUND-YES
              START SNP-FILE KEY IS GREATER THAN SNP-KEY
                  INVALID KEY
                      SET WS-IN-EOF-YES TO TRUE
              END-START
           END-IF.

       2850-NEXT-SNAP-RECORD.
           READ SNP-FILE NEXT RECORD
               AT END
                   SET WS-IN-EOF-YES TO TRUE
               NOT AT END
                   IF SNP-PROC-DATE NOT = WS-BKO-DATE
                         OR SNP-FILE-ID NOT = WS-SNP-FILE-ID
                      SET WS-IN-EOF-YES TO TRUE
                   END-IF
           END-READ.

       2900-CHECK-ONE-FILE.
           ADD 1 TO WS-CTL-FILES
           ADD WS-RESTORED TO WS-CTL-RESTORED
           MOVE WS-SNP-FILE-ID TO WS-FIL-ID
           MOVE WS-RESTORED    TO WS-FIL-RESTORED
           MOVE WS-EXPECTED    TO WS-FIL-EXPECTED
           EVALUATE TRUE
              WHEN NOT WS-CTL-FOUND-YES
                   MOVE 'NO SNAP' TO WS-FIL-VERDICT
                   SET WS-RESTORE-FAILED-YES TO TRUE
                   ADD 1 TO WS-CTL-MISMATCH
              WHEN WS-RESTORED NOT = WS-EXPECTED
                OR WS-RST-HASH NOT = WS-EXP-HASH
                   MOVE 'MISMATCH' TO WS-FIL-VERDICT
                   SET WS-RESTORE-FAILED-YES TO TRUE
                   ADD 1 TO WS-CTL-MISMATCH
              WHEN OTHER
                   MOVE 'OK' TO WS-FIL-VERDICT
           END-EVALUATE
           MOVE WS-FIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'COBBO01 ' WS-SNP-FILE-ID ' RESTORED ' WS-RESTORED
                   ' ' WS-FIL-VERDICT.

       3000-RESET-RUN-CONTROL.
           *> Sin registros de la fecha el conductor corre la cadena
           *> completa de nuevo, empezando por una foto nueva.
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           OPEN I-O RUN-FILE
           MOVE WS-BKO-DATE TO RC-PROC-DATE
           MOVE LOW-VALUES  TO RC-STEP
           START RUN-FILE KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   SET WS-SCAN-DONE-YES TO TRUE
           END-START
           PERFORM 3100-RESET-ONE-STEP UNTIL WS-SCAN-DONE-YES
           CLOSE RUN-FILE.

       3100-RESET-ONE-STEP.
           READ RUN-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-DONE-YES TO TRUE
               NOT AT END
                   IF RC-PROC-DATE NOT = WS-BKO-DATE
                      SET WS-SCAN-DONE-YES TO TRUE
                   ELSE
                      DISPLAY 'COBBO01 RUN CONTROL RESET: ' RC-STEP
                      DELETE RUN-FILE RECORD
                      END-DELETE
                      ADD 1 TO WS-CTL-RUN-RESET
                   END-IF
           END-READ.

       4000-VOID-GL-EXTRACT.
           *> El extracto es uno por corrida: se anula sólo si es el
           *> de la fecha deshecha, marcando el encabezado.
           OPEN I-O GLX-FILE
           READ GLX-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF GLX-H-REC-TYPE = 'H'
                         AND GLX-H-PROC-DATE = WS-BKO-DATE
                      MOVE 'V' TO GLX-H-VOID-FLAG
                      REWRITE GLX-HEADER
                      END-REWRITE
                      SET WS-GLX-VOIDED-YES TO TRUE
                   END-IF
           END-READ
           CLOSE GLX-FILE
           IF NOT WS-GLX-VOIDED-YES
              DISPLAY 'COBBO01 WARNING: GL EXTRACT NOT FOR '
                      WS-BKO-DATE ' - LEFT AS IS'
           END-IF.

       5000-VOID-CYCLE-TOTALS.
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           OPEN I-O CYC-FILE
           PERFORM 5100-VOID-ONE-CYCLE UNTIL WS-SCAN-DONE-YES
           CLOSE CYC-FILE.

       5100-VOID-ONE-CYCLE.
           READ CYC-FILE
               AT END
                   SET WS-SCAN-DONE-YES TO TRUE
               NOT AT END
                   IF CYC-PROC-DATE = WS-BKO-DATE AND NOT CYC-VOID
                      MOVE 'V' TO CYC-VOID-FLAG
                      REWRITE CYC-RECORD
                      END-REWRITE
                      ADD 1 TO WS-CTL-CYC-VOIDED
                   END-IF
           END-READ.

       6000-CLEAR-RESTART-FLAG.
           *> Si la corrida deshecha murió en el posteo, la tarjeta
           *> quedó con la marca de reinicio; el reproceso arranca de
           *> cero y no debe retomar un punto de control viejo.
           IF WS-PRM-FOUND-YES
              OPEN I-O PRM-FILE
              READ PRM-FILE
                  AT END
                      CONTINUE
                  NOT AT END
                      IF PRM-CARD-RESTART = 'Y'
                         MOVE 'N' TO PRM-CARD-RESTART
                         REWRITE PRM-CARD
                         END-REWRITE
                         DISPLAY 'COBBO01 RESTART FLAG CLEARED'
                      END-IF
              END-READ
              CLOSE PRM-FILE
           END-IF.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'FILES RESTORED' TO WS-TOT-LABEL
           MOVE WS-CTL-FILES TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'FILES NOT MATCHING SNAPSHOT' TO WS-TOT-LABEL
           MOVE WS-CTL-MISMATCH TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'RECORDS RESTORED' TO WS-TOT-LABEL
           MOVE WS-CTL-RESTORED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'RUN CONTROL ENTRIES RESET' TO WS-TOT-LABEL
           MOVE WS-CTL-RUN-RESET TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'CYCLE TOTALS VOIDED' TO WS-TOT-LABEL
           MOVE WS-CTL-CYC-VOIDED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'LATER HOLDS CARRIED FORWARD' TO WS-TOT-LABEL
           MOVE WS-CTL-HLD-CARRIED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'LATER STAND-IN APPR REQUEUED' TO WS-TOT-LABEL
           MOVE WS-CTL-STA-CARRIED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'ACC CHANGES JOURNALED' TO WS-TOT-LABEL
           MOVE WS-CTL-JRN-CHANGES TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'ACCOUNTS NOT IN SNAPSHOT' TO WS-TOT-LABEL
           MOVE WS-CTL-ACC-DROPPED TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
              WHEN WS-BKO-REFUSED-YES
                   MOVE 'BACK-OUT REFUSED - NOTHING CHANGED'
                     TO RPT-LINE
              WHEN WS-RESTORE-FAILED-YES
                   MOVE 'BACK-OUT INCOMPLETE - RESUBMIT THE BACK-OUT'
                     TO RPT-LINE
              WHEN WS-GLX-VOIDED-YES
                   MOVE 'BACK-OUT COMPLETE - GL EXTRACT VOIDED'
                     TO RPT-LINE
              WHEN OTHER
                   MOVE 'BACK-OUT COMPLETE - NO GL EXTRACT FOR DATE'
                     TO RPT-LINE
           END-EVALUATE
           WRITE RPT-LINE
           DISPLAY 'COBBO01 ' RPT-LINE
           DISPLAY 'COBBO01 FILES RESTORED .: ' WS-CTL-FILES
           DISPLAY 'COBBO01 RECORDS RESTORED: ' WS-CTL-RESTORED
           DISPLAY 'COBBO01 RUN CTL RESET ..: ' WS-CTL-RUN-RESET
           DISPLAY 'COBBO01 CYC TOTS VOIDED : ' WS-CTL-CYC-VOIDED
           DISPLAY 'COBBO01 HOLDS CARRIED ..: ' WS-CTL-HLD-CARRIED
           DISPLAY 'COBBO01 STAND-IN REQUEUE: ' WS-CTL-STA-CARRIED
           DISPLAY 'COBBO01 JOURNAL CHANGES : ' WS-CTL-JRN-CHANGES
           CLOSE SNP-FILE
           CLOSE RPT-FILE.

       9100-WRITE-TOTAL-LINE.
           MOVE WS-TOT-LINE TO RPT-LINE
           WRITE RPT-LINE.
