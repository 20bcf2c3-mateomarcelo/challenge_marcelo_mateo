       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBAP03.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PTN-FILE ASSIGN TO "PARTCTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL POT-FILE ASSIGN TO "PARTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POT-KEY.
           SELECT RPT-FILE ASSIGN TO "POSTRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT DRM-FILE ASSIGN TO "DORMRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT BLK-FILE ASSIGN TO "BLKRRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SWP-FILE ASSIGN TO "SWPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TDP-FILE ASSIGN TO "TDPAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT GLX-FILE ASSIGN TO "GLEXT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYC-FILE ASSIGN TO "CYCTOT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL VEL-FILE ASSIGN TO "VELO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VEL-ACC-NUMBER.
           SELECT ACC-FILE ASSIGN TO "ACC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUMBER.
           SELECT OPTIONAL HST-FILE ASSIGN TO "HSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL TDM-FILE ASSIGN TO "TDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDM-ACC-NUMBER.
           SELECT OPTIONAL RTM-FILE ASSIGN TO "RATEMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL LGO-FILE ASSIGN TO "LGLORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-REF
               ALTERNATE RECORD KEY IS LGO-ACC-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LGO-CUST-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL RSV-FILE ASSIGN TO "LGLRSV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSV-KEY.
           SELECT ERR-FILE ASSIGN TO "ERRLOG.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ESC-FILE ASSIGN TO "ESCHEAT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL REM-FILE ASSIGN TO "LGLREM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DSN-FILE ASSIGN TO "DSPNOT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
      *> Particiones del posteo: cada una cubre un rango de números
      *> de cuenta (extremos incluidos) y corre como un trabajo
      *> propio de COBAP01. Los rangos van en orden ascendente y sin
      *> superponerse, así la unificación sale en orden de cuenta.
       FD  PTN-FILE.
       01  PTN-RECORD.
           05  PTN-ID                  PIC 9(2).
           05  PTN-LOW-ACC             PIC X(12).
           05  PTN-HIGH-ACC            PIC X(12).
           05  FILLER                  PIC X(54).
      *> Salida que cada partición dejó en lugar de los archivos del
      *> día y de las patas sobre cuentas de otras particiones;
      *> clave fecha de proceso + partición + archivo + secuencia de
      *> escritura, con la imagen del registro. La marca de
      *> unificado queda en lo que se agrega a un archivo acumulativo
      *> o se aplica a las cuentas, para no repetirlo si se vuelve a
      *> correr.
       FD  POT-FILE.
       01  POT-RECORD.
           05  POT-KEY.
               10  POT-PROC-DATE       PIC 9(8).
               10  POT-PARTITION       PIC 9(2).
               10  POT-FILE-ID         PIC X(8).
               10  POT-SEQ             PIC 9(7).
           05  POT-MERGE-FLAG          PIC X.
               88  POT-MERGED          VALUE 'Y'.
           05  POT-DATA                PIC X(450).
           05  POT-GLX-DATA REDEFINES POT-DATA.
               10  POT-GLX-REC-TYPE    PIC X.
               10  POT-GLX-GL-ACCOUNT  PIC X(5).
               10  POT-GLX-SIDE        PIC X(2).
               10  POT-GLX-AMOUNT      PIC 9(11)V99.
               10  POT-GLX-DESC        PIC X(20).
               10  FILLER              PIC X(409).
      *> Pago de plazo fijo aplicado en la unificación: detrás de la
      *> imagen queda lo que movió el total de control.
           05  POT-TDP-DATA REDEFINES POT-DATA.
               10  POT-TDP-IMAGE       PIC X(40).
               10  POT-TDP-HASH-DELTA  PIC S9(13)V99 COMP-3.
               10  FILLER              PIC X(402).
           05  POT-CYC-DATA REDEFINES POT-DATA.
               10  POT-CYC-PROC-DATE       PIC 9(8).
               10  POT-CYC-INT-CAP-TOTAL   PIC S9(11)V99 COMP-3.
               10  POT-CYC-INT-DRCAP-TOTAL PIC S9(11)V99 COMP-3.
               10  POT-CYC-FEE-MNT-TOTAL   PIC S9(11)V99 COMP-3.
               10  POT-CYC-FEE-ODF-TOTAL   PIC S9(11)V99 COMP-3.
               10  POT-CYC-TXN-NET         PIC S9(13)V99 COMP-3.
               10  POT-CYC-BAL-HASH        PIC S9(13)V99 COMP-3.
               10  POT-CYC-REV-INT-TOTAL   PIC S9(11)V99 COMP-3.
               10  POT-CYC-REV-DRINT-TOTAL PIC S9(11)V99 COMP-3.
               10  POT-CYC-REV-FEE-MNT     PIC S9(11)V99 COMP-3.
               10  POT-CYC-REV-FEE-ODF     PIC S9(11)V99 COMP-3.
               10  POT-CYC-FEE-TDP-TOTAL   PIC S9(11)V99 COMP-3.
               10  POT-CYC-REV-FEE-TDP     PIC S9(11)V99 COMP-3.
               10  POT-CYC-FEE-SWP-TOTAL   PIC S9(11)V99 COMP-3.
               10  POT-CYC-REV-FEE-SWP     PIC S9(11)V99 COMP-3.
               10  POT-CYC-VOID-FLAG       PIC X.
               10  FILLER                  PIC X(341).
       FD  RPT-FILE.
       01  RPT-RECORD                  PIC X(61).
       FD  DRM-FILE.
       01  DRM-LINE                    PIC X(80).
       FD  BLK-FILE.
       01  BLK-LINE                    PIC X(80).
       FD  SWP-FILE.
       01  SWP-LINE                    PIC X(80).
       FD  TDP-FILE.
       01  TDP-RECORD.
           05  TDP-PROC-DATE           PIC 9(8).
           05  TDP-TD-ACC              PIC X(12).
           05  TDP-PAYOUT-ACC          PIC X(12).
           05  TDP-AMOUNT              PIC S9(11)V99 COMP-3.
           05  TDP-STATUS              PIC X.
               88  TDP-PENDING         VALUE 'P'.
               88  TDP-APPLIED         VALUE 'A'.
               88  TDP-RETURNED        VALUE 'R'.
       FD  GLX-FILE.
       01  GLX-HEADER.
           05  GLX-H-REC-TYPE          PIC X.
           05  GLX-H-PROC-DATE         PIC 9(8).
           05  GLX-H-RUN-DATE          PIC 9(8).
           05  GLX-H-VOID-FLAG         PIC X.
               88  GLX-H-VOID          VALUE 'V'.
           05  FILLER                  PIC X(42).
       01  GLX-DETAIL.
           05  GLX-D-REC-TYPE          PIC X.
           05  GLX-D-GL-ACCOUNT        PIC X(5).
           05  GLX-D-SIDE              PIC X(2).
           05  GLX-D-AMOUNT            PIC 9(11)V99.
           05  GLX-D-DESC              PIC X(20).
           05  FILLER                  PIC X(19).
       01  GLX-TRAILER.
           05  GLX-T-REC-TYPE          PIC X.
           05  GLX-T-REC-COUNT         PIC 9(7).
           05  GLX-T-DR-TOTAL          PIC 9(13)V99.
           05  GLX-T-CR-TOTAL          PIC 9(13)V99.
           05  FILLER                  PIC X(22).
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
       FD  VEL-FILE.
       01  VEL-RECORD.
           05  VEL-ACC-NUMBER          PIC X(12).
           05  VEL-DATE                PIC 9(8).
           05  VEL-APPR-COUNT          PIC 9(5).
           05  VEL-APPR-AMOUNT         PIC S9(11)V99 COMP-3.
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
       FD  RTM-FILE.
       01  RTM-RECORD.
           05  RTM-ACC-TYPE            PIC X.
               88  RTM-TYPE-TERM       VALUE 'T'.
           05  FILLER                  PIC X.
           05  RTM-EFF-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  RTM-TIER-NO             PIC 9.
           05  FILLER                  PIC X.
           05  RTM-TIER-LIMIT          PIC 9(11)V99.
           05  FILLER                  PIC X.
           05  RTM-TIER-RATE           PIC 9V9(5).
           05  FILLER                  PIC X.
           05  RTM-TIER-BASIS          PIC X.
           05  FILLER                  PIC X(45).
       FD  LGO-FILE.
       01  LGO-RECORD.
           05  LGO-REF                 PIC X(10).
           05  LGO-AGENCY              PIC X(10).
           05  LGO-TARGET              PIC X.
               88  LGO-ON-ACCOUNT      VALUE 'A'.
               88  LGO-ON-CUSTOMER     VALUE 'C'.
           05  LGO-ACC-NUMBER          PIC X(12).
           05  LGO-CUST-NUMBER         PIC X(10).
           05  LGO-ORDER-AMT           PIC S9(11)V99 COMP-3.
           05  LGO-COLLECTED           PIC S9(11)V99 COMP-3.
           05  LGO-RESERVED            PIC S9(11)V99 COMP-3.
           05  LGO-RSV-DATE            PIC 9(8).
           05  LGO-RECV-DATE           PIC 9(8).
           05  LGO-REMIT-DATE          PIC 9(8).
           05  LGO-STATUS              PIC X.
               88  LGO-ACTIVE          VALUE 'A'.
               88  LGO-SATISFIED       VALUE 'S'.
               88  LGO-RELEASED        VALUE 'R'.
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
      *> Archivos acumulativos: lo que dejó cada partición se agrega
      *> en orden de partición, más lo que genera la unificación.
       FD  ERR-FILE.
       01  ERR-RECORD.
           05  ERR-TIMESTAMP           PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ERR-PROGRAM             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ERR-ACC-NUMBER          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  ERR-CONDITION           PIC X(30).
       FD  ESC-FILE.
       01  ESC-RECORD                  PIC X(442).
       FD  REM-FILE.
       01  REM-RECORD.
           05  REM-PROC-DATE           PIC 9(8).
           05  REM-REF                 PIC X(10).
           05  REM-AGENCY              PIC X(10).
           05  REM-ACC-NUMBER          PIC X(12).
           05  REM-CUST-NUMBER         PIC X(10).
           05  REM-AMOUNT              PIC 9(11)V99.
           05  REM-ORDER-AMT           PIC 9(11)V99.
           05  REM-COLLECTED           PIC 9(11)V99.
           05  REM-STATUS              PIC X.
           05  FILLER                  PIC X(10).
       FD  DSN-FILE.
       01  DSN-RECORD                  PIC X(168).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-RESTART-MODE       PIC X VALUE 'N'.
      *> La unificación se asienta como el posteo mismo: para la
      *> conciliación y los pasos que siguen, el posteo de la fecha
      *> terminó cuando quedó armada la salida única.
       01  WS-RUN-MOD-NAME       PIC X(8) VALUE 'UTLRUN01'.
       01  RUN-REQUEST.
           05  RUN-FUNC             PIC X.
           05  RUN-STEP             PIC X(8) VALUE 'COBAP01'.
           05  RUN-PRED-STEP        PIC X(8).
           05  RUN-PROC-DATE        PIC 9(8).
           05  RUN-RESTART          PIC X.
           05  RUN-RECS             PIC 9(7).
           05  RUN-HASH             PIC S9(13)V99 COMP-3.
           05  RUN-RESULT           PIC X.
               88  RUN-RESULT-OK    VALUE 'Y'.
               88  RUN-RESULT-NO    VALUE 'N'.
           05  RUN-RESULT-MSG       PIC X(30).
      *> Particiones leídas de PARTCTL.DAT, en el orden del archivo.
       01  WS-PTN-TABLE.
           05  WS-PTN-ENTRY OCCURS 20 TIMES.
               10  WS-PTN-ID         PIC 9(2).
               10  WS-PTN-LOW-ACC    PIC X(12).
               10  WS-PTN-HIGH-ACC   PIC X(12).
       01  WS-PTN-MAX            PIC 9(2) VALUE 20.
       01  WS-PTN-COUNT          PIC 9(2) VALUE 0.
       01  WS-PTN-IDX            PIC 9(2) VALUE 0.
       01  WS-PTN-PENDING        PIC 9(2) VALUE 0.
       01  WS-PTN-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTN-EOF-YES    VALUE 'Y'.
       01  WS-PTN-MSG            PIC X(30) VALUE SPACES.
       01  WS-PTN-PREV-HIGH      PIC X(12) VALUE LOW-VALUES.
       01  WS-PTN-STEP.
           05  FILLER            PIC X(6) VALUE 'COBAPP'.
           05  WS-PTN-STEP-NO    PIC 9(2) VALUE 0.
      *> Archivos que deja cada partición, en el orden en que se
      *> unifican. Los de tipo 'R' se rehacen en cada corrida; los
      *> de tipo 'U' se agregan a un archivo acumulativo o se aplican
      *> a las cuentas una sola vez y quedan marcados en PARTOUT.DAT.
       01  WS-OUT-LIST.
           05  FILLER            PIC X(8) VALUE 'POSTRPT'.
           05  FILLER            PIC X    VALUE 'R'.
           05  FILLER            PIC X(8) VALUE 'DORMRPT'.
           05  FILLER            PIC X    VALUE 'R'.
           05  FILLER            PIC X(8) VALUE 'BLKRRPT'.
           05  FILLER            PIC X    VALUE 'R'.
           05  FILLER            PIC X(8) VALUE 'SWPRPT'.
           05  FILLER            PIC X    VALUE 'R'.
           05  FILLER            PIC X(8) VALUE 'ERRLOG'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'ESCHEAT'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'LGLREM'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'DSPNOT'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'ACCJRN'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'ALERTS'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'ACCLEG'.
           05  FILLER            PIC X    VALUE 'U'.
           05  FILLER            PIC X(8) VALUE 'TDPAY'.
           05  FILLER            PIC X    VALUE 'R'.
           05  FILLER            PIC X(8) VALUE 'GLEXT'.
           05  FILLER            PIC X    VALUE 'R'.
           05  FILLER            PIC X(8) VALUE 'CYCTOT'.
           05  FILLER            PIC X    VALUE 'R'.
       01  WS-OUT-TABLE REDEFINES WS-OUT-LIST.
           05  WS-OUT-ENTRY OCCURS 14 TIMES.
               10  WS-OUT-FILE-ID    PIC X(8).
               10  WS-OUT-KIND       PIC X.
                   88  WS-OUT-ONCE   VALUE 'U'.
       01  WS-OUT-MAX            PIC 9(2) VALUE 14.
       01  WS-OUT-IDX            PIC 9(2) VALUE 0.
       01  WS-POT-FILE-ID        PIC X(8).
       01  WS-POT-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-POT-EOF-YES    VALUE 'Y'.
       01  WS-CYC-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-CYC-FOUND-YES  VALUE 'Y'.
       01  WS-MERGE-ERROR        PIC X VALUE 'N'.
           88  WS-MERGE-ERROR-YES    VALUE 'Y'.
      *> Extracto contable unificado: una partida por cuenta contable
      *> y descripción, con el neto de todas las particiones (débito
      *> positivo, crédito negativo). El lado sale del signo del neto,
      *> igual que en el posteo sin particiones.
       01  WS-GLM-TABLE.
           05  WS-GLM-ENTRY OCCURS 60 TIMES.
               10  WS-GLM-ACCT       PIC X(5).
               10  WS-GLM-DESC       PIC X(20).
               10  WS-GLM-NET        PIC S9(13)V99 COMP-3.
       01  WS-GLM-MAX            PIC 9(2) VALUE 60.
       01  WS-GLM-COUNT          PIC 9(2) VALUE 0.
       01  WS-GLM-IDX            PIC 9(2) VALUE 0.
       01  WS-GLX-ACCT-TMP       PIC X(5).
       01  WS-GLX-DESC-TMP       PIC X(20).
       01  WS-GLX-SIDE-TMP       PIC X(2).
       01  WS-GLX-AMT-TMP        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLX-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-GLX-DR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLX-CR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
      *> Totales del ciclo sumados de todas las particiones.
       01  WS-CYC-INT-CAP        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-INT-DRCAP      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-FEE-MNT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-FEE-ODF        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-TXN-NET        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CYC-BAL-HASH       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CYC-REV-INT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-REV-DRINT      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-REV-FEE-MNT    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-REV-FEE-ODF    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-FEE-TDP        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-REV-FEE-TDP    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-FEE-SWP        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CYC-REV-FEE-SWP    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-RECS-READ      PIC 9(7) VALUE 0.
       01  WS-CTL-BAL-HASH       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-PARTITIONS     PIC 9(7) VALUE 0.
       01  WS-CTL-RPT-LINES      PIC 9(7) VALUE 0.
       01  WS-CTL-DRM-LINES      PIC 9(7) VALUE 0.
       01  WS-CTL-BLK-LINES      PIC 9(7) VALUE 0.
       01  WS-CTL-SWP-LINES      PIC 9(7) VALUE 0.
       01  WS-CTL-TDP-ITEMS      PIC 9(7) VALUE 0.
       01  WS-CTL-GLX-IN         PIC 9(7) VALUE 0.
       01  WS-CTL-ERR-LINES      PIC 9(7) VALUE 0.
       01  WS-CTL-ESC-ITEMS      PIC 9(7) VALUE 0.
       01  WS-CTL-REM-ITEMS      PIC 9(7) VALUE 0.
       01  WS-CTL-DSN-ITEMS      PIC 9(7) VALUE 0.
       01  WS-CTL-JRN-CHANGES    PIC 9(7) VALUE 0.
       01  WS-CTL-ALERTS         PIC 9(7) VALUE 0.
       01  WS-CTL-SWEEP-LEGS     PIC 9(7) VALUE 0.
       01  WS-CTL-SWEEP-AMT      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-TD-APPLIED     PIC 9(7) VALUE 0.
       01  WS-CTL-TD-RETURNED    PIC 9(7) VALUE 0.
       01  WS-CTL-TD-ROLLED      PIC 9(7) VALUE 0.
       01  WS-CTL-LGL-RESERVED   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-LGL-REMITTED   PIC 9(7) VALUE 0.
       01  WS-CTL-LGL-REMIT-AMT  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-LGL-SATISFIED  PIC 9(7) VALUE 0.
       01  WS-CTL-MRG-ERRORS     PIC 9(7) VALUE 0.
      *> Pata que una partición dejó sobre una cuenta de otra (débito
      *> del barrido a la cuenta de fondeo, 'S') o sobre las órdenes
      *> del cliente que se reparten entre sus cuentas ('L'), con el
      *> mismo formato que la graba COBAP01. La partición deja en
      *> blanco el final; al aplicarla se anota ahí lo que movió el
      *> total de control y lo remitido, que una nueva corrida
      *> vuelve a sumar sin repetir la pata.
       01  WS-LEG-RECORD.
           05  WS-LEG-TYPE           PIC X.
               88  WS-LEG-SWEEP-DEBIT    VALUE 'S'.
               88  WS-LEG-CUST-ORDERS    VALUE 'L'.
           05  WS-LEG-ACC-NUMBER     PIC X(12).
           05  WS-LEG-CUST-NUMBER    PIC X(10).
           05  WS-LEG-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-LEG-BALANCE        PIC S9(11)V99 COMP-3.
           05  WS-LEG-FROM-ACC       PIC X(12).
           05  WS-LEG-HASH-DELTA     PIC S9(13)V99 COMP-3.
           05  WS-LEG-REMIT-AMT      PIC S9(11)V99 COMP-3.
           05  FILLER                PIC X(5).
       01  WS-BAL-BEFORE         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BAL-DELTA          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MRG-HASH-DELTA     PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-MRG-REMIT-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-HST-SEQ            PIC 9(5) VALUE 0.
       01  WS-HST-STORED         PIC X VALUE 'N'.
           88  WS-HST-STORED-YES VALUE 'Y'.
       01  WS-LGO-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-LGO-EOF-YES    VALUE 'Y'.
       01  WS-LGL-AVAIL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LGL-OUTSTANDING    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LGL-TAKE           PIC S9(11)V99 COMP-3 VALUE 0.
      *> Tasas de plazo fijo vigentes, para renovar los plazos cuyo
      *> pago vuelve en la unificación.
       01  WS-RTM-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-RTM-EOF-YES    VALUE 'Y'.
       01  WS-TD-TIER-TABLE.
           05  WS-TD-TIER OCCURS 9 TIMES.
               10  WS-TD-TIER-MONTHS PIC 9(3).
               10  WS-TD-TIER-RATE   PIC 9V9(5).
               10  WS-RATE-EFF-TD    PIC 9(8).
       01  WS-TD-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-TD-RATE-SWITCH     PIC X VALUE 'N'.
           88  WS-TD-RATE-FOUND  VALUE 'Y'.
       01  WS-TD-NEW-RATE        PIC 9V9(5) VALUE 0.
       01  WS-TD-YEAR            PIC 9(4).
       01  WS-TD-MONTH           PIC 9(2).
       01  WS-TD-DAY             PIC 9(2).
       01  WS-TD-MONTHS-TOT      PIC 9(5).
       01  WS-TD-YEARS-ADD       PIC 9(5).
       01  WS-TD-MONTH-REM       PIC 9(2).
       01  WS-TD-WORK-DATE       PIC 9(8).
       01  WS-TD-LAST-DATE       PIC 9(8).
      *> Diario de cuentas y avisos al cliente: las particiones dejan
      *> el pedido y acá se asienta, en orden de partición.
       01  WS-JRN-MOD-NAME       PIC X(8) VALUE 'UTLJRN01'.
       01  JRN-REQUEST.
           05  JRN-FUNC             PIC X.
           05  JRN-REQ-PROGRAM      PIC X(8) VALUE 'COBAP03'.
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
       01  WS-ALR-MOD-NAME       PIC X(8) VALUE 'UTLALR01'.
       01  ALR-REQUEST.
           05  ALR-FUNC             PIC X.
           05  ALR-REQ-PROGRAM      PIC X(8) VALUE 'COBAP03'.
           05  ALR-REQ-PROC-DATE    PIC 9(8).
           05  ALR-REQ-TYPE         PIC X(3).
           05  ALR-REQ-ACC-NUMBER   PIC X(12).
           05  ALR-REQ-CUST-NUMBER  PIC X(10).
           05  ALR-REQ-AMOUNT       PIC S9(11)V99 COMP-3.
           05  ALR-REQ-BALANCE      PIC S9(11)V99 COMP-3.
           05  ALR-REQ-REF          PIC X(14).
           05  ALR-REQ-TEXT         PIC X(30).
           05  ALR-RESULT           PIC X.
               88  ALR-RESULT-OK    VALUE 'Y'.
               88  ALR-RESULT-NO    VALUE 'N'.
           05  ALR-RESULT-MSG       PIC X(30).
       01  WS-ALR-AVAILABLE      PIC X VALUE 'Y'.
           88  WS-ALR-AVAILABLE-YES  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 2000-MERGE-PARTITION
              VARYING WS-PTN-IDX FROM 1 BY 1
              UNTIL WS-PTN-IDX > WS-PTN-COUNT
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-PARMS
           PERFORM 1300-LOAD-PARTITIONS
           IF WS-PTN-MSG NOT = SPACES
              DISPLAY 'COBAP03 NOT STARTED: ' WS-PTN-MSG
              GOBACK
           END-IF
           *> No se unifica nada hasta que todas las particiones
           *> asentaron su fin para la fecha de proceso.
           PERFORM 1400-CHECK-PARTITIONS
           IF WS-PTN-PENDING > 0
              DISPLAY 'COBAP03 NOT STARTED: ' WS-PTN-PENDING
                      ' PARTITION(S) NOT COMPLETE'
              GOBACK
           END-IF
           PERFORM 1900-RUN-CONTROL-START
           IF RUN-RESULT-NO
              DISPLAY 'COBAP03 NOT STARTED: ' RUN-RESULT-MSG
              GOBACK
           END-IF
           PERFORM 1600-LOAD-TERM-RATES
           OPEN I-O POT-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT DRM-FILE
           OPEN OUTPUT BLK-FILE
           OPEN OUTPUT SWP-FILE
           OPEN OUTPUT TDP-FILE
           *> Las patas sobre cuentas de otra partición se aplican acá,
           *> en serie, cuando ya no corre ninguna partición.
           OPEN I-O ACC-FILE
           OPEN I-O HST-FILE
           OPEN I-O TDM-FILE
           OPEN I-O LGO-FILE
           OPEN I-O RSV-FILE
           OPEN EXTEND ERR-FILE
           OPEN EXTEND ESC-FILE
           OPEN EXTEND REM-FILE
           OPEN EXTEND DSN-FILE.

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

       1300-LOAD-PARTITIONS.
           MOVE 0 TO WS-PTN-COUNT
           MOVE 'N' TO WS-PTN-EOF-SWITCH
           OPEN INPUT PTN-FILE
           PERFORM 1310-READ-ONE-PARTITION
              UNTIL WS-PTN-EOF-YES OR WS-PTN-MSG NOT = SPACES
           CLOSE PTN-FILE
           IF WS-PTN-COUNT = 0 AND WS-PTN-MSG = SPACES
              MOVE 'NO PARTITIONS IN PARTCTL' TO WS-PTN-MSG
           END-IF.

       1310-READ-ONE-PARTITION.
           READ PTN-FILE
               AT END
                   SET WS-PTN-EOF-YES TO TRUE
               NOT AT END
                   PERFORM 1320-CHECK-ONE-PARTITION
           END-READ.

       1320-CHECK-ONE-PARTITION.
           *> Un rango superpuesto o fuera de orden dejaría cuentas
           *> posteadas dos veces o sin postear: no se unifica.
           EVALUATE TRUE
              WHEN WS-PTN-COUNT NOT < WS-PTN-MAX
                   MOVE 'TOO MANY PARTITIONS' TO WS-PTN-MSG
              WHEN PTN-ID NOT NUMERIC OR PTN-ID = 0
                   MOVE 'INVALID PARTITION NUMBER' TO WS-PTN-MSG
              WHEN PTN-LOW-ACC > PTN-HIGH-ACC
                   MOVE 'PARTITION RANGE INVERTED' TO WS-PTN-MSG
              WHEN PTN-LOW-ACC NOT > WS-PTN-PREV-HIGH
                   MOVE 'PARTITION RANGES OVERLAP' TO WS-PTN-MSG
              WHEN OTHER
                   ADD 1 TO WS-PTN-COUNT
                   MOVE PTN-ID       TO WS-PTN-ID(WS-PTN-COUNT)
                   MOVE PTN-LOW-ACC  TO WS-PTN-LOW-ACC(WS-PTN-COUNT)
                   MOVE PTN-HIGH-ACC TO WS-PTN-HIGH-ACC(WS-PTN-COUNT)
                   MOVE PTN-HIGH-ACC TO WS-PTN-PREV-HIGH
           END-EVALUATE.

       1400-CHECK-PARTITIONS.
           MOVE 0 TO WS-PTN-PENDING
           OPEN INPUT RUN-FILE
           PERFORM 1410-CHECK-ONE-PARTITION
              VARYING WS-PTN-IDX FROM 1 BY 1
              UNTIL WS-PTN-IDX > WS-PTN-COUNT
           CLOSE RUN-FILE.

       1410-CHECK-ONE-PARTITION.
           *> El total de control del posteo es la suma de los que
           *> asentó cada partición al completar.
           MOVE WS-PTN-ID(WS-PTN-IDX) TO WS-PTN-STEP-NO
           MOVE WS-PROC-DATE TO RC-PROC-DATE
           MOVE WS-PTN-STEP  TO RC-STEP
           READ RUN-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF RC-COMPLETE
              ADD RC-RECS TO WS-CTL-RECS-READ
              ADD RC-HASH TO WS-CTL-BAL-HASH
           ELSE
              DISPLAY 'COBAP03 PARTITION ' WS-PTN-ID(WS-PTN-IDX)
                      ' NOT COMPLETE FOR ' WS-PROC-DATE
              ADD 1 TO WS-PTN-PENDING
           END-IF.

       1600-LOAD-TERM-RATES.
           *> Tasas 'T' vigentes a la fecha de proceso, con el mismo
           *> criterio que el posteo. Los registros inválidos ya los
           *> asentó cada partición al cargar el maestro.
           MOVE 'N' TO WS-RTM-EOF-SWITCH
           PERFORM 1605-CLEAR-ONE-TD-TIER
              VARYING WS-TD-IDX FROM 1 BY 1
              UNTIL WS-TD-IDX > 9
           OPEN INPUT RTM-FILE
           PERFORM 1610-LOAD-ONE-RATE UNTIL WS-RTM-EOF-YES
           CLOSE RTM-FILE.

       1605-CLEAR-ONE-TD-TIER.
           MOVE 0 TO WS-TD-TIER-MONTHS(WS-TD-IDX)
           MOVE 0 TO WS-TD-TIER-RATE(WS-TD-IDX)
           MOVE 0 TO WS-RATE-EFF-TD(WS-TD-IDX).

       1610-LOAD-ONE-RATE.
           READ RTM-FILE
               AT END
                   SET WS-RTM-EOF-YES TO TRUE
               NOT AT END
                   IF RTM-TYPE-TERM
                         AND RTM-EFF-DATE IS NUMERIC
                         AND RTM-TIER-NO IS NUMERIC
                         AND RTM-TIER-LIMIT IS NUMERIC
                         AND RTM-TIER-RATE IS NUMERIC
                      PERFORM 1620-APPLY-ONE-RATE
                   END-IF
           END-READ.

       1620-APPLY-ONE-RATE.
           IF RTM-TIER-NO >= 1 AND RTM-EFF-DATE <= WS-PROC-DATE
              IF RTM-EFF-DATE >= WS-RATE-EFF-TD(RTM-TIER-NO)
                 MOVE RTM-TIER-LIMIT TO WS-TD-TIER-MONTHS(RTM-TIER-NO)
                 MOVE RTM-TIER-RATE  TO WS-TD-TIER-RATE(RTM-TIER-NO)
                 MOVE RTM-EFF-DATE   TO WS-RATE-EFF-TD(RTM-TIER-NO)
              END-IF
           END-IF.

       1900-RUN-CONTROL-START.
           MOVE 'S'             TO RUN-FUNC
           MOVE 'COBTR01'       TO RUN-PRED-STEP
           MOVE WS-PROC-DATE    TO RUN-PROC-DATE
           MOVE WS-RESTART-MODE TO RUN-RESTART
           MOVE 0               TO RUN-RECS
           MOVE 0               TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 *> Sin registro de control no se frena el ciclo, pero
                 *> el aviso queda en consola para operaciones.
                 SET RUN-RESULT-OK TO TRUE
                 DISPLAY 'COBAP03 WARNING: RUN CONTROL UNAVAILABLE'
           END-CALL.

       1950-RUN-CONTROL-END.
           MOVE 'E'              TO RUN-FUNC
           MOVE SPACES           TO RUN-PRED-STEP
           MOVE WS-PROC-DATE     TO RUN-PROC-DATE
           MOVE WS-CTL-RECS-READ TO RUN-RECS
           MOVE WS-CTL-BAL-HASH  TO RUN-HASH
           CALL WS-RUN-MOD-NAME USING BY REFERENCE RUN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL.

       2000-MERGE-PARTITION.
           *> Las particiones se toman en el orden de PARTCTL.DAT, que
           *> es el de los números de cuenta: los informes quedan en
           *> la misma secuencia que una corrida sin particiones.
           ADD 1 TO WS-CTL-PARTITIONS
           MOVE 'N' TO WS-CYC-FOUND-SWITCH
           PERFORM 2100-COPY-STAGED-FILE
              VARYING WS-OUT-IDX FROM 1 BY 1
              UNTIL WS-OUT-IDX > WS-OUT-MAX
           IF NOT WS-CYC-FOUND-YES
              DISPLAY 'COBAP03 *** PARTITION ' WS-PTN-ID(WS-PTN-IDX)
                      ' LEFT NO CYCLE TOTALS ***'
              SET WS-MERGE-ERROR-YES TO TRUE
           END-IF.

       2100-COPY-STAGED-FILE.
           MOVE WS-OUT-FILE-ID(WS-OUT-IDX) TO WS-POT-FILE-ID
           MOVE 'N' TO WS-POT-EOF-SWITCH
           MOVE WS-PROC-DATE          TO POT-PROC-DATE
           MOVE WS-PTN-ID(WS-PTN-IDX) TO POT-PARTITION
           MOVE WS-POT-FILE-ID        TO POT-FILE-ID
           MOVE 0                     TO POT-SEQ
           START POT-FILE KEY NOT < POT-KEY
               INVALID KEY
                   SET WS-POT-EOF-YES TO TRUE
           END-START
           PERFORM 2110-COPY-ONE-RECORD UNTIL WS-POT-EOF-YES.

       2110-COPY-ONE-RECORD.
           READ POT-FILE NEXT RECORD
               AT END
                   SET WS-POT-EOF-YES TO TRUE
               NOT AT END
                   IF POT-PROC-DATE NOT = WS-PROC-DATE
                         OR POT-PARTITION NOT = WS-PTN-ID(WS-PTN-IDX)
                         OR POT-FILE-ID NOT = WS-POT-FILE-ID
                      SET WS-POT-EOF-YES TO TRUE
                   ELSE
                      IF WS-OUT-ONCE(WS-OUT-IDX) AND POT-MERGED
                         PERFORM 2115-READD-MERGED
                      ELSE
                         PERFORM 2120-PUT-ONE-RECORD
                         IF WS-OUT-ONCE(WS-OUT-IDX)
                            MOVE 'Y' TO POT-MERGE-FLAG
                            REWRITE POT-RECORD
                            END-REWRITE
                         END-IF
                      END-IF
                   END-IF
           END-READ.

       2115-READD-MERGED.
           *> Lo que ya unificó una corrida anterior no se repite, pero
           *> su efecto vuelve a los totales que se rehacen.
           IF WS-POT-FILE-ID = 'ACCLEG'
              MOVE POT-DATA TO WS-LEG-RECORD
              ADD WS-LEG-HASH-DELTA TO WS-CTL-BAL-HASH
              ADD WS-LEG-HASH-DELTA TO WS-CYC-BAL-HASH
              ADD WS-LEG-REMIT-AMT  TO WS-CTL-LGL-REMIT-AMT
           END-IF.

       2120-PUT-ONE-RECORD.
           EVALUATE WS-POT-FILE-ID
              WHEN 'POSTRPT'
                   MOVE POT-DATA TO RPT-RECORD
                   WRITE RPT-RECORD
                   ADD 1 TO WS-CTL-RPT-LINES
              WHEN 'DORMRPT'
                   MOVE POT-DATA TO DRM-LINE
                   WRITE DRM-LINE
                   ADD 1 TO WS-CTL-DRM-LINES
              WHEN 'BLKRRPT'
                   MOVE POT-DATA TO BLK-LINE
                   WRITE BLK-LINE
                   ADD 1 TO WS-CTL-BLK-LINES
              WHEN 'SWPRPT'
                   MOVE POT-DATA TO SWP-LINE
                   WRITE SWP-LINE
                   ADD 1 TO WS-CTL-SWP-LINES
              WHEN 'ERRLOG'
                   MOVE POT-DATA TO ERR-RECORD
                   WRITE ERR-RECORD
                   ADD 1 TO WS-CTL-ERR-LINES
              WHEN 'ESCHEAT'
                   MOVE POT-DATA TO ESC-RECORD
                   WRITE ESC-RECORD
                   ADD 1 TO WS-CTL-ESC-ITEMS
              WHEN 'LGLREM'
                   MOVE POT-DATA TO REM-RECORD
                   WRITE REM-RECORD
                   ADD 1 TO WS-CTL-REM-ITEMS
              WHEN 'DSPNOT'
                   MOVE POT-DATA TO DSN-RECORD
                   WRITE DSN-RECORD
                   ADD 1 TO WS-CTL-DSN-ITEMS
              WHEN 'ACCJRN'
                   PERFORM 2130-REPLAY-JOURNAL
              WHEN 'ALERTS'
                   PERFORM 2140-REPLAY-ALERT
              WHEN 'ACCLEG'
                   PERFORM 3000-APPLY-LEG
              WHEN 'TDPAY'
                   PERFORM 2150-MERGE-TD-PAYOUT
              WHEN 'GLEXT'
                   *> Encabezado y cola de cada partición se rehacen
                   *> para el extracto único; sólo valen las partidas.
                   IF POT-GLX-REC-TYPE = 'D'
                      ADD 1 TO WS-CTL-GLX-IN
                      MOVE POT-GLX-GL-ACCOUNT TO WS-GLX-ACCT-TMP
                      MOVE POT-GLX-DESC       TO WS-GLX-DESC-TMP
                      MOVE POT-GLX-SIDE       TO WS-GLX-SIDE-TMP
                      MOVE POT-GLX-AMOUNT     TO WS-GLX-AMT-TMP
                      PERFORM 2200-ADD-GL-LINE THRU 2299-EXIT
                   END-IF
              WHEN 'CYCTOT'
                   PERFORM 2300-ADD-CYCLE-TOTALS
           END-EVALUATE.

       2130-REPLAY-JOURNAL.
           MOVE POT-DATA TO JRN-REQUEST
           MOVE 0        TO JRN-REQ-CHANGES
           PERFORM 3920-CALL-JOURNAL.

       2140-REPLAY-ALERT.
           MOVE POT-DATA TO ALR-REQUEST
           IF WS-ALR-AVAILABLE-YES
              CALL WS-ALR-MOD-NAME USING BY REFERENCE ALR-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-ALR-AVAILABLE
                    MOVE ALR-REQ-ACC-NUMBER TO ACC-NUMBER
                    MOVE 'ALERTS UNAVAILABLE' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
              END-CALL
              IF WS-ALR-AVAILABLE-YES AND ALR-RESULT-OK
                 ADD 1 TO WS-CTL-ALERTS
              END-IF
           END-IF.

       2150-MERGE-TD-PAYOUT.
           *> Los pagos a una cuenta de otra partición llegan
           *> pendientes: se aplican acá y la imagen aplicada vuelve a
           *> PARTOUT.DAT con lo que movió el total de control.
           MOVE POT-TDP-IMAGE TO TDP-RECORD
           IF TDP-PENDING AND TDP-PROC-DATE = WS-PROC-DATE
              MOVE 0 TO WS-MRG-HASH-DELTA
              PERFORM 3300-CREDIT-PAYOUT-ACC
              MOVE TDP-RECORD        TO POT-TDP-IMAGE
              MOVE WS-MRG-HASH-DELTA TO POT-TDP-HASH-DELTA
              MOVE 'Y'               TO POT-MERGE-FLAG
              REWRITE POT-RECORD
              END-REWRITE
           ELSE
              IF POT-MERGED
                 ADD POT-TDP-HASH-DELTA TO WS-CTL-BAL-HASH
                 ADD POT-TDP-HASH-DELTA TO WS-CYC-BAL-HASH
              END-IF
           END-IF
           WRITE TDP-RECORD
           ADD 1 TO WS-CTL-TDP-ITEMS.

       2200-ADD-GL-LINE.
           *> El que llama carga cuenta, descripción, lado e importe.
           PERFORM 2210-FIND-GL-LINE
              VARYING WS-GLM-IDX FROM 1 BY 1
              UNTIL WS-GLM-IDX > WS-GLM-COUNT
                 OR (WS-GLM-ACCT(WS-GLM-IDX) = WS-GLX-ACCT-TMP
                     AND WS-GLM-DESC(WS-GLM-IDX) = WS-GLX-DESC-TMP)
           IF WS-GLM-IDX > WS-GLM-COUNT
              IF WS-GLM-COUNT NOT < WS-GLM-MAX
                 DISPLAY 'COBAP03 *** GL MERGE TABLE FULL ***'
                 SET WS-MERGE-ERROR-YES TO TRUE
                 GO TO 2299-EXIT
              END-IF
              ADD 1 TO WS-GLM-COUNT
              MOVE WS-GLX-ACCT-TMP TO WS-GLM-ACCT(WS-GLM-COUNT)
              MOVE WS-GLX-DESC-TMP TO WS-GLM-DESC(WS-GLM-COUNT)
              MOVE 0               TO WS-GLM-NET(WS-GLM-COUNT)
           END-IF
           IF WS-GLX-SIDE-TMP = 'DR'
              ADD WS-GLX-AMT-TMP TO WS-GLM-NET(WS-GLM-IDX)
           ELSE
              SUBTRACT WS-GLX-AMT-TMP FROM WS-GLM-NET(WS-GLM-IDX)
           END-IF.

       2210-FIND-GL-LINE.
           CONTINUE.

       2299-EXIT.
           EXIT.

       2300-ADD-CYCLE-TOTALS.
           SET WS-CYC-FOUND-YES TO TRUE
           ADD POT-CYC-INT-CAP-TOTAL   TO WS-CYC-INT-CAP
           ADD POT-CYC-INT-DRCAP-TOTAL TO WS-CYC-INT-DRCAP
           ADD POT-CYC-FEE-MNT-TOTAL   TO WS-CYC-FEE-MNT
           ADD POT-CYC-FEE-ODF-TOTAL   TO WS-CYC-FEE-ODF
           ADD POT-CYC-TXN-NET         TO WS-CYC-TXN-NET
           ADD POT-CYC-BAL-HASH        TO WS-CYC-BAL-HASH
           ADD POT-CYC-REV-INT-TOTAL   TO WS-CYC-REV-INT
           ADD POT-CYC-REV-DRINT-TOTAL TO WS-CYC-REV-DRINT
           ADD POT-CYC-REV-FEE-MNT     TO WS-CYC-REV-FEE-MNT
           ADD POT-CYC-REV-FEE-ODF     TO WS-CYC-REV-FEE-ODF
           ADD POT-CYC-FEE-TDP-TOTAL   TO WS-CYC-FEE-TDP
           ADD POT-CYC-REV-FEE-TDP     TO WS-CYC-REV-FEE-TDP
           ADD POT-CYC-FEE-SWP-TOTAL   TO WS-CYC-FEE-SWP
           ADD POT-CYC-REV-FEE-SWP     TO WS-CYC-REV-FEE-SWP.

       3000-APPLY-LEG.
           MOVE POT-DATA TO WS-LEG-RECORD
           MOVE 0 TO WS-MRG-HASH-DELTA
           MOVE 0 TO WS-MRG-REMIT-AMT
           EVALUATE TRUE
              WHEN WS-LEG-SWEEP-DEBIT
                   PERFORM 3100-APPLY-SWEEP-DEBIT
              WHEN WS-LEG-CUST-ORDERS
                   PERFORM 3200-APPLY-CUSTOMER-ORDERS
           END-EVALUATE
           MOVE WS-MRG-HASH-DELTA TO WS-LEG-HASH-DELTA
           MOVE WS-MRG-REMIT-AMT  TO WS-LEG-REMIT-AMT
           MOVE WS-LEG-RECORD     TO POT-DATA.

       3100-APPLY-SWEEP-DEBIT.
           *> La partición ya acreditó la cuenta protegida contra el
           *> saldo que leyó de la de fondeo: el débito se aplica igual
           *> y, si la cuenta de fondeo dejó de cubrirlo por lo que se
           *> le movió después, queda asentado para la sucursal.
           MOVE WS-LEG-ACC-NUMBER TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'SWEEP FUNDING ACCT MISSING' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
               NOT INVALID KEY
                   MOVE ACC-RECORD  TO JRN-REQ-BEFORE
                   MOVE ACC-BALANCE TO WS-BAL-BEFORE
                   IF NOT ACC-OPEN OR ACC-BALANCE < WS-LEG-AMOUNT
                      MOVE 'SWEEP FUNDING NOW SHORT' TO ERR-CONDITION
                      PERFORM 8000-LOG-ERROR
                   END-IF
                   SUBTRACT WS-LEG-AMOUNT FROM ACC-BALANCE
                   MOVE ACC-NUMBER    TO HST-ACC-NUMBER
                   MOVE 'O'           TO HST-TXN-TYPE
                   MOVE WS-LEG-AMOUNT TO HST-AMOUNT
                   MOVE 'ODP SWEEP'   TO HST-REF
                   PERFORM 3950-WRITE-HST-RECORD
                   PERFORM 3900-REWRITE-ACCOUNT
                   ADD 1 TO WS-CTL-SWEEP-LEGS
                   ADD WS-LEG-AMOUNT TO WS-CTL-SWEEP-AMT
           END-READ.

       3200-APPLY-CUSTOMER-ORDERS.
           *> Las órdenes del cliente se reparten entre sus cuentas en
           *> orden de cuenta, como en el posteo sin particiones. El
           *> disponible que dejó la partición se corrige por lo que
           *> la cuenta se movió desde entonces y nunca supera el saldo.
           MOVE WS-LEG-ACC-NUMBER TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'LEGAL ORDER ACCT MISSING' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
               NOT INVALID KEY
                   PERFORM 3205-APPLY-ACCOUNT-SHARE
           END-READ.

       3205-APPLY-ACCOUNT-SHARE.
           MOVE ACC-RECORD  TO JRN-REQ-BEFORE
           MOVE ACC-BALANCE TO WS-BAL-BEFORE
           COMPUTE WS-LGL-AVAIL =
                 WS-LEG-AMOUNT + ACC-BALANCE - WS-LEG-BALANCE
           IF WS-LGL-AVAIL > ACC-BALANCE
              MOVE ACC-BALANCE TO WS-LGL-AVAIL
           END-IF
           IF WS-LGL-AVAIL < 0
              MOVE 0 TO WS-LGL-AVAIL
           END-IF
           MOVE 'N' TO WS-LGO-EOF-SWITCH
           MOVE WS-LEG-CUST-NUMBER TO LGO-CUST-NUMBER
           START LGO-FILE KEY IS EQUAL TO LGO-CUST-NUMBER
               INVALID KEY
                   SET WS-LGO-EOF-YES TO TRUE
           END-START
           PERFORM 3210-NEXT-CUSTOMER-ORDER UNTIL WS-LGO-EOF-YES
           IF ACC-BALANCE NOT = WS-BAL-BEFORE
              PERFORM 3900-REWRITE-ACCOUNT
           END-IF.

       3210-NEXT-CUSTOMER-ORDER.
           READ LGO-FILE NEXT RECORD
               AT END
                   SET WS-LGO-EOF-YES TO TRUE
               NOT AT END
                   IF LGO-CUST-NUMBER NOT = WS-LEG-CUST-NUMBER
                      SET WS-LGO-EOF-YES TO TRUE
                   ELSE
                      IF LGO-ACTIVE
                         PERFORM 3220-APPLY-ONE-ORDER
                      END-IF
                   END-IF
           END-READ.

       3220-APPLY-ONE-ORDER.
           *> LGO-RESERVED acumula lo ya separado en las cuentas
           *> anteriores del cliente y se reinicia al cambiar la fecha.
           IF LGO-RSV-DATE NOT = WS-PROC-DATE
              MOVE 0 TO LGO-RESERVED
              MOVE WS-PROC-DATE TO LGO-RSV-DATE
           END-IF
           COMPUTE WS-LGL-OUTSTANDING =
                 LGO-ORDER-AMT - LGO-COLLECTED - LGO-RESERVED
           IF WS-LGL-OUTSTANDING < 0
              MOVE 0 TO WS-LGL-OUTSTANDING
           END-IF
           IF WS-LGL-OUTSTANDING > WS-LGL-AVAIL
              MOVE WS-LGL-AVAIL TO WS-LGL-TAKE
           ELSE
              MOVE WS-LGL-OUTSTANDING TO WS-LGL-TAKE
           END-IF
           SUBTRACT WS-LGL-TAKE FROM WS-LGL-AVAIL
           IF LGO-REMIT-DATE <= WS-PROC-DATE
              IF WS-LGL-TAKE > 0
                 PERFORM 3230-REMIT-ORDER
              END-IF
           ELSE
              ADD WS-LGL-TAKE TO LGO-RESERVED
              ADD WS-LGL-TAKE TO WS-CTL-LGL-RESERVED
              *> Sólo lo separado en esta cuenta queda reservado.
              IF WS-LGL-TAKE > 0
                 MOVE ACC-NUMBER   TO RSV-ACC-NUMBER
                 MOVE LGO-REF      TO RSV-REF
                 MOVE WS-LGL-TAKE  TO RSV-AMOUNT
                 MOVE WS-PROC-DATE TO RSV-PROC-DATE
                 WRITE RSV-RECORD
                     INVALID KEY
                         REWRITE RSV-RECORD
                         END-REWRITE
                 END-WRITE
              END-IF
           END-IF
           REWRITE LGO-RECORD
           END-REWRITE.

       3230-REMIT-ORDER.
           SUBTRACT WS-LGL-TAKE FROM ACC-BALANCE
           ADD WS-LGL-TAKE TO LGO-COLLECTED
           ADD WS-LGL-TAKE TO WS-CTL-LGL-REMIT-AMT
           ADD WS-LGL-TAKE TO WS-MRG-REMIT-AMT
           ADD 1 TO WS-CTL-LGL-REMITTED
           IF LGO-COLLECTED >= LGO-ORDER-AMT
              SET LGO-SATISFIED TO TRUE
              MOVE WS-PROC-DATE TO LGO-CLOSE-DATE
              ADD 1 TO WS-CTL-LGL-SATISFIED
           END-IF
           MOVE ACC-NUMBER      TO HST-ACC-NUMBER
           MOVE 'L'             TO HST-TXN-TYPE
           MOVE WS-LGL-TAKE     TO HST-AMOUNT
           MOVE LGO-REF         TO HST-REF
           PERFORM 3950-WRITE-HST-RECORD
           MOVE WS-PROC-DATE    TO REM-PROC-DATE
           MOVE LGO-REF         TO REM-REF
           MOVE LGO-AGENCY      TO REM-AGENCY
           MOVE ACC-NUMBER      TO REM-ACC-NUMBER
           MOVE ACC-CUST-NUMBER TO REM-CUST-NUMBER
           MOVE WS-LGL-TAKE     TO REM-AMOUNT
           MOVE LGO-ORDER-AMT   TO REM-ORDER-AMT
           MOVE LGO-COLLECTED   TO REM-COLLECTED
           MOVE LGO-STATUS      TO REM-STATUS
           WRITE REM-RECORD.

       3300-CREDIT-PAYOUT-ACC.
           *> Mismo tratamiento que el cierre del posteo (9620 de
           *> COBAP01) para los pagos a cuentas de otra partición.
           MOVE TDP-PAYOUT-ACC TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'TD PAYOUT ACCOUNT NOT FOUND' TO ERR-CONDITION
                   PERFORM 3310-RETURN-PAYOUT
               NOT INVALID KEY
                   IF ACC-CLOSED
                      MOVE 'TD PAYOUT ACCOUNT CLOSED' TO ERR-CONDITION
                      PERFORM 3310-RETURN-PAYOUT
                   ELSE
                      MOVE ACC-RECORD  TO JRN-REQ-BEFORE
                      MOVE ACC-BALANCE TO WS-BAL-BEFORE
                      ADD TDP-AMOUNT TO ACC-BALANCE
                      MOVE ACC-NUMBER    TO HST-ACC-NUMBER
                      MOVE 'I'           TO HST-TXN-TYPE
                      MOVE TDP-AMOUNT    TO HST-AMOUNT
                      MOVE 'TD PAYOUT'   TO HST-REF
                      PERFORM 3950-WRITE-HST-RECORD
                      PERFORM 3900-REWRITE-ACCOUNT
                      ADD 1 TO WS-CTL-TD-APPLIED
                      SET TDP-APPLIED TO TRUE
                   END-IF
           END-READ.

       3310-RETURN-PAYOUT.
           *> La vinculada desapareció o se cerró: los fondos vuelven
           *> al plazo, que se reabre y se renueva.
           MOVE TDP-TD-ACC TO ACC-NUMBER
           PERFORM 8000-LOG-ERROR
           READ ACC-FILE
               INVALID KEY
                   MOVE 'TD PAYOUT NOT RETURNED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
               NOT INVALID KEY
                   MOVE ACC-RECORD  TO JRN-REQ-BEFORE
                   MOVE ACC-BALANCE TO WS-BAL-BEFORE
                   ADD TDP-AMOUNT TO ACC-BALANCE
                   SET ACC-OPEN TO TRUE
                   MOVE ACC-NUMBER    TO HST-ACC-NUMBER
                   MOVE 'I'           TO HST-TXN-TYPE
                   MOVE TDP-AMOUNT    TO HST-AMOUNT
                   MOVE 'TD RETURN'   TO HST-REF
                   PERFORM 3950-WRITE-HST-RECORD
                   PERFORM 3900-REWRITE-ACCOUNT
                   MOVE ACC-NUMBER TO TDM-ACC-NUMBER
                   READ TDM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 3320-ROLL-OVER-TERM
                           REWRITE TDM-RECORD
                           END-REWRITE
                   END-READ
                   ADD 1 TO WS-CTL-TD-RETURNED
                   SET TDP-RETURNED TO TRUE
           END-READ.

       3320-ROLL-OVER-TERM.
           *> Sin tasa vigente para el plazo se conserva la anterior y
           *> queda asentado para que tesorería cargue el maestro.
           PERFORM 3330-FIND-TD-RATE
           IF WS-TD-RATE-FOUND
              MOVE WS-TD-NEW-RATE TO TDM-RATE
           ELSE
              MOVE 'NO TERM RATE - RATE KEPT' TO ERR-CONDITION
              PERFORM 8000-LOG-ERROR
           END-IF
           MOVE WS-PROC-DATE TO TDM-OPEN-DATE
           PERFORM 3340-COMPUTE-MATURITY
           ADD 1 TO TDM-ROLL-COUNT
           SET TDM-ACTIVE TO TRUE
           ADD 1 TO WS-CTL-TD-ROLLED.

       3330-FIND-TD-RATE.
           MOVE 'N' TO WS-TD-RATE-SWITCH
           MOVE 0 TO WS-TD-NEW-RATE
           MOVE 999 TO WS-TD-MONTHS-TOT
           PERFORM 3335-CHECK-ONE-TD-TIER
              VARYING WS-TD-IDX FROM 1 BY 1
              UNTIL WS-TD-IDX > 9.

       3335-CHECK-ONE-TD-TIER.
           IF WS-RATE-EFF-TD(WS-TD-IDX) > 0
                 AND WS-TD-TIER-MONTHS(WS-TD-IDX) >= TDM-TERM-MONTHS
                 AND WS-TD-TIER-MONTHS(WS-TD-IDX) <= WS-TD-MONTHS-TOT
              MOVE WS-TD-TIER-MONTHS(WS-TD-IDX) TO WS-TD-MONTHS-TOT
              MOVE WS-TD-TIER-RATE(WS-TD-IDX)   TO WS-TD-NEW-RATE
              SET WS-TD-RATE-FOUND TO TRUE
           END-IF.

       3340-COMPUTE-MATURITY.
           *> Vencimiento = apertura + plazo en meses; si el día no
           *> existe en el mes de destino se corre al último del mes.
           MOVE TDM-OPEN-DATE(1:4) TO WS-TD-YEAR
           MOVE TDM-OPEN-DATE(5:2) TO WS-TD-MONTH
           MOVE TDM-OPEN-DATE(7:2) TO WS-TD-DAY
           COMPUTE WS-TD-MONTHS-TOT = WS-TD-MONTH - 1 + TDM-TERM-MONTHS
           DIVIDE WS-TD-MONTHS-TOT BY 12
               GIVING WS-TD-YEARS-ADD
               REMAINDER WS-TD-MONTH-REM
           ADD WS-TD-YEARS-ADD TO WS-TD-YEAR
           COMPUTE WS-TD-MONTH = WS-TD-MONTH-REM + 1
           IF WS-TD-MONTH = 12
              COMPUTE WS-TD-WORK-DATE = (WS-TD-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-TD-WORK-DATE =
                    WS-TD-YEAR * 10000 + (WS-TD-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-TD-LAST-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-TD-WORK-DATE) - 1)
           IF WS-TD-DAY > WS-TD-LAST-DATE(7:2)
              MOVE WS-TD-LAST-DATE(7:2) TO WS-TD-DAY
           END-IF
           COMPUTE TDM-MATURITY-DATE =
                 WS-TD-YEAR * 10000 + WS-TD-MONTH * 100 + WS-TD-DAY.

       3900-REWRITE-ACCOUNT.
           *> El total de control ya incluye el saldo que dejó la
           *> partición: se le suma lo que la unificación le movió a
           *> una cuenta ya posteada en la fecha.
           IF ACC-LAST-POSTED-DATE >= WS-PROC-DATE
              COMPUTE WS-BAL-DELTA = ACC-BALANCE - WS-BAL-BEFORE
              ADD WS-BAL-DELTA TO WS-CTL-BAL-HASH
              ADD WS-BAL-DELTA TO WS-CYC-BAL-HASH
              ADD WS-BAL-DELTA TO WS-MRG-HASH-DELTA
           END-IF
           REWRITE ACC-RECORD
               INVALID KEY
                   MOVE 'ACCOUNT REWRITE FAILED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
           END-REWRITE
           MOVE 'C'          TO JRN-FUNC
           MOVE 'COBAP03'    TO JRN-REQ-PROGRAM
           MOVE WS-PROC-DATE TO JRN-REQ-PROC-DATE
           MOVE SPACES       TO JRN-REQ-OPERATOR
           MOVE ACC-RECORD   TO JRN-REQ-AFTER
           MOVE 0            TO JRN-REQ-CHANGES
           PERFORM 3920-CALL-JOURNAL.

       3920-CALL-JOURNAL.
           IF WS-JRN-AVAILABLE-YES
              CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-JRN-AVAILABLE
                    MOVE 'JOURNAL UNAVAILABLE' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
              END-CALL
           END-IF
           ADD JRN-REQ-CHANGES TO WS-CTL-JRN-CHANGES.

       3950-WRITE-HST-RECORD.
           *> El que llama carga cuenta, tipo, importe y referencia. La
           *> cuenta ya tiene movimientos de la fecha que grabó su
           *> partición: se toma el primer secuencial libre.
           MOVE WS-PROC-DATE TO HST-POST-DATE
           MOVE ACC-BALANCE  TO HST-BAL-AFTER
           MOVE 'N'          TO HST-REV-FLAG
           MOVE SPACE        TO HST-ORIG-TYPE
           MOVE 0            TO HST-LINK-DATE
           MOVE 0            TO HST-LINK-SEQ
           MOVE 0            TO WS-HST-SEQ
           MOVE 'N'          TO WS-HST-STORED
           PERFORM 3955-TRY-ONE-HST-WRITE
              UNTIL WS-HST-STORED-YES OR WS-HST-SEQ >= 99999
           IF NOT WS-HST-STORED-YES
              MOVE 'HISTORY WRITE FAILED' TO ERR-CONDITION
              PERFORM 8000-LOG-ERROR
           END-IF.

       3955-TRY-ONE-HST-WRITE.
           ADD 1 TO WS-HST-SEQ
           MOVE WS-HST-SEQ TO HST-SEQ
           WRITE HST-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HST-STORED-YES TO TRUE
           END-WRITE.

       8000-LOG-ERROR.
           MOVE WS-DATE    TO ERR-TIMESTAMP
           MOVE 'COBAP03'  TO ERR-PROGRAM
           MOVE ACC-NUMBER TO ERR-ACC-NUMBER
           WRITE ERR-RECORD
           ADD 1 TO WS-CTL-MRG-ERRORS.

       9000-FINALIZE.
           CLOSE POT-FILE
           CLOSE RPT-FILE
           CLOSE DRM-FILE
           CLOSE BLK-FILE
           CLOSE SWP-FILE
           CLOSE TDP-FILE
           CLOSE ACC-FILE
           CLOSE HST-FILE
           CLOSE TDM-FILE
           CLOSE LGO-FILE
           CLOSE RSV-FILE
           CLOSE ERR-FILE
           CLOSE ESC-FILE
           CLOSE REM-FILE
           CLOSE DSN-FILE
           MOVE 'E' TO JRN-FUNC
           CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           MOVE 'E' TO ALR-FUNC
           CALL WS-ALR-MOD-NAME USING BY REFERENCE ALR-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           *> Con la unificación incompleta el paso no asienta su fin:
           *> el conductor frena la cadena antes de la conciliación.
           IF WS-MERGE-ERROR-YES
              DISPLAY 'COBAP03 *** MERGE INCOMPLETE FOR '
                      WS-PROC-DATE ' ***'
           ELSE
              PERFORM 9150-ADD-MERGE-GL-LINES
              PERFORM 9200-WRITE-GL-EXTRACT
              PERFORM 9500-WRITE-CYCLE-TOTALS
              PERFORM 9400-RESET-VELOCITY
              PERFORM 9100-DISPLAY-CONTROL-TOTALS
              PERFORM 1950-RUN-CONTROL-END
           END-IF.

       9100-DISPLAY-CONTROL-TOTALS.
           DISPLAY 'COBAP03 POSTING MERGE - PROC DATE ' WS-PROC-DATE
           DISPLAY '  PARTITIONS MERGED ..: ' WS-CTL-PARTITIONS
           DISPLAY '  RECORDS READ .......: ' WS-CTL-RECS-READ
           DISPLAY '  POSTING LINES ......: ' WS-CTL-RPT-LINES
           DISPLAY '  DORMANCY LINES .....: ' WS-CTL-DRM-LINES
           DISPLAY '  BLOCK RELEASE LINES : ' WS-CTL-BLK-LINES
           DISPLAY '  SWEEP EXCEPTIONS ...: ' WS-CTL-SWP-LINES
           DISPLAY '  TD PAYOUT ITEMS ....: ' WS-CTL-TDP-ITEMS
           DISPLAY '  ERROR LOG LINES ....: ' WS-CTL-ERR-LINES
           DISPLAY '  ESCHEAT ITEMS ......: ' WS-CTL-ESC-ITEMS
           DISPLAY '  LEGAL REMIT ITEMS ..: ' WS-CTL-REM-ITEMS
           DISPLAY '  DISPUTE NOTICES ....: ' WS-CTL-DSN-ITEMS
           DISPLAY '  ACC FIELDS JOURNALED: ' WS-CTL-JRN-CHANGES
           DISPLAY '  CUSTOMER ALERTS ....: ' WS-CTL-ALERTS
           DISPLAY '  OD SWEEP DEBITS ....: ' WS-CTL-SWEEP-LEGS
           DISPLAY '  OD SWEEP DEBIT AMT .: ' WS-CTL-SWEEP-AMT
           DISPLAY '  TD PAYOUTS APPLIED .: ' WS-CTL-TD-APPLIED
           DISPLAY '  TD PAYOUTS RETURNED : ' WS-CTL-TD-RETURNED
           DISPLAY '  TD TERMS ROLLED ....: ' WS-CTL-TD-ROLLED
           DISPLAY '  LEGAL ORDER RESERVE : ' WS-CTL-LGL-RESERVED
           DISPLAY '  LEGAL REMITTANCES ..: ' WS-CTL-LGL-REMITTED
           DISPLAY '  LEGAL REMIT AMOUNT .: ' WS-CTL-LGL-REMIT-AMT
           DISPLAY '  LEGAL ORDERS SATISFD: ' WS-CTL-LGL-SATISFIED
           DISPLAY '  MERGE ERRORS LOGGED : ' WS-CTL-MRG-ERRORS
           DISPLAY '  GL LINES IN ........: ' WS-CTL-GLX-IN
           DISPLAY '  GL LINES OUT .......: ' WS-GLX-REC-COUNT
           DISPLAY '  GL DEBIT TOTAL .....: ' WS-GLX-DR-TOTAL
           DISPLAY '  GL CREDIT TOTAL ....: ' WS-GLX-CR-TOTAL
           DISPLAY '  BALANCE HASH TOTAL .: ' WS-CTL-BAL-HASH.

       9150-ADD-MERGE-GL-LINES.
           *> Remesas de órdenes del cliente aplicadas en la
           *> unificación: mismas partidas que arma el posteo.
           IF WS-CTL-LGL-REMIT-AMT > 0
              MOVE '20100'              TO WS-GLX-ACCT-TMP
              MOVE 'DR'                 TO WS-GLX-SIDE-TMP
              MOVE WS-CTL-LGL-REMIT-AMT TO WS-GLX-AMT-TMP
              MOVE 'LEGAL ORDER REMIT'  TO WS-GLX-DESC-TMP
              PERFORM 2200-ADD-GL-LINE THRU 2299-EXIT
              MOVE '26200'              TO WS-GLX-ACCT-TMP
              MOVE 'CR'                 TO WS-GLX-SIDE-TMP
              MOVE WS-CTL-LGL-REMIT-AMT TO WS-GLX-AMT-TMP
              MOVE 'LEGAL ORDERS PAYABLE' TO WS-GLX-DESC-TMP
              PERFORM 2200-ADD-GL-LINE THRU 2299-EXIT
           END-IF.

       9200-WRITE-GL-EXTRACT.
           OPEN OUTPUT GLX-FILE
           MOVE 'H'          TO GLX-H-REC-TYPE
           MOVE WS-PROC-DATE TO GLX-H-PROC-DATE
           MOVE WS-DATE      TO GLX-H-RUN-DATE
           MOVE SPACE        TO GLX-H-VOID-FLAG
           WRITE GLX-HEADER
           PERFORM 9210-WRITE-GL-DETAIL
              VARYING WS-GLM-IDX FROM 1 BY 1
              UNTIL WS-GLM-IDX > WS-GLM-COUNT
           MOVE 'T'                TO GLX-T-REC-TYPE
           MOVE WS-GLX-REC-COUNT   TO GLX-T-REC-COUNT
           MOVE WS-GLX-DR-TOTAL    TO GLX-T-DR-TOTAL
           MOVE WS-GLX-CR-TOTAL    TO GLX-T-CR-TOTAL
           WRITE GLX-TRAILER
           CLOSE GLX-FILE.

       9210-WRITE-GL-DETAIL.
           *> Las partidas que se compensan entre particiones no se
           *> emiten, como las partidas en cero del posteo.
           IF WS-GLM-NET(WS-GLM-IDX) = 0
              CONTINUE
           ELSE
              MOVE 'D'                     TO GLX-D-REC-TYPE
              MOVE WS-GLM-ACCT(WS-GLM-IDX) TO GLX-D-GL-ACCOUNT
              MOVE WS-GLM-DESC(WS-GLM-IDX) TO GLX-D-DESC
              IF WS-GLM-NET(WS-GLM-IDX) > 0
                 MOVE 'DR' TO GLX-D-SIDE
                 MOVE WS-GLM-NET(WS-GLM-IDX) TO WS-GLX-AMT-TMP
                 ADD WS-GLX-AMT-TMP TO WS-GLX-DR-TOTAL
              ELSE
                 MOVE 'CR' TO GLX-D-SIDE
                 COMPUTE WS-GLX-AMT-TMP = 0 - WS-GLM-NET(WS-GLM-IDX)
                 ADD WS-GLX-AMT-TMP TO WS-GLX-CR-TOTAL
              END-IF
              MOVE WS-GLX-AMT-TMP TO GLX-D-AMOUNT
              WRITE GLX-DETAIL
              ADD 1 TO WS-GLX-REC-COUNT
           END-IF.

       9400-RESET-VELOCITY.
           *> Los contadores diarios de velocidad (CICBP02) arrancan en
           *> cero para el día siguiente, una sola vez para todas las
           *> particiones: el archivo se deja vacío.
           OPEN OUTPUT VEL-FILE
           CLOSE VEL-FILE.

       9500-WRITE-CYCLE-TOTALS.
           OPEN EXTEND CYC-FILE
           MOVE WS-PROC-DATE           TO CYC-PROC-DATE
           MOVE WS-CYC-INT-CAP         TO CYC-INT-CAP-TOTAL
           MOVE WS-CYC-INT-DRCAP       TO CYC-INT-DRCAP-TOTAL
           MOVE WS-CYC-FEE-MNT         TO CYC-FEE-MNT-TOTAL
           MOVE WS-CYC-FEE-ODF         TO CYC-FEE-ODF-TOTAL
           MOVE WS-CYC-TXN-NET         TO CYC-TXN-NET
           MOVE WS-CYC-BAL-HASH        TO CYC-BAL-HASH
           MOVE WS-CYC-REV-INT         TO CYC-REV-INT-TOTAL
           MOVE WS-CYC-REV-DRINT       TO CYC-REV-DRINT-TOTAL
           MOVE WS-CYC-REV-FEE-MNT     TO CYC-REV-FEE-MNT-TOTAL
           MOVE WS-CYC-REV-FEE-ODF     TO CYC-REV-FEE-ODF-TOTAL
           MOVE WS-CYC-FEE-TDP         TO CYC-FEE-TDP-TOTAL
           MOVE WS-CYC-REV-FEE-TDP     TO CYC-REV-FEE-TDP-TOTAL
           MOVE WS-CYC-FEE-SWP         TO CYC-FEE-SWP-TOTAL
           MOVE WS-CYC-REV-FEE-SWP     TO CYC-REV-FEE-SWP-TOTAL
           MOVE SPACE                  TO CYC-VOID-FLAG
           WRITE CYC-RECORD
           CLOSE CYC-FILE.
