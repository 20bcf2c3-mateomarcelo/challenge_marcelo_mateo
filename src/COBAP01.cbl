               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CYC-FILE ASSIGN TO "CYCTOT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TDM-FILE ASSIGN TO "TDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDM-ACC-NUMBER.
           SELECT OPTIONAL TDP-FILE ASSIGN TO "TDPAY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ODP-FILE ASSIGN TO "ODPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODP-ACC-NUMBER.
           SELECT SWP-FILE ASSIGN TO "SWPRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PTY-FILE ASSIGN TO "ACCPTY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTY-KEY
               ALTERNATE RECORD KEY IS PTY-CUST-NUMBER
                   WITH DUPLICATES.
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
           SELECT OPTIONAL REM-FILE ASSIGN TO "LGLREM.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL DSP-FILE ASSIGN TO "DSPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-REF
               ALTERNATE RECORD KEY IS DSP-ACC-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL DSN-FILE ASSIGN TO "DSPNOT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PTN-FILE ASSIGN TO "PARTCTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL POT-FILE ASSIGN TO "PARTOUT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POT-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  ACC-FILE.
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
       FD  CHK-FILE.
       01  CHK-RECORD.
           05  CHK-LAST-ACC-NUMBER     PIC X(12).
               88  TXN-WITHDRAWAL      VALUE 'W'.
               88  TXN-TRANSFER-IN     VALUE 'I'.
               88  TXN-TRANSFER-OUT    VALUE 'O'.
               88  TXN-REVERSAL        VALUE 'R'.
           05  TXN-AMOUNT              PIC S9(9)V99 COMP-3.
           05  TXN-REF                 PIC X(10).
      *> Reversión: la referencia lleva la fecha de posteo y el
      *> secuencial del movimiento original de la misma cuenta.
           05  TXN-REV-KEY REDEFINES TXN-REF.
               10  TXN-REV-POST-DATE   PIC 9(8) COMP-3.
               10  TXN-REV-SEQ         PIC 9(5) COMP-3.
               10  FILLER              PIC X(2).
      *> Histórico indexado por cuenta + fecha + secuencia: el estado
      *> de cuenta lee sólo los movimientos de su período en lugar de
      *> clasificar la vida entera del archivo cada noche. El
               10  HST-POST-DATE       PIC 9(8).
               10  HST-SEQ             PIC 9(5).
           05  HST-TXN-TYPE            PIC X.
               88  HST-REVERSIBLE      VALUES 'D' 'W' 'I' 'O'
                                              'N' 'F' 'G'.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
      *> Patas de traspasos internos del posteo: cada una tiene su
      *> contrapartida en otra cuenta y no se revierte sola.
               88  HST-INTERNAL-LEG    VALUES 'ODP SWEEP'
                                              'TD PAYOUT'
                                              'TD RETURN'.
      *> Enlace de reversiones: el original queda marcado y apunta a
      *> la clave de su reversión; la reversión (tipo 'R') lleva el
      *> tipo del original y apunta a su clave.
           05  HST-REV-FLAG            PIC X.
               88  HST-REVERSED        VALUE 'Y'.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
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
               88  RTM-TYPE-SAVINGS    VALUE 'S'.
               88  RTM-TYPE-MONEYMKT   VALUE 'M'.
               88  RTM-TYPE-OVERDRAFT  VALUE 'O'.
               88  RTM-TYPE-TERM       VALUE 'T'.
           05  FILLER                  PIC X.
           05  RTM-EFF-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  RTM-TIER-LIMIT          PIC 9(11)V99.
           05  FILLER                  PIC X.
           05  RTM-TIER-RATE           PIC 9V9(5).
           05  FILLER                  PIC X.
           05  RTM-TIER-BASIS          PIC X.
               88  RTM-BASIS-ADB       VALUE 'A'.
           05  FILLER                  PIC X(45).
       FD  CUS-FILE.
       01  CST-RECORD.
           05  CST-NUMBER              PIC X(10).
                   DEPENDING ON CST-ACC-COUNT.
                   15  CST-ACC-NUMBER  PIC X(12).
      *> Archivo de remesa al estado por prescripción: un registro por
      *> cuenta prescripta con el detalle del titular y de cada
      *> cotitular, acumulativo hasta que cumplimiento lo remite y lo
      *> depura.
       FD  ESC-FILE.
       01  ESC-RECORD.
           05  ESC-PROC-DATE           PIC 9(8).
           05  ESC-CUST-ADDR2          PIC X(30).
           05  ESC-AMOUNT              PIC 9(11)V99.
           05  ESC-LAST-ACTIVITY       PIC 9(8).
           05  ESC-JOINT-COUNT         PIC 9.
           05  ESC-JOINT OCCURS 3 TIMES.
               10  ESC-JNT-CUST-NUMBER PIC X(10).
               10  ESC-JNT-CUST-NAME   PIC X(30).
               10  ESC-JNT-CUST-ADDR1  PIC X(30).
               10  ESC-JNT-CUST-ADDR2  PIC X(30).
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
      *> Totales de control del ciclo, un registro por corrida: la
      *> fuente durable de los acumulados que la consola sólo muestra.
      *> Los consumen el extracto impositivo anual y la conciliación
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
      *> Condiciones de los depósitos a plazo, una por cuenta de tipo
      *> 'T': plazo en meses, tasa diaria pactada al alta (o en la
      *> última renovación), vigencia e instrucción del cliente para
      *> el vencimiento. Para 'T' el escalón del maestro de tasas es
      *> el plazo máximo en meses que cubre esa tasa.
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
      *> Pagos de vencimiento del día: el débito del plazo se hace en
      *> el pase principal y el crédito a la cuenta vinculada al
      *> cierre, cuando ya se recorrió todo ACC.DAT.
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
      *> Adhesiones a la protección de sobregiro: la cuenta corriente
      *> protegida y la cuenta de fondeo del mismo cliente (COBMN01).
       FD  ODP-FILE.
       01  ODP-RECORD.
           05  ODP-ACC-NUMBER          PIC X(12).
           05  ODP-FUND-ACC            PIC X(12).
           05  ODP-STATUS              PIC X.
               88  ODP-ACTIVE          VALUE 'A'.
               88  ODP-CANCELLED       VALUE 'C'.
           05  ODP-FEE-FLAG            PIC X.
               88  ODP-FEE-YES         VALUE 'Y'.
           05  ODP-ENROL-DATE          PIC 9(8).
           05  ODP-OPER                PIC X(8).
           05  FILLER                  PIC X(10).
       FD  SWP-FILE.
       01  SWP-LINE                    PIC X(80).
      *> Órdenes judiciales y embargos sobre una cuenta (A) o sobre
      *> las cuentas de un cliente (C). No vencen: siguen activas
      *> hasta cubrir el monto ordenado o hasta que se liberen.
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
      *> Reservas por orden que deja el ciclo en cada cuenta: el
      *> autorizador en línea las descuenta del disponible.
       FD  RSV-FILE.
       01  RSV-RECORD.
           05  RSV-KEY.
               10  RSV-ACC-NUMBER      PIC X(12).
               10  RSV-REF             PIC X(10).
           05  RSV-AMOUNT              PIC S9(11)V99 COMP-3.
           05  RSV-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
      *> Remesa a los organismos: un registro por orden y cuenta
      *> debitada en la fecha de remisión.
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
      *> Reclamos de clientes sobre débitos que carga COBMN01: el
      *> ciclo abona el crédito provisorio del caso nuevo y cierra
      *> el abierto con la resolución o al vencer el plazo.
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
               88  DSP-DECIDED-FAVOUR  VALUE 'F'.
               88  DSP-DECIDED-AGAINST VALUE 'A'.
           05  DSP-CREDIT-DATE         PIC 9(8).
           05  DSP-CREDIT-SEQ          PIC 9(5).
           05  DSP-CLOSE-DATE          PIC 9(8).
           05  DSP-RESOLUTION          PIC X.
               88  DSP-RES-FAVOUR      VALUE 'F'.
               88  DSP-RES-AGAINST     VALUE 'A'.
               88  DSP-RES-DEADLINE    VALUE 'T'.
               88  DSP-RES-REVERSED    VALUE 'R'.
           05  DSP-OPER                PIC X(8).
           05  DSP-DECIDE-OPER         PIC X(8).
           05  DSP-DECIDE-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
      *> Avisos al cliente de cada reclamo resuelto, con el domicilio
      *> del titular; acumulativo hasta que el ensobrado lo retira.
       FD  DSN-FILE.
       01  DSN-RECORD.
           05  DSN-PROC-DATE           PIC 9(8).
           05  DSN-CASE-REF            PIC X(10).
           05  DSN-ACC-NUMBER          PIC X(12).
           05  DSN-CUST-NUMBER         PIC X(10).
           05  DSN-CUST-NAME           PIC X(30).
           05  DSN-CUST-ADDR1          PIC X(30).
           05  DSN-CUST-ADDR2          PIC X(30).
           05  DSN-RESOLUTION          PIC X.
           05  DSN-AMOUNT              PIC 9(9)V99.
           05  DSN-HST-DATE            PIC 9(8).
           05  DSN-CREDIT-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
      *> Particiones del posteo: cada una cubre un rango de números
      *> de cuenta (extremos incluidos) y corre como un trabajo
      *> propio, en paralelo con las demás. Los rangos van en orden
      *> ascendente y sin superponerse.
       FD  PTN-FILE.
       01  PTN-RECORD.
           05  PTN-ID                  PIC 9(2).
           05  PTN-LOW-ACC             PIC X(12).
           05  PTN-HIGH-ACC            PIC X(12).
           05  FILLER                  PIC X(54).
      *> Salida de cada partición hasta que COBAP03 la unifica:
      *> informe de posteo, extracto contable, totales del ciclo,
      *> informes de inactivas, bloqueos y barridos, la cola de
      *> pagos de plazo fijo, los archivos acumulativos (errores,
      *> prescripción, remesas, avisos de reclamos, diario de
      *> cuentas y avisos al cliente) y las patas sobre cuentas de
      *> otras particiones. Clave fecha de proceso + partición +
      *> archivo + secuencia de escritura, con la imagen del registro.
      *> La marca de unificado la pone COBAP03 en lo que agrega a un
      *> archivo acumulativo o aplica a las cuentas, para no
      *> repetirlo si se vuelve a correr.
       FD  POT-FILE.
       01  POT-RECORD.
           05  POT-KEY.
               10  POT-PROC-DATE       PIC 9(8).
               10  POT-PARTITION       PIC 9(2).
               10  POT-FILE-ID         PIC X(8).
      *> Lo que un reinicio de la partición conserva: lo que la
      *> corrida sin particiones agrega en lugar de rehacer.
                   88  POT-KEPT-ON-RESTART VALUES 'TDPAY' 'ERRLOG'
                                              'ESCHEAT' 'LGLREM'
                                              'DSPNOT' 'ACCJRN'
                                              'ALERTS' 'ACCLEG'.
               10  POT-SEQ             PIC 9(7).
           05  POT-MERGE-FLAG          PIC X.
               88  POT-MERGED          VALUE 'Y'.
           05  POT-DATA                PIC X(450).
       WORKING-STORAGE SECTION.
       01  WS-INT-RATE           PIC S9(3)V9(5) COMP-3 VALUE +0.00150.
      *> Tasa deudora diaria por defecto para saldos en descubierto;
               10  WS-MM-TIER-LIMIT  PIC S9(11)V99 COMP-3.
               10  WS-MM-TIER-RATE   PIC S9(3)V9(5) COMP-3.
       01  WS-CHK-KEY            PIC 9(4) COMP VALUE 1.
       01  WS-CHK-SLOT           PIC 9(4) COMP VALUE 1.
       01  WS-CHK-INTERVAL       PIC 9(7) VALUE 50.
       01  WS-CHK-REMAINDER      PIC 9(7) VALUE 0.
       01  WS-CHK-QUOTIENT       PIC 9(7) VALUE 0.
               88  RUN-RESULT-OK    VALUE 'Y'.
               88  RUN-RESULT-NO    VALUE 'N'.
           05  RUN-RESULT-MSG       PIC X(30).
       01  WS-JRN-MOD-NAME       PIC X(8) VALUE 'UTLJRN01'.
       01  JRN-REQUEST.
           05  JRN-FUNC             PIC X.
           05  JRN-REQ-PROGRAM      PIC X(8) VALUE 'COBAP01'.
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
       01  WS-CTL-JRN-CHANGES    PIC 9(7) VALUE 0.
       01  WS-JRN-SAVE-BEFORE    PIC X(150).
       01  WS-ALR-MOD-NAME       PIC X(8) VALUE 'UTLALR01'.
       01  ALR-REQUEST.
           05  ALR-FUNC             PIC X.
           05  ALR-REQ-PROGRAM      PIC X(8) VALUE 'COBAP01'.
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
       01  WS-CTL-ALERTS         PIC 9(7) VALUE 0.
      *> Posteo por particiones: rango de cuentas de la partición y
      *> nombre con que se asienta en el registro de control.
       01  WS-PTN-MODE-SWITCH    PIC X VALUE 'N'.
           88  WS-PTN-MODE-YES   VALUE 'Y'.
       01  WS-PTN-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTN-EOF-YES    VALUE 'Y'.
       01  WS-PTN-LOW-ACC        PIC X(12) VALUE SPACES.
       01  WS-PTN-HIGH-ACC       PIC X(12) VALUE SPACES.
       01  WS-PTN-STEP.
           05  FILLER            PIC X(6) VALUE 'COBAPP'.
           05  WS-PTN-STEP-NO    PIC 9(2) VALUE 0.
       01  WS-POT-FILE-ID        PIC X(8).
       01  WS-POT-SEQ            PIC 9(7) VALUE 0.
       01  WS-POT-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-POT-EOF-YES    VALUE 'Y'.
      *> Errores del arranque de una partición, retenidos hasta que
      *> su salida en PARTOUT.DAT está abierta y limpia.
       01  WS-ERR-HELD-TABLE.
           05  WS-ERR-HELD OCCURS 2 TIMES PIC X(64).
       01  WS-ERR-HELD-COUNT     PIC 9(2) VALUE 0.
       01  WS-ERR-HELD-IDX       PIC 9(2) VALUE 0.
      *> Pata de un movimiento que toca una cuenta de otra partición
      *> (débito del barrido a la cuenta de fondeo) o que reparte una
      *> orden del cliente entre sus cuentas: la partición no la
      *> aplica, la deja en PARTOUT.DAT y COBAP03 la aplica en serie
      *> cuando terminaron todas. En 'L' el monto es el disponible
      *> que quedó en la cuenta después de las órdenes sobre ella y
      *> el saldo es el de la cuenta en ese momento.
       01  WS-LEG-RECORD.
           05  WS-LEG-TYPE           PIC X.
               88  WS-LEG-SWEEP-DEBIT    VALUE 'S'.
               88  WS-LEG-CUST-ORDERS    VALUE 'L'.
           05  WS-LEG-ACC-NUMBER     PIC X(12).
           05  WS-LEG-CUST-NUMBER    PIC X(10).
           05  WS-LEG-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-LEG-BALANCE        PIC S9(11)V99 COMP-3.
           05  WS-LEG-FROM-ACC       PIC X(12).
           05  FILLER                PIC X(20).
       01  WS-RTM-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-RTM-EOF-YES    VALUE 'Y'.
       01  WS-RATE-EFF-SAV       PIC 9(8) VALUE 0.
       01  WS-RATE-EFF-OD        PIC 9(8) VALUE 0.
       01  WS-RATE-EFF-MM.
           05  WS-RATE-EFF-MM-TIER OCCURS 3 TIMES PIC 9(8).
      *> Base del escalón de money-market según el maestro de tasas:
      *> saldo del día o saldo promedio diario del período.
       01  WS-MM-TIER-BASIS      PIC X VALUE 'B'.
           88  WS-MM-BASIS-ADB   VALUE 'A'.
       01  WS-RATE-EFF-MM-BASIS  PIC 9(8) VALUE 0.
       01  WS-MM-TIER-BAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-MONTH-END-SWITCH   PIC X VALUE 'N'.
           88  WS-MONTH-END-YES  VALUE 'Y'.
       01  WS-NEXT-DAY-DATE      PIC 9(8).
      *> Calendario hábil: el ciclo devenga por los días corridos
      *> hasta el próximo día hábil (viernes = 3 días) y, si el mes
      *> cierra en el medio, la parte del mes nuevo queda devengada
      *> después de capitalizar.
       01  WS-CAL-MOD-NAME       PIC X(8) VALUE 'UTLCAL01'.
       01  CAL-REQUEST.
           05  CAL-FUNC             PIC X.
           05  CAL-DATE-IN          PIC 9(8).
           05  CAL-DATE-TO          PIC 9(8).
           05  CAL-DAYS             PIC S9(5).
           05  CAL-DATE-OUT         PIC 9(8).
           05  CAL-RESULT           PIC X.
               88  CAL-RESULT-OK    VALUE 'Y'.
               88  CAL-RESULT-NO    VALUE 'N'.
           05  CAL-RESULT-MSG       PIC X(30).
       01  WS-CAL-AVAILABLE      PIC X VALUE 'Y'.
           88  WS-CAL-AVAILABLE-YES  VALUE 'Y'.
       01  WS-NEXT-BUS-DATE      PIC 9(8).
       01  WS-NEXT-BUS-MONTH1    PIC 9(8).
       01  WS-ACCRUAL-DAYS       PIC 9(3) VALUE 1.
       01  WS-ACCR-DAYS-NEXT     PIC 9(3) VALUE 0.
       01  WS-INT-CARRY          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-DRINT-CARRY        PIC S9(9)V99 COMP-3 VALUE 0.
      *> Saldo promedio diario: días del mes que cubre el ciclo y
      *> promedio del período vigente de la cuenta.
       01  WS-ADB-DAYS-THIS      PIC 9(3) VALUE 0.
       01  WS-ADB-CURRENT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-ADB-CLOSED     PIC 9(7) VALUE 0.
       01  WS-CTL-INT-CAP-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-INT-DR-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-INT-DRCAP-TOTAL PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CAP-DR-AMT         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-CTL-FEE-MNT-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-FEE-ODF-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-FEE-TDP-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
      *> Depósitos a plazo: tasas vigentes por plazo (para las
      *> renovaciones), vencimientos del día y la penalidad por retiro
      *> anticipado, expresada en días de interés sobre lo retirado.
       01  WS-CTL-INT-TD-TOTAL   PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TD-MATURED     PIC 9(7) VALUE 0.
       01  WS-CTL-TD-ROLLED      PIC 9(7) VALUE 0.
       01  WS-CTL-TD-PAID        PIC 9(7) VALUE 0.
       01  WS-CTL-TD-RETURNED    PIC 9(7) VALUE 0.
       01  WS-TD-TIER-TABLE.
           05  WS-TD-TIER OCCURS 9 TIMES.
               10  WS-TD-TIER-MONTHS PIC 9(3).
               10  WS-TD-TIER-RATE   PIC 9V9(5).
               10  WS-RATE-EFF-TD    PIC 9(8).
       01  WS-TD-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-TDM-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-TDM-FOUND-YES  VALUE 'Y'.
       01  WS-TD-RATE-SWITCH     PIC X VALUE 'N'.
           88  WS-TD-RATE-FOUND  VALUE 'Y'.
       01  WS-TD-NEW-RATE        PIC 9V9(5) VALUE 0.
       01  WS-TD-PENALTY-DAYS    PIC 9(3) VALUE 90.
       01  WS-TD-PENALTY-MAX     PIC S9(5)V99 COMP-3 VALUE +99999.99.
       01  WS-TD-PENALTY-AMT     PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-TD-YEAR            PIC 9(4).
       01  WS-TD-MONTH           PIC 9(2).
       01  WS-TD-DAY             PIC 9(2).
       01  WS-TD-MONTHS-TOT      PIC 9(5).
       01  WS-TD-YEARS-ADD       PIC 9(5).
       01  WS-TD-MONTH-REM       PIC 9(2).
       01  WS-TD-WORK-DATE       PIC 9(8).
       01  WS-TD-LAST-DATE       PIC 9(8).
       01  WS-TDP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-TDP-EOF-YES    VALUE 'Y'.
      *> Barrido de protección de sobregiro: el faltante bajo el
      *> límite más el cargo del barrido (si la adhesión lo lleva)
      *> se traspasa desde la cuenta de fondeo antes del bloqueo.
       01  WS-SWEEP-FEE-AMT      PIC S9(5)V99 COMP-3 VALUE +5.00.
       01  WS-CTL-FEE-SWP-TOTAL  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-REV-FEE-SWP    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-SWEEPS         PIC 9(7) VALUE 0.
       01  WS-CTL-SWEEP-FAILED   PIC 9(7) VALUE 0.
       01  WS-CTL-SWEEP-AMT      PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ODP-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-ODP-FOUND-YES  VALUE 'Y'.
       01  WS-SWP-OK-SWITCH      PIC X VALUE 'N'.
           88  WS-SWP-OK-YES     VALUE 'Y'.
       01  WS-SWP-FOREIGN-SWITCH PIC X VALUE 'N'.
           88  WS-SWP-FOREIGN-YES    VALUE 'Y'.
       01  WS-SWP-ACC            PIC X(12).
       01  WS-SWP-SHORTFALL      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SWP-FEE            PIC S9(5)V99 COMP-3 VALUE 0.
       01  WS-SWP-AMOUNT         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SWP-AVAIL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SWP-SAVE-REC       PIC X(130).
       01  WS-SWP-DTL.
           05  WS-SWP-DTL-ACC          PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SWP-DTL-FUND         PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SWP-DTL-NEED         PIC -(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SWP-DTL-AVAIL        PIC -(10)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-SWP-DTL-LABEL        PIC X(20).
       01  WS-CTL-TXN-NET        PIC S9(13)V99 COMP-3 VALUE 0.
      *> Reversiones del día, separadas por la partida contable que
      *> deshacen: devolución de cargos, interés acreedor retirado e
      *> interés deudor devuelto.
       01  WS-CTL-REVERSALS      PIC 9(7) VALUE 0.
       01  WS-CTL-REV-REJECTED   PIC 9(7) VALUE 0.
       01  WS-CTL-REV-INT-SAV    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-REV-INT-MM     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-REV-DRINT      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-REV-FEE-MNT    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-REV-FEE-ODF    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-REV-OK-SWITCH      PIC X VALUE 'N'.
           88  WS-REV-OK-YES     VALUE 'Y'.
       01  WS-REV-ORIG-TYPE      PIC X.
       01  WS-REV-ORIG-REF       PIC X(10).
       01  WS-REV-ORIG-DATE      PIC 9(8).
       01  WS-REV-ORIG-SEQ       PIC 9(5).
       01  WS-REV-NEW-SEQ        PIC 9(5).
       01  WS-CTL-REV-FEE-TDP    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-REV-INT-TD     PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-FEE-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-FEE-FOUND-IDX      PIC 9(4) COMP VALUE 0.
       01  WS-GLX-NET-LIAB       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLX-AMT-TMP        PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLX-ACCT-TMP       PIC X(5).
       01  WS-GLX-SIDE-TMP       PIC X(2).
       01  WS-GLX-DESC-TMP       PIC X(20).
       01  WS-PTY-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTY-EOF-YES    VALUE 'Y'.
       01  WS-ESC-JNT-IDX        PIC 9(4) COMP VALUE 0.
       01  WS-GLX-REC-COUNT      PIC 9(7) VALUE 0.
       01  WS-GLX-DR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-GLX-CR-TOTAL       PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-ESCH-INT-AMT       PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ESCH-TOT-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-BLOCKS-RELEASED PIC 9(7) VALUE 0.
       01  WS-LGO-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-LGO-EOF-YES    VALUE 'Y'.
       01  WS-RSV-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-RSV-EOF-YES    VALUE 'Y'.
       01  WS-LGL-AVAIL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LGL-CUST-SWITCH    PIC X VALUE 'N'.
           88  WS-LGL-CUST-YES   VALUE 'Y'.
       01  WS-LGL-OUTSTANDING    PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LGL-TAKE           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-LGL-PIN            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-LGL-RESERVED   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-LGL-REMITTED   PIC 9(7) VALUE 0.
       01  WS-CTL-LGL-REMIT-AMT  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-LGL-SATISFIED  PIC 9(7) VALUE 0.
       01  WS-DSP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-DSP-EOF-YES    VALUE 'Y'.
       01  WS-CTL-DSP-OPENED     PIC 9(7) VALUE 0.
       01  WS-CTL-DSP-FINAL      PIC 9(7) VALUE 0.
       01  WS-CTL-DSP-REVERSED   PIC 9(7) VALUE 0.
       01  WS-CTL-DSP-DENIED     PIC 9(7) VALUE 0.
       01  WS-CTL-DSP-ORIG-REV   PIC 9(7) VALUE 0.
       01  WS-DSP-ORIG-REV-SWITCH    PIC X VALUE 'N'.
           88  WS-DSP-ORIG-REV-YES   VALUE 'Y'.
       01  WS-CTL-DSP-PROV-AMT   PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-DSP-FINAL-AMT  PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CTL-DSP-REV-AMT    PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-BLK-DTL.
           05  WS-BLK-ACC              PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PRM-DORM-MONTHS      PIC 9(3) VALUE 12.
           05  PRM-ESCH-MONTHS      PIC 9(3) VALUE 60.
           05  PRM-BLKREL-CYCLES    PIC 9(3) VALUE 3.
           05  PRM-PARTITION        PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE.
           PERFORM 1100-READ-PARMS
           PERFORM 1400-INIT-PROC-DATE
           *> Con número de partición en la tarjeta el paso postea
           *> sólo ese rango de cuentas y se asienta con nombre propio;
           *> COBAP03 unifica después la salida de todas.
           IF PRM-PARTITION > 0
              PERFORM 1050-LOAD-PARTITION
              IF NOT WS-PTN-MODE-YES
                 DISPLAY 'COBAP01 NOT STARTED: PARTITION '
                         PRM-PARTITION ' NOT IN PARTCTL'
                 GOBACK
              END-IF
           END-IF
           *> El paso no arranca sin luz verde del registro de control:
           *> ni dos posteos de la misma fecha ni postear antes de que
           *> la conciliación de transferencias haya terminado.
              GOBACK
           END-IF
           OPEN I-O ACC-FILE.
           *> Una partición no abre los informes del día ni los
           *> archivos acumulativos: deja su parte en PARTOUT.DAT para
           *> no pisar ni intercalarse con la de las demás.
           IF WS-PTN-MODE-YES
              OPEN I-O POT-FILE
           ELSE
              OPEN OUTPUT RPT-FILE
              OPEN OUTPUT DRM-FILE
              OPEN OUTPUT BLK-FILE
              OPEN OUTPUT SWP-FILE
              OPEN EXTEND ERR-FILE
              OPEN EXTEND ESC-FILE
              OPEN EXTEND REM-FILE
              OPEN EXTEND DSN-FILE
           END-IF
           OPEN INPUT CUS-FILE.
           OPEN INPUT ODP-FILE.
           OPEN INPUT PTY-FILE.
           OPEN I-O LGO-FILE.
           OPEN I-O RSV-FILE.
           OPEN I-O DSP-FILE.
           PERFORM 1200-INIT-CHECKPOINT
           PERFORM 1300-INIT-MM-TABLE
           PERFORM 1500-INIT-TXN-FILE
           *> de cierre vence las que quedaron sin calzar. Ya no hay
           *> tabla en memoria ni abismo de capacidad.
           OPEN I-O HLD-FILE
           *> Depósitos a plazo: condiciones por cuenta y cola de pagos
           *> de vencimiento del día (un reinicio conserva la cola de
           *> la corrida interrumpida).
           OPEN I-O TDM-FILE
           IF WS-PTN-MODE-YES
              PERFORM 1250-INIT-PARTITION-OUTPUT
              PERFORM 1260-PUT-HELD-ERROR
                 VARYING WS-ERR-HELD-IDX FROM 1 BY 1
                 UNTIL WS-ERR-HELD-IDX > WS-ERR-HELD-COUNT
              PERFORM 1700-POSITION-PARTITION
           ELSE
              IF PRM-RESTART-YES
                 OPEN EXTEND TDP-FILE
              ELSE
                 OPEN OUTPUT TDP-FILE
              END-IF
           END-IF
           PERFORM 1800-LOAD-RATE-MASTER.

       1900-RUN-CONTROL-START.
                 *> queda asentado que corrió sin esa protección.
                 SET RUN-RESULT-OK TO TRUE
                 MOVE 'RUN CONTROL UNAVAILABLE' TO ERR-CONDITION
                 PERFORM 8020-LOG-START-ERROR
           END-CALL.

       1950-RUN-CONTROL-END.
           MOVE 0 TO WS-RATE-EFF-MM-TIER(1)
                     WS-RATE-EFF-MM-TIER(2)
                     WS-RATE-EFF-MM-TIER(3)
           PERFORM 1805-CLEAR-ONE-TD-TIER
              VARYING WS-TD-IDX FROM 1 BY 1
              UNTIL WS-TD-IDX > 9
           OPEN INPUT RTM-FILE
           PERFORM 1810-LOAD-ONE-RATE UNTIL WS-RTM-EOF-YES
           CLOSE RTM-FILE
              MOVE +0.00000 TO WS-OD-INT-RATE
           END-IF.

       1805-CLEAR-ONE-TD-TIER.
           MOVE 0 TO WS-TD-TIER-MONTHS(WS-TD-IDX)
           MOVE 0 TO WS-TD-TIER-RATE(WS-TD-IDX)
           MOVE 0 TO WS-RATE-EFF-TD(WS-TD-IDX).

       1810-LOAD-ONE-RATE.
           READ RTM-FILE
               AT END
              MOVE WS-DATE   TO ERR-TIMESTAMP
              MOVE 'COBAP01' TO ERR-PROGRAM
              MOVE SPACES    TO ERR-ACC-NUMBER
              PERFORM 8050-PUT-ERROR-RECORD
           ELSE
              IF RTM-EFF-DATE <= WS-PROC-DATE
                 EVALUATE TRUE
                          MOVE RTM-EFF-DATE
                            TO WS-RATE-EFF-MM-TIER(RTM-TIER-NO)
                       END-IF
                       *> La base del escalón vale para el producto
                       *> entero: manda la fila vigente más reciente.
                       IF RTM-TIER-NO >= 1 AND RTM-TIER-NO <= 3
                             AND RTM-EFF-DATE >= WS-RATE-EFF-MM-BASIS
                          MOVE RTM-TIER-BASIS TO WS-MM-TIER-BASIS
                          MOVE RTM-EFF-DATE   TO WS-RATE-EFF-MM-BASIS
                       END-IF
                    *> Plazo fijo: el límite del escalón es el plazo
                    *> máximo en meses; sólo lo usan las renovaciones,
                    *> el plazo vigente conserva la tasa pactada.
                    WHEN RTM-TYPE-TERM
                       IF RTM-TIER-NO >= 1
                             AND RTM-EFF-DATE >=
                                 WS-RATE-EFF-TD(RTM-TIER-NO)
                          MOVE RTM-TIER-LIMIT
                            TO WS-TD-TIER-MONTHS(RTM-TIER-NO)
                          MOVE RTM-TIER-RATE
                            TO WS-TD-TIER-RATE(RTM-TIER-NO)
                          MOVE RTM-EFF-DATE
                            TO WS-RATE-EFF-TD(RTM-TIER-NO)
                       END-IF
                    WHEN OTHER
                       MOVE 'BAD RATE MASTER RECORD' TO ERR-CONDITION
                       MOVE WS-DATE   TO ERR-TIMESTAMP
                       MOVE 'COBAP01' TO ERR-PROGRAM
                       MOVE SPACES    TO ERR-ACC-NUMBER
                       PERFORM 8050-PUT-ERROR-RECORD
                 END-EVALUATE
              END-IF
           END-IF.
           *> los altos se agregan por clave.
           OPEN I-O HST-FILE.

       1700-POSITION-PARTITION.
           *> La partición arranca en el primer número de su rango; los
           *> movimientos de cuentas anteriores se pasan sin registrar:
           *> son de otra partición, que los aplica o los informa como
           *> huérfanos.
           MOVE WS-PTN-LOW-ACC TO ACC-NUMBER
           START ACC-FILE KEY NOT < ACC-NUMBER
               INVALID KEY
                   SET WS-EOF-YES TO TRUE
           END-START
           PERFORM 1510-READ-NEXT-TXN
              UNTIL WS-TXN-EOF-YES
                 OR TXN-ACC-NUMBER NOT < WS-PTN-LOW-ACC.

       1500-INIT-TXN-FILE.
           *> TXNPOST.DAT trae los movimientos del día ya depurados por
           *> la edición (COBED01) y con las transferencias conciliadas
              MOVE PRM-DATE-CUTOFF TO WS-PROC-DATE
           END-IF
           *> El ciclo de fin de mes es el que capitaliza el interés
           *> devengado: si el próximo día hábil cae en otro mes, éste
           *> es el último ciclo del mes. Los días inhábiles que siguen
           *> se devengan hoy, porque el ciclo no corre en ellos.
           COMPUTE WS-NEXT-DAY-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-PROC-DATE) + 1)
           MOVE 'N'              TO CAL-FUNC
           MOVE WS-NEXT-DAY-DATE TO CAL-DATE-IN
           CALL WS-CAL-MOD-NAME USING BY REFERENCE CAL-REQUEST
              ON EXCEPTION
                 *> Sin calendario se sigue con días corridos, como
                 *> si todos fueran hábiles.
                 MOVE 'N' TO WS-CAL-AVAILABLE
                 MOVE WS-NEXT-DAY-DATE TO CAL-DATE-OUT
                 MOVE 'CALENDAR UNAVAILABLE' TO ERR-CONDITION
                 PERFORM 8020-LOG-START-ERROR
           END-CALL
           MOVE CAL-DATE-OUT TO WS-NEXT-BUS-DATE
           COMPUTE WS-ACCRUAL-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-BUS-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
           IF WS-NEXT-BUS-DATE(5:2) NOT = WS-PROC-DATE(5:2)
              SET WS-MONTH-END-YES TO TRUE
              MOVE WS-NEXT-BUS-DATE TO WS-NEXT-BUS-MONTH1
              MOVE '01' TO WS-NEXT-BUS-MONTH1(7:2)
              COMPUTE WS-ACCR-DAYS-NEXT =
                      FUNCTION INTEGER-OF-DATE(WS-NEXT-BUS-DATE)
                    - FUNCTION INTEGER-OF-DATE(WS-NEXT-BUS-MONTH1)
           END-IF.

       1100-READ-PARMS.
                      MOVE PRM-CARD-BLKREL-CYCLES
                        TO PRM-BLKREL-CYCLES
                   END-IF
                   IF PRM-CARD-PARTITION IS NUMERIC
                      MOVE PRM-CARD-PARTITION TO PRM-PARTITION
                   END-IF
           END-READ
           CLOSE PRM-FILE.

       1200-INIT-CHECKPOINT.
           *> Si es un reinicio, se retoma el último punto de control;
           *> de lo contrario se arranca un checkpoint nuevo en blanco.
           *> Cada partición lleva el suyo en la posición relativa de
           *> su número.
           IF WS-PTN-MODE-YES
              MOVE PRM-PARTITION TO WS-CHK-SLOT
           END-IF
           MOVE WS-CHK-SLOT TO WS-CHK-KEY
           IF PRM-RESTART-YES
              OPEN I-O CHK-FILE
              READ CHK-FILE
              MOVE CHK-RECS-READ  TO WS-CTL-RECS-READ
              MOVE CHK-BAL-HASH   TO WS-CTL-BAL-HASH
           ELSE
              *> El archivo es compartido entre particiones: cada una
              *> deja en blanco sólo su registro.
              IF WS-PTN-MODE-YES
                 OPEN I-O CHK-FILE
              ELSE
                 OPEN OUTPUT CHK-FILE
              END-IF
              MOVE SPACES TO CHK-LAST-ACC-NUMBER
              MOVE 0      TO CHK-REC-COUNT
              MOVE 0      TO CHK-RECS-READ
              MOVE 0      TO CHK-BAL-HASH
              IF WS-PTN-MODE-YES
                 WRITE CHK-RECORD
                     INVALID KEY
                         REWRITE CHK-RECORD
                         END-REWRITE
                 END-WRITE
              ELSE
                 WRITE CHK-RECORD
                 CLOSE CHK-FILE
                 OPEN I-O CHK-FILE
              END-IF
           END-IF.

       1050-LOAD-PARTITION.
           *> Rango de cuentas de la partición pedida en la tarjeta.
           MOVE 'N' TO WS-PTN-EOF-SWITCH
           OPEN INPUT PTN-FILE
           PERFORM 1055-READ-ONE-PARTITION
              UNTIL WS-PTN-EOF-YES OR WS-PTN-MODE-YES
           CLOSE PTN-FILE.

       1055-READ-ONE-PARTITION.
           READ PTN-FILE
               AT END
                   SET WS-PTN-EOF-YES TO TRUE
               NOT AT END
                   IF PTN-ID = PRM-PARTITION
                      SET WS-PTN-MODE-YES TO TRUE
                      MOVE PTN-LOW-ACC   TO WS-PTN-LOW-ACC
                      MOVE PTN-HIGH-ACC  TO WS-PTN-HIGH-ACC
                      MOVE PRM-PARTITION TO WS-PTN-STEP-NO
                      MOVE WS-PTN-STEP   TO RUN-STEP
                   END-IF
           END-READ.

       1250-INIT-PARTITION-OUTPUT.
           *> Una corrida nueva de la partición descarta lo que haya
           *> dejado antes para la fecha; un reinicio conserva la cola
           *> de pagos de plazo fijo, los archivos acumulativos y las
           *> patas pendientes, igual que la corrida sin particiones
           *> conserva lo que agrega, y sigue numerando a continuación.
           MOVE 0 TO WS-POT-SEQ
           MOVE 'N' TO WS-POT-EOF-SWITCH
           MOVE WS-PROC-DATE  TO POT-PROC-DATE
           MOVE PRM-PARTITION TO POT-PARTITION
           MOVE LOW-VALUES    TO POT-FILE-ID
           MOVE 0             TO POT-SEQ
           START POT-FILE KEY NOT < POT-KEY
               INVALID KEY
                   SET WS-POT-EOF-YES TO TRUE
           END-START
           PERFORM 1255-CLEAR-ONE-OUTPUT UNTIL WS-POT-EOF-YES.

       1255-CLEAR-ONE-OUTPUT.
           READ POT-FILE NEXT RECORD
               AT END
                   SET WS-POT-EOF-YES TO TRUE
               NOT AT END
                   IF POT-PROC-DATE NOT = WS-PROC-DATE
                         OR POT-PARTITION NOT = PRM-PARTITION
                      SET WS-POT-EOF-YES TO TRUE
                   ELSE
                      IF PRM-RESTART-YES AND POT-KEPT-ON-RESTART
                         IF POT-SEQ > WS-POT-SEQ
                            MOVE POT-SEQ TO WS-POT-SEQ
                         END-IF
                      ELSE
                         DELETE POT-FILE RECORD
                         END-DELETE
                      END-IF
                   END-IF
           END-READ.

       1260-PUT-HELD-ERROR.
           MOVE WS-ERR-HELD(WS-ERR-HELD-IDX) TO ERR-RECORD
           PERFORM 8050-PUT-ERROR-RECORD.

       1300-INIT-MM-TABLE.
           *> Tabla de tasas escalonadas para cuentas de money-market:
           *> a mayor saldo, mejor tasa.
           IF WS-EOF-YES
               GO TO 2999-EXIT
           END-IF
           *> La partición termina al pasar el extremo de su rango.
           IF WS-PTN-MODE-YES AND ACC-NUMBER > WS-PTN-HIGH-ACC
              SET WS-EOF-YES TO TRUE
              GO TO 2999-EXIT
           END-IF
           MOVE ACC-RECORD TO JRN-REQ-BEFORE

           *> El saldo "antes" se toma previo a aplicar los movimientos
           *> del día, para que el registro de posteo (reporte) permita
           *> de intereses.
           MOVE ACC-BALANCE TO WS-BAL-BEFORE
           MOVE 'N' TO WS-ACTIVITY-SWITCH
           PERFORM 2040-READ-TERM-DEPOSIT

           PERFORM 2050-CONSUME-TRANSACTIONS

              GO TO 2999-EXIT
           END-IF

           *> Reclamos: el crédito provisorio y su reversión entran
           *> antes del devengado y de las reglas de sobregiro, como
           *> cualquier otro movimiento del día.
           IF NOT ACC-CLOSED
              PERFORM 2900-APPLY-DISPUTES
           END-IF

           *> El saldo del día entra al promedio diario antes de los
           *> intereses: el escalón de money-market puede depender de
           *> él.
           IF NOT ACC-CLOSED
              PERFORM 2620-ACCUMULATE-ADB
           END-IF

           MOVE ZERO TO WS-INTEREST-AMT
           MOVE 'N' TO WS-WAS-BLOCKED
           IF ACC-BLOCKED
           *> que el pasivo por intereses devengados quede visible en
           *> el mayor entre estado y estado.
           IF ACC-OPEN AND ACC-TYPE-SAVINGS
              COMPUTE WS-INTEREST-AMT =
                    ACC-BALANCE * WS-INT-RATE * WS-ACCRUAL-DAYS
                 ON SIZE ERROR
                    MOVE 'INTEREST CALC OVERFLOW' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
              ADD WS-INTEREST-AMT TO WS-CTL-INT-MM-TOTAL
           END-IF

           *> Regla de negocio: el plazo fijo devenga a la tasa
           *> pactada en TDMST.DAT, no a la del maestro del día.
           IF ACC-OPEN AND ACC-TYPE-TERM
              IF WS-TDM-FOUND-YES
                 COMPUTE WS-INTEREST-AMT =
                       ACC-BALANCE * TDM-RATE * WS-ACCRUAL-DAYS
                    ON SIZE ERROR
                       MOVE 'INTEREST CALC OVERFLOW' TO ERR-CONDITION
                       PERFORM 8000-LOG-ERROR
                 END-COMPUTE
                 ADD WS-INTEREST-AMT TO WS-CTL-INT-TD-TOTAL
              ELSE
                 MOVE 'TERM DEPOSIT TERMS MISSING' TO ERR-CONDITION
                 PERFORM 8000-LOG-ERROR
              END-IF
           END-IF

           *> En el cierre de mes la porción de los días inhábiles del
           *> mes nuevo no entra en esta capitalización: se aparta y
           *> se devenga recién después de capitalizar.
           MOVE ZERO TO WS-INT-CARRY
           IF WS-MONTH-END-YES AND WS-ACCR-DAYS-NEXT > 0
                 AND NOT ACC-TYPE-TERM
              COMPUTE WS-INT-CARRY ROUNDED =
                    WS-INTEREST-AMT * WS-ACCR-DAYS-NEXT
                                    / WS-ACCRUAL-DAYS
           END-IF

           IF WS-INTEREST-AMT NOT = ZERO
              COMPUTE ACC-ACCRUED-INT =
                    ACC-ACCRUED-INT + WS-INTEREST-AMT - WS-INT-CARRY
                 ON SIZE ERROR
                    MOVE 'INTEREST ACCRUE OVERFLOW' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
           *> de mes como ingreso por intereses, no neteado en las
           *> líneas de gasto del extracto contable.
           MOVE ZERO TO WS-DRINT-AMT
           MOVE ZERO TO WS-DRINT-CARRY
           IF ACC-BALANCE < ZERO AND NOT ACC-CLOSED
              COMPUTE WS-DRINT-AMT =
                    (ZERO - ACC-BALANCE) * WS-OD-INT-RATE
                                         * WS-ACCRUAL-DAYS
                 ON SIZE ERROR
                    MOVE 'DR INTEREST CALC OVERFLOW' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
              END-COMPUTE
              IF WS-MONTH-END-YES AND WS-ACCR-DAYS-NEXT > 0
                 COMPUTE WS-DRINT-CARRY ROUNDED =
                       WS-DRINT-AMT * WS-ACCR-DAYS-NEXT
                                    / WS-ACCRUAL-DAYS
              END-IF
              IF WS-DRINT-AMT NOT = ZERO
                 COMPUTE ACC-ACCRUED-DEBIT =
                       ACC-ACCRUED-DEBIT + WS-DRINT-AMT
                                         - WS-DRINT-CARRY
                    ON SIZE ERROR
                       MOVE 'DR INT ACCRUE OVERFLOW' TO ERR-CONDITION
                       PERFORM 8000-LOG-ERROR
              END-IF
           END-IF

           *> Vencimiento del plazo fijo: capitaliza lo devengado y
           *> renueva o paga según la instrucción del cliente.
           IF ACC-OPEN AND ACC-TYPE-TERM AND WS-TDM-FOUND-YES
                 AND TDM-ACTIVE
                 AND TDM-MATURITY-DATE <= WS-PROC-DATE
              PERFORM 2190-MATURE-TERM-DEPOSIT
           END-IF

           *> Capitalización: sólo en el ciclo de fin de mes el
           *> devengado pasa al saldo y queda en el histórico como
           *> interés abonado del estado de cuenta. El plazo fijo
           *> capitaliza recién al vencimiento.
           IF WS-MONTH-END-YES
                 AND ACC-ACCRUED-INT NOT = ZERO
                 AND NOT ACC-CLOSED
                 AND NOT ACC-TYPE-TERM
              PERFORM 2170-CAPITALIZE-INTEREST
           END-IF

              PERFORM 2180-CAPITALIZE-DEBIT-INT
           END-IF

           *> Lo apartado para los días inhábiles del mes nuevo abre el
           *> devengado del mes siguiente.
           IF WS-INT-CARRY NOT = ZERO
              ADD WS-INT-CARRY TO ACC-ACCRUED-INT
           END-IF
           IF WS-DRINT-CARRY NOT = ZERO
              ADD WS-DRINT-CARRY TO ACC-ACCRUED-DEBIT
           END-IF

           *> Protección de sobregiro: antes de las reglas de bloqueo
           *> y cargo ODF se intenta cubrir el faltante desde la
           *> cuenta de fondeo adherida.
           IF ACC-TYPE-CHECKING AND NOT ACC-CLOSED
                 AND ACC-BALANCE < -ACC-OD-LIMIT
              PERFORM 2200-OD-PROTECTION-SWEEP
           END-IF

           *> Historial para el scoring de riesgo nocturno (COBAP02)
           IF ACC-BALANCE < -ACC-OD-LIMIT
              ADD 1 TO ACC-OD-EXCEED-COUNT
              ADD 1 TO ACC-BLOCK-COUNT
              ADD 1 TO WS-CTL-NEW-BLOCKED
              MOVE 0 TO ACC-CLEAN-CYCLES
              MOVE 'ODX'          TO ALR-REQ-TYPE
              MOVE ACC-OD-LIMIT   TO ALR-REQ-AMOUNT
              MOVE SPACES         TO ALR-REQ-REF
              MOVE 'OVERDRAFT LIMIT EXCEEDED' TO ALR-REQ-TEXT
              PERFORM 2760-SEND-ALERT
           END-IF

           PERFORM 2660-REVIEW-BLOCK

           PERFORM 2600-ASSESS-FEES

           *> Un plazo fijo no tiene movimientos por diseño: su falta
           *> de actividad no es inactividad.
           IF NOT ACC-TYPE-TERM
              PERFORM 2680-CHECK-DORMANCY
           END-IF

           IF NOT ACC-CLOSED
              PERFORM 2800-APPLY-LEGAL-ORDERS
           END-IF

           MOVE WS-PROC-DATE TO ACC-LAST-POSTED-DATE

              CONTINUE
           END-IF

           *> Aviso de saldo bajo: UTLALR01 lo emite sólo si el saldo
           *> del día cruzó hacia abajo el umbral que eligió el cliente.
           IF NOT ACC-CLOSED AND ACC-BALANCE < WS-BAL-BEFORE
              MOVE 'LOW'          TO ALR-REQ-TYPE
              MOVE WS-BAL-BEFORE  TO ALR-REQ-AMOUNT
              MOVE SPACES         TO ALR-REQ-REF
              MOVE 'BALANCE BELOW YOUR LIMIT' TO ALR-REQ-TEXT
              PERFORM 2760-SEND-ALERT
           END-IF

           REWRITE ACC-RECORD
           END-REWRITE
           PERFORM 2750-JOURNAL-CHANGES

           PERFORM 2500-WRITE-REPORT

           END-IF
           GO TO 2999-EXIT.

       2040-READ-TERM-DEPOSIT.
           MOVE 'N' TO WS-TDM-FOUND-SWITCH
           IF ACC-TYPE-TERM
              MOVE ACC-NUMBER TO TDM-ACC-NUMBER
              READ TDM-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      SET WS-TDM-FOUND-YES TO TRUE
              END-READ
           END-IF.

       2050-CONSUME-TRANSACTIONS.
           *> TXN-FILE y ACC-FILE están en la misma secuencia ascendente
           *> por número de cuenta. Primero se descartan (con log de
                   SUBTRACT TXN-AMOUNT FROM ACC-BALANCE
                   SUBTRACT TXN-AMOUNT FROM WS-CTL-TXN-NET
                   PERFORM 2075-RELEASE-MATCHING-HOLD
              WHEN TXN-REVERSAL
                   PERFORM 2100-APPLY-REVERSAL
           END-EVALUATE
           *> Una reversión corrige un error del banco: no es actividad
           *> del cliente y escribe su propio histórico enlazado.
           IF NOT TXN-REVERSAL
              SET WS-ACTIVITY-YES TO TRUE
              PERFORM 2080-WRITE-HISTORY
           END-IF
           IF (TXN-WITHDRAWAL OR TXN-TRANSFER-OUT)
                 AND ACC-TYPE-TERM AND WS-TDM-FOUND-YES
                 AND TDM-ACTIVE
                 AND WS-PROC-DATE < TDM-MATURITY-DATE
              PERFORM 2078-CHARGE-TD-PENALTY
           END-IF.

       2075-RELEASE-MATCHING-HOLD.
           *> Un débito posteado libera la retención que lo reservó:
                   END-IF
           END-READ.

       2078-CHARGE-TD-PENALTY.
           *> Retiro anticipado de un plazo fijo: se cobran
           *> WS-TD-PENALTY-DAYS días de interés a la tasa pactada
           *> sobre lo retirado, como cargo 'TDP' con su propio
           *> histórico, a continuación del retiro que lo origina.
           COMPUTE WS-TD-PENALTY-AMT ROUNDED =
                 TXN-AMOUNT * TDM-RATE * WS-TD-PENALTY-DAYS
              ON SIZE ERROR
                 MOVE WS-TD-PENALTY-MAX TO WS-TD-PENALTY-AMT
           END-COMPUTE
           IF WS-TD-PENALTY-AMT > WS-TD-PENALTY-MAX
              MOVE WS-TD-PENALTY-MAX TO WS-TD-PENALTY-AMT
           END-IF
           IF WS-TD-PENALTY-AMT > ZERO
              MOVE 'TDP'             TO WS-FEE-CODE-TMP
              MOVE WS-TD-PENALTY-AMT TO WS-FEE-AMT-TMP
              PERFORM 2650-ADD-FEE-ENTRY
           END-IF.

       2080-WRITE-HISTORY.
           *> Registro histórico del movimiento recién aplicado, con el
           *> saldo corrido resultante, clave cuenta + fecha efectiva.
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER    TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE  TO HST-POST-DATE
           MOVE TXN-TYPE      TO HST-TXN-TYPE
           MOVE TXN-REF       TO HST-REF
           PERFORM 2085-WRITE-HST-RECORD.

       2082-CLEAR-HST-LINK.
           MOVE 'N'    TO HST-REV-FLAG
           MOVE SPACE  TO HST-ORIG-TYPE
           MOVE 0      TO HST-LINK-DATE
           MOVE 0      TO HST-LINK-SEQ.

       2085-WRITE-HST-RECORD.
           *> Asigna el secuencial dentro de cuenta + fecha. Los altos
           *> de una cuenta salen todos juntos, así que el contador se
           END-WRITE.

       2090-WRITE-INT-HISTORY.
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER       TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE     TO HST-POST-DATE
           MOVE 'N'              TO HST-TXN-TYPE
           *> El código del cargo viaja en la referencia: el detalle de
           *> ACC-FEES sólo retiene las últimas cinco entradas, así que
           *> el histórico es la fuente completa para los estados.
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER       TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE     TO HST-POST-DATE
           MOVE 'F'              TO HST-TXN-TYPE
           MOVE WS-FEE-CODE-TMP  TO HST-REF
           PERFORM 2085-WRITE-HST-RECORD.

       2100-APPLY-REVERSAL.
           *> La reversión se aplica como el opuesto exacto del
           *> movimiento original. COBED01 ya validó la clave, pero el
           *> original se vuelve a leer acá: la marca de revertido es
           *> la que impide aplicar dos veces la misma corrección.
           MOVE 'N' TO WS-REV-OK-SWITCH
           MOVE ACC-NUMBER        TO HST-ACC-NUMBER
           MOVE TXN-REV-POST-DATE TO HST-POST-DATE
           MOVE TXN-REV-SEQ       TO HST-SEQ
           READ HST-FILE
               INVALID KEY
                   MOVE 'REVERSAL ORIGINAL NOT FOUND' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
               NOT INVALID KEY
                   PERFORM 2105-CHECK-ORIGINAL
           END-READ
           IF WS-REV-OK-YES
              PERFORM 2110-REVERSE-BY-TYPE
              PERFORM 2120-WRITE-REVERSAL-HIST
              PERFORM 2125-MARK-ORIGINAL
              ADD 1 TO WS-CTL-REVERSALS
           ELSE
              ADD 1 TO WS-CTL-REV-REJECTED
           END-IF.

       2105-CHECK-ORIGINAL.
           EVALUATE TRUE
              WHEN HST-REVERSED
                   MOVE 'REVERSAL ORIGINAL REVERSED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
              WHEN NOT HST-REVERSIBLE OR HST-INTERNAL-LEG
                   MOVE 'REVERSAL ORIGINAL INVALID' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
              WHEN HST-AMOUNT NOT = TXN-AMOUNT
                   MOVE 'REVERSAL AMOUNT MISMATCH' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
              WHEN OTHER
                   SET WS-REV-OK-YES TO TRUE
                   MOVE HST-TXN-TYPE  TO WS-REV-ORIG-TYPE
                   MOVE HST-REF       TO WS-REV-ORIG-REF
                   MOVE HST-POST-DATE TO WS-REV-ORIG-DATE
                   MOVE HST-SEQ       TO WS-REV-ORIG-SEQ
           END-EVALUATE.

       2110-REVERSE-BY-TYPE.
           *> Depósitos y retiros deshacen el efectivo del día; cargos
           *> e intereses capitalizados van a sus propios acumulados
           *> para que el extracto contable los revierta en la misma
           *> cuenta de resultado que los originó.
           EVALUATE WS-REV-ORIG-TYPE
              WHEN 'D'
              WHEN 'I'
                   SUBTRACT TXN-AMOUNT FROM ACC-BALANCE
                   SUBTRACT TXN-AMOUNT FROM WS-CTL-TXN-NET
              WHEN 'W'
              WHEN 'O'
                   ADD TXN-AMOUNT TO ACC-BALANCE
                   ADD TXN-AMOUNT TO WS-CTL-TXN-NET
              WHEN 'N'
                   SUBTRACT TXN-AMOUNT FROM ACC-BALANCE
                   EVALUATE TRUE
                      WHEN ACC-TYPE-MONEYMKT
                         ADD TXN-AMOUNT TO WS-CTL-REV-INT-MM
                      WHEN ACC-TYPE-TERM
                         ADD TXN-AMOUNT TO WS-CTL-REV-INT-TD
                      WHEN OTHER
                         ADD TXN-AMOUNT TO WS-CTL-REV-INT-SAV
                   END-EVALUATE
              WHEN 'G'
                   ADD TXN-AMOUNT TO ACC-BALANCE
                   ADD TXN-AMOUNT TO WS-CTL-REV-DRINT
              WHEN 'F'
                   ADD TXN-AMOUNT TO ACC-BALANCE
                   EVALUATE WS-REV-ORIG-REF(1:3)
                      WHEN 'MNT'
                         ADD TXN-AMOUNT TO WS-CTL-REV-FEE-MNT
                      WHEN 'TDP'
                         ADD TXN-AMOUNT TO WS-CTL-REV-FEE-TDP
                      WHEN 'SWP'
                         ADD TXN-AMOUNT TO WS-CTL-REV-FEE-SWP
                      WHEN OTHER
                         ADD TXN-AMOUNT TO WS-CTL-REV-FEE-ODF
                   END-EVALUATE
                   PERFORM 2130-DROP-FEE-ENTRY
           END-EVALUATE.

       2120-WRITE-REVERSAL-HIST.
           *> La referencia del original se conserva (el código del
           *> cargo, la referencia del depósito) para que el estado de
           *> cuenta muestre qué se corrigió.
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER       TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE     TO HST-POST-DATE
           MOVE 'R'              TO HST-TXN-TYPE
           MOVE TXN-AMOUNT       TO HST-AMOUNT
           MOVE ACC-BALANCE      TO HST-BAL-AFTER
           MOVE WS-REV-ORIG-REF  TO HST-REF
           MOVE WS-REV-ORIG-TYPE TO HST-ORIG-TYPE
           MOVE WS-REV-ORIG-DATE TO HST-LINK-DATE
           MOVE WS-REV-ORIG-SEQ  TO HST-LINK-SEQ
           PERFORM 2085-WRITE-HST-RECORD
           MOVE HST-SEQ TO WS-REV-NEW-SEQ.

       2125-MARK-ORIGINAL.
           MOVE ACC-NUMBER       TO HST-ACC-NUMBER
           MOVE WS-REV-ORIG-DATE TO HST-POST-DATE
           MOVE WS-REV-ORIG-SEQ  TO HST-SEQ
           READ HST-FILE
               INVALID KEY
                   MOVE 'REVERSAL ORIGINAL NOT MARKED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
               NOT INVALID KEY
                   SET HST-REVERSED TO TRUE
                   MOVE WS-PROC-DATE   TO HST-LINK-DATE
                   MOVE WS-REV-NEW-SEQ TO HST-LINK-SEQ
                   REWRITE HST-RECORD
                       INVALID KEY
                           MOVE 'REVERSAL ORIGINAL NOT MARKED'
                             TO ERR-CONDITION
                           PERFORM 8000-LOG-ERROR
                   END-REWRITE
           END-READ.

       2130-DROP-FEE-ENTRY.
           *> El cargo devuelto sale del detalle de ACC-FEES si todavía
           *> está entre las últimas entradas: se busca desde la más
           *> reciente la primera con el mismo código e importe.
           MOVE 0 TO WS-FEE-FOUND-IDX
           PERFORM 2135-FIND-ONE-FEE
              VARYING WS-FEE-IDX FROM ACC-FEE-COUNT BY -1
              UNTIL WS-FEE-IDX < 1 OR WS-FEE-FOUND-IDX > 0
           IF WS-FEE-FOUND-IDX > 0
              PERFORM 2136-SHIFT-ONE-FEE
                 VARYING WS-FEE-IDX FROM WS-FEE-FOUND-IDX BY 1
                 UNTIL WS-FEE-IDX >= ACC-FEE-COUNT
              SUBTRACT 1 FROM ACC-FEE-COUNT
           END-IF.

       2135-FIND-ONE-FEE.
           IF ACC-FEE-CODE(WS-FEE-IDX) = WS-REV-ORIG-REF(1:3)
                 AND ACC-FEE-AMOUNT(WS-FEE-IDX) = TXN-AMOUNT
              MOVE WS-FEE-IDX TO WS-FEE-FOUND-IDX
           END-IF.

       2136-SHIFT-ONE-FEE.
           MOVE ACC-FEE(WS-FEE-IDX + 1) TO ACC-FEE(WS-FEE-IDX).

       2150-CALC-MM-INTEREST.
           *> El escalón se elige por el saldo del día o, si el
           *> producto lo pide, por el promedio diario del período;
           *> la tasa del escalón se aplica siempre al saldo del día.
           MOVE ACC-BALANCE TO WS-MM-TIER-BAL
           IF WS-MM-BASIS-ADB
              MOVE WS-ADB-CURRENT TO WS-MM-TIER-BAL
           END-IF
           PERFORM 2160-FIND-MM-TIER
              VARYING WS-MM-IDX FROM 1 BY 1
              UNTIL WS-MM-IDX = 3
                 OR WS-MM-TIER-BAL <= WS-MM-TIER-LIMIT(WS-MM-IDX)

           COMPUTE WS-INTEREST-AMT =
                 ACC-BALANCE * WS-MM-TIER-RATE(WS-MM-IDX)
                             * WS-ACCRUAL-DAYS
              ON SIZE ERROR
                 MOVE 'INTEREST CALC OVERFLOW' TO ERR-CONDITION
                 PERFORM 8000-LOG-ERROR
           END-COMPUTE
           MOVE ZERO TO ACC-ACCRUED-DEBIT
           ADD WS-CAP-DR-AMT TO WS-CTL-INT-DRCAP-TOTAL
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER       TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE     TO HST-POST-DATE
           MOVE 'G'              TO HST-TXN-TYPE
       2160-FIND-MM-TIER.
           CONTINUE.

       2190-MATURE-TERM-DEPOSIT.
           *> Al vencimiento el devengado del plazo se capitaliza y el
           *> capital más intereses se renueva por el mismo plazo a la
           *> tasa vigente, o sale hacia la cuenta vinculada si el
           *> cliente pidió el pago. El crédito a la vinculada se
           *> aplica al cierre (9600), cuando ya pasó por el pase
           *> principal y no se la vuelve a reescribir después.
           IF ACC-ACCRUED-INT NOT = ZERO
              PERFORM 2170-CAPITALIZE-INTEREST
           END-IF
           ADD 1 TO WS-CTL-TD-MATURED
           IF TDM-PAYOUT AND ACC-BALANCE > ZERO
              PERFORM 2192-QUEUE-TD-PAYOUT
           ELSE
              PERFORM 2194-ROLL-OVER-TERM
           END-IF
           REWRITE TDM-RECORD
               INVALID KEY
                   MOVE 'TERM DEPOSIT REWRITE FAILED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
           END-REWRITE.

       2192-QUEUE-TD-PAYOUT.
           MOVE WS-PROC-DATE   TO TDP-PROC-DATE
           MOVE ACC-NUMBER     TO TDP-TD-ACC
           MOVE TDM-PAYOUT-ACC TO TDP-PAYOUT-ACC
           MOVE ACC-BALANCE    TO TDP-AMOUNT
           SET TDP-PENDING     TO TRUE
           IF WS-PTN-MODE-YES
              MOVE 'TDPAY'    TO WS-POT-FILE-ID
              MOVE TDP-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE TDP-RECORD
           END-IF
           MOVE ZERO TO ACC-BALANCE
           SET ACC-CLOSED  TO TRUE
           SET TDM-MATURED TO TRUE
           ADD 1 TO WS-CTL-TD-PAID
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER       TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE     TO HST-POST-DATE
           MOVE 'O'              TO HST-TXN-TYPE
           MOVE TDP-AMOUNT       TO HST-AMOUNT
           MOVE ACC-BALANCE      TO HST-BAL-AFTER
           MOVE 'TD PAYOUT'      TO HST-REF
           PERFORM 2085-WRITE-HST-RECORD.

       2194-ROLL-OVER-TERM.
           *> Sin tasa vigente para el plazo se conserva la anterior y
           *> queda asentado para que tesorería cargue el maestro.
           PERFORM 2196-FIND-TD-RATE
           IF WS-TD-RATE-FOUND
              MOVE WS-TD-NEW-RATE TO TDM-RATE
           ELSE
              MOVE 'NO TERM RATE - RATE KEPT' TO ERR-CONDITION
              PERFORM 8000-LOG-ERROR
           END-IF
           MOVE WS-PROC-DATE TO TDM-OPEN-DATE
           PERFORM 2198-COMPUTE-MATURITY
           ADD 1 TO TDM-ROLL-COUNT
           SET TDM-ACTIVE TO TRUE
           ADD 1 TO WS-CTL-TD-ROLLED.

       2196-FIND-TD-RATE.
           *> El escalón que aplica es el de menor plazo máximo que
           *> cubra el plazo de la cuenta.
           MOVE 'N' TO WS-TD-RATE-SWITCH
           MOVE 0 TO WS-TD-NEW-RATE
           MOVE 999 TO WS-TD-MONTHS-TOT
           PERFORM 2197-CHECK-ONE-TD-TIER
              VARYING WS-TD-IDX FROM 1 BY 1
              UNTIL WS-TD-IDX > 9.

       2197-CHECK-ONE-TD-TIER.
           IF WS-RATE-EFF-TD(WS-TD-IDX) > 0
                 AND WS-TD-TIER-MONTHS(WS-TD-IDX) >= TDM-TERM-MONTHS
                 AND WS-TD-TIER-MONTHS(WS-TD-IDX) <= WS-TD-MONTHS-TOT
              MOVE WS-TD-TIER-MONTHS(WS-TD-IDX) TO WS-TD-MONTHS-TOT
              MOVE WS-TD-TIER-RATE(WS-TD-IDX)   TO WS-TD-NEW-RATE
              SET WS-TD-RATE-FOUND TO TRUE
           END-IF.

       2198-COMPUTE-MATURITY.
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

       2200-OD-PROTECTION-SWEEP.
           *> Se traspasa lo justo para volver al límite (más el
           *> cargo del barrido, que se debita después en la misma
           *> cuenta). Si la cuenta de fondeo no alcanza no se mueve
           *> nada: la cuenta sigue el circuito normal de bloqueo y
           *> queda en el informe de excepciones del barrido.
           MOVE 'N' TO WS-ODP-FOUND-SWITCH
           MOVE ACC-NUMBER TO ODP-ACC-NUMBER
           READ ODP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ODP-ACTIVE
                      SET WS-ODP-FOUND-YES TO TRUE
                   END-IF
           END-READ
           IF WS-ODP-FOUND-YES
              COMPUTE WS-SWP-SHORTFALL =
                    (ZERO - ACC-OD-LIMIT) - ACC-BALANCE
              MOVE ZERO TO WS-SWP-FEE
              IF ODP-FEE-YES
                 MOVE WS-SWEEP-FEE-AMT TO WS-SWP-FEE
              END-IF
              COMPUTE WS-SWP-AMOUNT = WS-SWP-SHORTFALL + WS-SWP-FEE
              MOVE ACC-NUMBER TO WS-SWP-ACC
              MOVE ACC-RECORD TO WS-SWP-SAVE-REC
              MOVE JRN-REQ-BEFORE TO WS-JRN-SAVE-BEFORE
              PERFORM 2210-DEBIT-FUNDING-ACC
              PERFORM 2220-RESTORE-SWEPT-ACC
              IF WS-SWP-OK-YES
                 PERFORM 2230-CREDIT-SWEPT-ACC
              ELSE
                 ADD 1 TO WS-CTL-SWEEP-FAILED
                 PERFORM 2240-WRITE-SWEEP-LINE
              END-IF
           END-IF.

       2210-DEBIT-FUNDING-ACC.
           *> La cuenta de fondeo puede estar antes o después en el
           *> archivo. Si ya pasó por este ciclo su saldo ya sumó al
           *> total de control y se corrige acá; si viene después,
           *> sumará el saldo ya debitado cuando le toque.
           *> En una partición, una cuenta de fondeo de otro rango
           *> sólo se consulta: el débito lo aplica COBAP03.
           MOVE 'N' TO WS-SWP-OK-SWITCH
           MOVE 'N' TO WS-SWP-FOREIGN-SWITCH
           IF WS-PTN-MODE-YES
                 AND (ODP-FUND-ACC < WS-PTN-LOW-ACC
                      OR ODP-FUND-ACC > WS-PTN-HIGH-ACC)
              SET WS-SWP-FOREIGN-YES TO TRUE
           END-IF
           MOVE ZERO TO WS-SWP-AVAIL
           MOVE ODP-FUND-ACC TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'FUNDING ACCT MISSING' TO WS-SWP-DTL-LABEL
               NOT INVALID KEY
                   MOVE ACC-RECORD  TO JRN-REQ-BEFORE
                   MOVE ACC-BALANCE TO WS-SWP-AVAIL
                   EVALUATE TRUE
                      WHEN NOT ACC-OPEN
                           MOVE 'FUNDING ACCT NOT OPEN'
                             TO WS-SWP-DTL-LABEL
                      WHEN ACC-BALANCE < WS-SWP-AMOUNT
                           MOVE 'FUNDS INSUFFICIENT'
                             TO WS-SWP-DTL-LABEL
                      WHEN WS-SWP-FOREIGN-YES
                           PERFORM 2215-STAGE-FUNDING-DEBIT
                           SET WS-SWP-OK-YES TO TRUE
                      WHEN OTHER
                           SUBTRACT WS-SWP-AMOUNT FROM ACC-BALANCE
                           IF ACC-LAST-POSTED-DATE >= WS-PROC-DATE
                              SUBTRACT WS-SWP-AMOUNT
                                  FROM WS-CTL-BAL-HASH
                           END-IF
                           PERFORM 2082-CLEAR-HST-LINK
                           MOVE ACC-NUMBER    TO HST-ACC-NUMBER
                           MOVE WS-PROC-DATE  TO HST-POST-DATE
                           MOVE 'O'           TO HST-TXN-TYPE
                           MOVE WS-SWP-AMOUNT TO HST-AMOUNT
                           MOVE ACC-BALANCE   TO HST-BAL-AFTER
                           MOVE 'ODP SWEEP'   TO HST-REF
                           PERFORM 2085-WRITE-HST-RECORD
                           REWRITE ACC-RECORD
                           END-REWRITE
                           PERFORM 2750-JOURNAL-CHANGES
                           SET WS-SWP-OK-YES TO TRUE
                   END-EVALUATE
           END-READ.

       2215-STAGE-FUNDING-DEBIT.
           MOVE SPACES          TO WS-LEG-RECORD
           SET WS-LEG-SWEEP-DEBIT TO TRUE
           MOVE ODP-FUND-ACC    TO WS-LEG-ACC-NUMBER
           MOVE ACC-CUST-NUMBER TO WS-LEG-CUST-NUMBER
           MOVE WS-SWP-AMOUNT   TO WS-LEG-AMOUNT
           MOVE ZERO            TO WS-LEG-BALANCE
           MOVE WS-SWP-ACC      TO WS-LEG-FROM-ACC
           MOVE 'ACCLEG'        TO WS-POT-FILE-ID
           MOVE WS-LEG-RECORD   TO POT-DATA
           PERFORM 8100-WRITE-PARTITION-OUT.

       2220-RESTORE-SWEPT-ACC.
           *> Se relee la cuenta en curso para dejar el archivo
           *> posicionado donde estaba (el READ NEXT sigue desde ella)
           *> y se recupera su imagen en memoria con lo ya aplicado.
           MOVE WS-SWP-ACC TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'SWEEP REPOSITION FAILED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
           END-READ
           MOVE WS-SWP-SAVE-REC TO ACC-RECORD
           MOVE WS-JRN-SAVE-BEFORE TO JRN-REQ-BEFORE.

       2230-CREDIT-SWEPT-ACC.
           ADD WS-SWP-AMOUNT TO ACC-BALANCE
           ADD 1 TO WS-CTL-SWEEPS
           ADD WS-SWP-AMOUNT TO WS-CTL-SWEEP-AMT
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER    TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE  TO HST-POST-DATE
           MOVE 'I'           TO HST-TXN-TYPE
           MOVE WS-SWP-AMOUNT TO HST-AMOUNT
           MOVE ACC-BALANCE   TO HST-BAL-AFTER
           MOVE 'ODP SWEEP'   TO HST-REF
           PERFORM 2085-WRITE-HST-RECORD
           IF WS-SWP-FEE > ZERO
              MOVE 'SWP'      TO WS-FEE-CODE-TMP
              MOVE WS-SWP-FEE TO WS-FEE-AMT-TMP
              PERFORM 2650-ADD-FEE-ENTRY
           END-IF.

       2240-WRITE-SWEEP-LINE.
           MOVE WS-SWP-ACC       TO WS-SWP-DTL-ACC
           MOVE ODP-FUND-ACC     TO WS-SWP-DTL-FUND
           MOVE WS-SWP-AMOUNT    TO WS-SWP-DTL-NEED
           MOVE WS-SWP-AVAIL     TO WS-SWP-DTL-AVAIL
           IF WS-PTN-MODE-YES
              MOVE 'SWPRPT'   TO WS-POT-FILE-ID
              MOVE WS-SWP-DTL TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              MOVE WS-SWP-DTL       TO SWP-LINE
              WRITE SWP-LINE
           END-IF.

       2500-WRITE-REPORT.
           MOVE ACC-NUMBER TO RPT-ACC-NUMBER
           MOVE WS-BAL-BEFORE TO RPT-BAL-BEFORE
           IF ACC-BLOCKED AND NOT WS-WAS-BLOCKED-YES
              MOVE 'NEW' TO RPT-BLOCKED-FLAG
           END-IF
           IF WS-PTN-MODE-YES
              MOVE 'POSTRPT'  TO WS-POT-FILE-ID
              MOVE RPT-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE RPT-RECORD
           END-IF.

       2600-ASSESS-FEES.
           *> Cargo de mantenimiento: cuentas corrientes cuyo saldo
           *> promedio diario del mes quedó bajo el mínimo. Se decide
           *> una sola vez, en el cierre de mes: una noche con saldo
           *> alto ya no alcanza para esquivarlo.
           IF WS-MONTH-END-YES AND ACC-OPEN AND ACC-TYPE-CHECKING
                 AND ACC-ADB-PRIOR < WS-MIN-CHECKING-BAL
              MOVE 'MNT' TO WS-FEE-CODE-TMP
              MOVE WS-MAINT-FEE-AMT TO WS-FEE-AMT-TMP
              PERFORM 2650-ADD-FEE-ENTRY
              PERFORM 2650-ADD-FEE-ENTRY
           END-IF.

       2620-ACCUMULATE-ADB.
           *> Cada noche el saldo del día pesa por los días corridos
           *> que cubre el ciclo. En el cierre de mes los días del mes
           *> nuevo abren el acumulado siguiente y el promedio del mes
           *> queda en ACC-ADB-PRIOR para el cargo de mantenimiento,
           *> el estado de cuenta y el análisis de saldos.
           MOVE WS-ACCRUAL-DAYS TO WS-ADB-DAYS-THIS
           IF WS-MONTH-END-YES
              SUBTRACT WS-ACCR-DAYS-NEXT FROM WS-ADB-DAYS-THIS
           END-IF
           COMPUTE ACC-ADB-BAL-ACCUM =
                 ACC-ADB-BAL-ACCUM + ACC-BALANCE * WS-ADB-DAYS-THIS
              ON SIZE ERROR
                 MOVE 'ADB ACCUMULATE OVERFLOW' TO ERR-CONDITION
                 PERFORM 8000-LOG-ERROR
           END-COMPUTE
           ADD WS-ADB-DAYS-THIS TO ACC-ADB-DAYS
           IF ACC-ADB-DAYS > 0
              COMPUTE WS-ADB-CURRENT ROUNDED =
                    ACC-ADB-BAL-ACCUM / ACC-ADB-DAYS
           ELSE
              MOVE ACC-BALANCE TO WS-ADB-CURRENT
           END-IF
           IF WS-MONTH-END-YES
              MOVE WS-ADB-CURRENT    TO ACC-ADB-PRIOR
              MOVE WS-PROC-DATE(1:6) TO ACC-ADB-PERIOD
              COMPUTE ACC-ADB-BAL-ACCUM =
                    ACC-BALANCE * WS-ACCR-DAYS-NEXT
              MOVE WS-ACCR-DAYS-NEXT TO ACC-ADB-DAYS
              ADD 1 TO WS-CTL-ADB-CLOSED
           END-IF.

       2660-REVIEW-BLOCK.
           *> Revisión de bloqueos: cuando el saldo se mantiene dentro
           *> del límite de sobregiro por PRM-BLKREL-CYCLES ciclos
                    SET ACC-OPEN TO TRUE
                    ADD 1 TO WS-CTL-BLOCKS-RELEASED
                    PERFORM 2670-WRITE-RELEASE-LINE
                    MOVE 'BRL'          TO ALR-REQ-TYPE
                    MOVE ZERO           TO ALR-REQ-AMOUNT
                    MOVE SPACES         TO ALR-REQ-REF
                    MOVE 'ACCOUNT BLOCK RELEASED' TO ALR-REQ-TEXT
                    PERFORM 2760-SEND-ALERT
                    MOVE 0 TO ACC-CLEAN-CYCLES
                 END-IF
              END-IF
           MOVE ACC-BALANCE      TO WS-BLK-BAL
           MOVE ACC-OD-LIMIT     TO WS-BLK-ODLIM
           MOVE ACC-CLEAN-CYCLES TO WS-BLK-CYCLES
           IF WS-PTN-MODE-YES
              MOVE 'BLKRRPT'  TO WS-POT-FILE-ID
              MOVE WS-BLK-DTL TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              MOVE WS-BLK-DTL       TO BLK-LINE
              WRITE BLK-LINE
           END-IF.

       2680-CHECK-DORMANCY.
           *> Pase de inactividad: la fecha de última actividad sólo la
                    ADD 1 TO WS-CTL-NEW-DORMANT
                    MOVE 'NEW DORMANT' TO WS-DRM-LABEL
                    PERFORM 2695-WRITE-DORMANT-LINE
                    MOVE 'DRM'          TO ALR-REQ-TYPE
                    MOVE ZERO           TO ALR-REQ-AMOUNT
                    MOVE SPACES         TO ALR-REQ-REF
                    MOVE 'ACCOUNT NOW DORMANT' TO ALR-REQ-TEXT
                    PERFORM 2760-SEND-ALERT
                 END-IF
                 *> Prescripción efectiva: superado el umbral, el
                 *> saldo (incluido el devengado) sale de la cuenta
                       ADD 1 TO WS-CTL-ESCH-WARN
                       MOVE 'ESCHEAT WARNING' TO WS-DRM-LABEL
                       PERFORM 2695-WRITE-DORMANT-LINE
                       *> Al cliente se le recuerda una vez por mes,
                       *> no cada noche que la cuenta sigue en aviso.
                       IF WS-MONTH-END-YES
                          MOVE 'ESW'        TO ALR-REQ-TYPE
                          MOVE ACC-BALANCE  TO ALR-REQ-AMOUNT
                          MOVE SPACES       TO ALR-REQ-REF
                          MOVE 'FUNDS DUE TO ESCHEAT'
                            TO ALR-REQ-TEXT
                          PERFORM 2760-SEND-ALERT
                       END-IF
                 END-EVALUATE
              END-IF
           END-IF.
           MOVE ZERO TO ACC-ACCRUED-INT
           SET ACC-CLOSED TO TRUE
           ADD 1 TO WS-CTL-ESCHEATED
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER      TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE    TO HST-POST-DATE
           MOVE 'E'             TO HST-TXN-TYPE
           MOVE ACC-CUST-NUMBER        TO ESC-CUST-NUMBER
           MOVE WS-ESCH-TOT-AMT        TO ESC-AMOUNT
           MOVE ACC-LAST-ACTIVITY-DATE TO ESC-LAST-ACTIVITY
           PERFORM 2688-LOAD-ESCHEAT-OWNERS
           IF WS-PTN-MODE-YES
              MOVE 'ESCHEAT'  TO WS-POT-FILE-ID
              MOVE ESC-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE ESC-RECORD
           END-IF.

       2688-LOAD-ESCHEAT-OWNERS.
           *> El estado recibe a todos los titulares: los cotitulares
           *> activos siguen al principal en el mismo ítem.
           MOVE 0 TO ESC-JOINT-COUNT
           MOVE SPACES TO ESC-JOINT(1)
           MOVE SPACES TO ESC-JOINT(2)
           MOVE SPACES TO ESC-JOINT(3)
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE ACC-NUMBER TO PTY-ACC-NUMBER
           MOVE LOW-VALUES TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS NOT LESS THAN PTY-KEY
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 2689-TAKE-ESCHEAT-OWNER UNTIL WS-PTY-EOF-YES.

       2689-TAKE-ESCHEAT-OWNER.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
           END-READ
           IF NOT WS-PTY-EOF-YES AND PTY-ACC-NUMBER NOT = ACC-NUMBER
              SET WS-PTY-EOF-YES TO TRUE
           END-IF
           IF NOT WS-PTY-EOF-YES AND PTY-ROLE-JOINT AND PTY-ACTIVE
                 AND ESC-JOINT-COUNT < 3
              ADD 1 TO ESC-JOINT-COUNT
              MOVE ESC-JOINT-COUNT TO WS-ESC-JNT-IDX
              MOVE PTY-CUST-NUMBER
                TO ESC-JNT-CUST-NUMBER(WS-ESC-JNT-IDX)
              MOVE PTY-CUST-NUMBER TO CST-NUMBER
              READ CUS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CST-NAME
                        TO ESC-JNT-CUST-NAME(WS-ESC-JNT-IDX)
                      MOVE CST-ADDR1
                        TO ESC-JNT-CUST-ADDR1(WS-ESC-JNT-IDX)
                      MOVE CST-ADDR2
                        TO ESC-JNT-CUST-ADDR2(WS-ESC-JNT-IDX)
              END-READ
           END-IF.

       2690-COMPUTE-MONTHS-INACTIVE.
           MOVE WS-PROC-DATE(1:4)            TO WS-PROC-YEAR
           MOVE ACC-NUMBER             TO WS-DRM-ACC
           MOVE ACC-LAST-ACTIVITY-DATE TO WS-DRM-LAST-ACT
           MOVE WS-MONTHS-INACTIVE     TO WS-DRM-MONTHS
           IF WS-PTN-MODE-YES
              MOVE 'DORMRPT'  TO WS-POT-FILE-ID
              MOVE WS-DRM-DTL TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              MOVE WS-DRM-DTL             TO DRM-LINE
              WRITE DRM-LINE
           END-IF.

       2650-ADD-FEE-ENTRY.
           *> El cargo se descuenta del saldo siempre, haya o no espacio
              PERFORM 8000-LOG-ERROR
           END-IF
           SUBTRACT WS-FEE-AMT-TMP FROM ACC-BALANCE
           MOVE 'FEE'           TO ALR-REQ-TYPE
           MOVE WS-FEE-AMT-TMP  TO ALR-REQ-AMOUNT
           MOVE WS-FEE-CODE-TMP TO ALR-REQ-REF
           MOVE 'FEE CHARGED'   TO ALR-REQ-TEXT
           PERFORM 2760-SEND-ALERT
           EVALUATE WS-FEE-CODE-TMP
              WHEN 'MNT'
                 ADD WS-FEE-AMT-TMP TO WS-CTL-FEE-MNT-TOTAL
              WHEN 'TDP'
                 ADD WS-FEE-AMT-TMP TO WS-CTL-FEE-TDP-TOTAL
              WHEN 'SWP'
                 ADD WS-FEE-AMT-TMP TO WS-CTL-FEE-SWP-TOTAL
              WHEN OTHER
                 ADD WS-FEE-AMT-TMP TO WS-CTL-FEE-ODF-TOTAL
           END-EVALUATE
           PERFORM 2095-WRITE-FEE-HISTORY.

       2700-WRITE-CHECKPOINT.
           MOVE WS-RECS-PROCESSED TO CHK-REC-COUNT
           MOVE WS-CTL-RECS-READ  TO CHK-RECS-READ
           MOVE WS-CTL-BAL-HASH   TO CHK-BAL-HASH
           MOVE WS-CHK-SLOT TO WS-CHK-KEY
           REWRITE CHK-RECORD
           END-REWRITE.

       2750-JOURNAL-CHANGES.
           *> Diario de cuentas: cada reescritura del maestro compara
           *> la imagen leída con la grabada y asienta los campos de
           *> control que cambiaron (estado por bloqueo, liberación,
           *> inactividad o escheat; contadores de bloqueo y sobregiro).
           *> Una partición sólo cuenta los cambios y, si los hay,
           *> deja el pedido para que COBAP03 los asiente en orden.
           MOVE 'C'          TO JRN-FUNC
           IF WS-PTN-MODE-YES
              MOVE 'K'       TO JRN-FUNC
           END-IF
           MOVE WS-PROC-DATE TO JRN-REQ-PROC-DATE
           MOVE ACC-RECORD   TO JRN-REQ-AFTER
           MOVE 0            TO JRN-REQ-CHANGES
           IF WS-JRN-AVAILABLE-YES
              CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-JRN-AVAILABLE
                    MOVE 'JOURNAL UNAVAILABLE' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
              END-CALL
           END-IF
           IF WS-PTN-MODE-YES AND JRN-REQ-CHANGES > 0
              MOVE 'C'         TO JRN-FUNC
              MOVE 'ACCJRN'    TO WS-POT-FILE-ID
              MOVE JRN-REQUEST TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           END-IF
           ADD JRN-REQ-CHANGES TO WS-CTL-JRN-CHANGES.

       2760-SEND-ALERT.
           *> Aviso al cliente titular de la cuenta en memoria. El
           *> tipo, el monto, la referencia y el texto los carga quien
           *> llama; UTLALR01 aplica las preferencias del cliente.
           *> Una partición sólo consulta si el aviso sale y, si sale,
           *> deja el pedido para que COBAP03 lo agregue en orden.
           MOVE 'A'             TO ALR-FUNC
           IF WS-PTN-MODE-YES
              MOVE 'K'          TO ALR-FUNC
           END-IF
           MOVE WS-PROC-DATE    TO ALR-REQ-PROC-DATE
           MOVE ACC-NUMBER      TO ALR-REQ-ACC-NUMBER
           MOVE ACC-CUST-NUMBER TO ALR-REQ-CUST-NUMBER
           MOVE ACC-BALANCE     TO ALR-REQ-BALANCE
           IF WS-ALR-AVAILABLE-YES
              CALL WS-ALR-MOD-NAME USING BY REFERENCE ALR-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-ALR-AVAILABLE
                    MOVE 'ALERTS UNAVAILABLE' TO ERR-CONDITION
                    PERFORM 8000-LOG-ERROR
              END-CALL
              IF WS-ALR-AVAILABLE-YES AND ALR-RESULT-OK
                 ADD 1 TO WS-CTL-ALERTS
                 IF WS-PTN-MODE-YES
                    MOVE 'A'         TO ALR-FUNC
                    MOVE 'ALERTS'    TO WS-POT-FILE-ID
                    MOVE ALR-REQUEST TO POT-DATA
                    PERFORM 8100-WRITE-PARTITION-OUT
                 END-IF
              END-IF
           END-IF.

       2800-APPLY-LEGAL-ORDERS.
           *> Órdenes judiciales y embargos: cada ciclo rehace las
           *> reservas de la cuenta contra su saldo disponible, que es
           *> lo que mira CICBP02 para no autorizar sobre fondos
           *> ordenados. Llegada la fecha de remisión lo que haya se
           *> debita y se remite al organismo. Primero las órdenes
           *> sobre la cuenta, después las del cliente titular.
           *> En particiones las del cliente, que se reparten entre
           *> cuentas de distintos rangos, las aplica COBAP03 en serie
           *> sobre el disponible que cada cuenta deja aquí.
           PERFORM 2805-CLEAR-ACC-RESERVES
           IF ACC-BALANCE > 0
              MOVE ACC-BALANCE TO WS-LGL-AVAIL
           ELSE
              MOVE 0 TO WS-LGL-AVAIL
           END-IF
           MOVE 'N' TO WS-LGO-EOF-SWITCH
           MOVE ACC-NUMBER TO LGO-ACC-NUMBER
           START LGO-FILE KEY IS EQUAL TO LGO-ACC-NUMBER
               INVALID KEY
                   SET WS-LGO-EOF-YES TO TRUE
           END-START
           PERFORM 2810-NEXT-ACCOUNT-ORDER UNTIL WS-LGO-EOF-YES
           IF ACC-CUST-NUMBER NOT = SPACES
              MOVE 'N' TO WS-LGO-EOF-SWITCH
              MOVE ACC-CUST-NUMBER TO LGO-CUST-NUMBER
              START LGO-FILE KEY IS EQUAL TO LGO-CUST-NUMBER
                  INVALID KEY
                      SET WS-LGO-EOF-YES TO TRUE
              END-START
              IF WS-PTN-MODE-YES
                 MOVE 'N' TO WS-LGL-CUST-SWITCH
                 PERFORM 2825-FIND-CUSTOMER-ORDER
                    UNTIL WS-LGO-EOF-YES
                 IF WS-LGL-CUST-YES
                    PERFORM 2827-STAGE-CUSTOMER-ORDERS
                 END-IF
              ELSE
                 PERFORM 2820-NEXT-CUSTOMER-ORDER
                    UNTIL WS-LGO-EOF-YES
              END-IF
           END-IF.

       2805-CLEAR-ACC-RESERVES.
           MOVE 'N' TO WS-RSV-EOF-SWITCH
           MOVE ACC-NUMBER TO RSV-ACC-NUMBER
           MOVE LOW-VALUES TO RSV-REF
           START RSV-FILE KEY NOT < RSV-KEY
               INVALID KEY
                   SET WS-RSV-EOF-YES TO TRUE
           END-START
           PERFORM 2806-DROP-ONE-RESERVE UNTIL WS-RSV-EOF-YES.

       2806-DROP-ONE-RESERVE.
           READ RSV-FILE NEXT RECORD
               AT END
                   SET WS-RSV-EOF-YES TO TRUE
               NOT AT END
                   IF RSV-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-RSV-EOF-YES TO TRUE
                   ELSE
                      DELETE RSV-FILE RECORD
                      END-DELETE
                   END-IF
           END-READ.

       2810-NEXT-ACCOUNT-ORDER.
           READ LGO-FILE NEXT RECORD
               AT END
                   SET WS-LGO-EOF-YES TO TRUE
               NOT AT END
                   IF LGO-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-LGO-EOF-YES TO TRUE
                   ELSE
                      IF LGO-ACTIVE
                         PERFORM 2830-APPLY-ONE-ORDER
                      END-IF
                   END-IF
           END-READ.

       2820-NEXT-CUSTOMER-ORDER.
           READ LGO-FILE NEXT RECORD
               AT END
                   SET WS-LGO-EOF-YES TO TRUE
               NOT AT END
                   IF LGO-CUST-NUMBER NOT = ACC-CUST-NUMBER
                      SET WS-LGO-EOF-YES TO TRUE
                   ELSE
                      IF LGO-ACTIVE
                         PERFORM 2830-APPLY-ONE-ORDER
                      END-IF
                   END-IF
           END-READ.

       2825-FIND-CUSTOMER-ORDER.
           READ LGO-FILE NEXT RECORD
               AT END
                   SET WS-LGO-EOF-YES TO TRUE
               NOT AT END
                   IF LGO-CUST-NUMBER NOT = ACC-CUST-NUMBER
                      SET WS-LGO-EOF-YES TO TRUE
                   ELSE
                      IF LGO-ACTIVE
                         SET WS-LGL-CUST-YES TO TRUE
                         SET WS-LGO-EOF-YES TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2827-STAGE-CUSTOMER-ORDERS.
           MOVE SPACES          TO WS-LEG-RECORD
           SET WS-LEG-CUST-ORDERS TO TRUE
           MOVE ACC-NUMBER      TO WS-LEG-ACC-NUMBER
           MOVE ACC-CUST-NUMBER TO WS-LEG-CUST-NUMBER
           MOVE WS-LGL-AVAIL    TO WS-LEG-AMOUNT
           MOVE ACC-BALANCE     TO WS-LEG-BALANCE
           MOVE 'ACCLEG'        TO WS-POT-FILE-ID
           MOVE WS-LEG-RECORD   TO POT-DATA
           PERFORM 8100-WRITE-PARTITION-OUT.

       2830-APPLY-ONE-ORDER.
           *> Una orden del cliente se reparte entre sus cuentas en el
           *> mismo ciclo: LGO-RESERVED acumula lo ya separado en las
           *> cuentas anteriores y se reinicia al cambiar la fecha.
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
                 PERFORM 2840-REMIT-ORDER
              END-IF
           ELSE
              ADD WS-LGL-TAKE TO LGO-RESERVED
              ADD WS-LGL-TAKE TO WS-CTL-LGL-RESERVED
           END-IF
           *> La orden sobre la cuenta congela todo el saldo pendiente,
           *> aunque hoy no haya con qué cubrirlo: lo que entre queda
           *> retenido. La del cliente sólo lo separado en esta cuenta.
           EVALUATE TRUE
              WHEN NOT LGO-ACTIVE
                   MOVE 0 TO WS-LGL-PIN
              WHEN LGO-ON-ACCOUNT
                   COMPUTE WS-LGL-PIN =
                         LGO-ORDER-AMT - LGO-COLLECTED
              WHEN LGO-REMIT-DATE <= WS-PROC-DATE
                   MOVE 0 TO WS-LGL-PIN
              WHEN OTHER
                   MOVE WS-LGL-TAKE TO WS-LGL-PIN
           END-EVALUATE
           IF WS-LGL-PIN > 0
              MOVE ACC-NUMBER   TO RSV-ACC-NUMBER
              MOVE LGO-REF      TO RSV-REF
              MOVE WS-LGL-PIN   TO RSV-AMOUNT
              MOVE WS-PROC-DATE TO RSV-PROC-DATE
              WRITE RSV-RECORD
                  INVALID KEY
                      REWRITE RSV-RECORD
                      END-REWRITE
              END-WRITE
           END-IF
           REWRITE LGO-RECORD
           END-REWRITE.

       2840-REMIT-ORDER.
           *> El débito queda en el histórico con tipo 'L' y la
           *> referencia de la orden; no es reversible por cinta, la
           *> plata ya salió hacia el organismo.
           SUBTRACT WS-LGL-TAKE FROM ACC-BALANCE
           ADD WS-LGL-TAKE TO LGO-COLLECTED
           ADD WS-LGL-TAKE TO WS-CTL-LGL-REMIT-AMT
           ADD 1 TO WS-CTL-LGL-REMITTED
           IF LGO-COLLECTED >= LGO-ORDER-AMT
              SET LGO-SATISFIED TO TRUE
              MOVE WS-PROC-DATE TO LGO-CLOSE-DATE
              ADD 1 TO WS-CTL-LGL-SATISFIED
           END-IF
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER      TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE    TO HST-POST-DATE
           MOVE 'L'             TO HST-TXN-TYPE
           MOVE WS-LGL-TAKE     TO HST-AMOUNT
           MOVE ACC-BALANCE     TO HST-BAL-AFTER
           MOVE LGO-REF         TO HST-REF
           PERFORM 2085-WRITE-HST-RECORD
           MOVE WS-PROC-DATE    TO REM-PROC-DATE
           MOVE LGO-REF         TO REM-REF
           MOVE LGO-AGENCY      TO REM-AGENCY
           MOVE ACC-NUMBER      TO REM-ACC-NUMBER
           MOVE ACC-CUST-NUMBER TO REM-CUST-NUMBER
           MOVE WS-LGL-TAKE     TO REM-AMOUNT
           MOVE LGO-ORDER-AMT   TO REM-ORDER-AMT
           MOVE LGO-COLLECTED   TO REM-COLLECTED
           MOVE LGO-STATUS      TO REM-STATUS
           IF WS-PTN-MODE-YES
              MOVE 'LGLREM'   TO WS-POT-FILE-ID
              MOVE REM-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE REM-RECORD
           END-IF.

       2900-APPLY-DISPUTES.
           MOVE 'N' TO WS-DSP-EOF-SWITCH
           MOVE ACC-NUMBER TO DSP-ACC-NUMBER
           START DSP-FILE KEY IS EQUAL TO DSP-ACC-NUMBER
               INVALID KEY
                   SET WS-DSP-EOF-YES TO TRUE
           END-START
           PERFORM 2910-NEXT-ACCOUNT-DISPUTE UNTIL WS-DSP-EOF-YES.

       2910-NEXT-ACCOUNT-DISPUTE.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET WS-DSP-EOF-YES TO TRUE
               NOT AT END
                   IF DSP-ACC-NUMBER NOT = ACC-NUMBER
                      SET WS-DSP-EOF-YES TO TRUE
                   ELSE
                      IF NOT DSP-CLOSED
                         PERFORM 2915-APPLY-ONE-DISPUTE
                      END-IF
                   END-IF
           END-READ.

       2915-APPLY-ONE-DISPUTE.
           *> Un caso rechazado antes de que el ciclo llegue a abonarlo
           *> se cierra sin crédito y sólo se avisa. El nuevo recibe el
           *> crédito provisorio; el abierto se cierra con la
           *> resolución cargada o, vencido el plazo sin resolver, a
           *> favor del cliente. Si el movimiento reclamado ya fue
           *> revertido (la reversión se aplica antes, en el consumo
           *> de movimientos) el cliente ya tiene su dinero: el caso
           *> se cierra sin crédito.
           MOVE 'N' TO WS-DSP-ORIG-REV-SWITCH
           IF DSP-NEW
              PERFORM 2918-CHECK-ORIG-REVERSED
           END-IF
           EVALUATE TRUE
              WHEN WS-DSP-ORIG-REV-YES
                   ADD 1 TO WS-CTL-DSP-ORIG-REV
                   SET DSP-RES-REVERSED TO TRUE
                   PERFORM 2945-CLOSE-DISPUTE
              WHEN DSP-NEW AND DSP-DECIDED-AGAINST
                   ADD 1 TO WS-CTL-DSP-DENIED
                   SET DSP-RES-AGAINST TO TRUE
                   PERFORM 2945-CLOSE-DISPUTE
              WHEN OTHER
                   IF DSP-NEW
                      PERFORM 2920-POST-PROV-CREDIT
                   END-IF
                   EVALUATE TRUE
                      WHEN NOT DSP-OPEN
                           CONTINUE
                      WHEN DSP-DECIDED-FAVOUR
                           SET DSP-RES-FAVOUR TO TRUE
                           PERFORM 2930-FINALIZE-CREDIT
                      WHEN DSP-DECIDED-AGAINST
                           PERFORM 2940-REVERSE-CREDIT
                      WHEN DSP-DEADLINE <= WS-PROC-DATE
                           SET DSP-RES-DEADLINE TO TRUE
                           PERFORM 2930-FINALIZE-CREDIT
                   END-EVALUATE
           END-EVALUATE
           REWRITE DSP-RECORD
           END-REWRITE.

       2918-CHECK-ORIG-REVERSED.
           MOVE DSP-ACC-NUMBER TO HST-ACC-NUMBER
           MOVE DSP-HST-DATE   TO HST-POST-DATE
           MOVE DSP-HST-SEQ    TO HST-SEQ
           READ HST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HST-REVERSED
                      SET WS-DSP-ORIG-REV-YES TO TRUE
                   END-IF
           END-READ.

       2920-POST-PROV-CREDIT.
           *> El crédito provisorio queda en el histórico con tipo 'P'
           *> y la referencia del caso, aparte de los depósitos, para
           *> que el estado de cuenta lo muestre como tal.
           ADD DSP-AMOUNT TO ACC-BALANCE
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER      TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE    TO HST-POST-DATE
           MOVE 'P'             TO HST-TXN-TYPE
           MOVE DSP-AMOUNT      TO HST-AMOUNT
           MOVE ACC-BALANCE     TO HST-BAL-AFTER
           MOVE DSP-CASE-REF    TO HST-REF
           PERFORM 2085-WRITE-HST-RECORD
           MOVE WS-PROC-DATE    TO DSP-CREDIT-DATE
           MOVE HST-SEQ         TO DSP-CREDIT-SEQ
           SET DSP-OPEN TO TRUE
           ADD 1 TO WS-CTL-DSP-OPENED
           ADD DSP-AMOUNT TO WS-CTL-DSP-PROV-AMT.

       2930-FINALIZE-CREDIT.
           *> El crédito queda firme: el saldo no se mueve, sólo sale
           *> de la cuenta puente contra la pérdida por reclamos.
           ADD 1 TO WS-CTL-DSP-FINAL
           ADD DSP-AMOUNT TO WS-CTL-DSP-FINAL-AMT
           PERFORM 2945-CLOSE-DISPUTE.

       2940-REVERSE-CREDIT.
           *> Resuelto en contra: se retira el crédito con una
           *> reversión enlazada al abono provisorio, igual que las
           *> reversiones por cinta.
           SUBTRACT DSP-AMOUNT FROM ACC-BALANCE
           PERFORM 2082-CLEAR-HST-LINK
           MOVE ACC-NUMBER      TO HST-ACC-NUMBER
           MOVE WS-PROC-DATE    TO HST-POST-DATE
           MOVE 'R'             TO HST-TXN-TYPE
           MOVE DSP-AMOUNT      TO HST-AMOUNT
           MOVE ACC-BALANCE     TO HST-BAL-AFTER
           MOVE DSP-CASE-REF    TO HST-REF
           MOVE 'P'             TO HST-ORIG-TYPE
           MOVE DSP-CREDIT-DATE TO HST-LINK-DATE
           MOVE DSP-CREDIT-SEQ  TO HST-LINK-SEQ
           PERFORM 2085-WRITE-HST-RECORD
           MOVE HST-SEQ         TO WS-REV-NEW-SEQ
           MOVE DSP-CREDIT-DATE TO WS-REV-ORIG-DATE
           MOVE DSP-CREDIT-SEQ  TO WS-REV-ORIG-SEQ
           PERFORM 2125-MARK-ORIGINAL
           ADD 1 TO WS-CTL-DSP-REVERSED
           ADD DSP-AMOUNT TO WS-CTL-DSP-REV-AMT
           SET DSP-RES-AGAINST TO TRUE
           PERFORM 2945-CLOSE-DISPUTE.

       2945-CLOSE-DISPUTE.
           SET DSP-CLOSED TO TRUE
           MOVE WS-PROC-DATE TO DSP-CLOSE-DATE
           PERFORM 2950-WRITE-DISPUTE-NOTICE.

       2950-WRITE-DISPUTE-NOTICE.
           *> Toda resolución se avisa al cliente; sin cliente
           *> enganchado el aviso sale igual, con el domicilio en
           *> blanco, para que operaciones lo complete.
           MOVE SPACES TO DSN-CUST-NAME
           MOVE SPACES TO DSN-CUST-ADDR1
           MOVE SPACES TO DSN-CUST-ADDR2
           IF ACC-CUST-NUMBER NOT = SPACES
              MOVE ACC-CUST-NUMBER TO CST-NUMBER
              READ CUS-FILE
                  INVALID KEY
                      CONTINUE
                  NOT INVALID KEY
                      MOVE CST-NAME  TO DSN-CUST-NAME
                      MOVE CST-ADDR1 TO DSN-CUST-ADDR1
                      MOVE CST-ADDR2 TO DSN-CUST-ADDR2
              END-READ
           END-IF
           MOVE WS-PROC-DATE    TO DSN-PROC-DATE
           MOVE DSP-CASE-REF    TO DSN-CASE-REF
           MOVE ACC-NUMBER      TO DSN-ACC-NUMBER
           MOVE ACC-CUST-NUMBER TO DSN-CUST-NUMBER
           MOVE DSP-RESOLUTION  TO DSN-RESOLUTION
           MOVE DSP-AMOUNT      TO DSN-AMOUNT
           MOVE DSP-HST-DATE    TO DSN-HST-DATE
           MOVE DSP-CREDIT-DATE TO DSN-CREDIT-DATE
           IF WS-PTN-MODE-YES
              MOVE 'DSPNOT'   TO WS-POT-FILE-ID
              MOVE DSN-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE DSN-RECORD
           END-IF.

       2999-EXIT.
           EXIT.

           MOVE WS-DATE      TO ERR-TIMESTAMP
           MOVE 'COBAP01'    TO ERR-PROGRAM
           MOVE ACC-NUMBER   TO ERR-ACC-NUMBER
           PERFORM 8050-PUT-ERROR-RECORD.

       8010-LOG-TXN-ERROR.
           MOVE WS-DATE          TO ERR-TIMESTAMP
           MOVE 'COBAP01'        TO ERR-PROGRAM
           MOVE TXN-ACC-NUMBER   TO ERR-ACC-NUMBER
           PERFORM 8050-PUT-ERROR-RECORD.

       8020-LOG-START-ERROR.
           *> Errores del arranque, antes de abrir los archivos del
           *> paso. Una partición los retiene hasta tener lista su
           *> salida en PARTOUT.DAT (1260).
           MOVE WS-DATE   TO ERR-TIMESTAMP
           MOVE 'COBAP01' TO ERR-PROGRAM
           MOVE SPACES    TO ERR-ACC-NUMBER
           IF PRM-PARTITION > 0
              IF WS-ERR-HELD-COUNT < 2
                 ADD 1 TO WS-ERR-HELD-COUNT
                 MOVE ERR-RECORD TO WS-ERR-HELD(WS-ERR-HELD-COUNT)
              END-IF
           ELSE
              OPEN EXTEND ERR-FILE
              WRITE ERR-RECORD
              CLOSE ERR-FILE
           END-IF.

       8050-PUT-ERROR-RECORD.
           *> Una partición deja sus errores en PARTOUT.DAT; COBAP03
           *> los agrega a ERRLOG.DAT en orden de partición.
           IF WS-PTN-MODE-YES
              MOVE 'ERRLOG'   TO WS-POT-FILE-ID
              MOVE ERR-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE ERR-RECORD
           END-IF.

       8100-WRITE-PARTITION-OUT.
           *> El que llama deja la imagen en POT-DATA y el archivo de
           *> destino en WS-POT-FILE-ID. Si no se puede grabar, el
           *> aviso va a consola: el registro de errores de la
           *> partición también pasa por acá.
           ADD 1 TO WS-POT-SEQ
           MOVE WS-PROC-DATE   TO POT-PROC-DATE
           MOVE PRM-PARTITION  TO POT-PARTITION
           MOVE WS-POT-FILE-ID TO POT-FILE-ID
           MOVE WS-POT-SEQ     TO POT-SEQ
           MOVE SPACE          TO POT-MERGE-FLAG
           WRITE POT-RECORD
               INVALID KEY
                   DISPLAY 'COBAP01 *** PARTITION OUTPUT NOT WRITTEN: '
                           POT-FILE-ID ' ' POT-SEQ ' ***'
           END-WRITE.

       9000-FINALIZE.
           IF WS-RECS-PROCESSED > 0
           END-IF
           *> Cualquier movimiento de TXN-FILE que haya quedado sin
           *> calzar (cuenta mayor a la última de ACC.DAT) también es
           *> huérfano y se registra antes de cerrar el archivo. En
           *> una partición, los que pasan su rango son de la
           *> siguiente.
           PERFORM 2055-SKIP-ORPHAN-TXN
              UNTIL WS-TXN-EOF-YES
                 OR (WS-PTN-MODE-YES
                     AND TXN-ACC-NUMBER > WS-PTN-HIGH-ACC)
           PERFORM 9600-APPLY-TD-PAYOUTS
           PERFORM 9300-SETTLE-HOLDS
           *> Con particiones, los contadores de velocidad los vuelve a
           *> cero COBAP03 cuando terminaron todas.
           IF NOT WS-PTN-MODE-YES
              PERFORM 9400-RESET-VELOCITY
           END-IF
           PERFORM 9100-DISPLAY-CONTROL-TOTALS
           PERFORM 9200-WRITE-GL-EXTRACT
           PERFORM 9500-WRITE-CYCLE-TOTALS
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
           PERFORM 1950-RUN-CONTROL-END
           CLOSE ACC-FILE.
           IF WS-PTN-MODE-YES
              CLOSE POT-FILE
           ELSE
              CLOSE RPT-FILE
              CLOSE DRM-FILE
              CLOSE BLK-FILE
              CLOSE SWP-FILE
           END-IF
           IF NOT WS-PTN-MODE-YES
              CLOSE ERR-FILE
              CLOSE ESC-FILE
              CLOSE REM-FILE
              CLOSE DSN-FILE
           END-IF
           CLOSE CHK-FILE.
           CLOSE TXN-FILE.
           CLOSE HST-FILE.
           CLOSE CUS-FILE.
           CLOSE HLD-FILE.
           CLOSE TDM-FILE.
           CLOSE ODP-FILE.
           CLOSE PTY-FILE.
           CLOSE LGO-FILE.
           CLOSE RSV-FILE.
           CLOSE DSP-FILE.
           EXIT.

       9100-DISPLAY-CONTROL-TOTALS.
           *> Totales de control para el cuadre contra el mayor general.
           DISPLAY 'COBAP01 CONTROL TOTALS'
           IF WS-PTN-MODE-YES
              DISPLAY '  POSTING PARTITION ..: ' PRM-PARTITION
                      ' ' WS-PTN-LOW-ACC ' - ' WS-PTN-HIGH-ACC
           END-IF
           DISPLAY '  RECORDS READ .......: ' WS-CTL-RECS-READ
           DISPLAY '  RECORDS PROCESSED ..: ' WS-RECS-PROCESSED
           DISPLAY '  SAVINGS INT ACCRUED : ' WS-CTL-INT-SAV-TOTAL
           DISPLAY '  ACCTS ESCHEATED ....: ' WS-CTL-ESCHEATED
           DISPLAY '  ESCHEAT PRINCIPAL ..: ' WS-CTL-ESCH-PRIN
           DISPLAY '  ESCHEAT ACCRUED INT : ' WS-CTL-ESCH-INT
           DISPLAY '  TERM DEP INT ACCRUED: ' WS-CTL-INT-TD-TOTAL
           DISPLAY '  TERM DEPS MATURED ..: ' WS-CTL-TD-MATURED
           DISPLAY '  TERM DEPS ROLLED ...: ' WS-CTL-TD-ROLLED
           DISPLAY '  TERM DEPS PAID OUT .: ' WS-CTL-TD-PAID
           DISPLAY '  TD PAYOUTS RETURNED : ' WS-CTL-TD-RETURNED
           DISPLAY '  OD SWEEPS POSTED ...: ' WS-CTL-SWEEPS
           DISPLAY '  OD SWEEP AMOUNT ....: ' WS-CTL-SWEEP-AMT
           DISPLAY '  OD SWEEPS NOT COVRD : ' WS-CTL-SWEEP-FAILED
           DISPLAY '  REVERSALS POSTED ...: ' WS-CTL-REVERSALS
           DISPLAY '  REVERSALS REJECTED .: ' WS-CTL-REV-REJECTED
           DISPLAY '  HOLDS RELEASED .....: ' WS-CTL-HOLDS-RELEASED
           DISPLAY '  HOLDS EXPIRED ......: ' WS-CTL-HOLDS-EXPIRED
           DISPLAY '  HOLDS CARRIED ......: ' WS-CTL-HOLDS-CARRIED
           DISPLAY '  LEGAL ORDER RESERVE : ' WS-CTL-LGL-RESERVED
           DISPLAY '  LEGAL REMITTANCES ..: ' WS-CTL-LGL-REMITTED
           DISPLAY '  LEGAL REMIT AMOUNT .: ' WS-CTL-LGL-REMIT-AMT
           DISPLAY '  LEGAL ORDERS SATISFD: ' WS-CTL-LGL-SATISFIED
           DISPLAY '  DISPUTES CREDITED ..: ' WS-CTL-DSP-OPENED
           DISPLAY '  DISPUTE PROV CREDIT : ' WS-CTL-DSP-PROV-AMT
           DISPLAY '  DISPUTES FINALIZED .: ' WS-CTL-DSP-FINAL
           DISPLAY '  DISPUTE CR FINALIZED: ' WS-CTL-DSP-FINAL-AMT
           DISPLAY '  DISPUTES REVERSED ..: ' WS-CTL-DSP-REVERSED
           DISPLAY '  DISPUTE CR REVERSED : ' WS-CTL-DSP-REV-AMT
           DISPLAY '  DISPUTES DENIED ....: ' WS-CTL-DSP-DENIED
           DISPLAY '  DISPUTES ORIG REVRSD: ' WS-CTL-DSP-ORIG-REV
           DISPLAY '  ACC FIELDS JOURNALED: ' WS-CTL-JRN-CHANGES
           DISPLAY '  ADB PERIODS CLOSED .: ' WS-CTL-ADB-CLOSED
           DISPLAY '  CUSTOMER ALERTS ....: ' WS-CTL-ALERTS
           DISPLAY '  BALANCE HASH TOTAL .: ' WS-CTL-BAL-HASH.

       9600-APPLY-TD-PAYOUTS.
           *> Crédito a la cuenta vinculada de cada plazo pagado hoy.
           *> Cada ítem queda marcado al aplicarse, así un reinicio no
           *> lo vuelve a acreditar. Una partición toma su cola de
           *> PARTOUT.DAT y aplica sólo los pagos a cuentas de su
           *> rango; los que van a otra partición quedan pendientes y
           *> los aplica COBAP03 cuando terminaron todas.
           IF WS-PTN-MODE-YES
              PERFORM 9640-APPLY-STAGED-PAYOUTS
           ELSE
              CLOSE TDP-FILE
              MOVE 'N' TO WS-TDP-EOF-SWITCH
              OPEN I-O TDP-FILE
              PERFORM 9610-APPLY-ONE-PAYOUT UNTIL WS-TDP-EOF-YES
              CLOSE TDP-FILE
           END-IF.

       9610-APPLY-ONE-PAYOUT.
           READ TDP-FILE
               AT END
                   SET WS-TDP-EOF-YES TO TRUE
               NOT AT END
                   IF TDP-PENDING AND TDP-PROC-DATE = WS-PROC-DATE
                      PERFORM 9620-CREDIT-PAYOUT-ACC
                      REWRITE TDP-RECORD
                   END-IF
           END-READ.

       9620-CREDIT-PAYOUT-ACC.
           MOVE TDP-PAYOUT-ACC TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'TD PAYOUT ACCOUNT NOT FOUND' TO ERR-CONDITION
                   PERFORM 9630-RETURN-PAYOUT
               NOT INVALID KEY
                   MOVE ACC-RECORD TO JRN-REQ-BEFORE
                   IF ACC-CLOSED
                      MOVE 'TD PAYOUT ACCOUNT CLOSED' TO ERR-CONDITION
                      PERFORM 9630-RETURN-PAYOUT
                   ELSE
                      ADD TDP-AMOUNT TO ACC-BALANCE
                      IF ACC-LAST-POSTED-DATE >= WS-PROC-DATE
                         ADD TDP-AMOUNT TO WS-CTL-BAL-HASH
                      END-IF
                      PERFORM 2082-CLEAR-HST-LINK
                      MOVE ACC-NUMBER    TO HST-ACC-NUMBER
                      MOVE WS-PROC-DATE  TO HST-POST-DATE
                      MOVE 'I'           TO HST-TXN-TYPE
                      MOVE TDP-AMOUNT    TO HST-AMOUNT
                      MOVE ACC-BALANCE   TO HST-BAL-AFTER
                      MOVE 'TD PAYOUT'   TO HST-REF
                      PERFORM 2085-WRITE-HST-RECORD
                      REWRITE ACC-RECORD
                      END-REWRITE
                      PERFORM 2750-JOURNAL-CHANGES
                      SET TDP-APPLIED TO TRUE
                   END-IF
           END-READ.

       9630-RETURN-PAYOUT.
           *> La vinculada desapareció o se cerró entre el alta y el
           *> vencimiento: los fondos vuelven al plazo, que se reabre
           *> y se renueva, y el error queda para la sucursal.
           MOVE TDP-TD-ACC TO ACC-NUMBER
           PERFORM 8000-LOG-ERROR
           READ ACC-FILE
               INVALID KEY
                   MOVE 'TD PAYOUT NOT RETURNED' TO ERR-CONDITION
                   PERFORM 8000-LOG-ERROR
               NOT INVALID KEY
                   MOVE ACC-RECORD TO JRN-REQ-BEFORE
                   ADD TDP-AMOUNT TO ACC-BALANCE
                   ADD TDP-AMOUNT TO WS-CTL-BAL-HASH
                   SET ACC-OPEN TO TRUE
                   PERFORM 2082-CLEAR-HST-LINK
                   MOVE ACC-NUMBER    TO HST-ACC-NUMBER
                   MOVE WS-PROC-DATE  TO HST-POST-DATE
                   MOVE 'I'           TO HST-TXN-TYPE
                   MOVE TDP-AMOUNT    TO HST-AMOUNT
                   MOVE ACC-BALANCE   TO HST-BAL-AFTER
                   MOVE 'TD RETURN'   TO HST-REF
                   PERFORM 2085-WRITE-HST-RECORD
                   REWRITE ACC-RECORD
                   END-REWRITE
                   PERFORM 2750-JOURNAL-CHANGES
                   MOVE ACC-NUMBER TO TDM-ACC-NUMBER
                   READ TDM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 2194-ROLL-OVER-TERM
                           SUBTRACT 1 FROM WS-CTL-TD-PAID
                           REWRITE TDM-RECORD
                           END-REWRITE
                   END-READ
                   ADD 1 TO WS-CTL-TD-RETURNED
                   SET TDP-RETURNED TO TRUE
           END-READ.

       9640-APPLY-STAGED-PAYOUTS.
           MOVE 'N' TO WS-TDP-EOF-SWITCH
           MOVE WS-PROC-DATE  TO POT-PROC-DATE
           MOVE PRM-PARTITION TO POT-PARTITION
           MOVE 'TDPAY'       TO POT-FILE-ID
           MOVE 0             TO POT-SEQ
           START POT-FILE KEY NOT < POT-KEY
               INVALID KEY
                   SET WS-TDP-EOF-YES TO TRUE
           END-START
           PERFORM 9650-APPLY-ONE-STAGED UNTIL WS-TDP-EOF-YES.

       9650-APPLY-ONE-STAGED.
           READ POT-FILE NEXT RECORD
               AT END
                   SET WS-TDP-EOF-YES TO TRUE
               NOT AT END
                   IF POT-PROC-DATE NOT = WS-PROC-DATE
                         OR POT-PARTITION NOT = PRM-PARTITION
                         OR POT-FILE-ID NOT = 'TDPAY'
                      SET WS-TDP-EOF-YES TO TRUE
                   ELSE
                      MOVE POT-DATA TO TDP-RECORD
                      IF TDP-PENDING AND TDP-PROC-DATE = WS-PROC-DATE
                            AND TDP-PAYOUT-ACC NOT < WS-PTN-LOW-ACC
                            AND TDP-PAYOUT-ACC NOT > WS-PTN-HIGH-ACC
                         PERFORM 9620-CREDIT-PAYOUT-ACC
                         MOVE TDP-RECORD TO POT-DATA
                         REWRITE POT-RECORD
                         END-REWRITE
                      END-IF
                   END-IF
           END-READ.

       9300-SETTLE-HOLDS.
           *> Cierre del día para las retenciones, directo contra el
           *> archivo: una pasada completa por clave vence (borra) las
           *> que superan la antigüedad permitida; las vigentes se
           *> quedan donde están, sin reescritura y sin tope.
           MOVE 'N' TO WS-HLD-EOF-SWITCH
           *> Una partición vence sólo las retenciones de su rango.
           MOVE LOW-VALUES TO HLD-KEY
           IF WS-PTN-MODE-YES
              MOVE WS-PTN-LOW-ACC TO HLD-ACC-NUMBER
           END-IF
           START HLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   SET WS-HLD-EOF-YES TO TRUE
               AT END
                   SET WS-HLD-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PTN-MODE-YES
                         AND HLD-ACC-NUMBER > WS-PTN-HIGH-ACC
                      SET WS-HLD-EOF-YES TO TRUE
                   ELSE
                      PERFORM 9320-AGE-ONE-HOLD
                      IF WS-HOLD-AGE > PRM-HOLD-DAYS
                         DELETE HLD-FILE RECORD
                         END-DELETE
                         ADD 1 TO WS-CTL-HOLDS-EXPIRED
                         PERFORM 9330-ALERT-EXPIRED-HOLD
                      ELSE
                         ADD 1 TO WS-CTL-HOLDS-CARRIED
                      END-IF
                   END-IF
           END-READ.

       9320-AGE-ONE-HOLD.
           *> La retención vence por días hábiles: un fin de semana o
           *> un feriado no le comen plazo al cliente.
           MOVE 'C'          TO CAL-FUNC
           MOVE HLD-DATE     TO CAL-DATE-IN
           MOVE WS-PROC-DATE TO CAL-DATE-TO
           MOVE 0            TO CAL-DAYS
           IF WS-CAL-AVAILABLE-YES
              CALL WS-CAL-MOD-NAME USING BY REFERENCE CAL-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-CAL-AVAILABLE
              END-CALL
           END-IF
           IF WS-CAL-AVAILABLE-YES
              MOVE CAL-DAYS TO WS-HOLD-AGE
           ELSE
              COMPUTE WS-HOLD-AGE =
                    FUNCTION INTEGER-OF-DATE(WS-PROC-DATE)
                  - FUNCTION INTEGER-OF-DATE(HLD-DATE)
           END-IF.

       9330-ALERT-EXPIRED-HOLD.
           *> El cliente se entera de que la retención venció y los
           *> fondos volvieron a estar disponibles.
           MOVE HLD-ACC-NUMBER TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'HEX'         TO ALR-REQ-TYPE
                   MOVE HLD-AMOUNT    TO ALR-REQ-AMOUNT
                   MOVE HLD-TIMESTAMP TO ALR-REQ-REF
                   MOVE 'AUTHORIZATION HOLD EXPIRED'
                     TO ALR-REQ-TEXT
                   PERFORM 2760-SEND-ALERT
           END-READ.

       9400-RESET-VELOCITY.
           *> Los contadores diarios de velocidad (CICBP02) arrancan en
           *> cero para el día siguiente: el archivo se deja vacío.
           *> sin digitación manual. El movimiento neto del pasivo con
           *> clientes cierra contra gastos de interés, ingresos por
           *> cargos y la cuenta puente de efectivo.
           IF NOT WS-PTN-MODE-YES
              OPEN OUTPUT GLX-FILE
           END-IF
           MOVE 'H'          TO GLX-H-REC-TYPE
           MOVE WS-PROC-DATE TO GLX-H-PROC-DATE
           MOVE WS-DATE      TO GLX-H-RUN-DATE
           MOVE SPACE        TO GLX-H-VOID-FLAG
           PERFORM 9205-PUT-GL-RECORD

           MOVE '51100'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE 'INT EXP MONEY MKT'  TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '51300'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-INT-TD-TOTAL  TO WS-GLX-AMT-TMP
           MOVE 'INT EXP TERM DEP'   TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           *> Contrapartida del devengado diario: el pasivo por
           *> intereses devengados crece con la acumulación del día y
           *> se cancela contra depósitos cuando se capitaliza.
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           COMPUTE WS-GLX-AMT-TMP =
                 WS-CTL-INT-SAV-TOTAL + WS-CTL-INT-MM-TOTAL
               + WS-CTL-INT-TD-TOTAL
           MOVE 'ACCRUED INT PAYABLE' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE 'FEE INCOME ODF'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '40300'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-FEE-TDP-TOTAL TO WS-GLX-AMT-TMP
           MOVE 'FEE INCOME TDP'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '40400'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-FEE-SWP-TOTAL TO WS-GLX-AMT-TMP
           MOVE 'FEE INCOME SWP'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           *> Reversiones: la devolución de un cargo o de interés
           *> deudor vuelve contra el mismo ingreso que lo registró; el
           *> interés acreedor retirado reduce el gasto de su producto.
           MOVE '40100'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-FEE-MNT   TO WS-GLX-AMT-TMP
           MOVE 'FEE REFUND MNT'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '40200'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-FEE-ODF   TO WS-GLX-AMT-TMP
           MOVE 'FEE REFUND ODF'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '40300'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-FEE-TDP   TO WS-GLX-AMT-TMP
           MOVE 'FEE REFUND TDP'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '40400'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-FEE-SWP   TO WS-GLX-AMT-TMP
           MOVE 'FEE REFUND SWP'     TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '41100'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-DRINT     TO WS-GLX-AMT-TMP
           MOVE 'OD INT REFUND'      TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '51100'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-INT-SAV   TO WS-GLX-AMT-TMP
           MOVE 'INT REVERSED SAVINGS' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '51200'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-INT-MM    TO WS-GLX-AMT-TMP
           MOVE 'INT REVERSED MM'    TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '51300'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-REV-INT-TD    TO WS-GLX-AMT-TMP
           MOVE 'INT REVERSED TERM'  TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           *> Se pasa el lado natural de la partida con el importe con
           *> signo; si el neto viene negativo, 9210 invierte el lado.
           MOVE '10100'              TO WS-GLX-ACCT-TMP
           MOVE 'ESCHEATS PAYABLE'   TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           *> Órdenes judiciales: lo debitado a los clientes pasa a
           *> órdenes a pagar hasta que se gira al organismo.
           MOVE '20100'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-LGL-REMIT-AMT TO WS-GLX-AMT-TMP
           MOVE 'LEGAL ORDER REMIT'  TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '26200'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-LGL-REMIT-AMT TO WS-GLX-AMT-TMP
           MOVE 'LEGAL ORDERS PAYABLE' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           *> Reclamos: el crédito provisorio sale contra la cuenta
           *> puente de reclamos y se separa del movimiento normal; al
           *> revertirse vuelve del cliente, y al quedar firme pasa de
           *> la cuenta puente a pérdida por reclamos.
           MOVE '13600'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-DSP-PROV-AMT  TO WS-GLX-AMT-TMP
           MOVE 'DISPUTE PROV CREDIT' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '20100'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-DSP-PROV-AMT  TO WS-GLX-AMT-TMP
           MOVE 'DISPUTE PROV CREDIT' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '20100'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-DSP-REV-AMT   TO WS-GLX-AMT-TMP
           MOVE 'DISPUTE CR REVERSED' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '13600'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-DSP-REV-AMT   TO WS-GLX-AMT-TMP
           MOVE 'DISPUTE CR REVERSED' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '52100'              TO WS-GLX-ACCT-TMP
           MOVE 'DR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-DSP-FINAL-AMT TO WS-GLX-AMT-TMP
           MOVE 'DISPUTE LOSS FINAL' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           MOVE '13600'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-CTL-DSP-FINAL-AMT TO WS-GLX-AMT-TMP
           MOVE 'DISPUTE CREDIT FINAL' TO WS-GLX-DESC-TMP
           PERFORM 9210-WRITE-GL-DETAIL

           *> El saldo de clientes ya no se mueve por el devengado
           *> diario: cambia con los movimientos, la capitalización de
           *> fin de mes y los cargos; la prescripción va en su propia
               + WS-CTL-INT-CAP-TOTAL
               - WS-CTL-INT-DRCAP-TOTAL
               - WS-CTL-FEE-MNT-TOTAL - WS-CTL-FEE-ODF-TOTAL
               - WS-CTL-FEE-TDP-TOTAL - WS-CTL-FEE-SWP-TOTAL
               + WS-CTL-REV-FEE-MNT + WS-CTL-REV-FEE-ODF
               + WS-CTL-REV-FEE-TDP + WS-CTL-REV-FEE-SWP
               + WS-CTL-REV-DRINT
               - WS-CTL-REV-INT-SAV - WS-CTL-REV-INT-MM
               - WS-CTL-REV-INT-TD
           MOVE '20100'              TO WS-GLX-ACCT-TMP
           MOVE 'CR'                 TO WS-GLX-SIDE-TMP
           MOVE WS-GLX-NET-LIAB      TO WS-GLX-AMT-TMP
           MOVE WS-GLX-REC-COUNT   TO GLX-T-REC-COUNT
           MOVE WS-GLX-DR-TOTAL    TO GLX-T-DR-TOTAL
           MOVE WS-GLX-CR-TOTAL    TO GLX-T-CR-TOTAL
           PERFORM 9205-PUT-GL-RECORD
           IF NOT WS-PTN-MODE-YES
              CLOSE GLX-FILE
           END-IF.

       9205-PUT-GL-RECORD.
           *> Encabezado, partida y cola comparten el área de registro;
           *> una partición deja la imagen en PARTOUT.DAT.
           IF WS-PTN-MODE-YES
              MOVE 'GLEXT'    TO WS-POT-FILE-ID
              MOVE GLX-HEADER TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE GLX-HEADER
           END-IF.

       9500-WRITE-CYCLE-TOTALS.
           IF NOT WS-PTN-MODE-YES
              OPEN EXTEND CYC-FILE
           END-IF
           MOVE WS-PROC-DATE           TO CYC-PROC-DATE
           MOVE WS-CTL-INT-CAP-TOTAL   TO CYC-INT-CAP-TOTAL
           MOVE WS-CTL-INT-DRCAP-TOTAL TO CYC-INT-DRCAP-TOTAL
           MOVE WS-CTL-FEE-ODF-TOTAL   TO CYC-FEE-ODF-TOTAL
           MOVE WS-CTL-TXN-NET         TO CYC-TXN-NET
           MOVE WS-CTL-BAL-HASH        TO CYC-BAL-HASH
           COMPUTE CYC-REV-INT-TOTAL =
                 WS-CTL-REV-INT-SAV + WS-CTL-REV-INT-MM
               + WS-CTL-REV-INT-TD
           MOVE WS-CTL-REV-DRINT       TO CYC-REV-DRINT-TOTAL
           MOVE WS-CTL-REV-FEE-MNT     TO CYC-REV-FEE-MNT-TOTAL
           MOVE WS-CTL-REV-FEE-ODF     TO CYC-REV-FEE-ODF-TOTAL
           MOVE WS-CTL-FEE-TDP-TOTAL   TO CYC-FEE-TDP-TOTAL
           MOVE WS-CTL-REV-FEE-TDP     TO CYC-REV-FEE-TDP-TOTAL
           MOVE WS-CTL-FEE-SWP-TOTAL   TO CYC-FEE-SWP-TOTAL
           MOVE WS-CTL-REV-FEE-SWP     TO CYC-REV-FEE-SWP-TOTAL
           MOVE SPACE                  TO CYC-VOID-FLAG
           IF WS-PTN-MODE-YES
              MOVE 'CYCTOT'   TO WS-POT-FILE-ID
              MOVE CYC-RECORD TO POT-DATA
              PERFORM 8100-WRITE-PARTITION-OUT
           ELSE
              WRITE CYC-RECORD
              CLOSE CYC-FILE
           END-IF.

       9210-WRITE-GL-DETAIL.
           *> Los importes viajan siempre en positivo; el sentido lo da
              MOVE WS-GLX-SIDE-TMP  TO GLX-D-SIDE
              MOVE WS-GLX-AMT-TMP   TO GLX-D-AMOUNT
              MOVE WS-GLX-DESC-TMP  TO GLX-D-DESC
              PERFORM 9205-PUT-GL-RECORD
              ADD 1 TO WS-GLX-REC-COUNT
              IF WS-GLX-SIDE-TMP = 'DR'
                 ADD WS-GLX-AMT-TMP TO WS-GLX-DR-TOTAL
