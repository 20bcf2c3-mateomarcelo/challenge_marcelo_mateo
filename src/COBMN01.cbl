               ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE ASSIGN TO "MNTRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL TDM-FILE ASSIGN TO "TDMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TDM-ACC-NUMBER.
           SELECT OPTIONAL RTM-FILE ASSIGN TO "RATEMST.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL ODP-FILE ASSIGN TO "ODPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ODP-ACC-NUMBER.
           SELECT OPTIONAL CSC-FILE ASSIGN TO "CSCASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CSC-KEY.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS RSV-KEY.
           SELECT OPTIONAL HST-FILE ASSIGN TO "HSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HST-KEY.
           SELECT OPTIONAL DSP-FILE ASSIGN TO "DSPMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-REF
               ALTERNATE RECORD KEY IS DSP-ACC-NUMBER
                   WITH DUPLICATES.
           SELECT OPTIONAL PRF-FILE ASSIGN TO "ALRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CUST-NUMBER.
       DATA DIVISION.
       FILE SECTION.
       FD  MNT-FILE.
               88  MNT-ACTION-CUST     VALUES 'CUSTNW' 'CUSTA1'
                                              'CUSTA2'.
               88  MNT-ACTION-APPROV   VALUE 'APPROV'.
               88  MNT-ACTION-ODPROT   VALUE 'ODPROT'.
               88  MNT-ACTION-ODPCAN   VALUE 'ODPCAN'.
               88  MNT-ACTION-CSCASE   VALUE 'CSCASE'.
               88  MNT-ACTION-PTYADD   VALUE 'PTYADD'.
               88  MNT-ACTION-PTYDEL   VALUE 'PTYDEL'.
               88  MNT-ACTION-LGLADD   VALUE 'LGLADD'.
               88  MNT-ACTION-LGLREL   VALUE 'LGLREL'.
               88  MNT-ACTION-LEGAL    VALUES 'LGLADD' 'LGLREL'.
               88  MNT-ACTION-DSPOPN   VALUE 'DSPOPN'.
               88  MNT-ACTION-DSPRES   VALUE 'DSPRES'.
               88  MNT-ACTION-DISPUTE  VALUES 'DSPOPN' 'DSPRES'.
               88  MNT-ACTION-ALRPRF   VALUE 'ALRPRF'.
               88  MNT-ACTION-VALID    VALUES 'OPEN  ' 'CLOSE '
                                              'ODLIM ' 'UNBLK '
                                              'CUSTNW' 'CUSTA1'
                                              'CUSTA2' 'APPROV'
                                              'ODPROT' 'ODPCAN'
                                              'CSCASE' 'PTYADD'
                                              'PTYDEL' 'LGLADD'
                                              'LGLREL' 'DSPOPN'
                                              'DSPRES' 'ALRPRF'.
           05  FILLER                  PIC X.
           05  MNT-CARD-ACC-NUMBER     PIC X(12).
           05  FILLER                  PIC X.
           05  MNT-CARD-ACC-TYPE       PIC X.
               88  MNT-CARD-TYPE-VALID VALUES 'C' 'S' 'M' 'T'.
               88  MNT-CARD-TYPE-TERM  VALUE 'T'.
           05  FILLER                  PIC X.
           05  MNT-CARD-OD-LIMIT       PIC 9(7)V99.
           05  MNT-CARD-OD-LIMIT-X REDEFINES MNT-CARD-OD-LIMIT
      *> Identificación del operador que carga la tarjeta: con doble
      *> control vigente, quien aprueba no puede ser quien cargó.
           05  MNT-CARD-OPER           PIC X(8).
      *> Alta de plazo fijo (tipo 'T'): plazo en meses, instrucción
      *> al vencimiento (R renueva, P paga) y la cuenta del mismo
      *> cliente que recibe el pago.
           05  MNT-CARD-TD-TERM        PIC 9(3).
           05  FILLER                  PIC X.
           05  MNT-CARD-TD-INSTR       PIC X.
               88  MNT-CARD-TD-INSTR-VALID VALUES 'R' 'P'.
               88  MNT-CARD-TD-PAYOUT  VALUE 'P'.
           05  FILLER                  PIC X.
           05  MNT-CARD-TD-PAYOUT-ACC  PIC X(12).
           05  FILLER                  PIC X(2).
       *> Vista alternativa de la tarjeta para las acciones de cliente:
       *> CUSTNW crea el cliente con su nombre, CUSTA1/CUSTA2 cargan
       *> las dos líneas de domicilio. Las cuentas se enganchan al
           05  FILLER                  PIC X.
           05  MNT-APPR-ID             PIC 9(7).
           05  FILLER                  PIC X(57).
      *> Vista de la tarjeta de protección de sobregiro: ODPROT
      *> adhiere la cuenta corriente a una cuenta de fondeo del mismo
      *> cliente (Y en el indicador cobra el cargo por barrido);
      *> ODPCAN da de baja la adhesión. El operador va en su lugar.
       01  MNT-ODP-CARD.
           05  FILLER                  PIC 9(8).
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X.
           05  MNT-ODP-ACC             PIC X(12).
           05  FILLER                  PIC X.
           05  MNT-ODP-FUND-ACC        PIC X(12).
           05  FILLER                  PIC X.
           05  MNT-ODP-FEE-FLAG        PIC X.
               88  MNT-ODP-FEE-VALID   VALUES 'Y' 'N'.
           05  FILLER                  PIC X(37).
      *> Vista de la tarjeta de casos de cumplimiento: CSCASE pasa el
      *> caso de vigilancia de efectivo del cliente a análisis (W) o
      *> lo cierra (C). El operador va en su lugar.
       01  MNT-CASE-CARD.
           05  FILLER                  PIC 9(8).
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X.
           05  MNT-CASE-CUST           PIC X(10).
           05  FILLER                  PIC X.
           05  MNT-CASE-TYPE           PIC X(3).
           05  FILLER                  PIC X.
           05  MNT-CASE-STATUS         PIC X.
               88  MNT-CASE-STATUS-VALID VALUES 'W' 'C'.
               88  MNT-CASE-CLOSE      VALUE 'C'.
           05  FILLER                  PIC X(48).
      *> Vista de la tarjeta de titularidad: PTYADD suma al cliente
      *> como cotitular (J), firmante (S) o beneficiario (B) de la
      *> cuenta; PTYDEL lo da de baja. Ambas pasan por doble control.
       01  MNT-PTY-CARD.
           05  FILLER                  PIC 9(8).
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X.
           05  MNT-PTY-ACC             PIC X(12).
           05  FILLER                  PIC X.
           05  MNT-PTY-CUST            PIC X(10).
           05  FILLER                  PIC X.
           05  MNT-PTY-ROLE            PIC X.
           05  FILLER                  PIC X(39).
      *> Vista de la tarjeta de órdenes judiciales: LGLADD registra
      *> la orden del organismo sobre una cuenta (A) o sobre las
      *> cuentas de un cliente (C), con el monto ordenado y la fecha
      *> de remisión; LGLREL la libera sólo con la referencia. El
      *> operador va en su lugar.
       01  MNT-LGL-CARD.
           05  FILLER                  PIC 9(8).
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X.
           05  MNT-LGL-REF             PIC X(10).
           05  FILLER                  PIC X.
           05  MNT-LGL-TARGET          PIC X.
               88  MNT-LGL-ON-ACCOUNT  VALUE 'A'.
               88  MNT-LGL-ON-CUSTOMER VALUE 'C'.
           05  FILLER                  PIC X.
           05  MNT-LGL-KEY             PIC X(12).
           05  FILLER                  PIC X.
           05  MNT-LGL-AMOUNT          PIC 9(8)V99.
           05  FILLER                  PIC X(8).
           05  MNT-LGL-REMIT-DATE      PIC 9(8).
           05  FILLER                  PIC X.
           05  MNT-LGL-AGENCY          PIC X(10).
           05  FILLER                  PIC X.
      *> Vista de la tarjeta de reclamos: DSPOPN abre el caso sobre
      *> un movimiento del histórico (cuenta, fecha y secuencial)
      *> con el motivo y el monto reclamado (cero reclama el total);
      *> DSPRES registra la resolución a favor (F) o en contra (A).
      *> El ciclo nocturno es quien mueve el saldo. El operador va
      *> en su lugar.
       01  MNT-DSP-CARD.
           05  FILLER                  PIC 9(8).
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X.
           05  MNT-DSP-CASE-REF        PIC X(10).
           05  FILLER                  PIC X.
           05  MNT-DSP-ACC             PIC X(12).
           05  FILLER                  PIC X.
           05  MNT-DSP-HST-DATE        PIC 9(8).
           05  FILLER                  PIC X.
           05  MNT-DSP-REASON          PIC X(3).
               88  MNT-DSP-REASON-VALID VALUES 'UNA' 'DUP' 'AMT'
                                               'NRC' 'OTH'.
           05  FILLER                  PIC X(8).
           05  MNT-DSP-HST-SEQ         PIC 9(5).
           05  FILLER                  PIC X.
           05  MNT-DSP-AMOUNT          PIC 9(8)V99.
           05  FILLER                  PIC X.
           05  MNT-DSP-OUTCOME         PIC X.
               88  MNT-DSP-OUTCOME-VALID VALUES 'F' 'A'.
           05  FILLER                  PIC X(2).
      *> Vista de la tarjeta de preferencias de aviso: ALRPRF da de
      *> alta (I) o de baja (O) al cliente en un tipo de aviso, o en
      *> todos con ALL. El alta del aviso de saldo bajo (LOW) trae
      *> el umbral. El operador va en su lugar.
       01  MNT-ALR-CARD.
           05  FILLER                  PIC 9(8).
           05  FILLER                  PIC X.
           05  FILLER                  PIC X(6).
           05  FILLER                  PIC X.
           05  MNT-ALR-CUST            PIC X(10).
           05  FILLER                  PIC X.
           05  MNT-ALR-TYPE            PIC X(3).
               88  MNT-ALR-TYPE-ALL    VALUE 'ALL'.
               88  MNT-ALR-TYPE-LOW    VALUE 'LOW'.
           05  FILLER                  PIC X.
           05  MNT-ALR-OPTION          PIC X.
               88  MNT-ALR-OPTION-VALID VALUES 'I' 'O'.
               88  MNT-ALR-OPT-IN      VALUE 'I'.
           05  FILLER                  PIC X.
           05  MNT-ALR-LOW-AMT         PIC 9(9)V99.
           05  FILLER                  PIC X(8).
           05  FILLER                  PIC X(8).
           05  FILLER                  PIC X(20).
       FD  ACC-FILE.
       01  ACC-RECORD.
           05  ACC-NUMBER              PIC X(12).
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
           05  PND-OD-LIMIT            PIC X(9).
           05  PND-MAKER               PIC X(8).
           05  PND-CYCLES-HELD         PIC 9(3).
           05  PND-PTY-CUST            PIC X(10).
           05  PND-PTY-ROLE            PIC X.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(80).
      *> Condiciones del plazo fijo: la tasa queda fijada al alta con
      *> el maestro de tasas vigente ese día.
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
           05  FILLER                  PIC X(47).
      *> Adhesiones a la protección de sobregiro, por cuenta corriente.
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
      *> Casos de vigilancia de efectivo que levanta COBCS01.
       FD  CSC-FILE.
       01  CSC-RECORD.
           05  CSC-KEY.
               10  CSC-CUST-NUMBER     PIC X(10).
               10  CSC-ALERT-TYPE      PIC X(3).
           05  CSC-STATUS              PIC X.
               88  CSC-OPEN            VALUE 'O'.
               88  CSC-WORKING         VALUE 'W'.
               88  CSC-CLOSED          VALUE 'C'.
           05  CSC-OPEN-DATE           PIC 9(8).
           05  CSC-LAST-DATE           PIC 9(8).
           05  CSC-CLOSE-DATE          PIC 9(8).
           05  CSC-RAISE-COUNT         PIC 9(3).
           05  CSC-OPER                PIC X(8).
           05  FILLER                  PIC X(10).
      *> Partícipes de la cuenta además del titular principal, que
      *> sigue siendo ACC-CUST-NUMBER: cotitulares, firmantes y
      *> beneficiarios. Una baja queda marcada, no se borra.
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
      *> Reservas por orden que deja el ciclo nocturno en cada
      *> cuenta; al liberar la orden se borran en el acto.
       FD  RSV-FILE.
       01  RSV-RECORD.
           05  RSV-KEY.
               10  RSV-ACC-NUMBER      PIC X(12).
               10  RSV-REF             PIC X(10).
           05  RSV-AMOUNT              PIC S9(11)V99 COMP-3.
           05  RSV-PROC-DATE           PIC 9(8).
           05  FILLER                  PIC X(10).
      *> Histórico de movimientos: sólo se consulta para validar el
      *> movimiento que se reclama.
       FD  HST-FILE.
       01  HST-RECORD.
           05  HST-KEY.
               10  HST-ACC-NUMBER      PIC X(12).
               10  HST-POST-DATE       PIC 9(8).
               10  HST-SEQ             PIC 9(5).
           05  HST-TXN-TYPE            PIC X.
               88  HST-DISPUTABLE      VALUES 'W' 'O' 'F'.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
      *> Patas de traspasos internos del posteo: cada una tiene su
      *> contrapartida en otra cuenta y no se reclama sola.
               88  HST-INTERNAL-LEG    VALUES 'ODP SWEEP'
                                              'TD PAYOUT'
                                              'TD RETURN'.
           05  HST-REV-FLAG            PIC X.
               88  HST-REVERSED        VALUE 'Y'.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
      *> Reclamos de clientes sobre movimientos debitados. Nace
      *> nuevo (N); el ciclo nocturno abona el crédito provisorio y
      *> lo deja abierto (O) hasta la resolución o el vencimiento del
      *> plazo, y entonces lo cierra (C). Un caso no se borra.
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
               88  DSP-DECIDED         VALUES 'F' 'A'.
           05  DSP-CREDIT-DATE         PIC 9(8).
           05  DSP-CREDIT-SEQ          PIC 9(5).
           05  DSP-CLOSE-DATE          PIC 9(8).
           05  DSP-RESOLUTION          PIC X.
           05  DSP-OPER                PIC X(8).
           05  DSP-DECIDE-OPER         PIC X(8).
           05  DSP-DECIDE-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
      *> Preferencias de aviso por cliente: un indicador por tipo de
      *> aviso (Y recibe, N no), en el orden de la lista de tipos, y
      *> el umbral del aviso de saldo bajo. Sin registro el cliente
      *> recibe todos los avisos menos el de saldo bajo.
       FD  PRF-FILE.
       01  PRF-RECORD.
           05  PRF-CUST-NUMBER         PIC X(10).
           05  PRF-OPT-TABLE.
               10  PRF-OPT OCCURS 8 TIMES PIC X.
           05  PRF-LOW-BAL-LIMIT       PIC S9(9)V99 COMP-3.
           05  PRF-UPD-DATE            PIC 9(8).
           05  PRF-OPER                PIC X(8).
           05  FILLER                  PIC X(20).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
       01  WS-VAL-RESULT         PIC X VALUE 'Y'.
           88  WS-VAL-PASS       VALUE 'Y'.
           88  WS-VAL-FAIL       VALUE 'N'.
       01  WS-JRN-MOD-NAME       PIC X(8) VALUE 'UTLJRN01'.
       01  JRN-REQUEST.
           05  JRN-FUNC             PIC X.
           05  JRN-REQ-PROGRAM      PIC X(8) VALUE 'COBMN01'.
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
       01  WS-CTL-CARDS-READ     PIC 9(7) VALUE 0.
       01  WS-CTL-APPLIED        PIC 9(7) VALUE 0.
       01  WS-CTL-REJECTED       PIC 9(7) VALUE 0.
       01  WS-ACT-ODLIM          PIC X(9).
       01  WS-ACT-ODLIM-N REDEFINES WS-ACT-ODLIM
                                 PIC 9(7)V99.
       01  WS-ACT-PTY-CUST       PIC X(10).
       01  WS-ACT-PTY-ROLE       PIC X.
           88  WS-ACT-PTY-ROLE-VALID VALUES 'J' 'S' 'B'.
           88  WS-ACT-PTY-JOINT  VALUE 'J'.
      *> Cotitulares por cuenta además del principal: el registro de
      *> bienes no reclamados y los estados los llevan a todos.
       01  WS-PTY-MAX-JOINT      PIC 9(2) VALUE 3.
       01  WS-PTY-JOINT-COUNT    PIC 9(2) VALUE 0.
       01  WS-PTY-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTY-EOF-YES    VALUE 'Y'.
       01  WS-LGO-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-LGO-FOUND-YES  VALUE 'Y'.
       01  WS-LGO-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-PTY-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-PTY-FOUND-YES  VALUE 'Y'.
      *> Reclamos: días corridos desde la apertura hasta que el
      *> caso sin resolver se da por ganado por el cliente.
       01  WS-DSP-DEADLINE-DAYS  PIC 9(3) VALUE 45.
       01  WS-DSP-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-DSP-FOUND-YES  VALUE 'Y'.
       01  WS-HST-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-HST-FOUND-YES  VALUE 'Y'.
       01  WS-DSP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-DSP-EOF-YES    VALUE 'Y'.
       01  WS-DSP-DUP-SWITCH     PIC X VALUE 'N'.
           88  WS-DSP-DUP-YES    VALUE 'Y'.
       01  WS-DSP-AMOUNT         PIC S9(9)V99 COMP-3 VALUE 0.
      *> Tipos de aviso al cliente; la posición en la lista es la del
      *> indicador en PRF-OPT-TABLE.
       01  WS-ALR-TYPE-LIST.
           05  FILLER            PIC X(3) VALUE 'LOW'.
           05  FILLER            PIC X(3) VALUE 'ODX'.
           05  FILLER            PIC X(3) VALUE 'FEE'.
           05  FILLER            PIC X(3) VALUE 'BRL'.
           05  FILLER            PIC X(3) VALUE 'DRM'.
           05  FILLER            PIC X(3) VALUE 'ESW'.
           05  FILLER            PIC X(3) VALUE 'SON'.
           05  FILLER            PIC X(3) VALUE 'HEX'.
       01  WS-ALR-TYPE-TABLE REDEFINES WS-ALR-TYPE-LIST.
           05  WS-ALR-TYPE-CODE OCCURS 8 TIMES PIC X(3).
       01  WS-ALR-TYPE-MAX       PIC 9(2) VALUE 8.
       01  WS-ALR-IDX            PIC 9(2) VALUE 0.
       01  WS-ALR-FLAG           PIC X.
       01  WS-PRF-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-PRF-FOUND-YES  VALUE 'Y'.
      *> Tasas de plazo fijo vigentes por escalón: el límite del
      *> escalón es el plazo máximo en meses que cubre la tasa.
       01  WS-TD-TIER-TABLE.
           05  WS-TD-TIER OCCURS 9 TIMES.
               10  WS-TD-TIER-MONTHS PIC 9(3).
               10  WS-TD-TIER-RATE   PIC 9V9(5).
               10  WS-RATE-EFF-TD    PIC 9(8).
       01  WS-TD-IDX             PIC 9(4) COMP VALUE 0.
       01  WS-RTM-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-RTM-EOF-YES    VALUE 'Y'.
       01  WS-TD-RATE-SWITCH     PIC X VALUE 'N'.
           88  WS-TD-RATE-FOUND  VALUE 'Y'.
       01  WS-TD-NEW-RATE        PIC 9V9(5) VALUE 0.
       01  WS-TD-BEST-MONTHS     PIC 9(3) VALUE 0.
       01  WS-TD-REASON          PIC X(25).
       01  WS-TD-YEAR            PIC 9(4).
       01  WS-TD-MONTH           PIC 9(2).
       01  WS-TD-DAY             PIC 9(2).
       01  WS-TD-MONTHS-TOT      PIC 9(5).
       01  WS-TD-YEARS-ADD       PIC 9(5).
       01  WS-TD-MONTH-REM       PIC 9(2).
       01  WS-TD-WORK-DATE       PIC 9(8).
       01  WS-TD-LAST-DATE       PIC 9(8).
       01  WS-ODP-CUST           PIC X(10).
       01  WS-ODP-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-ODP-LISTED-SWITCH  PIC X VALUE 'N'.
           88  WS-ODP-LISTED-YES VALUE 'Y'.
       01  WS-ODP-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-ODP-FOUND-YES  VALUE 'Y'.
       01  WS-PENDING-SWITCH     PIC X VALUE 'N'.
           88  WS-PENDING-YES    VALUE 'Y'.
       01  WS-PND-EOF-SWITCH     PIC X VALUE 'N'.
               10  WS-PND-MAKER      PIC X(8).
               10  WS-PND-CYCLES     PIC 9(3).
               10  WS-PND-STATUS     PIC X.
               10  WS-PND-PTY-CUST   PIC X(10).
               10  WS-PND-PTY-ROLE   PIC X.
       01  PRM-FLAGS.
           05  PRM-TEST-MODE        PIC X VALUE 'N'.
               88  PRM-TEST-YES     VALUE 'Y'.
           OPEN INPUT MNT-FILE
           OPEN I-O ACC-FILE
           OPEN I-O CUS-FILE
           OPEN I-O TDM-FILE
           OPEN I-O ODP-FILE
           OPEN I-O CSC-FILE
           OPEN I-O PTY-FILE
           OPEN I-O LGO-FILE
           OPEN I-O RSV-FILE
           OPEN INPUT HST-FILE
           OPEN I-O DSP-FILE
           OPEN I-O PRF-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-DATE TO WS-HDR1-DATE
           MOVE WS-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-LOAD-TERM-RATES
           PERFORM 1100-LOAD-PENDING.

       1100-LOAD-PENDING.
              CLOSE MNT-FILE
              CLOSE ACC-FILE
              CLOSE CUS-FILE
              CLOSE TDM-FILE
              CLOSE ODP-FILE
              CLOSE CSC-FILE
              CLOSE PTY-FILE
              CLOSE LGO-FILE
              CLOSE RSV-FILE
              CLOSE HST-FILE
              CLOSE DSP-FILE
              CLOSE PRF-FILE
              CLOSE RPT-FILE
              GOBACK
           END-IF.
                           WS-PND-CYCLES(WS-PND-COUNT)
                      MOVE 'P'             TO
                           WS-PND-STATUS(WS-PND-COUNT)
                      MOVE PND-PTY-CUST    TO
                           WS-PND-PTY-CUST(WS-PND-COUNT)
                      MOVE PND-PTY-ROLE    TO
                           WS-PND-PTY-ROLE(WS-PND-COUNT)
                      IF PND-ID >= WS-NEXT-PND-ID
                         COMPUTE WS-NEXT-PND-ID = PND-ID + 1
                      END-IF
                   END-IF
           END-READ.

       1200-LOAD-TERM-RATES.
           *> Sólo interesan los registros de plazo fijo; por escalón
           *> vale la vigencia más reciente que no supere la fecha.
           PERFORM 1205-CLEAR-ONE-TD-TIER
              VARYING WS-TD-IDX FROM 1 BY 1
              UNTIL WS-TD-IDX > 9
           OPEN INPUT RTM-FILE
           PERFORM 1210-LOAD-ONE-RATE UNTIL WS-RTM-EOF-YES
           CLOSE RTM-FILE.

       1205-CLEAR-ONE-TD-TIER.
           MOVE 0 TO WS-TD-TIER-MONTHS(WS-TD-IDX)
           MOVE 0 TO WS-TD-TIER-RATE(WS-TD-IDX)
           MOVE 0 TO WS-RATE-EFF-TD(WS-TD-IDX).

       1210-LOAD-ONE-RATE.
           READ RTM-FILE
               AT END
                   SET WS-RTM-EOF-YES TO TRUE
               NOT AT END
                   IF RTM-TYPE-TERM
                         AND RTM-EFF-DATE IS NUMERIC
                         AND RTM-TIER-RATE IS NUMERIC
                         AND RTM-TIER-LIMIT IS NUMERIC
                         AND RTM-TIER-NO IS NUMERIC
                         AND RTM-TIER-NO >= 1
                         AND RTM-EFF-DATE <= WS-DATE
                         AND RTM-EFF-DATE >=
                             WS-RATE-EFF-TD(RTM-TIER-NO)
                      MOVE RTM-TIER-LIMIT
                        TO WS-TD-TIER-MONTHS(RTM-TIER-NO)
                      MOVE RTM-TIER-RATE
                        TO WS-TD-TIER-RATE(RTM-TIER-NO)
                      MOVE RTM-EFF-DATE
                        TO WS-RATE-EFF-TD(RTM-TIER-NO)
                   END-IF
           END-READ.

       2000-PROCESS.
           READ MNT-FILE
               AT END SET WS-EOF-YES TO TRUE
           MOVE SPACES TO WS-REASON-DESC
           MOVE MNT-CARD-ACC-NUMBER TO WS-ACT-ACC
           MOVE MNT-CARD-OD-LIMIT-X TO WS-ACT-ODLIM
           IF MNT-ACTION-PTYADD OR MNT-ACTION-PTYDEL
              MOVE MNT-PTY-CUST TO WS-ACT-PTY-CUST
              MOVE MNT-PTY-ROLE TO WS-ACT-PTY-ROLE
           ELSE
              MOVE SPACES TO WS-ACT-PTY-CUST
              MOVE SPACES TO WS-ACT-PTY-ROLE
           END-IF

           EVALUATE TRUE
              WHEN NOT MNT-ACTION-VALID
                   PERFORM 2100-APPLY-OPEN
              WHEN MNT-ACTION-CLOSE OR MNT-ACTION-ODLIM
                    OR MNT-ACTION-UNBLK
                    OR MNT-ACTION-PTYADD OR MNT-ACTION-PTYDEL
                   PERFORM 2050-ROUTE-ACCOUNT-ACTION
              WHEN MNT-ACTION-APPROV
                   PERFORM 2900-APPLY-APPROVAL
                   PERFORM 2450-APPLY-CUSTNW
              WHEN MNT-ACTION-CUSTA1 OR MNT-ACTION-CUSTA2
                   PERFORM 2460-APPLY-CUSTADDR
              WHEN MNT-ACTION-ODPROT
                   PERFORM 2470-APPLY-ODPROT
              WHEN MNT-ACTION-ODPCAN
                   PERFORM 2480-APPLY-ODPCAN
              WHEN MNT-ACTION-CSCASE
                   PERFORM 2490-APPLY-CSCASE
              WHEN MNT-ACTION-LGLADD
                   PERFORM 2440-APPLY-LGLADD
              WHEN MNT-ACTION-LGLREL
                   PERFORM 2444-APPLY-LGLREL
              WHEN MNT-ACTION-DSPOPN
                   PERFORM 2432-APPLY-DSPOPN
              WHEN MNT-ACTION-DSPRES
                   PERFORM 2437-APPLY-DSPRES
              WHEN MNT-ACTION-ALRPRF
                   PERFORM 2495-APPLY-ALRPRF
           END-EVALUATE

           PERFORM 2800-WRITE-REPORT-LINE
           GO TO 2999-EXIT.

       2050-ROUTE-ACCOUNT-ACTION.
           *> Doble control: UNBLK, CLOSE, los cambios de titularidad
           *> y las subas de límite por encima del umbral no se
           *> aplican en el acto; quedan pendientes hasta la tarjeta
           *> APPROV de OTRO operador.
           *> Los cambios de límite chicos siguen fluyendo directo.
           EVALUATE TRUE
              WHEN MNT-ACTION-ODLIM
           MOVE MNT-CARD-OPER   TO WS-PND-MAKER(WS-PND-COUNT)
           MOVE 0               TO WS-PND-CYCLES(WS-PND-COUNT)
           MOVE 'P'             TO WS-PND-STATUS(WS-PND-COUNT)
           MOVE WS-ACT-PTY-CUST TO WS-PND-PTY-CUST(WS-PND-COUNT)
           MOVE WS-ACT-PTY-ROLE TO WS-PND-PTY-ROLE(WS-PND-COUNT)
           SET WS-PENDING-YES TO TRUE.

       2900-APPLY-APPROVAL.
              WHEN OTHER
                   MOVE WS-PND-ACC(WS-PNF-IDX)   TO WS-ACT-ACC
                   MOVE WS-PND-ODLIM(WS-PNF-IDX) TO WS-ACT-ODLIM
                   MOVE WS-PND-PTY-CUST(WS-PNF-IDX)
                     TO WS-ACT-PTY-CUST
                   MOVE WS-PND-PTY-ROLE(WS-PNF-IDX)
                     TO WS-ACT-PTY-ROLE
                   EVALUATE WS-PND-ACTION(WS-PNF-IDX)
                      WHEN 'CLOSE '
                           PERFORM 2200-APPLY-CLOSE
                           PERFORM 2300-APPLY-ODLIM
                      WHEN 'UNBLK '
                           PERFORM 2400-APPLY-UNBLK
                      WHEN 'PTYADD'
                           PERFORM 2410-APPLY-PTYADD
                      WHEN 'PTYDEL'
                           PERFORM 2420-APPLY-PTYDEL
                      WHEN OTHER
                           MOVE 'PENDING ACTION INVALID'
                             TO WS-REASON-DESC
           *> cuenta queda anotada en la lista de cuentas del cliente,
           *> para que estados y autorización puedan ver la posición
           *> completa y no cada cuenta aislada.
           *> El plazo fijo se valida primero: la lectura de la cuenta
           *> de pago usa el mismo área de registro que el alta.
           MOVE SPACES TO WS-TD-REASON
           IF MNT-CARD-TYPE-TERM
              PERFORM 2150-EDIT-TERM-DEPOSIT
           END-IF
           PERFORM 2500-READ-ACCOUNT
           MOVE MNT-CARD-CUST-NUMBER TO CST-NUMBER
           PERFORM 2550-READ-CUSTOMER
              WHEN CST-ACC-COUNT >= 8
                   MOVE 'CUSTOMER ACCT LIST FULL' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN WS-TD-REASON NOT = SPACES
                   MOVE WS-TD-REASON TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   MOVE MNT-CARD-ACC-NUMBER TO ACC-NUMBER
                   MOVE MNT-CARD-ACC-TYPE   TO ACC-TYPE
                   MOVE ZERO TO ACC-BALANCE
                   MOVE ZERO TO ACC-ACCRUED-INT
                   MOVE ZERO TO ACC-ACCRUED-DEBIT
                   MOVE ZERO TO ACC-ADB-BAL-ACCUM
                   MOVE 0 TO ACC-ADB-DAYS
                   MOVE 0 TO ACC-ADB-PERIOD
                   MOVE ZERO TO ACC-ADB-PRIOR
                   MOVE MNT-CARD-OD-LIMIT TO ACC-OD-LIMIT
                   MOVE 0 TO ACC-RISK-RATING
                   MOVE 0 TO ACC-BLOCK-COUNT
                            SET WS-REJECT-YES TO TRUE
                      END-WRITE
                   END-IF
                   IF NOT WS-REJECT-YES
                      MOVE 'A' TO JRN-FUNC
                      PERFORM 2750-JOURNAL-CHANGES
                   END-IF
                   IF NOT WS-REJECT-YES
                      ADD 1 TO CST-ACC-COUNT
                      MOVE MNT-CARD-ACC-NUMBER
                        TO CST-ACC-NUMBER(CST-ACC-COUNT)
                      REWRITE CST-RECORD
                      END-REWRITE
                      IF MNT-CARD-TYPE-TERM
                         PERFORM 2160-WRITE-TERM-DEPOSIT
                      END-IF
                   END-IF
           END-EVALUATE.

       2150-EDIT-TERM-DEPOSIT.
           EVALUATE TRUE
              WHEN MNT-CARD-TD-TERM NOT NUMERIC
                    OR MNT-CARD-TD-TERM = 0
                   MOVE 'TERM MONTHS INVALID' TO WS-TD-REASON
              WHEN NOT MNT-CARD-TD-INSTR-VALID
                   MOVE 'MATURITY INSTR INVALID' TO WS-TD-REASON
              WHEN MNT-CARD-OD-LIMIT NUMERIC
                    AND MNT-CARD-OD-LIMIT > 0
                   MOVE 'NO OD LIMIT ON TERM DEP' TO WS-TD-REASON
              WHEN OTHER
                   PERFORM 2155-FIND-TERM-RATE
                   IF NOT WS-TD-RATE-FOUND
                      MOVE 'NO TERM RATE ON FILE' TO WS-TD-REASON
                   ELSE
                      IF MNT-CARD-TD-PAYOUT
                         PERFORM 2157-CHECK-PAYOUT-ACC
                      END-IF
                   END-IF
           END-EVALUATE.

       2155-FIND-TERM-RATE.
           *> Aplica el escalón de menor plazo máximo que cubra el
           *> plazo pedido.
           MOVE 'N' TO WS-TD-RATE-SWITCH
           MOVE 0 TO WS-TD-NEW-RATE
           MOVE 999 TO WS-TD-BEST-MONTHS
           PERFORM 2156-CHECK-ONE-TD-TIER
              VARYING WS-TD-IDX FROM 1 BY 1
              UNTIL WS-TD-IDX > 9.

       2156-CHECK-ONE-TD-TIER.
           IF WS-RATE-EFF-TD(WS-TD-IDX) > 0
                 AND WS-TD-TIER-MONTHS(WS-TD-IDX) >= MNT-CARD-TD-TERM
                 AND WS-TD-TIER-MONTHS(WS-TD-IDX) <= WS-TD-BEST-MONTHS
              MOVE WS-TD-TIER-MONTHS(WS-TD-IDX) TO WS-TD-BEST-MONTHS
              MOVE WS-TD-TIER-RATE(WS-TD-IDX)   TO WS-TD-NEW-RATE
              SET WS-TD-RATE-FOUND TO TRUE
           END-IF.

       2157-CHECK-PAYOUT-ACC.
           *> El pago al vencimiento sólo va a una cuenta abierta del
           *> mismo cliente, que no sea a su vez un plazo fijo.
           MOVE MNT-CARD-TD-PAYOUT-ACC TO ACC-NUMBER
           READ ACC-FILE
               INVALID KEY
                   MOVE 'PAYOUT ACCOUNT NOT FOUND' TO WS-TD-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                      WHEN ACC-CLOSED
                           MOVE 'PAYOUT ACCOUNT CLOSED'
                             TO WS-TD-REASON
                      WHEN ACC-TYPE-TERM
                           MOVE 'PAYOUT ACCT IS TERM DEP'
                             TO WS-TD-REASON
                      WHEN ACC-CUST-NUMBER NOT = MNT-CARD-CUST-NUMBER
                           MOVE 'PAYOUT ACCT OTHER CUST'
                             TO WS-TD-REASON
                   END-EVALUATE
           END-READ.

       2160-WRITE-TERM-DEPOSIT.
           MOVE MNT-CARD-ACC-NUMBER TO TDM-ACC-NUMBER
           MOVE MNT-CARD-TD-TERM    TO TDM-TERM-MONTHS
           MOVE WS-TD-NEW-RATE      TO TDM-RATE
           MOVE WS-DATE             TO TDM-OPEN-DATE
           MOVE MNT-CARD-TD-INSTR   TO TDM-INSTRUCTION
           IF MNT-CARD-TD-PAYOUT
              MOVE MNT-CARD-TD-PAYOUT-ACC TO TDM-PAYOUT-ACC
           ELSE
              MOVE SPACES TO TDM-PAYOUT-ACC
           END-IF
           SET TDM-ACTIVE TO TRUE
           MOVE 0 TO TDM-ROLL-COUNT
           PERFORM 2170-COMPUTE-MATURITY
           *> Un registro huérfano de una cuenta dada de baja se pisa.
           WRITE TDM-RECORD
              INVALID KEY
                 REWRITE TDM-RECORD
                 END-REWRITE
           END-WRITE.

       2170-COMPUTE-MATURITY.
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

       2200-APPLY-CLOSE.
           *> Una cuenta se cierra sólo con saldo en cero: el saldo
           *> remanente debe moverse antes por el circuito normal de
                   PERFORM 2700-VALIDATE-AND-REWRITE
           END-EVALUATE.

       2410-APPLY-PTYADD.
           *> El partícipe es un cliente del maestro distinto del
           *> titular principal. Una baja anterior se reactiva con el
           *> rol nuevo; los cotitulares tienen tope por cuenta.
           PERFORM 2500-READ-ACCOUNT
           MOVE WS-ACT-PTY-CUST TO CST-NUMBER
           PERFORM 2550-READ-CUSTOMER
           EVALUATE TRUE
              WHEN NOT WS-FOUND-YES
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN ACC-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT WS-ACT-PTY-ROLE-VALID
                   MOVE 'PARTY ROLE INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT WS-CUST-FOUND-YES
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN WS-ACT-PTY-CUST = ACC-CUST-NUMBER
                   MOVE 'PARTY IS PRIMARY OWNER' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   PERFORM 2415-COUNT-JOINT-OWNERS
                   PERFORM 2430-READ-PARTY
                   EVALUATE TRUE
                      WHEN WS-PTY-FOUND-YES AND PTY-ACTIVE
                           MOVE 'PARTY ALREADY ON ACCOUNT'
                             TO WS-REASON-DESC
                           SET WS-REJECT-YES TO TRUE
                      WHEN WS-ACT-PTY-JOINT
                            AND WS-PTY-JOINT-COUNT >= WS-PTY-MAX-JOINT
                           MOVE 'JOINT OWNER LIMIT' TO WS-REASON-DESC
                           SET WS-REJECT-YES TO TRUE
                      WHEN OTHER
                           MOVE WS-ACT-ACC      TO PTY-ACC-NUMBER
                           MOVE WS-ACT-PTY-CUST TO PTY-CUST-NUMBER
                           MOVE WS-ACT-PTY-ROLE TO PTY-ROLE
                           SET PTY-ACTIVE TO TRUE
                           MOVE WS-DATE         TO PTY-ADD-DATE
                           MOVE 0               TO PTY-END-DATE
                           MOVE MNT-CARD-OPER   TO PTY-OPER
                           IF WS-PTY-FOUND-YES
                              REWRITE PTY-RECORD
                              END-REWRITE
                           ELSE
                              WRITE PTY-RECORD
                                 INVALID KEY
                                    MOVE 'WRITE FAILED'
                                      TO WS-REASON-DESC
                                    SET WS-REJECT-YES TO TRUE
                              END-WRITE
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

       2415-COUNT-JOINT-OWNERS.
           MOVE 0 TO WS-PTY-JOINT-COUNT
           MOVE 'N' TO WS-PTY-EOF-SWITCH
           MOVE WS-ACT-ACC  TO PTY-ACC-NUMBER
           MOVE LOW-VALUES  TO PTY-CUST-NUMBER
           START PTY-FILE KEY IS NOT LESS THAN PTY-KEY
               INVALID KEY
                   SET WS-PTY-EOF-YES TO TRUE
           END-START
           PERFORM 2416-COUNT-ONE-PARTY UNTIL WS-PTY-EOF-YES.

       2416-COUNT-ONE-PARTY.
           READ PTY-FILE NEXT RECORD
               AT END
                   SET WS-PTY-EOF-YES TO TRUE
               NOT AT END
                   IF PTY-ACC-NUMBER NOT = WS-ACT-ACC
                      SET WS-PTY-EOF-YES TO TRUE
                   ELSE
                      IF PTY-ROLE-JOINT AND PTY-ACTIVE
                         ADD 1 TO WS-PTY-JOINT-COUNT
                      END-IF
                   END-IF
           END-READ.

       2420-APPLY-PTYDEL.
           *> La baja no toca al titular principal: ése se cambia sólo
           *> cerrando la cuenta y abriendo otra.
           PERFORM 2430-READ-PARTY
           IF WS-PTY-FOUND-YES AND PTY-ACTIVE
              SET PTY-REMOVED TO TRUE
              MOVE WS-DATE       TO PTY-END-DATE
              MOVE MNT-CARD-OPER TO PTY-OPER
              REWRITE PTY-RECORD
              END-REWRITE
           ELSE
              MOVE 'PARTY NOT ON ACCOUNT' TO WS-REASON-DESC
              SET WS-REJECT-YES TO TRUE
           END-IF.

       2430-READ-PARTY.
           MOVE 'N' TO WS-PTY-FOUND-SWITCH
           MOVE WS-ACT-ACC      TO PTY-ACC-NUMBER
           MOVE WS-ACT-PTY-CUST TO PTY-CUST-NUMBER
           READ PTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PTY-FOUND-YES TO TRUE
           END-READ.

       2432-APPLY-DSPOPN.
           *> El caso se registra nuevo y sin crédito: el abono
           *> provisorio lo hace el ciclo nocturno, que es el que mueve
           *> saldos y deja el rastro en el histórico y el mayor.
           PERFORM 2438-READ-DISPUTE
           EVALUATE TRUE
              WHEN MNT-DSP-CASE-REF = SPACES
                   MOVE 'CASE REFERENCE MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN WS-DSP-FOUND-YES
                   MOVE 'CASE ALREADY EXISTS' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-CARD-OPER = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT MNT-DSP-REASON-VALID
                   MOVE 'DISPUTE REASON INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-DSP-HST-DATE NOT NUMERIC
                    OR MNT-DSP-HST-SEQ NOT NUMERIC
                   MOVE 'MOVEMENT KEY INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-DSP-AMOUNT NOT NUMERIC
                   MOVE 'DISPUTE AMOUNT INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   PERFORM 2433-CHECK-DSP-MOVEMENT
           END-EVALUATE
           IF NOT WS-REJECT-YES
              PERFORM 2436-WRITE-DISPUTE
           END-IF.

       2433-CHECK-DSP-MOVEMENT.
           *> Sólo se reclaman débitos al cliente que sigan en pie; un
           *> monto en cero reclama el movimiento completo.
           MOVE MNT-DSP-ACC TO WS-ACT-ACC
           PERFORM 2500-READ-ACCOUNT
           MOVE 'N' TO WS-HST-FOUND-SWITCH
           MOVE MNT-DSP-ACC      TO HST-ACC-NUMBER
           MOVE MNT-DSP-HST-DATE TO HST-POST-DATE
           MOVE MNT-DSP-HST-SEQ  TO HST-SEQ
           READ HST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HST-FOUND-YES TO TRUE
                   IF MNT-DSP-AMOUNT = 0
                      MOVE HST-AMOUNT TO WS-DSP-AMOUNT
                   ELSE
                      MOVE MNT-DSP-AMOUNT TO WS-DSP-AMOUNT
                   END-IF
           END-READ
           EVALUATE TRUE
              WHEN NOT WS-FOUND-YES
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN ACC-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT WS-HST-FOUND-YES
                   MOVE 'MOVEMENT NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT HST-DISPUTABLE OR HST-INTERNAL-LEG
                   MOVE 'MOVEMENT NOT DISPUTABLE' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN HST-REVERSED
                   MOVE 'MOVEMENT ALREADY REVERSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN WS-DSP-AMOUNT > HST-AMOUNT
                   MOVE 'AMOUNT EXCEEDS MOVEMENT' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   PERFORM 2434-CHECK-DSP-DUPLICATE
                   IF WS-DSP-DUP-YES
                      MOVE 'MOVEMENT ALREADY DISPUTED'
                        TO WS-REASON-DESC
                      SET WS-REJECT-YES TO TRUE
                   END-IF
           END-EVALUATE.

       2434-CHECK-DSP-DUPLICATE.
           *> Un movimiento se reclama una sola vez, cualquiera haya
           *> sido la suerte del caso anterior.
           MOVE 'N' TO WS-DSP-DUP-SWITCH
           MOVE 'N' TO WS-DSP-EOF-SWITCH
           MOVE MNT-DSP-ACC TO DSP-ACC-NUMBER
           START DSP-FILE KEY IS EQUAL TO DSP-ACC-NUMBER
               INVALID KEY
                   SET WS-DSP-EOF-YES TO TRUE
           END-START
           PERFORM 2435-CHECK-ONE-DSP-CASE
              UNTIL WS-DSP-EOF-YES OR WS-DSP-DUP-YES.

       2435-CHECK-ONE-DSP-CASE.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET WS-DSP-EOF-YES TO TRUE
               NOT AT END
                   IF DSP-ACC-NUMBER NOT = MNT-DSP-ACC
                      SET WS-DSP-EOF-YES TO TRUE
                   ELSE
                      IF DSP-HST-DATE = MNT-DSP-HST-DATE
                            AND DSP-HST-SEQ = MNT-DSP-HST-SEQ
                         SET WS-DSP-DUP-YES TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2436-WRITE-DISPUTE.
           MOVE MNT-DSP-CASE-REF   TO DSP-CASE-REF
           MOVE MNT-DSP-ACC        TO DSP-ACC-NUMBER
           MOVE MNT-DSP-HST-DATE   TO DSP-HST-DATE
           MOVE MNT-DSP-HST-SEQ    TO DSP-HST-SEQ
           MOVE HST-TXN-TYPE       TO DSP-HST-TYPE
           MOVE HST-AMOUNT         TO DSP-HST-AMOUNT
           MOVE MNT-DSP-REASON     TO DSP-REASON
           MOVE WS-DSP-AMOUNT      TO DSP-AMOUNT
           MOVE WS-DATE            TO DSP-OPEN-DATE
           COMPUTE DSP-DEADLINE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-DATE)
                  + WS-DSP-DEADLINE-DAYS)
           SET DSP-NEW TO TRUE
           MOVE SPACE              TO DSP-DECISION
           MOVE 0                  TO DSP-CREDIT-DATE
           MOVE 0                  TO DSP-CREDIT-SEQ
           MOVE 0                  TO DSP-CLOSE-DATE
           MOVE SPACE              TO DSP-RESOLUTION
           MOVE MNT-CARD-OPER      TO DSP-OPER
           MOVE SPACES             TO DSP-DECIDE-OPER
           MOVE 0                  TO DSP-DECIDE-DATE
           WRITE DSP-RECORD
              INVALID KEY
                 MOVE 'WRITE FAILED' TO WS-REASON-DESC
                 SET WS-REJECT-YES TO TRUE
           END-WRITE.

       2437-APPLY-DSPRES.
           *> La resolución sólo queda anotada; el ciclo nocturno deja
           *> firme o revierte el crédito y avisa al cliente.
           PERFORM 2438-READ-DISPUTE
           EVALUATE TRUE
              WHEN NOT WS-DSP-FOUND-YES
                   MOVE 'CASE NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN DSP-CLOSED
                   MOVE 'CASE ALREADY CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-CARD-OPER = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT MNT-DSP-OUTCOME-VALID
                   MOVE 'CASE OUTCOME INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN DSP-DECIDED
                   MOVE 'CASE ALREADY DECIDED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   MOVE MNT-DSP-OUTCOME TO DSP-DECISION
                   MOVE MNT-CARD-OPER   TO DSP-DECIDE-OPER
                   MOVE WS-DATE         TO DSP-DECIDE-DATE
                   REWRITE DSP-RECORD
                   END-REWRITE
           END-EVALUATE.

       2438-READ-DISPUTE.
           MOVE 'N' TO WS-DSP-FOUND-SWITCH
           MOVE MNT-DSP-CASE-REF TO DSP-CASE-REF
           READ DSP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-DSP-FOUND-YES TO TRUE
           END-READ.

       2440-APPLY-LGLADD.
           *> La orden llega del organismo con su propia referencia;
           *> se registra activa y sin reservas. El ciclo nocturno es
           *> quien separa los fondos y remite al vencimiento.
           PERFORM 2448-READ-LEGAL-ORDER
           EVALUATE TRUE
              WHEN MNT-LGL-REF = SPACES
                   MOVE 'ORDER REFERENCE MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN WS-LGO-FOUND-YES
                   MOVE 'ORDER ALREADY EXISTS' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-CARD-OPER = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-LGL-AGENCY = SPACES
                   MOVE 'AGENCY MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-LGL-AMOUNT NOT NUMERIC
                    OR MNT-LGL-AMOUNT = 0
                   MOVE 'ORDER AMOUNT INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-LGL-REMIT-DATE NOT NUMERIC
                    OR MNT-LGL-REMIT-DATE = 0
                   MOVE 'REMITTANCE DATE INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-LGL-ON-ACCOUNT
                   PERFORM 2441-CHECK-LGL-ACCOUNT
              WHEN MNT-LGL-ON-CUSTOMER
                   MOVE MNT-LGL-KEY TO CST-NUMBER
                   PERFORM 2550-READ-CUSTOMER
                   IF NOT WS-CUST-FOUND-YES
                      MOVE 'CUSTOMER NOT FOUND' TO WS-REASON-DESC
                      SET WS-REJECT-YES TO TRUE
                   END-IF
              WHEN OTHER
                   MOVE 'ORDER TARGET INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
           END-EVALUATE
           IF NOT WS-REJECT-YES
              PERFORM 2442-WRITE-LEGAL-ORDER
           END-IF.

       2441-CHECK-LGL-ACCOUNT.
           MOVE MNT-LGL-KEY TO WS-ACT-ACC
           PERFORM 2500-READ-ACCOUNT
           EVALUATE TRUE
              WHEN NOT WS-FOUND-YES
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN ACC-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
           END-EVALUATE.

       2442-WRITE-LEGAL-ORDER.
           MOVE MNT-LGL-REF        TO LGO-REF
           MOVE MNT-LGL-AGENCY     TO LGO-AGENCY
           MOVE MNT-LGL-TARGET     TO LGO-TARGET
           IF LGO-ON-ACCOUNT
              MOVE MNT-LGL-KEY     TO LGO-ACC-NUMBER
              MOVE SPACES          TO LGO-CUST-NUMBER
           ELSE
              MOVE SPACES          TO LGO-ACC-NUMBER
              MOVE MNT-LGL-KEY     TO LGO-CUST-NUMBER
           END-IF
           MOVE MNT-LGL-AMOUNT     TO LGO-ORDER-AMT
           MOVE 0                  TO LGO-COLLECTED
           MOVE 0                  TO LGO-RESERVED
           MOVE 0                  TO LGO-RSV-DATE
           MOVE WS-DATE            TO LGO-RECV-DATE
           MOVE MNT-LGL-REMIT-DATE TO LGO-REMIT-DATE
           SET LGO-ACTIVE TO TRUE
           MOVE 0                  TO LGO-CLOSE-DATE
           MOVE MNT-CARD-OPER      TO LGO-OPER
           WRITE LGO-RECORD
              INVALID KEY
                 MOVE 'WRITE FAILED' TO WS-REASON-DESC
                 SET WS-REJECT-YES TO TRUE
           END-WRITE.

       2444-APPLY-LGLREL.
           *> Liberar la orden levanta también las reservas que dejó
           *> el último ciclo, para que el autorizador en línea deje
           *> de frenar esos fondos sin esperar a la noche.
           PERFORM 2448-READ-LEGAL-ORDER
           EVALUATE TRUE
              WHEN NOT WS-LGO-FOUND-YES
                   MOVE 'ORDER NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT LGO-ACTIVE
                   MOVE 'ORDER NOT ACTIVE' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-CARD-OPER = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   SET LGO-RELEASED TO TRUE
                   MOVE WS-DATE       TO LGO-CLOSE-DATE
                   MOVE 0             TO LGO-RESERVED
                   MOVE MNT-CARD-OPER TO LGO-OPER
                   REWRITE LGO-RECORD
                   END-REWRITE
                   PERFORM 2445-DROP-ORDER-RESERVES
           END-EVALUATE.

       2445-DROP-ORDER-RESERVES.
           IF LGO-ON-ACCOUNT
              MOVE LGO-ACC-NUMBER TO RSV-ACC-NUMBER
              PERFORM 2446-DROP-ONE-RESERVE
           ELSE
              MOVE LGO-CUST-NUMBER TO CST-NUMBER
              PERFORM 2550-READ-CUSTOMER
              IF WS-CUST-FOUND-YES
                 PERFORM 2447-DROP-CUST-ACC-RESERVE
                    VARYING WS-LGO-IDX FROM 1 BY 1
                    UNTIL WS-LGO-IDX > CST-ACC-COUNT
              END-IF
           END-IF.

       2446-DROP-ONE-RESERVE.
           MOVE LGO-REF TO RSV-REF
           DELETE RSV-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

       2447-DROP-CUST-ACC-RESERVE.
           MOVE CST-ACC-NUMBER(WS-LGO-IDX) TO RSV-ACC-NUMBER
           PERFORM 2446-DROP-ONE-RESERVE.

       2448-READ-LEGAL-ORDER.
           MOVE 'N' TO WS-LGO-FOUND-SWITCH
           MOVE MNT-LGL-REF TO LGO-REF
           READ LGO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-LGO-FOUND-YES TO TRUE
           END-READ.

       2450-APPLY-CUSTNW.
           MOVE MNT-CUST-NUMBER TO CST-NUMBER
           PERFORM 2550-READ-CUSTOMER
                   END-REWRITE
           END-EVALUATE.

       2470-APPLY-ODPROT.
           *> Se aplica en el acto, como los casos y las órdenes
           *> judiciales: sin identificación del operador no se toca
           *> nada.
           IF MNT-CARD-OPER = SPACES
              MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
              SET WS-REJECT-YES TO TRUE
           ELSE
              PERFORM 2471-EDIT-ODPROT
           END-IF
           IF NOT WS-REJECT-YES
              MOVE MNT-ODP-ACC      TO ODP-ACC-NUMBER
              MOVE MNT-ODP-FUND-ACC TO ODP-FUND-ACC
              SET ODP-ACTIVE TO TRUE
              MOVE MNT-ODP-FEE-FLAG TO ODP-FEE-FLAG
              MOVE WS-DATE          TO ODP-ENROL-DATE
              MOVE MNT-CARD-OPER    TO ODP-OPER
              WRITE ODP-RECORD
                 INVALID KEY
                    REWRITE ODP-RECORD
                    END-REWRITE
              END-WRITE
           END-IF.

       2471-EDIT-ODPROT.
           *> La cuenta protegida es una corriente abierta; la de
           *> fondeo, una caja de ahorro o money market abierta que
           *> figure en la lista de cuentas del mismo cliente. Una
           *> segunda ODPROT sobre la misma corriente la re-apunta.
           MOVE MNT-ODP-ACC TO WS-ACT-ACC
           PERFORM 2500-READ-ACCOUNT
           MOVE ACC-CUST-NUMBER TO WS-ODP-CUST
           EVALUATE TRUE
              WHEN NOT WS-FOUND-YES
                   MOVE 'ACCOUNT NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN ACC-CLOSED
                   MOVE 'ACCOUNT CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT ACC-TYPE-CHECKING
                   MOVE 'NOT A CHECKING ACCOUNT' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT MNT-ODP-FEE-VALID
                   MOVE 'SWEEP FEE FLAG INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-ODP-FUND-ACC = MNT-ODP-ACC
                    OR MNT-ODP-FUND-ACC = SPACES
                   MOVE 'FUNDING ACCOUNT INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   PERFORM 2472-CHECK-FUNDING-ACC
           END-EVALUATE.

       2472-CHECK-FUNDING-ACC.
           MOVE WS-ODP-CUST TO CST-NUMBER
           PERFORM 2550-READ-CUSTOMER
           MOVE 'N' TO WS-ODP-LISTED-SWITCH
           IF WS-CUST-FOUND-YES
              PERFORM 2475-MATCH-ONE-CUST-ACC
                 VARYING WS-ODP-IDX FROM 1 BY 1
                 UNTIL WS-ODP-IDX > CST-ACC-COUNT
                    OR WS-ODP-LISTED-YES
           END-IF
           MOVE MNT-ODP-FUND-ACC TO WS-ACT-ACC
           PERFORM 2500-READ-ACCOUNT
           EVALUATE TRUE
              WHEN NOT WS-ODP-LISTED-YES
                   MOVE 'FUNDING ACCT OTHER CUST' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT WS-FOUND-YES
                   MOVE 'FUNDING ACCT NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN ACC-CLOSED
                   MOVE 'FUNDING ACCT CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT ACC-TYPE-SAVINGS AND NOT ACC-TYPE-MONEYMKT
                   MOVE 'FUNDING ACCT TYPE INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
           END-EVALUATE.

       2475-MATCH-ONE-CUST-ACC.
           IF CST-ACC-NUMBER(WS-ODP-IDX) = MNT-ODP-FUND-ACC
              SET WS-ODP-LISTED-YES TO TRUE
           END-IF.

       2480-APPLY-ODPCAN.
           IF MNT-CARD-OPER = SPACES
              MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
              SET WS-REJECT-YES TO TRUE
           ELSE
              PERFORM 2482-CANCEL-ODPROT
           END-IF.

       2482-CANCEL-ODPROT.
           MOVE 'N' TO WS-ODP-FOUND-SWITCH
           MOVE MNT-ODP-ACC TO ODP-ACC-NUMBER
           READ ODP-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ODP-ACTIVE
                      SET WS-ODP-FOUND-YES TO TRUE
                   END-IF
           END-READ
           IF WS-ODP-FOUND-YES
              SET ODP-CANCELLED TO TRUE
              MOVE MNT-CARD-OPER TO ODP-OPER
              REWRITE ODP-RECORD
              END-REWRITE
           ELSE
              MOVE 'NO ACTIVE OD PROTECTION' TO WS-REASON-DESC
              SET WS-REJECT-YES TO TRUE
           END-IF.

       2490-APPLY-CSCASE.
           *> Un caso cerrado guarda la fecha de cierre: COBCS01 sólo
           *> lo reabre con movimientos posteriores a esa fecha.
           MOVE MNT-CASE-CUST TO CSC-CUST-NUMBER
           MOVE MNT-CASE-TYPE TO CSC-ALERT-TYPE
           READ CSC-FILE
               INVALID KEY
                   MOVE 'CASE NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
           END-READ
           EVALUATE TRUE
              WHEN WS-REJECT-YES
                   CONTINUE
              WHEN NOT MNT-CASE-STATUS-VALID
                   MOVE 'CASE STATUS INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN CSC-CLOSED
                   MOVE 'CASE ALREADY CLOSED' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-CARD-OPER = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   MOVE MNT-CASE-STATUS TO CSC-STATUS
                   IF MNT-CASE-CLOSE
                      MOVE WS-DATE TO CSC-CLOSE-DATE
                   END-IF
                   MOVE MNT-CARD-OPER TO CSC-OPER
                   REWRITE CSC-RECORD
                   END-REWRITE
           END-EVALUATE.

       2495-APPLY-ALRPRF.
           *> El cliente sin preferencias cargadas arranca con todos
           *> los avisos dados de alta y sin umbral de saldo bajo; la
           *> baja del aviso de saldo bajo borra el umbral.
           PERFORM 2496-FIND-ALERT-TYPE
              VARYING WS-ALR-IDX FROM 1 BY 1
              UNTIL WS-ALR-IDX > WS-ALR-TYPE-MAX
                 OR MNT-ALR-TYPE = WS-ALR-TYPE-CODE(WS-ALR-IDX)
           MOVE MNT-ALR-CUST TO CST-NUMBER
           PERFORM 2550-READ-CUSTOMER
           EVALUATE TRUE
              WHEN NOT WS-CUST-FOUND-YES
                   MOVE 'CUSTOMER NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN WS-ALR-IDX > WS-ALR-TYPE-MAX
                    AND NOT MNT-ALR-TYPE-ALL
                   MOVE 'ALERT TYPE INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN NOT MNT-ALR-OPTION-VALID
                   MOVE 'ALERT OPTION INVALID' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-ALR-TYPE-LOW AND MNT-ALR-OPT-IN
                    AND (MNT-ALR-LOW-AMT NOT NUMERIC
                         OR MNT-ALR-LOW-AMT = ZERO)
                   MOVE 'LOW BALANCE AMOUNT INVALID'
                     TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN MNT-CARD-OPER = SPACES
                   MOVE 'OPERATOR ID MISSING' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
              WHEN OTHER
                   PERFORM 2497-UPDATE-PREFERENCE
           END-EVALUATE.

       2496-FIND-ALERT-TYPE.
           CONTINUE.

       2497-UPDATE-PREFERENCE.
           MOVE 'N' TO WS-PRF-FOUND-SWITCH
           MOVE MNT-ALR-CUST TO PRF-CUST-NUMBER
           READ PRF-FILE
               INVALID KEY
                   MOVE SPACES TO PRF-RECORD
                   MOVE MNT-ALR-CUST TO PRF-CUST-NUMBER
                   MOVE ALL 'Y' TO PRF-OPT-TABLE
                   MOVE ZERO TO PRF-LOW-BAL-LIMIT
               NOT INVALID KEY
                   SET WS-PRF-FOUND-YES TO TRUE
           END-READ
           IF MNT-ALR-OPT-IN
              MOVE 'Y' TO WS-ALR-FLAG
           ELSE
              MOVE 'N' TO WS-ALR-FLAG
           END-IF
           IF MNT-ALR-TYPE-ALL
              PERFORM 2498-SET-ONE-FLAG
                 VARYING WS-ALR-IDX FROM 1 BY 1
                 UNTIL WS-ALR-IDX > WS-ALR-TYPE-MAX
           ELSE
              MOVE WS-ALR-FLAG TO PRF-OPT(WS-ALR-IDX)
           END-IF
           IF MNT-ALR-TYPE-LOW OR MNT-ALR-TYPE-ALL
              IF MNT-ALR-OPT-IN AND MNT-ALR-TYPE-LOW
                 MOVE MNT-ALR-LOW-AMT TO PRF-LOW-BAL-LIMIT
              END-IF
              IF NOT MNT-ALR-OPT-IN
                 MOVE ZERO TO PRF-LOW-BAL-LIMIT
              END-IF
           END-IF
           MOVE WS-DATE       TO PRF-UPD-DATE
           MOVE MNT-CARD-OPER TO PRF-OPER
           IF WS-PRF-FOUND-YES
              REWRITE PRF-RECORD
              END-REWRITE
           ELSE
              WRITE PRF-RECORD
              END-WRITE
           END-IF.

       2498-SET-ONE-FLAG.
           MOVE WS-ALR-FLAG TO PRF-OPT(WS-ALR-IDX).

       2550-READ-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SWITCH
           READ CUS-FILE
                   CONTINUE
               NOT INVALID KEY
                   SET WS-FOUND-YES TO TRUE
                   MOVE ACC-RECORD TO JRN-REQ-BEFORE
           END-READ.

       2600-VALIDATE-RECORD.
           IF NOT WS-REJECT-YES
              REWRITE ACC-RECORD
              END-REWRITE
              MOVE 'C' TO JRN-FUNC
              PERFORM 2750-JOURNAL-CHANGES
           END-IF.

       2750-JOURNAL-CHANGES.
           *> Todo cambio de mantenimiento al maestro queda en el
           *> diario de cuentas con el operador que lo aplicó (en los
           *> diferidos, el que aprobó).
           MOVE WS-DATE       TO JRN-REQ-PROC-DATE
           MOVE MNT-CARD-OPER TO JRN-REQ-OPERATOR
           MOVE ACC-RECORD    TO JRN-REQ-AFTER
           MOVE 0             TO JRN-REQ-CHANGES
           IF WS-JRN-AVAILABLE-YES
              CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-JRN-AVAILABLE
                    DISPLAY 'COBMN01 WARNING: JOURNAL UNAVAILABLE'
              END-CALL
           END-IF
           ADD JRN-REQ-CHANGES TO WS-CTL-JRN-CHANGES.

       2800-WRITE-REPORT-LINE.
           MOVE MNT-CARD-DATE       TO WS-DTL-DATE
           MOVE MNT-CARD-ACTION     TO WS-DTL-ACTION
           IF MNT-ACTION-CUST OR MNT-ACTION-CSCASE
                 OR MNT-ACTION-LEGAL OR MNT-ACTION-DISPUTE
                 OR MNT-ACTION-ALRPRF
              MOVE MNT-CUST-NUMBER     TO WS-DTL-ACC
           ELSE
              MOVE MNT-CARD-ACC-NUMBER TO WS-DTL-ACC
           DISPLAY 'COBMN01 APPLIED ...: ' WS-CTL-APPLIED
           DISPLAY 'COBMN01 REJECTED ..: ' WS-CTL-REJECTED
           DISPLAY 'COBMN01 PENDING ...: ' WS-CTL-PND-CARRIED
           DISPLAY 'COBMN01 JOURNALED .: ' WS-CTL-JRN-CHANGES
           MOVE 'E' TO JRN-FUNC
           CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           CLOSE MNT-FILE
           CLOSE ACC-FILE
           CLOSE CUS-FILE
           CLOSE TDM-FILE
           CLOSE ODP-FILE
           CLOSE CSC-FILE
           CLOSE PTY-FILE
           CLOSE LGO-FILE
           CLOSE RSV-FILE
           CLOSE HST-FILE
           CLOSE DSP-FILE
           CLOSE PRF-FILE
           CLOSE RPT-FILE.

       8500-REWRITE-PENDING.
                 MOVE WS-PND-ODLIM(WS-PND-IDX)  TO PND-OD-LIMIT
                 MOVE WS-PND-MAKER(WS-PND-IDX)  TO PND-MAKER
                 MOVE WS-PND-CYCLES(WS-PND-IDX) TO PND-CYCLES-HELD
                 MOVE WS-PND-PTY-CUST(WS-PND-IDX)
                   TO PND-PTY-CUST
                 MOVE WS-PND-PTY-ROLE(WS-PND-IDX)
                   TO PND-PTY-ROLE
                 WRITE PND-RECORD
                 ADD 1 TO WS-CTL-PND-CARRIED
              END-IF
