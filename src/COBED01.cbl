               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
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
       DATA DIVISION.
       FILE SECTION.
       FD  TXN-FILE.
               88  TXN-WITHDRAWAL      VALUE 'W'.
               88  TXN-TRANSFER-IN     VALUE 'I'.
               88  TXN-TRANSFER-OUT    VALUE 'O'.
               88  TXN-REVERSAL        VALUE 'R'.
               88  TXN-TYPE-VALID      VALUES 'D' 'W' 'I' 'O' 'R'.
           05  TXN-AMOUNT              PIC S9(9)V99 COMP-3.
           05  TXN-REF                 PIC X(10).
      *> En una reversión la referencia identifica el movimiento
      *> original del histórico: la cuenta es la del propio registro,
      *> la fecha de posteo y el secuencial viajan empaquetados.
           05  TXN-REV-KEY REDEFINES TXN-REF.
               10  TXN-REV-POST-DATE   PIC 9(8) COMP-3.
               10  TXN-REV-SEQ         PIC 9(5) COMP-3.
               10  FILLER              PIC X(2).
       *> Registros de control del lote: la transmisión de sucursales
       *> viaja con cabecera y cola (origen, fecha, cantidad y suma de
       *> importes) para poder detectar un archivo truncado antes de
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
      *> Histórico de movimientos: sólo se consulta por clave para
      *> validar que la reversión apunte a un movimiento existente,
      *> del mismo importe y todavía no revertido.
       FD  HST-FILE.
       01  HST-RECORD.
           05  HST-KEY.
               10  HST-ACC-NUMBER      PIC X(12).
               10  HST-POST-DATE       PIC 9(8).
               10  HST-SEQ             PIC 9(5).
           05  HST-TXN-TYPE            PIC X.
               88  HST-REVERSIBLE      VALUES 'D' 'W' 'I' 'O'
                                              'N' 'F' 'G'.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
      *> Patas de traspasos internos del posteo (barrido de
      *> sobregiro, pago y devolución de plazo fijo): cada una tiene
      *> su contrapartida en otra cuenta y no se revierte sola.
               88  HST-INTERNAL-LEG    VALUES 'ODP SWEEP'
                                              'TD PAYOUT'
                                              'TD RETURN'.
           05  HST-REV-FLAG            PIC X.
               88  HST-REVERSED        VALUE 'Y'.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
      *> Reclamos de clientes: un movimiento con reclamo sin cerrar
      *> ya tiene (o va a tener) el crédito provisorio del caso.
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
               88  DSP-CLOSED          VALUE 'C'.
           05  DSP-DECISION            PIC X.
           05  DSP-CREDIT-DATE         PIC 9(8).
           05  DSP-CREDIT-SEQ          PIC 9(5).
           05  DSP-CLOSE-DATE          PIC 9(8).
           05  DSP-RESOLUTION          PIC X.
           05  DSP-OPER                PIC X(8).
           05  DSP-DECIDE-OPER         PIC X(8).
           05  DSP-DECIDE-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-PROC-DATE          PIC 9(8).
       01  WS-CTL-REJ-NONNUM     PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-NEGAMT     PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-SEQ        PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-NOORIG     PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-REVAMT     PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-REVDUP     PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-NOTREV     PIC 9(7) VALUE 0.
       01  WS-CTL-REJ-DSPOPN     PIC 9(7) VALUE 0.
       01  WS-DSP-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-DSP-EOF-YES    VALUE 'Y'.
       01  WS-DSP-OPEN-SWITCH    PIC X VALUE 'N'.
           88  WS-DSP-OPEN-YES   VALUE 'Y'.
       01  WS-HST-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-HST-FOUND-YES  VALUE 'Y'.
       01  WS-REV-DUP-SWITCH     PIC X VALUE 'N'.
           88  WS-REV-DUP-YES    VALUE 'Y'.
      *> Reversiones ya aceptadas en esta corrida: dos pedidos sobre
      *> el mismo original en el mismo archivo no pueden pasar los
      *> dos, porque el histórico recién se marca en el posteo.
       01  WS-REV-TABLE.
           05  WS-REV-COUNT      PIC 9(4) COMP VALUE 0.
           05  WS-REV-ENTRY OCCURS 500 TIMES.
               10  WS-REV-ACC        PIC X(12).
               10  WS-REV-DATE       PIC 9(8).
               10  WS-REV-SEQ        PIC 9(5).
       01  WS-REV-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(34)
               VALUE 'COBED01 TRANSACTION EDIT REPORT - '.
           END-IF
           OPEN INPUT TXN-FILE
           OPEN INPUT ACC-FILE
           OPEN INPUT HST-FILE
           OPEN INPUT DSP-FILE
           OPEN OUTPUT ACP-FILE
           OPEN OUTPUT REJ-FILE.

              PERFORM 2500-WRITE-REJECT
           ELSE
              MOVE TXN-ACC-NUMBER TO WS-PREV-ACC-NUMBER
              IF TXN-REVERSAL
                 PERFORM 2450-REMEMBER-REVERSAL
              END-IF
              WRITE ACP-RECORD FROM TXN-RECORD
              ADD 1 TO WS-CTL-ACCEPTED
           END-IF
                   MOVE 'OUT OF SEQUENCE'    TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
                   ADD 1 TO WS-CTL-REJ-SEQ
              WHEN TXN-REVERSAL
                   PERFORM 2400-EDIT-REVERSAL
           END-EVALUATE.

       2300-LOOKUP-ACCOUNT.
              END-READ
           END-IF.

       2400-EDIT-REVERSAL.
           *> La reversión nombra la clave del movimiento original: la
           *> cuenta es la del registro (misma cuenta por construcción),
           *> el importe tiene que coincidir y el original no puede
           *> estar ya revertido, ni en el histórico ni por otra
           *> reversión aceptada en este mismo archivo. Prescripciones
           *> y reversiones no se revierten, ni las patas de traspasos
           *> internos. Un movimiento con reclamo abierto tampoco: el
           *> cliente cobraría dos veces, con el crédito provisorio y
           *> con la reversión. La clave del original viene empaquetada
           *> en la referencia: si no es numérica no se la usa para
           *> leer, se rechaza como original inexistente.
           IF TXN-REV-POST-DATE NOT NUMERIC
                 OR TXN-REV-SEQ NOT NUMERIC
              MOVE 'E07'                TO WS-REASON-CODE
              MOVE 'ORIGINAL NOT FOUND' TO WS-REASON-DESC
              SET WS-REJECT-YES TO TRUE
              ADD 1 TO WS-CTL-REJ-NOORIG
           ELSE
              PERFORM 2405-CHECK-ORIGINAL
           END-IF.

       2405-CHECK-ORIGINAL.
           MOVE 'N' TO WS-HST-FOUND-SWITCH
           MOVE 'N' TO WS-REV-DUP-SWITCH
           MOVE 'N' TO WS-DSP-OPEN-SWITCH
           MOVE TXN-ACC-NUMBER    TO HST-ACC-NUMBER
           MOVE TXN-REV-POST-DATE TO HST-POST-DATE
           MOVE TXN-REV-SEQ       TO HST-SEQ
           READ HST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HST-FOUND-YES TO TRUE
                   PERFORM 2420-CHECK-DISPUTE
           END-READ
           PERFORM 2410-CHECK-ONE-REVERSAL
              VARYING WS-REV-IDX FROM 1 BY 1
              UNTIL WS-REV-IDX > WS-REV-COUNT OR WS-REV-DUP-YES
           EVALUATE TRUE
              WHEN NOT WS-HST-FOUND-YES
                   MOVE 'E07'                TO WS-REASON-CODE
                   MOVE 'ORIGINAL NOT FOUND' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
                   ADD 1 TO WS-CTL-REJ-NOORIG
              WHEN NOT HST-REVERSIBLE OR HST-INTERNAL-LEG
                   MOVE 'E10'                TO WS-REASON-CODE
                   MOVE 'ORIGINAL NOT REVERSIBLE' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
                   ADD 1 TO WS-CTL-REJ-NOTREV
              WHEN HST-REVERSED OR WS-REV-DUP-YES
                   MOVE 'E09'                TO WS-REASON-CODE
                   MOVE 'ORIGINAL ALREADY REVERSED'
                                             TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
                   ADD 1 TO WS-CTL-REJ-REVDUP
              WHEN WS-DSP-OPEN-YES
                   MOVE 'E11'                TO WS-REASON-CODE
                   MOVE 'DISPUTE CASE OPEN'  TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
                   ADD 1 TO WS-CTL-REJ-DSPOPN
              WHEN HST-AMOUNT NOT = TXN-AMOUNT
                   MOVE 'E08'                TO WS-REASON-CODE
                   MOVE 'AMOUNT DIFFERS FROM ORIG' TO WS-REASON-DESC
                   SET WS-REJECT-YES TO TRUE
                   ADD 1 TO WS-CTL-REJ-REVAMT
           END-EVALUATE.

       2410-CHECK-ONE-REVERSAL.
           IF WS-REV-ACC(WS-REV-IDX)  = TXN-ACC-NUMBER
                 AND WS-REV-DATE(WS-REV-IDX) = TXN-REV-POST-DATE
                 AND WS-REV-SEQ(WS-REV-IDX)  = TXN-REV-SEQ
              SET WS-REV-DUP-YES TO TRUE
           END-IF.

       2420-CHECK-DISPUTE.
           MOVE 'N' TO WS-DSP-EOF-SWITCH
           MOVE TXN-ACC-NUMBER TO DSP-ACC-NUMBER
           START DSP-FILE KEY IS EQUAL TO DSP-ACC-NUMBER
               INVALID KEY
                   SET WS-DSP-EOF-YES TO TRUE
           END-START
           PERFORM 2430-NEXT-ACCOUNT-DISPUTE
              UNTIL WS-DSP-EOF-YES OR WS-DSP-OPEN-YES.

       2430-NEXT-ACCOUNT-DISPUTE.
           READ DSP-FILE NEXT RECORD
               AT END
                   SET WS-DSP-EOF-YES TO TRUE
               NOT AT END
                   IF DSP-ACC-NUMBER NOT = TXN-ACC-NUMBER
                      SET WS-DSP-EOF-YES TO TRUE
                   ELSE
                      IF DSP-HST-DATE = TXN-REV-POST-DATE
                            AND DSP-HST-SEQ = TXN-REV-SEQ
                            AND NOT DSP-CLOSED
                         SET WS-DSP-OPEN-YES TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2450-REMEMBER-REVERSAL.
           *> Con la tabla llena la reversión igual se acepta: el
           *> posteo vuelve a controlar la marca del original antes de
           *> aplicarla.
           IF WS-REV-COUNT < 500
              ADD 1 TO WS-REV-COUNT
              MOVE TXN-ACC-NUMBER    TO WS-REV-ACC(WS-REV-COUNT)
              MOVE TXN-REV-POST-DATE TO WS-REV-DATE(WS-REV-COUNT)
              MOVE TXN-REV-SEQ       TO WS-REV-SEQ(WS-REV-COUNT)
           END-IF.

       2500-WRITE-REJECT.
           MOVE TXN-RECORD     TO REJ-TXN-DATA
           MOVE WS-REASON-CODE TO REJ-REASON-CODE
           MOVE 'E06 OUT OF SEQUENCE' TO WS-TOT-LABEL
           MOVE WS-CTL-REJ-SEQ       TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'E07 ORIGINAL NOT FOUND' TO WS-TOT-LABEL
           MOVE WS-CTL-REJ-NOORIG    TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'E08 AMOUNT DIFFERS' TO WS-TOT-LABEL
           MOVE WS-CTL-REJ-REVAMT    TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'E09 ALREADY REVERSED' TO WS-TOT-LABEL
           MOVE WS-CTL-REJ-REVDUP    TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'E10 NOT REVERSIBLE' TO WS-TOT-LABEL
           MOVE WS-CTL-REJ-NOTREV    TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           MOVE 'E11 DISPUTE CASE OPEN' TO WS-TOT-LABEL
           MOVE WS-CTL-REJ-DSPOPN    TO WS-TOT-COUNT
           PERFORM 9100-WRITE-TOTAL-LINE
           DISPLAY 'COBED01 READ ....: ' WS-CTL-RECS-READ
           DISPLAY 'COBED01 ACCEPTED : ' WS-CTL-ACCEPTED
           DISPLAY 'COBED01 REJECTED : ' WS-CTL-REJECTED
           PERFORM 1950-RUN-CONTROL-END
           CLOSE TXN-FILE
           CLOSE ACC-FILE
           CLOSE HST-FILE
           CLOSE DSP-FILE
           CLOSE ACP-FILE
           CLOSE REJ-FILE
           CLOSE RPT-FILE.
