       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTLJRN01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JRN-FILE ASSIGN TO "ACCJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Diario de cambios del maestro de cuentas: un registro por
      *> campo modificado, con el valor anterior y el nuevo, quién lo
      *> cambió (programa y operador) y cuándo (fecha de proceso y
      *> sello de corrida). Se agrega al final, nunca se reescribe.
       FD  JRN-FILE.
       01  JRN-RECORD.
           05  JRN-ACC-NUMBER          PIC X(12).
           05  JRN-PROC-DATE           PIC 9(8).
           05  JRN-RUN-DATE            PIC 9(8).
           05  JRN-RUN-TIME            PIC 9(6).
           05  JRN-PROGRAM             PIC X(8).
           05  JRN-OPERATOR            PIC X(8).
           05  JRN-FIELD               PIC X(16).
           05  JRN-BEFORE              PIC X(20).
           05  JRN-AFTER               PIC X(20).
           05  FILLER                  PIC X(14).
       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP          PIC 9(14).
       01  WS-TS-R REDEFINES WS-TIMESTAMP.
           05  WS-TS-DATE        PIC 9(8).
           05  WS-TS-TIME        PIC 9(6).
       01  WS-JRN-OPEN-SWITCH    PIC X VALUE 'N'.
           88  WS-JRN-OPEN-YES   VALUE 'Y'.
       01  WS-JRN-COUNT-SWITCH   PIC X VALUE 'N'.
           88  WS-JRN-COUNT-ONLY VALUE 'Y'.
       01  WS-EDIT-AMT           PIC -(7)9.99.
       01  WS-EDIT-CNT           PIC ZZ9.
      *> Imágenes anterior y posterior con el diseño de ACC-RECORD
      *> hasta el devengado deudor; la cola de cargos no se compara.
       01  WS-BEF-IMAGE          PIC X(150).
       01  WS-BEF-RECORD REDEFINES WS-BEF-IMAGE.
           05  BEF-NUMBER              PIC X(12).
           05  BEF-TYPE                PIC X.
           05  BEF-STATUS              PIC X.
           05  BEF-BALANCE             PIC S9(11)V99 COMP-3.
           05  BEF-OD-LIMIT            PIC S9(7)V99  COMP-3.
           05  BEF-ACCRUED-INT         PIC S9(9)V99  COMP-3.
           05  BEF-RISK-RATING         PIC 9.
           05  BEF-BLOCK-COUNT         PIC 9(3) COMP-3.
           05  BEF-OD-EXCEED-COUNT     PIC 9(3) COMP-3.
           05  BEF-CLEAN-CYCLES        PIC 9(3) COMP-3.
           05  BEF-FEE-COUNT           PIC 9.
           05  BEF-LAST-POSTED-DATE    PIC 9(8).
           05  BEF-LAST-ACTIVITY-DATE  PIC 9(8).
           05  BEF-CUST-NUMBER         PIC X(10).
           05  BEF-ACCRUED-DEBIT       PIC S9(9)V99  COMP-3.
           05  FILLER                  PIC X(78).
       01  WS-AFT-IMAGE          PIC X(150).
       01  WS-AFT-RECORD REDEFINES WS-AFT-IMAGE.
           05  AFT-NUMBER              PIC X(12).
           05  AFT-TYPE                PIC X.
           05  AFT-STATUS              PIC X.
           05  AFT-BALANCE             PIC S9(11)V99 COMP-3.
           05  AFT-OD-LIMIT            PIC S9(7)V99  COMP-3.
           05  AFT-ACCRUED-INT         PIC S9(9)V99  COMP-3.
           05  AFT-RISK-RATING         PIC 9.
           05  AFT-BLOCK-COUNT         PIC 9(3) COMP-3.
           05  AFT-OD-EXCEED-COUNT     PIC 9(3) COMP-3.
           05  AFT-CLEAN-CYCLES        PIC 9(3) COMP-3.
           05  AFT-FEE-COUNT           PIC 9.
           05  AFT-LAST-POSTED-DATE    PIC 9(8).
           05  AFT-LAST-ACTIVITY-DATE  PIC 9(8).
           05  AFT-CUST-NUMBER         PIC X(10).
           05  AFT-ACCRUED-DEBIT       PIC S9(9)V99  COMP-3.
           05  FILLER                  PIC X(78).
       LINKAGE SECTION.
       01  JRN-REQUEST.
           05  JRN-FUNC             PIC X.
               88  JRN-FUNC-CHANGE  VALUE 'C'.
               88  JRN-FUNC-ADD     VALUE 'A'.
               88  JRN-FUNC-END     VALUE 'E'.
               88  JRN-FUNC-COUNT   VALUE 'K'.
           05  JRN-REQ-PROGRAM      PIC X(8).
           05  JRN-REQ-PROC-DATE    PIC 9(8).
           05  JRN-REQ-OPERATOR     PIC X(8).
           05  JRN-REQ-BEFORE       PIC X(150).
           05  JRN-REQ-AFTER        PIC X(150).
           05  JRN-REQ-CHANGES      PIC 9(3).
           05  JRN-RESULT           PIC X.
               88  JRN-RESULT-OK    VALUE 'Y'.
               88  JRN-RESULT-NO    VALUE 'N'.
           05  JRN-RESULT-MSG       PIC X(30).
       PROCEDURE DIVISION USING JRN-REQUEST.
       0000-MAIN.
           *> Se llama en cada reescritura de ACC-RECORD con la imagen
           *> leída y la que se graba:
           *>   'C' compara y asienta cada campo de control cambiado;
           *>   'A' asienta el alta de una cuenta (sin valor anterior);
           *>   'E' cierra el diario al terminar el programa;
           *>   'K' compara como 'C' y sólo cuenta los cambios, sin
           *>       asentarlos (la partición del posteo deja el pedido
           *>       para que COBAP03 lo asiente en orden).
           *> Saldo, devengados, fechas de actividad y la cola de
           *> cargos no se asientan: los mueve el posteo todas las
           *> noches y su rastro completo ya está en HSTMST.
           SET JRN-RESULT-OK TO TRUE
           MOVE SPACES TO JRN-RESULT-MSG
           MOVE 0 TO JRN-REQ-CHANGES
           EVALUATE TRUE
              WHEN JRN-FUNC-CHANGE
                   PERFORM 1000-OPEN-JOURNAL
                   PERFORM 2000-COMPARE-IMAGES
              WHEN JRN-FUNC-ADD
                   PERFORM 1000-OPEN-JOURNAL
                   PERFORM 3000-JOURNAL-NEW-ACCOUNT
              WHEN JRN-FUNC-COUNT
                   SET WS-JRN-COUNT-ONLY TO TRUE
                   PERFORM 1100-LOAD-IMAGES
                   PERFORM 2000-COMPARE-IMAGES
                   MOVE 'N' TO WS-JRN-COUNT-SWITCH
              WHEN JRN-FUNC-END
                   IF WS-JRN-OPEN-YES
                      CLOSE JRN-FILE
                      MOVE 'N' TO WS-JRN-OPEN-SWITCH
                   END-IF
              WHEN OTHER
                   SET JRN-RESULT-NO TO TRUE
                   MOVE 'INVALID JOURNAL FUNCTION' TO JRN-RESULT-MSG
           END-EVALUATE
           GOBACK.

       1000-OPEN-JOURNAL.
           IF NOT WS-JRN-OPEN-YES
              OPEN EXTEND JRN-FILE
              SET WS-JRN-OPEN-YES TO TRUE
           END-IF
           PERFORM 1100-LOAD-IMAGES.

       1100-LOAD-IMAGES.
           MOVE SPACES TO JRN-RECORD
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-TIMESTAMP
           MOVE JRN-REQ-BEFORE TO WS-BEF-IMAGE
           MOVE JRN-REQ-AFTER  TO WS-AFT-IMAGE.

       2000-COMPARE-IMAGES.
           IF AFT-TYPE NOT = BEF-TYPE
              MOVE 'ACC-TYPE'        TO JRN-FIELD
              MOVE BEF-TYPE          TO JRN-BEFORE
              MOVE AFT-TYPE          TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-STATUS NOT = BEF-STATUS
              MOVE 'ACC-STATUS'      TO JRN-FIELD
              MOVE BEF-STATUS        TO JRN-BEFORE
              MOVE AFT-STATUS        TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-OD-LIMIT NOT = BEF-OD-LIMIT
              MOVE 'ACC-OD-LIMIT'    TO JRN-FIELD
              MOVE BEF-OD-LIMIT      TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT       TO JRN-BEFORE
              MOVE AFT-OD-LIMIT      TO WS-EDIT-AMT
              MOVE WS-EDIT-AMT       TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-RISK-RATING NOT = BEF-RISK-RATING
              MOVE 'ACC-RISK-RATING' TO JRN-FIELD
              MOVE BEF-RISK-RATING   TO JRN-BEFORE
              MOVE AFT-RISK-RATING   TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-BLOCK-COUNT NOT = BEF-BLOCK-COUNT
              MOVE 'ACC-BLOCK-COUNT' TO JRN-FIELD
              MOVE BEF-BLOCK-COUNT   TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT       TO JRN-BEFORE
              MOVE AFT-BLOCK-COUNT   TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT       TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-OD-EXCEED-COUNT NOT = BEF-OD-EXCEED-COUNT
              MOVE 'ACC-OD-EXCEED'   TO JRN-FIELD
              MOVE BEF-OD-EXCEED-COUNT TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT       TO JRN-BEFORE
              MOVE AFT-OD-EXCEED-COUNT TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT       TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-CLEAN-CYCLES NOT = BEF-CLEAN-CYCLES
              MOVE 'ACC-CLEAN-CYCLES' TO JRN-FIELD
              MOVE BEF-CLEAN-CYCLES  TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT       TO JRN-BEFORE
              MOVE AFT-CLEAN-CYCLES  TO WS-EDIT-CNT
              MOVE WS-EDIT-CNT       TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF
           IF AFT-CUST-NUMBER NOT = BEF-CUST-NUMBER
              MOVE 'ACC-CUST-NUMBER' TO JRN-FIELD
              MOVE BEF-CUST-NUMBER   TO JRN-BEFORE
              MOVE AFT-CUST-NUMBER   TO JRN-AFTER
              PERFORM 8000-WRITE-JOURNAL
           END-IF.

       3000-JOURNAL-NEW-ACCOUNT.
           *> El alta deja asentados los valores con que nace la
           *> cuenta, para que la historia de cada campo arranque en
           *> su origen.
           MOVE 'ACC-TYPE'        TO JRN-FIELD
           MOVE SPACES            TO JRN-BEFORE
           MOVE AFT-TYPE          TO JRN-AFTER
           PERFORM 8000-WRITE-JOURNAL
           MOVE 'ACC-STATUS'      TO JRN-FIELD
           MOVE SPACES            TO JRN-BEFORE
           MOVE AFT-STATUS        TO JRN-AFTER
           PERFORM 8000-WRITE-JOURNAL
           MOVE 'ACC-OD-LIMIT'    TO JRN-FIELD
           MOVE SPACES            TO JRN-BEFORE
           MOVE AFT-OD-LIMIT      TO WS-EDIT-AMT
           MOVE WS-EDIT-AMT       TO JRN-AFTER
           PERFORM 8000-WRITE-JOURNAL
           MOVE 'ACC-CUST-NUMBER' TO JRN-FIELD
           MOVE SPACES            TO JRN-BEFORE
           MOVE AFT-CUST-NUMBER   TO JRN-AFTER
           PERFORM 8000-WRITE-JOURNAL.

       8000-WRITE-JOURNAL.
           MOVE AFT-NUMBER        TO JRN-ACC-NUMBER
           MOVE JRN-REQ-PROC-DATE TO JRN-PROC-DATE
           MOVE WS-TS-DATE        TO JRN-RUN-DATE
           MOVE WS-TS-TIME        TO JRN-RUN-TIME
           MOVE JRN-REQ-PROGRAM   TO JRN-PROGRAM
           MOVE JRN-REQ-OPERATOR  TO JRN-OPERATOR
           IF NOT WS-JRN-COUNT-ONLY
              WRITE JRN-RECORD
           END-IF
           ADD 1 TO JRN-REQ-CHANGES.
