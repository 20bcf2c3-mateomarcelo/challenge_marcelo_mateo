       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTLALR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALR-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL CUS-FILE ASSIGN TO "CUSTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CST-NUMBER.
           SELECT OPTIONAL PRF-FILE ASSIGN TO "ALRPREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRF-CUST-NUMBER.
       DATA DIVISION.
       FILE SECTION.
      *> Extracto de avisos al cliente para el proveedor de
      *> mensajería: un registro por evento, con nombre y domicilio
      *> del titular. Se agrega al final; cada registro lleva la
      *> fecha de proceso que lo generó.
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
      *> Preferencias de aviso por cliente que carga COBMN01 (ALRPRF):
      *> un indicador por tipo de aviso, en el orden de la lista de
      *> tipos, y el umbral elegido para el aviso de saldo bajo.
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
       01  WS-ALR-OPEN-SWITCH    PIC X VALUE 'N'.
           88  WS-ALR-OPEN-YES   VALUE 'Y'.
       01  WS-INP-OPEN-SWITCH    PIC X VALUE 'N'.
           88  WS-INP-OPEN-YES   VALUE 'Y'.
       01  WS-ALR-CHECK-SWITCH   PIC X VALUE 'N'.
           88  WS-ALR-CHECK-ONLY VALUE 'Y'.
       01  WS-PRF-FOUND-SWITCH   PIC X VALUE 'N'.
           88  WS-PRF-FOUND-YES  VALUE 'Y'.
      *> Tipos de aviso; la posición en la lista es la del indicador
      *> en PRF-OPT-TABLE.
       01  WS-TYPE-LIST.
           05  FILLER            PIC X(3) VALUE 'LOW'.
           05  FILLER            PIC X(3) VALUE 'ODX'.
           05  FILLER            PIC X(3) VALUE 'FEE'.
           05  FILLER            PIC X(3) VALUE 'BRL'.
           05  FILLER            PIC X(3) VALUE 'DRM'.
           05  FILLER            PIC X(3) VALUE 'ESW'.
           05  FILLER            PIC X(3) VALUE 'SON'.
           05  FILLER            PIC X(3) VALUE 'HEX'.
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-LIST.
           05  WS-TYPE-CODE OCCURS 8 TIMES PIC X(3).
       01  WS-TYPE-MAX           PIC 9(2) VALUE 8.
       01  WS-TYPE-IDX           PIC 9(2) VALUE 0.
       LINKAGE SECTION.
       01  ALR-REQUEST.
           05  ALR-FUNC             PIC X.
               88  ALR-FUNC-ADD     VALUE 'A'.
               88  ALR-FUNC-CHECK   VALUE 'K'.
               88  ALR-FUNC-END     VALUE 'E'.
           05  ALR-REQ-PROGRAM      PIC X(8).
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
       PROCEDURE DIVISION USING ALR-REQUEST.
       0000-MAIN.
           *> Se llama por cada evento que puede interesarle al
           *> cliente:
           *>   'A' agrega el aviso si el cliente no lo rechazó;
           *>   'K' sólo responde si 'A' lo agregaría, sin grabar
           *>       (la partición del posteo deja el pedido para
           *>       que COBAP03 lo agregue en orden);
           *>   'E' cierra los archivos al terminar el programa.
           *> Tipos: LOW saldo bajo, ODX sobregiro excedido y cuenta
           *> bloqueada, FEE cargo cobrado, BRL bloqueo levantado,
           *> DRM cuenta inactiva, ESW aviso de prescripción, SON
           *> orden permanente no ejecutada, HEX retención vencida.
           *> En LOW el monto es el saldo al abrir el día: el aviso
           *> sale sólo la noche en que el saldo cruza el umbral.
           SET ALR-RESULT-OK TO TRUE
           MOVE SPACES TO ALR-RESULT-MSG
           EVALUATE TRUE
              WHEN ALR-FUNC-ADD
                   MOVE 'N' TO WS-ALR-CHECK-SWITCH
                   PERFORM 1000-OPEN-FILES
                   PERFORM 2000-ADD-ALERT THRU 2999-EXIT
              WHEN ALR-FUNC-CHECK
                   SET WS-ALR-CHECK-ONLY TO TRUE
                   PERFORM 1000-OPEN-FILES
                   PERFORM 2000-ADD-ALERT THRU 2999-EXIT
              WHEN ALR-FUNC-END
                   IF WS-ALR-OPEN-YES
                      CLOSE ALR-FILE
                      MOVE 'N' TO WS-ALR-OPEN-SWITCH
                   END-IF
                   IF WS-INP-OPEN-YES
                      CLOSE CUS-FILE
                      CLOSE PRF-FILE
                      MOVE 'N' TO WS-INP-OPEN-SWITCH
                   END-IF
              WHEN OTHER
                   SET ALR-RESULT-NO TO TRUE
                   MOVE 'INVALID ALERT FUNCTION' TO ALR-RESULT-MSG
           END-EVALUATE
           GOBACK.

       1000-OPEN-FILES.
           *> La consulta sólo lee clientes y preferencias: no abre
           *> el archivo de avisos.
           IF NOT WS-INP-OPEN-YES
              OPEN INPUT CUS-FILE
              OPEN INPUT PRF-FILE
              SET WS-INP-OPEN-YES TO TRUE
           END-IF
           IF NOT WS-ALR-OPEN-YES AND NOT WS-ALR-CHECK-ONLY
              OPEN EXTEND ALR-FILE
              SET WS-ALR-OPEN-YES TO TRUE
           END-IF.

       2000-ADD-ALERT.
           PERFORM 2100-FIND-TYPE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > WS-TYPE-MAX
                 OR ALR-REQ-TYPE = WS-TYPE-CODE(WS-TYPE-IDX)
           IF WS-TYPE-IDX > WS-TYPE-MAX
              SET ALR-RESULT-NO TO TRUE
              MOVE 'INVALID ALERT TYPE' TO ALR-RESULT-MSG
              GO TO 2999-EXIT
           END-IF

           *> Sin cliente enganchado no hay a quién avisar.
           IF ALR-REQ-CUST-NUMBER = SPACES
              SET ALR-RESULT-NO TO TRUE
              MOVE 'NO CUSTOMER ON ACCOUNT' TO ALR-RESULT-MSG
              GO TO 2999-EXIT
           END-IF

           *> Sin preferencias cargadas el cliente recibe todos los
           *> avisos de servicio; el de saldo bajo exige que haya
           *> elegido su umbral.
           PERFORM 2200-READ-PREFERENCE
           IF WS-PRF-FOUND-YES
                 AND PRF-OPT(WS-TYPE-IDX) = 'N'
              SET ALR-RESULT-NO TO TRUE
              MOVE 'CUSTOMER OPTED OUT' TO ALR-RESULT-MSG
              GO TO 2999-EXIT
           END-IF

           IF ALR-REQ-TYPE = 'LOW'
              IF NOT WS-PRF-FOUND-YES
                    OR PRF-LOW-BAL-LIMIT NOT > ZERO
                 SET ALR-RESULT-NO TO TRUE
                 MOVE 'NO LOW BALANCE THRESHOLD' TO ALR-RESULT-MSG
                 GO TO 2999-EXIT
              END-IF
              IF ALR-REQ-BALANCE NOT < PRF-LOW-BAL-LIMIT
                    OR ALR-REQ-AMOUNT < PRF-LOW-BAL-LIMIT
                 SET ALR-RESULT-NO TO TRUE
                 MOVE 'THRESHOLD NOT CROSSED' TO ALR-RESULT-MSG
                 GO TO 2999-EXIT
              END-IF
              MOVE PRF-LOW-BAL-LIMIT TO ALR-REQ-AMOUNT
           END-IF

           IF NOT WS-ALR-CHECK-ONLY
              PERFORM 2300-WRITE-ALERT
           END-IF
           GO TO 2999-EXIT.

       2100-FIND-TYPE.
           CONTINUE.

       2200-READ-PREFERENCE.
           MOVE 'N' TO WS-PRF-FOUND-SWITCH
           MOVE ALR-REQ-CUST-NUMBER TO PRF-CUST-NUMBER
           READ PRF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PRF-FOUND-YES TO TRUE
           END-READ.

       2300-WRITE-ALERT.
           *> Un cliente que no está en el maestro igual recibe el
           *> aviso con el domicilio en blanco, para que operaciones
           *> lo complete, como los avisos de reclamos.
           MOVE SPACES TO ALR-RECORD
           MOVE ALR-REQ-CUST-NUMBER TO CST-NUMBER
           READ CUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CST-NAME  TO ALR-CUST-NAME
                   MOVE CST-ADDR1 TO ALR-CUST-ADDR1
                   MOVE CST-ADDR2 TO ALR-CUST-ADDR2
           END-READ
           MOVE ALR-REQ-PROC-DATE   TO ALR-PROC-DATE
           MOVE ALR-REQ-TYPE        TO ALR-TYPE
           MOVE ALR-REQ-CUST-NUMBER TO ALR-CUST-NUMBER
           MOVE ALR-REQ-ACC-NUMBER  TO ALR-ACC-NUMBER
           MOVE ALR-REQ-AMOUNT      TO ALR-AMOUNT
           MOVE ALR-REQ-BALANCE     TO ALR-BALANCE
           MOVE ALR-REQ-REF         TO ALR-REF
           MOVE ALR-REQ-TEXT        TO ALR-TEXT
           MOVE ALR-REQ-PROGRAM     TO ALR-PROGRAM
           WRITE ALR-RECORD.

       2999-EXIT.
           EXIT.
