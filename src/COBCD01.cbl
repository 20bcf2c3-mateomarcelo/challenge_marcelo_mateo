               RECORD KEY IS RC-KEY.
           SELECT OPTIONAL PRM-FILE ASSIGN TO "PRMCARD.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL PTN-FILE ASSIGN TO "PARTCTL.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-FILE.
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
      *> Particiones del posteo por rango de cuentas. Con el archivo
      *> cargado el posteo corre afuera del conductor, una corrida de
      *> COBAP01 por partición, y el conductor sólo unifica.
       FD  PTN-FILE.
       01  PTN-RECORD.
           05  PTN-ID                  PIC 9(2).
           05  PTN-LOW-ACC             PIC X(12).
           05  PTN-HIGH-ACC            PIC X(12).
           05  FILLER                  PIC X(54).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
      *> que ya completó para la fecha de proceso, corre lo que falta
      *> y se frena en la primera falla con estado claro en consola.
      *> Una resubmisión retoma exactamente donde murió el ciclo.
      *> El primer paso abre la ventana de suplencia: desde ahí las
      *> autorizaciones van contra su foto y ya no tocan ACC, HOLDS
      *> ni VELO. Recién entonces se toma la foto previa de los
      *> archivos que el ciclo actualiza, que queda consistente; sin
      *> ella completa no corre nada más, y una vez tomada la
      *> resubmisión no la repite.
       01  WS-STEP-LIST.
           05  FILLER            PIC X(8) VALUE 'COBSI01'.
           05  FILLER            PIC X(8) VALUE 'UTLSNP01'.
           05  FILLER            PIC X(8) VALUE 'COBSO01'.
           05  FILLER            PIC X(8) VALUE 'COBRJ01'.
           05  FILLER            PIC X(8) VALUE 'COBED01'.
           05  FILLER            PIC X(8) VALUE 'COBTR01'.
           05  FILLER            PIC X(8) VALUE 'COBAP01'.
           05  FILLER            PIC X(8) VALUE 'COBAP02'.
           05  FILLER            PIC X(8) VALUE 'COBAL01'.
           05  FILLER            PIC X(8) VALUE 'UTLAUD01'.
           05  FILLER            PIC X(8) VALUE 'COBRC02'.
           05  FILLER            PIC X(8) VALUE 'COBST01'.
           05  FILLER            PIC X(8) VALUE 'COBEL01'.
           05  FILLER            PIC X(8) VALUE 'COBSI02'.
       01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
           05  WS-STEP OCCURS 14 TIMES PIC X(8).
       01  WS-STEP-MAX           PIC 9(2) VALUE 14.
       01  WS-STEP-IDX           PIC 9(2) VALUE 0.
       01  WS-PGM-NAME           PIC X(8).
       01  WS-CALL-NAME          PIC X(8).
       01  WS-PTN-TABLE.
           05  WS-PTN-ID OCCURS 20 TIMES PIC 9(2).
       01  WS-PTN-MAX            PIC 9(2) VALUE 20.
       01  WS-PTN-COUNT          PIC 9(2) VALUE 0.
       01  WS-PTN-IDX            PIC 9(2) VALUE 0.
       01  WS-PTN-PENDING        PIC 9(2) VALUE 0.
       01  WS-PTN-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-PTN-EOF-YES    VALUE 'Y'.
       01  WS-PTN-STEP.
           05  FILLER            PIC X(6) VALUE 'COBAPP'.
           05  WS-PTN-STEP-NO    PIC 9(2) VALUE 0.
       01  WS-CHAIN-STOP         PIC X VALUE 'N'.
           88  WS-CHAIN-STOP-YES VALUE 'Y'.
       01  WS-STEP-STATE         PIC X.
           88  WS-RESTART-SET-YES    VALUE 'Y'.
       01  WS-PRM-FOUND          PIC X VALUE 'N'.
           88  WS-PRM-FOUND-YES  VALUE 'Y'.
       01  WS-CAL-OVERRIDE       PIC X VALUE 'N'.
           88  WS-CAL-OVERRIDE-YES   VALUE 'Y'.
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
       01  WS-CTL-RUN            PIC 9(2) VALUE 0.
       01  WS-CTL-SKIPPED        PIC 9(2) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           PERFORM 1300-CHECK-BUSINESS-DAY
           PERFORM 2000-RUN-ONE-STEP THRU 2999-EXIT
              VARYING WS-STEP-IDX FROM 1 BY 1
              UNTIL WS-STEP-IDX > WS-STEP-MAX
       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-PARMS
           PERFORM 1400-LOAD-PARTITIONS
           DISPLAY 'COBCD01 CYCLE DRIVER - PROC DATE ' WS-PROC-DATE
           IF WS-PTN-COUNT > 0
              DISPLAY 'COBCD01 POSTING IN ' WS-PTN-COUNT
                      ' PARTITIONS - COBAP03 MERGES'
           END-IF.

       1200-READ-PARMS.
           MOVE WS-DATE TO WS-PROC-DATE
                         AND PRM-CARD-DATE-CUTOFF > 0
                      MOVE PRM-CARD-DATE-CUTOFF TO WS-PROC-DATE
                   END-IF
                   IF PRM-CARD-CAL-OVERRIDE = 'Y'
                      SET WS-CAL-OVERRIDE-YES TO TRUE
                   END-IF
           END-READ
           CLOSE PRM-FILE.

       1300-CHECK-BUSINESS-DAY.
           *> El ciclo corre sólo en día hábil según el calendario de
           *> Operaciones. Una fecha inhábil se rechaza antes del
           *> primer paso, salvo que la tarjeta de parámetros traiga
           *> la marca de forzado (corridas extraordinarias).
           MOVE 'B'          TO CAL-FUNC
           MOVE WS-PROC-DATE TO CAL-DATE-IN
           CALL WS-CAL-MOD-NAME USING BY REFERENCE CAL-REQUEST
              ON EXCEPTION
                 DISPLAY 'COBCD01 WARNING: CALENDAR UNAVAILABLE'
                 SET CAL-RESULT-OK TO TRUE
           END-CALL
           IF CAL-RESULT-NO
              IF WS-CAL-OVERRIDE-YES
                 DISPLAY 'COBCD01 WARNING: ' WS-PROC-DATE
                         ' NOT A BUSINESS DAY - OVERRIDDEN'
              ELSE
                 DISPLAY 'COBCD01 *** ' WS-PROC-DATE
                         ' IS NOT A BUSINESS DAY - CYCLE REFUSED ***'
                 DISPLAY 'COBCD01 SET THE CALENDAR OVERRIDE ON THE '
                         'PARM CARD TO FORCE THE RUN'
                 SET WS-CHAIN-STOP-YES TO TRUE
              END-IF
           END-IF.

       1400-LOAD-PARTITIONS.
           MOVE 0 TO WS-PTN-COUNT
           MOVE 'N' TO WS-PTN-EOF-SWITCH
           OPEN INPUT PTN-FILE
           PERFORM 1410-READ-ONE-PARTITION
              UNTIL WS-PTN-EOF-YES
           CLOSE PTN-FILE.

       1410-READ-ONE-PARTITION.
           *> Lo que sobre de la tabla lo rechaza COBAP03 al validar
           *> el archivo; acá sólo hacen falta los números.
           READ PTN-FILE
               AT END
                   SET WS-PTN-EOF-YES TO TRUE
               NOT AT END
                   IF WS-PTN-COUNT < WS-PTN-MAX
                      ADD 1 TO WS-PTN-COUNT
                      MOVE PTN-ID TO WS-PTN-ID(WS-PTN-COUNT)
                   END-IF
           END-READ.

       2000-RUN-ONE-STEP.
           MOVE WS-STEP(WS-STEP-IDX) TO WS-PGM-NAME
           PERFORM 2100-CHECK-STEP-STATE
              GO TO 2999-EXIT
           END-IF

           *> Con particiones, el paso de posteo del conductor es la
           *> unificación, y no se larga hasta que cada partición
           *> asentó su fin para la fecha: la cadena queda retenida
           *> y la resubmisión retoma desde acá.
           MOVE WS-PGM-NAME TO WS-CALL-NAME
           IF WS-PGM-NAME = 'COBAP01' AND WS-PTN-COUNT > 0
              PERFORM 2200-CHECK-PARTITIONS
              IF WS-PTN-PENDING > 0
                 DISPLAY 'COBCD01 *** POSTING PARTITIONS NOT COMPLETE'
                         ' - CYCLE HELD ***'
                 DISPLAY 'COBCD01 RESUBMIT WHEN ALL PARTITIONS HAVE RUN'
                 SET WS-CHAIN-STOP-YES TO TRUE
                 GO TO 2999-EXIT
              END-IF
              MOVE 'COBAP03' TO WS-CALL-NAME
           END-IF

           *> Un paso que figura iniciado y no completo murió en la
           *> corrida anterior. Para el posteo eso significa retomar
           *> del último punto de control, así que el conductor deja
              END-IF
           END-IF

           DISPLAY 'COBCD01 RUNNING ' WS-CALL-NAME
           ADD 1 TO WS-CTL-RUN
           CALL WS-CALL-NAME
              ON EXCEPTION
                 DISPLAY 'COBCD01 ' WS-CALL-NAME ' NOT FOUND'
                 SET WS-CHAIN-STOP-YES TO TRUE
           END-CALL
           IF WS-CHAIN-STOP-YES
           END-READ
           CLOSE RUN-FILE.

       2200-CHECK-PARTITIONS.
           MOVE 0 TO WS-PTN-PENDING
           OPEN INPUT RUN-FILE
           PERFORM 2210-CHECK-ONE-PARTITION
              VARYING WS-PTN-IDX FROM 1 BY 1
              UNTIL WS-PTN-IDX > WS-PTN-COUNT
           CLOSE RUN-FILE.

       2210-CHECK-ONE-PARTITION.
           MOVE WS-PTN-ID(WS-PTN-IDX) TO WS-PTN-STEP-NO
           MOVE WS-PROC-DATE TO RC-PROC-DATE
           MOVE WS-PTN-STEP  TO RC-STEP
           READ RUN-FILE
               INVALID KEY
                   MOVE SPACE TO RC-STATUS
           END-READ
           IF NOT RC-COMPLETE
              DISPLAY 'COBCD01 POSTING PARTITION '
                      WS-PTN-ID(WS-PTN-IDX) ' NOT COMPLETE'
              ADD 1 TO WS-PTN-PENDING
           END-IF.

       2300-SET-RESTART-FLAG.
           *> La marca de reinicio viaja por la misma tarjeta de
           *> parámetros que leen todos los pasos; sin tarjeta en el
