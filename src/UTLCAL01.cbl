       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTLCAL01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAL-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Calendario de días no hábiles que mantiene Operaciones: una
      *> fecha por registro (feriados, asuetos bancarios). Sábados y
      *> domingos no hace falta cargarlos, son inhábiles siempre.
       FD  CAL-FILE.
       01  CAL-RECORD.
           05  CAL-REC-DATE            PIC 9(8).
           05  CAL-REC-DESC            PIC X(30).
           05  FILLER                  PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-CAL-LOADED         PIC X VALUE 'N'.
           88  WS-CAL-LOADED-YES VALUE 'Y'.
       01  WS-CAL-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-CAL-EOF-YES    VALUE 'Y'.
       01  WS-CAL-OVERFLOW       PIC X VALUE 'N'.
           88  WS-CAL-OVERFLOW-YES   VALUE 'Y'.
       01  WS-HOL-IDX            PIC 9(4) COMP VALUE 0.
       01  WS-HOL-TABLE.
           05  WS-HOL-COUNT      PIC 9(4) COMP VALUE 0.
           05  WS-HOL-DATE OCCURS 400 TIMES PIC 9(8).
       01  WS-TEST-DATE          PIC 9(8).
       01  WS-TEST-INT           PIC 9(7).
       01  WS-END-INT            PIC 9(7).
       01  WS-DAY-INT            PIC 9(7).
       01  WS-WEEKDAY            PIC 9.
       01  WS-QUOT               PIC 9(7).
       01  WS-BUSINESS-SWITCH    PIC X VALUE 'N'.
           88  WS-BUSINESS-YES   VALUE 'Y'.
       01  WS-NEXT-TRIES         PIC 9(3) COMP VALUE 0.
       LINKAGE SECTION.
       01  CAL-REQUEST.
           05  CAL-FUNC             PIC X.
               88  CAL-FUNC-IS-BUSINESS  VALUE 'B'.
               88  CAL-FUNC-NEXT         VALUE 'N'.
               88  CAL-FUNC-COUNT        VALUE 'C'.
           05  CAL-DATE-IN          PIC 9(8).
           05  CAL-DATE-TO          PIC 9(8).
           05  CAL-DAYS             PIC S9(5).
           05  CAL-DATE-OUT         PIC 9(8).
           05  CAL-RESULT           PIC X.
               88  CAL-RESULT-OK    VALUE 'Y'.
               88  CAL-RESULT-NO    VALUE 'N'.
           05  CAL-RESULT-MSG       PIC X(30).
       PROCEDURE DIVISION USING CAL-REQUEST.
       0000-MAIN.
           *> Calendario hábil único para toda la cadena batch:
           *>   'B' dice si CAL-DATE-IN es día hábil;
           *>   'N' devuelve en CAL-DATE-OUT el primer día hábil igual
           *>       o posterior a CAL-DATE-IN;
           *>   'C' cuenta en CAL-DAYS los días hábiles d con
           *>       CAL-DATE-IN < d <= CAL-DATE-TO.
           *> El archivo se carga una sola vez por corrida.
           IF NOT WS-CAL-LOADED-YES
              PERFORM 1000-LOAD-CALENDAR
           END-IF
           SET CAL-RESULT-OK TO TRUE
           MOVE SPACES TO CAL-RESULT-MSG
           EVALUATE TRUE
              WHEN CAL-FUNC-IS-BUSINESS
                   PERFORM 2000-CHECK-BUSINESS-DAY
              WHEN CAL-FUNC-NEXT
                   PERFORM 3000-NEXT-BUSINESS-DAY
              WHEN CAL-FUNC-COUNT
                   PERFORM 4000-COUNT-BUSINESS-DAYS
              WHEN OTHER
                   SET CAL-RESULT-NO TO TRUE
                   MOVE 'INVALID CALENDAR FUNCTION' TO CAL-RESULT-MSG
           END-EVALUATE
           GOBACK.

       1000-LOAD-CALENDAR.
           MOVE 0 TO WS-HOL-COUNT
           MOVE 'N' TO WS-CAL-EOF-SWITCH
           OPEN INPUT CAL-FILE
           PERFORM 1100-LOAD-ONE-DATE UNTIL WS-CAL-EOF-YES
           CLOSE CAL-FILE
           IF WS-CAL-OVERFLOW-YES
              DISPLAY 'UTLCAL01 WARNING: CALENDAR TABLE FULL AT '
                      WS-HOL-COUNT ' DATES'
           END-IF
           SET WS-CAL-LOADED-YES TO TRUE.

       1100-LOAD-ONE-DATE.
           READ CAL-FILE
               AT END
                   SET WS-CAL-EOF-YES TO TRUE
               NOT AT END
                   IF CAL-REC-DATE IS NUMERIC AND CAL-REC-DATE > 0
                      IF WS-HOL-COUNT < 400
                         ADD 1 TO WS-HOL-COUNT
                         MOVE CAL-REC-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                      ELSE
                         SET WS-CAL-OVERFLOW-YES TO TRUE
                      END-IF
                   END-IF
           END-READ.

       2000-CHECK-BUSINESS-DAY.
           MOVE CAL-DATE-IN TO WS-TEST-DATE
           PERFORM 5000-TEST-ONE-DATE
           IF WS-BUSINESS-YES
              MOVE 'BUSINESS DAY' TO CAL-RESULT-MSG
           ELSE
              SET CAL-RESULT-NO TO TRUE
              MOVE 'NOT A BUSINESS DAY' TO CAL-RESULT-MSG
           END-IF.

       3000-NEXT-BUSINESS-DAY.
           *> Tope de búsqueda holgado: ningún calendario real encadena
           *> tantos días inhábiles seguidos; si pasa, es un archivo
           *> mal cargado y se devuelve la fecha tal cual vino.
           MOVE CAL-DATE-IN TO WS-TEST-DATE
           MOVE 0 TO WS-NEXT-TRIES
           PERFORM 5000-TEST-ONE-DATE
           PERFORM 3100-STEP-ONE-DAY
              UNTIL WS-BUSINESS-YES OR WS-NEXT-TRIES > 30
           IF WS-BUSINESS-YES
              MOVE WS-TEST-DATE TO CAL-DATE-OUT
           ELSE
              MOVE CAL-DATE-IN TO CAL-DATE-OUT
              SET CAL-RESULT-NO TO TRUE
              MOVE 'NO BUSINESS DAY WITHIN 30 DAYS' TO CAL-RESULT-MSG
           END-IF.

       3100-STEP-ONE-DAY.
           ADD 1 TO WS-NEXT-TRIES
           COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TEST-DATE) + 1)
           PERFORM 5000-TEST-ONE-DATE.

       4000-COUNT-BUSINESS-DAYS.
           MOVE 0 TO CAL-DAYS
           IF CAL-DATE-TO > CAL-DATE-IN
              COMPUTE WS-TEST-INT =
                      FUNCTION INTEGER-OF-DATE(CAL-DATE-IN) + 1
              COMPUTE WS-END-INT =
                      FUNCTION INTEGER-OF-DATE(CAL-DATE-TO)
              PERFORM 4100-COUNT-ONE-DAY
                 UNTIL WS-TEST-INT > WS-END-INT
                    OR CAL-DAYS >= 99999
           END-IF.

       4100-COUNT-ONE-DAY.
           COMPUTE WS-TEST-DATE = FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
           PERFORM 5000-TEST-ONE-DATE
           IF WS-BUSINESS-YES
              ADD 1 TO CAL-DAYS
           END-IF
           ADD 1 TO WS-TEST-INT.

       5000-TEST-ONE-DATE.
           *> El entero de fecha 1 es el lunes 1/1/1601, así que el
           *> resto del entero entre 7 da 1 = lunes ... 6 = sábado y
           *> 0 = domingo.
           MOVE 'Y' TO WS-BUSINESS-SWITCH
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-TEST-DATE)
           DIVIDE 7 INTO WS-DAY-INT
              GIVING WS-QUOT REMAINDER WS-WEEKDAY
           END-DIVIDE
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
              MOVE 'N' TO WS-BUSINESS-SWITCH
           ELSE
              PERFORM 5100-TEST-ONE-HOLIDAY
                 VARYING WS-HOL-IDX FROM 1 BY 1
                 UNTIL WS-HOL-IDX > WS-HOL-COUNT
                    OR NOT WS-BUSINESS-YES
           END-IF.

       5100-TEST-ONE-HOLIDAY.
           IF WS-HOL-DATE(WS-HOL-IDX) = WS-TEST-DATE
              MOVE 'N' TO WS-BUSINESS-SWITCH
           END-IF.
