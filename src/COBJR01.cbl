       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBJR01.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JRN-FILE ASSIGN TO "ACCJRN.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT OPTIONAL QRY-FILE ASSIGN TO "JRNQRY.DAT"
               ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE ASSIGN TO "JRNSORT.TMP".
           SELECT RPT-FILE ASSIGN TO "JRNRPT.DAT"
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *> Diario de cambios del maestro de cuentas (UTLJRN01).
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
      *> Tarjeta de consulta: cuenta (en blanco = todas) y rango de
      *> fechas de proceso (cero = sin tope de ese lado).
       FD  QRY-FILE.
       01  QRY-CARD.
           05  QRY-ACC-NUMBER          PIC X(12).
           05  FILLER                  PIC X.
           05  QRY-DATE-FROM           PIC 9(8).
           05  FILLER                  PIC X.
           05  QRY-DATE-TO             PIC 9(8).
           05  FILLER                  PIC X(50).
       SD  SRT-FILE.
       01  SRT-RECORD.
           05  SRT-ACC-NUMBER          PIC X(12).
           05  SRT-PROC-DATE           PIC 9(8).
           05  SRT-RUN-DATE            PIC 9(8).
           05  SRT-RUN-TIME            PIC 9(6).
           05  SRT-SEQ                 PIC 9(7).
           05  SRT-PROGRAM             PIC X(8).
           05  SRT-OPERATOR            PIC X(8).
           05  SRT-FIELD               PIC X(16).
           05  SRT-BEFORE              PIC X(20).
           05  SRT-AFTER               PIC X(20).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-SEL-ACC            PIC X(12) VALUE SPACES.
       01  WS-SEL-FROM           PIC 9(8) VALUE 0.
       01  WS-SEL-TO             PIC 9(8) VALUE 99999999.
       01  WS-LAST-ACC           PIC X(12) VALUE SPACES.
       01  WS-JRN-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-JRN-EOF-YES    VALUE 'Y'.
       01  WS-SRT-EOF-SWITCH     PIC X VALUE 'N'.
           88  WS-SRT-EOF-YES    VALUE 'Y'.
       01  WS-CTL-JRN-READ       PIC 9(7) VALUE 0.
       01  WS-CTL-LISTED         PIC 9(7) VALUE 0.
       01  WS-CTL-ACCOUNTS       PIC 9(7) VALUE 0.
       01  WS-HDR1.
           05  FILLER                  PIC X(38)
               VALUE 'COBJR01 ACCOUNT CHANGE HISTORY    RUN '.
           05  WS-HDR1-DATE            PIC 9(8).
           05  FILLER                  PIC X(86) VALUE SPACES.
       01  WS-HDR2.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT: '.
           05  WS-HDR2-ACC             PIC X(12).
           05  FILLER                  PIC X(8)  VALUE '  FROM: '.
           05  WS-HDR2-FROM            PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE '  TO: '.
           05  WS-HDR2-TO              PIC 9(8).
           05  FILLER                  PIC X(80) VALUE SPACES.
       01  WS-HDR3.
           05  FILLER                  PIC X(44)
               VALUE 'ACCOUNT      PROC DT  RUN DATE RUN TM PROGRA'.
           05  FILLER                  PIC X(44)
               VALUE 'M  OPERATOR FIELD            BEFORE         '.
           05  FILLER                  PIC X(44)
               VALUE '      AFTER                                 '.
       01  WS-DTL-LINE.
           05  WS-DTL-ACC              PIC X(12).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-PROC-DATE        PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-RUN-TIME         PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-PROGRAM          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-OPERATOR         PIC X(8).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-FIELD            PIC X(16).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-BEFORE           PIC X(20).
           05  FILLER                  PIC X     VALUE SPACES.
           05  WS-DTL-AFTER            PIC X(20).
           05  FILLER                  PIC X(17) VALUE SPACES.
       01  WS-CNT-LINE.
           05  WS-CNT-LABEL            PIC X(28).
           05  WS-CNT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(97) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
           SORT SRT-FILE
               ON ASCENDING KEY SRT-ACC-NUMBER
                                SRT-PROC-DATE
                                SRT-RUN-DATE
                                SRT-RUN-TIME
                                SRT-SEQ
               INPUT PROCEDURE IS 3000-SELECT-CHANGES
               OUTPUT PROCEDURE IS 4000-PRINT-HISTORY
           PERFORM 9000-FINALIZE
           GOBACK.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATE
           PERFORM 1200-READ-QUERY
           OPEN OUTPUT RPT-FILE
           MOVE WS-DATE     TO WS-HDR1-DATE
           MOVE WS-HDR1 TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SEL-ACC = SPACES
              MOVE 'ALL'    TO WS-HDR2-ACC
           ELSE
              MOVE WS-SEL-ACC TO WS-HDR2-ACC
           END-IF
           MOVE WS-SEL-FROM TO WS-HDR2-FROM
           MOVE WS-SEL-TO   TO WS-HDR2-TO
           MOVE WS-HDR2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDR3 TO RPT-LINE
           WRITE RPT-LINE.

       1200-READ-QUERY.
           *> Sin tarjeta se lista todo el diario.
           OPEN INPUT QRY-FILE
           READ QRY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE QRY-ACC-NUMBER TO WS-SEL-ACC
                   IF QRY-DATE-FROM IS NUMERIC
                      MOVE QRY-DATE-FROM TO WS-SEL-FROM
                   END-IF
                   IF QRY-DATE-TO IS NUMERIC AND QRY-DATE-TO > 0
                      MOVE QRY-DATE-TO TO WS-SEL-TO
                   END-IF
           END-READ
           CLOSE QRY-FILE.

       9000-FINALIZE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'JOURNAL RECORDS READ' TO WS-CNT-LABEL
           MOVE WS-CTL-JRN-READ TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'CHANGES LISTED' TO WS-CNT-LABEL
           MOVE WS-CTL-LISTED TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           MOVE 'ACCOUNTS LISTED' TO WS-CNT-LABEL
           MOVE WS-CTL-ACCOUNTS TO WS-CNT-COUNT
           PERFORM 9600-WRITE-COUNT-LINE
           DISPLAY 'COBJR01 JOURNAL READ : ' WS-CTL-JRN-READ
           DISPLAY 'COBJR01 CHANGES .....: ' WS-CTL-LISTED
           CLOSE RPT-FILE.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       3000-SELECT-CHANGES SECTION.
       3010-SELECT-START.
           OPEN INPUT JRN-FILE
           PERFORM 3100-TAKE-ONE-CHANGE UNTIL WS-JRN-EOF-YES
           CLOSE JRN-FILE
           GO TO 3999-SELECT-EXIT.

       3100-TAKE-ONE-CHANGE.
           READ JRN-FILE
               AT END
                   SET WS-JRN-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-JRN-READ
                   IF (WS-SEL-ACC = SPACES
                         OR JRN-ACC-NUMBER = WS-SEL-ACC)
                         AND JRN-PROC-DATE >= WS-SEL-FROM
                         AND JRN-PROC-DATE <= WS-SEL-TO
                      PERFORM 3200-RELEASE-ONE-CHANGE
                   END-IF
           END-READ.

       3200-RELEASE-ONE-CHANGE.
           *> El número de lectura conserva el orden de grabación de
           *> los cambios asentados en el mismo segundo.
           MOVE JRN-ACC-NUMBER  TO SRT-ACC-NUMBER
           MOVE JRN-PROC-DATE   TO SRT-PROC-DATE
           MOVE JRN-RUN-DATE    TO SRT-RUN-DATE
           MOVE JRN-RUN-TIME    TO SRT-RUN-TIME
           MOVE WS-CTL-JRN-READ TO SRT-SEQ
           MOVE JRN-PROGRAM     TO SRT-PROGRAM
           MOVE JRN-OPERATOR    TO SRT-OPERATOR
           MOVE JRN-FIELD       TO SRT-FIELD
           MOVE JRN-BEFORE      TO SRT-BEFORE
           MOVE JRN-AFTER       TO SRT-AFTER
           RELEASE SRT-RECORD.

       3999-SELECT-EXIT.
           EXIT.

       4000-PRINT-HISTORY SECTION.
       4010-PRINT-START.
           PERFORM 4100-PRINT-ONE-CHANGE UNTIL WS-SRT-EOF-YES
           GO TO 4999-PRINT-EXIT.

       4100-PRINT-ONE-CHANGE.
           RETURN SRT-FILE
               AT END
                   SET WS-SRT-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO WS-CTL-LISTED
                   IF SRT-ACC-NUMBER NOT = WS-LAST-ACC
                      ADD 1 TO WS-CTL-ACCOUNTS
                      IF WS-CTL-ACCOUNTS > 1
                         MOVE SPACES TO RPT-LINE
                         WRITE RPT-LINE
                      END-IF
                      MOVE SRT-ACC-NUMBER TO WS-LAST-ACC
                   END-IF
                   MOVE SRT-ACC-NUMBER    TO WS-DTL-ACC
                   MOVE SRT-PROC-DATE     TO WS-DTL-PROC-DATE
                   MOVE SRT-RUN-DATE      TO WS-DTL-RUN-DATE
                   MOVE SRT-RUN-TIME      TO WS-DTL-RUN-TIME
                   MOVE SRT-PROGRAM       TO WS-DTL-PROGRAM
                   MOVE SRT-OPERATOR      TO WS-DTL-OPERATOR
                   MOVE SRT-FIELD         TO WS-DTL-FIELD
                   MOVE SRT-BEFORE        TO WS-DTL-BEFORE
                   MOVE SRT-AFTER         TO WS-DTL-AFTER
                   MOVE WS-DTL-LINE TO RPT-LINE
                   WRITE RPT-LINE
           END-RETURN.

       4999-PRINT-EXIT.
           EXIT.
