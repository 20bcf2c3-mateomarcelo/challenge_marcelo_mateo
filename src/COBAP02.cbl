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
       WORKING-STORAGE SECTION.
       01  WS-EOF-SWITCH         PIC X VALUE 'N'.
           88  WS-EOF-YES        VALUE 'Y'.
               88  RUN-RESULT-OK    VALUE 'Y'.
               88  RUN-RESULT-NO    VALUE 'N'.
           05  RUN-RESULT-MSG       PIC X(30).
       01  WS-JRN-MOD-NAME       PIC X(8) VALUE 'UTLJRN01'.
       01  JRN-REQUEST.
           05  JRN-FUNC             PIC X.
           05  JRN-REQ-PROGRAM      PIC X(8) VALUE 'COBAP02'.
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
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT
               GO TO 2999-EXIT
           END-IF

           MOVE ACC-RECORD TO JRN-REQ-BEFORE
           PERFORM 2100-SCORE-ACCOUNT

           REWRITE ACC-RECORD
           END-REWRITE
           PERFORM 2200-JOURNAL-CHANGES

           ADD 1 TO WS-RECS-SCORED
           GO TO 2999-EXIT.
                   MOVE 0 TO ACC-RISK-RATING
           END-EVALUATE.

       2200-JOURNAL-CHANGES.
           *> Cada cambio de puntaje queda en el diario de cuentas con
           *> el valor anterior: el auditor ve por qué subió el riesgo.
           MOVE 'C'          TO JRN-FUNC
           MOVE WS-PROC-DATE TO JRN-REQ-PROC-DATE
           MOVE ACC-RECORD   TO JRN-REQ-AFTER
           MOVE 0            TO JRN-REQ-CHANGES
           IF WS-JRN-AVAILABLE-YES
              CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
                 ON EXCEPTION
                    MOVE 'N' TO WS-JRN-AVAILABLE
                    DISPLAY 'COBAP02 WARNING: JOURNAL UNAVAILABLE'
              END-CALL
           END-IF
           ADD JRN-REQ-CHANGES TO WS-CTL-JRN-CHANGES.

       2999-EXIT.
           EXIT.

       9000-FINALIZE.
           MOVE 'E' TO JRN-FUNC
           CALL WS-JRN-MOD-NAME USING BY REFERENCE JRN-REQUEST
              ON EXCEPTION
                 CONTINUE
           END-CALL
           DISPLAY 'COBAP02 JOURNAL CHANGES: ' WS-CTL-JRN-CHANGES
           PERFORM 1950-RUN-CONTROL-END
           CLOSE ACC-FILE.
           EXIT.
