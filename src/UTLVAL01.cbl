       01  WS-FEE-TOTAL           PIC S9(6)V99 COMP-3 VALUE 0.
       01  WS-FEE-CODE-MATCH      PIC X VALUE 'N'.
           88  WS-FEE-CODE-OK     VALUE 'Y'.
       01  WS-FEE-CODE-TABLE      PIC X(12) VALUE 'MNTODFTDPSWP'.
       01  WS-FEE-CODE-TABLE-R REDEFINES WS-FEE-CODE-TABLE.
           05  WS-FEE-CODE-ENTRY  OCCURS 4 TIMES PIC X(3).
       01  WS-TAB-IDX              PIC 9 VALUE 0.
       01  WS-MAX-OD-LIMIT         PIC S9(7)V99 COMP-3 VALUE +50000.00.
       LINKAGE SECTION.
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
           MOVE 'N' TO WS-FEE-CODE-MATCH
           PERFORM 220-CHECK-FEE-CODE
              VARYING WS-TAB-IDX FROM 1 BY 1
              UNTIL WS-TAB-IDX > 4 OR WS-FEE-CODE-OK
           IF NOT WS-FEE-CODE-OK
              SET VAL-FAIL TO TRUE
           END-IF.
