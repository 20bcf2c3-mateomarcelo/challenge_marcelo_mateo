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
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
           05  HST-REV-FLAG            PIC X.
           05  HST-ORIG-TYPE           PIC X.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
       WORKING-STORAGE SECTION.
       01  WS-DATE               PIC 9(8).
       01  WS-FOUND-SWITCH      PIC X VALUE 'N'.
