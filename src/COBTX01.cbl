           05  HST-TXN-TYPE            PIC X.
               88  HST-INTEREST        VALUE 'N'.
               88  HST-FEE             VALUE 'F'.
               88  HST-REVERSAL        VALUE 'R'.
           05  HST-AMOUNT              PIC S9(9)V99 COMP-3.
           05  HST-BAL-AFTER           PIC S9(11)V99 COMP-3.
           05  HST-REF                 PIC X(10).
           05  HST-REV-FLAG            PIC X.
           05  HST-ORIG-TYPE           PIC X.
               88  HST-ORIG-INTEREST   VALUE 'N'.
               88  HST-ORIG-FEE        VALUE 'F'.
           05  HST-LINK-KEY.
               10  HST-LINK-DATE       PIC 9(8).
               10  HST-LINK-SEQ        PIC 9(5).
      *> Extracto en formato fijo para el servicio de reporte
      *> impositivo: totales anuales por cuenta de interés abonado y
      *> cargos cobrados.
           05  CYC-FEE-ODF-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-TXN-NET             PIC S9(13)V99 COMP-3.
           05  CYC-BAL-HASH            PIC S9(13)V99 COMP-3.
           05  CYC-REV-INT-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-DRINT-TOTAL     PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-MNT-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-ODF-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-FEE-TDP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-TDP-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-FEE-SWP-TOTAL       PIC S9(11)V99 COMP-3.
           05  CYC-REV-FEE-SWP-TOTAL   PIC S9(11)V99 COMP-3.
           05  CYC-VOID-FLAG           PIC X.
               88  CYC-VOID            VALUE 'V'.
      *> Tarjeta con el año a reportar; sin tarjeta, el año anterior
      *> al de la fecha de sistema (la corrida típica es de enero).
       FD  CRD-FILE.
                         ADD 1 TO WS-CTL-IN-YEAR
                         ADD HST-AMOUNT TO WS-ACC-FEES
                      END-IF
                      *> Interés retirado y cargos devueltos se netean
                      *> en el año en que se revirtieron.
                      IF HST-REVERSAL AND HST-ORIG-INTEREST
                         ADD 1 TO WS-CTL-IN-YEAR
                         SUBTRACT HST-AMOUNT FROM WS-ACC-INT
                      END-IF
                      IF HST-REVERSAL AND HST-ORIG-FEE
                         ADD 1 TO WS-CTL-IN-YEAR
                         SUBTRACT HST-AMOUNT FROM WS-ACC-FEES
                      END-IF
                   END-IF
           END-READ.

               AT END
                   SET WS-CYC-EOF-YES TO TRUE
               NOT AT END
                   *> Los totales anulados por una vuelta atrás del
                   *> ciclo no cuentan; vale el del reproceso.
                   IF NOT CYC-VOID
                      PERFORM 9320-HOLD-ONE-CYCLE
                   END-IF
           END-READ.

       9320-HOLD-ONE-CYCLE.
           IF CYC-PROC-DATE NOT = WS-CYC-HELD-DATE
              IF WS-CYC-HELD-DATE(1:4) = WS-TAX-YEAR
                 ADD WS-CYC-HELD-INT TO WS-CYC-INT-YEAR
              END-IF
              MOVE CYC-PROC-DATE TO WS-CYC-HELD-DATE
           END-IF
           COMPUTE WS-CYC-HELD-INT =
                 CYC-INT-CAP-TOTAL - CYC-REV-INT-TOTAL.

       9600-WRITE-COUNT-LINE.
           MOVE WS-CNT-LINE TO RPT-LINE
           WRITE RPT-LINE.
