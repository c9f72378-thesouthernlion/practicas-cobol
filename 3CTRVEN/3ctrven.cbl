           03  RB-FALTAS-YTD       PIC 9(03).
           03  RB-INCAP-YTD        PIC 9(03).
           03  RB-MOTIVO           PIC X(03).
           03  RB-FEC-BAJA         PIC 9(08).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).
           MOVE EMPINX-FALTAS-YTD   TO RB-FALTAS-YTD.
           MOVE EMPINX-INCAP-YTD    TO RB-INCAP-YTD.
           MOVE "VCT"               TO RB-MOTIVO.
           MOVE CTR-FEC-FIN         TO RB-FEC-BAJA.
           WRITE RESPALDO-BAJAS-REG.
           DELETE EMPINX.
           ADD 1 TO AUTORIZACION.
