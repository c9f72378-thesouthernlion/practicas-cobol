           03  RB-FALTAS-YTD       PIC 9(03).
           03  RB-INCAP-YTD        PIC 9(03).
           03  RB-MOTIVO           PIC X(03).
           03  RB-FEC-BAJA         PIC 9(08).

       FD  EMPINX.
       01  EMPINX-REG.
           03  MOT-PAGA-PRIMA      PIC X(01).
           03  MOT-PAGA-3MESES     PIC X(01).
           03  MOT-PAGA-20DIAS     PIC X(01).
           03  MOT-RECONTRATABLE   PIC X(01).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).
