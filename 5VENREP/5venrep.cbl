      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****CARTERA DE COLEGIATURAS (3COLPRO/2COLCAP); LOS SERVICIOS
      *****ESCOLARES VENCIDOS SALEN JUNTO CON LA COLEGIATURA
       FD  CARTERA.
       01  CARTERA-REG.
           03  CAR-LLAVE.
               05  CAR-MATRICULA   PIC 9(08).
               05  CAR-MES         PIC 9(06).
               05  CAR-SERVICIO    PIC X(04).
           03  CAR-GRUPO           PIC X(03).
           03  CAR-CARGO           PIC 9(05)V99.
           03  CAR-BECA            PIC 9(05)V99.
           03  CAR-NETO            PIC 9(05)V99.
           03  CAR-PAGADO          PIC 9(05)V99.
           03  CAR-ESTADO          PIC X(10).
           03  CAR-REFERENCIA      PIC 9(16).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).
           05  DETVEN-GRUPO        PIC X(03).
           05  FILLER              PIC X(06) VALUE " MES: ".
           05  DETVEN-MES          PIC 9(06).
           05  FILLER              PIC X(07) VALUE " SERV: ".
           05  DETVEN-SERVICIO     PIC X(04).
           05  FILLER              PIC X(08) VALUE " SALDO: ".
           05  DETVEN-SALDO        PIC $$,$$9.99.
           05  FILLER              PIC X(10) VALUE " VENCIDO: ".
                   MOVE CAR-MATRICULA TO DETVEN-MATRICULA
                   MOVE CAR-GRUPO     TO DETVEN-GRUPO
                   MOVE CAR-MES       TO DETVEN-MES
                   MOVE CAR-SERVICIO  TO DETVEN-SERVICIO
                   MOVE SALDO-CARGO   TO DETVEN-SALDO
                   MOVE MESES-VENCIDOS TO DETVEN-MESES
                   WRITE REPORTE-REG FROM DETALLE-VEN BEFORE 1 LINES
