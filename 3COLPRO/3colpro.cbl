           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-LLAVE.
           SELECT OPTIONAL SERVICIOS ASSIGN TO "SERVICIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRV-CLAVE.
           SELECT OPTIONAL SERVINS ASSIGN TO "SERVINS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-LLAVE
           ALTERNATE RECORD KEY IS SIN-SERVICIO WITH DUPLICATES.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC

      *****CARTERA DE COLEGIATURAS: UN CARGO POR ALUMNO Y MES CON SUS
      *****DESCUENTOS, LO PAGADO Y SU ESTADO; 2COLCAP CAPTURA PAGOS Y
      *****5VENREP SACA LA CARTERA VENCIDA POR GRUPO. LA REFERENCIA
      *****BANCARIA ES MATRICULA + MES + DIGITO VERIFICADOR (MODULO
      *****97) Y CON ELLA 7COBREC APLICA LA COBRANZA DEL BANCO. LOS
      *****SERVICIOS (TRANSPORTE, COMEDOR, TALLERES) VAN EN RENGLONES
      *****APARTE DEL MISMO MES CON SU CLAVE; LA COLEGIATURA LLEVA LA
      *****CLAVE EN ESPACIOS Y LA REFERENCIA CUBRE TODO EL MES
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

      *****CATALOGO DE SERVICIOS ESCOLARES (4SERABC): RUTAS DE
      *****TRANSPORTE, TURNOS DE COMEDOR Y TALLERES CON SU PRECIO
      *****MENSUAL
       FD  SERVICIOS.
       01  SERVICIOS-REG.
           03  SRV-CLAVE           PIC X(04).
           03  SRV-TIPO            PIC X(01).
           03  SRV-DESCRIPCION     PIC X(30).
           03  SRV-PRECIO          PIC 9(05)V99.
           03  SRV-CUPO            PIC 9(04).
           03  SRV-CAMPUS          PIC X(03).
           03  SRV-ESTADO          PIC X(10).

      *****INSCRIPCION DEL ALUMNO A CADA SERVICIO CON MES DE INICIO Y
      *****DE FIN (FIN EN CERO = SIN FECHA DE TERMINO)
       FD  SERVINS.
       01  SERVINS-REG.
           03  SIN-LLAVE.
               05  SIN-MATRICULA   PIC 9(08).
               05  SIN-SERVICIO    PIC X(04).
           03  SIN-MES-INICIO      PIC 9(06).
           03  SIN-MES-FIN         PIC 9(06).
           03  SIN-FEC-ALTA        PIC 9(08).

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3; EL
      *****REMANENTE DEL BENEFICIO FAMILIAR SALE COMO CLAVE 30 AL
       77  COL-KEY-EXISTE      PIC 9.
       77  BEC-KEY-EXISTE      PIC 9.
       77  CAR-KEY-EXISTE      PIC 9.
       77  SRV-KEY-EXISTE      PIC 9.
       77  SERVINS-EOF         PIC 9.
       77  BENEF-EOF           PIC 9.
       77  MOV-ESCRITO         PIC 9.
       77  MES-FACTURADO       PIC 9(06).
       77  PCT-BENEF           PIC 9(02).
       77  CONT-CARGOS         PIC 9(05) VALUE 0.
       77  CONT-NOMINA         PIC 9(05) VALUE 0.
       77  CONT-SERVICIOS      PIC 9(05) VALUE 0.
       77  TOTAL-SERVICIOS     PIC 9(08)V99 VALUE 0.
       77  TOTAL-FACTURADO     PIC 9(09)V99 VALUE 0.
       77  TOTAL-BECAS         PIC 9(08)V99 VALUE 0.
       77  TOTAL-BENEF         PIC 9(08)V99 VALUE 0.
       77  PARAMET-EOF         PIC 9.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  FECHA-OBJETIVO-PARM PIC 9(08).
       77  REF-BASE            PIC 9(16).
       77  REF-COCIENTE        PIC 9(16).
       77  REF-RESIDUO         PIC 9(02).
       77  REF-DIGITO          PIC 9(02).
       01  FECHA-PARM.
           03  FECHA-PARM-AA       PIC 99.
           03  FECHA-PARM-MM       PIC 99.
           05  DETCOL-NETO         PIC $$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETCOL-ESTADO       PIC X(10).
           05  FILLER              PIC X(06) VALUE " REF: ".
           05  DETCOL-REFERENCIA   PIC 9(16).
       01  DETALLE-SRV.
           05  DETSRV-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSRV-NOMBRE       PIC X(25).
           05  FILLER              PIC X(07) VALUE " SERV: ".
           05  DETSRV-SERVICIO     PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETSRV-DESCRIPCION  PIC X(30).
           05  FILLER              PIC X(06) VALUE " NETO:".
           05  DETSRV-NETO         PIC $$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETSRV-ESTADO       PIC X(10).
           05  FILLER              PIC X(06) VALUE " REF: ".
           05  DETSRV-REFERENCIA   PIC 9(16).
       01  RESUMEN-COL.
           05  FILLER              PIC X(08) VALUE "CARGOS: ".
           05  RESCOL-CARGOS       PIC ZZZZ9.
           05  RESCOL-BECAS        PIC $$$,$$9.99.
           05  FILLER              PIC X(14) VALUE "  A NOMINA:   ".
           05  RESCOL-NOMINA       PIC ZZZZ9.
       01  RESUMEN-SRV.
           05  FILLER              PIC X(18) VALUE
               "CARGOS SERVICIOS: ".
           05  RESSRV-CARGOS       PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE "  MONTO: ".
           05  RESSRV-MONTO        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****CORRIDA MENSUAL DE FACTURACION ESCOLAR: UN CARGO POR
      *****EMPLEADO SE COBRA POR NOMINA (CLAVE 30 AL PERIODO ABIERTO)
      *****Y EL RESTO QUEDA EN LA CARTERA PARA CAJA (2COLCAP). LA
      *****FACTURACION Y EL ARCHIVO DE BECAS POR FIN VIVEN EN EL
      *****MISMO SISTEMA. LOS SERVICIOS ESCOLARES INSCRITOS Y VIGENTES
      *****EN EL MES SE CARGAN EN RENGLONES APARTE, SIN BECA NI
      *****DESCUENTO FAMILIAR, Y SIEMPRE QUEDAN PARA CAJA O BANCO
       MAIN-PROCEDURE.
           DISPLAY "MES A FACTURAR (AAAAMM)".
           ACCEPT MES-FACTURADO.
           OPEN INPUT BECAS.
           OPEN INPUT BENEF.
           OPEN I-O CARTERA.
           OPEN INPUT SERVICIOS.
           OPEN INPUT SERVINS.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           MOVE MES-FACTURADO TO TCOL-MES.
           MOVE TOTAL-BECAS     TO RESCOL-BECAS.
           MOVE CONT-NOMINA     TO RESCOL-NOMINA.
           WRITE REPORTE-REG FROM RESUMEN-COL BEFORE 2 LINES.
           MOVE CONT-SERVICIOS  TO RESSRV-CARGOS.
           MOVE TOTAL-SERVICIOS TO RESSRV-MONTO.
           WRITE REPORTE-REG FROM RESUMEN-SRV BEFORE 1 LINES.
           DISPLAY "CARGOS GENERADOS : " CONT-CARGOS.
           DISPLAY "CARGOS DE SERVICIOS: " CONT-SERVICIOS.
           DISPLAY "COBRADOS POR NOMINA: " CONT-NOMINA.
           CLOSE ALUINX.
           CLOSE COLMAES.
           CLOSE BECAS.
           CLOSE BENEF.
           CLOSE CARTERA.
           CLOSE SERVICIOS.
           CLOSE SERVINS.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
                   MOVE 1 TO ALUINX-EOF
               NOT AT END
                   PERFORM FACTURAR-UN-ALUMNO
                   PERFORM FACTURAR-SERVICIOS
           END-READ.

       FACTURAR-UN-ALUMNO.
      *    RE-CORRIDA
           MOVE ALUINX-MATRICULA TO CAR-MATRICULA.
           MOVE MES-FACTURADO    TO CAR-MES.
           MOVE SPACES           TO CAR-SERVICIO.
           MOVE 1 TO CAR-KEY-EXISTE.
           READ CARTERA INVALID KEY MOVE 0 TO CAR-KEY-EXISTE.
           IF CAR-KEY-EXISTE = 1
               END-IF
               MOVE ALUINX-MATRICULA TO CAR-MATRICULA
               MOVE MES-FACTURADO    TO CAR-MES
               MOVE SPACES           TO CAR-SERVICIO
               MOVE ALUINX-GRUPO     TO CAR-GRUPO
               MOVE CARGO-ALUMNO     TO CAR-CARGO
               MOVE DESCUENTO-BECA   TO CAR-BECA
               MOVE DESCUENTO-BENEF  TO CAR-BENEF
               MOVE NETO-ALUMNO      TO CAR-NETO
               MOVE 0                TO CAR-PAGADO
               PERFORM CALCULAR-REFERENCIA
               IF NOMINA-BENEF > 0 AND NETO-ALUMNO > 0
                   MOVE "NOMINA" TO CAR-ESTADO
                   MOVE NETO-ALUMNO TO CAR-PAGADO
               MOVE DESCUENTO-BENEF  TO DETCOL-BENEF
               MOVE NETO-ALUMNO      TO DETCOL-NETO
               MOVE CAR-ESTADO       TO DETCOL-ESTADO
               MOVE CAR-REFERENCIA   TO DETCOL-REFERENCIA
               WRITE REPORTE-REG FROM DETALLE-COL BEFORE 1 LINES
           END-IF.

      *****UN RENGLON POR SERVICIO VIGENTE EN EL MES (INICIO <= MES Y
      *****FIN EN CERO O >= MES) AL PRECIO DEL CATALOGO; EN UNA
      *****RE-CORRIDA EL RENGLON YA ESCRITO NO SE DUPLICA
       FACTURAR-SERVICIOS.
           MOVE 0 TO SERVINS-EOF.
           MOVE ALUINX-MATRICULA TO SIN-MATRICULA.
           MOVE LOW-VALUES TO SIN-SERVICIO.
           START SERVINS KEY IS NOT LESS THAN SIN-LLAVE
               INVALID KEY MOVE 1 TO SERVINS-EOF.
           PERFORM UNTIL SERVINS-EOF = 1
               READ SERVINS NEXT RECORD
                   AT END
                       MOVE 1 TO SERVINS-EOF
                   NOT AT END
                       IF SIN-MATRICULA NOT = ALUINX-MATRICULA
                           MOVE 1 TO SERVINS-EOF
                       ELSE
                           IF SIN-MES-INICIO <= MES-FACTURADO
                               AND (SIN-MES-FIN = 0
                               OR SIN-MES-FIN >= MES-FACTURADO)
                               PERFORM FACTURAR-UN-SERVICIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FACTURAR-UN-SERVICIO.
           MOVE ALUINX-MATRICULA TO CAR-MATRICULA.
           MOVE MES-FACTURADO    TO CAR-MES.
           MOVE SIN-SERVICIO     TO CAR-SERVICIO.
           MOVE 1 TO CAR-KEY-EXISTE.
           READ CARTERA INVALID KEY MOVE 0 TO CAR-KEY-EXISTE.
           MOVE SIN-SERVICIO TO SRV-CLAVE.
           MOVE 1 TO SRV-KEY-EXISTE.
           READ SERVICIOS INVALID KEY MOVE 0 TO SRV-KEY-EXISTE.
           IF CAR-KEY-EXISTE = 1
               CONTINUE
           ELSE IF SRV-KEY-EXISTE = 0
               DISPLAY "SERVICIO " SIN-SERVICIO " SIN CATALOGO,"
                   " MATRICULA " SIN-MATRICULA
           ELSE IF SRV-PRECIO > 0
               MOVE ALUINX-MATRICULA TO CAR-MATRICULA
               MOVE MES-FACTURADO    TO CAR-MES
               MOVE SIN-SERVICIO     TO CAR-SERVICIO
               MOVE ALUINX-GRUPO     TO CAR-GRUPO
               MOVE SRV-PRECIO       TO CAR-CARGO
               MOVE 0                TO CAR-BECA
               MOVE 0                TO CAR-BENEF
               MOVE SRV-PRECIO       TO CAR-NETO
               MOVE 0                TO CAR-PAGADO
               MOVE "PENDIENTE"      TO CAR-ESTADO
               PERFORM CALCULAR-REFERENCIA
               WRITE CARTERA-REG
               ADD 1 TO CONT-SERVICIOS
               ADD SRV-PRECIO TO TOTAL-SERVICIOS
               MOVE ALUINX-MATRICULA    TO DETSRV-MATRICULA
               MOVE ALUINX-NOMBRE(1:25) TO DETSRV-NOMBRE
               MOVE SRV-CLAVE           TO DETSRV-SERVICIO
               MOVE SRV-DESCRIPCION     TO DETSRV-DESCRIPCION
               MOVE SRV-PRECIO          TO DETSRV-NETO
               MOVE CAR-ESTADO          TO DETSRV-ESTADO
               MOVE CAR-REFERENCIA      TO DETSRV-REFERENCIA
               WRITE REPORTE-REG FROM DETALLE-SRV BEFORE 1 LINES
           END-IF
           END-IF
           END-IF.

      *****REFERENCIA DE PAGO EN BANCO: MATRICULA (8) + MES (6) + DOS
      *****DIGITOS VERIFICADORES MODULO 97 (LA REFERENCIA COMPLETA
      *****ENTRE 97 DEJA RESIDUO 1); MISMO CALCULO QUE 2COLCAP
       CALCULAR-REFERENCIA.
           COMPUTE REF-BASE =
               (CAR-MATRICULA * 1000000 + CAR-MES) * 100.
           DIVIDE REF-BASE BY 97 GIVING REF-COCIENTE
               REMAINDER REF-RESIDUO.
           COMPUTE REF-DIGITO = 98 - REF-RESIDUO.
           COMPUTE CAR-REFERENCIA = REF-BASE + REF-DIGITO.

      *****SOLO LA BECA APROBADA POR EL COORDINADOR DESCUENTA
       CALCULAR-BECA.
           MOVE 0 TO DESCUENTO-BECA.
      *****EL REMANENTE DEL HIJO DE EMPLEADO SALE COMO CLAVE 30 AL
      *****PERIODO ABIERTO; LA SECUENCIA SE BUSCA DESDE 1 COMO EN LA
      *****CAPTURA
      *****SE DETIENE EN 899: DE 900 A 999 SON LOS MOVIMIENTOS
      *****GENERADOS (3HORPAG, 3RECGEN, 3COMPRO, 3VIALIQ, 3QUIPRO)
       EMITIR-CLAVE-30.
           MOVE PERIODO-NOMINA TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE NOMINA-BENEF   TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE 0 TO MOV-ESCRITO.
           MOVE 1 TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM UNTIL MOV-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA > 899
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
               END-WRITE
           END-PERFORM.
           IF MOV-ESCRITO = 0
               DISPLAY "SECUENCIAS AGOTADAS PARA ESA LLAVE (899)".

       END PROGRAM 3COLPRO.
