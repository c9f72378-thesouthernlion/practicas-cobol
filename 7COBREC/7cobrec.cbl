      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7COBREC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBRANZA ASSIGN TO DISK.
           SELECT OPTIONAL CARTERA ASSIGN TO "CARTERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-LLAVE.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT OPTIONAL COBEXC ASSIGN TO "COBEXC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXC-LLAVE.
           SELECT OPTIONAL COBCTL ASSIGN TO "COBCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCT-FECHA.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****ARCHIVO DIARIO DE COBRANZA DEL BANCO: UN RENGLON "D" POR
      *****PAGO RECIBIDO CON LA REFERENCIA QUE TRAE EL ESTADO DE CUENTA
      *****Y AL FINAL UN RENGLON "T" CON EL NUMERO DE PAGOS Y EL TOTAL
      *****DEPOSITADO EN LA CUENTA DEL COLEGIO
       FD  COBRANZA.
       01  COBRANZA-REG.
           03  COB-TIPO            PIC X(01).
           03  COB-DETALLE.
               05  COB-FECHA       PIC 9(08).
               05  COB-REFERENCIA  PIC X(16).
               05  COB-IMPORTE     PIC 9(07)V99.
               05  COB-SUCURSAL    PIC X(04).
               05  COB-AUTORIZACION PIC X(10).
           03  COB-TOTALES REDEFINES COB-DETALLE.
               05  COB-T-FECHA     PIC 9(08).
               05  COB-T-REGISTROS PIC 9(06).
               05  COB-T-IMPORTE   PIC 9(09)V99.
               05  FILLER          PIC X(22).

      *****MISMO LAYOUT QUE LA CARTERA DE 3COLPRO
       FD  CARTERA.
       01  CARTERA-REG.
           03  CAR-LLAVE.
               05  CAR-MATRICULA   PIC 9(08).
               05  CAR-MES         PIC 9(06).
               05  CAR-SERVICIO    PIC X(04).
           03  CAR-GRUPO           PIC X(03).
           03  CAR-CARGO           PIC 9(05)V99.
           03  CAR-BECA            PIC 9(05)V99.
           03  CAR-BENEF           PIC 9(05)V99.
           03  CAR-NETO            PIC 9(05)V99.
           03  CAR-PAGADO          PIC 9(05)V99.
           03  CAR-ESTADO          PIC X(10).
           03  CAR-REFERENCIA      PIC 9(16).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MISMO LAYOUT QUE EL COBEXC DE 2COLCAP, DONDE LA CAJA
      *****RESUELVE LAS EXCEPCIONES
       FD  COBEXC.
       01  COBEXC-REG.
           03  EXC-LLAVE.
               05  EXC-FECHA       PIC 9(08).
               05  EXC-SECUENCIA   PIC 9(05).
           03  EXC-REFERENCIA      PIC X(16).
           03  EXC-AUTORIZACION    PIC X(10).
           03  EXC-IMPORTE         PIC 9(07)V99.
           03  EXC-TIPO            PIC X(11).
           03  EXC-MATRICULA       PIC 9(08).
           03  EXC-MES             PIC 9(06).
           03  EXC-APLICADO        PIC 9(07)V99.
           03  EXC-REMANENTE       PIC 9(07)V99.
           03  EXC-ESTADO          PIC X(10).
           03  EXC-RESOLUCION      PIC X(10).
           03  EXC-FEC-RESOL       PIC 9(08).

      *****UN RENGLON POR DIA DE COBRANZA YA APLICADO: EL MISMO
      *****ARCHIVO DEL BANCO NO SE APLICA DOS VECES
       FD  COBCTL.
       01  COBCTL-REG.
           03  CCT-FECHA           PIC 9(08).
           03  CCT-REGISTROS       PIC 9(06).
           03  CCT-DEPOSITADO      PIC 9(09)V99.
           03  CCT-APLICADO        PIC 9(09)V99.
           03  CCT-EXCEPCIONES     PIC 9(09)V99.
           03  CCT-FEC-PROCESO     PIC 9(08).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  COBRANZA-EOF        PIC 9.
       77  HAY-TOTALES         PIC 9.
       77  CAR-KEY-EXISTE      PIC 9.
       77  CCT-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  REFERENCIA-VALIDA   PIC 9.
       77  FECHA-ARCHIVO       PIC 9(08).
       77  REGISTROS-BANCO     PIC 9(06).
       77  DEPOSITO-BANCO      PIC 9(09)V99.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****LA REFERENCIA ES MATRICULA + MES + DIGITOS MODULO 97 (VER
      *****3COLPRO); ES VALIDA SI ENTRE 97 DEJA RESIDUO 1
       01  REFERENCIA-RECIBIDA.
           03  RRE-MATRICULA       PIC 9(08).
           03  RRE-MES             PIC 9(06).
           03  RRE-DIGITO          PIC 9(02).
       01  REFERENCIA-NUMERO REDEFINES REFERENCIA-RECIBIDA
                                   PIC 9(16).
       77  REF-COCIENTE        PIC 9(16).
       77  REF-RESIDUO         PIC 9(02).

       77  SALDO-CARGO         PIC 9(06)V99.
       77  SALDO-MES           PIC 9(07)V99.
       77  POR-APLICAR         PIC 9(07)V99.
       77  APLICADO-CARGO      PIC 9(06)V99.
       77  RENGLONES-MES       PIC 9(03).
       77  CARTERA-EOF         PIC 9.
       77  IMPORTE-APLICADO    PIC 9(07)V99.
       77  IMPORTE-REMANENTE   PIC 9(07)V99.
       77  TIPO-EXCEPCION      PIC X(11).
       77  SECUENCIA-RENGLON   PIC 9(05).
       77  CONT-DETALLE        PIC 9(06) VALUE 0.
       77  CONT-INVALIDOS      PIC 9(06) VALUE 0.
       77  SUMA-DETALLE        PIC 9(09)V99 VALUE 0.
       77  CONT-APLICADOS      PIC 9(06) VALUE 0.
       77  CONT-EXCEPCIONES    PIC 9(06) VALUE 0.
       77  TOTAL-APLICADO      PIC 9(09)V99 VALUE 0.
       77  TOTAL-EXCEPCIONES   PIC 9(09)V99 VALUE 0.
       77  TOTAL-CUADRE        PIC 9(09)V99.
       77  MONTO-EDITADO       PIC $$$,$$$,$$9.99.

       01  TITULO-COB-1.
           05  FILLER              PIC X(40) VALUE
               "APLICACION DE COBRANZA BANCARIA".
           05  FILLER              PIC X(20) VALUE
               "FECHA DEL ARCHIVO: ".
           05  TCOB-FECHA          PIC 9(08).
       01  TITULO-COB-2.
           05  FILLER              PIC X(44) VALUE
               "REFERENCIA       MATRICULA NOMBRE           ".
           05  FILLER              PIC X(44) VALUE
               "        IMPORTE    APLICADO   EXCEPCION".
       01  DETALLE-COB.
           05  DETCOB-REFERENCIA   PIC X(16).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETCOB-MATRICULA    PIC Z(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCOB-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETCOB-IMPORTE      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETCOB-APLICADO     PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCOB-EXCEPCION    PIC X(11).
       01  LINEA-TOTAL-COB.
           05  LTC-CONCEPTO        PIC X(30).
           05  LTC-CANTIDAD        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LTC-IMPORTE         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LTC-RESULTADO       PIC X(10).

       PROCEDURE DIVISION.
      *****APLICA EL ARCHIVO DIARIO DE COBRANZA DEL BANCO A LA CARTERA
      *****DE COLEGIATURAS: CADA PAGO SE CASA POR SU REFERENCIA CON EL
      *****CARGO (MATRICULA + MES) Y SE SUMA A LO PAGADO. EL PAGO
      *****PARCIAL SE APLICA Y QUEDA AVISADO; EL EXCEDENTE, LA
      *****REFERENCIA DESCONOCIDA Y EL CARGO YA PAGADO DEJAN SU
      *****REMANENTE EN COBEXC PARA QUE LA CAJA LO RESUELVA (2COLCAP).
      *****ANTES DE TOCAR LA CARTERA EL DETALLE DEBE CUADRAR CON EL
      *****TOTAL DEPOSITADO QUE REPORTA EL BANCO
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           PERFORM VALIDAR-ARCHIVO.
           IF HAY-TOTALES = 0
               DISPLAY "EL ARCHIVO DE COBRANZA NO TRAE RENGLON DE"
                   " TOTALES - NO SE APLICA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CONT-DETALLE NOT = REGISTROS-BANCO
               OR SUMA-DETALLE NOT = DEPOSITO-BANCO
               OR CONT-INVALIDOS > 0
               DISPLAY "EL DETALLE NO CUADRA CON EL TOTAL DEL BANCO"
                   " - NO SE APLICA"
               DISPLAY "PAGOS: " CONT-DETALLE " BANCO: "
                   REGISTROS-BANCO " RENGLONES INVALIDOS: "
                   CONT-INVALIDOS
               MOVE SUMA-DETALLE TO MONTO-EDITADO
               DISPLAY "SUMA DEL DETALLE : " MONTO-EDITADO
               MOVE DEPOSITO-BANCO TO MONTO-EDITADO
               DISPLAY "TOTAL DEL BANCO  : " MONTO-EDITADO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COBCTL.
           MOVE FECHA-ARCHIVO TO CCT-FECHA.
           MOVE 1 TO CCT-KEY-EXISTE.
           READ COBCTL INVALID KEY MOVE 0 TO CCT-KEY-EXISTE.
           IF CCT-KEY-EXISTE = 1
               DISPLAY "LA COBRANZA DEL " FECHA-ARCHIVO
                   " YA FUE APLICADA EL " CCT-FEC-PROCESO
               CLOSE COBCTL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COBRANZA.
           OPEN I-O CARTERA.
           OPEN INPUT ALUINX.
           OPEN I-O COBEXC.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-ARCHIVO TO TCOB-FECHA.
           WRITE REPORTE-REG FROM TITULO-COB-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-COB-2 BEFORE 1 LINES.
           MOVE 0 TO SECUENCIA-RENGLON.
           MOVE 0 TO COBRANZA-EOF.
           PERFORM LEER-COBRANZA.
           PERFORM APLICAR-PAGO UNTIL COBRANZA-EOF = 1.
           PERFORM IMPRIMIR-CUADRE.
           MOVE FECHA-ARCHIVO     TO CCT-FECHA.
           MOVE CONT-DETALLE      TO CCT-REGISTROS.
           MOVE DEPOSITO-BANCO    TO CCT-DEPOSITADO.
           MOVE TOTAL-APLICADO    TO CCT-APLICADO.
           MOVE TOTAL-EXCEPCIONES TO CCT-EXCEPCIONES.
           MOVE FECHA-HOY-LARGA   TO CCT-FEC-PROCESO.
           WRITE COBCTL-REG.
           CLOSE COBRANZA.
           CLOSE CARTERA.
           CLOSE ALUINX.
           CLOSE COBEXC.
           CLOSE COBCTL.
           CLOSE REPORTE.
           DISPLAY "PAGOS DEL BANCO   : " CONT-DETALLE.
           DISPLAY "APLICADOS         : " CONT-APLICADOS.
           DISPLAY "EXCEPCIONES       : " CONT-EXCEPCIONES.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                  VALIDACION CONTRA EL TOTAL
      *******************************************************************
      *****PRIMERA PASADA SIN TOCAR NADA: CUENTA Y SUMA EL DETALLE Y
      *****TOMA EL RENGLON DE TOTALES DEL BANCO
       VALIDAR-ARCHIVO.
           MOVE 0 TO HAY-TOTALES.
           MOVE 0 TO COBRANZA-EOF.
           OPEN INPUT COBRANZA.
           PERFORM LEER-COBRANZA.
           PERFORM UNTIL COBRANZA-EOF = 1 OR HAY-TOTALES = 1
               IF COB-TIPO = "D"
                   ADD 1 TO CONT-DETALLE
                   ADD COB-IMPORTE TO SUMA-DETALLE
               ELSE IF COB-TIPO = "T"
                   MOVE 1 TO HAY-TOTALES
                   MOVE COB-T-FECHA TO FECHA-ARCHIVO
                   MOVE COB-T-REGISTROS TO REGISTROS-BANCO
                   MOVE COB-T-IMPORTE TO DEPOSITO-BANCO
               ELSE
                   ADD 1 TO CONT-INVALIDOS
               END-IF
               END-IF
               IF HAY-TOTALES = 0
                   PERFORM LEER-COBRANZA
               END-IF
           END-PERFORM.
           CLOSE COBRANZA.

       LEER-COBRANZA.
           READ COBRANZA AT END MOVE 1 TO COBRANZA-EOF.

      *******************************************************************
      *                      APLICACION DE PAGOS
      *******************************************************************
       APLICAR-PAGO.
           IF COB-TIPO = "T"
               MOVE 1 TO COBRANZA-EOF
           ELSE
               ADD 1 TO SECUENCIA-RENGLON
               PERFORM APLICAR-UN-PAGO
               PERFORM LEER-COBRANZA
           END-IF.

       APLICAR-UN-PAGO.
           MOVE 0 TO IMPORTE-APLICADO.
           MOVE COB-IMPORTE TO IMPORTE-REMANENTE.
           MOVE SPACES TO TIPO-EXCEPCION.
           PERFORM VALIDAR-REFERENCIA.
           IF REFERENCIA-VALIDA = 0
               MOVE "DESCONOCIDA" TO TIPO-EXCEPCION
           ELSE
               PERFORM SUMAR-SALDO-MES
               IF CAR-KEY-EXISTE = 0
                   MOVE "DESCONOCIDA" TO TIPO-EXCEPCION
               ELSE IF SALDO-MES = 0
                   MOVE "YA PAGADO" TO TIPO-EXCEPCION
               ELSE
                   PERFORM APLICAR-A-MES
               END-IF
               END-IF
           END-IF.
           ADD IMPORTE-APLICADO TO TOTAL-APLICADO.
           IF TIPO-EXCEPCION NOT = SPACES
               PERFORM GRABAR-EXCEPCION
           ELSE
               ADD 1 TO CONT-APLICADOS
           END-IF.
           PERFORM IMPRIMIR-PAGO.

      *****LA REFERENCIA ES DEL MES COMPLETO: COLEGIATURA MAS LOS
      *****RENGLONES DE SERVICIOS; EL SALDO ES EL DE SUS CARGOS
      *****PENDIENTES
       SUMAR-SALDO-MES.
           MOVE 0 TO SALDO-MES.
           MOVE 0 TO RENGLONES-MES.
           MOVE 0 TO POR-APLICAR.
           PERFORM LEER-RENGLONES-MES.
           IF RENGLONES-MES = 0
               MOVE 0 TO CAR-KEY-EXISTE
           ELSE
               MOVE 1 TO CAR-KEY-EXISTE
           END-IF.

      *****HASTA EL SALDO DEL MES SE APLICA; MENOS QUE EL SALDO ES
      *****PARCIAL Y LO QUE PASE DEL SALDO ES EXCEDENTE. SE REPARTE EN
      *****ORDEN DE LLAVE: PRIMERO LA COLEGIATURA, LUEGO LOS SERVICIOS
       APLICAR-A-MES.
           IF COB-IMPORTE > SALDO-MES
               MOVE SALDO-MES TO IMPORTE-APLICADO
               COMPUTE IMPORTE-REMANENTE = COB-IMPORTE - SALDO-MES
               MOVE "EXCEDENTE" TO TIPO-EXCEPCION
           ELSE
               MOVE COB-IMPORTE TO IMPORTE-APLICADO
               MOVE 0 TO IMPORTE-REMANENTE
               IF COB-IMPORTE < SALDO-MES
                   MOVE "PARCIAL" TO TIPO-EXCEPCION
               END-IF
           END-IF.
           MOVE IMPORTE-APLICADO TO POR-APLICAR.
           PERFORM LEER-RENGLONES-MES.

      *****RECORRE LOS RENGLONES DEL MES DE LA REFERENCIA; CON
      *****POR-APLICAR EN CERO SOLO SUMA SALDOS, SI NO LOS VA ABONANDO
       LEER-RENGLONES-MES.
           MOVE 0 TO CARTERA-EOF.
           MOVE RRE-MATRICULA TO CAR-MATRICULA.
           MOVE RRE-MES       TO CAR-MES.
           MOVE LOW-VALUES    TO CAR-SERVICIO.
           START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO CARTERA-EOF.
           PERFORM UNTIL CARTERA-EOF = 1
               READ CARTERA NEXT RECORD
                   AT END
                       MOVE 1 TO CARTERA-EOF
                   NOT AT END
                       IF CAR-MATRICULA NOT = RRE-MATRICULA
                           OR CAR-MES NOT = RRE-MES
                           MOVE 1 TO CARTERA-EOF
                       ELSE
                           ADD 1 TO RENGLONES-MES
                           IF CAR-ESTADO = "PENDIENTE"
                               AND CAR-NETO > CAR-PAGADO
                               COMPUTE SALDO-CARGO =
                                   CAR-NETO - CAR-PAGADO
                               IF POR-APLICAR = 0
                                   ADD SALDO-CARGO TO SALDO-MES
                               ELSE
                                   PERFORM ABONAR-RENGLON
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ABONAR-RENGLON.
           IF POR-APLICAR > SALDO-CARGO
               MOVE SALDO-CARGO TO APLICADO-CARGO
           ELSE
               MOVE POR-APLICAR TO APLICADO-CARGO
           END-IF.
           ADD APLICADO-CARGO TO CAR-PAGADO.
           SUBTRACT APLICADO-CARGO FROM POR-APLICAR.
           IF CAR-PAGADO >= CAR-NETO
               MOVE "PAGADO" TO CAR-ESTADO
           END-IF.
           REWRITE CARTERA-REG.
           IF POR-APLICAR = 0
               MOVE 1 TO CARTERA-EOF
           END-IF.

       VALIDAR-REFERENCIA.
           MOVE 0 TO REFERENCIA-VALIDA.
           IF COB-REFERENCIA IS NUMERIC
               MOVE COB-REFERENCIA TO REFERENCIA-RECIBIDA
               DIVIDE REFERENCIA-NUMERO BY 97 GIVING REF-COCIENTE
                   REMAINDER REF-RESIDUO
               IF REF-RESIDUO = 1
                   MOVE 1 TO REFERENCIA-VALIDA
               END-IF
           END-IF.

      *****LA LLAVE ES LA FECHA DEL ARCHIVO Y EL NUMERO DE PAGO DENTRO
      *****DE EL; EL CONTROL POR DIA IMPIDE QUE SE REPITA
       GRABAR-EXCEPCION.
           MOVE FECHA-ARCHIVO     TO EXC-FECHA.
           MOVE SECUENCIA-RENGLON TO EXC-SECUENCIA.
           MOVE COB-REFERENCIA    TO EXC-REFERENCIA.
           MOVE COB-AUTORIZACION  TO EXC-AUTORIZACION.
           MOVE COB-IMPORTE       TO EXC-IMPORTE.
           MOVE TIPO-EXCEPCION    TO EXC-TIPO.
           IF REFERENCIA-VALIDA = 1 AND CAR-KEY-EXISTE = 1
               MOVE RRE-MATRICULA TO EXC-MATRICULA
               MOVE RRE-MES       TO EXC-MES
           ELSE
               MOVE 0 TO EXC-MATRICULA
               MOVE 0 TO EXC-MES
           END-IF.
           MOVE IMPORTE-APLICADO  TO EXC-APLICADO.
           MOVE IMPORTE-REMANENTE TO EXC-REMANENTE.
           MOVE "PENDIENTE"       TO EXC-ESTADO.
           MOVE SPACES            TO EXC-RESOLUCION.
           MOVE 0                 TO EXC-FEC-RESOL.
           WRITE COBEXC-REG
               INVALID KEY
                   DISPLAY "EXCEPCION DUPLICADA " EXC-LLAVE
           END-WRITE.
           ADD 1 TO CONT-EXCEPCIONES.
           ADD IMPORTE-REMANENTE TO TOTAL-EXCEPCIONES.

       IMPRIMIR-PAGO.
           MOVE COB-REFERENCIA   TO DETCOB-REFERENCIA.
           MOVE IMPORTE-APLICADO TO DETCOB-APLICADO.
           MOVE COB-IMPORTE      TO DETCOB-IMPORTE.
           MOVE TIPO-EXCEPCION   TO DETCOB-EXCEPCION.
           MOVE 0 TO DETCOB-MATRICULA.
           MOVE SPACES TO DETCOB-NOMBRE.
           IF REFERENCIA-VALIDA = 1
               MOVE RRE-MATRICULA TO DETCOB-MATRICULA
               MOVE RRE-MATRICULA TO ALUINX-MATRICULA
               MOVE 1 TO EXISTE-MATRICULA
               READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA
               END-READ
               IF EXISTE-MATRICULA = 1
                   MOVE ALUINX-NOMBRE TO DETCOB-NOMBRE
               ELSE
                   MOVE "(SIN MAESTRO)" TO DETCOB-NOMBRE
               END-IF
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-COB BEFORE 1 LINES.

      *******************************************************************
      *                     CUADRE CONTRA EL DEPOSITO
      *******************************************************************
      *****LO APLICADO A LA CARTERA MAS EL REMANENTE QUE QUEDO EN
      *****EXCEPCIONES DEBE DAR EL TOTAL DEPOSITADO POR EL BANCO
       IMPRIMIR-CUADRE.
           MOVE SPACES TO LTC-RESULTADO.
           MOVE "PAGOS APLICADOS" TO LTC-CONCEPTO.
           MOVE CONT-APLICADOS TO LTC-CANTIDAD.
           MOVE TOTAL-APLICADO TO LTC-IMPORTE.
           WRITE REPORTE-REG FROM LINEA-TOTAL-COB BEFORE 2 LINES.
           MOVE "EXCEPCIONES (REMANENTE)" TO LTC-CONCEPTO.
           MOVE CONT-EXCEPCIONES  TO LTC-CANTIDAD.
           MOVE TOTAL-EXCEPCIONES TO LTC-IMPORTE.
           WRITE REPORTE-REG FROM LINEA-TOTAL-COB BEFORE 1 LINES.
           COMPUTE TOTAL-CUADRE = TOTAL-APLICADO + TOTAL-EXCEPCIONES.
           MOVE "APLICADO + EXCEPCIONES" TO LTC-CONCEPTO.
           MOVE CONT-DETALLE TO LTC-CANTIDAD.
           MOVE TOTAL-CUADRE TO LTC-IMPORTE.
           WRITE REPORTE-REG FROM LINEA-TOTAL-COB BEFORE 1 LINES.
           MOVE "DEPOSITADO SEGUN EL BANCO" TO LTC-CONCEPTO.
           MOVE CONT-DETALLE TO LTC-CANTIDAD.
           MOVE DEPOSITO-BANCO TO LTC-IMPORTE.
           IF TOTAL-CUADRE = DEPOSITO-BANCO
               MOVE "CUADRA" TO LTC-RESULTADO
           ELSE
               MOVE "NO CUADRA" TO LTC-RESULTADO
           END-IF.
           WRITE REPORTE-REG FROM LINEA-TOTAL-COB BEFORE 1 LINES.

       END PROGRAM 7COBREC.
