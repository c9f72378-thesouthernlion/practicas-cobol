      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 1SUCREC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMSUCREC".
           SELECT OPTIONAL SUCURSALES ASSIGN TO "SUCURSALES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CLAVE.
           SELECT OPTIONAL MOVSUC ASSIGN TO ARCHIVO-SUCURSAL.
           SELECT RESGUARDO ASSIGN TO ARCHIVO-RESGUARDO.
           SELECT OPTIONAL SUCRECEP ASSIGN TO "SUCRECEP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SRC-LLAVE.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL CONCEPTOS ASSIGN TO DISK.
           SELECT OPTIONAL APROBCTL ASSIGN TO "APROBCTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-LLAVE.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT REPORTE ASSIGN TO "SUCREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****PERIODO DE LA RECEPCION; LO DEJA 0BATCH CUANDO CORRE COMO
      *****PASO DE LA CADENA DE NOMINA
       FD  PARAMETROS.
       01  PARAMETROS-REG.
           03  PARM-PERIODO        PIC 9(06).

      *****MISMO LAYOUT QUE EL SUCURSALES DE 4SUCABC
       FD  SUCURSALES.
       01  SUCURSALES-REG.
           03  SUC-CLAVE           PIC X(03).
           03  SUC-NOMBRE          PIC X(20).
           03  SUC-ACTIVA          PIC X(01).
               88  SUC-ES-ACTIVA      VALUE "S".
           03  SUC-DEPARTAMENTOS.
               05  SUC-DPTO        PIC X(03) OCCURS 10 TIMES.

      *****ARCHIVO DE MOVIMIENTOS QUE MANDA CADA SUCURSAL (MOVSUC +
      *****CLAVE DE LA SUCURSAL): UN ENCABEZADO H CON SUCURSAL,
      *****PERIODO Y FECHA DE ENVIO, LOS DETALLES D EN EL LAYOUT DE
      *****PERCEPCION-DEDUCCION (SIN PERIODO NI SECUENCIA) Y UNA COLA T
      *****CON EL NUMERO DE DETALLES Y LA SUMA DE SUS IMPORTES
       FD  MOVSUC.
       01  MOVSUC-REG.
           03  MS-TIPO             PIC X(01).
               88  MS-ENCABEZADO      VALUE "H".
               88  MS-DETALLE         VALUE "D".
               88  MS-COLA            VALUE "T".
           03  MSD-NOMINA          PIC 9(06).
           03  MSD-CLAVE           PIC XX.
           03  MSD-IMPORTE         PIC 9(08)V99.
           03  MSD-DIAS            PIC 9(02).
           03  MSD-FEC-INICIO      PIC 9(08).
           03  MSD-FEC-FIN         PIC 9(08).
       01  MOVSUC-ENCABEZADO.
           03  FILLER              PIC X(01).
           03  MSH-SUCURSAL        PIC X(03).
           03  MSH-PERIODO         PIC 9(06).
           03  MSH-FECHA           PIC 9(08).
           03  FILLER              PIC X(19).
       01  MOVSUC-COLA.
           03  FILLER              PIC X(01).
           03  MST-REGISTROS       PIC 9(06).
           03  MST-IMPORTE         PIC 9(10)V99.
           03  FILLER              PIC X(18).

      *****COPIA DEL ARCHIVO ACEPTADO (MOVSUC + CLAVE + . + PERIODO);
      *****EL ARCHIVO DE ENTRADA SE VACIA PARA QUE NO SE VUELVA A CARGAR
       FD  RESGUARDO.
       01  RESGUARDO-REG           PIC X(37).

      *****CONTROL DE RECEPCIONES POR SUCURSAL Y PERIODO: UN ENVIO
      *****ACEPTADO YA NO SE VUELVE A RECIBIR; EL RECHAZADO SE PISA
      *****CON EL SIGUIENTE INTENTO
       FD  SUCRECEP.
       01  SUCRECEP-REG.
           03  SRC-LLAVE.
               05  SRC-SUCURSAL    PIC X(03).
               05  SRC-PERIODO     PIC 9(06).
           03  SRC-FECHA           PIC 9(08).
           03  SRC-HORA            PIC 9(06).
           03  SRC-REGISTROS       PIC 9(06).
           03  SRC-IMPORTE         PIC 9(10)V99.
           03  SRC-ESTADO          PIC X(10).
           03  SRC-MOTIVO          PIC X(30).
           03  SRC-ARCHIVO         PIC X(20).

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3
       FD  PERCEPCION-DEDUCCION.
       01  PERCEPCION-DEDUCCION-REG.
           03  PERCEPCION-DEDUCCION-LLAVE.
               05  PERCEPCION-DEDUCCION-PERIODO    PIC 9(06).
               05  PERCEPCION-DEDUCCION-NOMINA     PIC 9(06).
               05  PERCEPCION-DEDUCCION-CLAVE      PIC XX.
               05  PERCEPCION-DEDUCCION-SECUENCIA  PIC 9(03).
           03  PERCEPCION-DEDUCCION-IMPORTE    PIC 9(08)V99.
           03  PERCEPCION-DEDUCCION-DIAS       PIC 9(02).
           03  PERCEPCION-DEDUCCION-FEC-INICIO PIC 9(08).
           03  PERCEPCION-DEDUCCION-FEC-FIN    PIC 9(08).

      *****MISMO LAYOUT QUE EL CONCEPTOS DE 6EMPNOMV3
       FD  CONCEPTOS.
       01  CONCEPTOS-REG.
           03  CONC-CLAVE           PIC XX.
           03  CONC-LABEL            PIC X(13).
           03  CONC-BUCKET           PIC X(01).
           03  CONC-TOPE            PIC 9(08).
           03  CONC-EXENCION        PIC X(01).
           03  CONC-UMAS            PIC 9(03)V99.
           03  CONC-PORC-EXENTO     PIC 9(03).

      *****MISMO LAYOUT QUE EL APROBCTL DE 2MOVCAP
       FD  APROBCTL.
       01  APROBCTL-REG.
           03  AP-LLAVE.
               05  AP-PERIODO      PIC 9(06).
               05  AP-NOMINA       PIC 9(06).
               05  AP-CLAVE        PIC XX.
               05  AP-SECUENCIA    PIC 9(03).
           03  AP-IMPORTE          PIC 9(08)V99.
           03  AP-ESTADO           PIC X(10).
           03  AP-OPER-CAPTURA     PIC X(08).
           03  AP-OPER-APRUEBA     PIC X(08).

      *****MAESTRO DE PERIODOS MANTENIDO EN 4PERABC; NO SE RECIBEN
      *****MOVIMIENTOS DE UN PERIODO CERRADO
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

       FD  REPORTE.
       01  REPORTE-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARCHIVO-EOF         PIC 9.
       77  SUCURSALES-EOF      PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  BANDERA-MODO-PARM   PIC 9 VALUE 0.
       77  PER-KEY-EXISTE      PIC 9.
       77  SRC-KEY-EXISTE      PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  MOV-ESCRITO         PIC 9.
       77  ARCHIVO-SUCURSAL    PIC X(20).
       77  ARCHIVO-RESGUARDO   PIC X(20).
       77  ARCHIVO-VACIO       PIC 9.
       77  YA-ACEPTADO         PIC 9.
       77  FECHA-ACEPTADO      PIC 9(08).
       77  OPERADOR-SUCURSAL   PIC X(08).

      *****VALIDACION DEL ARCHIVO DE UNA SUCURSAL; CON LISTAR-ERRORES
      *****EN 1 LA MISMA PASADA IMPRIME LAS LINEAS QUE FALLAN
       77  LISTAR-ERRORES      PIC 9.
       77  LINEA-ARCHIVO       PIC 9(06).
       77  VAL-ENCABEZADO      PIC 9.
       77  VAL-COLA            PIC 9.
       77  VAL-REGISTROS       PIC 9(06).
       77  VAL-IMPORTE         PIC 9(10)V99.
       77  VAL-ERRORES         PIC 9(05).
       77  VAL-DPTO-OK         PIC 9.
       77  I-DPTO              PIC 99.
       77  MOTIVO-SUCURSAL     PIC X(30).
       77  MOTIVO-LINEA        PIC X(30).
       77  ERRORES-ED          PIC ZZZZ9.

      *****CIFRAS DE LA CORRIDA
       77  CONT-ACTIVAS        PIC 9(03) VALUE 0.
       77  CONT-RECIBIDAS      PIC 9(03) VALUE 0.
       77  CONT-YA-RECIBIDAS   PIC 9(03) VALUE 0.
       77  CONT-RECHAZADAS     PIC 9(03) VALUE 0.
       77  CONT-FALTANTES      PIC 9(03) VALUE 0.
       77  CONT-CARGADOS       PIC 9(06) VALUE 0.
       77  MONTO-CARGADO       PIC 9(10)V99 VALUE 0.
       77  CONT-DETENIDOS      PIC 9(05) VALUE 0.
       77  CONT-SIN-SECUENCIA  PIC 9(05) VALUE 0.

      *****SUCURSALES QUE SIGUEN SIN ENTREGAR UN ARCHIVO ACEPTADO
       01  TABLA-PENDIENTES.
           03  TP-PENDIENTE OCCURS 99 TIMES.
               05  TP-CLAVE        PIC X(03).
               05  TP-NOMBRE       PIC X(20).
               05  TP-SITUACION    PIC X(10).
       77  CONT-PENDIENTES     PIC 99 VALUE 0.
       77  SITUACION-PENDIENTE PIC X(10).
       77  I-PENDIENTE         PIC 99.

      *****TOPES POR CONCEPTO: SOLO SE CARGAN DESDE CONCEPTOS; LA CLAVE
      *****LA VALIDA DESPUES 1PREVAL COMO CON CUALQUIER MOVIMIENTO
       01  TABLA-CONCEPTOS.
           03  TABLA-CONCEPTO OCCURS 99 TIMES INDEXED BY IDX-CONCEPTO.
               05  TC-CLAVE        PIC XX.
               05  TC-TOPE         PIC 9(08).
       77  CONT-CONCEPTOS      PIC 99 VALUE ZERO.
       77  CONCEPTOS-EOF       PIC 9.
       77  TOPE-CONCEPTO       PIC 9(08).

      *****CORTE: LOS ARCHIVOS SE ESPERAN SUC-CORTE DIAS ANTES DEL FIN
      *****DEL PERIODO (PARAMET, 2 SI NO ESTA DADO DE ALTA)
       77  DIAS-CORTE          PIC 9(03).
       77  HAY-CORTE           PIC 9.
       77  DIAS-PARA-CORTE     PIC S9(05).
       77  SERIAL-FIN          PIC 9(08).
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.
       01  HORA-SIS.
           03  HORA-SIS-HHMMSS     PIC 9(06).
           03  FILLER              PIC 99.
       77  FECHA-HOY-LARGA     PIC 9(08).
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

      *****DIA SERIAL DE UNA FECHA AAAAMMDD, MISMO CALCULO QUE
      *****FECHA-A-SERIAL DE 0BATCH
       77  SER-FECHA           PIC 9(08).
       77  SER-AAAA            PIC 9(04).
       77  SER-MM              PIC 99.
       77  SER-DD              PIC 99.
       77  SER-ANIO-PREVIO     PIC 9(04).
       77  SER-B4              PIC 9(04).
       77  SER-B100            PIC 9(04).
       77  SER-B400            PIC 9(04).
       77  SER-COCIENTE        PIC 9(04).
       77  SER-RESIDUO         PIC 9(04).
       77  SER-BISIESTO        PIC 9.
       77  SER-RESULTADO       PIC 9(08).
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-OC    PIC 9(03) OCCURS 12 TIMES.

      *****RENGLONES DEL ACUSE DE RECEPCION
       01  RECIBO-TITULO.
           05  FILLER              PIC X(40) VALUE
               "RECEPCION DE MOVIMIENTOS DE SUCURSALES".
           05  FILLER              PIC X(09) VALUE "PERIODO: ".
           05  RT-PERIODO          PIC 9(06).
           05  FILLER              PIC X(09) VALUE "   FECHA ".
           05  RT-FECHA            PIC 9(08).
           05  FILLER              PIC X(06) VALUE " HORA ".
           05  RT-HORA             PIC 9(06).
       01  RECIBO-CORTE.
           05  FILLER              PIC X(17) VALUE
               "FIN DEL PERIODO: ".
           05  RC-FEC-FIN          PIC 9(08).
           05  FILLER              PIC X(09) VALUE "  CORTE: ".
           05  RC-DIAS-CORTE       PIC ZZ9.
           05  FILLER              PIC X(14) VALUE " DIAS ANTES - ".
           05  RC-SITUACION        PIC X(40).
       01  RECIBO-COLUMNAS.
           05  FILLER              PIC X(46) VALUE
               "SUC NOMBRE               ESTADO       REGIST. ".
           05  FILLER              PIC X(29) VALUE
               "        IMPORTE  OBSERVACION".
       01  LINEA-SUCURSAL.
           05  LS-CLAVE            PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LS-NOMBRE           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LS-ESTADO           PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LS-REGISTROS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LS-IMPORTE          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LS-OBSERVACION      PIC X(40).
       01  LINEA-ERROR.
           05  FILLER              PIC X(10) VALUE "    LINEA ".
           05  LE-LINEA            PIC ZZZZZ9.
           05  FILLER              PIC X(08) VALUE " NOMINA ".
           05  LE-NOMINA           PIC X(06).
           05  FILLER              PIC X(07) VALUE " CLAVE ".
           05  LE-CLAVE            PIC XX.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  LE-MOTIVO           PIC X(30).
       01  RECIBO-TOTAL-1.
           05  FILLER              PIC X(20) VALUE
               "SUCURSALES ACTIVAS: ".
           05  RT1-ACTIVAS         PIC ZZ9.
           05  FILLER              PIC X(13) VALUE "  RECIBIDAS: ".
           05  RT1-RECIBIDAS       PIC ZZ9.
           05  FILLER              PIC X(16) VALUE "  YA RECIBIDAS: ".
           05  RT1-YA-RECIBIDAS    PIC ZZ9.
           05  FILLER              PIC X(14) VALUE "  RECHAZADAS: ".
           05  RT1-RECHAZADAS      PIC ZZ9.
           05  FILLER              PIC X(10) VALUE "  FALTAN: ".
           05  RT1-FALTANTES       PIC ZZ9.
       01  RECIBO-TOTAL-2.
           05  FILLER              PIC X(22) VALUE
               "MOVIMIENTOS CARGADOS: ".
           05  RT2-CARGADOS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(11) VALUE "  IMPORTE: ".
           05  RT2-MONTO           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(23) VALUE
               "  DETENIDOS POR TOPE: ".
           05  RT2-DETENIDOS       PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE
               "  SIN SECUENCIA: ".
           05  RT2-SIN-SECUENCIA   PIC ZZZZ9.
       01  RECIBO-PENDIENTE.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  RP-CLAVE            PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RP-NOMBRE           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RP-SITUACION        PIC X(10).

       PROCEDURE DIVISION.
      *****RECIBE EL ARCHIVO DE MOVIMIENTOS DE CADA SUCURSAL ACTIVA
      *****PARA EL PERIODO: LO VALIDA COMPLETO (ENCABEZADO, COLA CONTRA
      *****LOS DETALLES, ENVIO YA ACEPTADO, NOMINAS DE LOS DEPARTAMENTOS
      *****DE LA SUCURSAL) Y SOLO SI TODO PASA LO CARGA AL ALMACEN
      *****PERCEPCION-DEDUCCION; UN ARCHIVO CON CUALQUIER FALLA SE
      *****RECHAZA ENTERO. DEJA UN ACUSE (SUCREP) CON LO RECIBIDO Y LAS
      *****SUCURSALES QUE FALTAN ANTES DEL CORTE. RETURN-CODE 8 SI HUBO
      *****RECHAZOS, 4 SI SOLO FALTAN SUCURSALES
       MAIN-PROCEDURE.
      *    EL MENU LO VUELVE A LLAMAR EN LA MISMA SESION CUANDO UNA
      *    SUCURSAL REENVIA: LAS CIFRAS Y TABLAS EMPIEZAN DE CERO
           MOVE 0 TO CONT-ACTIVAS.
           MOVE 0 TO CONT-RECIBIDAS.
           MOVE 0 TO CONT-YA-RECIBIDAS.
           MOVE 0 TO CONT-RECHAZADAS.
           MOVE 0 TO CONT-FALTANTES.
           MOVE 0 TO CONT-CARGADOS.
           MOVE 0 TO MONTO-CARGADO.
           MOVE 0 TO CONT-DETENIDOS.
           MOVE 0 TO CONT-SIN-SECUENCIA.
           MOVE 0 TO CONT-PENDIENTES.
           MOVE 0 TO CONT-CONCEPTOS.
           PERFORM LEER-PARAMETROS.
           IF BANDERA-MODO-PARM = 0
               DISPLAY "PERIODO A RECIBIR (AAAAPP)"
               ACCEPT PERIODO-TRABAJO
           END-IF.
           ACCEPT FECHA-SIS FROM DATE.
           ACCEPT HORA-SIS FROM TIME.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           PERFORM LEER-PERIODO.
           IF PER-KEY-EXISTE = 1 AND PER-ESTADO = "CERRADO"
               DISPLAY "EL PERIODO " PERIODO-TRABAJO " ESTA CERRADO, "
                   "NO SE RECIBEN MOVIMIENTOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CALCULAR-CORTE.
           OPEN INPUT SUCURSALES.
           OPEN INPUT EMPINX.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN I-O APROBCTL.
           OPEN I-O SUCRECEP.
           OPEN OUTPUT REPORTE.
           PERFORM CARGAR-CONCEPTOS.
           PERFORM ENCABEZADO-RECIBO.
           PERFORM RECIBIR-SUCURSALES.
           PERFORM TOTALES-RECIBO.
           CLOSE SUCURSALES.
           CLOSE EMPINX.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE APROBCTL.
           CLOSE SUCRECEP.
           CLOSE REPORTE.
           DISPLAY "SUCURSALES: " CONT-RECIBIDAS " RECIBIDAS, "
               CONT-RECHAZADAS " RECHAZADAS, " CONT-FALTANTES
               " FALTAN".
           DISPLAY "MOVIMIENTOS CARGADOS: " CONT-CARGADOS.
           IF CONT-RECHAZADAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE IF CONT-FALTANTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           GOBACK.

      *****EL PARAMETRO SE CONSUME: SE VACIA AL LEERLO PARA QUE UNA
      *****CORRIDA POSTERIOR DESDE EL MENU NO TOME UN PERIODO VIEJO
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE 0 TO BANDERA-MODO-PARM
               NOT AT END
                   MOVE 1 TO BANDERA-MODO-PARM
                   MOVE PARM-PERIODO TO PERIODO-TRABAJO
           END-READ.
           CLOSE PARAMETROS.
           IF BANDERA-MODO-PARM = 1
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
           END-IF.

       LEER-PERIODO.
           OPEN INPUT PERIODOS.
           MOVE PERIODO-TRABAJO TO PER-PERIODO.
           MOVE 1 TO PER-KEY-EXISTE.
           READ PERIODOS INVALID KEY MOVE 0 TO PER-KEY-EXISTE.
           CLOSE PERIODOS.

      *******************************************************************
      *                        FECHA DE CORTE
      *******************************************************************
      *****SIN EL PERIODO EN 4PERABC (O SIN FECHA FIN) NO HAY CORTE
      *****QUE REVISAR; EL ACUSE SOLO LISTA LO QUE FALTA
       CALCULAR-CORTE.
           MOVE 2 TO DIAS-CORTE.
           OPEN INPUT PARAMET.
           MOVE "SUC-CORTE" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO DIAS-CORTE.
           CLOSE PARAMET.
           MOVE 0 TO HAY-CORTE.
           MOVE 0 TO DIAS-PARA-CORTE.
           IF PER-KEY-EXISTE = 1 AND PER-FEC-FIN > 0
               MOVE 1 TO HAY-CORTE
               MOVE PER-FEC-FIN TO SER-FECHA
               PERFORM FECHA-A-SERIAL
               MOVE SER-RESULTADO TO SERIAL-FIN
               MOVE FECHA-HOY-LARGA TO SER-FECHA
               PERFORM FECHA-A-SERIAL
               COMPUTE DIAS-PARA-CORTE =
                   SERIAL-FIN - DIAS-CORTE - SER-RESULTADO
           END-IF.

       BUSCAR-PARAMETRO.
           MOVE 0 TO PARM-HALLADO.
           MOVE 0 TO PARM-VIG-ELEGIDA.
           MOVE 0 TO PARAMET-EOF.
           MOVE PARM-CODIGO-BUSCADO TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = PARM-CODIGO-BUSCADO
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-HOY-LARGA
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR-VIGENTE
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FECHA-A-SERIAL.
           MOVE SER-FECHA(1:4) TO SER-AAAA.
           MOVE SER-FECHA(5:2) TO SER-MM.
           MOVE SER-FECHA(7:2) TO SER-DD.
           IF SER-MM < 1 OR SER-MM > 12
               MOVE 1 TO SER-MM.
           COMPUTE SER-ANIO-PREVIO = SER-AAAA - 1.
           DIVIDE SER-ANIO-PREVIO BY 4
               GIVING SER-B4 REMAINDER SER-RESIDUO.
           DIVIDE SER-ANIO-PREVIO BY 100
               GIVING SER-B100 REMAINDER SER-RESIDUO.
           DIVIDE SER-ANIO-PREVIO BY 400
               GIVING SER-B400 REMAINDER SER-RESIDUO.
           MOVE 0 TO SER-BISIESTO.
           DIVIDE SER-AAAA BY 4
               GIVING SER-COCIENTE REMAINDER SER-RESIDUO.
           IF SER-RESIDUO = 0
               MOVE 1 TO SER-BISIESTO
               DIVIDE SER-AAAA BY 100
                   GIVING SER-COCIENTE REMAINDER SER-RESIDUO
               IF SER-RESIDUO = 0
                   MOVE 0 TO SER-BISIESTO
                   DIVIDE SER-AAAA BY 400
                       GIVING SER-COCIENTE REMAINDER SER-RESIDUO
                   IF SER-RESIDUO = 0
                       MOVE 1 TO SER-BISIESTO
                   END-IF
               END-IF
           END-IF.
           COMPUTE SER-RESULTADO =
               SER-AAAA * 365 + SER-B4 - SER-B100 + SER-B400
               + DIAS-ACUM-OC(SER-MM) + SER-DD.
           IF SER-BISIESTO = 1 AND SER-MM > 2
               ADD 1 TO SER-RESULTADO.

       CARGAR-CONCEPTOS.
           MOVE 0 TO CONCEPTOS-EOF.
           OPEN INPUT CONCEPTOS.
           READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF.
           PERFORM UNTIL CONCEPTOS-EOF = 1 OR CONT-CONCEPTOS >= 99
               ADD 1 TO CONT-CONCEPTOS
               MOVE CONC-CLAVE TO TC-CLAVE(CONT-CONCEPTOS)
               IF CONC-TOPE NUMERIC
                   MOVE CONC-TOPE TO TC-TOPE(CONT-CONCEPTOS)
               ELSE
                   MOVE 0 TO TC-TOPE(CONT-CONCEPTOS)
               END-IF
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
               END-READ
           END-PERFORM.
           CLOSE CONCEPTOS.

      *******************************************************************
      *                     RECEPCION POR SUCURSAL
      *******************************************************************
       RECIBIR-SUCURSALES.
           MOVE 0 TO SUCURSALES-EOF.
           MOVE LOW-VALUES TO SUC-CLAVE.
           START SUCURSALES KEY IS NOT LESS THAN SUC-CLAVE
               INVALID KEY MOVE 1 TO SUCURSALES-EOF.
           PERFORM UNTIL SUCURSALES-EOF = 1
               READ SUCURSALES NEXT RECORD
                   AT END
                       MOVE 1 TO SUCURSALES-EOF
                   NOT AT END
                       IF SUC-ES-ACTIVA
                           PERFORM RECIBIR-UNA-SUCURSAL
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-ACTIVAS = 0
               MOVE "NO HAY SUCURSALES ACTIVAS (4SUCABC)"
                   TO REPORTE-REG
               WRITE REPORTE-REG BEFORE 1 LINES
           END-IF.

      *****EL ARCHIVO AUSENTE O VACIO CUENTA COMO NO ENVIADO; UN ENVIO
      *****DE UN PERIODO YA ACEPTADO ES DUPLICADO Y NO TOCA NADA
       RECIBIR-UNA-SUCURSAL.
           ADD 1 TO CONT-ACTIVAS.
           MOVE SPACES TO ARCHIVO-SUCURSAL.
           STRING "MOVSUC" SUC-CLAVE DELIMITED BY SPACE
               INTO ARCHIVO-SUCURSAL.
           MOVE SPACES TO OPERADOR-SUCURSAL.
           STRING "SUC-" SUC-CLAVE DELIMITED BY SIZE
               INTO OPERADOR-SUCURSAL.
           PERFORM REVISAR-RECEPCION-PREVIA.
           MOVE 1 TO ARCHIVO-VACIO.
           OPEN INPUT MOVSUC.
           READ MOVSUC
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 0 TO ARCHIVO-VACIO
           END-READ.
           CLOSE MOVSUC.
           MOVE SPACES TO LINEA-SUCURSAL.
           MOVE SUC-CLAVE  TO LS-CLAVE.
           MOVE SUC-NOMBRE TO LS-NOMBRE.
           MOVE 0 TO LS-REGISTROS.
           MOVE 0 TO LS-IMPORTE.
           IF ARCHIVO-VACIO = 1 AND YA-ACEPTADO = 1
               ADD 1 TO CONT-YA-RECIBIDAS
               MOVE "YA RECIBIDO" TO LS-ESTADO
               MOVE SRC-REGISTROS TO LS-REGISTROS
               MOVE SRC-IMPORTE   TO LS-IMPORTE
               STRING "ACEPTADO EL " FECHA-ACEPTADO
                   DELIMITED BY SIZE INTO LS-OBSERVACION
               WRITE REPORTE-REG FROM LINEA-SUCURSAL BEFORE 1 LINES
           ELSE IF ARCHIVO-VACIO = 1
               ADD 1 TO CONT-FALTANTES
               MOVE "FALTA" TO LS-ESTADO
               IF SRC-KEY-EXISTE = 1
                   MOVE "EL ULTIMO ENVIO FUE RECHAZADO"
                       TO LS-OBSERVACION
               END-IF
               WRITE REPORTE-REG FROM LINEA-SUCURSAL BEFORE 1 LINES
               MOVE "NO ENVIADO" TO SITUACION-PENDIENTE
               PERFORM ANOTAR-PENDIENTE
           ELSE IF YA-ACEPTADO = 1
               ADD 1 TO CONT-RECHAZADAS
               MOVE "RECHAZADO" TO LS-ESTADO
               STRING "DUPLICADO, YA ACEPTADO EL " FECHA-ACEPTADO
                   DELIMITED BY SIZE INTO LS-OBSERVACION
               WRITE REPORTE-REG FROM LINEA-SUCURSAL BEFORE 1 LINES
           ELSE
               MOVE 0 TO LISTAR-ERRORES
               PERFORM VALIDAR-ARCHIVO
               MOVE VAL-REGISTROS TO LS-REGISTROS
               MOVE VAL-IMPORTE   TO LS-IMPORTE
               IF MOTIVO-SUCURSAL = SPACES
                   PERFORM CARGAR-ARCHIVO
                   PERFORM RESGUARDAR-ARCHIVO
                   MOVE "ACEPTADO" TO SRC-ESTADO
                   PERFORM REGISTRAR-RECEPCION
                   ADD 1 TO CONT-RECIBIDAS
                   MOVE "RECIBIDO" TO LS-ESTADO
                   IF HAY-CORTE = 1 AND DIAS-PARA-CORTE < 0
                       MOVE "RECIBIDO FUERA DEL CORTE"
                           TO LS-OBSERVACION
                   END-IF
                   WRITE REPORTE-REG FROM LINEA-SUCURSAL
                       BEFORE 1 LINES
               ELSE
                   MOVE "RECHAZADO" TO SRC-ESTADO
                   PERFORM REGISTRAR-RECEPCION
                   ADD 1 TO CONT-RECHAZADAS
                   MOVE "RECHAZADO" TO LS-ESTADO
                   MOVE MOTIVO-SUCURSAL TO LS-OBSERVACION
                   WRITE REPORTE-REG FROM LINEA-SUCURSAL
                       BEFORE 1 LINES
                   MOVE 1 TO LISTAR-ERRORES
                   PERFORM VALIDAR-ARCHIVO
                   MOVE "RECHAZADO" TO SITUACION-PENDIENTE
                   PERFORM ANOTAR-PENDIENTE
               END-IF
           END-IF
           END-IF
           END-IF.

       REVISAR-RECEPCION-PREVIA.
           MOVE SUC-CLAVE       TO SRC-SUCURSAL.
           MOVE PERIODO-TRABAJO TO SRC-PERIODO.
           MOVE 1 TO SRC-KEY-EXISTE.
           READ SUCRECEP INVALID KEY MOVE 0 TO SRC-KEY-EXISTE.
           MOVE 0 TO YA-ACEPTADO.
           MOVE 0 TO FECHA-ACEPTADO.
           IF SRC-KEY-EXISTE = 1 AND SRC-ESTADO = "ACEPTADO"
               MOVE 1 TO YA-ACEPTADO
               MOVE SRC-FECHA TO FECHA-ACEPTADO
           END-IF.

       ANOTAR-PENDIENTE.
           IF CONT-PENDIENTES < 99
               ADD 1 TO CONT-PENDIENTES
               MOVE SITUACION-PENDIENTE
                   TO TP-SITUACION(CONT-PENDIENTES)
               MOVE SUC-CLAVE  TO TP-CLAVE(CONT-PENDIENTES)
               MOVE SUC-NOMBRE TO TP-NOMBRE(CONT-PENDIENTES)
           END-IF.

       REGISTRAR-RECEPCION.
           MOVE SUC-CLAVE       TO SRC-SUCURSAL.
           MOVE PERIODO-TRABAJO TO SRC-PERIODO.
           MOVE FECHA-HOY-LARGA TO SRC-FECHA.
           MOVE HORA-SIS-HHMMSS TO SRC-HORA.
           MOVE VAL-REGISTROS   TO SRC-REGISTROS.
           MOVE VAL-IMPORTE     TO SRC-IMPORTE.
           MOVE MOTIVO-SUCURSAL TO SRC-MOTIVO.
           IF SRC-ESTADO = "ACEPTADO"
               MOVE ARCHIVO-RESGUARDO TO SRC-ARCHIVO
           ELSE
               MOVE ARCHIVO-SUCURSAL TO SRC-ARCHIVO
           END-IF.
           WRITE SUCRECEP-REG
               INVALID KEY
                   REWRITE SUCRECEP-REG
           END-WRITE.

      *******************************************************************
      *                  VALIDACION DEL ARCHIVO COMPLETO
      *******************************************************************
      *****EL PRIMER REGISTRO DEBE SER EL ENCABEZADO DE ESTA SUCURSAL Y
      *****PERIODO Y EL ULTIMO LA COLA; LA COLA DEBE CUADRAR CONTRA LOS
      *****DETALLES. EL PRIMER MOTIVO QUE SE ENCUENTRA ES EL QUE QUEDA
       VALIDAR-ARCHIVO.
           MOVE 0 TO LINEA-ARCHIVO.
           MOVE 0 TO VAL-ENCABEZADO.
           MOVE 0 TO VAL-COLA.
           MOVE 0 TO VAL-REGISTROS.
           MOVE 0 TO VAL-IMPORTE.
           MOVE 0 TO VAL-ERRORES.
           MOVE SPACES TO MOTIVO-SUCURSAL.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT MOVSUC.
           READ MOVSUC AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM VALIDAR-UN-REGISTRO UNTIL ARCHIVO-EOF = 1.
           CLOSE MOVSUC.
           IF VAL-ENCABEZADO = 0 AND MOTIVO-SUCURSAL = SPACES
               MOVE "FALTA EL ENCABEZADO (H)" TO MOTIVO-SUCURSAL.
           IF VAL-COLA = 0 AND MOTIVO-SUCURSAL = SPACES
               MOVE "FALTA LA COLA (T)" TO MOTIVO-SUCURSAL.
           IF VAL-ERRORES > 0 AND MOTIVO-SUCURSAL = SPACES
               MOVE VAL-ERRORES TO ERRORES-ED
               STRING ERRORES-ED " LINEAS CON ERROR"
                   DELIMITED BY SIZE INTO MOTIVO-SUCURSAL
           END-IF.

       VALIDAR-UN-REGISTRO.
           ADD 1 TO LINEA-ARCHIVO.
           IF VAL-COLA = 1
               IF MOTIVO-SUCURSAL = SPACES
                   MOVE "REGISTROS DESPUES DE LA COLA"
                       TO MOTIVO-SUCURSAL
               END-IF
           ELSE IF MS-ENCABEZADO
               PERFORM VALIDAR-ENCABEZADO
           ELSE IF MS-DETALLE
               PERFORM VALIDAR-DETALLE
           ELSE IF MS-COLA
               PERFORM VALIDAR-COLA
           ELSE
               MOVE "TIPO DE REGISTRO DESCONOCIDO" TO MOTIVO-LINEA
               PERFORM ANOTAR-LINEA-ERROR
           END-IF
           END-IF
           END-IF
           END-IF.
           READ MOVSUC AT END MOVE 1 TO ARCHIVO-EOF.

       VALIDAR-ENCABEZADO.
           IF LINEA-ARCHIVO NOT = 1
               MOVE "ENCABEZADO REPETIDO" TO MOTIVO-LINEA
               PERFORM ANOTAR-LINEA-ERROR
           ELSE
               MOVE 1 TO VAL-ENCABEZADO
               IF MSH-SUCURSAL NOT = SUC-CLAVE
                   MOVE "ENCABEZADO DE OTRA SUCURSAL"
                       TO MOTIVO-SUCURSAL
               ELSE IF MSH-PERIODO NOT NUMERIC
                   OR MSH-PERIODO NOT = PERIODO-TRABAJO
                   MOVE "ENCABEZADO DE OTRO PERIODO"
                       TO MOTIVO-SUCURSAL
               END-IF
               END-IF
           END-IF.

      *****LA NOMINA DEBE EXISTIR Y SU DEPARTAMENTO DEBE SER DE LOS
      *****ASIGNADOS A LA SUCURSAL EN 4SUCABC
       VALIDAR-DETALLE.
           ADD 1 TO VAL-REGISTROS.
           MOVE SPACES TO MOTIVO-LINEA.
           IF MSD-NOMINA NOT NUMERIC OR MSD-NOMINA = 0
               MOVE "NOMINA INVALIDA" TO MOTIVO-LINEA
           ELSE
               MOVE MSD-NOMINA TO EMPINX-NOMINA
               MOVE 1 TO EXISTE-NOMINA
               READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
               END-READ
               IF EXISTE-NOMINA = 0
                   MOVE "NOMINA NO EXISTE" TO MOTIVO-LINEA
               ELSE
                   MOVE 0 TO VAL-DPTO-OK
                   PERFORM VARYING I-DPTO FROM 1 BY 1
                           UNTIL I-DPTO > 10
                       IF SUC-DPTO(I-DPTO) NOT = SPACES
                           AND SUC-DPTO(I-DPTO) = EMPINX-DPTO
                           MOVE 1 TO VAL-DPTO-OK
                       END-IF
                   END-PERFORM
                   IF VAL-DPTO-OK = 0
                       STRING "NOMINA DEL DEPTO " EMPINX-DPTO
                           ", NO ES DE LA SUCURSAL"
                           DELIMITED BY SIZE INTO MOTIVO-LINEA
                   END-IF
               END-IF
           END-IF.
           IF MSD-IMPORTE NOT NUMERIC
               IF MOTIVO-LINEA = SPACES
                   MOVE "IMPORTE NO NUMERICO" TO MOTIVO-LINEA
               END-IF
           ELSE
               ADD MSD-IMPORTE TO VAL-IMPORTE
           END-IF.
           IF MOTIVO-LINEA = SPACES
               AND (MSD-DIAS NOT NUMERIC
                   OR MSD-FEC-INICIO NOT NUMERIC
                   OR MSD-FEC-FIN NOT NUMERIC)
               MOVE "DIAS O FECHAS NO NUMERICOS" TO MOTIVO-LINEA.
           IF MOTIVO-LINEA NOT = SPACES
               PERFORM ANOTAR-LINEA-ERROR.

       VALIDAR-COLA.
           MOVE 1 TO VAL-COLA.
           IF MOTIVO-SUCURSAL = SPACES
               IF MST-REGISTROS NOT NUMERIC
                   OR MST-REGISTROS NOT = VAL-REGISTROS
                   MOVE "LA COLA NO CUADRA EN REGISTROS"
                       TO MOTIVO-SUCURSAL
               ELSE IF MST-IMPORTE NOT NUMERIC
                   OR MST-IMPORTE NOT = VAL-IMPORTE
                   MOVE "LA COLA NO CUADRA EN IMPORTE"
                       TO MOTIVO-SUCURSAL
               END-IF
               END-IF
           END-IF.

       ANOTAR-LINEA-ERROR.
           ADD 1 TO VAL-ERRORES.
           IF LISTAR-ERRORES = 1
               MOVE LINEA-ARCHIVO     TO LE-LINEA
               MOVE MOVSUC-REG(2:6)   TO LE-NOMINA
               MOVE MOVSUC-REG(8:2)   TO LE-CLAVE
               MOVE MOTIVO-LINEA      TO LE-MOTIVO
               WRITE REPORTE-REG FROM LINEA-ERROR BEFORE 1 LINES
           END-IF.

      *******************************************************************
      *                   CARGA AL ALMACEN DE MOVIMIENTOS
      *******************************************************************
       CARGAR-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT MOVSUC.
           READ MOVSUC AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM CARGAR-UN-REGISTRO UNTIL ARCHIVO-EOF = 1.
           CLOSE MOVSUC.

       CARGAR-UN-REGISTRO.
           IF MS-DETALLE
               MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO
               MOVE MSD-NOMINA      TO PERCEPCION-DEDUCCION-NOMINA
               MOVE MSD-CLAVE       TO PERCEPCION-DEDUCCION-CLAVE
               MOVE MSD-IMPORTE     TO PERCEPCION-DEDUCCION-IMPORTE
               MOVE MSD-DIAS        TO PERCEPCION-DEDUCCION-DIAS
               MOVE MSD-FEC-INICIO  TO PERCEPCION-DEDUCCION-FEC-INICIO
               MOVE MSD-FEC-FIN     TO PERCEPCION-DEDUCCION-FEC-FIN
               PERFORM ESCRIBIR-MOVIMIENTO
               IF MOV-ESCRITO = 1
                   ADD 1 TO CONT-CARGADOS
                   ADD PERCEPCION-DEDUCCION-IMPORTE TO MONTO-CARGADO
                   PERFORM REVISAR-TOPE-CONCEPTO
               ELSE
                   ADD 1 TO CONT-SIN-SECUENCIA
               END-IF
           END-IF.
           READ MOVSUC AT END MOVE 1 TO ARCHIVO-EOF.

      *****MISMA ASIGNACION DE SECUENCIA QUE 2MOVCAP (1 A 899; DE 900
      *****EN ADELANTE SON LOS MOVIMIENTOS GENERADOS)
       ESCRIBIR-MOVIMIENTO.
           MOVE 0 TO MOV-ESCRITO.
           MOVE 1 TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM UNTIL MOV-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA > 899
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
                   NOT INVALID KEY
                       MOVE 1 TO MOV-ESCRITO
               END-WRITE
           END-PERFORM.
           IF MOV-ESCRITO = 0
               DISPLAY "SECUENCIAS AGOTADAS (899) NOMINA "
                   PERCEPCION-DEDUCCION-NOMINA " CLAVE "
                   PERCEPCION-DEDUCCION-CLAVE.

      *****EL MOVIMIENTO DE SUCURSAL QUE REBASA EL TOPE DEL CONCEPTO SE
      *****DETIENE EN LA MESA DE APROBACIONES IGUAL QUE EN 2MOVCAP; LA
      *****CAPTURA QUEDA A NOMBRE DE LA SUCURSAL (SUC-CLAVE)
       REVISAR-TOPE-CONCEPTO.
           MOVE 0 TO TOPE-CONCEPTO.
           PERFORM VARYING IDX-CONCEPTO FROM 1 BY 1
                   UNTIL IDX-CONCEPTO > CONT-CONCEPTOS
               IF TC-CLAVE(IDX-CONCEPTO) = PERCEPCION-DEDUCCION-CLAVE
                   MOVE TC-TOPE(IDX-CONCEPTO) TO TOPE-CONCEPTO
               END-IF
           END-PERFORM.
           IF TOPE-CONCEPTO > 0
               AND PERCEPCION-DEDUCCION-IMPORTE > TOPE-CONCEPTO
               MOVE PERCEPCION-DEDUCCION-PERIODO   TO AP-PERIODO
               MOVE PERCEPCION-DEDUCCION-NOMINA    TO AP-NOMINA
               MOVE PERCEPCION-DEDUCCION-CLAVE     TO AP-CLAVE
               MOVE PERCEPCION-DEDUCCION-SECUENCIA TO AP-SECUENCIA
               MOVE PERCEPCION-DEDUCCION-IMPORTE   TO AP-IMPORTE
               MOVE "PENDIENTE"       TO AP-ESTADO
               MOVE OPERADOR-SUCURSAL TO AP-OPER-CAPTURA
               MOVE SPACES            TO AP-OPER-APRUEBA
               WRITE APROBCTL-REG
                   INVALID KEY
                       REWRITE APROBCTL-REG
               END-WRITE
               ADD 1 TO CONT-DETENIDOS
           END-IF.

      *****COPIA EL ARCHIVO ACEPTADO CON EL PERIODO EN EL NOMBRE Y
      *****VACIA EL DE ENTRADA
       RESGUARDAR-ARCHIVO.
           MOVE SPACES TO ARCHIVO-RESGUARDO.
           STRING ARCHIVO-SUCURSAL DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               PERIODO-TRABAJO DELIMITED BY SIZE
               INTO ARCHIVO-RESGUARDO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT MOVSUC.
           OPEN OUTPUT RESGUARDO.
           READ MOVSUC AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM COPIAR-UN-REGISTRO UNTIL ARCHIVO-EOF = 1.
           CLOSE MOVSUC.
           CLOSE RESGUARDO.
           OPEN OUTPUT MOVSUC.
           CLOSE MOVSUC.

       COPIAR-UN-REGISTRO.
           WRITE RESGUARDO-REG FROM MOVSUC-REG.
           READ MOVSUC AT END MOVE 1 TO ARCHIVO-EOF.

      *******************************************************************
      *                       ACUSE DE RECEPCION
      *******************************************************************
       ENCABEZADO-RECIBO.
           MOVE PERIODO-TRABAJO TO RT-PERIODO.
           MOVE FECHA-HOY-LARGA TO RT-FECHA.
           MOVE HORA-SIS-HHMMSS TO RT-HORA.
           WRITE REPORTE-REG FROM RECIBO-TITULO BEFORE 2 LINES.
           IF HAY-CORTE = 1
               MOVE PER-FEC-FIN TO RC-FEC-FIN
               MOVE DIAS-CORTE  TO RC-DIAS-CORTE
               MOVE SPACES TO RC-SITUACION
               IF DIAS-PARA-CORTE < 0
                   MOVE "CORTE VENCIDO" TO RC-SITUACION
               ELSE
                   MOVE DIAS-PARA-CORTE TO ERRORES-ED
                   STRING "QUEDAN " ERRORES-ED " DIAS PARA EL CORTE"
                       DELIMITED BY SIZE INTO RC-SITUACION
               END-IF
               WRITE REPORTE-REG FROM RECIBO-CORTE BEFORE 2 LINES
           ELSE
               MOVE "PERIODO SIN FECHA FIN EN 4PERABC, SIN CORTE"
                   TO REPORTE-REG
               WRITE REPORTE-REG BEFORE 2 LINES
           END-IF.
           WRITE REPORTE-REG FROM RECIBO-COLUMNAS BEFORE 1 LINES.

       TOTALES-RECIBO.
           MOVE SPACES TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           MOVE CONT-ACTIVAS      TO RT1-ACTIVAS.
           MOVE CONT-RECIBIDAS    TO RT1-RECIBIDAS.
           MOVE CONT-YA-RECIBIDAS TO RT1-YA-RECIBIDAS.
           MOVE CONT-RECHAZADAS   TO RT1-RECHAZADAS.
           MOVE CONT-FALTANTES    TO RT1-FALTANTES.
           WRITE REPORTE-REG FROM RECIBO-TOTAL-1 BEFORE 1 LINES.
           MOVE CONT-CARGADOS      TO RT2-CARGADOS.
           MOVE MONTO-CARGADO      TO RT2-MONTO.
           MOVE CONT-DETENIDOS     TO RT2-DETENIDOS.
           MOVE CONT-SIN-SECUENCIA TO RT2-SIN-SECUENCIA.
           WRITE REPORTE-REG FROM RECIBO-TOTAL-2 BEFORE 2 LINES.
           IF CONT-PENDIENTES = 0
               MOVE "TODAS LAS SUCURSALES ACTIVAS ESTAN RECIBIDAS"
                   TO REPORTE-REG
               WRITE REPORTE-REG BEFORE 1 LINES
           ELSE
               IF HAY-CORTE = 1 AND DIAS-PARA-CORTE < 0
                   MOVE "SUCURSALES PENDIENTES (CORTE VENCIDO):"
                       TO REPORTE-REG
               ELSE
                   MOVE "SUCURSALES PENDIENTES ANTES DEL CORTE:"
                       TO REPORTE-REG
               END-IF
               WRITE REPORTE-REG BEFORE 1 LINES
               PERFORM VARYING I-PENDIENTE FROM 1 BY 1
                       UNTIL I-PENDIENTE > CONT-PENDIENTES
                   MOVE TP-CLAVE(I-PENDIENTE)     TO RP-CLAVE
                   MOVE TP-NOMBRE(I-PENDIENTE)    TO RP-NOMBRE
                   MOVE TP-SITUACION(I-PENDIENTE) TO RP-SITUACION
                   WRITE REPORTE-REG FROM RECIBO-PENDIENTE
                       BEFORE 1 LINES
               END-PERFORM
           END-IF.

       END PROGRAM 1SUCREC.
