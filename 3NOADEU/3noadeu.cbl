      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3NOADEU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE      ASSIGN TO "NOADEUREP".
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL CONSTANCIAS ASSIGN TO "CONSTANCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-NOMINA.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NOMINA.
           SELECT OPTIONAL FONDOAH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-NOMINA.
           SELECT OPTIONAL ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-LLAVE.
           SELECT OPTIONAL VACACIONES ASSIGN TO "VACACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAC-NOMINA.
           SELECT OPTIONAL PENSIONES ASSIGN TO "PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NOMINA.
           SELECT OPTIONAL INFONAV ASSIGN TO "INFONAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INF-NOMINA.
           SELECT OPTIONAL FONACOT ASSIGN TO "FONACOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FON-LLAVE.
           SELECT OPTIONAL VIATICOS ASSIGN TO "VIATICOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIA-LLAVE.
           SELECT OPTIONAL PENDCAMB ASSIGN TO "PENDCAMB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-FOLIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

      *****CONSTANCIA DE NO ADEUDO VIGENTE POR NOMINA: LA ULTIMA QUE SE
      *****EMITIO, CON SU FECHA Y CUANTAS PARTIDAS QUEDARON PENDIENTES.
      *****EL FINIQUITO (MODO 3 DE 6EMPNOMV3) NO ARRANCA SIN UNA
      *****RECIENTE, SALVO QUE EL SUPERVISOR LO AUTORICE
       FD  CONSTANCIAS.
       01  CONSTANCIAS-REG.
           03  CNS-NOMINA          PIC 9(06).
           03  CNS-FECHA           PIC 9(08).
           03  CNS-PARTIDAS        PIC 9(03).
           03  CNS-PENDIENTES      PIC 9(03).
           03  CNS-OPERADOR        PIC X(08).

      *****MISMO LAYOUT QUE EL PRESTAMOS DE 6EMPNOMV3
       FD  PRESTAMOS.
       01  PRESTAMOS-REG.
           03  PRE-NOMINA          PIC 9(06).
           03  PRE-MONTO-ORIGINAL  PIC 9(08)V99.
           03  PRE-PAGO-PERIODO    PIC 9(08)V99.
           03  PRE-SALDO           PIC 9(08)V99.

      *****MISMO LAYOUT QUE EL FONDOAH DE 6EMPNOMV3
       FD  FONDOAH.
       01  FONDOAH-REG.
           03  FA-NOMINA           PIC 9(06).
           03  FA-APORTACION-YTD   PIC 9(08)V99.
           03  FA-APORTE-EMPRESA-YTD PIC 9(08)V99.
           03  FA-SALDO            PIC 9(08)V99.

      *****MISMO LAYOUT QUE EL ADEUDOS DE 6EMPNOMV3
       FD  ADEUDOS.
       01  ADEUDOS-REG.
           03  AD-LLAVE.
               05  AD-NOMINA       PIC 9(06).
               05  AD-PERIODO-ORIGEN PIC 9(06).
           03  AD-SALDO            PIC 9(08)V99.
           03  AD-ESTADO           PIC X(10).
           03  AD-PERIODO-APLICACION PIC 9(06).

      *****MISMO LAYOUT QUE EL VACACIONES DE 2VACCAP
       FD  VACACIONES.
       01  VACACIONES-REG.
           03  VAC-NOMINA          PIC 9(06).
           03  VAC-ANIO            PIC 9(04).
           03  VAC-DIAS-DERECHO    PIC 9(02).
           03  VAC-DIAS-TOMADOS    PIC 9(03).
           03  VAC-DIAS-SALDO      PIC S9(03).

      *****MISMO LAYOUT QUE EL PENSIONES DE 4PENABC
       FD  PENSIONES.
       01  PENSIONES-REG.
           03  PEN-NOMINA          PIC 9(06).
           03  PEN-EXPEDIENTE      PIC X(12).
           03  PEN-TIPO            PIC X(01).
           03  PEN-PORCENTAJE      PIC 9(02).
           03  PEN-IMPORTE         PIC 9(08)V99.
           03  PEN-CLABE           PIC X(18).
           03  PEN-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL INFONAV DE 4INFABC
       FD  INFONAV.
       01  INFONAV-REG.
           03  INF-NOMINA          PIC 9(06).
           03  INF-CREDITO         PIC X(10).
           03  INF-TIPO            PIC 9.
           03  INF-FACTOR          PIC 9(04)V99.
           03  INF-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL FONACOT DE 7FONCED
       FD  FONACOT.
       01  FONACOT-REG.
           03  FON-LLAVE.
               05  FON-NOMINA      PIC 9(06).
               05  FON-CREDITO     PIC X(10).
           03  FON-RFC             PIC X(13).
           03  FON-RETENCION-MENSUAL PIC 9(08)V99.
           03  FON-SALDO           PIC 9(08)V99.
           03  FON-MES-CEDULA      PIC 9(06).
           03  FON-MES-RETENIDO    PIC 9(06).
           03  FON-RETENIDO-MES    PIC 9(08)V99.
           03  FON-ULT-PERIODO     PIC 9(06).
           03  FON-ULT-IMPORTE     PIC 9(08)V99.
           03  FON-ESTADO          PIC X(10).
           03  FON-MES-BAJA        PIC 9(06).

      *****MISMO LAYOUT QUE EL VIATICOS DE 2VIACAP
       FD  VIATICOS.
       01  VIATICOS-REG.
           03  VIA-LLAVE.
               05  VIA-NOMINA      PIC 9(06).
               05  VIA-FOLIO       PIC 9(04).
           03  VIA-FEC-ANTICIPO    PIC 9(08).
           03  VIA-DESTINO         PIC X(20).
           03  VIA-IMPORTE         PIC 9(08)V99.
           03  VIA-COMPROBADO      PIC 9(08)V99.
           03  VIA-NO-DEDUCIBLE    PIC 9(08)V99.
           03  VIA-SALDO           PIC S9(08)V99.
           03  VIA-CONT-COMPROB    PIC 9(03).
           03  VIA-ESTADO          PIC X(10).
           03  VIA-PERIODO-LIQ     PIC 9(06).
           03  VIA-OPERADOR        PIC X(08).

      *****MISMO LAYOUT QUE EL PENDCAMB DE 4EMPABC
       FD  PENDCAMB.
       01  PENDCAMB-REG.
           03  PC-FOLIO            PIC 9(06).
           03  PC-NOMINA           PIC 9(06).
           03  PC-CAMPO            PIC X(01).
           03  PC-VALOR-NUEVO      PIC X(15).
           03  PC-FEC-EFECTIVA     PIC 9(08).
           03  PC-OPERADOR         PIC X(08).
           03  PC-ESTADO           PIC X(10).

       WORKING-STORAGE SECTION.
       77  NOMINA-CONSTANCIA   PIC 9(06).
       77  OPERADOR-CONSTANCIA PIC X(08).
       77  EXISTE-NOMINA       PIC 9.
       77  EXISTE-REGISTRO     PIC 9.
       77  CNS-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  FECHA-CONSTANCIA    PIC 9(08).
       01  FECHA.
           03  FECHA-AA            PIC 99.
           03  FECHA-MM            PIC 99.
           03  FECHA-DD            PIC 99.

      *****CADA PARTIDA SE IMPRIME CON SU SITUACION: LO QUE EL CALCULO
      *****DEL FINIQUITO YA PAGA, O LO QUE ALGUIEN TIENE QUE ARREGLAR
      *****ANTES DE ENTREGARLO (EL FINIQUITO NO DESCUENTA NI PAGA SOLO
      *****NINGUN SALDO DE CARTERA)
       77  SITUACION-LIQUIDA   PIC X(24) VALUE
           "SE LIQUIDA EN FINIQUITO".
       77  SITUACION-ACCION    PIC X(24) VALUE
           "REQUIERE ACCION".
       77  CONT-PARTIDAS       PIC 9(03) VALUE 0.
       77  CONT-PENDIENTES     PIC 9(03) VALUE 0.
       77  CONT-LIQUIDA        PIC 9(03) VALUE 0.

       01  TITULO-NOA-1.
           05  FILLER              PIC X(40) VALUE
               "CONSTANCIA DE NO ADEUDO - FECHA: ".
           05  TNOA-FECHA          PIC 9(08).
       01  TITULO-NOA-2.
           05  FILLER              PIC X(08) VALUE "NOMINA: ".
           05  TNOA-NOMINA         PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TNOA-NOMBRE         PIC X(20).
           05  FILLER              PIC X(07) VALUE "  RFC: ".
           05  TNOA-RFC            PIC X(13).
           05  FILLER              PIC X(07) VALUE "  DPTO ".
           05  TNOA-DPTO           PIC X(03).
           05  FILLER              PIC X(11) VALUE "  INGRESO: ".
           05  TNOA-INGRESO        PIC 9(08).
       01  TITULO-NOA-3.
           05  FILLER              PIC X(44) VALUE
               "PARTIDA                        REFERENCIA   ".
           05  FILLER              PIC X(40) VALUE
               "        IMPORTE  SITUACION".
       01  DETALLE-NOA.
           05  DETNOA-PARTIDA      PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETNOA-REFERENCIA   PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETNOA-IMPORTE      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETNOA-SITUACION    PIC X(24).
       01  RESUMEN-NOA.
           05  FILLER              PIC X(18) VALUE
               "PARTIDAS:         ".
           05  RESNOA-PARTIDAS     PIC ZZ9.
           05  FILLER              PIC X(28) VALUE
               "  SE LIQUIDAN EN FINIQUITO: ".
           05  RESNOA-LIQUIDA      PIC ZZ9.
           05  FILLER              PIC X(20) VALUE
               "  REQUIEREN ACCION: ".
           05  RESNOA-PENDIENTES   PIC ZZ9.
       01  DICTAMEN-NOA.
           05  DICNOA-TEXTO        PIC X(60).
       01  FIRMA-NOA.
           05  FILLER              PIC X(20) VALUE
               "ELABORO: ".
           05  FIRNOA-OPERADOR     PIC X(08).

       PROCEDURE DIVISION.
      *****CONSTANCIA DE NO ADEUDO PREVIA AL FINIQUITO: REVISA PARA UNA
      *****NOMINA TODA LA CARTERA QUE LA NOMINA LLEVA (PRESTAMOS,
      *****ADEUDOS, VIATICOS, FONACOT, FONDO DE AHORRO, VACACIONES,
      *****CAMBIOS PROGRAMADOS, PENSION E INFONAVIT), IMPRIME CADA
      *****PARTIDA CON SU SITUACION Y DEJA LA CONSTANCIA FECHADA QUE EL
      *****FINIQUITO EXIGE
       MAIN-PROCEDURE.
           DISPLAY "NOMINA DEL EMPLEADO QUE SE SEPARA: ".
           ACCEPT NOMINA-CONSTANCIA.
           OPEN INPUT EMPINX.
           MOVE NOMINA-CONSTANCIA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           CLOSE EMPINX.
           IF EXISTE-NOMINA = 0
               DISPLAY "NO EXISTE ESA NOMINA - NO SE EMITE CONSTANCIA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "EMPLEADO: " EMPINX-NOMBRE " DPTO " EMPINX-DPTO.
           DISPLAY "CLAVE DEL OPERADOR".
           ACCEPT OPERADOR-CONSTANCIA.
           ACCEPT FECHA FROM DATE.
           COMPUTE FECHA-CONSTANCIA = 20000000
               + FECHA-AA * 10000 + FECHA-MM * 100 + FECHA-DD.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-CONSTANCIA   TO TNOA-FECHA.
           MOVE EMPINX-NOMINA      TO TNOA-NOMINA.
           MOVE EMPINX-NOMBRE      TO TNOA-NOMBRE.
           MOVE EMPINX-RFC         TO TNOA-RFC.
           MOVE EMPINX-DPTO        TO TNOA-DPTO.
           MOVE EMPINX-FEC-INGRESO TO TNOA-INGRESO.
           WRITE REPORTE-REG FROM TITULO-NOA-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-NOA-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-NOA-3 BEFORE 1 LINES.
           PERFORM REVISAR-PRESTAMO.
           PERFORM REVISAR-ADEUDOS.
           PERFORM REVISAR-VIATICOS.
           PERFORM REVISAR-FONACOT.
           PERFORM REVISAR-FONDO.
           PERFORM REVISAR-VACACIONES.
           PERFORM REVISAR-CAMBIOS.
           PERFORM REVISAR-PENSION.
           PERFORM REVISAR-INFONAVIT.
           MOVE CONT-PARTIDAS   TO RESNOA-PARTIDAS.
           MOVE CONT-LIQUIDA    TO RESNOA-LIQUIDA.
           MOVE CONT-PENDIENTES TO RESNOA-PENDIENTES.
           WRITE REPORTE-REG FROM RESUMEN-NOA BEFORE 3 LINES.
           IF CONT-PENDIENTES = 0
               MOVE "NO TIENE ADEUDOS NI TRAMITES PENDIENTES CON LA"
                   TO DICNOA-TEXTO
               WRITE REPORTE-REG FROM DICTAMEN-NOA BEFORE 1 LINES
               MOVE "EMPRESA; PUEDE ENTREGARSE EL FINIQUITO"
                   TO DICNOA-TEXTO
           ELSE
               MOVE "HAY PARTIDAS QUE REQUIEREN ACCION ANTES DE"
                   TO DICNOA-TEXTO
               WRITE REPORTE-REG FROM DICTAMEN-NOA BEFORE 1 LINES
               MOVE "ENTREGAR EL FINIQUITO" TO DICNOA-TEXTO
           END-IF.
           WRITE REPORTE-REG FROM DICTAMEN-NOA BEFORE 3 LINES.
           MOVE OPERADOR-CONSTANCIA TO FIRNOA-OPERADOR.
           WRITE REPORTE-REG FROM FIRMA-NOA BEFORE 1 LINES.
           CLOSE REPORTE.
           PERFORM GRABAR-CONSTANCIA.
           DISPLAY "PARTIDAS REVISADAS  : " CONT-PARTIDAS.
           DISPLAY "SE LIQUIDAN         : " CONT-LIQUIDA.
           DISPLAY "REQUIEREN ACCION    : " CONT-PENDIENTES.
           DISPLAY "CONSTANCIA GRABADA CON FECHA " FECHA-CONSTANCIA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****UNA SOLA CONSTANCIA POR NOMINA: LA NUEVA PISA A LA ANTERIOR
       GRABAR-CONSTANCIA.
           OPEN I-O CONSTANCIAS.
           MOVE NOMINA-CONSTANCIA TO CNS-NOMINA.
           MOVE 1 TO CNS-KEY-EXISTE.
           READ CONSTANCIAS INVALID KEY MOVE 0 TO CNS-KEY-EXISTE.
           MOVE NOMINA-CONSTANCIA   TO CNS-NOMINA.
           MOVE FECHA-CONSTANCIA    TO CNS-FECHA.
           MOVE CONT-PARTIDAS       TO CNS-PARTIDAS.
           MOVE CONT-PENDIENTES     TO CNS-PENDIENTES.
           MOVE OPERADOR-CONSTANCIA TO CNS-OPERADOR.
           IF CNS-KEY-EXISTE = 1
               REWRITE CONSTANCIAS-REG
           ELSE
               WRITE CONSTANCIAS-REG
           END-IF.
           CLOSE CONSTANCIAS.

       IMPRIMIR-LIQUIDA.
           ADD 1 TO CONT-PARTIDAS.
           ADD 1 TO CONT-LIQUIDA.
           MOVE SITUACION-LIQUIDA TO DETNOA-SITUACION.
           WRITE REPORTE-REG FROM DETALLE-NOA BEFORE 1 LINES.

       IMPRIMIR-ACCION.
           ADD 1 TO CONT-PARTIDAS.
           ADD 1 TO CONT-PENDIENTES.
           MOVE SITUACION-ACCION TO DETNOA-SITUACION.
           WRITE REPORTE-REG FROM DETALLE-NOA BEFORE 1 LINES.

      *******************************************************************
      *                  CARTERA QUE SE DESCUENTA EN NOMINA
      *******************************************************************
      *****EL SALDO DEL PRESTAMO SE COBRA POR CONVENIO, NO SOLO
       REVISAR-PRESTAMO.
           OPEN INPUT PRESTAMOS.
           MOVE NOMINA-CONSTANCIA TO PRE-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ PRESTAMOS INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1 AND PRE-SALDO > 0
               MOVE "SALDO DE PRESTAMO" TO DETNOA-PARTIDA
               MOVE SPACES TO DETNOA-REFERENCIA
               MOVE PRE-SALDO TO DETNOA-IMPORTE
               PERFORM IMPRIMIR-ACCION
           END-IF.
           CLOSE PRESTAMOS.

       REVISAR-ADEUDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT ADEUDOS.
           MOVE NOMINA-CONSTANCIA TO AD-NOMINA.
           MOVE 0 TO AD-PERIODO-ORIGEN.
           START ADEUDOS KEY IS NOT LESS THAN AD-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF
           END-START.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ ADEUDOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF AD-NOMINA NOT = NOMINA-CONSTANCIA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           IF AD-ESTADO = "PENDIENTE" AND AD-SALDO > 0
                               MOVE "ADEUDO DE NOMINA DEL PERIODO"
                                   TO DETNOA-PARTIDA
                               MOVE AD-PERIODO-ORIGEN
                                   TO DETNOA-REFERENCIA
                               MOVE AD-SALDO TO DETNOA-IMPORTE
                               PERFORM IMPRIMIR-ACCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADEUDOS.

      *****ANTICIPOS QUE NO HAN PASADO POR 3VIALIQ (IGUAL QUE 415 DE
      *****6EMPNOMV3)
       REVISAR-VIATICOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT VIATICOS.
           MOVE NOMINA-CONSTANCIA TO VIA-NOMINA.
           MOVE 0 TO VIA-FOLIO.
           START VIATICOS KEY IS NOT LESS THAN VIA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF
           END-START.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ VIATICOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF VIA-NOMINA NOT = NOMINA-CONSTANCIA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           IF VIA-ESTADO = "ABIERTO" OR "COMPROBADO"
                               MOVE SPACES TO DETNOA-PARTIDA
                               STRING "VIATICOS " VIA-ESTADO
                                   DELIMITED BY SIZE INTO DETNOA-PARTIDA
                               MOVE SPACES TO DETNOA-REFERENCIA
                               STRING "FOLIO " VIA-FOLIO
                                   DELIMITED BY SIZE
                                   INTO DETNOA-REFERENCIA
                               MOVE VIA-SALDO TO DETNOA-IMPORTE
                               PERFORM IMPRIMIR-ACCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VIATICOS.

      *****UN CREDITO FONACOT ACTIVO SE AVISA COMO BAJA EN 5FNTREP Y
      *****EL SALDO LO COBRA EL INSTITUTO AL TRABAJADOR
       REVISAR-FONACOT.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT FONACOT.
           MOVE NOMINA-CONSTANCIA TO FON-NOMINA.
           MOVE LOW-VALUES TO FON-CREDITO.
           START FONACOT KEY IS NOT LESS THAN FON-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF
           END-START.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ FONACOT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF FON-NOMINA NOT = NOMINA-CONSTANCIA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           IF FON-ESTADO = "ACTIVO" AND FON-SALDO > 0
                               MOVE "CREDITO FONACOT (AVISO BAJA)"
                                   TO DETNOA-PARTIDA
                               MOVE FON-CREDITO TO DETNOA-REFERENCIA
                               MOVE FON-SALDO TO DETNOA-IMPORTE
                               PERFORM IMPRIMIR-ACCION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FONACOT.

      *******************************************************************
      *                   SALDOS A FAVOR DEL EMPLEADO
      *******************************************************************
      *****EL FONDO DE AHORRO SOLO LO PAGA EL MODO 6 DE 6EMPNOMV3
       REVISAR-FONDO.
           OPEN INPUT FONDOAH.
           MOVE NOMINA-CONSTANCIA TO FA-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ FONDOAH INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1 AND FA-SALDO > 0
               MOVE "SALDO DE FONDO DE AHORRO" TO DETNOA-PARTIDA
               MOVE SPACES TO DETNOA-REFERENCIA
               MOVE FA-SALDO TO DETNOA-IMPORTE
               PERFORM IMPRIMIR-ACCION
           END-IF.
           CLOSE FONDOAH.

      *****LOS DIAS A FAVOR LOS CUBRE LA PRIMA VACACIONAL DEL FINIQUITO;
      *****DIAS TOMADOS DE MAS QUEDAN PARA ARREGLO
       REVISAR-VACACIONES.
           OPEN INPUT VACACIONES.
           MOVE NOMINA-CONSTANCIA TO VAC-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ VACACIONES INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1 AND VAC-DIAS-SALDO NOT = 0
               MOVE SPACES TO DETNOA-PARTIDA
               STRING "SALDO DE VACACIONES (DIAS) " VAC-ANIO
                   DELIMITED BY SIZE INTO DETNOA-PARTIDA
               MOVE SPACES TO DETNOA-REFERENCIA
               MOVE VAC-DIAS-SALDO TO DETNOA-IMPORTE
               IF VAC-DIAS-SALDO > 0
                   PERFORM IMPRIMIR-LIQUIDA
               ELSE
                   PERFORM IMPRIMIR-ACCION
               END-IF
           END-IF.
           CLOSE VACACIONES.

      *******************************************************************
      *                TRAMITES QUE HAY QUE CERRAR A MANO
      *******************************************************************
      *****UN CAMBIO PROGRAMADO DE UNA NOMINA QUE SE VA DEBE CANCELARSE
      *****EN 4EMPABC ANTES DE QUE 6EMPNOMV3 LO APLIQUE
       REVISAR-CAMBIOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT PENDCAMB.
           MOVE 0 TO PC-FOLIO.
           START PENDCAMB KEY IS NOT LESS THAN PC-FOLIO
               INVALID KEY MOVE 1 TO ARCHIVO-EOF
           END-START.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PENDCAMB NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF PC-NOMINA = NOMINA-CONSTANCIA
                           AND PC-ESTADO = "PENDIENTE"
                           MOVE SPACES TO DETNOA-PARTIDA
                           STRING "CAMBIO PROGRAMADO CAMPO " PC-CAMPO
                               DELIMITED BY SIZE INTO DETNOA-PARTIDA
                           MOVE SPACES TO DETNOA-REFERENCIA
                           STRING "FOLIO " PC-FOLIO
                               DELIMITED BY SIZE INTO DETNOA-REFERENCIA
                           MOVE 0 TO DETNOA-IMPORTE
                           PERFORM IMPRIMIR-ACCION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDCAMB.

      *****LA PENSION ACTIVA SE NOTIFICA AL JUZGADO, QUE PUEDE ORDENAR
      *****RETENERLA DEL FINIQUITO
       REVISAR-PENSION.
           OPEN INPUT PENSIONES.
           MOVE NOMINA-CONSTANCIA TO PEN-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ PENSIONES INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1 AND PEN-ESTADO = "ACTIVA"
               MOVE "PENSION ALIMENTICIA (AVISO)" TO DETNOA-PARTIDA
               MOVE PEN-EXPEDIENTE TO DETNOA-REFERENCIA
               MOVE PEN-IMPORTE TO DETNOA-IMPORTE
               PERFORM IMPRIMIR-ACCION
           END-IF.
           CLOSE PENSIONES.

       REVISAR-INFONAVIT.
           OPEN INPUT INFONAV.
           MOVE NOMINA-CONSTANCIA TO INF-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ INFONAV INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1 AND INF-ESTADO = "ACTIVO"
               MOVE "CREDITO INFONAVIT (AVISO BAJA)" TO DETNOA-PARTIDA
               MOVE INF-CREDITO TO DETNOA-REFERENCIA
               MOVE 0 TO DETNOA-IMPORTE
               PERFORM IMPRIMIR-ACCION
           END-IF.
           CLOSE INFONAV.

       END PROGRAM 3NOADEU.
