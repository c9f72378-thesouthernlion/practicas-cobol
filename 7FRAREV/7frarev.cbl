      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7FRAREV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE ASSIGN TO "FRAREP".
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT OPTIONAL PUESTOS ASSIGN TO "PUESTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUE-CLAVE.
           SELECT OPTIONAL TABULADOR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAB-DPTO.
           SELECT OPTIONAL PAGOMET ASSIGN TO "PAGOMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-NOMINA.
           SELECT OPTIONAL PENSIONES ASSIGN TO "PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NOMINA.
           SELECT OPTIONAL EMPINXHIST ASSIGN TO DISK.
           SELECT OPTIONAL CHECADAS ASSIGN TO DISK.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL VACSOL ASSIGN TO "VACSOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOL-FOLIO.
           SELECT OPTIONAL ACUSES ASSIGN TO "ACUSES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT OPTIONAL ALERTAS ASSIGN TO "ALERTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALE-LLAVE.
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
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

       FD  EMPDATOS.
       01  EMPDATOS-REG.
           03  DAT-NOMINA          PIC 9(06).
           03  DAT-DOMICILIO       PIC X(40).
           03  DAT-TELEFONO        PIC X(10).
           03  DAT-NSS             PIC X(11).
           03  DAT-CONTACTO        PIC X(30).
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

       FD  PUESTOS.
       01  PUESTOS-REG.
           03  PUE-CLAVE           PIC X(04).
           03  PUE-DESCRIPCION     PIC X(20).
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

       FD  TABULADOR.
       01  TABULADOR-REG.
           03  TAB-DPTO            PIC X(03).
           03  TAB-SUELDO-MIN      PIC 9(05)V99.
           03  TAB-SUELDO-MAX      PIC 9(05)V99.

      *****MISMO LAYOUT QUE EL PAGOMET DE 4PAGABC; SIN RENGLON EL
      *****EMPLEADO COBRA POR BANCO
       FD  PAGOMET.
       01  PAGOMET-REG.
           03  PM-NOMINA           PIC 9(06).
           03  PM-METODO           PIC X(01).

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

      *****BITACORA DE CAMBIOS AL MAESTRO (VER 7EMPFIX); LA CLABE SE
      *****PARTE EN "EMPINX-CLABE 1" Y "EMPINX-CLABE 2"
       FD  EMPINXHIST.
       01  EMPINXHIST-REG.
           03  HIST-FECHA          PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-HORA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-PROGRAMA       PIC X(08).
           03  FILLER              PIC X(01).
           03  HIST-NOMINA         PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-CAMPO          PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-VALOR-ANTES    PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-VALOR-DESPUES  PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-OPERADOR       PIC X(08).

      *****MISMO LAYOUT QUE EL CHECADAS DE 2CHECAP
       FD  CHECADAS.
       01  CHECADAS-REG.
           03  CHE-NOMINA          PIC 9(06).
           03  CHE-FECHA           PIC 9(08).
           03  CHE-ENTRADA         PIC 9(04).
           03  CHE-SALIDA          PIC 9(04).

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

      *****MISMO LAYOUT QUE EL VACSOL DE 2VACCAP
       FD  VACSOL.
       01  VACSOL-REG.
           03  SOL-FOLIO           PIC 9(06).
           03  SOL-NOMINA          PIC 9(06).
           03  SOL-FEC-INICIO      PIC 9(08).
           03  SOL-FEC-FIN         PIC 9(08).
           03  SOL-DIAS            PIC 9(02).
           03  SOL-ESTADO          PIC X(10).
           03  SOL-OPERADOR        PIC X(08).

      *****MISMO LAYOUT QUE EL ACUSES DE 2ACUCAP
       FD  ACUSES.
       01  ACUSES-REG.
           03  ACU-LLAVE.
               05  ACU-PERIODO     PIC 9(06).
               05  ACU-NOMINA      PIC 9(06).
           03  ACU-FECHA           PIC 9(08).
           03  ACU-ESTADO          PIC X(10).
           03  ACU-OPERADOR        PIC X(08).

       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC): DIAS-CLABE ES LA
      *****VENTANA ANTES DEL PAGO EN QUE UN CAMBIO DE CLABE SE MARCA Y
      *****ACUSES-PER CUANTOS PERIODOS CERRADOS SIN ACUSE FIRMADO
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****ALERTAS DE LA REVISION POR PERIODO. LA SECUENCIA 0 ES EL
      *****RENGLON DE CONTROL (LA REVISION SE CORRIO); CADA ALERTA NACE
      *****PENDIENTE Y 7SIMAPR NO LIBERA EL BANCO HASTA QUE UN
      *****SUPERVISOR LAS DEJA TODAS REVISADAS
       FD  ALERTAS.
       01  ALERTAS-REG.
           03  ALE-LLAVE.
               05  ALE-PERIODO     PIC 9(06).
               05  ALE-SECUENCIA   PIC 9(04).
           03  ALE-NOMINA          PIC 9(06).
           03  ALE-TIPO            PIC X(02).
           03  ALE-DETALLE         PIC X(40).
           03  ALE-ESTADO          PIC X(10).
           03  ALE-OPERADOR        PIC X(08).
           03  ALE-FECHA           PIC 9(06).
           03  ALE-NOTA            PIC X(30).

       WORKING-STORAGE SECTION.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  PERIODO-INICIO      PIC 9(08).
       77  PERIODO-FIN         PIC 9(08).
       77  PER-KEY-EXISTE      PIC 9.
       77  EMPINX-EOF          PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9 VALUE ZERO.
       77  PARAMET-EOF         PIC 9.
       77  PENSIONES-EOF       PIC 9 VALUE ZERO.
       77  HIST-EOF            PIC 9 VALUE ZERO.
       77  CHECADAS-EOF        PIC 9 VALUE ZERO.
       77  MOVS-EOF            PIC 9 VALUE ZERO.
       77  VACSOL-EOF          PIC 9 VALUE ZERO.
       77  ALERTAS-EOF         PIC 9 VALUE ZERO.
       77  DAT-KEY-EXISTE      PIC 9.
       77  PUE-KEY-EXISTE      PIC 9.
       77  TAB-KEY-EXISTE      PIC 9.
       77  PM-KEY-EXISTE       PIC 9.
       77  ACU-KEY-EXISTE      PIC 9.
       77  HAY-CHECADAS        PIC 9 VALUE ZERO.
       77  HAY-BANDA           PIC 9.
       77  BANDA-MAX           PIC 9(05)V99.
       77  ACUSE-FIRMADO       PIC 9.
       77  NOMINA-HALLADA      PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  FECHA-CAMBIO        PIC 9(06).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****PARAMETROS; SIN CAPTURA SON 10 DIAS Y 3 PERIODOS
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-VALOR          PIC 9(09)V9999.
       77  PARM-HALLADO        PIC 9.
       77  DIAS-CLABE          PIC 9(03) VALUE 10.
       77  PERIODOS-ACUSE      PIC 9(02) VALUE 3.

      *****FECHAS COMO DIAS DESDE EL 2000 (SIN BISIESTOS), MISMO
      *****CALCULO QUE 3VIALIQ; EL CORTE ES EL DIA DE PAGO
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       77  SERIE-FECHA         PIC S9(06).
       77  SERIE-PAGO          PIC S9(06).
       01  TABLA-DIAS-MES.
           03  FILLER              PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.

      *****PLANTILLA EN MEMORIA, EN ORDEN DE NOMINA. EMP-BANCO = 1 SI
      *****COBRA POR TRANSFERENCIA; LAS DEMAS BANDERAS LAS PRENDEN LAS
      *****PASADAS SOBRE CHECADAS, MOVIMIENTOS Y VACACIONES
       01  TABLA-PLANTILLA.
           03  PLANTILLA-OC OCCURS 5000 TIMES.
               05  EMP-NOMINA      PIC 9(06).
               05  EMP-NOMBRE      PIC X(20).
               05  EMP-CLABE       PIC X(18).
               05  EMP-FEC-INGRESO PIC 9(08).
               05  EMP-BANCO       PIC 9.
               05  EMP-CHECO       PIC 9.
               05  EMP-JUSTIFICADO PIC 9.
               05  EMP-COMPARTE    PIC 9(06).
               05  EMP-PENSION     PIC 9(06).
               05  EMP-FEC-CLABE   PIC 9(06).
               05  EMP-SOBRE-TAB   PIC 9.
               05  EMP-SUELDO      PIC S9(05)V99.
               05  EMP-BANDA-MAX   PIC 9(05)V99.
       77  PLANTILLA-TOTAL     PIC 9(04) VALUE 0.
       77  I-EMP               PIC 9(04).
       77  J-EMP               PIC 9(04).

      *****ULTIMOS PERIODOS CERRADOS ANTERIORES AL DE TRABAJO, DEL MAS
      *****VIEJO AL MAS RECIENTE, PARA LA REVISION DE ACUSES
       01  TABLA-CERRADOS.
           03  CERRADO-OC OCCURS 12 TIMES.
               05  CER-PERIODO     PIC 9(06).
               05  CER-INICIO      PIC 9(08).
       77  CERRADOS-TOTAL      PIC 9(02) VALUE 0.
       77  I-CER               PIC 9(02).

      *****ALERTAS QUE YA TENIA EL PERIODO: UNA CORRIDA NUEVA LAS
      *****REEMPLAZA, PERO LA MISMA ALERTA (NOMINA, TIPO Y DETALLE) YA
      *****REVISADA CONSERVA LA REVISION DEL SUPERVISOR
       01  TABLA-PREVIAS.
           03  PREVIA-OC OCCURS 2000 TIMES.
               05  PRV-SECUENCIA   PIC 9(04).
               05  PRV-NOMINA      PIC 9(06).
               05  PRV-TIPO        PIC X(02).
               05  PRV-DETALLE     PIC X(40).
               05  PRV-ESTADO      PIC X(10).
               05  PRV-OPERADOR    PIC X(08).
               05  PRV-FECHA       PIC 9(06).
               05  PRV-NOTA        PIC X(30).
       77  PREVIAS-TOTAL       PIC 9(04) VALUE 0.
       77  I-PRV               PIC 9(04).

       77  SECUENCIA-ALERTA    PIC 9(04) VALUE 0.
       77  CONT-PENDIENTES     PIC 9(04) VALUE 0.
       77  CONT-CONSERVADAS    PIC 9(04) VALUE 0.
       77  CONT-TIPO-CC        PIC 9(04) VALUE 0.
       77  CONT-TIPO-CP        PIC 9(04) VALUE 0.
       77  CONT-TIPO-CR        PIC 9(04) VALUE 0.
       77  CONT-TIPO-SC        PIC 9(04) VALUE 0.
       77  CONT-TIPO-AT        PIC 9(04) VALUE 0.
       77  CONT-TIPO-SA        PIC 9(04) VALUE 0.
       01  TEXTO-DETALLE.
           03  TXT-LEYENDA         PIC X(30).
           03  TXT-VALOR           PIC X(10).
       77  IMPORTE-EDITADO     PIC ZZ,ZZ9.99.

       01  TITULO-FRA-1.
           05  FILLER              PIC X(40) VALUE
               "REVISION DE FRAUDE EN PAGOS - PERIODO ".
           05  TFRA-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  TFRA-INICIO         PIC 9(08).
           05  FILLER              PIC X(03) VALUE " A ".
           05  TFRA-FIN            PIC 9(08).
           05  FILLER              PIC X(10) VALUE "   PAGO: ".
           05  TFRA-PAGO           PIC 9(08).
       01  TITULO-FRA-2.
           05  FILLER              PIC X(32) VALUE
               "CAMBIO DE CLABE: ULTIMOS DIAS = ".
           05  TFRA-DIAS           PIC ZZ9.
           05  FILLER              PIC X(35) VALUE
               "   SIN ACUSE: PERIODOS CERRADOS = ".
           05  TFRA-PERIODOS       PIC Z9.
       01  TITULO-FRA-3.
           05  FILLER              PIC X(44) VALUE
               "NOMINA NOMBRE               TIPO DETALLE    ".
           05  FILLER              PIC X(44) VALUE
               "                               ESTADO     RE".
           05  FILLER              PIC X(10) VALUE
               "VISO      ".
       01  AVISO-FRA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AVISO-TEXTO         PIC X(80).
       01  DETALLE-FRA.
           05  DETFRA-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETFRA-NOMBRE       PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETFRA-TIPO         PIC X(02).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETFRA-DETALLE      PIC X(40).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETFRA-ESTADO       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETFRA-OPERADOR     PIC X(08).
       01  RESUMEN-FRA-1.
           05  FILLER              PIC X(24) VALUE
               "CC CLABE COMPARTIDA   : ".
           05  RESFRA-CC           PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE
               "   CP CLABE DE PENSION    : ".
           05  RESFRA-CP           PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE
               "   CR CLABE RECIENTE      : ".
           05  RESFRA-CR           PIC ZZZ9.
       01  RESUMEN-FRA-2.
           05  FILLER              PIC X(24) VALUE
               "SC SIN CHECADAS       : ".
           05  RESFRA-SC           PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE
               "   AT ALTA SOBRE TABULADOR: ".
           05  RESFRA-AT           PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE
               "   SA SIN ACUSE FIRMADO   : ".
           05  RESFRA-SA           PIC ZZZ9.
       01  RESUMEN-FRA-3.
           05  FILLER              PIC X(24) VALUE
               "ALERTAS DEL PERIODO   : ".
           05  RESFRA-TOTAL        PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE
               "   PENDIENTES DE REVISION : ".
           05  RESFRA-PENDIENTES   PIC ZZZ9.
           05  FILLER              PIC X(28) VALUE
               "   YA REVISADAS ANTES     : ".
           05  RESFRA-CONSERVADAS  PIC ZZZ9.

       PROCEDURE DIVISION.
      *****REVISION DE PATRONES DE FRAUDE ANTES DE LIBERAR EL BANCO:
      *****CLABE COMPARTIDA ENTRE NOMINAS O CON UN BENEFICIARIO DE
      *****PENSION, CLABE CAMBIADA JUSTO ANTES DEL PAGO, EMPLEADOS SIN
      *****CHECADAS NI INCAPACIDAD NI VACACIONES, ALTAS DEL PERIODO
      *****SOBRE EL TABULADOR Y EMPLEADOS SIN ACUSE FIRMADO EN VARIOS
      *****PERIODOS. CADA HALLAZGO QUEDA COMO ALERTA PENDIENTE EN
      *****ALERTAS PARA QUE UN SUPERVISOR LA REVISE EN 7SIMAPR
       MAIN-PROCEDURE.
           DISPLAY "PERIODO A REVISAR (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           OPEN INPUT PERIODOS.
           MOVE PERIODO-TRABAJO TO PER-PERIODO.
           MOVE 1 TO PER-KEY-EXISTE.
           READ PERIODOS INVALID KEY MOVE 0 TO PER-KEY-EXISTE.
           IF PER-KEY-EXISTE = 0
               DISPLAY "EL PERIODO NO EXISTE EN EL MAESTRO DE PERIODOS"
               CLOSE PERIODOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PER-FEC-INICIO TO PERIODO-INICIO.
           MOVE PER-FEC-FIN    TO PERIODO-FIN.
           ACCEPT FECHA-HOY FROM DATE.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-CERRADOS.
           CLOSE PERIODOS.
           MOVE PERIODO-FIN(1:4) TO ANIO-SERIE.
           MOVE PERIODO-FIN(5:2) TO MES-SERIE.
           MOVE PERIODO-FIN(7:2) TO DIA-SERIE.
           PERFORM CALCULAR-SERIE.
           MOVE SERIE-FECHA TO SERIE-PAGO.

           OPEN INPUT EMPINX EMPDATOS PUESTOS TABULADOR PAGOMET.
           PERFORM CARGAR-PLANTILLA.
           CLOSE EMPINX EMPDATOS PUESTOS TABULADOR PAGOMET.
           IF RETURN-CODE = 16
               GOBACK
           END-IF.
           PERFORM REVISAR-CLABES-COMPARTIDAS.
           OPEN INPUT PENSIONES.
           PERFORM REVISAR-PENSIONES.
           CLOSE PENSIONES.
           OPEN INPUT EMPINXHIST.
           PERFORM REVISAR-CAMBIOS-CLABE.
           CLOSE EMPINXHIST.
           OPEN INPUT CHECADAS.
           PERFORM REVISAR-CHECADAS.
           CLOSE CHECADAS.
           OPEN INPUT PERCEPCION-DEDUCCION.
           PERFORM REVISAR-INCAPACIDADES.
           CLOSE PERCEPCION-DEDUCCION.
           OPEN INPUT VACSOL.
           PERFORM REVISAR-VACACIONES.
           CLOSE VACSOL.

           OPEN I-O ALERTAS.
           PERFORM CARGAR-PREVIAS.
           OPEN INPUT ACUSES.
           OPEN OUTPUT REPORTE.
           MOVE PERIODO-TRABAJO TO TFRA-PERIODO.
           MOVE PERIODO-INICIO  TO TFRA-INICIO.
           MOVE PERIODO-FIN     TO TFRA-FIN.
           MOVE PERIODO-FIN     TO TFRA-PAGO.
           MOVE DIAS-CLABE      TO TFRA-DIAS.
           MOVE PERIODOS-ACUSE  TO TFRA-PERIODOS.
           WRITE REPORTE-REG FROM TITULO-FRA-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-FRA-2 BEFORE 2 LINES.
           IF HAY-CHECADAS = 0
               MOVE "PERIODO SIN CHECADAS: NO SE REVISA LA ASISTENCIA"
                   TO AVISO-TEXTO
               WRITE REPORTE-REG FROM AVISO-FRA BEFORE 1 LINES
           END-IF.
           IF CERRADOS-TOTAL < PERIODOS-ACUSE
               MOVE "FALTAN PERIODOS CERRADOS: NO SE REVISAN ACUSES"
                   TO AVISO-TEXTO
               WRITE REPORTE-REG FROM AVISO-FRA BEFORE 1 LINES
           END-IF.
           WRITE REPORTE-REG FROM TITULO-FRA-3 BEFORE 1 LINES.
           PERFORM VARYING I-EMP FROM 1 BY 1
                   UNTIL I-EMP > PLANTILLA-TOTAL
               PERFORM EMITIR-ALERTAS-EMPLEADO
           END-PERFORM.
           PERFORM GRABAR-CONTROL.
           CLOSE ACUSES.
           CLOSE ALERTAS.

           MOVE CONT-TIPO-CC       TO RESFRA-CC.
           MOVE CONT-TIPO-CP       TO RESFRA-CP.
           MOVE CONT-TIPO-CR       TO RESFRA-CR.
           MOVE CONT-TIPO-SC       TO RESFRA-SC.
           MOVE CONT-TIPO-AT       TO RESFRA-AT.
           MOVE CONT-TIPO-SA       TO RESFRA-SA.
           MOVE SECUENCIA-ALERTA   TO RESFRA-TOTAL.
           MOVE CONT-PENDIENTES    TO RESFRA-PENDIENTES.
           MOVE CONT-CONSERVADAS   TO RESFRA-CONSERVADAS.
           WRITE REPORTE-REG FROM RESUMEN-FRA-1 BEFORE 3 LINES.
           WRITE REPORTE-REG FROM RESUMEN-FRA-2 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM RESUMEN-FRA-3 BEFORE 1 LINES.
           CLOSE REPORTE.
           DISPLAY "EMPLEADOS REVISADOS : " PLANTILLA-TOTAL.
           DISPLAY "ALERTAS             : " SECUENCIA-ALERTA.
           DISPLAY "PENDIENTES          : " CONT-PENDIENTES.
           IF CONT-PENDIENTES > 0
               DISPLAY "EL BANCO NO SE LIBERA HASTA REVISAR LAS ALERTAS"
                   " EN 7SIMAPR"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *******************************************************************
      *                     PARAMETROS Y CALENDARIO
      *******************************************************************
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "DIAS-CLABE" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO DIAS-CLABE
           END-IF.
           MOVE "ACUSES-PER" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO PERIODOS-ACUSE
           END-IF.
           IF PERIODOS-ACUSE > 12
               MOVE 12 TO PERIODOS-ACUSE
           END-IF.
           CLOSE PARAMET.

      *****VALOR VIGENTE AL DIA DE PAGO, IGUAL QUE CARGAR-PLAZO DE
      *****3VIALIQ
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
                           IF PAR-VIGENCIA <= PERIODO-FIN
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****SE QUEDA CON LOS ULTIMOS PERIODOS-ACUSE PERIODOS CERRADOS
      *****ANTERIORES AL DE TRABAJO, RECORRIENDO LA TABLA AL LLENARSE
       CARGAR-CERRADOS.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-PERIODO NOT < PERIODO-TRABAJO
                           MOVE 1 TO PERIODOS-EOF
                       ELSE IF PER-ESTADO = "CERRADO"
                           PERFORM AGREGAR-CERRADO
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-CERRADO.
           IF CERRADOS-TOTAL < PERIODOS-ACUSE
               ADD 1 TO CERRADOS-TOTAL
           ELSE
               PERFORM VARYING I-CER FROM 1 BY 1
                       UNTIL I-CER >= CERRADOS-TOTAL
                   MOVE CERRADO-OC(I-CER + 1) TO CERRADO-OC(I-CER)
               END-PERFORM
           END-IF.
           IF CERRADOS-TOTAL > 0
               MOVE PER-PERIODO    TO CER-PERIODO(CERRADOS-TOTAL)
               MOVE PER-FEC-INICIO TO CER-INICIO(CERRADOS-TOTAL)
           END-IF.

       CALCULAR-SERIE.
           IF MES-SERIE < 1 OR MES-SERIE > 12
               MOVE 1 TO MES-SERIE
           END-IF.
           COMPUTE SERIE-FECHA =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *******************************************************************
      *                     PLANTILLA EN MEMORIA
      *******************************************************************
       CARGAR-PLANTILLA.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM UNTIL EMPINX-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO EMPINX-EOF
                   NOT AT END
                       PERFORM AGREGAR-EMPLEADO
               END-READ
           END-PERFORM.

       AGREGAR-EMPLEADO.
           IF PLANTILLA-TOTAL >= 5000
               DISPLAY "PLANTILLA MAYOR A 5000 EMPLEADOS; SE CANCELA"
               MOVE 1 TO EMPINX-EOF
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO PLANTILLA-TOTAL
               MOVE PLANTILLA-TOTAL     TO I-EMP
               MOVE EMPINX-NOMINA       TO EMP-NOMINA(I-EMP)
               MOVE EMPINX-NOMBRE       TO EMP-NOMBRE(I-EMP)
               MOVE EMPINX-CLABE        TO EMP-CLABE(I-EMP)
               MOVE EMPINX-FEC-INGRESO  TO EMP-FEC-INGRESO(I-EMP)
               MOVE EMPINX-SUELDO       TO EMP-SUELDO(I-EMP)
               MOVE 0 TO EMP-CHECO(I-EMP)
               MOVE 0 TO EMP-JUSTIFICADO(I-EMP)
               MOVE 0 TO EMP-COMPARTE(I-EMP)
               MOVE 0 TO EMP-PENSION(I-EMP)
               MOVE 0 TO EMP-FEC-CLABE(I-EMP)
               MOVE 0 TO EMP-SOBRE-TAB(I-EMP)
               MOVE 0 TO EMP-BANDA-MAX(I-EMP)
               MOVE EMPINX-NOMINA TO PM-NOMINA
               MOVE 1 TO PM-KEY-EXISTE
               READ PAGOMET INVALID KEY MOVE 0 TO PM-KEY-EXISTE
               END-READ
               IF PM-KEY-EXISTE = 0 OR PM-METODO = "B"
                   MOVE 1 TO EMP-BANCO(I-EMP)
               ELSE
                   MOVE 0 TO EMP-BANCO(I-EMP)
               END-IF
               IF EMPINX-FEC-INGRESO >= PERIODO-INICIO
                   AND EMPINX-FEC-INGRESO <= PERIODO-FIN
                   PERFORM REVISAR-ALTA-TABULADOR
               END-IF
           END-IF.

      *****MISMA PRECEDENCIA QUE UBICAR-EN-BANDA DE 3MERPRO: LA BANDA
      *****DEL PUESTO MANDA SOBRE EL TABULADOR DEL DEPARTAMENTO
       REVISAR-ALTA-TABULADOR.
           MOVE 0 TO HAY-BANDA.
           MOVE EMPINX-NOMINA TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE
           END-READ.
           IF DAT-KEY-EXISTE = 1 AND DAT-PUESTO(1:4) NOT = SPACES
               MOVE DAT-PUESTO(1:4) TO PUE-CLAVE
               MOVE 1 TO PUE-KEY-EXISTE
               READ PUESTOS INVALID KEY MOVE 0 TO PUE-KEY-EXISTE
               END-READ
               IF PUE-KEY-EXISTE = 1
                   MOVE 1              TO HAY-BANDA
                   MOVE PUE-SUELDO-MAX TO BANDA-MAX
               END-IF
           END-IF.
           IF HAY-BANDA = 0
               MOVE EMPINX-DPTO TO TAB-DPTO
               MOVE 1 TO TAB-KEY-EXISTE
               READ TABULADOR INVALID KEY MOVE 0 TO TAB-KEY-EXISTE
               END-READ
               IF TAB-KEY-EXISTE = 1
                   MOVE 1              TO HAY-BANDA
                   MOVE TAB-SUELDO-MAX TO BANDA-MAX
               END-IF
           END-IF.
           IF HAY-BANDA = 1 AND EMPINX-SUELDO > BANDA-MAX
               MOVE 1         TO EMP-SOBRE-TAB(I-EMP)
               MOVE BANDA-MAX TO EMP-BANDA-MAX(I-EMP)
           END-IF.

      *******************************************************************
      *                        CLABES
      *******************************************************************
      *****SOLO CUENTAN LAS CLABES QUE RECIBEN TRANSFERENCIA; CADA
      *****NOMINA GUARDA LA PRIMERA OTRA NOMINA CON LA MISMA CLABE
       REVISAR-CLABES-COMPARTIDAS.
           PERFORM VARYING I-EMP FROM 1 BY 1
                   UNTIL I-EMP > PLANTILLA-TOTAL
               IF EMP-BANCO(I-EMP) = 1 AND EMP-CLABE(I-EMP) NOT = SPACES
                   PERFORM COMPARAR-CLABE
               END-IF
           END-PERFORM.

       COMPARAR-CLABE.
           PERFORM VARYING J-EMP FROM I-EMP BY 1
                   UNTIL J-EMP >= PLANTILLA-TOTAL
               IF EMP-BANCO(J-EMP + 1) = 1
                   AND EMP-CLABE(J-EMP + 1) = EMP-CLABE(I-EMP)
                   IF EMP-COMPARTE(I-EMP) = 0
                       MOVE EMP-NOMINA(J-EMP + 1) TO EMP-COMPARTE(I-EMP)
                   END-IF
                   IF EMP-COMPARTE(J-EMP + 1) = 0
                       MOVE EMP-NOMINA(I-EMP)
                           TO EMP-COMPARTE(J-EMP + 1)
                   END-IF
               END-IF
           END-PERFORM.

      *****UNA CLABE DE EMPLEADO IGUAL A LA DE UN BENEFICIARIO DE
      *****PENSION ALIMENTICIA ACTIVA: EL DESCUENTO Y EL SUELDO ACABAN
      *****EN LA MISMA CUENTA
       REVISAR-PENSIONES.
           MOVE 0 TO PEN-NOMINA.
           START PENSIONES KEY IS NOT LESS THAN PEN-NOMINA
               INVALID KEY MOVE 1 TO PENSIONES-EOF.
           PERFORM UNTIL PENSIONES-EOF = 1
               READ PENSIONES NEXT RECORD
                   AT END
                       MOVE 1 TO PENSIONES-EOF
                   NOT AT END
                       IF PEN-ESTADO = "ACTIVA"
                           AND PEN-CLABE NOT = SPACES
                           PERFORM COMPARAR-PENSION
                       END-IF
               END-READ
           END-PERFORM.

       COMPARAR-PENSION.
           PERFORM VARYING I-EMP FROM 1 BY 1
                   UNTIL I-EMP > PLANTILLA-TOTAL
               IF EMP-BANCO(I-EMP) = 1
                   AND EMP-CLABE(I-EMP) = PEN-CLABE
                   AND EMP-PENSION(I-EMP) = 0
                   MOVE PEN-NOMINA TO EMP-PENSION(I-EMP)
               END-IF
           END-PERFORM.

      *****CAMBIO DE CLABE (PRIMERA MITAD, QUE SIEMPRE SE GRABA) DESDE
      *****DIAS-CLABE DIAS ANTES DEL PAGO; SE QUEDA EL MAS RECIENTE
       REVISAR-CAMBIOS-CLABE.
           PERFORM UNTIL HIST-EOF = 1
               READ EMPINXHIST
                   AT END
                       MOVE 1 TO HIST-EOF
                   NOT AT END
                       IF HIST-CAMPO = "EMPINX-CLABE 1"
                           PERFORM EVALUAR-CAMBIO-CLABE
                       END-IF
               END-READ
           END-PERFORM.

       EVALUAR-CAMBIO-CLABE.
           MOVE HIST-FECHA(1:2) TO ANIO-SERIE.
           ADD 2000 TO ANIO-SERIE.
           MOVE HIST-FECHA(3:2) TO MES-SERIE.
           MOVE HIST-FECHA(5:2) TO DIA-SERIE.
           PERFORM CALCULAR-SERIE.
           IF SERIE-FECHA >= SERIE-PAGO - DIAS-CLABE
               MOVE HIST-NOMINA TO NOMINA-BUSCADA
               PERFORM BUSCAR-EN-PLANTILLA
               IF NOMINA-HALLADA = 1
                   AND HIST-FECHA > EMP-FEC-CLABE(I-EMP)
                   MOVE HIST-FECHA TO EMP-FEC-CLABE(I-EMP)
               END-IF
           END-IF.

       BUSCAR-EN-PLANTILLA.
           MOVE 0 TO NOMINA-HALLADA.
           PERFORM VARYING J-EMP FROM 1 BY 1
                   UNTIL J-EMP > PLANTILLA-TOTAL OR NOMINA-HALLADA = 1
               IF EMP-NOMINA(J-EMP) = NOMINA-BUSCADA
                   MOVE 1 TO NOMINA-HALLADA
                   MOVE J-EMP TO I-EMP
               END-IF
           END-PERFORM.

      *******************************************************************
      *                 ASISTENCIA DEL PERIODO
      *******************************************************************
      *****UNA CHECADA CON ENTRADA O SALIDA CUENTA COMO ASISTENCIA; SI
      *****EL PERIODO NO TIENE NINGUNA CHECADA CAPTURADA NO SE REVISA
       REVISAR-CHECADAS.
           PERFORM UNTIL CHECADAS-EOF = 1
               READ CHECADAS
                   AT END
                       MOVE 1 TO CHECADAS-EOF
                   NOT AT END
                       IF CHE-FECHA >= PERIODO-INICIO
                           AND CHE-FECHA <= PERIODO-FIN
                           MOVE 1 TO HAY-CHECADAS
                           IF CHE-ENTRADA NOT = 0 OR CHE-SALIDA NOT = 0
                               MOVE CHE-NOMINA TO NOMINA-BUSCADA
                               PERFORM BUSCAR-EN-PLANTILLA
                               IF NOMINA-HALLADA = 1
                                   MOVE 1 TO EMP-CHECO(I-EMP)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****INCAPACIDAD (CLAVE 19) CAPTURADA EN EL PERIODO
       REVISAR-INCAPACIDADES.
           MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE 0 TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE LOW-VALUES TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE 0 TO PERCEPCION-DEDUCCION-SECUENCIA.
           START PERCEPCION-DEDUCCION
               KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
               INVALID KEY MOVE 1 TO MOVS-EOF.
           PERFORM UNTIL MOVS-EOF = 1
               READ PERCEPCION-DEDUCCION NEXT RECORD
                   AT END
                       MOVE 1 TO MOVS-EOF
                   NOT AT END
                       IF PERCEPCION-DEDUCCION-PERIODO NOT =
                           PERIODO-TRABAJO
                           MOVE 1 TO MOVS-EOF
                       ELSE IF PERCEPCION-DEDUCCION-CLAVE = "19"
                           MOVE PERCEPCION-DEDUCCION-NOMINA
                               TO NOMINA-BUSCADA
                           PERFORM BUSCAR-EN-PLANTILLA
                           IF NOMINA-HALLADA = 1
                               MOVE 1 TO EMP-JUSTIFICADO(I-EMP)
                           END-IF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****VACACIONES APROBADAS QUE TOCAN EL PERIODO
       REVISAR-VACACIONES.
           MOVE 0 TO SOL-FOLIO.
           START VACSOL KEY IS NOT LESS THAN SOL-FOLIO
               INVALID KEY MOVE 1 TO VACSOL-EOF.
           PERFORM UNTIL VACSOL-EOF = 1
               READ VACSOL NEXT RECORD
                   AT END
                       MOVE 1 TO VACSOL-EOF
                   NOT AT END
                       IF SOL-ESTADO = "APROBADA"
                           AND SOL-FEC-INICIO <= PERIODO-FIN
                           AND SOL-FEC-FIN >= PERIODO-INICIO
                           MOVE SOL-NOMINA TO NOMINA-BUSCADA
                           PERFORM BUSCAR-EN-PLANTILLA
                           IF NOMINA-HALLADA = 1
                               MOVE 1 TO EMP-JUSTIFICADO(I-EMP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                     ALERTAS DEL PERIODO
      *******************************************************************
      *****LEE LAS ALERTAS ANTERIORES DEL PERIODO Y LAS BORRA; LAS
      *****REVISADAS SE RECUPERAN AL GRABAR LA MISMA ALERTA OTRA VEZ
       CARGAR-PREVIAS.
           MOVE PERIODO-TRABAJO TO ALE-PERIODO.
           MOVE 0 TO ALE-SECUENCIA.
           START ALERTAS KEY IS NOT LESS THAN ALE-LLAVE
               INVALID KEY MOVE 1 TO ALERTAS-EOF.
           PERFORM UNTIL ALERTAS-EOF = 1
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE 1 TO ALERTAS-EOF
                   NOT AT END
                       IF ALE-PERIODO NOT = PERIODO-TRABAJO
                           MOVE 1 TO ALERTAS-EOF
                       ELSE IF PREVIAS-TOTAL < 2000
                           ADD 1 TO PREVIAS-TOTAL
                           MOVE PREVIAS-TOTAL TO I-PRV
                           MOVE ALE-SECUENCIA TO PRV-SECUENCIA(I-PRV)
                           MOVE ALE-NOMINA    TO PRV-NOMINA(I-PRV)
                           MOVE ALE-TIPO      TO PRV-TIPO(I-PRV)
                           MOVE ALE-DETALLE   TO PRV-DETALLE(I-PRV)
                           MOVE ALE-ESTADO    TO PRV-ESTADO(I-PRV)
                           MOVE ALE-OPERADOR  TO PRV-OPERADOR(I-PRV)
                           MOVE ALE-FECHA     TO PRV-FECHA(I-PRV)
                           MOVE ALE-NOTA      TO PRV-NOTA(I-PRV)
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM VARYING I-PRV FROM 1 BY 1
                   UNTIL I-PRV > PREVIAS-TOTAL
               MOVE PERIODO-TRABAJO    TO ALE-PERIODO
               MOVE PRV-SECUENCIA(I-PRV) TO ALE-SECUENCIA
               DELETE ALERTAS INVALID KEY CONTINUE
               END-DELETE
           END-PERFORM.

       EMITIR-ALERTAS-EMPLEADO.
           IF EMP-COMPARTE(I-EMP) NOT = 0
               MOVE "CC" TO ALE-TIPO
               MOVE "CLABE COMPARTIDA CON NOMINA" TO TXT-LEYENDA
               MOVE EMP-COMPARTE(I-EMP) TO TXT-VALOR
               PERFORM GRABAR-ALERTA
               ADD 1 TO CONT-TIPO-CC
           END-IF.
           IF EMP-PENSION(I-EMP) NOT = 0
               MOVE "CP" TO ALE-TIPO
               MOVE "CLABE DE BENEFICIARIO PENSION" TO TXT-LEYENDA
               MOVE EMP-PENSION(I-EMP) TO TXT-VALOR
               PERFORM GRABAR-ALERTA
               ADD 1 TO CONT-TIPO-CP
           END-IF.
           IF EMP-FEC-CLABE(I-EMP) NOT = 0
               MOVE "CR" TO ALE-TIPO
               MOVE "CLABE CAMBIADA EL (AAMMDD)" TO TXT-LEYENDA
               MOVE EMP-FEC-CLABE(I-EMP) TO TXT-VALOR
               PERFORM GRABAR-ALERTA
               ADD 1 TO CONT-TIPO-CR
           END-IF.
           IF HAY-CHECADAS = 1 AND EMP-CHECO(I-EMP) = 0
               AND EMP-JUSTIFICADO(I-EMP) = 0
               AND EMP-FEC-INGRESO(I-EMP) <= PERIODO-FIN
               MOVE "SC" TO ALE-TIPO
               MOVE "SIN CHECADAS, INCAP. NI VACAC." TO TXT-LEYENDA
               MOVE SPACES TO TXT-VALOR
               PERFORM GRABAR-ALERTA
               ADD 1 TO CONT-TIPO-SC
           END-IF.
           IF EMP-SOBRE-TAB(I-EMP) = 1
               MOVE "AT" TO ALE-TIPO
               MOVE "ALTA SOBRE TABULADOR, MAXIMO" TO TXT-LEYENDA
               MOVE EMP-BANDA-MAX(I-EMP) TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO TO TXT-VALOR
               PERFORM GRABAR-ALERTA
               ADD 1 TO CONT-TIPO-AT
           END-IF.
           IF CERRADOS-TOTAL > 0 AND CERRADOS-TOTAL >= PERIODOS-ACUSE
               AND EMP-FEC-INGRESO(I-EMP) < CER-INICIO(1)
               PERFORM REVISAR-ACUSES
               IF ACUSE-FIRMADO = 0
                   MOVE "SA" TO ALE-TIPO
                   MOVE "SIN ACUSE FIRMADO, PERIODOS:" TO TXT-LEYENDA
                   MOVE PERIODOS-ACUSE TO TXT-VALOR
                   PERFORM GRABAR-ALERTA
                   ADD 1 TO CONT-TIPO-SA
               END-IF
           END-IF.

       REVISAR-ACUSES.
           MOVE 0 TO ACUSE-FIRMADO.
           PERFORM VARYING I-CER FROM 1 BY 1
                   UNTIL I-CER > CERRADOS-TOTAL OR ACUSE-FIRMADO = 1
               MOVE CER-PERIODO(I-CER) TO ACU-PERIODO
               MOVE EMP-NOMINA(I-EMP)  TO ACU-NOMINA
               MOVE 1 TO ACU-KEY-EXISTE
               READ ACUSES INVALID KEY MOVE 0 TO ACU-KEY-EXISTE
               END-READ
               IF ACU-KEY-EXISTE = 1 AND ACU-ESTADO = "FIRMADO"
                   MOVE 1 TO ACUSE-FIRMADO
               END-IF
           END-PERFORM.

      *****ALE-TIPO Y TEXTO-DETALLE VIENEN PUESTOS; SI LA MISMA ALERTA
      *****YA ESTABA REVISADA SE CONSERVA LA REVISION
       GRABAR-ALERTA.
           ADD 1 TO SECUENCIA-ALERTA.
           MOVE PERIODO-TRABAJO   TO ALE-PERIODO.
           MOVE SECUENCIA-ALERTA  TO ALE-SECUENCIA.
           MOVE EMP-NOMINA(I-EMP) TO ALE-NOMINA.
           MOVE TEXTO-DETALLE     TO ALE-DETALLE.
           MOVE "PENDIENTE"       TO ALE-ESTADO.
           MOVE SPACES            TO ALE-OPERADOR.
           MOVE 0                 TO ALE-FECHA.
           MOVE SPACES            TO ALE-NOTA.
           PERFORM VARYING I-PRV FROM 1 BY 1
                   UNTIL I-PRV > PREVIAS-TOTAL
               IF PRV-SECUENCIA(I-PRV) > 0
                   AND PRV-ESTADO(I-PRV) = "REVISADA"
                   AND PRV-NOMINA(I-PRV) = ALE-NOMINA
                   AND PRV-TIPO(I-PRV) = ALE-TIPO
                   AND PRV-DETALLE(I-PRV) = ALE-DETALLE
                   MOVE PRV-ESTADO(I-PRV)   TO ALE-ESTADO
                   MOVE PRV-OPERADOR(I-PRV) TO ALE-OPERADOR
                   MOVE PRV-FECHA(I-PRV)    TO ALE-FECHA
                   MOVE PRV-NOTA(I-PRV)     TO ALE-NOTA
               END-IF
           END-PERFORM.
           IF ALE-ESTADO = "PENDIENTE"
               ADD 1 TO CONT-PENDIENTES
           ELSE
               ADD 1 TO CONT-CONSERVADAS
           END-IF.
           WRITE ALERTAS-REG INVALID KEY REWRITE ALERTAS-REG
           END-WRITE.
           MOVE ALE-NOMINA        TO DETFRA-NOMINA.
           MOVE EMP-NOMBRE(I-EMP) TO DETFRA-NOMBRE.
           MOVE ALE-TIPO          TO DETFRA-TIPO.
           MOVE ALE-DETALLE       TO DETFRA-DETALLE.
           MOVE ALE-ESTADO        TO DETFRA-ESTADO.
           MOVE ALE-OPERADOR      TO DETFRA-OPERADOR.
           WRITE REPORTE-REG FROM DETALLE-FRA BEFORE 1 LINES.

      *****RENGLON DE CONTROL: SIN EL, 7SIMAPR NO LIBERA EL BANCO
       GRABAR-CONTROL.
           MOVE PERIODO-TRABAJO   TO ALE-PERIODO.
           MOVE 0                 TO ALE-SECUENCIA.
           MOVE 0                 TO ALE-NOMINA.
           MOVE "**"              TO ALE-TIPO.
           MOVE SPACES            TO ALE-DETALLE.
           MOVE "REVISION DE FRAUDE, ALERTAS:" TO TXT-LEYENDA.
           MOVE SECUENCIA-ALERTA  TO TXT-VALOR.
           MOVE TEXTO-DETALLE     TO ALE-DETALLE.
           MOVE "EJECUTADA"       TO ALE-ESTADO.
           MOVE "7FRAREV"         TO ALE-OPERADOR.
           MOVE FECHA-HOY         TO ALE-FECHA.
           MOVE SPACES            TO ALE-NOTA.
           WRITE ALERTAS-REG INVALID KEY REWRITE ALERTAS-REG
           END-WRITE.

       END PROGRAM 7FRAREV.
