      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5COSREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE       ASSIGN TO "COSREP".
           SELECT REPORTECSV    ASSIGN TO "COSTOCSV".
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL CONCEPTOS ASSIGN TO DISK.
           SELECT OPTIONAL SUAEXP    ASSIGN TO DISK.
           SELECT OPTIONAL ISNTASAS ASSIGN TO "ISNTASAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ISN-ENTIDAD.
           SELECT OPTIONAL SEGUROS ASSIGN TO "SEGUROS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NOMINA.
           SELECT OPTIONAL BENEF ASSIGN TO "BENEF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-LLAVE.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****ARCHIVO DELIMITADO POR COMAS PARA FINANZAS (COSTOCSV), MISMO
      *****ESTILO QUE EL REPORTECSV DE 5EMPREP PERO EN ARCHIVO PROPIO
      *****(RENGLON DE 200); UNO POR NOMINA CON LA CLAVE DE LA RAZON
      *****SOCIAL PARA PODER JUNTAR LOS DIRECTORIOS
       FD  REPORTECSV.
       01  REPORTECSV-REG          PIC X(200).

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

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DPTO-CLAVE          PIC X(03).
           03  DPTO-DESCRIPCION    PIC X(20).
           03  DPTO-PRESUPUESTO    PIC 9(08).
           03  DPTO-PLANTILLA      PIC 9(04).

       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3; EL
      *****BRUTO SON LAS CLAVES DE BOLSA P DEL CORTE Y LA CLAVE 18 DA
      *****LA APORTACION AL FONDO QUE LA EMPRESA IGUALA
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
           03  CONC-CLAVE          PIC XX.
           03  CONC-LABEL          PIC X(13).
           03  CONC-BUCKET         PIC X(01).
           03  CONC-TOPE           PIC 9(08).
           03  CONC-EXENCION       PIC X(01).
           03  CONC-UMAS           PIC 9(03)V99.
           03  CONC-PORC-EXENTO    PIC 9(03).

      *****MISMO LAYOUT QUE EL SUAEXP DE 3EMPIMS: CUOTAS PATRONALES
      *****MENSUALES DE LA ULTIMA CORRIDA, POR NOMINA
       FD  SUAEXP.
       01  SUAEXP-REG.
           03  SUA-NOMINA          PIC 9(06).
           03  SUA-RFC             PIC X(13).
           03  SUA-BASE            PIC 9(07)V99.
           03  SUA-CUOTA-IMSS      PIC 9(07)V99.
           03  SUA-CUOTA-RCV       PIC 9(07)V99.
           03  SUA-CUOTA-INFONAVIT PIC 9(07)V99.
           03  SUA-CUOTA-TOTAL     PIC 9(07)V99.

      *****MISMO LAYOUT QUE EL ISNTASAS DE 4ISNABC
       FD  ISNTASAS.
       01  ISNTASAS-REG.
           03  ISN-ENTIDAD         PIC X(03).
           03  ISN-DESCRIPCION     PIC X(20).
           03  ISN-TASA            PIC 9(02)V99.

      *****MISMO LAYOUT QUE EL SEGUROS DE 4SEGABC; SEG-PRIMA-EMPRESA
      *****ES LA PRIMA MENSUAL QUE PAGA LA EMPRESA
       FD  SEGUROS.
       01  SEGUROS-REG.
           03  SEG-NOMINA          PIC 9(06).
           03  SEG-PLAN            PIC X(04).
           03  SEG-NIVEL           PIC X(01).
           03  SEG-PRIMA-EMPRESA   PIC 9(06)V99.
           03  SEG-PRIMA-EMPLEADO  PIC 9(06)V99.
           03  SEG-FEC-ALTA        PIC 9(08).
           03  SEG-FEC-BAJA        PIC 9(08).
           03  SEG-ESTADO          PIC X(10).
           03  SEG-AVISO           PIC X(01).
           03  SEG-CONT-DEP        PIC 9(01).
           03  SEG-DEPENDIENTE OCCURS 6 TIMES.
               05  SEG-DEP-NOMBRE      PIC X(30).
               05  SEG-DEP-PARENTESCO  PIC X(01).
               05  SEG-DEP-FEC-NAC     PIC 9(08).

      *****MISMO LAYOUT QUE EL BENEF DE 4BENABC; EL COSTO MENSUAL ES EL
      *****PORCENTAJE SOBRE LA COLEGIATURA VIGENTE, IGUAL QUE 5BENREP
       FD  BENEF.
       01  BENEF-REG.
           03  BEN-LLAVE.
               05  BEN-NOMINA      PIC 9(06).
               05  BEN-MATRICULA   PIC 9(08).
           03  BEN-PORCENTAJE      PIC 9(02).
           03  BEN-ESTADO          PIC X(10).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC): FONDO-MATCH,
      *****AGUIN-DIAS, PRIMAVAC-PCT, PTU-PROV-PCT Y COLEGIATURA, LOS
      *****MISMOS CODIGOS QUE USAN 6EMPNOMV3 Y 5BENREP
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****EMPRESA ACTIVA DEL DIRECTORIO (4RAZABC): CADA RAZON SOCIAL
      *****CORRE EN SU PROPIO DIRECTORIO, ASI QUE EL REPORTE ES DE UNA
      *****RAZON SOCIAL Y SU TOTAL ES EL DE LA EMPRESA
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

       WORKING-STORAGE SECTION.
       77  TIPO-CORTE          PIC X(01).
       77  PERIODO-CORTE       PIC 9(06).
       77  ANIO-CORTE          PIC 9(04).
       77  ENTIDAD-ISN         PIC X(03).
       77  TASA-ISN            PIC 9(02)V99 VALUE 0.
       77  FECHA-CORTE         PIC 9(08) VALUE 0.
       77  MES-CORTE           PIC 9(06).
       77  EMPINX-EOF          PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9 VALUE ZERO.
       77  MOV-EOF             PIC 9.
       77  SUAEXP-EOF          PIC 9 VALUE ZERO.
       77  SEGUROS-EOF         PIC 9 VALUE ZERO.
       77  BENEF-EOF           PIC 9 VALUE ZERO.
       77  PARAMET-EOF         PIC 9.
       77  CONCEPTOS-EOF       PIC 9.
       77  ISN-KEY-EXISTE      PIC 9.
       77  NOMINA-HALLADA      PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  BUCKET-MOVIMIENTO   PIC X.
       77  EMPRESA-ACTIVA      PIC X(03) VALUE SPACES.
       77  RAZON-ACTIVA        PIC X(30) VALUE SPACES.

      *****PARAMETROS CON SUS VALORES DE SIEMPRE
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-VALOR          PIC 9(09)V9999.
       77  PARM-HALLADO        PIC 9.
       77  FONDO-MATCH-PORCENT PIC 9V99 VALUE 0.50.
       77  AGUINALDO-DIAS-BASE PIC 99 VALUE 15.
       77  PRIMA-VACACIONAL-PORCENT PIC 9V99 VALUE 0.25.
       77  PTU-PROVISION-PORCENT    PIC 9V99 VALUE 0.10.
       77  COLEGIATURA         PIC 9(05)V99 VALUE 3500.00.

      *****LOS CONCEPTOS MENSUALES (CUOTAS, PROVISION, SEGURO Y
      *****COLEGIATURA) SE LLEVAN AL CORTE CON ESTE FACTOR: UN PERIODO
      *****ES UN MES ENTRE LOS PERIODOS QUE CIERRAN EN ESE MES; UN
      *****ANIO SON LOS MESES QUE TIENEN PERIODOS
       77  FACTOR-MENSUAL      PIC 9(02)V9999.
       77  PERIODOS-DEL-MES    PIC 9(02).
       77  MESES-DEL-ANIO      PIC 9(02).
       77  MES-ANTERIOR        PIC 9(06).
       01  TABLA-PERIODOS.
           03  PERIODO-OC OCCURS 60 TIMES.
               05  TP-PERIODO      PIC 9(06).
       77  PERIODOS-TOTAL      PIC 9(02) VALUE 0.
       77  I-PER               PIC 9(02).

      *****TABLA DE CONCEPTOS, MISMO PATRON QUE 3EMPISN, PARA SEPARAR
      *****PERCEPCIONES (P) DE DEDUCCIONES (D)
       01  TABLA-CONCEPTOS.
           03  TABLA-CONCEPTO OCCURS 99 TIMES INDEXED BY IDX-CONCEPTO.
               05  TC-CLAVE        PIC XX.
               05  TC-LABEL        PIC X(13).
               05  TC-BUCKET       PIC X(01).
       77  CONT-CONCEPTOS      PIC 99 VALUE ZERO.

      *****TABLA DE DIAS DE VACACIONES POR ANTIGUEDAD, MISMOS RANGOS QUE
      *****288 DE 6EMPNOMV3 (VER 3EMPSDI)
       01  TABLA-VACACIONES.
           03  TABLA-VAC-OC OCCURS 8 TIMES.
               05  VAC-ANIOS-MINIMOS   PIC 9(02).
               05  VAC-DIAS            PIC 9(02).
       77  I-VAC               PIC 9.
       77  ANIOS-ANTIGUEDAD    PIC 9(02).
       77  DIAS-VACACIONES     PIC 9(02).
       77  ANIO-INGRESO        PIC 9(04).
       77  ANIO-FECHA-CORTE    PIC 9(04).
       77  SUELDO-DIARIO       PIC 9(06)V99.
       77  PROVISION-MES       PIC 9(07)V99.

      *****COSTO POR NOMINA; LA PLANTILLA SE CARGA EN ORDEN DE NOMINA
       01  TABLA-COSTOS.
           03  COSTO-OC OCCURS 5000 TIMES.
               05  CE-NOMINA       PIC 9(06).
               05  CE-NOMBRE       PIC X(20).
               05  CE-DPTO         PIC X(03).
               05  CE-BASE         PIC 9(08)V99.
               05  CE-BRUTO        PIC 9(08)V99.
               05  CE-CUOTAS       PIC 9(08)V99.
               05  CE-ISN          PIC 9(08)V99.
               05  CE-FONDO        PIC 9(08)V99.
               05  CE-PROVISION    PIC 9(08)V99.
               05  CE-SEGURO       PIC 9(08)V99.
               05  CE-COLEGIATURA  PIC 9(08)V99.
               05  CE-TOTAL        PIC 9(09)V99.
       77  COSTOS-TOTAL        PIC 9(04) VALUE 0.
       77  I-CE                PIC 9(04).
       77  J-CE                PIC 9(04).
       77  K-CE                PIC 9(04).
       77  MULTIPLO            PIC 9(03)V99.

      *****ACUMULADO POR DEPARTAMENTO; TOPE REVISADO. DC-LUGAR GUARDA
      *****EL LUGAR DEL DEPARTAMENTO POR COSTO TOTAL (1 = EL MAS CARO)
       01  TABLA-DPTOS.
           03  DCOSTO-OC OCCURS 200 TIMES.
               05  DC-DPTO         PIC X(03).
               05  DC-EMPLEADOS    PIC 9(04).
               05  DC-BASE         PIC 9(10)V99.
               05  DC-BRUTO        PIC 9(10)V99.
               05  DC-CARGAS       PIC 9(10)V99.
               05  DC-TOTAL        PIC 9(10)V99.
               05  DC-LUGAR        PIC 9(03).
       77  DPTOS-TOTAL         PIC 9(03) VALUE 0.
       77  I-DC                PIC 9(03).
       77  I-MAYOR             PIC 9(03).
       77  LUGAR-ACTUAL        PIC 9(03).
       77  DC-HALLADO          PIC 9.

       77  EMPRESA-BASE        PIC 9(11)V99 VALUE 0.
       77  EMPRESA-BRUTO       PIC 9(11)V99 VALUE 0.
       77  EMPRESA-CUOTAS      PIC 9(11)V99 VALUE 0.
       77  EMPRESA-ISN         PIC 9(11)V99 VALUE 0.
       77  EMPRESA-FONDO       PIC 9(11)V99 VALUE 0.
       77  EMPRESA-PROVISION   PIC 9(11)V99 VALUE 0.
       77  EMPRESA-SEGURO      PIC 9(11)V99 VALUE 0.
       77  EMPRESA-COLEGIATURA PIC 9(11)V99 VALUE 0.
       77  EMPRESA-TOTAL       PIC 9(11)V99 VALUE 0.

      *****CAMPOS EDITADOS PARA EL CSV, CON PUNTO DECIMAL
       77  CSV-BASE-ED         PIC ZZZZZZZ9.99.
       77  CSV-BRUTO-ED        PIC ZZZZZZZ9.99.
       77  CSV-CUOTAS-ED       PIC ZZZZZZZ9.99.
       77  CSV-ISN-ED          PIC ZZZZZZZ9.99.
       77  CSV-FONDO-ED        PIC ZZZZZZZ9.99.
       77  CSV-PROVISION-ED    PIC ZZZZZZZ9.99.
       77  CSV-SEGURO-ED       PIC ZZZZZZZ9.99.
       77  CSV-COLEG-ED        PIC ZZZZZZZ9.99.
       77  CSV-TOTAL-ED        PIC ZZZZZZZZ9.99.
       77  CSV-MULTIPLO-ED     PIC ZZ9.99.
       77  CSV-CORTE           PIC X(06).

       01  TITULO-COS-1.
           05  FILLER              PIC X(36) VALUE
               "COSTO INTEGRAL DE EMPLEO - EMPRESA ".
           05  TCOS-EMPRESA        PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TCOS-RAZON          PIC X(30).
           05  FILLER              PIC X(09) VALUE "  CORTE: ".
           05  TCOS-CORTE          PIC X(06).
           05  FILLER              PIC X(15) VALUE
               "  FACTOR MES: ".
           05  TCOS-FACTOR         PIC Z9.9999.
       01  TITULO-COS-2.
           05  FILLER              PIC X(44) VALUE
               "NOMINA NOMBRE               DPT     BASE    ".
           05  FILLER              PIC X(44) VALUE
               "BRUTO   CUOTAS      ISN    FONDOPROVISION   ".
           05  FILLER              PIC X(31) VALUE
               "SEGURO COLEGIAT    TOTAL   MULT".
       01  DETALLE-COS.
           05  DETCOS-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETCOS-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETCOS-DPTO         PIC X(03).
           05  DETCOS-BASE         PIC Z(08)9.
           05  DETCOS-BRUTO        PIC Z(08)9.
           05  DETCOS-CUOTAS       PIC Z(08)9.
           05  DETCOS-ISN          PIC Z(08)9.
           05  DETCOS-FONDO        PIC Z(08)9.
           05  DETCOS-PROVISION    PIC Z(08)9.
           05  DETCOS-SEGURO       PIC Z(08)9.
           05  DETCOS-COLEGIATURA  PIC Z(08)9.
           05  DETCOS-TOTAL        PIC Z(08)9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETCOS-MULTIPLO     PIC ZZ9.99.
       01  TITULO-DPT-1.
           05  FILLER              PIC X(44) VALUE
               "DEPARTAMENTOS POR COSTO TOTAL".
       01  TITULO-DPT-2.
           05  FILLER              PIC X(44) VALUE
               "LUG  DPTO  DESCRIPCION          EMPL    SUEL".
           05  FILLER              PIC X(44) VALUE
               "DO BASE   SUELDO BRUTO   CARGAS PATRONAL    ".
           05  FILLER              PIC X(18) VALUE
               "COSTO TOTAL   MULT".
       01  DETALLE-DPT.
           05  DETDPT-LUGAR        PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETDPT-DPTO         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDPT-DESC         PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDPT-EMPLEADOS    PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDPT-BASE         PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDPT-BRUTO        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETDPT-CARGAS       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETDPT-TOTAL        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDPT-MULTIPLO     PIC ZZ9.99.
       01  TOTAL-COS.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTCOS-LABEL        PIC X(30).
           05  TOTCOS-IMPORTE      PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****COSTO INTEGRAL DE EMPLEO POR NOMINA, DEPARTAMENTO Y RAZON
      *****SOCIAL PARA UN PERIODO O UN ANIO: SUELDO BRUTO Y
      *****PERCEPCIONES DE LA NOMINA (BOLSA P), CUOTAS PATRONALES
      *****IMSS/INFONAVIT DE 3EMPIMS (SUAEXP), ISN A LA TASA DE LA
      *****ENTIDAD (4ISNABC, MISMA BASE QUE 3EMPISN), LA APORTACION DE
      *****LA EMPRESA AL FONDO DE AHORRO, LA PROVISION MENSUAL DEL
      *****PASIVO LABORAL (MISMO CALCULO QUE EL MODO 7 DE 6EMPNOMV3),
      *****LA PRIMA DEL SEGURO (4SEGABC) Y EL BENEFICIO DE COLEGIATURA
      *****(5BENREP). EL COSTO SE EXPRESA COMO MULTIPLO DEL SUELDO BASE
      *****Y LOS DEPARTAMENTOS SE ORDENAN DEL MAS CARO AL MAS BARATO
       MAIN-PROCEDURE.
           DISPLAY "CORTE: P = UN PERIODO, A = UN ANIO".
           ACCEPT TIPO-CORTE.
           IF TIPO-CORTE = "P"
               DISPLAY "PERIODO (AAAAPP)"
               ACCEPT PERIODO-CORTE
               MOVE PERIODO-CORTE TO CSV-CORTE
           ELSE IF TIPO-CORTE = "A"
               DISPLAY "ANIO (AAAA)"
               ACCEPT ANIO-CORTE
               MOVE ANIO-CORTE TO CSV-CORTE
           ELSE
               DISPLAY "CORTE INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "ENTIDAD FEDERATIVA PARA EL ISN (CLAVE)".
           ACCEPT ENTIDAD-ISN.
           OPEN INPUT PERIODOS.
           PERFORM CARGAR-PERIODOS.
           CLOSE PERIODOS.
           IF PERIODOS-TOTAL = 0
               DISPLAY "EL CORTE NO TIENE PERIODOS EN EL MAESTRO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ISNTASAS.
           MOVE ENTIDAD-ISN TO ISN-ENTIDAD.
           MOVE 1 TO ISN-KEY-EXISTE.
           READ ISNTASAS INVALID KEY MOVE 0 TO ISN-KEY-EXISTE.
           IF ISN-KEY-EXISTE = 1
               MOVE ISN-TASA TO TASA-ISN
           ELSE
               DISPLAY "LA ENTIDAD " ENTIDAD-ISN
                   " NO TIENE TASA EN 4ISNABC - ISN EN CERO"
           END-IF.
           CLOSE ISNTASAS.
           PERFORM LEER-EMPRESA-ACTIVA.
           PERFORM CARGAR-PARAMETROS.
           PERFORM CARGAR-CONCEPTOS.
           PERFORM INICIALIZAR-VACACIONES.

           OPEN INPUT EMPINX.
           PERFORM CARGAR-PLANTILLA.
           CLOSE EMPINX.
           IF RETURN-CODE = 16
               GOBACK
           END-IF.
           OPEN INPUT PERCEPCION-DEDUCCION.
           PERFORM VARYING I-PER FROM 1 BY 1
                   UNTIL I-PER > PERIODOS-TOTAL
               PERFORM ACUMULAR-MOVIMIENTOS
           END-PERFORM.
           CLOSE PERCEPCION-DEDUCCION.
           OPEN INPUT SUAEXP.
           PERFORM ACUMULAR-CUOTAS.
           CLOSE SUAEXP.
           OPEN INPUT SEGUROS.
           PERFORM ACUMULAR-SEGUROS.
           CLOSE SEGUROS.
           OPEN INPUT BENEF.
           PERFORM ACUMULAR-COLEGIATURAS.
           CLOSE BENEF.

           OPEN OUTPUT REPORTE.
           OPEN OUTPUT REPORTECSV.
           MOVE EMPRESA-ACTIVA TO TCOS-EMPRESA.
           MOVE RAZON-ACTIVA   TO TCOS-RAZON.
           MOVE CSV-CORTE      TO TCOS-CORTE.
           MOVE FACTOR-MENSUAL TO TCOS-FACTOR.
           WRITE REPORTE-REG FROM TITULO-COS-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-COS-2 BEFORE 1 LINES.
           PERFORM ESCRIBIR-ENCABEZADO-CSV.
           PERFORM VARYING I-CE FROM 1 BY 1
                   UNTIL I-CE > COSTOS-TOTAL
               PERFORM CERRAR-COSTO-EMPLEADO
           END-PERFORM.
           PERFORM ESCRIBIR-TOTALES-EMPRESA.
           OPEN INPUT DEPARTAMENTOS.
           PERFORM ESCRIBIR-DEPARTAMENTOS.
           CLOSE DEPARTAMENTOS.
           CLOSE REPORTE.
           CLOSE REPORTECSV.
           DISPLAY "EMPLEADOS    : " COSTOS-TOTAL.
           DISPLAY "PERIODOS     : " PERIODOS-TOTAL.
           DISPLAY "COSTO TOTAL  : " EMPRESA-TOTAL.
           DISPLAY "SE GENERO COSTOCSV".
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                    CORTE, PARAMETROS Y TABLAS
      *******************************************************************
      *****PERIODOS DEL CORTE Y FACTOR MENSUAL. PARA UN PERIODO SE
      *****CUENTAN LOS PERIODOS QUE CIERRAN EN SU MISMO MES; PARA UN
      *****ANIO, LOS MESES DISTINTOS EN QUE CIERRAN SUS PERIODOS
       CARGAR-PERIODOS.
           MOVE 0 TO MES-CORTE.
           IF TIPO-CORTE = "P"
               MOVE PERIODO-CORTE TO PER-PERIODO
               READ PERIODOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PER-FEC-FIN(1:6) TO MES-CORTE
                       MOVE PER-FEC-FIN      TO FECHA-CORTE
                       MOVE 1 TO PERIODOS-TOTAL
                       MOVE PER-PERIODO TO TP-PERIODO(1)
               END-READ
           END-IF.
           MOVE 0 TO PERIODOS-DEL-MES.
           MOVE 0 TO MESES-DEL-ANIO.
           MOVE 0 TO MES-ANTERIOR.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       PERFORM CLASIFICAR-PERIODO
               END-READ
           END-PERFORM.
           IF TIPO-CORTE = "P"
               IF PERIODOS-DEL-MES > 0
                   COMPUTE FACTOR-MENSUAL ROUNDED =
                       1 / PERIODOS-DEL-MES
               ELSE
                   MOVE 1 TO FACTOR-MENSUAL
               END-IF
           ELSE
               MOVE MESES-DEL-ANIO TO FACTOR-MENSUAL
           END-IF.

       CLASIFICAR-PERIODO.
           IF TIPO-CORTE = "P"
               IF MES-CORTE NOT = 0
                   AND PER-FEC-FIN(1:6) = MES-CORTE
                   ADD 1 TO PERIODOS-DEL-MES
               END-IF
           ELSE IF PER-PERIODO(1:4) = ANIO-CORTE
               AND PERIODOS-TOTAL < 60
               ADD 1 TO PERIODOS-TOTAL
               MOVE PER-PERIODO TO TP-PERIODO(PERIODOS-TOTAL)
               IF PER-FEC-FIN > FECHA-CORTE
                   MOVE PER-FEC-FIN TO FECHA-CORTE
               END-IF
               IF PER-FEC-FIN(1:6) NOT = MES-ANTERIOR
                   ADD 1 TO MESES-DEL-ANIO
                   MOVE PER-FEC-FIN(1:6) TO MES-ANTERIOR
               END-IF
           END-IF.

       LEER-EMPRESA-ACTIVA.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-CLAVE TO EMPRESA-ACTIVA
                   MOVE EA-RAZON TO RAZON-ACTIVA
           END-READ.
           CLOSE EMPRESACT.

       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "FONDO-MATCH" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO FONDO-MATCH-PORCENT
           END-IF.
           MOVE "AGUIN-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO AGUINALDO-DIAS-BASE
           END-IF.
           MOVE "PRIMAVAC-PCT" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO PRIMA-VACACIONAL-PORCENT
           END-IF.
           MOVE "PTU-PROV-PCT" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO PTU-PROVISION-PORCENT
           END-IF.
           MOVE "COLEGIATURA" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR TO COLEGIATURA
           END-IF.
           CLOSE PARAMET.

      *****VALOR VIGENTE AL FIN DEL CORTE, IGUAL QUE CARGAR-PLAZO DE
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
                           IF PAR-VIGENCIA <= FECHA-CORTE
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-CONCEPTOS.
           MOVE 0 TO CONCEPTOS-EOF.
           OPEN INPUT CONCEPTOS.
           READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF.
           PERFORM UNTIL CONCEPTOS-EOF = 1
               IF CONT-CONCEPTOS >= 99
                   DISPLAY "CAPACIDAD DE CONCEPTOS EXCEDIDA (99)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CONT-CONCEPTOS
               MOVE CONC-CLAVE  TO TC-CLAVE(CONT-CONCEPTOS)
               MOVE CONC-LABEL  TO TC-LABEL(CONT-CONCEPTOS)
               MOVE CONC-BUCKET TO TC-BUCKET(CONT-CONCEPTOS)
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
           END-PERFORM.
           CLOSE CONCEPTOS.
           IF CONT-CONCEPTOS = 0
               PERFORM CARGAR-CONCEPTOS-DEFAULT.

       CARGAR-CONCEPTOS-DEFAULT.
           MOVE "01" TO TC-CLAVE(1).
           MOVE "SUELDO" TO TC-LABEL(1).
           MOVE "P"  TO TC-BUCKET(1).
           MOVE "02" TO TC-CLAVE(2).
           MOVE "BONO" TO TC-LABEL(2).
           MOVE "P"  TO TC-BUCKET(2).
           MOVE "03" TO TC-CLAVE(3).
           MOVE "PUNTUALIDAD" TO TC-LABEL(3).
           MOVE "P"  TO TC-BUCKET(3).
           MOVE "04" TO TC-CLAVE(4).
           MOVE "PRODUCTIVIDAD" TO TC-LABEL(4).
           MOVE "P"  TO TC-BUCKET(4).
           MOVE "05" TO TC-CLAVE(5).
           MOVE "VALES" TO TC-LABEL(5).
           MOVE "P"  TO TC-BUCKET(5).
           MOVE "06" TO TC-CLAVE(6).
           MOVE "HORAS EXTRAS" TO TC-LABEL(6).
           MOVE "P"  TO TC-BUCKET(6).
           MOVE "11" TO TC-CLAVE(7).
           MOVE "IMPUESTOS" TO TC-LABEL(7).
           MOVE "D"  TO TC-BUCKET(7).
           MOVE "12" TO TC-CLAVE(8).
           MOVE "IMSS" TO TC-LABEL(8).
           MOVE "D"  TO TC-BUCKET(8).
           MOVE "13" TO TC-CLAVE(9).
           MOVE "FALTAS" TO TC-LABEL(9).
           MOVE "D"  TO TC-BUCKET(9).
           MOVE "14" TO TC-CLAVE(10).
           MOVE "PAGO PRESTAMO" TO TC-LABEL(10).
           MOVE "D"  TO TC-BUCKET(10).
           MOVE "15" TO TC-CLAVE(11).
           MOVE "PRESTAMO" TO TC-LABEL(11).
           MOVE "D"  TO TC-BUCKET(11).
           MOVE "16" TO TC-CLAVE(12).
           MOVE "AGUINALDO" TO TC-LABEL(12).
           MOVE "P"  TO TC-BUCKET(12).
           MOVE "17" TO TC-CLAVE(13).
           MOVE "PRIMA VACAC" TO TC-LABEL(13).
           MOVE "P"  TO TC-BUCKET(13).
           MOVE "18" TO TC-CLAVE(14).
           MOVE "FONDO AHORRO" TO TC-LABEL(14).
           MOVE "D"  TO TC-BUCKET(14).
           MOVE "19" TO TC-CLAVE(15).
           MOVE "INCAPACIDAD" TO TC-LABEL(15).
           MOVE "P"  TO TC-BUCKET(15).
           MOVE "20" TO TC-CLAVE(16).
           MOVE "ADEUDO ANT" TO TC-LABEL(16).
           MOVE "D"  TO TC-BUCKET(16).
           MOVE "21" TO TC-CLAVE(17).
           MOVE "DEVOL ISR" TO TC-LABEL(17).
           MOVE "P"  TO TC-BUCKET(17).
           MOVE "22" TO TC-CLAVE(18).
           MOVE "AJUSTE ISR" TO TC-LABEL(18).
           MOVE "D"  TO TC-BUCKET(18).
           MOVE "23" TO TC-CLAVE(19).
           MOVE "PENSION ALIM" TO TC-LABEL(19).
           MOVE "D"  TO TC-BUCKET(19).
           MOVE "24" TO TC-CLAVE(20).
           MOVE "INFONAVIT" TO TC-LABEL(20).
           MOVE "D"  TO TC-BUCKET(20).
           MOVE "25" TO TC-CLAVE(21).
           MOVE "DIA FESTIVO" TO TC-LABEL(21).
           MOVE "P"  TO TC-BUCKET(21).
           MOVE "26" TO TC-CLAVE(22).
           MOVE "PRIMA DOMING" TO TC-LABEL(22).
           MOVE "P"  TO TC-BUCKET(22).
           MOVE "27" TO TC-CLAVE(23).
           MOVE "HRS TRIPLES" TO TC-LABEL(23).
           MOVE "P"  TO TC-BUCKET(23).
           MOVE "28" TO TC-CLAVE(24).
           MOVE "RETROACTIVO" TO TC-LABEL(24).
           MOVE "P"  TO TC-BUCKET(24).
           MOVE "29" TO TC-CLAVE(25).
           MOVE "SUBSIDIO EMP" TO TC-LABEL(25).
           MOVE "P"  TO TC-BUCKET(25).
           MOVE "30" TO TC-CLAVE(26).
           MOVE "COLEG FAM" TO TC-LABEL(26).
           MOVE "D"  TO TC-BUCKET(26).
           MOVE "31" TO TC-CLAVE(27).
           MOVE "CUOTA SIND" TO TC-LABEL(27).
           MOVE "D"  TO TC-BUCKET(27).
           MOVE "32" TO TC-CLAVE(28).
           MOVE "COMISIONES" TO TC-LABEL(28).
           MOVE "P"  TO TC-BUCKET(28).
           MOVE "33" TO TC-CLAVE(29).
           MOVE "FONACOT" TO TC-LABEL(29).
           MOVE "D"  TO TC-BUCKET(29).
           MOVE "34" TO TC-CLAVE(30).
           MOVE "SEGURO GMM" TO TC-LABEL(30).
           MOVE "D"  TO TC-BUCKET(30).
           MOVE "35" TO TC-CLAVE(31).
           MOVE "REEMB VIATIC" TO TC-LABEL(31).
           MOVE "P"  TO TC-BUCKET(31).
           MOVE "36" TO TC-CLAVE(32).
           MOVE "RECUP VIATIC" TO TC-LABEL(32).
           MOVE "D"  TO TC-BUCKET(32).
           MOVE "37" TO TC-CLAVE(33).
           MOVE "VIAT NO COMPR" TO TC-LABEL(33).
           MOVE "P"  TO TC-BUCKET(33).
           MOVE "38" TO TC-CLAVE(34).
           MOVE "BONO QUINQ" TO TC-LABEL(34).
           MOVE "P"  TO TC-BUCKET(34).
           MOVE "39" TO TC-CLAVE(35).
           MOVE "PRIMA QUINQ" TO TC-LABEL(35).
           MOVE "P"  TO TC-BUCKET(35).
           MOVE 35 TO CONT-CONCEPTOS.

       INICIALIZAR-VACACIONES.
           MOVE 01 TO VAC-ANIOS-MINIMOS(1). MOVE 06 TO VAC-DIAS(1).
           MOVE 02 TO VAC-ANIOS-MINIMOS(2). MOVE 08 TO VAC-DIAS(2).
           MOVE 03 TO VAC-ANIOS-MINIMOS(3). MOVE 10 TO VAC-DIAS(3).
           MOVE 04 TO VAC-ANIOS-MINIMOS(4). MOVE 12 TO VAC-DIAS(4).
           MOVE 05 TO VAC-ANIOS-MINIMOS(5). MOVE 14 TO VAC-DIAS(5).
           MOVE 10 TO VAC-ANIOS-MINIMOS(6). MOVE 16 TO VAC-DIAS(6).
           MOVE 15 TO VAC-ANIOS-MINIMOS(7). MOVE 18 TO VAC-DIAS(7).
           MOVE 20 TO VAC-ANIOS-MINIMOS(8). MOVE 20 TO VAC-DIAS(8).

      *******************************************************************
      *                     COSTO POR NOMINA
      *******************************************************************
      *****SUELDO BASE Y PROVISION DEL PASIVO LABORAL SALEN DEL MAESTRO;
      *****LA PROVISION ES LA DE 442 DE 6EMPNOMV3 (DOCEAVO DE AGUINALDO
      *****Y PRIMA VACACIONAL MAS LA PTU), CON LA ANTIGUEDAD AL CORTE
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
           IF COSTOS-TOTAL >= 5000
               DISPLAY "PLANTILLA MAYOR A 5000 EMPLEADOS; SE CANCELA"
               MOVE 1 TO EMPINX-EOF
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO COSTOS-TOTAL
               MOVE COSTOS-TOTAL TO I-CE
               MOVE EMPINX-NOMINA TO CE-NOMINA(I-CE)
               MOVE EMPINX-NOMBRE TO CE-NOMBRE(I-CE)
               MOVE EMPINX-DPTO   TO CE-DPTO(I-CE)
               MOVE 0 TO CE-BASE(I-CE)
               IF EMPINX-SUELDO > 0
                   COMPUTE CE-BASE(I-CE) ROUNDED =
                       EMPINX-SUELDO * FACTOR-MENSUAL
               END-IF
               MOVE 0 TO CE-BRUTO(I-CE)
               MOVE 0 TO CE-CUOTAS(I-CE)
               MOVE 0 TO CE-ISN(I-CE)
               MOVE 0 TO CE-FONDO(I-CE)
               MOVE 0 TO CE-SEGURO(I-CE)
               MOVE 0 TO CE-COLEGIATURA(I-CE)
               MOVE 0 TO CE-TOTAL(I-CE)
               PERFORM CALCULAR-PROVISION
           END-IF.

       CALCULAR-PROVISION.
           MOVE 0 TO CE-PROVISION(I-CE).
           IF EMPINX-SUELDO > 0
               MOVE EMPINX-FEC-INGRESO(1:4) TO ANIO-INGRESO
               MOVE FECHA-CORTE(1:4) TO ANIO-FECHA-CORTE
               MOVE 0 TO ANIOS-ANTIGUEDAD
               IF ANIO-INGRESO < ANIO-FECHA-CORTE
                   COMPUTE ANIOS-ANTIGUEDAD =
                       ANIO-FECHA-CORTE - ANIO-INGRESO
               END-IF
               PERFORM VARYING I-VAC FROM 1 BY 1
                       UNTIL I-VAC = 8
                          OR ANIOS-ANTIGUEDAD
                             < VAC-ANIOS-MINIMOS(I-VAC + 1)
                   CONTINUE
               END-PERFORM
               MOVE VAC-DIAS(I-VAC) TO DIAS-VACACIONES
               COMPUTE SUELDO-DIARIO = (EMPINX-SUELDO * 12) / 365
               COMPUTE PROVISION-MES ROUNDED =
                   SUELDO-DIARIO * AGUINALDO-DIAS-BASE / 12
                   + SUELDO-DIARIO * DIAS-VACACIONES
                       * PRIMA-VACACIONAL-PORCENT / 12
                   + EMPINX-SUELDO * PTU-PROVISION-PORCENT
               COMPUTE CE-PROVISION(I-CE) ROUNDED =
                   PROVISION-MES * FACTOR-MENSUAL
           END-IF.

      *****BRUTO (BOLSA P) Y FONDO DE AHORRO DE UN PERIODO DEL CORTE;
      *****LA LECTURA TERMINA EN CUANTO LA LLAVE CAMBIA DE PERIODO
       ACUMULAR-MOVIMIENTOS.
           MOVE 0 TO MOV-EOF.
           MOVE TP-PERIODO(I-PER) TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE 0      TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE SPACES TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE 0      TO PERCEPCION-DEDUCCION-SECUENCIA.
           START PERCEPCION-DEDUCCION
               KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF.
           PERFORM UNTIL MOV-EOF = 1
               READ PERCEPCION-DEDUCCION NEXT RECORD
                   AT END
                       MOVE 1 TO MOV-EOF
                   NOT AT END
                       IF PERCEPCION-DEDUCCION-PERIODO
                           NOT = TP-PERIODO(I-PER)
                           MOVE 1 TO MOV-EOF
                       ELSE
                           PERFORM SUMAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-MOVIMIENTO.
           MOVE PERCEPCION-DEDUCCION-NOMINA TO NOMINA-BUSCADA.
           PERFORM BUSCAR-EN-PLANTILLA.
           IF NOMINA-HALLADA = 1
               MOVE "?" TO BUCKET-MOVIMIENTO
               PERFORM VARYING IDX-CONCEPTO FROM 1 BY 1
                       UNTIL IDX-CONCEPTO > CONT-CONCEPTOS
                   IF TC-CLAVE(IDX-CONCEPTO) =
                       PERCEPCION-DEDUCCION-CLAVE
                       MOVE TC-BUCKET(IDX-CONCEPTO)
                           TO BUCKET-MOVIMIENTO
                   END-IF
               END-PERFORM
               IF BUCKET-MOVIMIENTO = "P"
                   ADD PERCEPCION-DEDUCCION-IMPORTE TO CE-BRUTO(I-CE)
               END-IF
               IF PERCEPCION-DEDUCCION-CLAVE = "18"
                   COMPUTE CE-FONDO(I-CE) ROUNDED = CE-FONDO(I-CE)
                       + PERCEPCION-DEDUCCION-IMPORTE
                           * FONDO-MATCH-PORCENT
               END-IF
           END-IF.

      *****LA PLANTILLA ESTA EN ORDEN DE NOMINA: SE BUSCA POR MITADES
       BUSCAR-EN-PLANTILLA.
           MOVE 0 TO NOMINA-HALLADA.
           MOVE 1 TO I-CE.
           MOVE COSTOS-TOTAL TO J-CE.
           PERFORM UNTIL NOMINA-HALLADA = 1 OR I-CE > J-CE
               PERFORM PARTIR-BUSQUEDA
           END-PERFORM.

       PARTIR-BUSQUEDA.
           COMPUTE K-CE = (I-CE + J-CE) / 2.
           IF CE-NOMINA(K-CE) = NOMINA-BUSCADA
               MOVE 1 TO NOMINA-HALLADA
               MOVE K-CE TO I-CE
           ELSE IF CE-NOMINA(K-CE) < NOMINA-BUSCADA
               COMPUTE I-CE = K-CE + 1
           ELSE IF K-CE = 1
               MOVE 0 TO J-CE
           ELSE
               COMPUTE J-CE = K-CE - 1
           END-IF.

      *****CUOTAS PATRONALES MENSUALES DE LA ULTIMA CORRIDA DE 3EMPIMS
       ACUMULAR-CUOTAS.
           PERFORM UNTIL SUAEXP-EOF = 1
               READ SUAEXP
                   AT END
                       MOVE 1 TO SUAEXP-EOF
                   NOT AT END
                       MOVE SUA-NOMINA TO NOMINA-BUSCADA
                       PERFORM BUSCAR-EN-PLANTILLA
                       IF NOMINA-HALLADA = 1
                           COMPUTE CE-CUOTAS(I-CE) ROUNDED =
                               SUA-CUOTA-TOTAL * FACTOR-MENSUAL
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-SEGUROS.
           MOVE 0 TO SEG-NOMINA.
           START SEGUROS KEY IS NOT LESS THAN SEG-NOMINA
               INVALID KEY MOVE 1 TO SEGUROS-EOF.
           PERFORM UNTIL SEGUROS-EOF = 1
               READ SEGUROS NEXT RECORD
                   AT END
                       MOVE 1 TO SEGUROS-EOF
                   NOT AT END
                       IF SEG-ESTADO = "ACTIVO"
                           MOVE SEG-NOMINA TO NOMINA-BUSCADA
                           PERFORM BUSCAR-EN-PLANTILLA
                           IF NOMINA-HALLADA = 1
                               COMPUTE CE-SEGURO(I-CE) ROUNDED =
                                   SEG-PRIMA-EMPRESA * FACTOR-MENSUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ACUMULAR-COLEGIATURAS.
           MOVE LOW-VALUES TO BEN-LLAVE.
           START BENEF KEY IS NOT LESS THAN BEN-LLAVE
               INVALID KEY MOVE 1 TO BENEF-EOF.
           PERFORM UNTIL BENEF-EOF = 1
               READ BENEF NEXT RECORD
                   AT END
                       MOVE 1 TO BENEF-EOF
                   NOT AT END
                       IF BEN-ESTADO = "ACTIVO"
                           MOVE BEN-NOMINA TO NOMINA-BUSCADA
                           PERFORM BUSCAR-EN-PLANTILLA
                           IF NOMINA-HALLADA = 1
                               COMPUTE CE-COLEGIATURA(I-CE) ROUNDED =
                                   CE-COLEGIATURA(I-CE)
                                   + COLEGIATURA * BEN-PORCENTAJE / 100
                                       * FACTOR-MENSUAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****ISN SOBRE EL BRUTO, TOTAL, MULTIPLO Y ACUMULADOS; ESCRIBE EL
      *****RENGLON DEL REPORTE Y EL DEL CSV
       CERRAR-COSTO-EMPLEADO.
           COMPUTE CE-ISN(I-CE) ROUNDED =
               CE-BRUTO(I-CE) * TASA-ISN / 100.
           COMPUTE CE-TOTAL(I-CE) =
               CE-BRUTO(I-CE) + CE-CUOTAS(I-CE) + CE-ISN(I-CE)
               + CE-FONDO(I-CE) + CE-PROVISION(I-CE)
               + CE-SEGURO(I-CE) + CE-COLEGIATURA(I-CE).
           MOVE 0 TO MULTIPLO.
           IF CE-BASE(I-CE) > 0
               COMPUTE MULTIPLO ROUNDED =
                   CE-TOTAL(I-CE) / CE-BASE(I-CE)
                   ON SIZE ERROR MOVE 999.99 TO MULTIPLO
               END-COMPUTE
           END-IF.
           ADD CE-BASE(I-CE)        TO EMPRESA-BASE.
           ADD CE-BRUTO(I-CE)       TO EMPRESA-BRUTO.
           ADD CE-CUOTAS(I-CE)      TO EMPRESA-CUOTAS.
           ADD CE-ISN(I-CE)         TO EMPRESA-ISN.
           ADD CE-FONDO(I-CE)       TO EMPRESA-FONDO.
           ADD CE-PROVISION(I-CE)   TO EMPRESA-PROVISION.
           ADD CE-SEGURO(I-CE)      TO EMPRESA-SEGURO.
           ADD CE-COLEGIATURA(I-CE) TO EMPRESA-COLEGIATURA.
           ADD CE-TOTAL(I-CE)       TO EMPRESA-TOTAL.
           PERFORM ACUMULAR-DEPARTAMENTO.
           IF RETURN-CODE = 16
               CLOSE REPORTE REPORTECSV
               GOBACK
           END-IF.
           MOVE CE-NOMINA(I-CE)      TO DETCOS-NOMINA.
           MOVE CE-NOMBRE(I-CE)      TO DETCOS-NOMBRE.
           MOVE CE-DPTO(I-CE)        TO DETCOS-DPTO.
           MOVE CE-BASE(I-CE)        TO DETCOS-BASE.
           MOVE CE-BRUTO(I-CE)       TO DETCOS-BRUTO.
           MOVE CE-CUOTAS(I-CE)      TO DETCOS-CUOTAS.
           MOVE CE-ISN(I-CE)         TO DETCOS-ISN.
           MOVE CE-FONDO(I-CE)       TO DETCOS-FONDO.
           MOVE CE-PROVISION(I-CE)   TO DETCOS-PROVISION.
           MOVE CE-SEGURO(I-CE)      TO DETCOS-SEGURO.
           MOVE CE-COLEGIATURA(I-CE) TO DETCOS-COLEGIATURA.
           MOVE CE-TOTAL(I-CE)       TO DETCOS-TOTAL.
           MOVE MULTIPLO             TO DETCOS-MULTIPLO.
           WRITE REPORTE-REG FROM DETALLE-COS BEFORE 1 LINES.
           PERFORM ESCRIBIR-RENGLON-CSV.

       ACUMULAR-DEPARTAMENTO.
           MOVE 0 TO DC-HALLADO.
           PERFORM VARYING I-DC FROM 1 BY 1
                   UNTIL I-DC > DPTOS-TOTAL OR DC-HALLADO = 1
               IF DC-DPTO(I-DC) = CE-DPTO(I-CE)
                   MOVE 1 TO DC-HALLADO
                   ADD 1              TO DC-EMPLEADOS(I-DC)
                   ADD CE-BASE(I-CE)  TO DC-BASE(I-DC)
                   ADD CE-BRUTO(I-CE) TO DC-BRUTO(I-DC)
                   ADD CE-TOTAL(I-CE) TO DC-TOTAL(I-DC)
                   COMPUTE DC-CARGAS(I-DC) =
                       DC-TOTAL(I-DC) - DC-BRUTO(I-DC)
               END-IF
           END-PERFORM.
           IF DC-HALLADO = 0
               IF DPTOS-TOTAL >= 200
                   DISPLAY "CAPACIDAD DE DEPARTAMENTOS EXCEDIDA (200)"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO DPTOS-TOTAL
                   MOVE CE-DPTO(I-CE)  TO DC-DPTO(DPTOS-TOTAL)
                   MOVE 1              TO DC-EMPLEADOS(DPTOS-TOTAL)
                   MOVE CE-BASE(I-CE)  TO DC-BASE(DPTOS-TOTAL)
                   MOVE CE-BRUTO(I-CE) TO DC-BRUTO(DPTOS-TOTAL)
                   MOVE CE-TOTAL(I-CE) TO DC-TOTAL(DPTOS-TOTAL)
                   COMPUTE DC-CARGAS(DPTOS-TOTAL) =
                       CE-TOTAL(I-CE) - CE-BRUTO(I-CE)
                   MOVE 0              TO DC-LUGAR(DPTOS-TOTAL)
               END-IF
           END-IF.

      *******************************************************************
      *                      TOTALES Y DEPARTAMENTOS
      *******************************************************************
       ESCRIBIR-TOTALES-EMPRESA.
           MOVE "SUELDO BASE DEL CORTE" TO TOTCOS-LABEL.
           MOVE EMPRESA-BASE TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 3 LINES.
           MOVE "SUELDO BRUTO Y PERCEPCIONES" TO TOTCOS-LABEL.
           MOVE EMPRESA-BRUTO TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "CUOTAS IMSS/INFONAVIT" TO TOTCOS-LABEL.
           MOVE EMPRESA-CUOTAS TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "IMPUESTO SOBRE NOMINAS" TO TOTCOS-LABEL.
           MOVE EMPRESA-ISN TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "FONDO DE AHORRO (EMPRESA)" TO TOTCOS-LABEL.
           MOVE EMPRESA-FONDO TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "PROVISION PASIVO LABORAL" TO TOTCOS-LABEL.
           MOVE EMPRESA-PROVISION TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "PRIMAS DE SEGURO" TO TOTCOS-LABEL.
           MOVE EMPRESA-SEGURO TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "BENEFICIO DE COLEGIATURA" TO TOTCOS-LABEL.
           MOVE EMPRESA-COLEGIATURA TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 1 LINES.
           MOVE "COSTO INTEGRAL DE LA EMPRESA" TO TOTCOS-LABEL.
           MOVE EMPRESA-TOTAL TO TOTCOS-IMPORTE.
           WRITE REPORTE-REG FROM TOTAL-COS BEFORE 2 LINES.

      *****DEPARTAMENTOS DEL MAS CARO AL MAS BARATO: CADA VUELTA TOMA
      *****EL DE MAYOR COSTO TOTAL QUE AUN NO TIENE LUGAR
       ESCRIBIR-DEPARTAMENTOS.
           WRITE REPORTE-REG FROM TITULO-DPT-1 BEFORE PAGE.
           WRITE REPORTE-REG FROM TITULO-DPT-2 BEFORE 2 LINES.
           PERFORM VARYING LUGAR-ACTUAL FROM 1 BY 1
                   UNTIL LUGAR-ACTUAL > DPTOS-TOTAL
               PERFORM ELEGIR-SIGUIENTE-DPTO
               PERFORM ESCRIBIR-UN-DPTO
           END-PERFORM.

       ELEGIR-SIGUIENTE-DPTO.
           MOVE 0 TO I-MAYOR.
           PERFORM VARYING I-DC FROM 1 BY 1
                   UNTIL I-DC > DPTOS-TOTAL
               IF DC-LUGAR(I-DC) = 0
                   IF I-MAYOR = 0
                       MOVE I-DC TO I-MAYOR
                   ELSE IF DC-TOTAL(I-DC) > DC-TOTAL(I-MAYOR)
                       MOVE I-DC TO I-MAYOR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE LUGAR-ACTUAL TO DC-LUGAR(I-MAYOR).

       ESCRIBIR-UN-DPTO.
           MOVE LUGAR-ACTUAL         TO DETDPT-LUGAR.
           MOVE DC-DPTO(I-MAYOR)     TO DETDPT-DPTO.
           MOVE DC-DPTO(I-MAYOR)     TO DPTO-CLAVE.
           READ DEPARTAMENTOS
               INVALID KEY
                   MOVE "(SIN CATALOGO)" TO DETDPT-DESC
               NOT INVALID KEY
                   MOVE DPTO-DESCRIPCION TO DETDPT-DESC
           END-READ.
           MOVE DC-EMPLEADOS(I-MAYOR) TO DETDPT-EMPLEADOS.
           MOVE DC-BASE(I-MAYOR)      TO DETDPT-BASE.
           MOVE DC-BRUTO(I-MAYOR)     TO DETDPT-BRUTO.
           MOVE DC-CARGAS(I-MAYOR)    TO DETDPT-CARGAS.
           MOVE DC-TOTAL(I-MAYOR)     TO DETDPT-TOTAL.
           MOVE 0 TO MULTIPLO.
           IF DC-BASE(I-MAYOR) > 0
               COMPUTE MULTIPLO ROUNDED =
                   DC-TOTAL(I-MAYOR) / DC-BASE(I-MAYOR)
                   ON SIZE ERROR MOVE 999.99 TO MULTIPLO
               END-COMPUTE
           END-IF.
           MOVE MULTIPLO TO DETDPT-MULTIPLO.
           WRITE REPORTE-REG FROM DETALLE-DPT BEFORE 1 LINES.

      *******************************************************************
      *                         ARCHIVO CSV
      *******************************************************************
       ESCRIBIR-ENCABEZADO-CSV.
           MOVE SPACES TO REPORTECSV-REG.
           STRING "EMPRESA,CORTE,NOMINA,NOMBRE,DPTO,BASE,BRUTO,"
                      DELIMITED BY SIZE
                  "CUOTAS,ISN,FONDO,PROVISION,SEGURO,COLEGIATURA,"
                      DELIMITED BY SIZE
                  "TOTAL,MULTIPLO" DELIMITED BY SIZE
               INTO REPORTECSV-REG.
           WRITE REPORTECSV-REG.

       ESCRIBIR-RENGLON-CSV.
           MOVE CE-BASE(I-CE)        TO CSV-BASE-ED.
           MOVE CE-BRUTO(I-CE)       TO CSV-BRUTO-ED.
           MOVE CE-CUOTAS(I-CE)      TO CSV-CUOTAS-ED.
           MOVE CE-ISN(I-CE)         TO CSV-ISN-ED.
           MOVE CE-FONDO(I-CE)       TO CSV-FONDO-ED.
           MOVE CE-PROVISION(I-CE)   TO CSV-PROVISION-ED.
           MOVE CE-SEGURO(I-CE)      TO CSV-SEGURO-ED.
           MOVE CE-COLEGIATURA(I-CE) TO CSV-COLEG-ED.
           MOVE CE-TOTAL(I-CE)       TO CSV-TOTAL-ED.
           MOVE MULTIPLO             TO CSV-MULTIPLO-ED.
           MOVE SPACES TO REPORTECSV-REG.
           STRING EMPRESA-ACTIVA    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-CORTE         DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CE-NOMINA(I-CE)   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CE-NOMBRE(I-CE)   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CE-DPTO(I-CE)     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-BASE-ED       DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-BRUTO-ED      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-CUOTAS-ED     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-ISN-ED        DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-FONDO-ED      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-PROVISION-ED  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-SEGURO-ED     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-COLEG-ED      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-TOTAL-ED      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CSV-MULTIPLO-ED   DELIMITED BY SIZE
               INTO REPORTECSV-REG.
           WRITE REPORTECSV-REG.

       END PROGRAM 5COSREP.
