      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3MERPRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE       ASSIGN TO "MERREP".
           SELECT REPORTE-CARGA ASSIGN TO "MERCAR".
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EVALUACION ASSIGN TO "EVALUACION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE.
           SELECT OPTIONAL MERITO ASSIGN TO "MERITO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MER-LLAVE.
           SELECT OPTIONAL MERPROP ASSIGN TO "MERPROP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MP-LLAVE.
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
           SELECT DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL PENDCAMB ASSIGN TO "PENDCAMB"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-FOLIO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       FD  REPORTE-CARGA.
       01  REPORTE-CARGA-REG       PIC X(132).

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

      *****MISMO LAYOUT QUE EL EVALUACION DE 2EVACAP
       FD  EVALUACION.
       01  EVALUACION-REG.
           03  EVA-LLAVE.
               05  EVA-NOMINA          PIC 9(06).
               05  EVA-ANIO            PIC 9(04).
           03  EVA-CALIFICACION        PIC 9(03).
           03  EVA-EVALUADOR           PIC X(08).
           03  EVA-FECHA               PIC 9(08).
           03  EVA-COMENTARIO          PIC X(30).

      *****MISMO LAYOUT QUE EL MERITO DE 4MERABC
       FD  MERITO.
       01  MERITO-REG.
           03  MER-LLAVE.
               05  MER-CALIF-MIN       PIC 9(03).
               05  MER-CUARTIL         PIC 9(01).
           03  MER-DESCRIPCION         PIC X(15).
           03  MER-PORCENT             PIC 9(02)V99.

      *****MISMO LAYOUT QUE EL MERPROP DE 2EVACAP. MP-BANDA DICE DE
      *****DONDE SALIO LA BANDA SALARIAL: P = PUESTO, T = TABULADOR DEL
      *****DEPARTAMENTO, S = SIN BANDA (SE TOMA EL CUARTIL 2)
       FD  MERPROP.
       01  MERPROP-REG.
           03  MP-LLAVE.
               05  MP-ANIO             PIC 9(04).
               05  MP-NOMINA           PIC 9(06).
           03  MP-DPTO                 PIC X(03).
           03  MP-CALIFICACION         PIC 9(03).
           03  MP-CUARTIL              PIC 9(01).
           03  MP-BANDA                PIC X(01).
           03  MP-PORCENT              PIC 9(02)V99.
           03  MP-SUELDO-ACTUAL        PIC S9(05)V99.
           03  MP-SUELDO-PROPUESTO     PIC S9(05)V99.
           03  MP-SOBRE-PRESUP         PIC X(01).
           03  MP-ESTADO               PIC X(10).
           03  MP-APROBADOR            PIC X(08).
           03  MP-FOLIO-PC             PIC 9(06).

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

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DPTO-CLAVE          PIC X(03).
           03  DPTO-DESCRIPCION    PIC X(20).
           03  DPTO-PRESUPUESTO    PIC 9(08).
           03  DPTO-PLANTILLA      PIC 9(04).

      *****MISMO LAYOUT QUE EL PENDCAMB DE 4EMPABC; 6EMPNOMV3 APLICA
      *****EL CAMBIO AL CERRAR EL PERIODO QUE CONTIENE LA FECHA
      *****EFECTIVA Y DEJA EL RENGLON EN EMPINXHIST
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
       77  OPCION-PROCESO      PIC 9.
       77  ANIO-EVALUADO       PIC 9(04).
       77  FECHA-EFECTIVA      PIC 9(08).
       77  EMPINX-EOF          PIC 9.
       77  MERITO-EOF          PIC 9.
       77  MERPROP-EOF         PIC 9.
       77  PENDCAMB-EOF        PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  EVA-KEY-EXISTE      PIC 9.
       77  MP-KEY-EXISTE       PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  PUE-KEY-EXISTE      PIC 9.
       77  TAB-KEY-EXISTE      PIC 9.
       77  DPTO-KEY-EXISTE     PIC 9.
       77  HAY-CAMBIO-PENDIENTE PIC 9.
       77  PC-FOLIO-SIGUIENTE  PIC 9(06).
       77  WKS-HIST-EDITADO    PIC -(07)9.99.

      *****BANDA SALARIAL DEL EMPLEADO Y POSICION DEL SUELDO EN ELLA
       77  BANDA-MIN           PIC 9(05)V99.
       77  BANDA-MAX           PIC 9(05)V99.
       77  CUARTIL-CALC        PIC 9(01).

      *****MATRIZ DE MERITO EN ORDEN ASCENDENTE DE CALIFICACION MINIMA
       01  TABLA-MATRIZ.
           03  MATRIZ-OC OCCURS 50 TIMES.
               05  MT-CALIF-MIN    PIC 9(03).
               05  MT-CUARTIL      PIC 9(01).
               05  MT-PORCENT      PIC 9(02)V99.
       77  MATRIZ-TOTAL        PIC 9(02) VALUE 0.
       77  I-MT                PIC 9(02).
       77  I-VIGENTE           PIC 9(02).

      *****TOTALES POR DEPARTAMENTO PARA EL CONTROL DE PRESUPUESTO: EL
      *****SUELDO PROPUESTO DEL DEPARTAMENTO ES EL DE CADA EMPLEADO CON
      *****SU AUMENTO (O SIN EL, SI NO HAY PROPUESTA O SE RECHAZO)
       01  TABLA-DPTOS.
           03  DPTO-OC OCCURS 100 TIMES.
               05  DT-DPTO             PIC X(03).
               05  DT-EMPLEADOS        PIC 9(05).
               05  DT-PROPUESTAS       PIC 9(05).
               05  DT-SUELDO-ACTUAL    PIC S9(09)V99.
               05  DT-SUELDO-PROPUESTO PIC S9(09)V99.
               05  DT-PRESUPUESTO      PIC 9(08).
               05  DT-SOBRE-PRESUP     PIC X(01).
       77  DPTOS-TOTAL         PIC 9(03) VALUE 0.
       77  I-DT                PIC 9(03).
       77  I-DT-HALLADO        PIC 9(03).
       77  VARIANZA-DPTO       PIC S9(09)V99.

       77  CONT-EMPLEADOS      PIC 9(05) VALUE 0.
       77  CONT-SIN-EVALUACION PIC 9(05) VALUE 0.
       77  CONT-PROPUESTAS     PIC 9(05) VALUE 0.
       77  CONT-YA-REVISADAS   PIC 9(05) VALUE 0.
       77  CONT-SOBRE-PRESUP   PIC 9(05) VALUE 0.
       77  CONT-CARGADAS       PIC 9(05) VALUE 0.
       77  CONT-NO-CARGADAS    PIC 9(05) VALUE 0.

       01  TITULO-MER-1.
           05  FILLER              PIC X(40) VALUE
               "PROPUESTAS DE AUMENTO POR MERITO - ANIO ".
           05  TMER-ANIO           PIC 9(04).
       01  TITULO-MER-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               DPTO CALIF C".
           05  FILLER              PIC X(40) VALUE
               "UA B     ACTUAL     %    PROPUESTO ESTAD".
           05  FILLER              PIC X(20) VALUE
               "O     OBSERVACION".
       01  DETALLE-MER.
           05  DETMER-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMER-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMER-DPTO         PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETMER-CALIF        PIC ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETMER-CUARTIL      PIC 9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMER-BANDA        PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMER-ACTUAL       PIC $$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMER-PORCENT      PIC Z9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETMER-PROPUESTO    PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETMER-ESTADO       PIC X(10).
           05  DETMER-OBSERVACION  PIC X(22).
       01  TITULO-SIN-EVA.
           05  FILLER              PIC X(40) VALUE
               "EMPLEADOS SIN EVALUACION DEL ANIO".
       01  DETALLE-SIN-EVA.
           05  DETSIN-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSIN-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSIN-DPTO         PIC X(03).
       01  TITULO-DPT-1.
           05  FILLER              PIC X(40) VALUE
               "CONTROL DE PRESUPUESTO POR DEPARTAMENTO".
       01  TITULO-DPT-2.
           05  FILLER              PIC X(40) VALUE
               "DPTO EMPL PROP  SUELDO ACTUAL    SUELDO ".
           05  FILLER              PIC X(40) VALUE
               "PROPUESTO  PRESUPUESTO     VARIANZA".
       01  DETALLE-DPT.
           05  DETDPT-DPTO         PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDPT-EMPLEADOS    PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDPT-PROPUESTAS   PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDPT-ACTUAL       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDPT-PROPUESTO    PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDPT-PRESUPUESTO  PIC $$$,$$$,$$9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDPT-VARIANZA     PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETDPT-ALERTA       PIC X(16).
       01  RESUMEN-MER.
           05  FILLER              PIC X(12) VALUE "EMPLEADOS: ".
           05  RESMER-EMPLEADOS    PIC ZZZZ9.
           05  FILLER              PIC X(18) VALUE "  SIN EVALUACION: ".
           05  RESMER-SIN-EVA      PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  PROPUESTAS: ".
           05  RESMER-PROPUESTAS   PIC ZZZZ9.
           05  FILLER              PIC X(17) VALUE "  YA REVISADAS:  ".
           05  RESMER-REVISADAS    PIC ZZZZ9.

       01  TITULO-CAR-1.
           05  FILLER              PIC X(40) VALUE
               "CARGA DE AUMENTOS POR MERITO - ANIO ".
           05  TCAR-ANIO           PIC 9(04).
           05  FILLER              PIC X(12) VALUE "  EFECTIVO: ".
           05  TCAR-FECHA          PIC 9(08).
       01  TITULO-CAR-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA DPTO   SUELDO ACTUAL  SUELDO NUEV".
           05  FILLER              PIC X(40) VALUE
               "O  FOLIO  RESULTADO".
       01  DETALLE-CAR.
           05  DETCAR-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETCAR-DPTO         PIC X(03).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETCAR-ACTUAL       PIC $$$,$$9.99.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETCAR-NUEVO        PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCAR-FOLIO        PIC ZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCAR-RESULTADO    PIC X(36).
       01  RESUMEN-CAR.
           05  FILLER              PIC X(12) VALUE "CARGADAS:   ".
           05  RESCAR-CARGADAS     PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  NO CARGADAS:  ".
           05  RESCAR-NO-CARGADAS  PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****AUMENTO POR MERITO: LA OPCION 1 CRUZA LA EVALUACION ANUAL
      *****(2EVACAP) CON LA MATRIZ DE MERITO (4MERABC) SEGUN EL CUARTIL
      *****DEL SUELDO EN LA BANDA DEL PUESTO O, SIN PUESTO, EN LA DEL
      *****TABULADOR DEL DEPARTAMENTO; DEJA UNA PROPUESTA POR EMPLEADO
      *****EN MERPROP Y REVISA CADA DEPARTAMENTO CONTRA DPTO-PRESUPUESTO.
      *****LA OPCION 2 CARGA LO QUE RECURSOS HUMANOS APROBO EN 2EVACAP
      *****COMO CAMBIOS DE SUELDO PROGRAMADOS EN PENDCAMB
       MAIN-PROCEDURE.
           DISPLAY "AUMENTO POR MERITO".
           DISPLAY "1. GENERAR PROPUESTAS".
           DISPLAY "2. CARGAR PROPUESTAS APROBADAS".
           ACCEPT OPCION-PROCESO.
           DISPLAY "ANIO EVALUADO (AAAA)".
           ACCEPT ANIO-EVALUADO.
           IF OPCION-PROCESO = 1
               PERFORM GENERAR-PROPUESTAS
           ELSE IF OPCION-PROCESO = 2
               PERFORM CARGAR-APROBADAS
           ELSE
               DISPLAY "OPCION INVALIDA"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

      *******************************************************************
      *                      GENERACION DE PROPUESTAS
      *******************************************************************
      *****PRIMERA PASADA POR EMPINX: CALCULA Y GRABA LAS PROPUESTAS Y
      *****ACUMULA POR DEPARTAMENTO. SEGUNDA PASADA POR MERPROP: MARCA
      *****LAS DE DEPARTAMENTOS SOBRE PRESUPUESTO Y LAS IMPRIME. UNA
      *****PROPUESTA YA APROBADA, RECHAZADA O CARGADA NO SE RECALCULA
       GENERAR-PROPUESTAS.
           PERFORM CARGAR-MATRIZ.
           IF RETURN-CODE = 16
               GOBACK
           END-IF.
           IF MATRIZ-TOTAL = 0
               DISPLAY "MATRIZ DE MERITO VACIA - NADA QUE PROPONER"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EMPINX.
           OPEN INPUT EVALUACION.
           OPEN INPUT EMPDATOS.
           OPEN INPUT PUESTOS.
           OPEN INPUT TABULADOR.
           OPEN INPUT DEPARTAMENTOS.
           OPEN I-O MERPROP.
           OPEN OUTPUT REPORTE.
           MOVE ANIO-EVALUADO TO TMER-ANIO.
           WRITE REPORTE-REG FROM TITULO-MER-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-SIN-EVA BEFORE 1 LINES.
           MOVE 0 TO EMPINX-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM UNTIL EMPINX-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO EMPINX-EOF
                   NOT AT END
                       PERFORM PROPONER-EMPLEADO
               END-READ
           END-PERFORM.
           IF RETURN-CODE NOT = 16
               PERFORM REVISAR-PRESUPUESTOS
               PERFORM IMPRIMIR-PROPUESTAS
               PERFORM IMPRIMIR-DEPARTAMENTOS
               MOVE CONT-EMPLEADOS      TO RESMER-EMPLEADOS
               MOVE CONT-SIN-EVALUACION TO RESMER-SIN-EVA
               MOVE CONT-PROPUESTAS     TO RESMER-PROPUESTAS
               MOVE CONT-YA-REVISADAS   TO RESMER-REVISADAS
               WRITE REPORTE-REG FROM RESUMEN-MER BEFORE 3 LINES
               DISPLAY "EMPLEADOS LEIDOS    : " CONT-EMPLEADOS
               DISPLAY "SIN EVALUACION      : " CONT-SIN-EVALUACION
               DISPLAY "PROPUESTAS GRABADAS : " CONT-PROPUESTAS
               DISPLAY "YA REVISADAS        : " CONT-YA-REVISADAS
               IF CONT-SOBRE-PRESUP > 0
                   DISPLAY "AVISO: " CONT-SOBRE-PRESUP
                       " DEPARTAMENTO(S) SOBRE PRESUPUESTO - VER MERREP"
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
           CLOSE EMPINX.
           CLOSE EVALUACION.
           CLOSE EMPDATOS.
           CLOSE PUESTOS.
           CLOSE TABULADOR.
           CLOSE DEPARTAMENTOS.
           CLOSE MERPROP.
           CLOSE REPORTE.

       CARGAR-MATRIZ.
           MOVE 0 TO MERITO-EOF.
           OPEN INPUT MERITO.
           MOVE LOW-VALUES TO MER-LLAVE.
           START MERITO KEY IS NOT LESS THAN MER-LLAVE
               INVALID KEY MOVE 1 TO MERITO-EOF.
           PERFORM UNTIL MERITO-EOF = 1
               READ MERITO NEXT RECORD
                   AT END
                       MOVE 1 TO MERITO-EOF
                   NOT AT END
                       PERFORM AGREGAR-RENGLON-MATRIZ
               END-READ
           END-PERFORM.
           CLOSE MERITO.

       AGREGAR-RENGLON-MATRIZ.
           IF MATRIZ-TOTAL >= 50
               DISPLAY "CAPACIDAD DE LA MATRIZ DE MERITO EXCEDIDA ("
                   MATRIZ-TOTAL ")"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO MERITO-EOF
           ELSE
               ADD 1 TO MATRIZ-TOTAL
               MOVE MATRIZ-TOTAL  TO I-MT
               MOVE MER-CALIF-MIN TO MT-CALIF-MIN(I-MT)
               MOVE MER-CUARTIL   TO MT-CUARTIL(I-MT)
               MOVE MER-PORCENT   TO MT-PORCENT(I-MT)
           END-IF.

       PROPONER-EMPLEADO.
           ADD 1 TO CONT-EMPLEADOS.
           PERFORM BUSCAR-DEPARTAMENTO.
           IF I-DT-HALLADO = 0
               MOVE 1 TO EMPINX-EOF
           ELSE
               ADD 1 TO DT-EMPLEADOS(I-DT-HALLADO)
               ADD EMPINX-SUELDO TO DT-SUELDO-ACTUAL(I-DT-HALLADO)
               MOVE ANIO-EVALUADO TO MP-ANIO
               MOVE EMPINX-NOMINA TO MP-NOMINA
               MOVE 1 TO MP-KEY-EXISTE
               READ MERPROP INVALID KEY MOVE 0 TO MP-KEY-EXISTE
               END-READ
               IF MP-KEY-EXISTE = 1 AND MP-ESTADO NOT = "PROPUESTA"
                   PERFORM ACUMULAR-REVISADA
               ELSE
                   PERFORM CALCULAR-PROPUESTA
               END-IF
           END-IF.

      *****LA PROPUESTA YA DECIDIDA CUENTA PARA EL PRESUPUESTO CON EL
      *****SUELDO QUE QUEDARA: EL PROPUESTO SI SE APROBO O CARGO, EL
      *****ACTUAL SI SE RECHAZO
       ACUMULAR-REVISADA.
           ADD 1 TO CONT-YA-REVISADAS.
           ADD 1 TO DT-PROPUESTAS(I-DT-HALLADO).
           IF MP-ESTADO = "RECHAZADA"
               ADD EMPINX-SUELDO TO DT-SUELDO-PROPUESTO(I-DT-HALLADO)
           ELSE
               ADD MP-SUELDO-PROPUESTO
                   TO DT-SUELDO-PROPUESTO(I-DT-HALLADO)
           END-IF.

       CALCULAR-PROPUESTA.
           MOVE EMPINX-NOMINA TO EVA-NOMINA.
           MOVE ANIO-EVALUADO TO EVA-ANIO.
           MOVE 1 TO EVA-KEY-EXISTE.
           READ EVALUACION INVALID KEY MOVE 0 TO EVA-KEY-EXISTE
           END-READ.
           IF EVA-KEY-EXISTE = 0
               ADD 1 TO CONT-SIN-EVALUACION
               ADD EMPINX-SUELDO TO DT-SUELDO-PROPUESTO(I-DT-HALLADO)
               MOVE EMPINX-NOMINA TO DETSIN-NOMINA
               MOVE EMPINX-NOMBRE TO DETSIN-NOMBRE
               MOVE EMPINX-DPTO   TO DETSIN-DPTO
               WRITE REPORTE-REG FROM DETALLE-SIN-EVA BEFORE 1 LINES
           ELSE
               PERFORM UBICAR-EN-BANDA
               MOVE 0 TO I-VIGENTE
               PERFORM VARYING I-MT FROM 1 BY 1
                       UNTIL I-MT > MATRIZ-TOTAL
                   IF MT-CUARTIL(I-MT) = MP-CUARTIL
                       AND MT-CALIF-MIN(I-MT) <= EVA-CALIFICACION
                       MOVE I-MT TO I-VIGENTE
                   END-IF
               END-PERFORM
               IF I-VIGENTE = 0
                   MOVE 0 TO MP-PORCENT
               ELSE
                   MOVE MT-PORCENT(I-VIGENTE) TO MP-PORCENT
               END-IF
               MOVE EMPINX-DPTO      TO MP-DPTO
               MOVE EVA-CALIFICACION TO MP-CALIFICACION
               MOVE EMPINX-SUELDO    TO MP-SUELDO-ACTUAL
               COMPUTE MP-SUELDO-PROPUESTO ROUNDED = EMPINX-SUELDO
                   + (EMPINX-SUELDO * MP-PORCENT / 100)
               MOVE "N"         TO MP-SOBRE-PRESUP
               MOVE "PROPUESTA" TO MP-ESTADO
               MOVE SPACES      TO MP-APROBADOR
               MOVE 0           TO MP-FOLIO-PC
               IF MP-KEY-EXISTE = 1
                   REWRITE MERPROP-REG
               ELSE
                   WRITE MERPROP-REG
               END-IF
               ADD 1 TO CONT-PROPUESTAS
               ADD 1 TO DT-PROPUESTAS(I-DT-HALLADO)
               ADD MP-SUELDO-PROPUESTO
                   TO DT-SUELDO-PROPUESTO(I-DT-HALLADO)
           END-IF.

      *****LA BANDA DEL PUESTO (EMPDATOS DAT-PUESTO(1:4), COMO EN
      *****4EMPABC) MANDA SOBRE LA DEL TABULADOR DEL DEPARTAMENTO; BAJO
      *****EL MINIMO ES CUARTIL 1 Y EN EL MAXIMO O ARRIBA CUARTIL 4
       UBICAR-EN-BANDA.
           MOVE "S" TO MP-BANDA.
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
                   MOVE "P"            TO MP-BANDA
                   MOVE PUE-SUELDO-MIN TO BANDA-MIN
                   MOVE PUE-SUELDO-MAX TO BANDA-MAX
               END-IF
           END-IF.
           IF MP-BANDA = "S"
               MOVE EMPINX-DPTO TO TAB-DPTO
               MOVE 1 TO TAB-KEY-EXISTE
               READ TABULADOR INVALID KEY MOVE 0 TO TAB-KEY-EXISTE
               END-READ
               IF TAB-KEY-EXISTE = 1
                   MOVE "T"            TO MP-BANDA
                   MOVE TAB-SUELDO-MIN TO BANDA-MIN
                   MOVE TAB-SUELDO-MAX TO BANDA-MAX
               END-IF
           END-IF.
           IF MP-BANDA = "S"
               MOVE 2 TO CUARTIL-CALC
           ELSE IF EMPINX-SUELDO < BANDA-MIN
               MOVE 1 TO CUARTIL-CALC
           ELSE IF EMPINX-SUELDO >= BANDA-MAX
               MOVE 4 TO CUARTIL-CALC
           ELSE
               COMPUTE CUARTIL-CALC = (EMPINX-SUELDO - BANDA-MIN) * 4
                   / (BANDA-MAX - BANDA-MIN) + 1
           END-IF.
           MOVE CUARTIL-CALC TO MP-CUARTIL.

       BUSCAR-DEPARTAMENTO.
           MOVE 0 TO I-DT-HALLADO.
           PERFORM VARYING I-DT FROM 1 BY 1
                   UNTIL I-DT > DPTOS-TOTAL OR I-DT-HALLADO > 0
               IF DT-DPTO(I-DT) = EMPINX-DPTO
                   MOVE I-DT TO I-DT-HALLADO
               END-IF
           END-PERFORM.
           IF I-DT-HALLADO = 0
               IF DPTOS-TOTAL >= 100
                   DISPLAY "CAPACIDAD DE DEPARTAMENTOS EXCEDIDA ("
                       DPTOS-TOTAL ")"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   ADD 1 TO DPTOS-TOTAL
                   MOVE DPTOS-TOTAL TO I-DT-HALLADO
                   MOVE EMPINX-DPTO TO DT-DPTO(I-DT-HALLADO)
                   MOVE 0 TO DT-EMPLEADOS(I-DT-HALLADO)
                   MOVE 0 TO DT-PROPUESTAS(I-DT-HALLADO)
                   MOVE 0 TO DT-SUELDO-ACTUAL(I-DT-HALLADO)
                   MOVE 0 TO DT-SUELDO-PROPUESTO(I-DT-HALLADO)
               END-IF
           END-IF.

      *****SIN PRESUPUESTO CAPTURADO (CERO) NO HAY CONTROL, IGUAL QUE
      *****DPTO-PLANTILLA EN 4DPTABC
       REVISAR-PRESUPUESTOS.
           PERFORM VARYING I-DT FROM 1 BY 1 UNTIL I-DT > DPTOS-TOTAL
               MOVE DT-DPTO(I-DT) TO DPTO-CLAVE
               MOVE 1 TO DPTO-KEY-EXISTE
               READ DEPARTAMENTOS INVALID KEY MOVE 0 TO DPTO-KEY-EXISTE
               END-READ
               IF DPTO-KEY-EXISTE = 0
                   MOVE 0 TO DPTO-PRESUPUESTO
               END-IF
               MOVE DPTO-PRESUPUESTO TO DT-PRESUPUESTO(I-DT)
               IF DT-PRESUPUESTO(I-DT) > 0 AND
                   DT-SUELDO-PROPUESTO(I-DT) > DT-PRESUPUESTO(I-DT)
                   MOVE "S" TO DT-SOBRE-PRESUP(I-DT)
                   ADD 1 TO CONT-SOBRE-PRESUP
               ELSE
                   MOVE "N" TO DT-SOBRE-PRESUP(I-DT)
               END-IF
           END-PERFORM.

       IMPRIMIR-PROPUESTAS.
           WRITE REPORTE-REG FROM TITULO-MER-2 BEFORE 1 LINES.
           MOVE 0 TO MERPROP-EOF.
           MOVE ANIO-EVALUADO TO MP-ANIO.
           MOVE 0 TO MP-NOMINA.
           START MERPROP KEY IS NOT LESS THAN MP-LLAVE
               INVALID KEY MOVE 1 TO MERPROP-EOF.
           PERFORM UNTIL MERPROP-EOF = 1
               READ MERPROP NEXT RECORD
                   AT END
                       MOVE 1 TO MERPROP-EOF
                   NOT AT END
                       IF MP-ANIO NOT = ANIO-EVALUADO
                           MOVE 1 TO MERPROP-EOF
                       ELSE
                           PERFORM IMPRIMIR-UNA-PROPUESTA
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-UNA-PROPUESTA.
           MOVE 0 TO I-DT-HALLADO.
           PERFORM VARYING I-DT FROM 1 BY 1
                   UNTIL I-DT > DPTOS-TOTAL OR I-DT-HALLADO > 0
               IF DT-DPTO(I-DT) = MP-DPTO
                   MOVE I-DT TO I-DT-HALLADO
               END-IF
           END-PERFORM.
           IF MP-ESTADO = "PROPUESTA" AND I-DT-HALLADO > 0
               MOVE DT-SOBRE-PRESUP(I-DT-HALLADO) TO MP-SOBRE-PRESUP
               REWRITE MERPROP-REG
           END-IF.
           MOVE MP-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
           END-READ.
           IF EXISTE-NOMINA = 0
               MOVE "** BAJA **" TO EMPINX-NOMBRE
           END-IF.
           MOVE MP-NOMINA           TO DETMER-NOMINA.
           MOVE EMPINX-NOMBRE       TO DETMER-NOMBRE.
           MOVE MP-DPTO             TO DETMER-DPTO.
           MOVE MP-CALIFICACION     TO DETMER-CALIF.
           MOVE MP-CUARTIL          TO DETMER-CUARTIL.
           MOVE MP-BANDA            TO DETMER-BANDA.
           MOVE MP-SUELDO-ACTUAL    TO DETMER-ACTUAL.
           MOVE MP-PORCENT          TO DETMER-PORCENT.
           MOVE MP-SUELDO-PROPUESTO TO DETMER-PROPUESTO.
           MOVE MP-ESTADO           TO DETMER-ESTADO.
           IF MP-SOBRE-PRESUP = "S"
               MOVE "DPTO SOBRE PRESUPUESTO" TO DETMER-OBSERVACION
           ELSE IF MP-PORCENT = 0
               MOVE "SIN AUMENTO EN MATRIZ" TO DETMER-OBSERVACION
           ELSE
               MOVE SPACES TO DETMER-OBSERVACION
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-MER BEFORE 1 LINES.

       IMPRIMIR-DEPARTAMENTOS.
           WRITE REPORTE-REG FROM TITULO-DPT-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-DPT-2 BEFORE 1 LINES.
           PERFORM VARYING I-DT FROM 1 BY 1 UNTIL I-DT > DPTOS-TOTAL
               MOVE DT-DPTO(I-DT)             TO DETDPT-DPTO
               MOVE DT-EMPLEADOS(I-DT)        TO DETDPT-EMPLEADOS
               MOVE DT-PROPUESTAS(I-DT)       TO DETDPT-PROPUESTAS
               MOVE DT-SUELDO-ACTUAL(I-DT)    TO DETDPT-ACTUAL
               MOVE DT-SUELDO-PROPUESTO(I-DT) TO DETDPT-PROPUESTO
               MOVE DT-PRESUPUESTO(I-DT)      TO DETDPT-PRESUPUESTO
               IF DT-PRESUPUESTO(I-DT) = 0
                   MOVE 0 TO DETDPT-VARIANZA
                   MOVE "SIN PRESUPUESTO" TO DETDPT-ALERTA
               ELSE
                   COMPUTE VARIANZA-DPTO = DT-SUELDO-PROPUESTO(I-DT)
                       - DT-PRESUPUESTO(I-DT)
                   MOVE VARIANZA-DPTO TO DETDPT-VARIANZA
                   IF DT-SOBRE-PRESUP(I-DT) = "S"
                       MOVE "** SOBRE PRESUP" TO DETDPT-ALERTA
                   ELSE
                       MOVE SPACES TO DETDPT-ALERTA
                   END-IF
               END-IF
               WRITE REPORTE-REG FROM DETALLE-DPT BEFORE 1 LINES
           END-PERFORM.

      *******************************************************************
      *                    CARGA DE PROPUESTAS APROBADAS
      *******************************************************************
      *****CADA PROPUESTA APROBADA SE VUELVE UN CAMBIO DE SUELDO
      *****PROGRAMADO (CAMPO S) CON LA FECHA EFECTIVA DEL AUMENTO, A
      *****NOMBRE DE QUIEN LA APROBO. SI EL SUELDO CAMBIO DESDE LA
      *****PROPUESTA SE RECALCULA CON EL MISMO PORCENTAJE; UN EMPLEADO
      *****DADO DE BAJA O CON OTRO CAMBIO DE SUELDO PENDIENTE SE DEJA
      *****FUERA PARA QUE RECURSOS HUMANOS LO RESUELVA
       CARGAR-APROBADAS.
           MOVE 0 TO FECHA-EFECTIVA.
           PERFORM UNTIL FECHA-EFECTIVA > 0
               DISPLAY "FECHA EFECTIVA DEL AUMENTO (AAAAMMDD)"
               ACCEPT FECHA-EFECTIVA
           END-PERFORM.
           OPEN INPUT EMPINX.
           OPEN I-O MERPROP.
           OPEN I-O PENDCAMB.
           OPEN OUTPUT REPORTE-CARGA.
           PERFORM BUSCAR-FOLIO-PENDCAMB.
           MOVE ANIO-EVALUADO  TO TCAR-ANIO.
           MOVE FECHA-EFECTIVA TO TCAR-FECHA.
           WRITE REPORTE-CARGA-REG FROM TITULO-CAR-1 BEFORE 2 LINES.
           WRITE REPORTE-CARGA-REG FROM TITULO-CAR-2 BEFORE 1 LINES.
           MOVE 0 TO MERPROP-EOF.
           MOVE ANIO-EVALUADO TO MP-ANIO.
           MOVE 0 TO MP-NOMINA.
           START MERPROP KEY IS NOT LESS THAN MP-LLAVE
               INVALID KEY MOVE 1 TO MERPROP-EOF.
           PERFORM UNTIL MERPROP-EOF = 1
               READ MERPROP NEXT RECORD
                   AT END
                       MOVE 1 TO MERPROP-EOF
                   NOT AT END
                       IF MP-ANIO NOT = ANIO-EVALUADO
                           MOVE 1 TO MERPROP-EOF
                       ELSE
                           IF MP-ESTADO = "APROBADA"
                               PERFORM CARGAR-UNA-PROPUESTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CONT-CARGADAS    TO RESCAR-CARGADAS.
           MOVE CONT-NO-CARGADAS TO RESCAR-NO-CARGADAS.
           WRITE REPORTE-CARGA-REG FROM RESUMEN-CAR BEFORE 3 LINES.
           DISPLAY "AUMENTOS CARGADOS   : " CONT-CARGADAS.
           DISPLAY "NO CARGADOS         : " CONT-NO-CARGADAS.
           CLOSE EMPINX.
           CLOSE MERPROP.
           CLOSE PENDCAMB.
           CLOSE REPORTE-CARGA.
           MOVE 0 TO RETURN-CODE.

      *****EL SIGUIENTE FOLIO ES EL ULTIMO MAS UNO, COMO EN 4EMPABC
       BUSCAR-FOLIO-PENDCAMB.
           MOVE 0 TO PC-FOLIO-SIGUIENTE.
           MOVE 0 TO PENDCAMB-EOF.
           MOVE 0 TO PC-FOLIO.
           START PENDCAMB KEY IS NOT LESS THAN PC-FOLIO
               INVALID KEY MOVE 1 TO PENDCAMB-EOF.
           PERFORM UNTIL PENDCAMB-EOF = 1
               READ PENDCAMB NEXT RECORD
                   AT END
                       MOVE 1 TO PENDCAMB-EOF
                   NOT AT END
                       MOVE PC-FOLIO TO PC-FOLIO-SIGUIENTE
               END-READ
           END-PERFORM.

       REVISAR-CAMBIO-PENDIENTE.
           MOVE 0 TO HAY-CAMBIO-PENDIENTE.
           MOVE 0 TO PENDCAMB-EOF.
           MOVE 0 TO PC-FOLIO.
           START PENDCAMB KEY IS NOT LESS THAN PC-FOLIO
               INVALID KEY MOVE 1 TO PENDCAMB-EOF.
           PERFORM UNTIL PENDCAMB-EOF = 1
               READ PENDCAMB NEXT RECORD
                   AT END
                       MOVE 1 TO PENDCAMB-EOF
                   NOT AT END
                       IF PC-NOMINA = MP-NOMINA AND PC-CAMPO = "S"
                           AND PC-ESTADO = "PENDIENTE"
                           MOVE 1 TO HAY-CAMBIO-PENDIENTE
                           MOVE 1 TO PENDCAMB-EOF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-UNA-PROPUESTA.
           MOVE MP-NOMINA TO DETCAR-NOMINA.
           MOVE MP-DPTO   TO DETCAR-DPTO.
           MOVE 0         TO DETCAR-FOLIO.
           MOVE MP-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
           END-READ.
           IF EXISTE-NOMINA = 1
               AND EMPINX-SUELDO NOT = MP-SUELDO-ACTUAL
               MOVE EMPINX-SUELDO TO MP-SUELDO-ACTUAL
               COMPUTE MP-SUELDO-PROPUESTO ROUNDED = EMPINX-SUELDO
                   + (EMPINX-SUELDO * MP-PORCENT / 100)
               MOVE "RECALCULADO SOBRE EL SUELDO ACTUAL"
                   TO DETCAR-RESULTADO
           ELSE
               MOVE "CARGADO" TO DETCAR-RESULTADO
           END-IF.
           MOVE MP-SUELDO-ACTUAL    TO DETCAR-ACTUAL.
           MOVE MP-SUELDO-PROPUESTO TO DETCAR-NUEVO.
           PERFORM REVISAR-CAMBIO-PENDIENTE.
           IF EXISTE-NOMINA = 0
               MOVE "BAJA - NO SE CARGA" TO DETCAR-RESULTADO
               ADD 1 TO CONT-NO-CARGADAS
           ELSE IF HAY-CAMBIO-PENDIENTE = 1
               MOVE "YA TIENE CAMBIO DE SUELDO PENDIENTE"
                   TO DETCAR-RESULTADO
               ADD 1 TO CONT-NO-CARGADAS
           ELSE IF MP-SUELDO-PROPUESTO = MP-SUELDO-ACTUAL
               MOVE "SIN AUMENTO" TO DETCAR-RESULTADO
               ADD 1 TO CONT-NO-CARGADAS
           ELSE
               PERFORM GRABAR-CAMBIO-PROGRAMADO
           END-IF.
           WRITE REPORTE-CARGA-REG FROM DETALLE-CAR BEFORE 1 LINES.

       GRABAR-CAMBIO-PROGRAMADO.
           ADD 1 TO PC-FOLIO-SIGUIENTE.
           MOVE PC-FOLIO-SIGUIENTE  TO PC-FOLIO.
           MOVE MP-NOMINA           TO PC-NOMINA.
           MOVE "S"                 TO PC-CAMPO.
           MOVE SPACES              TO PC-VALOR-NUEVO.
           MOVE MP-SUELDO-PROPUESTO TO WKS-HIST-EDITADO.
           MOVE WKS-HIST-EDITADO    TO PC-VALOR-NUEVO.
           MOVE FECHA-EFECTIVA      TO PC-FEC-EFECTIVA.
           MOVE MP-APROBADOR        TO PC-OPERADOR.
           MOVE "PENDIENTE"         TO PC-ESTADO.
           WRITE PENDCAMB-REG.
           MOVE "CARGADA"           TO MP-ESTADO.
           MOVE PC-FOLIO            TO MP-FOLIO-PC.
           REWRITE MERPROP-REG.
           MOVE PC-FOLIO            TO DETCAR-FOLIO.
           ADD 1 TO CONT-CARGADAS.

       END PROGRAM 3MERPRO.
