      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5SSOREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT KARDEX ASSIGN TO "KARDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAR-LLAVE.
           SELECT OPTIONAL SERVSOC ASSIGN TO "SERVSOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSO-MATRICULA.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT SSOSORT ASSIGN TO DISK.
           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MISMO LAYOUT QUE EL KARDEX QUE ESCRIBE 3ALUCNV
       FD  KARDEX.
       01  KARDEX-REG.
           03  KAR-LLAVE.
               05  KAR-MATRICULA   PIC 9(08).
               05  KAR-CICLO       PIC 9(06).
           03  KAR-GRUPO           PIC X(03).
           03  KAR-CALIFICACIONES OCCURS 6 TIMES.
               05  KAR-CAL         PIC 999V99.
           03  KAR-PROMEDIO        PIC 999V99.
           03  KAR-ESTATUS         PIC X(09).

      *****EXPEDIENTE DE SERVICIO SOCIAL (VER 2SSOCAP)
       FD  SERVSOC.
       01  SERVSOC-REG.
           03  SSO-MATRICULA       PIC 9(08).
           03  SSO-INSTITUCION     PIC X(30).
           03  SSO-PROGRAMA        PIC X(30).
           03  SSO-FEC-INICIO      PIC 9(08).
           03  SSO-HORAS-REQUERIDAS PIC 9(04).
           03  SSO-HORAS-REPORTADAS PIC 9(04).
           03  SSO-HORAS-APROBADAS PIC 9(04).
           03  SSO-ULTIMO-REPORTE  PIC 9(03).
           03  SSO-ESTADO          PIC X(10).
           03  SSO-FEC-LIBERACION  PIC 9(08).
           03  SSO-FOLIO-CARTA     PIC 9(06).
           03  SSO-OPERADOR-LIB    PIC X(08).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       SD  SSOSORT.
       01  SSOSORT-REG.
           03  SRT-GRUPO           PIC X(03).
           03  SRT-MATRICULA       PIC 9(08).
           03  SRT-NOMBRE          PIC X(30).
           03  SRT-CICLOS          PIC 9(03).
           03  SRT-REQUERIDAS      PIC 9(04).
           03  SRT-APROBADAS       PIC 9(04).
           03  SRT-POR-REVISAR     PIC 9(04).
           03  SRT-FALTANTES       PIC 9(04).
           03  SRT-ESTADO          PIC X(14).

      *****MISMO LAYOUT QUE EL GRUPOS-REG DE 4GRPABC/2ALUCAP
       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ALUINX-EOF          PIC 9.
       77  KARDEX-EOF          PIC 9.
       77  SSOSORT-EOF         PIC 9.
       77  SSO-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  CICLOS-CURSADOS     PIC 9(03).
       77  GRUPO-ANTERIOR      PIC X(03).
       77  PRIMER-CORTE        PIC 9.
       77  CONT-GRUPO          PIC 9(05).
       77  FALTANTES-GRUPO     PIC 9(07).
       77  CONT-TOTAL          PIC 9(05) VALUE 0.
       77  FALTANTES-TOTAL     PIC 9(07) VALUE 0.
       77  CONT-SIN-EXPEDIENTE PIC 9(05) VALUE 0.
      *****HORAS QUE EXIGE EL REGLAMENTO (SS-HORAS) Y CICLOS DE LA
      *****CARRERA (SS-CICLOS); ENTRA AL REPORTE EL ALUMNO QUE YA
      *****CURSA O ESTA POR CURSAR SU ULTIMO CICLO. VALORES FIJOS SI NO
      *****ESTAN EN 4PARABC
       77  HORAS-REQUERIDAS    PIC 9(04) VALUE 480.
       77  CICLOS-CARRERA      PIC 9(03) VALUE 6.
       77  CICLOS-AVISO        PIC 9(03).
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

       01  TITULO-SSO-1.
           05  FILLER              PIC X(40) VALUE
               "SERVICIO SOCIAL PENDIENTE POR GRUPO".
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  TSSO-FECHA          PIC 9(08).
       01  TITULO-SSO-CRITERIO.
           05  FILLER              PIC X(27) VALUE
               "ALUMNOS CON AL MENOS ".
           05  TSSO-CICLOS         PIC ZZ9.
           05  FILLER              PIC X(32) VALUE
               " CICLOS CURSADOS SIN LIBERAR".
       01  TITULO-CORTE.
           05  FILLER              PIC X(07) VALUE "GRUPO: ".
           05  TCOR-GRUPO          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TCOR-DESCRIPCION    PIC X(20).
       01  TITULO-SSO-2.
           05  FILLER              PIC X(44) VALUE
               "MATRICULA NOMBRE                         CIC".
           05  FILLER              PIC X(44) VALUE
               "  REQ  APROB POR REV FALTAN ESTADO".
       01  DETALLE-SSO.
           05  DETSSO-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSSO-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSSO-CICLOS       PIC ZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSSO-REQUERIDAS   PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSSO-APROBADAS    PIC ZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETSSO-POR-REVISAR  PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSSO-FALTANTES    PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSSO-ESTADO       PIC X(14).
       01  SUBTOTAL-SSO.
           05  FILLER              PIC X(20) VALUE
               "ALUMNOS DEL GRUPO: ".
           05  SUBSSO-ALUMNOS      PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "  HORAS FALTANTES: ".
           05  SUBSSO-FALTANTES    PIC Z,ZZZ,ZZ9.
       01  RESUMEN-SSO.
           05  FILLER              PIC X(16) VALUE "TOTAL ALUMNOS: ".
           05  RESSSO-ALUMNOS      PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "  SIN EXPEDIENTE: ".
           05  RESSSO-SIN-EXP      PIC ZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "  HORAS FALTANTES: ".
           05  RESSSO-FALTANTES    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****ALUMNOS INSCRITOS QUE SE ACERCAN A SU ULTIMO CICLO Y AUN NO
      *****CUBREN LAS HORAS DE SERVICIO SOCIAL, POR GRUPO, PARA QUE
      *****COORDINACION LOS LOCALICE ANTES DE QUE PIDAN SU CERTIFICADO
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           PERFORM CARGAR-PARAMETROS.
           OPEN INPUT GRUPOS.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-HOY-LARGA TO TSSO-FECHA.
           MOVE CICLOS-AVISO    TO TSSO-CICLOS.
           WRITE REPORTE-REG FROM TITULO-SSO-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-SSO-CRITERIO BEFORE 2 LINES.
           SORT SSOSORT ON ASCENDING KEY SRT-GRUPO SRT-MATRICULA
               INPUT PROCEDURE SELECCIONAR-ALUMNOS
               OUTPUT PROCEDURE IMPRIMIR-ALUMNOS.
           MOVE CONT-TOTAL          TO RESSSO-ALUMNOS.
           MOVE CONT-SIN-EXPEDIENTE TO RESSSO-SIN-EXP.
           MOVE FALTANTES-TOTAL     TO RESSSO-FALTANTES.
           WRITE REPORTE-REG FROM RESUMEN-SSO BEFORE 2 LINES.
           DISPLAY "ALUMNOS SIN CUBRIR SERVICIO: " CONT-TOTAL.
           CLOSE GRUPOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                            PARAMETROS
      *******************************************************************
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "SS-HORAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO HORAS-REQUERIDAS.
           MOVE "SS-CICLOS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO CICLOS-CARRERA.
           CLOSE PARAMET.
           IF CICLOS-CARRERA > 1
               COMPUTE CICLOS-AVISO = CICLOS-CARRERA - 1
           ELSE
               MOVE 1 TO CICLOS-AVISO
           END-IF.

      *****BUSCA LA VIGENCIA MAS RECIENTE DEL CODIGO QUE NO REBASE HOY;
      *****SIN RENGLON APLICABLE EL VALOR FIJO DE SIEMPRE SE QUEDA
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

      *****CICLOS DEL KARDEX DE LA MATRICULA
       CONTAR-CICLOS.
           MOVE 0 TO CICLOS-CURSADOS.
           MOVE 0 TO KARDEX-EOF.
           MOVE ALUINX-MATRICULA TO KAR-MATRICULA.
           MOVE 0 TO KAR-CICLO.
           START KARDEX KEY IS NOT LESS THAN KAR-LLAVE
               INVALID KEY MOVE 1 TO KARDEX-EOF.
           PERFORM UNTIL KARDEX-EOF = 1
               READ KARDEX NEXT RECORD
                   AT END
                       MOVE 1 TO KARDEX-EOF
                   NOT AT END
                       IF KAR-MATRICULA NOT = ALUINX-MATRICULA
                           MOVE 1 TO KARDEX-EOF
                       ELSE
                           ADD 1 TO CICLOS-CURSADOS
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *              SELECCION E IMPRESION DE ALUMNOS
      *******************************************************************
       SELECCIONAR-ALUMNOS SECTION.
           OPEN INPUT ALUINX.
           OPEN INPUT KARDEX.
           OPEN INPUT SERVSOC.
           MOVE 0 TO ALUINX-EOF.
           MOVE 0 TO ALUINX-MATRICULA.
           START ALUINX KEY IS NOT LESS THAN ALUINX-MATRICULA
               INVALID KEY MOVE 1 TO ALUINX-EOF.
           PERFORM SELECCIONAR-UNO UNTIL ALUINX-EOF = 1.
           CLOSE ALUINX.
           CLOSE KARDEX.
           CLOSE SERVSOC.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           READ ALUINX NEXT RECORD
               AT END
                   MOVE 1 TO ALUINX-EOF
               NOT AT END
                   PERFORM CONTAR-CICLOS
                   IF CICLOS-CURSADOS >= CICLOS-AVISO
                       PERFORM REVISAR-EXPEDIENTE
                   END-IF
           END-READ.

      *****SIN EXPEDIENTE SE REPORTA CON TODAS LAS HORAS VIGENTES POR
      *****CUBRIR; EL LIBERADO O CON LAS HORAS YA APROBADAS NO SALE
       REVISAR-EXPEDIENTE.
           MOVE ALUINX-MATRICULA TO SSO-MATRICULA.
           MOVE 1 TO SSO-KEY-EXISTE.
           READ SERVSOC INVALID KEY MOVE 0 TO SSO-KEY-EXISTE.
           MOVE ALUINX-GRUPO     TO SRT-GRUPO.
           MOVE ALUINX-MATRICULA TO SRT-MATRICULA.
           MOVE ALUINX-NOMBRE    TO SRT-NOMBRE.
           MOVE CICLOS-CURSADOS  TO SRT-CICLOS.
           IF SSO-KEY-EXISTE = 0
               MOVE HORAS-REQUERIDAS TO SRT-REQUERIDAS
               MOVE 0 TO SRT-APROBADAS
               MOVE 0 TO SRT-POR-REVISAR
               MOVE HORAS-REQUERIDAS TO SRT-FALTANTES
               MOVE "SIN EXPEDIENTE" TO SRT-ESTADO
               RELEASE SSOSORT-REG
           ELSE
               IF SSO-ESTADO NOT = "LIBERADO"
                   AND SSO-HORAS-APROBADAS < SSO-HORAS-REQUERIDAS
                   MOVE SSO-HORAS-REQUERIDAS TO SRT-REQUERIDAS
                   MOVE SSO-HORAS-APROBADAS  TO SRT-APROBADAS
                   COMPUTE SRT-POR-REVISAR =
                       SSO-HORAS-REPORTADAS - SSO-HORAS-APROBADAS
                   COMPUTE SRT-FALTANTES =
                       SSO-HORAS-REQUERIDAS - SSO-HORAS-APROBADAS
                   MOVE SSO-ESTADO TO SRT-ESTADO
                   RELEASE SSOSORT-REG
               END-IF
           END-IF.

       FIN-SELECCIONAR.

       IMPRIMIR-ALUMNOS SECTION.
           MOVE 1 TO PRIMER-CORTE.
           MOVE 0 TO SSOSORT-EOF.
           RETURN SSOSORT AT END MOVE 1 TO SSOSORT-EOF.
           PERFORM IMPRIMIR-UNO UNTIL SSOSORT-EOF = 1.
           IF PRIMER-CORTE = 0
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNO.
           IF PRIMER-CORTE = 1 OR SRT-GRUPO NOT = GRUPO-ANTERIOR
               IF PRIMER-CORTE = 0
                   PERFORM CERRAR-CORTE
               END-IF
               PERFORM ENCABEZAR-CORTE
           END-IF.
           MOVE SRT-MATRICULA   TO DETSSO-MATRICULA.
           MOVE SRT-NOMBRE      TO DETSSO-NOMBRE.
           MOVE SRT-CICLOS      TO DETSSO-CICLOS.
           MOVE SRT-REQUERIDAS  TO DETSSO-REQUERIDAS.
           MOVE SRT-APROBADAS   TO DETSSO-APROBADAS.
           MOVE SRT-POR-REVISAR TO DETSSO-POR-REVISAR.
           MOVE SRT-FALTANTES   TO DETSSO-FALTANTES.
           MOVE SRT-ESTADO      TO DETSSO-ESTADO.
           WRITE REPORTE-REG FROM DETALLE-SSO BEFORE 1 LINES.
           ADD 1 TO CONT-GRUPO.
           ADD SRT-FALTANTES TO FALTANTES-GRUPO.
           ADD 1 TO CONT-TOTAL.
           ADD SRT-FALTANTES TO FALTANTES-TOTAL.
           IF SRT-ESTADO = "SIN EXPEDIENTE"
               ADD 1 TO CONT-SIN-EXPEDIENTE
           END-IF.
           RETURN SSOSORT AT END MOVE 1 TO SSOSORT-EOF.

       ENCABEZAR-CORTE.
           MOVE 0 TO PRIMER-CORTE.
           MOVE SRT-GRUPO TO GRUPO-ANTERIOR.
           MOVE 0 TO CONT-GRUPO.
           MOVE 0 TO FALTANTES-GRUPO.
           MOVE SRT-GRUPO TO TCOR-GRUPO.
           MOVE SRT-GRUPO TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 1
               MOVE GPO-DESCRIPCION TO TCOR-DESCRIPCION
           ELSE
               MOVE SPACES TO TCOR-DESCRIPCION
           END-IF.
           WRITE REPORTE-REG FROM TITULO-CORTE BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-SSO-2 BEFORE 1 LINES.

       CERRAR-CORTE.
           MOVE CONT-GRUPO      TO SUBSSO-ALUMNOS.
           MOVE FALTANTES-GRUPO TO SUBSSO-FALTANTES.
           WRITE REPORTE-REG FROM SUBTOTAL-SSO BEFORE 2 LINES.

       FIN-IMPRIMIR.

       END PROGRAM 5SSOREP.
