      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3DC3GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPACITA ASSIGN TO "CAPACITA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAP-LLAVE.

           SELECT OPTIONAL CURSOS ASSIGN TO "CURSOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUR-CLAVE.

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

           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".

           SELECT OPTIONAL DC3CTL ASSIGN TO "DC3CTL".

           SELECT REPORTE ASSIGN TO "DC3REP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL CAPACITA DE 2CAPCAP
       FD  CAPACITA.
       01  CAPACITA-REG.
           03  CAP-LLAVE.
               05  CAP-NOMINA          PIC 9(06).
               05  CAP-CURSO           PIC X(04).
               05  CAP-FEC-INICIO      PIC 9(08).
           03  CAP-FEC-FIN             PIC 9(08).
           03  CAP-CALIFICACION        PIC 9(03).
           03  CAP-RESULTADO           PIC X(10).
           03  CAP-OPERADOR            PIC X(08).
           03  CAP-DC3-FOLIO           PIC 9(06).
           03  CAP-DC3-FECHA           PIC 9(08).

      *****MISMO LAYOUT QUE EL CURSOS DE 4CURABC
       FD  CURSOS.
       01  CURSOS-REG.
           03  CUR-CLAVE           PIC X(04).
           03  CUR-NOMBRE          PIC X(30).
           03  CUR-AREA            PIC X(04).
           03  CUR-HORAS           PIC 9(03).
           03  CUR-INSTRUCTOR      PIC X(30).
           03  CUR-AGENTE          PIC X(20).
           03  CUR-MODALIDAD       PIC X(01).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

      *****MISMO LAYOUT QUE EL EMPDATOS DE 4DATABC
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

      *****CATALOGO DE PUESTOS (4PUEABC); DAT-PUESTO(1:4) ES SU CLAVE
       FD  PUESTOS.
       01  PUESTOS-REG.
           03  PUE-CLAVE           PIC X(04).
           03  PUE-DESCRIPCION     PIC X(20).
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

      *****MISMO LAYOUT QUE EL EMPRESACT DE 4RAZABC
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****FOLIADOR DE CONSTANCIAS DC-3: UN SOLO RENGLON CON EL ULTIMO
      *****FOLIO EXPEDIDO, IGUAL QUE EL LABCTL DE 3CONLAB
       FD  DC3CTL.
       01  DC3CTL-REG.
           03  CTL-ULTIMO-FOLIO    PIC 9(06).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MODO-CORRIDA        PIC X(01).
       77  NOMINA-FILTRO       PIC 9(06).
       77  FOLIO-BUSCADO       PIC 9(06).
       77  FOLIO-EXPEDIDO      PIC 9(06).
       77  CAPACITA-EOF        PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  PUE-KEY-EXISTE      PIC 9.
       77  CUR-KEY-EXISTE      PIC 9.
       77  EXISTE-EMPRESACT    PIC 9.
       77  CONT-EXPEDIDAS      PIC 9(05) VALUE 0.
       77  CONT-REIMPRESAS     PIC 9(05) VALUE 0.
       77  PUESTO-CONSTANCIA   PIC X(20).
       77  NSS-CONSTANCIA      PIC X(11).
       77  AGENTE-CONSTANCIA   PIC X(20).
       77  MODALIDAD-CONSTANCIA PIC X(10).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       77  FECHA-HOY-AAAAMMDD  PIC 9(08).
       01  FECHA-CARTA.
           03  FECHA-CARTA-AAAA    PIC 9(04).
           03  FECHA-CARTA-MM      PIC 9(02).
           03  FECHA-CARTA-DD      PIC 9(02).
       01  FECHA-CARTA-N REDEFINES FECHA-CARTA PIC 9(08).
       01  FECHA-EDITADA.
           03  FECHA-ED-DD         PIC 9(02).
           03  FILLER              PIC X(01) VALUE "/".
           03  FECHA-ED-MM         PIC 9(02).
           03  FILLER              PIC X(01) VALUE "/".
           03  FECHA-ED-AAAA       PIC 9(04).
       77  FECHA-INICIO-ED     PIC X(10).
       77  FECHA-FIN-ED        PIC X(10).
       77  FECHA-EXPEDICION-ED PIC X(10).

       01  DC3-LINEA-FORMATO.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "FORMATO DC-3".
       01  DC3-LINEA-TITULO.
           05  FILLER              PIC X(10) VALUE SPACES.
           05  FILLER              PIC X(53) VALUE
               "CONSTANCIA DE COMPETENCIAS O DE HABILIDADES LABORALES".
       01  DC3-LINEA-FOLIO.
           05  FILLER              PIC X(07) VALUE "FOLIO: ".
           05  DC3-FOLIO           PIC 9(06).
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  DC3-FECHA           PIC X(10).
       01  DC3-LINEA-SECCION.
           05  DC3-SECCION         PIC X(50).
       01  DC3-LINEA-TEXTO.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DC3-TEXTO           PIC X(100).
       01  DC3-LINEA-FIRMAS.
           05  FILLER              PIC X(30) VALUE
               "______________________________".
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               "______________________________".
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(30) VALUE
               "______________________________".
       01  DC3-LINEA-FIRMANTES.
           05  FILLER              PIC X(35) VALUE
               "INSTRUCTOR O AGENTE CAPACITADOR".
           05  FILLER              PIC X(35) VALUE
               "PATRON O REPRESENTANTE LEGAL".
           05  FILLER              PIC X(35) VALUE
               "REPRESENTANTE DE LOS TRABAJADORES".
       01  DC3-LINEA-INSTRUCTOR.
           05  DC3-INSTRUCTOR      PIC X(30).

       PROCEDURE DIVISION.
      *****CONSTANCIAS DC-3 DE LA STPS: CADA CURSO APROBADO EN 2CAPCAP
      *****QUE AUN NO TIENE CONSTANCIA RECIBE FOLIO DEL FOLIADOR DC3CTL
      *****Y SE IMPRIME; EL FOLIO Y LA FECHA QUEDAN EN EL REGISTRO DE
      *****CAPACITACION PARA EL RESUMEN DC-4 DE 5CAPREP. TAMBIEN SE
      *****PUEDE REIMPRIMIR UNA CONSTANCIA POR SU FOLIO
       MAIN-PROCEDURE.
           DISPLAY "E = EMITIR PENDIENTES, R = REIMPRIMIR UN FOLIO".
           ACCEPT MODO-CORRIDA.
           IF MODO-CORRIDA NOT = "E" AND MODO-CORRIDA NOT = "R"
               DISPLAY "MODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF MODO-CORRIDA = "E"
               DISPLAY "NOMINA (0 = TODAS LAS PENDIENTES)"
               ACCEPT NOMINA-FILTRO
           ELSE
               DISPLAY "FOLIO DC-3 A REIMPRIMIR"
               ACCEPT FOLIO-BUSCADO
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-AAAAMMDD = 20000000
               + FECHA-HOY-AA * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           PERFORM LEER-EMPRESACT.
           OPEN I-O CAPACITA.
           OPEN INPUT CURSOS.
           OPEN INPUT EMPINX.
           OPEN INPUT EMPDATOS.
           OPEN INPUT PUESTOS.
           OPEN OUTPUT REPORTE.
           MOVE 0 TO CAPACITA-EOF.
           MOVE NOMINA-FILTRO TO CAP-NOMINA.
           IF MODO-CORRIDA = "R"
               MOVE 0 TO CAP-NOMINA
           END-IF.
           MOVE LOW-VALUES TO CAP-CURSO.
           MOVE 0 TO CAP-FEC-INICIO.
           START CAPACITA KEY IS NOT LESS THAN CAP-LLAVE
               INVALID KEY MOVE 1 TO CAPACITA-EOF.
           PERFORM UNTIL CAPACITA-EOF = 1
               READ CAPACITA NEXT RECORD
                   AT END
                       MOVE 1 TO CAPACITA-EOF
                   NOT AT END
                       PERFORM REVISAR-CAPACITACION
               END-READ
           END-PERFORM.
           CLOSE CAPACITA.
           CLOSE CURSOS.
           CLOSE EMPINX.
           CLOSE EMPDATOS.
           CLOSE PUESTOS.
           CLOSE REPORTE.
           IF MODO-CORRIDA = "E"
               DISPLAY "CONSTANCIAS DC-3 EXPEDIDAS: " CONT-EXPEDIDAS
           ELSE IF CONT-REIMPRESAS = 0
               DISPLAY "FOLIO " FOLIO-BUSCADO " NO EXPEDIDO"
               MOVE 4 TO RETURN-CODE
               GOBACK
           ELSE
               DISPLAY "CONSTANCIA REIMPRESA"
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       REVISAR-CAPACITACION.
           IF MODO-CORRIDA = "R"
               IF CAP-DC3-FOLIO = FOLIO-BUSCADO
                   PERFORM IMPRIMIR-DC3
                   ADD 1 TO CONT-REIMPRESAS
                   MOVE 1 TO CAPACITA-EOF
               END-IF
           ELSE IF NOMINA-FILTRO NOT = 0
               AND CAP-NOMINA NOT = NOMINA-FILTRO
               MOVE 1 TO CAPACITA-EOF
           ELSE IF CAP-RESULTADO = "APROBADO" AND CAP-DC3-FOLIO = 0
               PERFORM EXPEDIR-DC3
           END-IF.

      *****RAZON SOCIAL DEL DIRECTORIO DE DATOS (LA QUE 4RAZABC COPIO
      *****DEL CATALOGO DE EMPRESAS); SIN ARCHIVO LA CONSTANCIA SALE SIN
      *****DATOS DE LA EMPRESA
       LEER-EMPRESACT.
           MOVE 0 TO EXISTE-EMPRESACT.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO EXISTE-EMPRESACT
           END-READ.
           CLOSE EMPRESACT.

      *******************************************************************
      *                      FOLIADOR CONTROLADO
      *******************************************************************
      *****CADA FOLIO SE GRABA EN CUANTO SE USA, PARA QUE UNA CORRIDA
      *****QUE MUERA A MEDIAS NO DEJE FOLIOS REPETIDOS
       SIGUIENTE-FOLIO.
           MOVE 0 TO CTL-ULTIMO-FOLIO.
           OPEN INPUT DC3CTL.
           READ DC3CTL
               AT END
                   CONTINUE
           END-READ.
           CLOSE DC3CTL.
           ADD 1 TO CTL-ULTIMO-FOLIO.
           MOVE CTL-ULTIMO-FOLIO TO FOLIO-EXPEDIDO.
           OPEN OUTPUT DC3CTL.
           WRITE DC3CTL-REG.
           CLOSE DC3CTL.

      *******************************************************************
      *                    EXPEDIR UNA CONSTANCIA DC-3
      *******************************************************************
       EXPEDIR-DC3.
           PERFORM SIGUIENTE-FOLIO.
           MOVE FOLIO-EXPEDIDO     TO CAP-DC3-FOLIO.
           MOVE FECHA-HOY-AAAAMMDD TO CAP-DC3-FECHA.
           REWRITE CAPACITA-REG
               INVALID KEY
                   DISPLAY "NO SE PUDO ANOTAR EL FOLIO " FOLIO-EXPEDIDO
                       " EN CAPACITA"
           END-REWRITE.
           PERFORM IMPRIMIR-DC3.
           ADD 1 TO CONT-EXPEDIDAS.

      *****DATOS DEL TRABAJADOR, DE LA EMPRESA Y DEL PROGRAMA DE
      *****CAPACITACION, CON LAS TRES FIRMAS QUE PIDE EL FORMATO
       IMPRIMIR-DC3.
           MOVE CAP-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE "** BAJA **" TO EMPINX-NOMBRE
               MOVE SPACES TO EMPINX-RFC
           END-IF.
           PERFORM BUSCAR-PUESTO.
           MOVE CAP-CURSO TO CUR-CLAVE.
           MOVE 1 TO CUR-KEY-EXISTE.
           READ CURSOS INVALID KEY MOVE 0 TO CUR-KEY-EXISTE.
           IF CUR-KEY-EXISTE = 0
               MOVE "(SIN CATALOGO)" TO CUR-NOMBRE
               MOVE SPACES TO CUR-AREA
               MOVE 0 TO CUR-HORAS
               MOVE SPACES TO CUR-INSTRUCTOR
               MOVE SPACES TO CUR-AGENTE
               MOVE SPACE TO CUR-MODALIDAD
           END-IF.
           IF CUR-AGENTE = SPACES
               MOVE "INTERNO" TO AGENTE-CONSTANCIA
           ELSE
               MOVE CUR-AGENTE TO AGENTE-CONSTANCIA
           END-IF.
           IF CUR-MODALIDAD = "P"
               MOVE "PRESENCIAL" TO MODALIDAD-CONSTANCIA
           ELSE IF CUR-MODALIDAD = "L"
               MOVE "EN LINEA" TO MODALIDAD-CONSTANCIA
           ELSE IF CUR-MODALIDAD = "M"
               MOVE "MIXTA" TO MODALIDAD-CONSTANCIA
           ELSE
               MOVE SPACES TO MODALIDAD-CONSTANCIA
           END-IF.
           MOVE CAP-FEC-INICIO TO FECHA-CARTA-N.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-EDITADA TO FECHA-INICIO-ED.
           MOVE CAP-FEC-FIN TO FECHA-CARTA-N.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-EDITADA TO FECHA-FIN-ED.
           MOVE CAP-DC3-FECHA TO FECHA-CARTA-N.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-EDITADA TO FECHA-EXPEDICION-ED.

           WRITE REPORTE-REG FROM DC3-LINEA-FORMATO BEFORE PAGE.
           WRITE REPORTE-REG FROM DC3-LINEA-TITULO BEFORE 2 LINES.
           MOVE CAP-DC3-FOLIO       TO DC3-FOLIO.
           MOVE FECHA-EXPEDICION-ED TO DC3-FECHA.
           WRITE REPORTE-REG FROM DC3-LINEA-FOLIO BEFORE 2 LINES.

           MOVE "DATOS DEL TRABAJADOR" TO DC3-SECCION.
           WRITE REPORTE-REG FROM DC3-LINEA-SECCION BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           STRING "NOMBRE: " DELIMITED BY SIZE
               EMPINX-NOMBRE DELIMITED BY SIZE
               "   NOMINA: " DELIMITED BY SIZE
               CAP-NOMINA DELIMITED BY SIZE
               "   RFC: " DELIMITED BY SIZE
               EMPINX-RFC DELIMITED BY SIZE
               INTO DC3-TEXTO.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           STRING "OCUPACION / PUESTO: " DELIMITED BY SIZE
               PUESTO-CONSTANCIA DELIMITED BY SIZE
               "   NSS: " DELIMITED BY SIZE
               NSS-CONSTANCIA DELIMITED BY SIZE
               INTO DC3-TEXTO.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 2 LINES.

           MOVE "DATOS DE LA EMPRESA" TO DC3-SECCION.
           WRITE REPORTE-REG FROM DC3-LINEA-SECCION BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           IF EXISTE-EMPRESACT = 1
               STRING "RAZON SOCIAL: " DELIMITED BY SIZE
                   EA-RAZON DELIMITED BY SIZE
                   "   RFC: " DELIMITED BY SIZE
                   EA-RFC DELIMITED BY SIZE
                   INTO DC3-TEXTO
               WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 1 LINES
               MOVE SPACES TO DC3-TEXTO
               STRING "REGISTRO PATRONAL IMSS: " DELIMITED BY SIZE
                   EA-REGPAT DELIMITED BY SIZE
                   INTO DC3-TEXTO
           ELSE
               MOVE "RAZON SOCIAL: (SIN EMPRESA ACTIVA)" TO DC3-TEXTO
           END-IF.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 2 LINES.

           MOVE "DATOS DEL PROGRAMA DE CAPACITACION" TO DC3-SECCION.
           WRITE REPORTE-REG FROM DC3-LINEA-SECCION BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           STRING "CURSO: " DELIMITED BY SIZE
               CUR-NOMBRE DELIMITED BY SIZE
               "   CLAVE: " DELIMITED BY SIZE
               CAP-CURSO DELIMITED BY SIZE
               INTO DC3-TEXTO.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           STRING "DURACION: " DELIMITED BY SIZE
               CUR-HORAS DELIMITED BY SIZE
               " HORAS   PERIODO DE EJECUCION: " DELIMITED BY SIZE
               FECHA-INICIO-ED DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               FECHA-FIN-ED DELIMITED BY SIZE
               INTO DC3-TEXTO.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           STRING "AREA TEMATICA: " DELIMITED BY SIZE
               CUR-AREA DELIMITED BY SIZE
               "   MODALIDAD: " DELIMITED BY SIZE
               MODALIDAD-CONSTANCIA DELIMITED BY SIZE
               INTO DC3-TEXTO.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 1 LINES.
           MOVE SPACES TO DC3-TEXTO.
           STRING "AGENTE CAPACITADOR (REGISTRO STPS): "
               DELIMITED BY SIZE
               AGENTE-CONSTANCIA DELIMITED BY SIZE
               INTO DC3-TEXTO.
           WRITE REPORTE-REG FROM DC3-LINEA-TEXTO BEFORE 4 LINES.

           WRITE REPORTE-REG FROM DC3-LINEA-FIRMAS BEFORE 1 LINES.
           WRITE REPORTE-REG FROM DC3-LINEA-FIRMANTES BEFORE 1 LINES.
           MOVE CUR-INSTRUCTOR TO DC3-INSTRUCTOR.
           WRITE REPORTE-REG FROM DC3-LINEA-INSTRUCTOR BEFORE 1 LINES.

      *****EL PUESTO DEL CATALOGO SI DAT-PUESTO TRAE SU CLAVE; SI NO,
      *****EL TEXTO CAPTURADO EN LOS DATOS PERSONALES (COMO 3CONLAB)
       BUSCAR-PUESTO.
           MOVE SPACES TO PUESTO-CONSTANCIA.
           MOVE SPACES TO NSS-CONSTANCIA.
           MOVE CAP-NOMINA TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE.
           IF DAT-KEY-EXISTE = 1
               MOVE DAT-NSS TO NSS-CONSTANCIA
           END-IF.
           IF DAT-KEY-EXISTE = 1 AND DAT-PUESTO NOT = SPACES
               MOVE DAT-PUESTO TO PUESTO-CONSTANCIA
               MOVE DAT-PUESTO(1:4) TO PUE-CLAVE
               MOVE 1 TO PUE-KEY-EXISTE
               READ PUESTOS INVALID KEY MOVE 0 TO PUE-KEY-EXISTE
               END-READ
               IF PUE-KEY-EXISTE = 1
                   MOVE PUE-DESCRIPCION TO PUESTO-CONSTANCIA
               END-IF
           END-IF.

       EDITAR-FECHA.
           MOVE FECHA-CARTA-DD   TO FECHA-ED-DD.
           MOVE FECHA-CARTA-MM   TO FECHA-ED-MM.
           MOVE FECHA-CARTA-AAAA TO FECHA-ED-AAAA.

       END PROGRAM 3DC3GEN.
