      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5CAPREP.

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
           SELECT OPTIONAL PUECURSO ASSIGN TO "PUECURSO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT REPORTE ASSIGN TO "CAPREP".
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

      *****MISMO LAYOUT QUE EL PUECURSO DE 4CURABC
       FD  PUECURSO.
       01  PUECURSO-REG.
           03  PC-LLAVE.
               05  PC-PUESTO       PIC X(04).
               05  PC-CURSO        PIC X(04).
           03  PC-VIGENCIA-MESES   PIC 9(03).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

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

      *****MISMO LAYOUT QUE EL EMPRESACT DE 4RAZABC
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  TIPO-REPORTE        PIC X(01).
       77  ANIO-REPORTE        PIC 9(04).
       77  CAPACITA-EOF        PIC 9.
       77  EMPINX-EOF          PIC 9.
       77  PUECURSO-EOF        PIC 9.
       77  CUR-KEY-EXISTE      PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  EXISTE-EMPRESACT    PIC 9.
       77  NOMINA-ANTERIOR     PIC 9(06).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****CURSOS CONCLUIDOS EN EL ANIO, PARA EL RESUMEN DC-4
       01  TABLA-CURSOS.
           03  CURSO-OC OCCURS 300 TIMES.
               05  TCU-CLAVE           PIC X(04).
               05  TCU-TRABAJADORES    PIC 9(05).
               05  TCU-CONSTANCIAS     PIC 9(05).
       77  CURSOS-TOTAL        PIC 9(03) VALUE 0.
       77  I-CUR               PIC 9(03).
       77  CUR-HALLADO         PIC 9.
       77  TOT-TRABAJADORES    PIC 9(05) VALUE 0.
       77  TOT-PARTICIPACIONES PIC 9(05) VALUE 0.
       77  TOT-CONSTANCIAS     PIC 9(05) VALUE 0.
       77  TOT-PENDIENTES      PIC 9(05) VALUE 0.
       77  TOT-HORAS-HOMBRE    PIC 9(07) VALUE 0.

      *****BRECHAS: LA ULTIMA APROBACION DE CADA CURSO EXIGIDO; SI EL
      *****CURSO TIENE VIGENCIA, LOS MESES TRANSCURRIDOS DESDE ELLA
       77  ULTIMA-APROBACION   PIC 9(08).
       77  HAY-EN-CURSO        PIC 9.
       77  ESTADO-BRECHA       PIC X(12).
       77  MESES-HOY           PIC 9(06).
       77  MESES-APROBACION    PIC 9(06).
       77  ANIO-AUX            PIC 9(04).
       77  MES-AUX             PIC 9(02).
       77  PUESTO-EMPLEADO     PIC X(04).
       77  BRECHAS-EMPLEADO    PIC 9(03).
       77  TOT-EMPLEADOS-BRECHA PIC 9(05) VALUE 0.
       77  TOT-BRECHAS         PIC 9(05) VALUE 0.
       77  TOT-REVISADOS       PIC 9(05) VALUE 0.

       01  TITULO-DC4-1.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(60) VALUE
               "FORMATO DC-4  LISTA DE CONSTANCIAS DE COMPETENCIAS".
       01  TITULO-DC4-2.
           05  FILLER              PIC X(14) VALUE "RAZON SOCIAL: ".
           05  TDC4-RAZON          PIC X(30).
           05  FILLER              PIC X(07) VALUE "  RFC: ".
           05  TDC4-RFC            PIC X(13).
           05  FILLER              PIC X(15) VALUE "  REG. PATRON: ".
           05  TDC4-REGPAT         PIC X(11).
           05  FILLER              PIC X(09) VALUE "  ANIO: ".
           05  TDC4-ANIO           PIC 9(04).
       01  TITULO-DC4-3.
           05  FILLER              PIC X(44) VALUE
               "CURSO NOMBRE                         AREA  H".
           05  FILLER              PIC X(44) VALUE
               "RS    M  AGENTE CAPACITADOR    TRABAJADORES ".
           05  FILLER              PIC X(12) VALUE
               " CONSTANCIAS".
       01  DETALLE-DC4.
           05  DETDC4-CLAVE        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDC4-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDC4-AREA         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDC4-HORAS        PIC ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETDC4-MODALIDAD    PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDC4-AGENTE       PIC X(20).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETDC4-TRABAJADORES PIC ZZZZ9.
           05  FILLER              PIC X(07) VALUE SPACES.
           05  DETDC4-CONSTANCIAS  PIC ZZZZ9.
       01  TITULO-DC4-4.
           05  FILLER              PIC X(44) VALUE
               "CONSTANCIAS DC-3 DE LOS CURSOS DEL ANIO".
       01  TITULO-DC4-5.
           05  FILLER              PIC X(44) VALUE
               "FOLIO  NOMINA CURSO  INICIO   TERMINO  EXPED".
           05  FILLER              PIC X(03) VALUE
               "IDA".
       01  DETALLE-DC3.
           05  DETDC3-FOLIO        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDC3-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDC3-CURSO        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETDC3-INICIO       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDC3-FIN          PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETDC3-EXPEDIDA     PIC 9(08).
       01  TOTAL-CAP.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTCAP-LABEL        PIC X(40).
           05  TOTCAP-CUENTA       PIC Z,ZZZ,ZZ9.

       01  TITULO-BRE-1.
           05  FILLER              PIC X(52) VALUE
               "CURSOS EXIGIDOS POR EL PUESTO SIN CUBRIR AL DIA ".
           05  TBRE-FECHA          PIC 9(06).
       01  TITULO-BRE-2.
           05  FILLER              PIC X(44) VALUE
               "NOMINA NOMBRE               DPT  PUES CURS  ".
           05  FILLER              PIC X(44) VALUE
               "NOMBRE DEL CURSO               SITUACION    ".
           05  FILLER              PIC X(12) VALUE
               "ULTIMA   VIG".
       01  DETALLE-BRE.
           05  DETBRE-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETBRE-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETBRE-DPTO         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETBRE-PUESTO       PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETBRE-CURSO        PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETBRE-CURSO-NOMBRE PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETBRE-ESTADO       PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETBRE-ULTIMA       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETBRE-VIGENCIA     PIC ZZ9.

       PROCEDURE DIVISION.
      *****REPORTES DE CAPACITACION PARA LA STPS: D = RESUMEN ANUAL DC-4
      *****DE LA RAZON SOCIAL DEL DIRECTORIO (CURSOS CONCLUIDOS EN EL
      *****ANIO, TRABAJADORES CAPACITADOS Y CONSTANCIAS DC-3
      *****EXPEDIDAS); B = BRECHAS, LOS EMPLEADOS CUYO PUESTO EXIGE
      *****CURSOS QUE NO HAN APROBADO O CUYA VIGENCIA YA VENCIO
       MAIN-PROCEDURE.
           DISPLAY "D = RESUMEN ANUAL DC-4, B = BRECHAS POR PUESTO".
           ACCEPT TIPO-REPORTE.
           IF TIPO-REPORTE NOT = "D" AND TIPO-REPORTE NOT = "B"
               DISPLAY "TIPO DE REPORTE INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           OPEN INPUT CAPACITA.
           OPEN INPUT CURSOS.
           OPEN OUTPUT REPORTE.
           IF TIPO-REPORTE = "D"
               DISPLAY "ANIO DEL RESUMEN (AAAA)"
               ACCEPT ANIO-REPORTE
               PERFORM LEER-EMPRESACT
               PERFORM RESUMEN-DC4
           ELSE
               OPEN INPUT PUECURSO
               OPEN INPUT EMPINX
               OPEN INPUT EMPDATOS
               PERFORM REPORTE-BRECHAS
               CLOSE PUECURSO
               CLOSE EMPINX
               CLOSE EMPDATOS
           END-IF.
           CLOSE CAPACITA.
           CLOSE CURSOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

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

       LEER-CURSOS.
           MOVE 1 TO CUR-KEY-EXISTE.
           READ CURSOS INVALID KEY MOVE 0 TO CUR-KEY-EXISTE.
           IF CUR-KEY-EXISTE = 0
               MOVE "(SIN CATALOGO)" TO CUR-NOMBRE
               MOVE SPACES TO CUR-AREA
               MOVE 0 TO CUR-HORAS
               MOVE SPACES TO CUR-AGENTE
               MOVE SPACE TO CUR-MODALIDAD
           END-IF.

      *******************************************************************
      *                      RESUMEN ANUAL DC-4
      *******************************************************************
      *****CUENTAN LOS CURSOS APROBADOS CUYO TERMINO CAE EN EL ANIO; EL
      *****ARCHIVO VIENE EN ORDEN DE NOMINA, ASI QUE LOS TRABAJADORES
      *****DISTINTOS SE CUENTAN AL CAMBIAR DE NOMINA
       RESUMEN-DC4.
           IF EXISTE-EMPRESACT = 1
               MOVE EA-RAZON  TO TDC4-RAZON
               MOVE EA-RFC    TO TDC4-RFC
               MOVE EA-REGPAT TO TDC4-REGPAT
           ELSE
               MOVE "(SIN EMPRESA ACTIVA)" TO TDC4-RAZON
               MOVE SPACES TO TDC4-RFC
               MOVE SPACES TO TDC4-REGPAT
           END-IF.
           MOVE ANIO-REPORTE TO TDC4-ANIO.
           WRITE REPORTE-REG FROM TITULO-DC4-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-DC4-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-DC4-4 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-DC4-5 BEFORE 1 LINES.
           MOVE 0 TO NOMINA-ANTERIOR.
           MOVE 0 TO CAPACITA-EOF.
           MOVE LOW-VALUES TO CAP-LLAVE.
           START CAPACITA KEY IS NOT LESS THAN CAP-LLAVE
               INVALID KEY MOVE 1 TO CAPACITA-EOF.
           PERFORM UNTIL CAPACITA-EOF = 1
               READ CAPACITA NEXT RECORD
                   AT END
                       MOVE 1 TO CAPACITA-EOF
                   NOT AT END
                       IF CAP-RESULTADO = "APROBADO"
                           AND CAP-FEC-FIN(1:4) = ANIO-REPORTE
                           PERFORM CONTAR-APROBADO
                       END-IF
               END-READ
           END-PERFORM.
           WRITE REPORTE-REG FROM TITULO-DC4-3 BEFORE 3 LINES.
           PERFORM VARYING I-CUR FROM 1 BY 1
                   UNTIL I-CUR > CURSOS-TOTAL
               PERFORM IMPRIMIR-CURSO-DC4
           END-PERFORM.
           MOVE "CURSOS IMPARTIDOS" TO TOTCAP-LABEL.
           MOVE CURSOS-TOTAL TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 3 LINES.
           MOVE "TRABAJADORES CAPACITADOS" TO TOTCAP-LABEL.
           MOVE TOT-TRABAJADORES TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           MOVE "PARTICIPACIONES APROBADAS" TO TOTCAP-LABEL.
           MOVE TOT-PARTICIPACIONES TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           MOVE "HORAS-HOMBRE DE CAPACITACION" TO TOTCAP-LABEL.
           MOVE TOT-HORAS-HOMBRE TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           MOVE "CONSTANCIAS DC-3 EXPEDIDAS" TO TOTCAP-LABEL.
           MOVE TOT-CONSTANCIAS TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           MOVE "APROBADOS SIN DC-3 (CORRER 3DC3GEN)" TO TOTCAP-LABEL.
           MOVE TOT-PENDIENTES TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           DISPLAY "CURSOS IMPARTIDOS:      " CURSOS-TOTAL.
           DISPLAY "TRABAJADORES:           " TOT-TRABAJADORES.
           DISPLAY "CONSTANCIAS EXPEDIDAS:  " TOT-CONSTANCIAS.
           IF TOT-PENDIENTES > 0
               DISPLAY "APROBADOS SIN DC-3:     " TOT-PENDIENTES
           END-IF.

       CONTAR-APROBADO.
           ADD 1 TO TOT-PARTICIPACIONES.
           IF CAP-NOMINA NOT = NOMINA-ANTERIOR
               ADD 1 TO TOT-TRABAJADORES
               MOVE CAP-NOMINA TO NOMINA-ANTERIOR
           END-IF.
           MOVE CAP-CURSO TO CUR-CLAVE.
           PERFORM LEER-CURSOS.
           ADD CUR-HORAS TO TOT-HORAS-HOMBRE.
           IF CAP-DC3-FOLIO = 0
               ADD 1 TO TOT-PENDIENTES
           ELSE
               ADD 1 TO TOT-CONSTANCIAS
               MOVE CAP-DC3-FOLIO  TO DETDC3-FOLIO
               MOVE CAP-NOMINA     TO DETDC3-NOMINA
               MOVE CAP-CURSO      TO DETDC3-CURSO
               MOVE CAP-FEC-INICIO TO DETDC3-INICIO
               MOVE CAP-FEC-FIN    TO DETDC3-FIN
               MOVE CAP-DC3-FECHA  TO DETDC3-EXPEDIDA
               WRITE REPORTE-REG FROM DETALLE-DC3 BEFORE 1 LINES
           END-IF.
           MOVE 0 TO CUR-HALLADO.
           PERFORM VARYING I-CUR FROM 1 BY 1
                   UNTIL I-CUR > CURSOS-TOTAL OR CUR-HALLADO = 1
               IF TCU-CLAVE(I-CUR) = CAP-CURSO
                   MOVE 1 TO CUR-HALLADO
                   ADD 1 TO TCU-TRABAJADORES(I-CUR)
                   IF CAP-DC3-FOLIO NOT = 0
                       ADD 1 TO TCU-CONSTANCIAS(I-CUR)
                   END-IF
               END-IF
           END-PERFORM.
           IF CUR-HALLADO = 0
               IF CURSOS-TOTAL >= 300
                   DISPLAY "MAS DE 300 CURSOS EN EL ANIO; EL CURSO "
                       CAP-CURSO " NO ENTRA AL RESUMEN"
               ELSE
                   ADD 1 TO CURSOS-TOTAL
                   MOVE CAP-CURSO TO TCU-CLAVE(CURSOS-TOTAL)
                   MOVE 1 TO TCU-TRABAJADORES(CURSOS-TOTAL)
                   MOVE 0 TO TCU-CONSTANCIAS(CURSOS-TOTAL)
                   IF CAP-DC3-FOLIO NOT = 0
                       MOVE 1 TO TCU-CONSTANCIAS(CURSOS-TOTAL)
                   END-IF
               END-IF
           END-IF.

       IMPRIMIR-CURSO-DC4.
           MOVE TCU-CLAVE(I-CUR) TO CUR-CLAVE.
           PERFORM LEER-CURSOS.
           MOVE TCU-CLAVE(I-CUR)        TO DETDC4-CLAVE.
           MOVE CUR-NOMBRE              TO DETDC4-NOMBRE.
           MOVE CUR-AREA                TO DETDC4-AREA.
           MOVE CUR-HORAS               TO DETDC4-HORAS.
           MOVE CUR-MODALIDAD           TO DETDC4-MODALIDAD.
           IF CUR-AGENTE = SPACES
               MOVE "INTERNO" TO DETDC4-AGENTE
           ELSE
               MOVE CUR-AGENTE TO DETDC4-AGENTE
           END-IF.
           MOVE TCU-TRABAJADORES(I-CUR) TO DETDC4-TRABAJADORES.
           MOVE TCU-CONSTANCIAS(I-CUR)  TO DETDC4-CONSTANCIAS.
           WRITE REPORTE-REG FROM DETALLE-DC4 BEFORE 1 LINES.

      *******************************************************************
      *                      BRECHAS POR PUESTO
      *******************************************************************
      *****EL PUESTO DEL EMPLEADO ES LA CLAVE EN DAT-PUESTO(1:4); SIN
      *****DATOS PERSONALES O SIN CURSOS EXIGIDOS NO HAY BRECHA
       REPORTE-BRECHAS.
           MOVE FECHA-HOY TO TBRE-FECHA.
           WRITE REPORTE-REG FROM TITULO-BRE-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-BRE-2 BEFORE 1 LINES.
           COMPUTE MESES-HOY = (2000 + FECHA-HOY-AA) * 12
               + FECHA-HOY-MM.
           MOVE 0 TO EMPINX-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO EMPINX-EOF.
           PERFORM UNTIL EMPINX-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO EMPINX-EOF
                   NOT AT END
                       PERFORM REVISAR-EMPLEADO
               END-READ
           END-PERFORM.
           MOVE "EMPLEADOS CON PUESTO REVISADOS" TO TOTCAP-LABEL.
           MOVE TOT-REVISADOS TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 3 LINES.
           MOVE "EMPLEADOS CON BRECHA" TO TOTCAP-LABEL.
           MOVE TOT-EMPLEADOS-BRECHA TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           MOVE "CURSOS FALTANTES O VENCIDOS" TO TOTCAP-LABEL.
           MOVE TOT-BRECHAS TO TOTCAP-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-CAP BEFORE 1 LINES.
           DISPLAY "EMPLEADOS CON BRECHA: " TOT-EMPLEADOS-BRECHA.
           DISPLAY "CURSOS FALTANTES:     " TOT-BRECHAS.

       REVISAR-EMPLEADO.
           MOVE EMPINX-NOMINA TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE.
           IF DAT-KEY-EXISTE = 1 AND DAT-PUESTO(1:4) NOT = SPACES
               ADD 1 TO TOT-REVISADOS
               MOVE DAT-PUESTO(1:4) TO PUESTO-EMPLEADO
               MOVE 0 TO BRECHAS-EMPLEADO
               MOVE 0 TO PUECURSO-EOF
               MOVE PUESTO-EMPLEADO TO PC-PUESTO
               MOVE LOW-VALUES TO PC-CURSO
               START PUECURSO KEY IS NOT LESS THAN PC-LLAVE
                   INVALID KEY MOVE 1 TO PUECURSO-EOF
               END-START
               PERFORM UNTIL PUECURSO-EOF = 1
                   READ PUECURSO NEXT RECORD
                       AT END
                           MOVE 1 TO PUECURSO-EOF
                       NOT AT END
                           IF PC-PUESTO NOT = PUESTO-EMPLEADO
                               MOVE 1 TO PUECURSO-EOF
                           ELSE
                               PERFORM REVISAR-CURSO-EXIGIDO
                           END-IF
                   END-READ
               END-PERFORM
               IF BRECHAS-EMPLEADO > 0
                   ADD 1 TO TOT-EMPLEADOS-BRECHA
               END-IF
           END-IF.

      *****BUSCA LA APROBACION MAS RECIENTE DEL CURSO PARA LA NOMINA;
      *****UN CURSO EN CURSO SE SENALA COMO TAL, NO COMO FALTANTE
       REVISAR-CURSO-EXIGIDO.
           MOVE 0 TO ULTIMA-APROBACION.
           MOVE 0 TO HAY-EN-CURSO.
           MOVE 0 TO CAPACITA-EOF.
           MOVE EMPINX-NOMINA TO CAP-NOMINA.
           MOVE PC-CURSO      TO CAP-CURSO.
           MOVE 0             TO CAP-FEC-INICIO.
           START CAPACITA KEY IS NOT LESS THAN CAP-LLAVE
               INVALID KEY MOVE 1 TO CAPACITA-EOF.
           PERFORM UNTIL CAPACITA-EOF = 1
               READ CAPACITA NEXT RECORD
                   AT END
                       MOVE 1 TO CAPACITA-EOF
                   NOT AT END
                       IF CAP-NOMINA NOT = EMPINX-NOMINA
                           OR CAP-CURSO NOT = PC-CURSO
                           MOVE 1 TO CAPACITA-EOF
                       ELSE
                           PERFORM CLASIFICAR-CAPACITACION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO ESTADO-BRECHA.
           IF ULTIMA-APROBACION = 0
               IF HAY-EN-CURSO = 1
                   MOVE "EN CURSO" TO ESTADO-BRECHA
               ELSE
                   MOVE "SIN CURSAR" TO ESTADO-BRECHA
               END-IF
           ELSE IF PC-VIGENCIA-MESES > 0
               MOVE ULTIMA-APROBACION(1:4) TO ANIO-AUX
               MOVE ULTIMA-APROBACION(5:2) TO MES-AUX
               COMPUTE MESES-APROBACION = ANIO-AUX * 12 + MES-AUX
               IF MESES-HOY - MESES-APROBACION > PC-VIGENCIA-MESES
                   MOVE "VENCIDO" TO ESTADO-BRECHA
               END-IF
           END-IF.
           IF ESTADO-BRECHA NOT = SPACES
               ADD 1 TO BRECHAS-EMPLEADO
               ADD 1 TO TOT-BRECHAS
               MOVE PC-CURSO TO CUR-CLAVE
               PERFORM LEER-CURSOS
               MOVE EMPINX-NOMINA     TO DETBRE-NOMINA
               MOVE EMPINX-NOMBRE     TO DETBRE-NOMBRE
               MOVE EMPINX-DPTO       TO DETBRE-DPTO
               MOVE PUESTO-EMPLEADO   TO DETBRE-PUESTO
               MOVE PC-CURSO          TO DETBRE-CURSO
               MOVE CUR-NOMBRE        TO DETBRE-CURSO-NOMBRE
               MOVE ESTADO-BRECHA     TO DETBRE-ESTADO
               MOVE ULTIMA-APROBACION TO DETBRE-ULTIMA
               MOVE PC-VIGENCIA-MESES TO DETBRE-VIGENCIA
               WRITE REPORTE-REG FROM DETALLE-BRE BEFORE 1 LINES
           END-IF.

       CLASIFICAR-CAPACITACION.
           IF CAP-RESULTADO = "APROBADO"
               IF CAP-FEC-FIN > ULTIMA-APROBACION
                   MOVE CAP-FEC-FIN TO ULTIMA-APROBACION
               END-IF
           ELSE IF CAP-RESULTADO = "EN CURSO"
               MOVE 1 TO HAY-EN-CURSO
           END-IF.

       END PROGRAM 5CAPREP.
