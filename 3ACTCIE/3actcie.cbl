      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3ACTCIE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.

           SELECT OPTIONAL ACTACTL ASSIGN TO "ACTACTL".

           SELECT ALUPRO ASSIGN TO DISK.

           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.

           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.

           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.

           SELECT OPTIONAL MATERIAS ASSIGN TO "MATERIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.

           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.

           SELECT OPTIONAL ASIGNA ASSIGN TO "ASIGNA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-LLAVE.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****ACTAS DE CALIFICACIONES CERRADAS: UNA POR CICLO, GRUPO Y
      *****CASILLA DE MATERIA, CON SU FOLIO, EL PROFESOR QUE LA CIERRA
      *****Y LA FECHA. A PARTIR DEL CIERRE LAS CALIFICACIONES DE ESA
      *****CASILLA QUEDAN CONGELADAS EN 2ALUCAP, 4ALUABC, 1CALVAL Y
      *****2EXTCAP, Y 3CERTIF NO CERTIFICA CON ACTAS ABIERTAS. 5ACTREP
      *****LISTA LAS QUE SIGUEN ABIERTAS CERCA DEL FIN DEL CICLO
       FD  ACTAS.
       01  ACTAS-REG.
           03  ACT-LLAVE.
               05  ACT-CICLO       PIC 9(06).
               05  ACT-GRUPO       PIC X(03).
               05  ACT-CASILLA     PIC 9(01).
           03  ACT-FOLIO           PIC 9(06).
           03  ACT-ESTADO          PIC X(10).
           03  ACT-PROFESOR        PIC X(08).
           03  ACT-FEC-CIERRE      PIC 9(08).
           03  ACT-OPERADOR        PIC X(08).
           03  ACT-ALUMNOS         PIC 9(04).
           03  ACT-APROBADOS       PIC 9(04).
           03  ACT-PROMEDIO        PIC 999V99.

      *****FOLIADOR DE ACTAS: UN SOLO RENGLON CON EL ULTIMO FOLIO
      *****EXPEDIDO, MISMO ESPIRITU QUE EL CERTCTL DE 3CERTIF
       FD  ACTACTL.
       01  ACTACTL-REG.
           03  ACTCTL-ULTIMO-FOLIO PIC 9(06).

      *****MISMO LAYOUT QUE EL ALUPRO-REG DE 3ALUPRO; DE AQUI SALEN
      *****LAS CALIFICACIONES DEL ACTA
       FD  ALUPRO.
       01  ALUPRO-REG.
         03 ALUPRO-NOM  PIC X(30).
         03 ALUPRO-MAT  PIC 9(08).
         03 ALUPRO-GPO  PIC X(03).
         03 ALUPRO-CAMPUS-TURNO PIC X(03).
         03 ALUPRO-NUM-CAL  PIC 9.
         03 ALUPRO-CALIFICACIONES OCCURS 6 TIMES.
           05 ALUPRO-CAL    PIC 999V99.
         03 ALUPRO-PROM     PIC 999V99.
         03 ALUPRO-ESTATUS  PIC X(09).
         03 FILLER       PIC XX.

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC)
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

      *****PLAN DE ESTUDIOS Y CATALOGO DE MATERIAS (VER 4MATABC)
       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

       FD  MATERIAS.
       01  MATERIAS-REG.
           03  MAT-CLAVE           PIC X(03).
           03  MAT-NOMBRE          PIC X(20).

      *****MAESTRO DE PROFESORES Y SUS ASIGNACIONES (VER 4PRFABC); EL
      *****PROFESOR FIRMADO SOLO CIERRA LAS CASILLAS QUE LE TOCAN
       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

       FD  ASIGNA.
       01  ASIGNA-REG.
           03  ASG-LLAVE.
               05  ASG-PROFESOR    PIC X(08).
               05  ASG-GRUPO       PIC X(03).
               05  ASG-CASILLA     PIC 9(01).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LAS AUDITORIAS
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  ACT-KEY-EXISTE      PIC 9.
       77  CIC-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  PLA-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  ASG-KEY-EXISTE      PIC 9.
       77  ALUPRO-EOF          PIC 9.
       77  MINIMA-APROBATORIA  PIC 999V99 VALUE 6.
       77  CICLO-ACTA          PIC 9(06).
       77  GRUPO-ACTA          PIC X(03).
       77  CASILLA-ACTA        PIC 9(01).
       77  PROFESOR-ACTA       PIC X(08).
       77  NOMBRE-PROFESOR     PIC X(30).
       77  MATERIA-ACTA        PIC X(20).
       77  ALUMNOS-ACTA        PIC 9(04).
       77  APROBADOS-ACTA      PIC 9(04).
       77  SIN-CAPTURA-ACTA    PIC 9(04).
       77  SUMA-ACTA           PIC 9(06)V99.
       77  PROMEDIO-ACTA       PIC 999V99.
       77  CAL-ALUMNO          PIC 999V99.
       77  FOLIO-ACTA          PIC 9(06).
       77  FECHA-ACTA          PIC 9(08).
       77  EXISTE-ACTACTL      PIC 9.
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08).
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.
      *****SI EL FIRMADO ES PROFESOR ACTIVO EL ACTA SE CIERRA A SU
      *****NOMBRE Y SOLO PARA SUS ASIGNACIONES; LA COORDINACION CIERRA
      *****A NOMBRE DEL PROFESOR QUE INDIQUE
       77  ES-PROFESOR         PIC 9 VALUE 0.

       01  ACTA-LINEA-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(24) VALUE
               "ACTA DE CALIFICACIONES".
       01  ACTA-LINEA-FOLIO.
           05  FILLER              PIC X(07) VALUE "FOLIO: ".
           05  ACL-FOLIO           PIC 9(06).
           05  FILLER              PIC X(09) VALUE "  CICLO: ".
           05  ACL-CICLO           PIC 9(06).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  ACL-DUPLICADO       PIC X(30).
       01  ACTA-LINEA-GRUPO.
           05  FILLER              PIC X(07) VALUE "GRUPO: ".
           05  ACL-GRUPO           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACL-GRUPO-DESC      PIC X(20).
           05  FILLER              PIC X(11) VALUE "  MATERIA: ".
           05  ACL-CASILLA         PIC 9(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACL-MATERIA         PIC X(20).
       01  ACTA-LINEA-PROFESOR.
           05  FILLER              PIC X(10) VALUE "PROFESOR: ".
           05  ACL-PROFESOR        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACL-PROFESOR-NOM    PIC X(30).
       01  ACTA-TITULO.
           05  FILLER              PIC X(12) VALUE "MATRICULA".
           05  FILLER              PIC X(32) VALUE "NOMBRE".
           05  FILLER              PIC X(14) VALUE "CALIFICACION".
           05  FILLER              PIC X(10) VALUE "RESULTADO".
       01  ACTA-DETALLE.
           05  ACD-MATRICULA       PIC 9(08).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ACD-NOMBRE          PIC X(30).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  ACD-CAL             PIC ZZ9.99.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  ACD-RESULTADO       PIC X(12).
       01  ACTA-RESUMEN.
           05  FILLER              PIC X(09) VALUE "ALUMNOS: ".
           05  ACR-ALUMNOS         PIC ZZZ9.
           05  FILLER              PIC X(13) VALUE "  APROBADOS: ".
           05  ACR-APROBADOS       PIC ZZZ9.
           05  FILLER              PIC X(14) VALUE "  REPROBADOS: ".
           05  ACR-REPROBADOS      PIC ZZZ9.
           05  FILLER              PIC X(12) VALUE "  PROMEDIO: ".
           05  ACR-PROMEDIO        PIC Z9.99.
       01  ACTA-PIE.
           05  FILLER              PIC X(16) VALUE "FECHA DE CIERRE:".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  ACP-FECHA           PIC 9(08).
           05  FILLER              PIC X(12) VALUE "  OPERADOR: ".
           05  ACP-OPERADOR        PIC X(08).
       01  ACTA-FIRMA.
           05  FILLER              PIC X(40) VALUE
               "FIRMA DEL PROFESOR: ____________________".

       PROCEDURE DIVISION.
      *****CIERRE DE ACTAS DE CALIFICACIONES: POR CICLO, GRUPO Y
      *****CASILLA DE MATERIA SE IMPRIME EL ACTA CON TODOS LOS ALUMNOS
      *****Y SUS CALIFICACIONES DE ALUPRO, SE LE DA FOLIO DEL FOLIADOR
      *****CONTROLADO Y QUEDA REGISTRO DEL PROFESOR Y LA FECHA; LA
      *****REIMPRESION SALE MARCADA COMO DUPLICADO DEL FOLIO ORIGINAL
       MAIN-PROCEDURE.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN INPUT PROFESORES.
           OPEN INPUT ASIGNA.
           PERFORM REVISAR-SI-PROFESOR.
           OPEN I-O ACTAS.
           OPEN INPUT CICLOS.
           OPEN INPUT GRUPOS.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN OUTPUT REPORTE.
           PERFORM LEER-ACTACTL.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           PERFORM GRABAR-ACTACTL.
           CLOSE ACTAS.
           CLOSE CICLOS.
           CLOSE GRUPOS.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE PROFESORES.
           CLOSE ASIGNA.
           CLOSE USUARIOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                          FIRMA (SIGN-ON)
      *******************************************************************
       FIRMAR-OPERADOR.
           PERFORM REVISAR-USUARIOS-VACIO.
           IF USUARIOS-VACIO = 1
               DISPLAY "SIN MAESTRO DE USUARIOS - ACCESO LIBRE"
               MOVE "SISTEMA" TO OPERADOR-FIRMADO
               MOVE 2 TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               MOVE 0 TO FIRMA-OK
               MOVE 0 TO INTENTOS-FIRMA
               PERFORM VALIDAR-FIRMA
                   UNTIL FIRMA-OK = 1 OR INTENTOS-FIRMA >= 3
           END-IF.

       REVISAR-USUARIOS-VACIO.
           MOVE 1 TO USUARIOS-VACIO.
           MOVE LOW-VALUES TO USU-CLAVE.
           START USUARIOS KEY IS NOT LESS THAN USU-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ USUARIOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 0 TO USUARIOS-VACIO
                   END-READ
           END-START.

       VALIDAR-FIRMA.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "CLAVE DE OPERADOR".
           ACCEPT CLAVE-FIRMA.
           DISPLAY "PASSWORD".
           ACCEPT PASSWORD-FIRMA.
           MOVE CLAVE-FIRMA TO USU-CLAVE.
           MOVE 1 TO FIRMA-EXISTE.
           READ USUARIOS INVALID KEY MOVE 0 TO FIRMA-EXISTE.
           IF FIRMA-EXISTE = 1 AND USU-PASSWORD = PASSWORD-FIRMA
               MOVE USU-CLAVE TO OPERADOR-FIRMADO
               MOVE USU-NIVEL TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               DISPLAY "CLAVE O PASSWORD INCORRECTOS"
           END-IF.

       REVISAR-SI-PROFESOR.
           MOVE 0 TO ES-PROFESOR.
           MOVE OPERADOR-FIRMADO TO PRF-CLAVE.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 1 AND PRF-ESTADO = "ACTIVO"
               MOVE 1 TO ES-PROFESOR
               DISPLAY "CIERRE DE PROFESOR: " PRF-NOMBRE
           END-IF.

      *******************************************************************
      *                      FOLIADOR CONTROLADO
      *******************************************************************
       LEER-ACTACTL.
           MOVE 0 TO ACTCTL-ULTIMO-FOLIO.
           MOVE 0 TO EXISTE-ACTACTL.
           OPEN INPUT ACTACTL.
           READ ACTACTL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO EXISTE-ACTACTL
           END-READ.
           CLOSE ACTACTL.

       GRABAR-ACTACTL.
           OPEN OUTPUT ACTACTL.
           WRITE ACTACTL-REG.
           CLOSE ACTACTL.

      *******************************************************************
      *                          CERRAR ACTA
      *******************************************************************
       CERRAR-ACTA.
           PERFORM CAPTURA-LLAVE-ACTA.
           IF ACT-KEY-EXISTE = 9
               EXIT PARAGRAPH
           END-IF.
           IF ACT-KEY-EXISTE = 1
               DISPLAY "EL ACTA YA ESTA CERRADA CON FOLIO " ACT-FOLIO
                   " EL " ACT-FEC-CIERRE " POR " ACT-PROFESOR
               EXIT PARAGRAPH
           END-IF.
           IF CIC-ESTADO = "CERRADO"
               DISPLAY "EL CICLO ESTA CERRADO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CAPTURA-PROFESOR.
           IF PRF-KEY-EXISTE = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTAR-ALUMNOS.
           IF ALUMNOS-ACTA = 0
               DISPLAY "EL GRUPO NO TIENE ALUMNOS EN ALUPRO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ALUMNOS EN EL ACTA: " ALUMNOS-ACTA.
           IF SIN-CAPTURA-ACTA > 0
               DISPLAY "AVISO: " SIN-CAPTURA-ACTA
                   " ALUMNOS SIN CALIFICACION EN LA CASILLA"
           END-IF.
           DISPLAY "AL CERRAR, LAS CALIFICACIONES QUEDAN CONGELADAS."
           DISPLAY "CONFIRMAS EL CIERRE DEL ACTA?".
           ACCEPT WKS-RESP.
           IF W88-NO
               DISPLAY "CIERRE CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ACTCTL-ULTIMO-FOLIO.
           MOVE ACTCTL-ULTIMO-FOLIO TO FOLIO-ACTA.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-ACTA = 20000000
               + FECHA-HOY-AA * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE SPACES TO ACL-DUPLICADO.
           PERFORM IMPRIMIR-ACTA.
           MOVE CICLO-ACTA       TO ACT-CICLO.
           MOVE GRUPO-ACTA       TO ACT-GRUPO.
           MOVE CASILLA-ACTA     TO ACT-CASILLA.
           MOVE FOLIO-ACTA       TO ACT-FOLIO.
           MOVE "CERRADA"        TO ACT-ESTADO.
           MOVE PROFESOR-ACTA    TO ACT-PROFESOR.
           MOVE FECHA-ACTA       TO ACT-FEC-CIERRE.
           MOVE OPERADOR-FIRMADO TO ACT-OPERADOR.
           MOVE ALUMNOS-ACTA     TO ACT-ALUMNOS.
           MOVE APROBADOS-ACTA   TO ACT-APROBADOS.
           MOVE PROMEDIO-ACTA    TO ACT-PROMEDIO.
           WRITE ACTAS-REG.
           ADD 1 TO AUTORIZACION.
           DISPLAY "ACTA CERRADA CON FOLIO " FOLIO-ACTA.
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *****CICLO, GRUPO Y CASILLA DEL ACTA; DEJA ACT-KEY-EXISTE EN 9
      *****SI ALGO NO EXISTE, Y SI NO EN 1 O 0 SEGUN HAYA ACTA YA
       CAPTURA-LLAVE-ACTA.
           MOVE 9 TO ACT-KEY-EXISTE.
           DISPLAY "CICLO (AAAAPP)".
           ACCEPT CICLO-ACTA.
           MOVE CICLO-ACTA TO CIC-CICLO.
           MOVE 1 TO CIC-KEY-EXISTE.
           READ CICLOS INVALID KEY MOVE 0 TO CIC-KEY-EXISTE.
           IF CIC-KEY-EXISTE = 0
               DISPLAY "CICLO NO EXISTE (4CICABC)"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GRUPO".
           ACCEPT GRUPO-ACTA.
           MOVE GRUPO-ACTA TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 0
               DISPLAY "GRUPO NO EXISTE EN EL MAESTRO"
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO CASILLA-ACTA.
           PERFORM WITH TEST AFTER
                   UNTIL CASILLA-ACTA >= 1 AND CASILLA-ACTA <= 6
               DISPLAY "CASILLA DE LA MATERIA (1 A 6)"
               ACCEPT CASILLA-ACTA
           END-PERFORM.
           PERFORM BUSCAR-MATERIA.
           DISPLAY "MATERIA: " MATERIA-ACTA.
           MOVE CICLO-ACTA   TO ACT-CICLO.
           MOVE GRUPO-ACTA   TO ACT-GRUPO.
           MOVE CASILLA-ACTA TO ACT-CASILLA.
           MOVE 1 TO ACT-KEY-EXISTE.
           READ ACTAS INVALID KEY MOVE 0 TO ACT-KEY-EXISTE.

      *****EL PROFESOR FIRMADO CIERRA A SU NOMBRE SI TIENE LA CASILLA
      *****ASIGNADA; LA COORDINACION CAPTURA LA CLAVE DEL PROFESOR
       CAPTURA-PROFESOR.
           IF ES-PROFESOR = 1
               MOVE OPERADOR-FIRMADO TO ASG-PROFESOR
               MOVE GRUPO-ACTA       TO ASG-GRUPO
               MOVE CASILLA-ACTA     TO ASG-CASILLA
               MOVE 1 TO ASG-KEY-EXISTE
               READ ASIGNA INVALID KEY MOVE 0 TO ASG-KEY-EXISTE
               END-READ
               IF ASG-KEY-EXISTE = 0
                   DISPLAY "CASILLA NO ASIGNADA AL PROFESOR"
                   MOVE 0 TO PRF-KEY-EXISTE
                   EXIT PARAGRAPH
               END-IF
               MOVE OPERADOR-FIRMADO TO PROFESOR-ACTA
           ELSE
               DISPLAY "CLAVE DEL PROFESOR QUE CIERRA EL ACTA"
               ACCEPT PROFESOR-ACTA
           END-IF.
           MOVE PROFESOR-ACTA TO PRF-CLAVE.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 0
               DISPLAY "PROFESOR NO EXISTE EN EL MAESTRO"
           ELSE
               MOVE PRF-NOMBRE TO NOMBRE-PROFESOR
           END-IF.

      *****EL NOMBRE DE LA MATERIA SALE DEL PLAN DE ESTUDIOS DEL
      *****GRUPO; SIN PLAN EL ACTA SE IMPRIME CON SU CASILLA
       BUSCAR-MATERIA.
           MOVE SPACES TO MATERIA-ACTA.
           MOVE GRUPO-ACTA TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           IF PLA-KEY-EXISTE = 1
               AND PLA-MATERIA(CASILLA-ACTA) NOT = SPACES
               MOVE PLA-MATERIA(CASILLA-ACTA) TO MAT-CLAVE
               MOVE 1 TO MAT-KEY-EXISTE
               READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
               END-READ
               IF MAT-KEY-EXISTE = 1
                   MOVE MAT-NOMBRE TO MATERIA-ACTA
               ELSE
                   MOVE PLA-MATERIA(CASILLA-ACTA) TO MATERIA-ACTA
               END-IF
           ELSE
               STRING "CASILLA " CASILLA-ACTA DELIMITED BY SIZE
                   INTO MATERIA-ACTA
           END-IF.

      *****PRIMERA PASADA SOBRE ALUPRO: CUANTOS ALUMNOS TIENE EL GRUPO,
      *****CUANTOS APROBARON LA CASILLA Y EL PROMEDIO DEL ACTA
       CONTAR-ALUMNOS.
           MOVE 0 TO ALUMNOS-ACTA.
           MOVE 0 TO APROBADOS-ACTA.
           MOVE 0 TO SIN-CAPTURA-ACTA.
           MOVE 0 TO SUMA-ACTA.
           MOVE 0 TO ALUPRO-EOF.
           OPEN INPUT ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-GPO = GRUPO-ACTA
                   PERFORM TOMAR-CALIFICACION
                   ADD 1 TO ALUMNOS-ACTA
                   ADD CAL-ALUMNO TO SUMA-ACTA
                   IF CAL-ALUMNO >= MINIMA-APROBATORIA
                       ADD 1 TO APROBADOS-ACTA
                   END-IF
               END-IF
               READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
               END-READ
           END-PERFORM.
           CLOSE ALUPRO.
           IF ALUMNOS-ACTA > 0
               COMPUTE PROMEDIO-ACTA ROUNDED =
                   SUMA-ACTA / ALUMNOS-ACTA
           ELSE
               MOVE 0 TO PROMEDIO-ACTA
           END-IF.

      *****LA CASILLA QUE EL ALUMNO NO TIENE CAPTURADA CUENTA EN CERO
       TOMAR-CALIFICACION.
           IF CASILLA-ACTA > ALUPRO-NUM-CAL
               MOVE 0 TO CAL-ALUMNO
               ADD 1 TO SIN-CAPTURA-ACTA
           ELSE
               MOVE ALUPRO-CAL(CASILLA-ACTA) TO CAL-ALUMNO
           END-IF.

       IMPRIMIR-ACTA.
           MOVE FOLIO-ACTA      TO ACL-FOLIO.
           MOVE CICLO-ACTA      TO ACL-CICLO.
           MOVE GRUPO-ACTA      TO ACL-GRUPO.
           MOVE GPO-DESCRIPCION TO ACL-GRUPO-DESC.
           MOVE CASILLA-ACTA    TO ACL-CASILLA.
           MOVE MATERIA-ACTA    TO ACL-MATERIA.
           MOVE PROFESOR-ACTA   TO ACL-PROFESOR.
           MOVE NOMBRE-PROFESOR TO ACL-PROFESOR-NOM.
           WRITE REPORTE-REG FROM ACTA-LINEA-1 BEFORE PAGE.
           WRITE REPORTE-REG FROM ACTA-LINEA-FOLIO BEFORE 2 LINES.
           WRITE REPORTE-REG FROM ACTA-LINEA-GRUPO BEFORE 1 LINES.
           WRITE REPORTE-REG FROM ACTA-LINEA-PROFESOR BEFORE 2 LINES.
           WRITE REPORTE-REG FROM ACTA-TITULO BEFORE 1 LINES.
           MOVE 0 TO ALUPRO-EOF.
           OPEN INPUT ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-GPO = GRUPO-ACTA
                   PERFORM IMPRIMIR-ALUMNO
               END-IF
               READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
               END-READ
           END-PERFORM.
           CLOSE ALUPRO.
           MOVE ALUMNOS-ACTA   TO ACR-ALUMNOS.
           MOVE APROBADOS-ACTA TO ACR-APROBADOS.
           COMPUTE ACR-REPROBADOS = ALUMNOS-ACTA - APROBADOS-ACTA.
           MOVE PROMEDIO-ACTA  TO ACR-PROMEDIO.
           MOVE FECHA-ACTA     TO ACP-FECHA.
           MOVE OPERADOR-FIRMADO TO ACP-OPERADOR.
           WRITE REPORTE-REG FROM ACTA-RESUMEN BEFORE 2 LINES.
           WRITE REPORTE-REG FROM ACTA-PIE BEFORE 3 LINES.
           WRITE REPORTE-REG FROM ACTA-FIRMA BEFORE 1 LINES.

       IMPRIMIR-ALUMNO.
           PERFORM TOMAR-CALIFICACION.
           MOVE ALUPRO-MAT TO ACD-MATRICULA.
           MOVE ALUPRO-NOM TO ACD-NOMBRE.
           MOVE CAL-ALUMNO TO ACD-CAL.
           IF CASILLA-ACTA > ALUPRO-NUM-CAL
               MOVE "SIN CAPTURA" TO ACD-RESULTADO
           ELSE IF CAL-ALUMNO >= MINIMA-APROBATORIA
               MOVE "APROBADO"    TO ACD-RESULTADO
           ELSE
               MOVE "REPROBADO"   TO ACD-RESULTADO
           END-IF.
           WRITE REPORTE-REG FROM ACTA-DETALLE BEFORE 1 LINES.

      *******************************************************************
      *                        REIMPRIMIR ACTA
      *******************************************************************
      *****EL ACTA YA CERRADA NO CONSUME FOLIO NUEVO: SE REIMPRIME
      *****CON LA LEYENDA DE DUPLICADO, SU FOLIO Y SU FECHA ORIGINAL
       REIMPRIMIR-ACTA.
           PERFORM CAPTURA-LLAVE-ACTA.
           IF ACT-KEY-EXISTE = 9
               EXIT PARAGRAPH
           END-IF.
           IF ACT-KEY-EXISTE = 0
               DISPLAY "EL ACTA NO ESTA CERRADA"
               EXIT PARAGRAPH
           END-IF.
           MOVE ACT-PROFESOR TO PROFESOR-ACTA.
           MOVE ACT-PROFESOR TO PRF-CLAVE.
           MOVE SPACES TO NOMBRE-PROFESOR.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 1
               MOVE PRF-NOMBRE TO NOMBRE-PROFESOR
           END-IF.
           PERFORM CONTAR-ALUMNOS.
           MOVE ACT-FOLIO      TO FOLIO-ACTA.
           MOVE ACT-FEC-CIERRE TO FECHA-ACTA.
           MOVE "** DUPLICADO DEL ORIGINAL **" TO ACL-DUPLICADO.
           PERFORM IMPRIMIR-ACTA.
           DISPLAY "DUPLICADO DEL FOLIO " FOLIO-ACTA " IMPRESO".

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "-----------------------".
           DISPLAY "  CIERRE DE ACTAS".
           DISPLAY "-----------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CERRAR ACTA.".
           DISPLAY "2. REIMPRIMIR ACTA (DUPLICADO).".
           DISPLAY "3. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CERRAR-ACTA
           ELSE IF OPCION-MENU = 2
               PERFORM REIMPRIMIR-ACTA
           ELSE IF OPCION-MENU = 3
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 3ACTCIE.
