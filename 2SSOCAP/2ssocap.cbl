      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2SSOCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SERVSOC ASSIGN TO "SERVSOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSO-MATRICULA.

           SELECT OPTIONAL SSOHORAS ASSIGN TO "SSOHORAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSH-LLAVE.

           SELECT OPTIONAL SSOCTL ASSIGN TO "SSOCTL".

           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.

           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****EXPEDIENTE DE SERVICIO SOCIAL, UNO POR MATRICULA: DONDE LO
      *****PRESTA, DESDE CUANDO, HORAS QUE DEBE CUBRIR (LAS VIGENTES AL
      *****ABRIRLO), HORAS REPORTADAS Y APROBADAS POR COORDINACION Y LA
      *****CARTA DE LIBERACION; 3CERTIF NO EXPIDE SIN LIBERACION
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

      *****REPORTES DE HORAS DEL PRESTADOR: CADA UNO QUEDA PENDIENTE
      *****HASTA QUE EL COORDINADOR LO APRUEBA O LO RECHAZA; SOLO LAS
      *****HORAS APROBADAS CUENTAN PARA LA LIBERACION
       FD  SSOHORAS.
       01  SSOHORAS-REG.
           03  SSH-LLAVE.
               05  SSH-MATRICULA   PIC 9(08).
               05  SSH-NUMERO      PIC 9(03).
           03  SSH-PERIODO-DEL     PIC 9(08).
           03  SSH-PERIODO-AL      PIC 9(08).
           03  SSH-HORAS           PIC 9(04).
           03  SSH-ESTADO          PIC X(10).
           03  SSH-FEC-CAPTURA     PIC 9(08).
           03  SSH-OPERADOR-CAP    PIC X(08).
           03  SSH-FEC-REVISION    PIC 9(08).
           03  SSH-OPERADOR-REV    PIC X(08).

      *****FOLIADOR DE CARTAS DE LIBERACION: UN SOLO RENGLON CON EL
      *****ULTIMO FOLIO EXPEDIDO (MISMO MANEJO QUE CERTCTL)
       FD  SSOCTL.
       01  SSOCTL-REG.
           03  CTL-ULTIMO-FOLIO    PIC 9(06).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  SSO-KEY-EXISTE      PIC 9.
       77  SSH-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  SSOHORAS-EOF        PIC 9.
       77  MATRICULA-BUSCADA   PIC 9(08).
       77  OPCION-REVISION     PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  CONT-PENDIENTES     PIC 9(03).
       77  HORAS-FALTANTES     PIC 9(04).
       77  FOLIO-EXPEDIDO      PIC 9(06).
      *****HORAS QUE EXIGE EL REGLAMENTO; VALOR FIJO SI NO ESTA EN
      *****4PARABC (CODIGO SS-HORAS)
       77  HORAS-REQUERIDAS    PIC 9(04) VALUE 480.
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

       01  CARTA-LINEA-1.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(40) VALUE
               "CARTA DE LIBERACION DE SERVICIO SOCIAL".
       01  CARTA-LINEA-FOLIO.
           05  FILLER              PIC X(07) VALUE "FOLIO: ".
           05  CSS-FOLIO           PIC 9(06).
           05  FILLER              PIC X(10) VALUE "  FECHA: ".
           05  CSS-FECHA           PIC 9(08).
       01  CARTA-LINEA-ALUMNO.
           05  FILLER              PIC X(11) VALUE "MATRICULA: ".
           05  CSS-MATRICULA       PIC 9(08).
           05  FILLER              PIC X(05) VALUE SPACES.
           05  FILLER              PIC X(08) VALUE "NOMBRE: ".
           05  CSS-NOMBRE          PIC X(30).
       01  CARTA-LINEA-CUERPO-1.
           05  FILLER              PIC X(33) VALUE
               "CONCLUYO SU SERVICIO SOCIAL EN ".
           05  CSS-INSTITUCION     PIC X(30).
       01  CARTA-LINEA-CUERPO-2.
           05  FILLER              PIC X(13) VALUE "PROGRAMA: ".
           05  CSS-PROGRAMA        PIC X(30).
           05  FILLER              PIC X(10) VALUE "  DESDE: ".
           05  CSS-FEC-INICIO      PIC 9(08).
       01  CARTA-LINEA-CUERPO-3.
           05  FILLER              PIC X(24) VALUE
               "CUBRIENDO UN TOTAL DE ".
           05  CSS-HORAS           PIC ZZZ9.
           05  FILLER              PIC X(30) VALUE
               " HORAS APROBADAS".
       01  CARTA-LINEA-PIE.
           05  FILLER              PIC X(13) VALUE "LIBERADA POR ".
           05  CSS-OPERADOR        PIC X(08).

       PROCEDURE DIVISION.
      *****SERVICIO SOCIAL: EXPEDIENTE POR MATRICULA, REPORTES DE HORAS
      *****QUE APRUEBA EL COORDINADOR (NIVEL SUPERVISOR) Y CARTA DE
      *****LIBERACION FOLIADA CUANDO LAS HORAS APROBADAS CUBREN LAS
      *****REQUERIDAS
       MAIN-PROCEDURE.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           PERFORM CARGAR-PARAMETROS.
           OPEN I-O SERVSOC.
           OPEN I-O SSOHORAS.
           OPEN INPUT ALUINX.
           OPEN OUTPUT REPORTE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE SERVSOC.
           CLOSE SSOHORAS.
           CLOSE ALUINX.
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

      *******************************************************************
      *                            PARAMETROS
      *******************************************************************
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "SS-HORAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO HORAS-REQUERIDAS.
           CLOSE PARAMET.

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

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-SERVSOC.
           MOVE 1 TO SSO-KEY-EXISTE.
           READ SERVSOC INVALID KEY MOVE 0 TO SSO-KEY-EXISTE.

       PEDIR-EXPEDIENTE.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT MATRICULA-BUSCADA.
           MOVE MATRICULA-BUSCADA TO SSO-MATRICULA.
           PERFORM LEER-SERVSOC.
           IF SSO-KEY-EXISTE = 0
               DISPLAY "LA MATRICULA NO TIENE EXPEDIENTE DE SERVICIO"
           END-IF.

       MOSTRAR-EXPEDIENTE.
           DISPLAY "MATRICULA:   ", SSO-MATRICULA.
           DISPLAY "INSTITUCION: ", SSO-INSTITUCION.
           DISPLAY "PROGRAMA:    ", SSO-PROGRAMA.
           DISPLAY "INICIO:      ", SSO-FEC-INICIO.
           DISPLAY "HORAS REQ.:  ", SSO-HORAS-REQUERIDAS
               "  REPORTADAS: " SSO-HORAS-REPORTADAS
               "  APROBADAS: " SSO-HORAS-APROBADAS.
           DISPLAY "ESTADO:      ", SSO-ESTADO.
           IF SSO-ESTADO = "LIBERADO"
               DISPLAY "CARTA FOLIO: ", SSO-FOLIO-CARTA
                   "  DEL " SSO-FEC-LIBERACION
                   "  POR " SSO-OPERADOR-LIB
           END-IF.

      *******************************************************************
      *                        ALTA DE EXPEDIENTE
      *******************************************************************
       ALTA-EXPEDIENTE.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT MATRICULA-BUSCADA.
           MOVE MATRICULA-BUSCADA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           MOVE MATRICULA-BUSCADA TO SSO-MATRICULA.
           PERFORM LEER-SERVSOC.
           IF EXISTE-MATRICULA = 0
               DISPLAY "LA MATRICULA NO ESTA EN EL MAESTRO"
           ELSE IF SSO-KEY-EXISTE = 1
               DISPLAY "LA MATRICULA YA TIENE EXPEDIENTE"
               PERFORM MOSTRAR-EXPEDIENTE
           ELSE
               DISPLAY "ALUMNO: " ALUINX-NOMBRE
               INITIALIZE SERVSOC-REG
               MOVE MATRICULA-BUSCADA TO SSO-MATRICULA
               DISPLAY "INSTITUCION RECEPTORA"
               ACCEPT SSO-INSTITUCION
               DISPLAY "PROGRAMA"
               ACCEPT SSO-PROGRAMA
               DISPLAY "FECHA DE INICIO (AAAAMMDD)"
               ACCEPT SSO-FEC-INICIO
               MOVE HORAS-REQUERIDAS TO SSO-HORAS-REQUERIDAS
               MOVE 0 TO SSO-HORAS-REPORTADAS
               MOVE 0 TO SSO-HORAS-APROBADAS
               MOVE 0 TO SSO-ULTIMO-REPORTE
               MOVE "EN CURSO" TO SSO-ESTADO
               MOVE 0 TO SSO-FEC-LIBERACION
               MOVE 0 TO SSO-FOLIO-CARTA
               MOVE SPACES TO SSO-OPERADOR-LIB
               WRITE SERVSOC-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "HORAS A CUBRIR: " SSO-HORAS-REQUERIDAS
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF
           END-IF.

      *******************************************************************
      *                     REPORTE DE HORAS
      *******************************************************************
      *****EL REPORTE ENTRA PENDIENTE; NO SE RECIBEN REPORTES DE UN
      *****SERVICIO YA LIBERADO
       REGISTRAR-REPORTE.
           PERFORM PEDIR-EXPEDIENTE.
           IF SSO-KEY-EXISTE = 1
               IF SSO-ESTADO = "LIBERADO"
                   DISPLAY "EL SERVICIO YA ESTA LIBERADO"
               ELSE
                   PERFORM CAPTURA-REPORTE
               END-IF
           END-IF.

       CAPTURA-REPORTE.
           INITIALIZE SSOHORAS-REG.
           ADD 1 TO SSO-ULTIMO-REPORTE.
           MOVE SSO-MATRICULA      TO SSH-MATRICULA.
           MOVE SSO-ULTIMO-REPORTE TO SSH-NUMERO.
           DISPLAY "PERIODO DEL (AAAAMMDD)".
           ACCEPT SSH-PERIODO-DEL.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PERIODO AL (AAAAMMDD)"
               ACCEPT SSH-PERIODO-AL
               IF SSH-PERIODO-AL < SSH-PERIODO-DEL
                   DISPLAY "EL PERIODO TERMINA ANTES DE EMPEZAR"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "HORAS DEL REPORTE"
               ACCEPT SSH-HORAS
               IF SSH-HORAS = 0
                   DISPLAY "LAS HORAS DEBEN SER MAYORES A CERO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE "PENDIENTE"      TO SSH-ESTADO.
           MOVE FECHA-HOY-LARGA  TO SSH-FEC-CAPTURA.
           MOVE OPERADOR-FIRMADO TO SSH-OPERADOR-CAP.
           MOVE 0      TO SSH-FEC-REVISION.
           MOVE SPACES TO SSH-OPERADOR-REV.
           WRITE SSOHORAS-REG.
           ADD SSH-HORAS TO SSO-HORAS-REPORTADAS.
           REWRITE SERVSOC-REG.
           ADD 1 TO AUTORIZACION.
           DISPLAY "REPORTE " SSH-NUMERO " REGISTRADO PENDIENTE".
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                APROBACION DEL COORDINADOR
      *******************************************************************
      *****RECORRE LOS REPORTES PENDIENTES DE LA MATRICULA; EL
      *****APROBADO SUMA SUS HORAS, EL RECHAZADO LAS DESCUENTA DE LO
      *****REPORTADO
       APROBAR-REPORTES.
           PERFORM PEDIR-EXPEDIENTE.
           IF SSO-KEY-EXISTE = 1
               MOVE 0 TO CONT-PENDIENTES
               MOVE 0 TO SSOHORAS-EOF
               MOVE SSO-MATRICULA TO SSH-MATRICULA
               MOVE 0 TO SSH-NUMERO
               START SSOHORAS KEY IS NOT LESS THAN SSH-LLAVE
                   INVALID KEY MOVE 1 TO SSOHORAS-EOF
               END-START
               PERFORM REVISAR-REPORTE UNTIL SSOHORAS-EOF = 1
               REWRITE SERVSOC-REG
               IF CONT-PENDIENTES = 0
                   DISPLAY "NO HAY REPORTES PENDIENTES"
               END-IF
               DISPLAY "HORAS APROBADAS: " SSO-HORAS-APROBADAS
                   " DE " SSO-HORAS-REQUERIDAS
           END-IF.

       REVISAR-REPORTE.
           READ SSOHORAS NEXT RECORD
               AT END
                   MOVE 1 TO SSOHORAS-EOF
               NOT AT END
                   IF SSH-MATRICULA NOT = SSO-MATRICULA
                       MOVE 1 TO SSOHORAS-EOF
                   ELSE
                       IF SSH-ESTADO = "PENDIENTE"
                           ADD 1 TO CONT-PENDIENTES
                           PERFORM DICTAMINAR-REPORTE
                       END-IF
                   END-IF
           END-READ.

       DICTAMINAR-REPORTE.
           DISPLAY "REPORTE " SSH-NUMERO ": DEL " SSH-PERIODO-DEL
               " AL " SSH-PERIODO-AL "  HORAS: " SSH-HORAS
               "  CAPTURO: " SSH-OPERADOR-CAP.
           MOVE 0 TO OPCION-REVISION.
           PERFORM UNTIL OPCION-REVISION >= 1 AND OPCION-REVISION <= 3
               DISPLAY "1. APROBAR  2. RECHAZAR  3. DEJAR PENDIENTE"
               ACCEPT OPCION-REVISION
           END-PERFORM.
           IF OPCION-REVISION = 1
               MOVE "APROBADO" TO SSH-ESTADO
               ADD SSH-HORAS TO SSO-HORAS-APROBADAS
           ELSE IF OPCION-REVISION = 2
               MOVE "RECHAZADO" TO SSH-ESTADO
               SUBTRACT SSH-HORAS FROM SSO-HORAS-REPORTADAS
           END-IF
           END-IF.
           IF OPCION-REVISION NOT = 3
               MOVE FECHA-HOY-LARGA  TO SSH-FEC-REVISION
               MOVE OPERADOR-FIRMADO TO SSH-OPERADOR-REV
               REWRITE SSOHORAS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                     CARTA DE LIBERACION
      *******************************************************************
      *****SOLO CON LAS HORAS APROBADAS COMPLETAS Y SIN REPORTES POR
      *****REVISAR; LA CARTA TOMA FOLIO DEL FOLIADOR Y NO SE REPITE
       LIBERAR-SERVICIO.
           PERFORM PEDIR-EXPEDIENTE.
           IF SSO-KEY-EXISTE = 1
               PERFORM MOSTRAR-EXPEDIENTE
               PERFORM CONTAR-PENDIENTES
               IF SSO-ESTADO = "LIBERADO"
                   DISPLAY "EL SERVICIO YA ESTA LIBERADO"
               ELSE IF SSO-HORAS-APROBADAS < SSO-HORAS-REQUERIDAS
                   COMPUTE HORAS-FALTANTES =
                       SSO-HORAS-REQUERIDAS - SSO-HORAS-APROBADAS
                   DISPLAY "LIBERACION NEGADA: FALTAN "
                       HORAS-FALTANTES " HORAS APROBADAS"
               ELSE IF CONT-PENDIENTES > 0
                   DISPLAY "LIBERACION NEGADA: "
                       CONT-PENDIENTES " REPORTES SIN REVISAR"
               ELSE
                   DISPLAY "EXPEDIR CARTA DE LIBERACION?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM EXPEDIR-CARTA
                   ELSE
                       DISPLAY "LIBERACION CANCELADA"
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       CONTAR-PENDIENTES.
           MOVE 0 TO CONT-PENDIENTES.
           MOVE 0 TO SSOHORAS-EOF.
           MOVE SSO-MATRICULA TO SSH-MATRICULA.
           MOVE 0 TO SSH-NUMERO.
           START SSOHORAS KEY IS NOT LESS THAN SSH-LLAVE
               INVALID KEY MOVE 1 TO SSOHORAS-EOF.
           PERFORM UNTIL SSOHORAS-EOF = 1
               READ SSOHORAS NEXT RECORD
                   AT END
                       MOVE 1 TO SSOHORAS-EOF
                   NOT AT END
                       IF SSH-MATRICULA NOT = SSO-MATRICULA
                           MOVE 1 TO SSOHORAS-EOF
                       ELSE
                           IF SSH-ESTADO = "PENDIENTE"
                               ADD 1 TO CONT-PENDIENTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       EXPEDIR-CARTA.
           PERFORM LEER-SSOCTL.
           ADD 1 TO CTL-ULTIMO-FOLIO.
           MOVE CTL-ULTIMO-FOLIO TO FOLIO-EXPEDIDO.
           PERFORM GRABAR-SSOCTL.
           MOVE "LIBERADO"       TO SSO-ESTADO.
           MOVE FECHA-HOY-LARGA  TO SSO-FEC-LIBERACION.
           MOVE FOLIO-EXPEDIDO   TO SSO-FOLIO-CARTA.
           MOVE OPERADOR-FIRMADO TO SSO-OPERADOR-LIB.
           REWRITE SERVSOC-REG.
           MOVE SSO-MATRICULA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 1
               MOVE ALUINX-NOMBRE TO CSS-NOMBRE
           ELSE
               MOVE SPACES TO CSS-NOMBRE
           END-IF.
           MOVE SSO-FOLIO-CARTA     TO CSS-FOLIO.
           MOVE SSO-FEC-LIBERACION  TO CSS-FECHA.
           MOVE SSO-MATRICULA       TO CSS-MATRICULA.
           MOVE SSO-INSTITUCION     TO CSS-INSTITUCION.
           MOVE SSO-PROGRAMA        TO CSS-PROGRAMA.
           MOVE SSO-FEC-INICIO      TO CSS-FEC-INICIO.
           MOVE SSO-HORAS-APROBADAS TO CSS-HORAS.
           MOVE SSO-OPERADOR-LIB    TO CSS-OPERADOR.
           WRITE REPORTE-REG FROM CARTA-LINEA-1 BEFORE PAGE.
           WRITE REPORTE-REG FROM CARTA-LINEA-FOLIO BEFORE 2 LINES.
           WRITE REPORTE-REG FROM CARTA-LINEA-ALUMNO BEFORE 2 LINES.
           WRITE REPORTE-REG FROM CARTA-LINEA-CUERPO-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM CARTA-LINEA-CUERPO-2 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM CARTA-LINEA-CUERPO-3 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM CARTA-LINEA-PIE BEFORE 2 LINES.
           ADD 1 TO AUTORIZACION.
           DISPLAY "CARTA DE LIBERACION FOLIO " FOLIO-EXPEDIDO.
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

       LEER-SSOCTL.
           MOVE 0 TO CTL-ULTIMO-FOLIO.
           OPEN INPUT SSOCTL.
           READ SSOCTL
               AT END
                   MOVE 0 TO CTL-ULTIMO-FOLIO
           END-READ.
           CLOSE SSOCTL.

       GRABAR-SSOCTL.
           OPEN OUTPUT SSOCTL.
           WRITE SSOCTL-REG.
           CLOSE SSOCTL.

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           PERFORM PEDIR-EXPEDIENTE.
           IF SSO-KEY-EXISTE = 1
               PERFORM MOSTRAR-EXPEDIENTE
               MOVE 0 TO SSOHORAS-EOF
               MOVE SSO-MATRICULA TO SSH-MATRICULA
               MOVE 0 TO SSH-NUMERO
               START SSOHORAS KEY IS NOT LESS THAN SSH-LLAVE
                   INVALID KEY MOVE 1 TO SSOHORAS-EOF
               END-START
               PERFORM UNTIL SSOHORAS-EOF = 1
                   READ SSOHORAS NEXT RECORD
                       AT END
                           MOVE 1 TO SSOHORAS-EOF
                       NOT AT END
                           IF SSH-MATRICULA NOT = SSO-MATRICULA
                               MOVE 1 TO SSOHORAS-EOF
                           ELSE
                               DISPLAY "  " SSH-NUMERO " "
                                   SSH-PERIODO-DEL "-" SSH-PERIODO-AL
                                   " " SSH-HORAS " " SSH-ESTADO
                                   " " SSH-OPERADOR-REV
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "-----------------".
           DISPLAY " SERVICIO SOCIAL".
           DISPLAY "-----------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA DE EXPEDIENTE.".
           DISPLAY "2. REGISTRAR REPORTE DE HORAS.".
           DISPLAY "3. APROBAR REPORTES.".
           DISPLAY "4. CARTA DE LIBERACION.".
           DISPLAY "5. CONSULTA.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA-EXPEDIENTE
           ELSE IF OPCION-MENU = 2
               PERFORM REGISTRAR-REPORTE
           ELSE IF OPCION-MENU = 3
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA APROBACION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM APROBAR-REPORTES
               END-IF
           ELSE IF OPCION-MENU = 4
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA LIBERACION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM LIBERAR-SERVICIO
               END-IF
           ELSE IF OPCION-MENU = 5
               PERFORM CONSULTA
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2SSOCAP.
