      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3ADMPRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASPIRANTES ASSIGN TO "ASPIRANTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASP-FOLIO.

           SELECT OPTIONAL PUNTAJES ASSIGN TO "PUNTAJES".

           SELECT ADMSORT ASSIGN TO DISK.

           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.

           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA
           ALTERNATE RECORD KEY IS ALUINX-GRUPO WITH DUPLICATES.

           SELECT OPTIONAL LISTAESP ASSIGN TO "LISTAESP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-LLAVE.

           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.

           SELECT OPTIONAL MATCTL ASSIGN TO "MATCTL".

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT AUDITORIA ASSIGN TO "AUDITALU".

           SELECT REPORTE ASSIGN TO DISK.

           SELECT CARTASADM ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL ASPIRANTES DE 2ASPCAP
       FD  ASPIRANTES.
       01  ASPIRANTES-REG.
           03  ASP-FOLIO           PIC 9(06).
           03  ASP-NOMBRE          PIC X(30).
           03  ASP-CURP            PIC X(18).
           03  ASP-CAMPUS-TURNO    PIC X(03).
           03  ASP-GRUPO           PIC X(03).
           03  ASP-ESCUELA         PIC X(30).
           03  ASP-PROM-PREVIO     PIC 999V99.
           03  ASP-PUNTAJE         PIC 999V99.
           03  ASP-CALIF-ADMISION  PIC 999V99.
           03  ASP-LUGAR           PIC 9(04).
           03  ASP-ESTADO          PIC X(10).
           03  ASP-FEC-REGISTRO    PIC 9(08).
           03  ASP-MATRICULA       PIC 9(08).

      *****RESULTADOS DEL EXAMEN DE ADMISION QUE ENTREGA EL CENTRO
      *****EVALUADOR: FOLIO DEL ASPIRANTE Y PUNTAJE DE 0 A 100
       FD  PUNTAJES.
       01  PUNTAJES-REG.
           03  PUN-FOLIO           PIC 9(06).
           03  FILLER              PIC X(01).
           03  PUN-PUNTAJE         PIC 999V99.

      *****ORDEN DE LA CORRIDA: CAMPUS/TURNO Y GRUPO, Y DENTRO DE ELLOS
      *****DE MAYOR A MENOR CALIFICACION DE ADMISION; EMPATE POR
      *****PROMEDIO PREVIO Y LUEGO POR FOLIO (EL QUE SE REGISTRO ANTES)
       SD  ADMSORT.
       01  ADMSORT-REG.
           03  ADS-CAMPUS-TURNO    PIC X(03).
           03  ADS-GRUPO           PIC X(03).
           03  ADS-CALIF           PIC 999V99.
           03  ADS-PROM-PREVIO     PIC 999V99.
           03  ADS-FOLIO           PIC 9(06).

      *****MISMO LAYOUT QUE EL GRUPOS-REG DE 4GRPABC/2ALUCAP
       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****LISTA DE ESPERA COMPARTIDA CON 4ALUABC: EL ASPIRANTE QUE NO
      *****ALCANZO LUGAR SE FORMA YA CON SU MATRICULA, PARA QUE
      *****OFRECER-LUGAR LO INSCRIBA DIRECTO CUANDO UNA BAJA LIBERE
      *****CUPO
       FD  LISTAESP.
       01  LISTAESP-REG.
           03  ESP-LLAVE.
               05  ESP-GRUPO       PIC X(03).
               05  ESP-POSICION    PIC 9(03).
           03  ESP-MATRICULA       PIC 9(08).
           03  ESP-NOMBRE          PIC X(30).
           03  ESP-FECHA           PIC 9(08).
           03  ESP-ESTADO          PIC X(10).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****ULTIMA MATRICULA ASIGNADA; EN CERO (ARRANQUE) SE TOMA LA MAS
      *****ALTA DEL MAESTRO DE ALUMNOS
       FD  MATCTL.
       01  MATCTL-REG.
           03  MATCTL-ULTIMA       PIC 9(08).

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****MISMA BITACORA DE AUDITORIA QUE 4ALUABC (AUDITALU)
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       FD  CARTASADM.
       01  CARTASADM-REG           PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  ASP-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  ALUINX-KEY-EXISTE   PIC 9.
       77  ASPIRANTES-EOF      PIC 9.
       77  PUNTAJES-EOF        PIC 9.
       77  ADMSORT-EOF         PIC 9.
       77  LISTAESP-EOF        PIC 9.
       77  FIN-CONTEO          PIC 9.
       77  CONT-LEIDOS         PIC 9(05).
       77  CONT-CARGADOS       PIC 9(05).
       77  CONT-RECHAZADOS-PUN PIC 9(05).
       77  CONT-ADMITIDOS      PIC 9(05).
       77  CONT-ESPERA         PIC 9(05).
       77  CONT-NO-ADMITIDOS   PIC 9(05).
       77  CONT-INSCRITOS      PIC 9(05).
       77  CAMPUS-ANTERIOR     PIC X(03).
       77  GRUPO-ANTERIOR      PIC X(03).
       77  LUGAR-EN-GRUPO      PIC 9(04).
       77  INSCRITOS-GRUPO     PIC 9(04).
       77  ESP-POSICION-SIG    PIC 9(03).
       77  ULTIMA-MATRICULA    PIC 9(08).
       77  EXISTE-MATCTL       PIC 9.

      *****PESOS DE LA CALIFICACION DE ADMISION (EXAMEN Y PROMEDIO DEL
      *****NIVEL ANTERIOR LLEVADO A ESCALA 100) Y MINIMA PARA SER
      *****ADMITIDO O FORMADO; VALORES FIJOS SI NO ESTAN EN 4PARABC
       77  PESO-EXAMEN         PIC 9(03) VALUE 70.
       77  PESO-PROMEDIO       PIC 9(03) VALUE 30.
       77  CALIF-MINIMA        PIC 999V99 VALUE 60.
       77  SUMA-PESOS          PIC 9(04).
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

      *****LUGARES LIBRES POR GRUPO DURANTE LA CORRIDA: CUPO MENOS
      *****INSCRITOS MENOS ADMITIDOS DE CORRIDAS ANTERIORES QUE AUN NO
      *****SE INSCRIBEN (CUPO EN CERO = SIN CONTROL); TOPE REVISADO
       01  TABLA-LUGARES.
           03  LUGARES-OC OCCURS 200 TIMES.
               05  TL-GRUPO        PIC X(03).
               05  TL-ADMITIDOS    PIC 9(04).
               05  TL-LIBRES       PIC S9(04).
               05  TL-CALCULADO    PIC 9.
       77  LUGARES-TOTAL       PIC 9(03) VALUE 0.
       77  I-LUG               PIC 9(03).
       77  LUGAR-HALLADO       PIC 9(03).

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

       01  FECHA-AUDIT.
           03  FECHA-AUDIT-AA      PIC 99.
           03  FECHA-AUDIT-MM      PIC 99.
           03  FECHA-AUDIT-DD      PIC 99.
       01  HORA-AUDIT.
           03  HORA-AUDIT-HH       PIC 99.
           03  HORA-AUDIT-MN       PIC 99.
           03  HORA-AUDIT-SS       PIC 99.
           03  HORA-AUDIT-CC       PIC 99.
       01  AUDIT-LINEA.
           05  AUDIT-FECHA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-HORA          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-AUTORIZACION  PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERACION     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-KEY           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-ANTES         PIC X(35).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-DESPUES       PIC X(35).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERADOR      PIC X(08).
           05  FILLER              PIC X(22) VALUE SPACES.

       01  TITULO-ADM-1.
           05  FILLER              PIC X(36) VALUE
               "RESULTADOS DE ADMISION AL ".
           05  TADM-FECHA          PIC 9(08).
       01  TITULO-CORTE.
           05  FILLER              PIC X(18) VALUE
               "=== CAMPUS/TURNO: ".
           05  TCOR-CAMPUS         PIC X(03).
           05  FILLER              PIC X(09) VALUE "  GRUPO: ".
           05  TCOR-GRUPO          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TCOR-DESCRIPCION    PIC X(20).
           05  FILLER              PIC X(08) VALUE "  CUPO: ".
           05  TCOR-CUPO           PIC ZZ9.
           05  FILLER              PIC X(10) VALUE "  LIBRES: ".
           05  TCOR-LIBRES         PIC -ZZZ9.
       01  TITULO-ADM-2.
           05  FILLER              PIC X(44) VALUE
               "LUGAR FOLIO  NOMBRE                         ".
           05  FILLER              PIC X(44) VALUE
               "EXAMEN  PROM  CALIF  RESULTADO  MATRICULA".
       01  DETALLE-ADM.
           05  DETADM-LUGAR        PIC ZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETADM-FOLIO        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETADM-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETADM-PUNTAJE      PIC ZZ9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETADM-PROM         PIC Z9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETADM-CALIF        PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETADM-ESTADO       PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETADM-MATRICULA    PIC Z(08).
       01  RESUMEN-ADM.
           05  FILLER              PIC X(12) VALUE "ADMITIDOS: ".
           05  RESADM-ADMITIDOS    PIC ZZZZ9.
           05  FILLER              PIC X(19) VALUE
               "  LISTA DE ESPERA: ".
           05  RESADM-ESPERA       PIC ZZZZ9.
           05  FILLER              PIC X(15) VALUE "  RECHAZADOS: ".
           05  RESADM-RECHAZADOS   PIC ZZZZ9.

       01  CARTA-ENCABEZADO.
           05  FILLER              PIC X(30) VALUE
               "CARTA DE ADMISION".
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  CAR-FECHA           PIC 9(08).
       01  CARTA-CUERPO-1.
           05  FILLER              PIC X(12) VALUE "ESTIMADO(A) ".
           05  CAR-NOMBRE          PIC X(30).
       01  CARTA-CUERPO-2.
           05  FILLER              PIC X(44) VALUE
               "NOS COMPLACE INFORMARLE QUE FUE ADMITIDO(A)".
           05  FILLER              PIC X(26) VALUE
               " CON LA SOLICITUD FOLIO ".
           05  CAR-FOLIO           PIC 9(06).
       01  CARTA-CUERPO-3.
           05  FILLER              PIC X(20) VALUE
               "MATRICULA ASIGNADA: ".
           05  CAR-MATRICULA       PIC 9(08).
           05  FILLER              PIC X(10) VALUE "  GRUPO: ".
           05  CAR-GRUPO           PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CAR-DESCRIPCION     PIC X(20).
           05  FILLER              PIC X(17) VALUE
               "  CAMPUS/TURNO: ".
           05  CAR-CAMPUS          PIC X(03).
       01  CARTA-CUERPO-4.
           05  FILLER              PIC X(44) VALUE
               "LE PEDIMOS PRESENTARSE CON ESTA CARTA EN LA ".
           05  FILLER              PIC X(32) VALUE
               "COORDINACION ESCOLAR.".

       PROCEDURE DIVISION.
      *****ADMISION DE NUEVO INGRESO: CARGA LOS PUNTAJES DEL EXAMEN,
      *****ORDENA A LOS ASPIRANTES DE CADA CAMPUS/TURNO Y GRUPO POR LA
      *****CALIFICACION PONDERADA (4PARABC), ADMITE HASTA LLENAR EL
      *****CUPO, FORMA EN LA LISTA DE ESPERA AL RESTO QUE PASA LA
      *****MINIMA Y RECHAZA A LOS DEMAS; LOS ADMITIDOS SE INSCRIBEN EN
      *****ALUINX CON MATRICULA NUEVA Y RECIBEN SU CARTA
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
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE USUARIOS.
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
           MOVE "ADM-PESO-EXA" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO PESO-EXAMEN.
           MOVE "ADM-PESO-PRO" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO PESO-PROMEDIO.
           MOVE "ADM-MINIMA" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO CALIF-MINIMA.
           CLOSE PARAMET.
           COMPUTE SUMA-PESOS = PESO-EXAMEN + PESO-PROMEDIO.
           IF SUMA-PESOS = 0
               MOVE 70 TO PESO-EXAMEN
               MOVE 30 TO PESO-PROMEDIO
               MOVE 100 TO SUMA-PESOS
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

      *******************************************************************
      *                        CARGA DE PUNTAJES
      *******************************************************************
      *****SOLO RECIBE PUNTAJE EL ASPIRANTE AUN NO EVALUADO; UN
      *****PUNTAJE REPETIDO SUSTITUYE AL ANTERIOR (RECALIFICACION)
       IMPORTAR-PUNTAJES.
           MOVE 0 TO CONT-LEIDOS.
           MOVE 0 TO CONT-CARGADOS.
           MOVE 0 TO CONT-RECHAZADOS-PUN.
           OPEN I-O ASPIRANTES.
           OPEN INPUT PUNTAJES.
           MOVE 0 TO PUNTAJES-EOF.
           READ PUNTAJES AT END MOVE 1 TO PUNTAJES-EOF.
           PERFORM UNTIL PUNTAJES-EOF = 1
               ADD 1 TO CONT-LEIDOS
               PERFORM CARGAR-UN-PUNTAJE
               READ PUNTAJES AT END MOVE 1 TO PUNTAJES-EOF
               END-READ
           END-PERFORM.
           CLOSE PUNTAJES.
           CLOSE ASPIRANTES.
           DISPLAY "PUNTAJES LEIDOS    : " CONT-LEIDOS.
           DISPLAY "PUNTAJES CARGADOS  : " CONT-CARGADOS.
           DISPLAY "PUNTAJES RECHAZADOS: " CONT-RECHAZADOS-PUN.

       CARGAR-UN-PUNTAJE.
           MOVE PUN-FOLIO TO ASP-FOLIO.
           MOVE 1 TO ASP-KEY-EXISTE.
           READ ASPIRANTES INVALID KEY MOVE 0 TO ASP-KEY-EXISTE.
           IF ASP-KEY-EXISTE = 0
               DISPLAY "FOLIO " PUN-FOLIO " NO EXISTE"
               ADD 1 TO CONT-RECHAZADOS-PUN
           ELSE IF ASP-ESTADO NOT = "REGISTRADO"
               AND ASP-ESTADO NOT = "EXAMINADO"
               DISPLAY "FOLIO " PUN-FOLIO " YA EVALUADO (" ASP-ESTADO
                   ")"
               ADD 1 TO CONT-RECHAZADOS-PUN
           ELSE IF PUN-PUNTAJE > 100
               DISPLAY "FOLIO " PUN-FOLIO " PUNTAJE FUERA DE RANGO"
               ADD 1 TO CONT-RECHAZADOS-PUN
           ELSE
               MOVE PUN-PUNTAJE TO ASP-PUNTAJE
               MOVE "EXAMINADO" TO ASP-ESTADO
               REWRITE ASPIRANTES-REG
               ADD 1 TO CONT-CARGADOS
           END-IF.

      *******************************************************************
      *                       CORRIDA DE ADMISION
      *******************************************************************
       CORRIDA-ADMISION.
           MOVE 0 TO CONT-ADMITIDOS.
           MOVE 0 TO CONT-ESPERA.
           MOVE 0 TO CONT-NO-ADMITIDOS.
           MOVE 0 TO LUGARES-TOTAL.
           PERFORM LEER-MATCTL.
           OPEN INPUT GRUPOS.
           OPEN INPUT ALUINX.
           OPEN I-O LISTAESP.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-HOY-LARGA TO TADM-FECHA.
           WRITE REPORTE-REG FROM TITULO-ADM-1 BEFORE 2 LINES.
           SORT ADMSORT ON ASCENDING KEY ADS-CAMPUS-TURNO ADS-GRUPO
               DESCENDING KEY ADS-CALIF ADS-PROM-PREVIO
               ASCENDING KEY ADS-FOLIO
               INPUT PROCEDURE SELECCIONAR-ASPIRANTES
               OUTPUT PROCEDURE ASIGNAR-LUGARES.
           MOVE CONT-ADMITIDOS    TO RESADM-ADMITIDOS.
           MOVE CONT-ESPERA       TO RESADM-ESPERA.
           MOVE CONT-NO-ADMITIDOS TO RESADM-RECHAZADOS.
           WRITE REPORTE-REG FROM RESUMEN-ADM BEFORE 2 LINES.
           CLOSE GRUPOS.
           CLOSE ALUINX.
           CLOSE LISTAESP.
           CLOSE REPORTE.
           PERFORM GRABAR-MATCTL.
           DISPLAY "ADMITIDOS      : " CONT-ADMITIDOS.
           DISPLAY "LISTA DE ESPERA: " CONT-ESPERA.
           DISPLAY "RECHAZADOS     : " CONT-NO-ADMITIDOS.

      *****LUGARES LIBRES DEL GRUPO: SE CALCULAN LA PRIMERA VEZ QUE EL
      *****GRUPO APARECE EN LA CORRIDA Y SE VAN CONSUMIENDO
       BUSCAR-LUGARES.
           MOVE 0 TO LUGAR-HALLADO.
           PERFORM VARYING I-LUG FROM 1 BY 1
                   UNTIL I-LUG > LUGARES-TOTAL OR LUGAR-HALLADO > 0
               IF TL-GRUPO(I-LUG) = ADS-GRUPO
                   MOVE I-LUG TO LUGAR-HALLADO
               END-IF
           END-PERFORM.
           IF LUGAR-HALLADO = 0 AND LUGARES-TOTAL < 200
               ADD 1 TO LUGARES-TOTAL
               MOVE LUGARES-TOTAL TO LUGAR-HALLADO
               MOVE ADS-GRUPO TO TL-GRUPO(LUGAR-HALLADO)
               MOVE 0 TO TL-ADMITIDOS(LUGAR-HALLADO)
               MOVE 0 TO TL-CALCULADO(LUGAR-HALLADO)
           END-IF.

       CALCULAR-LIBRES.
           MOVE ADS-GRUPO TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 0
               MOVE SPACES TO GPO-DESCRIPCION
               MOVE 0 TO GPO-CUPO
               MOVE 0 TO TL-LIBRES(LUGAR-HALLADO)
           ELSE IF GPO-CUPO = 0
               MOVE 9999 TO TL-LIBRES(LUGAR-HALLADO)
           ELSE
               PERFORM CONTAR-INSCRITOS
               COMPUTE TL-LIBRES(LUGAR-HALLADO) = GPO-CUPO
                   - INSCRITOS-GRUPO - TL-ADMITIDOS(LUGAR-HALLADO)
           END-IF
           END-IF.
           MOVE 1 TO TL-CALCULADO(LUGAR-HALLADO).

      *****MISMO CONTEO POR LA LLAVE ALTERNA QUE 4ALUABC
       CONTAR-INSCRITOS.
           MOVE 0 TO INSCRITOS-GRUPO.
           MOVE 0 TO FIN-CONTEO.
           MOVE ADS-GRUPO TO ALUINX-GRUPO.
           START ALUINX KEY IS NOT LESS THAN ALUINX-GRUPO
               INVALID KEY MOVE 1 TO FIN-CONTEO.
           PERFORM UNTIL FIN-CONTEO = 1
               READ ALUINX NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-CONTEO
                   NOT AT END
                       IF ALUINX-GRUPO = ADS-GRUPO
                           ADD 1 TO INSCRITOS-GRUPO
                       ELSE
                           MOVE 1 TO FIN-CONTEO
                       END-IF
               END-READ
           END-PERFORM.

      *****EL ASPIRANTE QUE NO CUPO PERO PASA LA MINIMA TOMA MATRICULA
      *****Y EL SIGUIENTE TURNO DE LA FILA DE SU GRUPO, IGUAL QUE EN
      *****REGISTRAR-EN-ESPERA DE 4ALUABC
       FORMAR-EN-ESPERA.
           MOVE 0 TO ESP-POSICION-SIG.
           MOVE 0 TO LISTAESP-EOF.
           MOVE ASP-GRUPO TO ESP-GRUPO.
           MOVE 0 TO ESP-POSICION.
           START LISTAESP KEY IS NOT LESS THAN ESP-LLAVE
               INVALID KEY MOVE 1 TO LISTAESP-EOF.
           PERFORM UNTIL LISTAESP-EOF = 1
               READ LISTAESP NEXT RECORD
                   AT END
                       MOVE 1 TO LISTAESP-EOF
                   NOT AT END
                       IF ESP-GRUPO NOT = ASP-GRUPO
                           MOVE 1 TO LISTAESP-EOF
                       ELSE
                           MOVE ESP-POSICION TO ESP-POSICION-SIG
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO ESP-POSICION-SIG.
           PERFORM ASIGNAR-MATRICULA.
           MOVE ASP-GRUPO         TO ESP-GRUPO.
           MOVE ESP-POSICION-SIG  TO ESP-POSICION.
           MOVE ASP-MATRICULA     TO ESP-MATRICULA.
           MOVE ASP-NOMBRE        TO ESP-NOMBRE.
           MOVE FECHA-HOY-LARGA   TO ESP-FECHA.
           MOVE "ESPERA"          TO ESP-ESTADO.
           WRITE LISTAESP-REG.

      *******************************************************************
      *                     MATRICULAS NUEVAS
      *******************************************************************
       LEER-MATCTL.
           MOVE 0 TO MATCTL-ULTIMA.
           MOVE 0 TO EXISTE-MATCTL.
           OPEN INPUT MATCTL.
           READ MATCTL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO EXISTE-MATCTL
           END-READ.
           MOVE MATCTL-ULTIMA TO ULTIMA-MATRICULA.
           CLOSE MATCTL.

       GRABAR-MATCTL.
           MOVE ULTIMA-MATRICULA TO MATCTL-ULTIMA.
           OPEN OUTPUT MATCTL.
           WRITE MATCTL-REG.
           CLOSE MATCTL.

      *****EN EL ARRANQUE (CONTROL EN CERO) LA SERIE SIGUE DESPUES DE
      *****LA MATRICULA MAS ALTA DEL MAESTRO; NUNCA SE REPITE UNA
      *****MATRICULA YA EXISTENTE
       ASIGNAR-MATRICULA.
           IF ULTIMA-MATRICULA = 0
               PERFORM BUSCAR-ULTIMA-MATRICULA
           END-IF.
           ADD 1 TO ULTIMA-MATRICULA.
           MOVE ULTIMA-MATRICULA TO ALUINX-MATRICULA.
           PERFORM LEER-ALUINX.
           PERFORM UNTIL ALUINX-KEY-EXISTE = 0
               ADD 1 TO ULTIMA-MATRICULA
               MOVE ULTIMA-MATRICULA TO ALUINX-MATRICULA
               PERFORM LEER-ALUINX
           END-PERFORM.
           MOVE ULTIMA-MATRICULA TO ASP-MATRICULA.

       BUSCAR-ULTIMA-MATRICULA.
           MOVE 0 TO FIN-CONTEO.
           MOVE 0 TO ALUINX-MATRICULA.
           START ALUINX KEY IS NOT LESS THAN ALUINX-MATRICULA
               INVALID KEY MOVE 1 TO FIN-CONTEO.
           PERFORM UNTIL FIN-CONTEO = 1
               READ ALUINX NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-CONTEO
                   NOT AT END
                       MOVE ALUINX-MATRICULA TO ULTIMA-MATRICULA
               END-READ
           END-PERFORM.

       LEER-ALUINX.
           MOVE 1 TO ALUINX-KEY-EXISTE.
           READ ALUINX INVALID KEY MOVE 0 TO ALUINX-KEY-EXISTE.

      *******************************************************************
      *                 INSCRIPCION DE ADMITIDOS Y CARTAS
      *******************************************************************
       INSCRIBIR-ADMITIDOS.
           MOVE 0 TO CONT-INSCRITOS.
           PERFORM LEER-MATCTL.
           OPEN I-O ASPIRANTES.
           OPEN I-O ALUINX.
           OPEN INPUT GRUPOS.
           OPEN EXTEND AUDITORIA.
           OPEN OUTPUT CARTASADM.
           MOVE FECHA-HOY-LARGA TO CAR-FECHA.
           MOVE 0 TO ASPIRANTES-EOF.
           MOVE 0 TO ASP-FOLIO.
           START ASPIRANTES KEY IS NOT LESS THAN ASP-FOLIO
               INVALID KEY MOVE 1 TO ASPIRANTES-EOF.
           PERFORM UNTIL ASPIRANTES-EOF = 1
               READ ASPIRANTES NEXT RECORD
                   AT END
                       MOVE 1 TO ASPIRANTES-EOF
                   NOT AT END
                       IF ASP-ESTADO = "ADMITIDO"
                           PERFORM INSCRIBIR-UNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASPIRANTES.
           CLOSE ALUINX.
           CLOSE GRUPOS.
           CLOSE AUDITORIA.
           CLOSE CARTASADM.
           PERFORM GRABAR-MATCTL.
           DISPLAY "ADMITIDOS INSCRITOS: " CONT-INSCRITOS.

       INSCRIBIR-UNO.
           PERFORM ASIGNAR-MATRICULA.
           MOVE ASP-MATRICULA TO ALUINX-MATRICULA.
           MOVE ASP-NOMBRE    TO ALUINX-NOMBRE.
           MOVE ASP-GRUPO     TO ALUINX-GRUPO.
           MOVE 0             TO ALUINX-PROMEDIO.
           WRITE ALUINX-REG.
           MOVE "INSCRITO" TO ASP-ESTADO.
           REWRITE ASPIRANTES-REG.
           ADD 1 TO CONT-INSCRITOS.
           ADD 1 TO AUTORIZACION.
           MOVE "ALTA"           TO AUDIT-OPERACION.
           MOVE ALUINX-MATRICULA TO AUDIT-KEY.
           MOVE SPACES           TO AUDIT-ANTES.
           STRING "ADMISION FOLIO " ASP-FOLIO DELIMITED BY SIZE
               INTO AUDIT-ANTES.
           MOVE SPACES           TO AUDIT-DESPUES.
           STRING ALUINX-NOMBRE DELIMITED BY SIZE
               " " ALUINX-GRUPO DELIMITED BY SIZE
               INTO AUDIT-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           PERFORM IMPRIMIR-CARTA.

       IMPRIMIR-CARTA.
           MOVE ASP-GRUPO TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 1
               MOVE GPO-DESCRIPCION TO CAR-DESCRIPCION
           ELSE
               MOVE SPACES TO CAR-DESCRIPCION
           END-IF.
           MOVE ASP-NOMBRE       TO CAR-NOMBRE.
           MOVE ASP-FOLIO        TO CAR-FOLIO.
           MOVE ASP-MATRICULA    TO CAR-MATRICULA.
           MOVE ASP-GRUPO        TO CAR-GRUPO.
           MOVE ASP-CAMPUS-TURNO TO CAR-CAMPUS.
           WRITE CARTASADM-REG FROM CARTA-ENCABEZADO BEFORE PAGE.
           WRITE CARTASADM-REG FROM CARTA-CUERPO-1 BEFORE 2 LINES.
           WRITE CARTASADM-REG FROM CARTA-CUERPO-2 BEFORE 1 LINES.
           WRITE CARTASADM-REG FROM CARTA-CUERPO-3 BEFORE 2 LINES.
           WRITE CARTASADM-REG FROM CARTA-CUERPO-4 BEFORE 2 LINES.

      *******************************************************************
      *                            AUDITORIA
      *******************************************************************
       GRABAR-AUDITORIA.
           ACCEPT FECHA-AUDIT FROM DATE.
           ACCEPT HORA-AUDIT FROM TIME.
           MOVE FECHA-AUDIT    TO AUDIT-FECHA.
           MOVE HORA-AUDIT-HH  TO AUDIT-HORA(1:2).
           MOVE HORA-AUDIT-MN  TO AUDIT-HORA(3:2).
           MOVE HORA-AUDIT-SS  TO AUDIT-HORA(5:2).
           MOVE AUTORIZACION   TO AUDIT-AUTORIZACION.
           MOVE OPERADOR-FIRMADO TO AUDIT-OPERADOR.
           MOVE AUDIT-LINEA    TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "---------------------------".
           DISPLAY "  ADMISION DE NUEVO INGRESO".
           DISPLAY "---------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CARGAR PUNTAJES DEL EXAMEN.".
           DISPLAY "2. CORRIDA DE ADMISION.".
           DISPLAY "3. INSCRIBIR ADMITIDOS E IMPRIMIR CARTAS.".
           DISPLAY "4. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM IMPORTAR-PUNTAJES
           ELSE IF OPCION-MENU = 2
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA CORRIDA REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM CORRIDA-ADMISION
               END-IF
           ELSE IF OPCION-MENU = 3
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA INSCRIPCION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM INSCRIBIR-ADMITIDOS
               END-IF
           ELSE IF OPCION-MENU = 4
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

      *******************************************************************
      *             SELECCION Y ASIGNACION (PROCEDIMIENTOS DEL SORT)
      *******************************************************************
      *****ENTRAN A LA CORRIDA LOS EXAMINADOS; LOS ADMITIDOS DE UNA
      *****CORRIDA ANTERIOR QUE AUN NO SE INSCRIBEN APARTAN SU LUGAR
       SELECCIONAR-ASPIRANTES SECTION.
           OPEN INPUT ASPIRANTES.
           MOVE 0 TO ASPIRANTES-EOF.
           MOVE 0 TO ASP-FOLIO.
           START ASPIRANTES KEY IS NOT LESS THAN ASP-FOLIO
               INVALID KEY MOVE 1 TO ASPIRANTES-EOF.
           PERFORM SELECCIONAR-UNO UNTIL ASPIRANTES-EOF = 1.
           CLOSE ASPIRANTES.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           READ ASPIRANTES NEXT RECORD
               AT END
                   MOVE 1 TO ASPIRANTES-EOF
               NOT AT END
                   IF ASP-ESTADO = "EXAMINADO"
                       PERFORM LIBERAR-ASPIRANTE
                   ELSE IF ASP-ESTADO = "ADMITIDO"
                       MOVE ASP-GRUPO TO ADS-GRUPO
                       PERFORM BUSCAR-LUGARES
                       IF LUGAR-HALLADO > 0
                           ADD 1 TO TL-ADMITIDOS(LUGAR-HALLADO)
                       END-IF
                   END-IF
                   END-IF
           END-READ.

       LIBERAR-ASPIRANTE.
           COMPUTE ADS-CALIF ROUNDED =
               (ASP-PUNTAJE * PESO-EXAMEN
                + ASP-PROM-PREVIO * 10 * PESO-PROMEDIO) / SUMA-PESOS.
           MOVE ASP-CAMPUS-TURNO TO ADS-CAMPUS-TURNO.
           MOVE ASP-GRUPO        TO ADS-GRUPO.
           MOVE ASP-PROM-PREVIO  TO ADS-PROM-PREVIO.
           MOVE ASP-FOLIO        TO ADS-FOLIO.
           RELEASE ADMSORT-REG.

       FIN-SELECCIONAR.

       ASIGNAR-LUGARES SECTION.
           OPEN I-O ASPIRANTES.
           MOVE HIGH-VALUES TO CAMPUS-ANTERIOR.
           MOVE HIGH-VALUES TO GRUPO-ANTERIOR.
           MOVE 0 TO ADMSORT-EOF.
           RETURN ADMSORT AT END MOVE 1 TO ADMSORT-EOF.
           PERFORM ASIGNAR-UNO UNTIL ADMSORT-EOF = 1.
           CLOSE ASPIRANTES.
           GO TO FIN-ASIGNAR.

       ASIGNAR-UNO.
           PERFORM BUSCAR-LUGARES.
           IF LUGAR-HALLADO > 0
               IF TL-CALCULADO(LUGAR-HALLADO) = 0
                   PERFORM CALCULAR-LIBRES
               END-IF
           END-IF.
           IF ADS-CAMPUS-TURNO NOT = CAMPUS-ANTERIOR
               OR ADS-GRUPO NOT = GRUPO-ANTERIOR
               PERFORM ENCABEZAR-CORTE
           END-IF.
           ADD 1 TO LUGAR-EN-GRUPO.
           MOVE ADS-FOLIO TO ASP-FOLIO.
           MOVE 1 TO ASP-KEY-EXISTE.
           READ ASPIRANTES INVALID KEY MOVE 0 TO ASP-KEY-EXISTE.
           IF ASP-KEY-EXISTE = 1
               MOVE ADS-CALIF      TO ASP-CALIF-ADMISION
               MOVE LUGAR-EN-GRUPO TO ASP-LUGAR
               IF ADS-CALIF < CALIF-MINIMA
                   MOVE "RECHAZADO" TO ASP-ESTADO
                   ADD 1 TO CONT-NO-ADMITIDOS
               ELSE IF LUGAR-HALLADO > 0
                   AND TL-LIBRES(LUGAR-HALLADO) > 0
                   MOVE "ADMITIDO" TO ASP-ESTADO
                   SUBTRACT 1 FROM TL-LIBRES(LUGAR-HALLADO)
                   ADD 1 TO CONT-ADMITIDOS
               ELSE
                   MOVE "ESPERA" TO ASP-ESTADO
                   PERFORM FORMAR-EN-ESPERA
                   ADD 1 TO CONT-ESPERA
               END-IF
               END-IF
               REWRITE ASPIRANTES-REG
               PERFORM IMPRIMIR-DETALLE
           END-IF.
           RETURN ADMSORT AT END MOVE 1 TO ADMSORT-EOF.

       ENCABEZAR-CORTE.
           MOVE ADS-CAMPUS-TURNO TO CAMPUS-ANTERIOR.
           MOVE ADS-GRUPO        TO GRUPO-ANTERIOR.
           MOVE 0 TO LUGAR-EN-GRUPO.
           MOVE ADS-CAMPUS-TURNO TO TCOR-CAMPUS.
           MOVE ADS-GRUPO        TO TCOR-GRUPO.
           MOVE ADS-GRUPO        TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 1
               MOVE GPO-DESCRIPCION TO TCOR-DESCRIPCION
               MOVE GPO-CUPO        TO TCOR-CUPO
           ELSE
               MOVE "(GRUPO NO EXISTE)" TO TCOR-DESCRIPCION
               MOVE 0               TO TCOR-CUPO
           END-IF.
           IF LUGAR-HALLADO > 0
               MOVE TL-LIBRES(LUGAR-HALLADO) TO TCOR-LIBRES
           ELSE
               MOVE 0 TO TCOR-LIBRES
           END-IF.
           WRITE REPORTE-REG FROM TITULO-CORTE BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-ADM-2 BEFORE 1 LINES.

       IMPRIMIR-DETALLE.
           MOVE ASP-LUGAR          TO DETADM-LUGAR.
           MOVE ASP-FOLIO          TO DETADM-FOLIO.
           MOVE ASP-NOMBRE         TO DETADM-NOMBRE.
           MOVE ASP-PUNTAJE        TO DETADM-PUNTAJE.
           MOVE ASP-PROM-PREVIO    TO DETADM-PROM.
           MOVE ASP-CALIF-ADMISION TO DETADM-CALIF.
           MOVE ASP-ESTADO         TO DETADM-ESTADO.
           MOVE ASP-MATRICULA      TO DETADM-MATRICULA.
           WRITE REPORTE-REG FROM DETALLE-ADM BEFORE 1 LINES.

       FIN-ASIGNAR.

       END PROGRAM 3ADMPRO.
