      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2APECAP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APELACION ASSIGN TO "APELACION"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APE-LLAVE.
           SELECT OPTIONAL KARDEX ASSIGN TO "KARDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAR-LLAVE.
           SELECT ALUPRO ASSIGN TO DISK.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT OPTIONAL PONDERA ASSIGN TO "PONDERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PON-GRUPO.
           SELECT OPTIONAL BECAS ASSIGN TO "BECAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEC-MATRICULA.
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
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
           SELECT AUDITORIA ASSIGN TO "AUDITALU".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****APELACIONES DE CALIFICACION: UNA POR MATRICULA, CICLO Y
      *****CASILLA. EL FLUJO ES CAPTURADA -> REVISADA (DICTAMEN DEL
      *****PROFESOR) -> APROBADA O RECHAZADA (COORDINADOR, NIVEL
      *****SUPERVISOR) -> APLICADA (LA CALIFICACION SE CORRIGE EN
      *****KARDEX Y ALUPRO CON SU RASTRO EN AUDITALU). 5APEREP LAS
      *****LISTA POR PROFESOR Y MATERIA CON SU RESULTADO
       FD  APELACION.
       01  APELACION-REG.
           03  APE-LLAVE.
               05  APE-MATRICULA   PIC 9(08).
               05  APE-CICLO       PIC 9(06).
               05  APE-CASILLA     PIC 9(01).
           03  APE-GRUPO           PIC X(03).
           03  APE-PROFESOR        PIC X(08).
           03  APE-CAL-ANTERIOR    PIC 999V99.
           03  APE-CAL-SOLICITADA  PIC 999V99.
           03  APE-CAL-DICTAMEN    PIC 999V99.
           03  APE-MOTIVO          PIC X(40).
           03  APE-FECHA           PIC 9(08).
           03  APE-ESTADO          PIC X(10).
           03  APE-DICTAMEN        PIC X(10).
           03  APE-OPER-CAPTURA    PIC X(08).
           03  APE-OPER-REVISA     PIC X(08).
           03  APE-FEC-REVISION    PIC 9(08).
           03  APE-OPER-APRUEBA    PIC X(08).
           03  APE-FEC-RESOLUCION  PIC 9(08).
           03  APE-FEC-APLICACION  PIC 9(08).

      *****MISMO LAYOUT QUE EL KARDEX DE 3ALUCNV; LA CALIFICACION DEL
      *****CICLO APELADO SE CORRIGE AQUI CON SU PROMEDIO Y ESTATUS
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

      *****MISMO LAYOUT QUE EL ALUPRO-REG DE 3ALUPRO; SOLO SE TOCA
      *****CUANDO LA APELACION ES DEL CICLO VIGENTE
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

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****PONDERACION DE CALIFICACIONES POR GRUPO (VER 4GRPABC); EL
      *****PROMEDIO RECALCULADO DEBE SALIR IGUAL QUE EL DE 3ALUPRO
       FD  PONDERA.
       01  PONDERA-REG.
           03  PON-GRUPO           PIC X(03).
           03  PON-PESOS OCCURS 6 TIMES.
               05  PON-PESO        PIC 9(03).

      *****MISMO LAYOUT QUE EL BECAS DE 4BECABC; LA APELACION DEL
      *****CICLO VIGENTE VUELVE A PASAR AL ALUMNO POR LAS REGLAS DE
      *****3BECPRO
       FD  BECAS.
       01  BECAS-REG.
           03  BEC-MATRICULA       PIC 9(08).
           03  BEC-PORCENTAJE      PIC 9(02).
           03  BEC-ESTATUS         PIC X(10).

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC); EL PLAZO PARA
      *****APELAR CORRE DESDE EL FIN DEL CICLO
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****MAESTRO DE PROFESORES Y SUS ASIGNACIONES (VER 4PRFABC); EL
      *****DICTAMEN LO DA EL PROFESOR QUE TIENE LA CASILLA ASIGNADA
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

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA RESOLUCION EXIGE
      *****NIVEL SUPERVISOR (COORDINACION)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****MISMA BITACORA DE AUDITORIA QUE 4ALUABC (AUDITALU)
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  APE-KEY-EXISTE      PIC 9.
       77  KAR-KEY-EXISTE      PIC 9.
       77  CIC-KEY-EXISTE      PIC 9.
       77  PON-KEY-EXISTE      PIC 9.
       77  BEC-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  ASG-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  ALUPRO-EOF          PIC 9.
       77  ALUPRO-HALLADO      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  MINIMA-APROBATORIA  PIC 999V99 VALUE 6.
       77  I-CAL               PIC 9.
       77  NUM-CAL-KARDEX      PIC 9.
       77  SUMA-CALIFICACIONES PIC 9(04)V99.
       77  SUMA-PONDERADA      PIC 9(06)V9999.
       77  SUMA-PESOS-USADOS   PIC 9(04).
       77  CONT-PENDIENTES     PIC 9(04).
       77  BUSCA-MATRICULA     PIC 9(08).
       77  BUSCA-CICLO         PIC 9(06).
       77  BUSCA-CASILLA       PIC 9(01).
       77  CAL-CAPTURADA       PIC 999V99.
       77  CAL-ANTES           PIC 999V99.
       77  PROM-ANTES          PIC 999V99.
       77  EDITA-CAL           PIC Z9.99.
       77  EDITA-PROM          PIC Z9.99.
       77  EDITA-CAL-2         PIC Z9.99.
       77  EDITA-PROM-2        PIC Z9.99.

      *****DIAS DESPUES DEL FIN DEL CICLO EN QUE TODAVIA SE RECIBE UNA
      *****APELACION (PARAMETRO APELA-DIAS); LOS DIAS SE CUENTAN COMO
      *****EN 7OPSREP
       77  DIAS-PLAZO          PIC 9(03) VALUE 10.
       77  DIAS-TRANSCURRIDOS  PIC S9(05).
       77  FECHA-SERIE         PIC 9(08).
       77  SERIAL-HOY          PIC 9(07).
       77  SERIAL-CALCULADO    PIC 9(07).
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

      *****BANDAS DE MERITO Y PISO DE REVOCACION, MISMOS VALORES FIJOS
      *****Y MISMOS PARAMETROS QUE 3BECPRO
       77  BANDA-1-PROMEDIO    PIC 999V99 VALUE 9.50.
       77  BANDA-1-PORCENTAJE  PIC 9(02) VALUE 50.
       77  BANDA-2-PROMEDIO    PIC 999V99 VALUE 9.00.
       77  BANDA-2-PORCENTAJE  PIC 9(02) VALUE 25.
       77  BANDA-3-PROMEDIO    PIC 999V99 VALUE 8.50.
       77  BANDA-3-PORCENTAJE  PIC 9(02) VALUE 10.
       77  PISO-REVOCACION     PIC 999V99 VALUE 8.50.
       77  PORCENTAJE-BANDA    PIC 9(02).

       77  CICLOS-EOF          PIC 9.
       77  CICLO-VIGENTE       PIC 9(06) VALUE 0.
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
       77  ES-PROFESOR         PIC 9 VALUE 0.

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

       PROCEDURE DIVISION.
      *****REVISION DE CALIFICACIONES: LA CALIFICACION DISPUTADA YA NO
      *****SE SOBREESCRIBE A MANO. SE CAPTURA LA APELACION DENTRO DEL
      *****PLAZO, EL PROFESOR DE LA CASILLA DA SU DICTAMEN, LA
      *****COORDINACION LA RESUELVE Y SOLO LA APROBADA SE APLICA, CON
      *****EL ANTES Y DESPUES EN LA BITACORA. ES LA UNICA VIA PARA
      *****CORREGIR UNA CASILLA CON ACTA CERRADA (3ACTCIE)
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
           OPEN INPUT CICLOS.
           PERFORM BUSCAR-CICLO-VIGENTE.
           PERFORM CARGAR-PARAMETROS.
           OPEN I-O APELACION.
           OPEN I-O KARDEX.
           OPEN I-O ALUINX.
           OPEN INPUT PONDERA.
           OPEN I-O BECAS.
           OPEN EXTEND AUDITORIA.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE APELACION.
           CLOSE KARDEX.
           CLOSE ALUINX.
           CLOSE PONDERA.
           CLOSE BECAS.
           CLOSE AUDITORIA.
           CLOSE CICLOS.
           CLOSE PROFESORES.
           CLOSE ASIGNA.
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

       REVISAR-SI-PROFESOR.
           MOVE 0 TO ES-PROFESOR.
           MOVE OPERADOR-FIRMADO TO PRF-CLAVE.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 1 AND PRF-ESTADO = "ACTIVO"
               MOVE 1 TO ES-PROFESOR
               DISPLAY "OPERADOR PROFESOR: " PRF-NOMBRE
           END-IF.

      *****EL CICLO VIGENTE ES EL PRIMERO NO CERRADO CUYAS FECHAS
      *****CUBREN EL DIA DE HOY, IGUAL QUE EN 1CALVAL
       BUSCAR-CICLO-VIGENTE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE 0 TO CICLOS-EOF.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO CICLOS-EOF.
           PERFORM UNTIL CICLOS-EOF = 1
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 1 TO CICLOS-EOF
                   NOT AT END
                       IF CIC-ESTADO NOT = "CERRADO"
                           AND CIC-FEC-INICIO <= FECHA-HOY-LARGA
                           AND CIC-FEC-FIN >= FECHA-HOY-LARGA
                           MOVE CIC-CICLO TO CICLO-VIGENTE
                           MOVE 1 TO CICLOS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *****CARGA DEL MAESTRO CENTRAL (4PARABC) EL PLAZO DE APELACION Y
      *****LAS BANDAS DE BECA VIGENTES; LO NO CAPTURADO CONSERVA SU
      *****VALOR FIJO
       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "APELA-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO DIAS-PLAZO.
           MOVE "BECA-PROM-1" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO BANDA-1-PROMEDIO.
           MOVE "BECA-PCT-1" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO BANDA-1-PORCENTAJE.
           MOVE "BECA-PROM-2" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO BANDA-2-PROMEDIO.
           MOVE "BECA-PCT-2" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO BANDA-2-PORCENTAJE.
           MOVE "BECA-PROM-3" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO BANDA-3-PROMEDIO.
           MOVE "BECA-PCT-3" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO BANDA-3-PORCENTAJE.
           MOVE "BECA-PISO" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO PISO-REVOCACION.
           CLOSE PARAMET.
           MOVE FECHA-HOY-LARGA TO FECHA-SERIE.
           PERFORM CALCULAR-SERIAL.
           MOVE SERIAL-CALCULADO TO SERIAL-HOY.

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

       CALCULAR-SERIAL.
           MOVE FECHA-SERIE(1:4) TO ANIO-SERIE.
           MOVE FECHA-SERIE(5:2) TO MES-SERIE.
           MOVE FECHA-SERIE(7:2) TO DIA-SERIE.
           COMPUTE SERIAL-CALCULADO =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *******************************************************************
      *                       CAPTURAR APELACION
      *******************************************************************
       CAPTURA-LLAVE.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT BUSCA-MATRICULA.
           DISPLAY "CICLO (AAAAPP)".
           ACCEPT BUSCA-CICLO.
           MOVE 0 TO BUSCA-CASILLA.
           PERFORM WITH TEST AFTER
                   UNTIL BUSCA-CASILLA >= 1 AND BUSCA-CASILLA <= 6
               DISPLAY "CASILLA DE LA MATERIA (1 A 6)"
               ACCEPT BUSCA-CASILLA
           END-PERFORM.
           MOVE BUSCA-MATRICULA TO APE-MATRICULA.
           MOVE BUSCA-CICLO     TO APE-CICLO.
           MOVE BUSCA-CASILLA   TO APE-CASILLA.
           MOVE 1 TO APE-KEY-EXISTE.
           READ APELACION INVALID KEY MOVE 0 TO APE-KEY-EXISTE.

       CAPTURAR-APELACION.
           PERFORM CAPTURA-LLAVE.
           IF APE-KEY-EXISTE = 1
               DISPLAY "YA HAY APELACION DE ESA CASILLA: " APE-ESTADO
               EXIT PARAGRAPH
           END-IF.
           MOVE BUSCA-CICLO TO CIC-CICLO.
           MOVE 1 TO CIC-KEY-EXISTE.
           READ CICLOS INVALID KEY MOVE 0 TO CIC-KEY-EXISTE.
           IF CIC-KEY-EXISTE = 0
               DISPLAY "CICLO NO EXISTE (4CICABC)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM REVISAR-PLAZO.
           IF DIAS-TRANSCURRIDOS > DIAS-PLAZO
               DISPLAY "APELACION RECHAZADA: FUERA DE PLAZO ("
                   DIAS-PLAZO " DIAS DESPUES DEL FIN DEL CICLO)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM TOMAR-CALIFICACION-ACTUAL.
           IF KAR-KEY-EXISTE = 0 AND ALUPRO-HALLADO = 0
               DISPLAY "EL ALUMNO NO TIENE CALIFICACIONES EN ESE CICLO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-PROFESOR-CASILLA.
           MOVE CAL-ANTES TO EDITA-CAL.
           DISPLAY "GRUPO " APE-GRUPO " CALIFICACION ACTUAL " EDITA-CAL
               " PROFESOR " APE-PROFESOR.
           PERFORM CAPTURA-CALIFICACION.
           MOVE CAL-CAPTURADA TO APE-CAL-SOLICITADA.
           DISPLAY "MOTIVO DE LA APELACION".
           ACCEPT APE-MOTIVO.
           MOVE BUSCA-MATRICULA  TO APE-MATRICULA.
           MOVE BUSCA-CICLO      TO APE-CICLO.
           MOVE BUSCA-CASILLA    TO APE-CASILLA.
           MOVE CAL-ANTES        TO APE-CAL-ANTERIOR.
           MOVE 0                TO APE-CAL-DICTAMEN.
           MOVE FECHA-HOY-LARGA  TO APE-FECHA.
           MOVE "CAPTURADA"      TO APE-ESTADO.
           MOVE SPACES           TO APE-DICTAMEN.
           MOVE OPERADOR-FIRMADO TO APE-OPER-CAPTURA.
           MOVE SPACES           TO APE-OPER-REVISA.
           MOVE 0                TO APE-FEC-REVISION.
           MOVE SPACES           TO APE-OPER-APRUEBA.
           MOVE 0                TO APE-FEC-RESOLUCION.
           MOVE 0                TO APE-FEC-APLICACION.
           WRITE APELACION-REG.
           ADD 1 TO AUTORIZACION.
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *****DIAS TRANSCURRIDOS DESDE EL FIN DEL CICLO; ANTES DEL FIN
      *****SALEN NEGATIVOS Y SIEMPRE ESTAN EN PLAZO
       REVISAR-PLAZO.
           MOVE 0 TO DIAS-TRANSCURRIDOS.
           IF CIC-FEC-FIN > 0
               MOVE CIC-FEC-FIN TO FECHA-SERIE
               PERFORM CALCULAR-SERIAL
               COMPUTE DIAS-TRANSCURRIDOS =
                   SERIAL-HOY - SERIAL-CALCULADO
           END-IF.

      *****LA CALIFICACION VIGENTE SALE DEL KARDEX DEL CICLO; SI EL
      *****CICLO VIGENTE TODAVIA NO PASA AL KARDEX (3ALUCNV) SALE DE
      *****ALUPRO
       TOMAR-CALIFICACION-ACTUAL.
           MOVE 0 TO ALUPRO-HALLADO.
           MOVE 0 TO CAL-ANTES.
           MOVE SPACES TO APE-GRUPO.
           MOVE BUSCA-MATRICULA TO KAR-MATRICULA.
           MOVE BUSCA-CICLO     TO KAR-CICLO.
           MOVE 1 TO KAR-KEY-EXISTE.
           READ KARDEX INVALID KEY MOVE 0 TO KAR-KEY-EXISTE.
           IF KAR-KEY-EXISTE = 1
               MOVE KAR-CAL(BUSCA-CASILLA) TO CAL-ANTES
               MOVE KAR-GRUPO TO APE-GRUPO
           ELSE
               IF BUSCA-CICLO = CICLO-VIGENTE
                   PERFORM BUSCAR-EN-ALUPRO
                   IF ALUPRO-HALLADO = 1
                       MOVE ALUPRO-GPO TO APE-GRUPO
                       IF BUSCA-CASILLA <= ALUPRO-NUM-CAL
                           MOVE ALUPRO-CAL(BUSCA-CASILLA) TO CAL-ANTES
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCAR-EN-ALUPRO.
           MOVE 0 TO ALUPRO-HALLADO.
           MOVE 0 TO ALUPRO-EOF.
           OPEN INPUT ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-MAT = BUSCA-MATRICULA
                   MOVE 1 TO ALUPRO-HALLADO
                   MOVE 1 TO ALUPRO-EOF
               ELSE
                   READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUPRO.

      *****EL PROFESOR DE LA CASILLA ES EL QUE LA TIENE EN ASIGNA; LA
      *****LLAVE EMPIEZA POR EL PROFESOR, ASI QUE SE RECORRE COMPLETA
       BUSCAR-PROFESOR-CASILLA.
           MOVE SPACES TO APE-PROFESOR.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO ASG-LLAVE.
           START ASIGNA KEY IS NOT LESS THAN ASG-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ ASIGNA NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF ASG-GRUPO = APE-GRUPO
                           AND ASG-CASILLA = BUSCA-CASILLA
                           MOVE ASG-PROFESOR TO APE-PROFESOR
                           MOVE 1 TO ARCHIVO-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *****LA CALIFICACION DEBE SER 0 A 10
       CAPTURA-CALIFICACION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CALIFICACION (0 A 10)"
               ACCEPT CAL-CAPTURADA
               IF CAL-CAPTURADA > 10
                   DISPLAY "CALIFICACION FUERA DE RANGO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

      *******************************************************************
      *                     DICTAMEN DEL PROFESOR
      *******************************************************************
      *****EL PROFESOR DE LA CASILLA DICTAMINA SI PROCEDE Y CON QUE
      *****CALIFICACION; UN SUPERVISOR PUEDE ASENTAR EL DICTAMEN QUE
      *****EL PROFESOR ENTREGO POR ESCRITO
       REVISION-PROFESOR.
           PERFORM CAPTURA-LLAVE.
           IF APE-KEY-EXISTE = 0
               DISPLAY "NO HAY APELACION CON ESA LLAVE"
               EXIT PARAGRAPH
           END-IF.
           IF APE-ESTADO NOT = "CAPTURADA"
               DISPLAY "LA APELACION YA ESTA " APE-ESTADO
               EXIT PARAGRAPH
           END-IF.
           IF ES-PROFESOR = 1
               IF APE-PROFESOR NOT = OPERADOR-FIRMADO
                   DISPLAY "LA CASILLA NO ESTA ASIGNADA AL PROFESOR"
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF NIVEL-FIRMADO < 2
                   DISPLAY "EL DICTAMEN LO DA EL PROFESOR DE LA CASILLA"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM MOSTRAR-APELACION.
           DISPLAY "PROCEDE LA APELACION?".
           ACCEPT WKS-RESP.
           IF W88-NO
               MOVE "NO PROCEDE" TO APE-DICTAMEN
               MOVE APE-CAL-ANTERIOR TO APE-CAL-DICTAMEN
           ELSE
               MOVE "PROCEDE" TO APE-DICTAMEN
               DISPLAY "CALIFICACION QUE DICTAMINA EL PROFESOR"
               PERFORM CAPTURA-CALIFICACION
               MOVE CAL-CAPTURADA TO APE-CAL-DICTAMEN
           END-IF.
           MOVE "REVISADA"       TO APE-ESTADO.
           MOVE OPERADOR-FIRMADO TO APE-OPER-REVISA.
           MOVE FECHA-HOY-LARGA  TO APE-FEC-REVISION.
           REWRITE APELACION-REG.
           ADD 1 TO AUTORIZACION.
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

       MOSTRAR-APELACION.
           DISPLAY "MATRICULA:   " APE-MATRICULA
               "  CICLO: " APE-CICLO "  CASILLA: " APE-CASILLA.
           DISPLAY "GRUPO:       " APE-GRUPO
               "  PROFESOR: " APE-PROFESOR.
           MOVE APE-CAL-ANTERIOR   TO EDITA-CAL.
           MOVE APE-CAL-SOLICITADA TO EDITA-CAL-2.
           DISPLAY "ACTUAL:      " EDITA-CAL
               "  SOLICITADA: " EDITA-CAL-2.
           DISPLAY "MOTIVO:      " APE-MOTIVO.
           IF APE-DICTAMEN NOT = SPACES
               MOVE APE-CAL-DICTAMEN TO EDITA-CAL
               DISPLAY "DICTAMEN:    " APE-DICTAMEN
                   "  CALIFICACION: " EDITA-CAL
           END-IF.
           DISPLAY "ESTADO:      " APE-ESTADO.

      *******************************************************************
      *                  RESOLUCION DE LA COORDINACION
      *******************************************************************
       RESOLVER-APELACION.
           PERFORM CAPTURA-LLAVE.
           IF APE-KEY-EXISTE = 0
               DISPLAY "NO HAY APELACION CON ESA LLAVE"
           ELSE IF APE-ESTADO NOT = "REVISADA"
               DISPLAY "LA APELACION ESTA " APE-ESTADO
                   " (SE RESUELVE YA DICTAMINADA)"
           ELSE IF APE-OPER-CAPTURA = OPERADOR-FIRMADO
               OR APE-OPER-REVISA = OPERADOR-FIRMADO
      *****QUIEN CAPTURO O DICTAMINO NO PUEDE RESOLVER LA MISMA
      *****APELACION, MISMA SEPARACION DE FUNCIONES QUE 2APRCAP
               DISPLAY "EL MISMO OPERADOR QUE CAPTURO O DICTAMINO NO"
                   " PUEDE RESOLVER"
           ELSE
               PERFORM MOSTRAR-APELACION
               DISPLAY "APROBAR CON LA CALIFICACION DEL DICTAMEN?"
               ACCEPT WKS-RESP
               IF W88-NO
                   MOVE "RECHAZADA" TO APE-ESTADO
               ELSE
                   MOVE "APROBADA" TO APE-ESTADO
               END-IF
               MOVE OPERADOR-FIRMADO TO APE-OPER-APRUEBA
               MOVE FECHA-HOY-LARGA  TO APE-FEC-RESOLUCION
               REWRITE APELACION-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "APELACION " APE-ESTADO
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                      APLICAR APROBADAS
      *******************************************************************
      *****LA APELACION APROBADA CORRIGE LA CASILLA EN EL KARDEX DEL
      *****CICLO Y, SI ES EL CICLO VIGENTE, EN ALUPRO; EL PROMEDIO Y EL
      *****ESTATUS SE RECALCULAN Y LA BECA SE REVISA
       APLICAR-APELACION.
           PERFORM CAPTURA-LLAVE.
           IF APE-KEY-EXISTE = 0
               DISPLAY "NO HAY APELACION CON ESA LLAVE"
               EXIT PARAGRAPH
           END-IF.
           IF APE-ESTADO NOT = "APROBADA"
               DISPLAY "SOLO SE APLICA UNA APELACION APROBADA ("
                   APE-ESTADO ")"
               EXIT PARAGRAPH
           END-IF.
           PERFORM MOSTRAR-APELACION.
           DISPLAY "APLICAR LA CALIFICACION?".
           ACCEPT WKS-RESP.
           IF W88-NO
               DISPLAY "SIN CAMBIOS"
               EXIT PARAGRAPH
           END-IF.
           MOVE APE-MATRICULA TO KAR-MATRICULA.
           MOVE APE-CICLO     TO KAR-CICLO.
           MOVE 1 TO KAR-KEY-EXISTE.
           READ KARDEX INVALID KEY MOVE 0 TO KAR-KEY-EXISTE.
           IF KAR-KEY-EXISTE = 1
               PERFORM APLICAR-A-KARDEX
           END-IF.
           MOVE 0 TO ALUPRO-HALLADO.
           IF APE-CICLO = CICLO-VIGENTE
               PERFORM APLICAR-A-ALUPRO
           END-IF.
           IF KAR-KEY-EXISTE = 0 AND ALUPRO-HALLADO = 0
               DISPLAY "NO SE ENCONTRO DONDE APLICAR LA CALIFICACION"
               EXIT PARAGRAPH
           END-IF.
           MOVE "APLICADA"      TO APE-ESTADO.
           MOVE FECHA-HOY-LARGA TO APE-FEC-APLICACION.
           REWRITE APELACION-REG.
           DISPLAY "APELACION APLICADA".

       APLICAR-A-KARDEX.
           MOVE KAR-CAL(APE-CASILLA) TO CAL-ANTES.
           MOVE KAR-PROMEDIO         TO PROM-ANTES.
           MOVE APE-CAL-DICTAMEN TO KAR-CAL(APE-CASILLA).
           PERFORM RECALCULAR-KARDEX.
           REWRITE KARDEX-REG.
           MOVE "APELA-KAR" TO AUDIT-OPERACION.
           MOVE KAR-PROMEDIO TO EDITA-PROM-2.
           PERFORM GRABAR-AUDITORIA.

      *****CASILLAS DEL KARDEX: HASTA LA ULTIMA CON CALIFICACION (EL
      *****KARDEX NO GUARDA CUANTAS TENIA EL CURSO) O LA APELADA
       RECALCULAR-KARDEX.
           MOVE 0 TO NUM-CAL-KARDEX.
           PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
               IF KAR-CAL(I-CAL) > 0
                   MOVE I-CAL TO NUM-CAL-KARDEX
               END-IF
           END-PERFORM.
           IF APE-CASILLA > NUM-CAL-KARDEX
               MOVE APE-CASILLA TO NUM-CAL-KARDEX
           END-IF.
           MOVE KAR-GRUPO TO PON-GRUPO.
           MOVE 1 TO PON-KEY-EXISTE.
           READ PONDERA INVALID KEY MOVE 0 TO PON-KEY-EXISTE.
           MOVE 0 TO SUMA-CALIFICACIONES.
           MOVE 0 TO SUMA-PONDERADA.
           MOVE 0 TO SUMA-PESOS-USADOS.
           PERFORM VARYING I-CAL FROM 1 BY 1
                   UNTIL I-CAL > NUM-CAL-KARDEX
               ADD KAR-CAL(I-CAL) TO SUMA-CALIFICACIONES
               IF PON-KEY-EXISTE = 1
                   COMPUTE SUMA-PONDERADA =
                       SUMA-PONDERADA + KAR-CAL(I-CAL)
                           * PON-PESO(I-CAL)
                   ADD PON-PESO(I-CAL) TO SUMA-PESOS-USADOS
               END-IF
           END-PERFORM.
           IF SUMA-PESOS-USADOS > 0
               COMPUTE KAR-PROMEDIO ROUNDED =
                   SUMA-PONDERADA / SUMA-PESOS-USADOS
           ELSE
               COMPUTE KAR-PROMEDIO ROUNDED =
                   SUMA-CALIFICACIONES / NUM-CAL-KARDEX
           END-IF.
           IF KAR-PROMEDIO >= MINIMA-APROBATORIA
               MOVE "APROBADO"  TO KAR-ESTATUS
           ELSE
               MOVE "REPROBADO" TO KAR-ESTATUS
           END-IF.

      *****ALUPRO ES SECUENCIAL: SE RECORRE HASTA LA MATRICULA Y SE
      *****REESCRIBE EN SU LUGAR, COMO EN 2EXTCAP
       APLICAR-A-ALUPRO.
           MOVE 0 TO ALUPRO-EOF.
           OPEN I-O ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-MAT = APE-MATRICULA
                   MOVE 1 TO ALUPRO-HALLADO
                   MOVE 1 TO ALUPRO-EOF
                   PERFORM CORREGIR-ALUPRO
               ELSE
                   READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUPRO.

       CORREGIR-ALUPRO.
           IF APE-CASILLA <= ALUPRO-NUM-CAL
               MOVE ALUPRO-CAL(APE-CASILLA) TO CAL-ANTES
           ELSE
               MOVE 0 TO CAL-ANTES
               MOVE APE-CASILLA TO ALUPRO-NUM-CAL
           END-IF.
           MOVE ALUPRO-PROM TO PROM-ANTES.
           MOVE APE-CAL-DICTAMEN TO ALUPRO-CAL(APE-CASILLA).
           PERFORM RECALCULAR-PROMEDIO.
           REWRITE ALUPRO-REG.
           MOVE ALUPRO-MAT TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 1
               MOVE ALUPRO-PROM TO ALUINX-PROMEDIO
               REWRITE ALUINX-REG
           END-IF.
           MOVE "APELA-ALU" TO AUDIT-OPERACION.
           MOVE ALUPRO-PROM TO EDITA-PROM-2.
           PERFORM GRABAR-AUDITORIA.
           PERFORM REVISAR-BECA.

      *****MISMA REGLA DE PROMEDIO QUE CALCULA-PROMEDIO EN 3ALUPRO
       RECALCULAR-PROMEDIO.
           MOVE ALUPRO-GPO TO PON-GRUPO.
           MOVE 1 TO PON-KEY-EXISTE.
           READ PONDERA INVALID KEY MOVE 0 TO PON-KEY-EXISTE.
           IF PON-KEY-EXISTE = 1 AND ALUPRO-NUM-CAL > 0
               PERFORM RECALCULA-PONDERADO
           ELSE
               PERFORM RECALCULA-PAREJO
           END-IF.
           IF ALUPRO-PROM >= MINIMA-APROBATORIA
               MOVE "APROBADO"  TO ALUPRO-ESTATUS
           ELSE
               MOVE "REPROBADO" TO ALUPRO-ESTATUS
           END-IF.

       RECALCULA-PAREJO.
           MOVE 0 TO SUMA-CALIFICACIONES.
           IF ALUPRO-NUM-CAL > 0
               PERFORM VARYING I-CAL FROM 1 BY 1
                       UNTIL I-CAL > ALUPRO-NUM-CAL
                   ADD ALUPRO-CAL(I-CAL) TO SUMA-CALIFICACIONES
               END-PERFORM
               COMPUTE ALUPRO-PROM ROUNDED =
                   SUMA-CALIFICACIONES / ALUPRO-NUM-CAL
           ELSE
               MOVE 0 TO ALUPRO-PROM
           END-IF.

       RECALCULA-PONDERADO.
           MOVE 0 TO SUMA-PONDERADA.
           MOVE 0 TO SUMA-PESOS-USADOS.
           PERFORM VARYING I-CAL FROM 1 BY 1
                   UNTIL I-CAL > ALUPRO-NUM-CAL
               COMPUTE SUMA-PONDERADA =
                   SUMA-PONDERADA + ALUPRO-CAL(I-CAL)
                       * PON-PESO(I-CAL)
               ADD PON-PESO(I-CAL) TO SUMA-PESOS-USADOS
           END-PERFORM.
           IF SUMA-PESOS-USADOS > 0
               COMPUTE ALUPRO-PROM ROUNDED =
                   SUMA-PONDERADA / SUMA-PESOS-USADOS
           ELSE
               PERFORM RECALCULA-PAREJO
           END-IF.

      *****MISMAS REGLAS QUE PROCESAR-ALUMNO DE 3BECPRO: SIN BECA Y
      *****CON BANDA SE PROPONE; CON BECA VIGENTE, BAJO EL PISO O
      *****REPROBADO SE REVOCA
       REVISAR-BECA.
           MOVE ALUPRO-MAT TO BEC-MATRICULA.
           MOVE 1 TO BEC-KEY-EXISTE.
           READ BECAS INVALID KEY MOVE 0 TO BEC-KEY-EXISTE.
           IF ALUPRO-PROM >= BANDA-1-PROMEDIO
               MOVE BANDA-1-PORCENTAJE TO PORCENTAJE-BANDA
           ELSE IF ALUPRO-PROM >= BANDA-2-PROMEDIO
               MOVE BANDA-2-PORCENTAJE TO PORCENTAJE-BANDA
           ELSE IF ALUPRO-PROM >= BANDA-3-PROMEDIO
               MOVE BANDA-3-PORCENTAJE TO PORCENTAJE-BANDA
           ELSE
               MOVE 0 TO PORCENTAJE-BANDA
           END-IF.
           IF BEC-KEY-EXISTE = 0
               IF PORCENTAJE-BANDA > 0
                   AND ALUPRO-ESTATUS = "APROBADO"
                   MOVE ALUPRO-MAT       TO BEC-MATRICULA
                   MOVE PORCENTAJE-BANDA TO BEC-PORCENTAJE
                   MOVE "PROPUESTA"      TO BEC-ESTATUS
                   WRITE BECAS-REG
                   DISPLAY "BECA PROPUESTA: " PORCENTAJE-BANDA " PCT"
               END-IF
           ELSE
               IF BEC-ESTATUS NOT = "REVOCADA"
                   AND (ALUPRO-PROM < PISO-REVOCACION
                       OR ALUPRO-ESTATUS = "REPROBADO")
                   MOVE "REVOCADA" TO BEC-ESTATUS
                   REWRITE BECAS-REG
                   DISPLAY "BECA REVOCADA"
               END-IF
           END-IF.

      *****CADA CORRECCION DEJA EN AUDITALU LA CALIFICACION Y EL
      *****PROMEDIO DE ANTES Y DE DESPUES, CON LA CLAVE FIRMADA
       GRABAR-AUDITORIA.
           ACCEPT FECHA-AUDIT FROM DATE.
           ACCEPT HORA-AUDIT FROM TIME.
           ADD 1 TO AUTORIZACION.
           MOVE FECHA-AUDIT    TO AUDIT-FECHA.
           MOVE HORA-AUDIT-HH  TO AUDIT-HORA(1:2).
           MOVE HORA-AUDIT-MN  TO AUDIT-HORA(3:2).
           MOVE HORA-AUDIT-SS  TO AUDIT-HORA(5:2).
           MOVE AUTORIZACION   TO AUDIT-AUTORIZACION.
           MOVE APE-MATRICULA  TO AUDIT-KEY.
           MOVE CAL-ANTES      TO EDITA-CAL.
           MOVE PROM-ANTES     TO EDITA-PROM.
           MOVE SPACES         TO AUDIT-ANTES.
           STRING "CICLO " APE-CICLO " CAS " APE-CASILLA
               " CAL " EDITA-CAL " PROM " EDITA-PROM
               DELIMITED BY SIZE INTO AUDIT-ANTES.
           MOVE APE-CAL-DICTAMEN TO EDITA-CAL-2.
           MOVE SPACES         TO AUDIT-DESPUES.
           STRING "CAL " EDITA-CAL-2 " PROM " EDITA-PROM-2
               DELIMITED BY SIZE INTO AUDIT-DESPUES.
           MOVE OPERADOR-FIRMADO TO AUDIT-OPERADOR.
           MOVE AUDIT-LINEA    TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.

      *******************************************************************
      *                       LISTAR PENDIENTES
      *******************************************************************
       LISTAR-PENDIENTES.
           MOVE 0 TO CONT-PENDIENTES.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO APE-LLAVE.
           START APELACION KEY IS NOT LESS THAN APE-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "MATRICULA CICLO  CAS GPO PROFESOR ESTADO".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ APELACION NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF APE-ESTADO NOT = "APLICADA"
                           AND APE-ESTADO NOT = "RECHAZADA"
                           DISPLAY APE-MATRICULA " " APE-CICLO "  "
                               APE-CASILLA "  " APE-GRUPO " "
                               APE-PROFESOR " " APE-ESTADO
                           ADD 1 TO CONT-PENDIENTES
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "APELACIONES EN TRAMITE: " CONT-PENDIENTES.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "---------------------------".
           DISPLAY "  APELACIONES DE CALIFICACION".
           DISPLAY "---------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CAPTURAR APELACION.".
           DISPLAY "2. DICTAMEN DEL PROFESOR.".
           DISPLAY "3. RESOLVER (COORDINACION).".
           DISPLAY "4. APLICAR APROBADA.".
           DISPLAY "5. LISTAR EN TRAMITE.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CAPTURAR-APELACION
           ELSE IF OPCION-MENU = 2
               PERFORM REVISION-PROFESOR
           ELSE IF OPCION-MENU = 3
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA RESOLUCION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM RESOLVER-APELACION
               END-IF
           ELSE IF OPCION-MENU = 4
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA APLICACION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM APLICAR-APELACION
               END-IF
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-PENDIENTES
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2APECAP.
