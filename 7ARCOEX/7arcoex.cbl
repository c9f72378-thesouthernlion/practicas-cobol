      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7ARCOEX.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL RESPARCH ASSIGN TO DISK.
           SELECT OPTIONAL EMPINXHIST ASSIGN TO DISK.
           SELECT OPTIONAL HISARCH ASSIGN TO DISK.
           SELECT OPTIONAL AUDITORIA ASSIGN TO DISK.
           SELECT OPTIONAL AUDIARCH ASSIGN TO DISK.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NOMINA.
           SELECT OPTIONAL FONDOAH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-NOMINA.
           SELECT OPTIONAL PENSIONES ASSIGN TO "PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NOMINA.
           SELECT OPTIONAL INFONAV ASSIGN TO "INFONAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INF-NOMINA.
           SELECT OPTIONAL ACUSES ASSIGN TO "ACUSES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACU-LLAVE.
           SELECT OPTIONAL RECIBARCH ASSIGN TO "RECIBARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-LLAVE.
           SELECT OPTIONAL RECIBMUER ASSIGN TO "RECIBMUER".
           SELECT OPTIONAL NOMDET ASSIGN TO "NOMDET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-LLAVE.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
           SELECT TRABAJO ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO "ARCOREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
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

      *****RESPALDO-BAJAS (4EMPABC) Y SU ARCHIVO MUERTO (7ARCHIV); SE
      *****LEEN Y ESCRIBEN CON EL LAYOUT DE BAJA-TRABAJO
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG      PIC X(126).
       FD  RESPARCH.
       01  RESPARCH-REG            PIC X(126).

      *****HISTORIAL COMPARTIDO (4EMPABC) Y SU ARCHIVO MUERTO; SE LEEN
      *****CON EL LAYOUT DE HIST-TRABAJO
       FD  EMPINXHIST.
       01  EMPINXHIST-REG          PIC X(86).
       FD  HISARCH.
       01  HISARCH-REG             PIC X(86).

       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).
       FD  AUDIARCH.
       01  AUDIARCH-REG            PIC X(142).

      *****MISMO LAYOUT QUE EL PRESTAMOS DE 6EMPNOMV3
       FD  PRESTAMOS.
       01  PRESTAMOS-REG.
           03  PRE-NOMINA          PIC 9(06).
           03  PRE-MONTO-ORIGINAL  PIC 9(08)V99.
           03  PRE-PAGO-PERIODO    PIC 9(08)V99.
           03  PRE-SALDO           PIC 9(08)V99.

      *****MISMO LAYOUT QUE EL FONDOAH DE 6EMPNOMV3
       FD  FONDOAH.
       01  FONDOAH-REG.
           03  FA-NOMINA           PIC 9(06).
           03  FA-APORTACION-YTD   PIC 9(08)V99.
           03  FA-APORTE-EMPRESA-YTD PIC 9(08)V99.
           03  FA-SALDO            PIC 9(08)V99.

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

      *****MISMO LAYOUT QUE EL INFONAV DE 4INFABC
       FD  INFONAV.
       01  INFONAV-REG.
           03  INF-NOMINA          PIC 9(06).
           03  INF-CREDITO         PIC X(10).
           03  INF-TIPO            PIC 9.
           03  INF-FACTOR          PIC 9(04)V99.
           03  INF-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL ACUSES DE 2ACUCAP
       FD  ACUSES.
       01  ACUSES-REG.
           03  ACU-LLAVE.
               05  ACU-PERIODO     PIC 9(06).
               05  ACU-NOMINA      PIC 9(06).
           03  ACU-FECHA           PIC 9(08).
           03  ACU-ESTADO          PIC X(10).
           03  ACU-OPERADOR        PIC X(08).

      *****MISMO LAYOUT QUE EL RECIBARCH DE 6EMPNOMV3
       FD  RECIBARCH.
       01  RECIBARCH-REG.
           03  RA-LLAVE.
               05  RA-PERIODO      PIC 9(06).
               05  RA-NOMINA       PIC 9(06).
               05  RA-TIPO         PIC X(01).
               05  RA-LINEA        PIC 9(04).
           03  RA-TEXTO            PIC X(132).
      *****RECIBOS QUE 7ARCHIV SACO AL ARCHIVO MUERTO, MISMO LAYOUT
       FD  RECIBMUER.
       01  RECIBMUER-REG.
           03  RM-PERIODO          PIC 9(06).
           03  RM-NOMINA           PIC 9(06).
           03  RM-TIPO             PIC X(01).
           03  RM-LINEA            PIC 9(04).
           03  RM-TEXTO            PIC X(132).

      *****MISMO LAYOUT QUE EL NOMDET DE 6EMPNOMV3
       FD  NOMDET.
       01  NOMDET-REG.
           03  ND-LLAVE.
               05  ND-PERIODO      PIC 9(06).
               05  ND-NOMINA       PIC 9(06).
               05  ND-CLAVE        PIC XX.
           03  ND-TIPO             PIC X(01).
           03  ND-IMPORTE          PIC 9(08)V99.
           03  ND-DIAS             PIC 9(03).
           03  ND-EXENTO           PIC 9(08)V99.
           03  ND-GRAVADO          PIC 9(08)V99.
           03  ND-DPTO             PIC X(03).
           03  ND-EMPRESA          PIC X(03).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****ARCHIVO DE TRABAJO PARA REESCRIBIR LOS SECUENCIALES
       FD  TRABAJO.
       01  TRABAJO-REG             PIC X(149).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  TIPO-PROCESO        PIC X(01).
       77  ARCHIVO-EOF         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  EXISTE-REGISTRO     PIC 9.
       77  NOMINA-ARCO         PIC 9(06).
       77  RFC-ARCO            PIC X(13).
       77  NOMBRE-ARCO         PIC X(20).
       77  CONT-LINEAS         PIC 9(05).
       77  CONT-SECCION        PIC 9(05).
       77  CONT-XML            PIC 9(05).
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".

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

      *****BUSQUEDA DEL PARAMETRO VIGENTE EN EL MAESTRO CENTRAL
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

      *****ANIOS DE RETENCION DESPUES DE LA BAJA (PARAMETRO ARCO-ANIOS)
       77  ANIOS-RETENCION     PIC 9(02) VALUE 10.
       77  FECHA-HOY-LARGA     PIC 9(08).
       77  FECHA-LIMITE        PIC 9(08).
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.
       01  HORA-AUDIT.
           03  HORA-AUDIT-HH       PIC 99.
           03  HORA-AUDIT-MN       PIC 99.
           03  HORA-AUDIT-SS       PIC 99.
           03  HORA-AUDIT-CC       PIC 99.

      *****MISMO LAYOUT QUE EL AUDIT-LINEA QUE ESCRIBE 4EMPABC
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
       01  AUDIT-LEIDA.
           05  AUL-FECHA           PIC X(06).
           05  FILLER              PIC X(01).
           05  AUL-HORA            PIC X(06).
           05  FILLER              PIC X(01).
           05  AUL-AUTORIZACION    PIC X(03).
           05  FILLER              PIC X(01).
           05  AUL-OPERACION       PIC X(10).
           05  FILLER              PIC X(01).
           05  AUL-KEY             PIC X(10).
           05  FILLER              PIC X(01).
           05  AUL-ANTES           PIC X(35).
           05  FILLER              PIC X(01).
           05  AUL-DESPUES         PIC X(35).
           05  FILLER              PIC X(01).
           05  AUL-OPERADOR        PIC X(08).
           05  FILLER              PIC X(22).
       01  AUL-NOMINA-X            PIC X(06).

      *****MISMO LAYOUT QUE EL EMPINXHIST DE 4EMPABC
       01  HIST-TRABAJO.
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

      *****MISMO LAYOUT QUE EL RESPALDO-BAJAS DE 4EMPABC
       01  BAJA-TRABAJO.
           03  RB-NOMINA           PIC 9(06).
           03  RB-NOMBRE           PIC X(20).
           03  RB-DPTO             PIC X(03).
           03  RB-SUELDO           PIC S9(05)V99.
           03  RB-RFC              PIC X(13).
           03  RB-FEC-INGRESO      PIC 9(08).
           03  RB-SUELDO-YTD       PIC 9(08)V99.
           03  RB-PERCEP-YTD       PIC 9(08).
           03  RB-DEDUC-YTD        PIC 9(08).
           03  RB-CLABE            PIC X(18).
           03  RB-HORAS-EXTRAS     PIC 9(03).
           03  RB-TARIFA-EXTRA     PIC 9(03)V99.
           03  RB-FALTAS-YTD       PIC 9(03).
           03  RB-INCAP-YTD        PIC 9(03).
           03  RB-MOTIVO           PIC X(03).
           03  RB-FEC-BAJA         PIC 9(08).

      *****BAJAS CANDIDATAS A ANONIMIZAR: LA ULTIMA COPIA DE CADA
      *****NOMINA EN RESPALDO-BAJAS DICE SU FECHA DE BAJA Y LOS DATOS
      *****QUE HAY QUE TACHAR EN LOS TEXTOS LIBRES
       01  TABLA-BAJAS.
           03  BAJ-OC OCCURS 2000 TIMES.
               05  BAJ-NOMINA          PIC 9(06).
               05  BAJ-FEC-BAJA        PIC 9(08).
               05  BAJ-NOMBRE          PIC X(20).
               05  BAJ-RFC             PIC X(13).
               05  BAJ-CLABE           PIC X(18).
               05  BAJ-NSS             PIC X(11).
               05  BAJ-ELEGIDA         PIC 9.
       77  BAJAS-TOTAL         PIC 9(04) VALUE 0.
       77  I-BAJ               PIC 9(04).
       77  BAJ-HALLADA         PIC 9(04).
       77  CONT-ELEGIDAS       PIC 9(04) VALUE 0.
       77  MARCA-ANONIMO       PIC X(20) VALUE "ANONIMIZADO".

      *****TACHADO DE TEXTO LIBRE: CADA DATO PERSONAL QUE APARECE EN EL
      *****TEXTO SE CAMBIA POR ASTERISCOS DEL MISMO LARGO, ASI LAS
      *****COLUMNAS Y LOS IMPORTES DE LA LINEA NO SE MUEVEN
       77  TEXTO-TACHAR        PIC X(142).
       77  DATO-TACHAR         PIC X(20).
       77  LARGO-TACHAR        PIC 9(02).
       77  CONT-TACHADOS       PIC 9(04).
       77  ASTERISCOS          PIC X(20) VALUE ALL "*".

       77  TOT-RESPALDOS       PIC 9(05) VALUE 0.
       77  TOT-ARCHIVADOS      PIC 9(05) VALUE 0.
       77  TOT-DATOS           PIC 9(05) VALUE 0.
       77  TOT-HISTORIAL       PIC 9(05) VALUE 0.
       77  TOT-AUDITORIA       PIC 9(05) VALUE 0.
       77  TOT-PENSIONES       PIC 9(05) VALUE 0.
       77  TOT-RECIBOS         PIC 9(07) VALUE 0.

       77  IMPORTE-EDITADO     PIC -ZZ,ZZZ,ZZ9.99.
       77  FACTOR-EDITADO      PIC Z,ZZ9.99.

       01  TITULO-ARCO-1.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(50) VALUE
               "EXPEDIENTE DE DATOS PERSONALES (DERECHOS ARCO)".
           05  FILLER              PIC X(08) VALUE "FECHA: ".
           05  TARC-FECHA          PIC 9(06).
       01  TITULO-ARCO-2.
           05  FILLER              PIC X(08) VALUE "NOMINA: ".
           05  TARC-NOMINA         PIC 9(06).
           05  FILLER              PIC X(08) VALUE "  RFC: ".
           05  TARC-RFC            PIC X(13).
           05  FILLER              PIC X(11) VALUE "  NOMBRE: ".
           05  TARC-NOMBRE         PIC X(20).
           05  FILLER              PIC X(15) VALUE "  PREPARADO: ".
           05  TARC-OPERADOR       PIC X(08).
       01  LINEA-SECCION.
           05  FILLER              PIC X(04) VALUE "*** ".
           05  SEC-TITULO          PIC X(60).
       01  LINEA-DATO.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DAT-ETIQUETA-ARCO   PIC X(24).
           05  DAT-VALOR-ARCO      PIC X(104).
       01  LINEA-TEXTO.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  TXT-CONTENIDO       PIC X(128).

       01  TITULO-ANO-1.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(50) VALUE
               "ANONIMIZACION DE BAJAS FUERA DE RETENCION".
           05  FILLER              PIC X(08) VALUE "FECHA: ".
           05  TANO-FECHA          PIC 9(06).
       01  TITULO-ANO-2.
           05  FILLER              PIC X(32) VALUE
               "BAJAS ANTERIORES AL (AAAAMMDD): ".
           05  TANO-LIMITE         PIC 9(08).
           05  FILLER              PIC X(24) VALUE
               "  ANIOS DE RETENCION: ".
           05  TANO-ANIOS          PIC Z9.
       01  TITULO-ANO-3.
           05  FILLER              PIC X(44) VALUE
               "NOMINA BAJA     OPERADOR".
       01  DETALLE-ANO.
           05  DETANO-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETANO-BAJA         PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETANO-OPERADOR     PIC X(08).
       01  TOTAL-ANO.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TOTANO-LABEL        PIC X(40).
           05  TOTANO-CUENTA       PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****DERECHOS ARCO DE LA LEY DE DATOS PERSONALES. E = EXPEDIENTE:
      *****JUNTA EN UN SOLO DOCUMENTO TODO LO QUE LOS ARCHIVOS GUARDAN
      *****DE UNA NOMINA O RFC. A = ANONIMIZACION: A LAS BAJAS CON MAS
      *****ANIOS QUE LA RETENCION (PARAMETRO ARCO-ANIOS) SE LES BORRA
      *****NOMBRE, RFC, CLABE, NSS Y DOMICILIO; LOS IMPORTES SE QUEDAN
      *****PARA QUE LOS TOTALES HISTORICOS SIGAN CUADRANDO. CADA
      *****EXPEDIENTE Y CADA NOMINA ANONIMIZADA QUEDAN EN LA AUDITORIA
       MAIN-PROCEDURE.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           CLOSE USUARIOS.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NIVEL-FIRMADO < 2
               DISPLAY "LOS DATOS PERSONALES REQUIEREN NIVEL"
                   " SUPERVISOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "E = EXPEDIENTE DE UNA NOMINA, A = ANONIMIZAR BAJAS".
           ACCEPT TIPO-PROCESO.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           IF TIPO-PROCESO = "E"
               PERFORM EXPEDIENTE
           ELSE IF TIPO-PROCESO = "A"
               PERFORM ANONIMIZAR
           ELSE
               DISPLAY "OPCION INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
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

      *****UN RENGLON EN LA AUDITORIA COMPARTIDA POR CADA ACCION; EL
      *****LLAMADOR LLENA OPERACION, LLAVE, ANTES Y DESPUES
       GRABAR-AUDITORIA.
           ADD 1 TO AUTORIZACION.
           ACCEPT FECHA-SIS FROM DATE.
           ACCEPT HORA-AUDIT FROM TIME.
           MOVE FECHA-SIS      TO AUDIT-FECHA.
           MOVE HORA-AUDIT-HH  TO AUDIT-HORA(1:2).
           MOVE HORA-AUDIT-MN  TO AUDIT-HORA(3:2).
           MOVE HORA-AUDIT-SS  TO AUDIT-HORA(5:2).
           MOVE AUTORIZACION   TO AUDIT-AUTORIZACION.
           MOVE OPERADOR-FIRMADO TO AUDIT-OPERADOR.
           MOVE AUDIT-LINEA    TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.

      *******************************************************************
      *                    EXPEDIENTE DE UNA NOMINA
      *******************************************************************
      *****SE BUSCA POR NOMINA; SI SE DA CERO, POR RFC, PRIMERO EN LOS
      *****ACTIVOS Y LUEGO EN LAS BAJAS
       EXPEDIENTE.
           DISPLAY "NOMINA (0 = BUSCAR POR RFC)".
           ACCEPT NOMINA-ARCO.
           MOVE SPACES TO RFC-ARCO.
           MOVE SPACES TO NOMBRE-ARCO.
           OPEN INPUT EMPINX.
           IF NOMINA-ARCO = 0
               DISPLAY "RFC"
               ACCEPT RFC-ARCO
               PERFORM BUSCAR-POR-RFC
               IF NOMINA-ARCO = 0
                   DISPLAY "EL RFC NO APARECE EN ACTIVOS NI EN BAJAS"
                   CLOSE EMPINX
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           MOVE 0 TO CONT-LINEAS.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-SIS TO TARC-FECHA.
           WRITE REPORTE-REG FROM TITULO-ARCO-1 BEFORE 2 LINES.
           PERFORM EXP-EMPINX.
           PERFORM EXP-EMPDATOS.
           PERFORM EXP-RESPALDOS.
           MOVE NOMINA-ARCO      TO TARC-NOMINA.
           MOVE RFC-ARCO         TO TARC-RFC.
           MOVE NOMBRE-ARCO      TO TARC-NOMBRE.
           MOVE OPERADOR-FIRMADO TO TARC-OPERADOR.
           WRITE REPORTE-REG FROM TITULO-ARCO-2 BEFORE 2 LINES.
           PERFORM EXP-HISTORIAL.
           PERFORM EXP-AUDITORIA.
           PERFORM EXP-PRESTAMOS.
           PERFORM EXP-FONDOAH.
           PERFORM EXP-PENSIONES.
           PERFORM EXP-INFONAV.
           PERFORM EXP-ACUSES.
           PERFORM EXP-NOMDET.
           PERFORM EXP-RECIBOS.
           CLOSE EMPINX.
           CLOSE REPORTE.
           OPEN EXTEND AUDITORIA.
           MOVE "ARCO-EXPED"  TO AUDIT-OPERACION.
           MOVE NOMINA-ARCO   TO AUDIT-KEY.
           MOVE "EXPEDIENTE DE DATOS PERSONALES" TO AUDIT-ANTES.
           MOVE SPACES        TO AUDIT-DESPUES.
           STRING "LINEAS IMPRESAS: " DELIMITED BY SIZE
               CONT-LINEAS DELIMITED BY SIZE
               INTO AUDIT-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           CLOSE AUDITORIA.
           DISPLAY "EXPEDIENTE DE LA NOMINA " NOMINA-ARCO
               " EN ARCOREP: " CONT-LINEAS " LINEAS".

       BUSCAR-POR-RFC.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF EMPINX-RFC = RFC-ARCO
                           MOVE EMPINX-NOMINA TO NOMINA-ARCO
                           MOVE 1 TO ARCHIVO-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOMINA-ARCO = 0
               MOVE 0 TO ARCHIVO-EOF
               OPEN INPUT RESPALDO-BAJAS
               READ RESPALDO-BAJAS INTO BAJA-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
               PERFORM UNTIL ARCHIVO-EOF = 1
                   IF RB-RFC = RFC-ARCO
                       MOVE RB-NOMINA TO NOMINA-ARCO
                   END-IF
                   READ RESPALDO-BAJAS INTO BAJA-TRABAJO
                       AT END MOVE 1 TO ARCHIVO-EOF
                   END-READ
               END-PERFORM
               CLOSE RESPALDO-BAJAS
           END-IF.

       ESCRIBIR-SECCION.
           WRITE REPORTE-REG FROM LINEA-SECCION BEFORE 2 LINES.
           MOVE 0 TO CONT-SECCION.

       ESCRIBIR-DATO.
           WRITE REPORTE-REG FROM LINEA-DATO BEFORE 1 LINES.
           ADD 1 TO CONT-LINEAS.
           ADD 1 TO CONT-SECCION.
           MOVE SPACES TO DAT-VALOR-ARCO.

       ESCRIBIR-TEXTO.
           WRITE REPORTE-REG FROM LINEA-TEXTO BEFORE 1 LINES.
           ADD 1 TO CONT-LINEAS.
           ADD 1 TO CONT-SECCION.

       SIN-REGISTROS.
           IF CONT-SECCION = 0
               MOVE "SIN REGISTROS" TO TXT-CONTENIDO
               WRITE REPORTE-REG FROM LINEA-TEXTO BEFORE 1 LINES
           END-IF.

       EXP-EMPINX.
           MOVE "EMPLEADO ACTIVO (EMPINX)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE NOMINA-ARCO TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 1
               MOVE EMPINX-NOMBRE TO NOMBRE-ARCO
               MOVE EMPINX-RFC    TO RFC-ARCO
               MOVE "NOMBRE"      TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-NOMBRE TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "RFC"         TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-RFC    TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "DEPARTAMENTO" TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-DPTO   TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "FECHA DE INGRESO" TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-FEC-INGRESO TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "SUELDO"      TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-SUELDO TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "CLABE"       TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-CLABE  TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "SUELDO ACUMULADO" TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-SUELDO-YTD TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "PERCEPCIONES ACUMULADAS" TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-PERCEP-YTD TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "DEDUCCIONES ACUMULADAS" TO DAT-ETIQUETA-ARCO
               MOVE EMPINX-DEDUC-YTD TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "FALTAS / INCAPACIDADES" TO DAT-ETIQUETA-ARCO
               STRING EMPINX-FALTAS-YTD DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   EMPINX-INCAP-YTD DELIMITED BY SIZE
                   INTO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           PERFORM SIN-REGISTROS.

       EXP-EMPDATOS.
           MOVE "DATOS PERSONALES (EMPDATOS)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           OPEN INPUT EMPDATOS.
           MOVE NOMINA-ARCO TO DAT-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ EMPDATOS INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1
               MOVE "DOMICILIO"     TO DAT-ETIQUETA-ARCO
               MOVE DAT-DOMICILIO   TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "TELEFONO"      TO DAT-ETIQUETA-ARCO
               MOVE DAT-TELEFONO    TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "NSS"           TO DAT-ETIQUETA-ARCO
               MOVE DAT-NSS         TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "CONTACTO"      TO DAT-ETIQUETA-ARCO
               STRING DAT-CONTACTO DELIMITED BY SIZE
                   " TEL. " DELIMITED BY SIZE
                   DAT-TEL-CONTACTO DELIMITED BY SIZE
                   INTO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "PUESTO"        TO DAT-ETIQUETA-ARCO
               MOVE DAT-PUESTO      TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "NIP DEL KIOSCO" TO DAT-ETIQUETA-ARCO
               MOVE "(REGISTRADO, NO SE IMPRIME)" TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           CLOSE EMPDATOS.
           PERFORM SIN-REGISTROS.

      *****CADA BAJA DEJA UNA COPIA COMPLETA; UN REINGRESO PUEDE TENER
      *****VARIAS. LA ULTIMA DA NOMBRE Y RFC SI YA NO ESTA ACTIVO
       EXP-RESPALDOS.
           MOVE "BAJAS RESPALDADAS (RESPALDO-BAJAS)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RESPALDO-BAJAS.
           READ RESPALDO-BAJAS INTO BAJA-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF RB-NOMINA = NOMINA-ARCO
                   IF EXISTE-NOMINA = 0
                       MOVE RB-NOMBRE TO NOMBRE-ARCO
                       MOVE RB-RFC    TO RFC-ARCO
                   END-IF
                   MOVE "BAJA / MOTIVO"   TO DAT-ETIQUETA-ARCO
                   STRING RB-FEC-BAJA DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       RB-MOTIVO DELIMITED BY SIZE
                       INTO DAT-VALOR-ARCO
                   PERFORM ESCRIBIR-DATO
                   MOVE "  NOMBRE / RFC"  TO DAT-ETIQUETA-ARCO
                   STRING RB-NOMBRE DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       RB-RFC DELIMITED BY SIZE
                       INTO DAT-VALOR-ARCO
                   PERFORM ESCRIBIR-DATO
                   MOVE "  DPTO / INGRESO" TO DAT-ETIQUETA-ARCO
                   STRING RB-DPTO DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       RB-FEC-INGRESO DELIMITED BY SIZE
                       INTO DAT-VALOR-ARCO
                   PERFORM ESCRIBIR-DATO
                   MOVE "  CLABE"         TO DAT-ETIQUETA-ARCO
                   MOVE RB-CLABE          TO DAT-VALOR-ARCO
                   PERFORM ESCRIBIR-DATO
                   MOVE "  SUELDO"        TO DAT-ETIQUETA-ARCO
                   MOVE RB-SUELDO         TO IMPORTE-EDITADO
                   MOVE IMPORTE-EDITADO   TO DAT-VALOR-ARCO
                   PERFORM ESCRIBIR-DATO
                   MOVE "  SUELDO ACUMULADO" TO DAT-ETIQUETA-ARCO
                   MOVE RB-SUELDO-YTD     TO IMPORTE-EDITADO
                   MOVE IMPORTE-EDITADO   TO DAT-VALOR-ARCO
                   PERFORM ESCRIBIR-DATO
               END-IF
               READ RESPALDO-BAJAS INTO BAJA-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.
           PERFORM SIN-REGISTROS.

       EXP-HISTORIAL.
           MOVE "HISTORIAL DE CAMBIOS (EMPINXHIST)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT EMPINXHIST.
           READ EMPINXHIST INTO HIST-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF HIST-NOMINA = NOMINA-ARCO
                   MOVE HIST-TRABAJO TO TXT-CONTENIDO
                   PERFORM ESCRIBIR-TEXTO
               END-IF
               READ EMPINXHIST INTO HIST-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE EMPINXHIST.
           PERFORM SIN-REGISTROS.

      *****LA LLAVE DEL AUDIT ES LA NOMINA EN LAS SEIS PRIMERAS
      *****POSICIONES PARA LOS MOVIMIENTOS DE EMPLEADOS
       EXP-AUDITORIA.
           MOVE "BITACORA DE AUDITORIA (AUDITORIA)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE NOMINA-ARCO TO AUL-NOMINA-X.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT AUDITORIA.
           READ AUDITORIA INTO AUDIT-LEIDA
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF AUL-KEY(1:6) = AUL-NOMINA-X
                   AND AUL-KEY(7:4) = SPACES
                   MOVE AUDIT-LEIDA(1:128) TO TXT-CONTENIDO
                   PERFORM ESCRIBIR-TEXTO
               END-IF
               READ AUDITORIA INTO AUDIT-LEIDA
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           PERFORM SIN-REGISTROS.

       EXP-PRESTAMOS.
           MOVE "PRESTAMOS (PRESTAMOS)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           OPEN INPUT PRESTAMOS.
           MOVE NOMINA-ARCO TO PRE-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ PRESTAMOS INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1
               MOVE "MONTO ORIGINAL"     TO DAT-ETIQUETA-ARCO
               MOVE PRE-MONTO-ORIGINAL   TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO      TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "PAGO POR PERIODO"   TO DAT-ETIQUETA-ARCO
               MOVE PRE-PAGO-PERIODO     TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO      TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "SALDO"              TO DAT-ETIQUETA-ARCO
               MOVE PRE-SALDO            TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO      TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           CLOSE PRESTAMOS.
           PERFORM SIN-REGISTROS.

       EXP-FONDOAH.
           MOVE "FONDO DE AHORRO (FONDOAH)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           OPEN INPUT FONDOAH.
           MOVE NOMINA-ARCO TO FA-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ FONDOAH INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1
               MOVE "APORTACION DEL ANIO" TO DAT-ETIQUETA-ARCO
               MOVE FA-APORTACION-YTD     TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO       TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "APORTE DE LA EMPRESA" TO DAT-ETIQUETA-ARCO
               MOVE FA-APORTE-EMPRESA-YTD TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO       TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "SALDO"               TO DAT-ETIQUETA-ARCO
               MOVE FA-SALDO              TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO       TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           CLOSE FONDOAH.
           PERFORM SIN-REGISTROS.

       EXP-PENSIONES.
           MOVE "PENSION ALIMENTICIA (PENSIONES)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           OPEN INPUT PENSIONES.
           MOVE NOMINA-ARCO TO PEN-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ PENSIONES INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1
               MOVE "EXPEDIENTE / TIPO"  TO DAT-ETIQUETA-ARCO
               STRING PEN-EXPEDIENTE DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   PEN-TIPO DELIMITED BY SIZE
                   INTO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "PORCENTAJE"         TO DAT-ETIQUETA-ARCO
               MOVE PEN-PORCENTAJE       TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "IMPORTE"            TO DAT-ETIQUETA-ARCO
               MOVE PEN-IMPORTE          TO IMPORTE-EDITADO
               MOVE IMPORTE-EDITADO      TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "CLABE BENEFICIARIO" TO DAT-ETIQUETA-ARCO
               MOVE PEN-CLABE            TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "ESTADO"             TO DAT-ETIQUETA-ARCO
               MOVE PEN-ESTADO           TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           CLOSE PENSIONES.
           PERFORM SIN-REGISTROS.

       EXP-INFONAV.
           MOVE "CREDITO INFONAVIT (INFONAV)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           OPEN INPUT INFONAV.
           MOVE NOMINA-ARCO TO INF-NOMINA.
           MOVE 1 TO EXISTE-REGISTRO.
           READ INFONAV INVALID KEY MOVE 0 TO EXISTE-REGISTRO.
           IF EXISTE-REGISTRO = 1
               MOVE "CREDITO / TIPO"     TO DAT-ETIQUETA-ARCO
               STRING INF-CREDITO DELIMITED BY SIZE
                   " / " DELIMITED BY SIZE
                   INF-TIPO DELIMITED BY SIZE
                   INTO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "FACTOR"             TO DAT-ETIQUETA-ARCO
               MOVE INF-FACTOR           TO FACTOR-EDITADO
               MOVE FACTOR-EDITADO       TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
               MOVE "ESTADO"             TO DAT-ETIQUETA-ARCO
               MOVE INF-ESTADO           TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           CLOSE INFONAV.
           PERFORM SIN-REGISTROS.

      *****LA LLAVE EMPIEZA CON EL PERIODO: SE RECORRE COMPLETO
       EXP-ACUSES.
           MOVE "ACUSES DE RECIBO DE NOMINA (ACUSES)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT ACUSES.
           MOVE LOW-VALUES TO ACU-LLAVE.
           START ACUSES KEY IS NOT LESS THAN ACU-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ ACUSES NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF ACU-NOMINA = NOMINA-ARCO
                           MOVE "PERIODO"    TO DAT-ETIQUETA-ARCO
                           STRING ACU-PERIODO DELIMITED BY SIZE
                               "  " DELIMITED BY SIZE
                               ACU-ESTADO DELIMITED BY SIZE
                               " EL " DELIMITED BY SIZE
                               ACU-FECHA DELIMITED BY SIZE
                               INTO DAT-VALOR-ARCO
                           PERFORM ESCRIBIR-DATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACUSES.
           PERFORM SIN-REGISTROS.

      *****LA LLAVE EMPIEZA CON EL PERIODO: SE RECORRE COMPLETO
       EXP-NOMDET.
           MOVE "PAGOS POR PERIODO Y CLAVE (NOMDET)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT NOMDET.
           MOVE LOW-VALUES TO ND-LLAVE.
           START NOMDET KEY IS NOT LESS THAN ND-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ NOMDET NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF ND-NOMINA = NOMINA-ARCO
                           MOVE ND-IMPORTE TO IMPORTE-EDITADO
                           MOVE "PERIODO / CLAVE" TO DAT-ETIQUETA-ARCO
                           STRING ND-PERIODO DELIMITED BY SIZE
                               " / " DELIMITED BY SIZE
                               ND-CLAVE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               ND-TIPO DELIMITED BY SIZE
                               IMPORTE-EDITADO DELIMITED BY SIZE
                               INTO DAT-VALOR-ARCO
                           PERFORM ESCRIBIR-DATO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOMDET.
           PERFORM SIN-REGISTROS.

      *****LOS RECIBOS SE IMPRIMEN TAL CUAL; DEL CFDI (LINEAS X) SOLO SE
      *****DICE CUANTAS LINEAS HAY GUARDADAS
       EXP-RECIBOS.
           MOVE "RECIBOS ARCHIVADOS (RECIBARCH)" TO SEC-TITULO.
           PERFORM ESCRIBIR-SECCION.
           MOVE 0 TO CONT-XML.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RECIBARCH.
           MOVE LOW-VALUES TO RA-LLAVE.
           START RECIBARCH KEY IS NOT LESS THAN RA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ RECIBARCH NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF RA-NOMINA = NOMINA-ARCO
                           IF RA-TIPO = "T"
                               MOVE RA-TEXTO TO TXT-CONTENIDO
                               PERFORM ESCRIBIR-TEXTO
                           ELSE
                               ADD 1 TO CONT-XML
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECIBARCH.
           IF CONT-XML > 0
               MOVE "LINEAS DE CFDI (XML)" TO DAT-ETIQUETA-ARCO
               MOVE CONT-XML TO DAT-VALOR-ARCO
               PERFORM ESCRIBIR-DATO
           END-IF.
           PERFORM SIN-REGISTROS.

      *******************************************************************
      *                 ANONIMIZACION DE BAJAS VIEJAS
      *******************************************************************
      *****SOLO LAS NOMINAS CUYA ULTIMA BAJA ES ANTERIOR AL LIMITE, QUE
      *****NO HAN REINGRESADO Y QUE NO ESTAN YA ANONIMIZADAS
       ANONIMIZAR.
           PERFORM CARGAR-PARAMETROS.
           COMPUTE FECHA-LIMITE = FECHA-HOY-LARGA
               - ANIOS-RETENCION * 10000.
           PERFORM CARGAR-BAJAS.
           PERFORM ELEGIR-BAJAS.
           DISPLAY "BAJAS ANTERIORES AL " FECHA-LIMITE ": "
               CONT-ELEGIDAS.
           IF CONT-ELEGIDAS = 0
               DISPLAY "NADA QUE ANONIMIZAR"
           ELSE
               DISPLAY "SE BORRARAN SUS DATOS PERSONALES SIN REGRESO."
                   " CONFIRMA? (SI/NO)"
               ACCEPT WKS-RESP
               IF W88-NO
                   DISPLAY "ANONIMIZACION CANCELADA"
               ELSE
                   PERFORM APLICAR-ANONIMIZACION
               END-IF
           END-IF.

       CARGAR-PARAMETROS.
           OPEN INPUT PARAMET.
           MOVE "ARCO-ANIOS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO ANIOS-RETENCION.
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

      *****UNA ENTRADA POR NOMINA; LA COPIA MAS RECIENTE (LA ULTIMA DEL
      *****ARCHIVO) DEJA SU FECHA DE BAJA Y SUS DATOS
       CARGAR-BAJAS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RESPALDO-BAJAS.
           READ RESPALDO-BAJAS INTO BAJA-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM BUSCAR-BAJA
               IF BAJ-HALLADA = 0
                   IF BAJAS-TOTAL >= 2000
                       DISPLAY "CAPACIDAD DE NOMINAS EXCEDIDA (2000)"
                       CLOSE RESPALDO-BAJAS
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO BAJAS-TOTAL
                   MOVE BAJAS-TOTAL TO BAJ-HALLADA
               END-IF
               MOVE RB-NOMINA   TO BAJ-NOMINA(BAJ-HALLADA)
               MOVE RB-FEC-BAJA TO BAJ-FEC-BAJA(BAJ-HALLADA)
               MOVE RB-NOMBRE   TO BAJ-NOMBRE(BAJ-HALLADA)
               MOVE RB-RFC      TO BAJ-RFC(BAJ-HALLADA)
               MOVE RB-CLABE    TO BAJ-CLABE(BAJ-HALLADA)
               MOVE SPACES      TO BAJ-NSS(BAJ-HALLADA)
               MOVE 0           TO BAJ-ELEGIDA(BAJ-HALLADA)
               READ RESPALDO-BAJAS INTO BAJA-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.

      *****DEJA EN BAJ-HALLADA LA POSICION DE RB-NOMINA (0 = NO ESTA)
       BUSCAR-BAJA.
           MOVE 0 TO BAJ-HALLADA.
           PERFORM VARYING I-BAJ FROM 1 BY 1
                   UNTIL I-BAJ > BAJAS-TOTAL OR BAJ-HALLADA > 0
               IF BAJ-NOMINA(I-BAJ) = RB-NOMINA
                   MOVE I-BAJ TO BAJ-HALLADA
               END-IF
           END-PERFORM.

       ELEGIR-BAJAS.
           OPEN INPUT EMPINX.
           OPEN INPUT EMPDATOS.
           PERFORM VARYING I-BAJ FROM 1 BY 1 UNTIL I-BAJ > BAJAS-TOTAL
               IF BAJ-FEC-BAJA(I-BAJ) < FECHA-LIMITE
                   AND BAJ-NOMBRE(I-BAJ) NOT = MARCA-ANONIMO
                   MOVE BAJ-NOMINA(I-BAJ) TO EMPINX-NOMINA
                   MOVE 1 TO EXISTE-NOMINA
                   READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
                   END-READ
                   IF EXISTE-NOMINA = 0
                       MOVE 1 TO BAJ-ELEGIDA(I-BAJ)
                       ADD 1 TO CONT-ELEGIDAS
                       MOVE BAJ-NOMINA(I-BAJ) TO DAT-NOMINA
                       READ EMPDATOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE DAT-NSS TO BAJ-NSS(I-BAJ)
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EMPINX.
           CLOSE EMPDATOS.

       APLICAR-ANONIMIZACION.
           OPEN OUTPUT REPORTE.
           MOVE FECHA-SIS       TO TANO-FECHA.
           MOVE FECHA-LIMITE    TO TANO-LIMITE.
           MOVE ANIOS-RETENCION TO TANO-ANIOS.
           WRITE REPORTE-REG FROM TITULO-ANO-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-ANO-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-ANO-3 BEFORE 1 LINES.
           PERFORM ANONIMIZAR-RESPALDOS.
           PERFORM ANONIMIZAR-ARCHIVADOS.
           PERFORM ANONIMIZAR-EMPDATOS.
           PERFORM ANONIMIZAR-PENSIONES.
           PERFORM ANONIMIZAR-HISTORIAL.
           PERFORM ANONIMIZAR-RECIBOS.
           PERFORM ANONIMIZAR-AUDITORIA.
           OPEN EXTEND AUDITORIA.
           PERFORM VARYING I-BAJ FROM 1 BY 1 UNTIL I-BAJ > BAJAS-TOTAL
               IF BAJ-ELEGIDA(I-BAJ) = 1
                   PERFORM REGISTRAR-ANONIMIZADA
               END-IF
           END-PERFORM.
           CLOSE AUDITORIA.
           MOVE "NOMINAS ANONIMIZADAS" TO TOTANO-LABEL.
           MOVE CONT-ELEGIDAS TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 3 LINES.
           MOVE "COPIAS EN RESPALDO-BAJAS" TO TOTANO-LABEL.
           MOVE TOT-RESPALDOS TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           MOVE "COPIAS EN EL ARCHIVO MUERTO" TO TOTANO-LABEL.
           MOVE TOT-ARCHIVADOS TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           MOVE "DATOS PERSONALES (EMPDATOS)" TO TOTANO-LABEL.
           MOVE TOT-DATOS TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           MOVE "PENSIONES (CLABE DEL BENEFICIARIO)" TO TOTANO-LABEL.
           MOVE TOT-PENSIONES TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           MOVE "RENGLONES DE HISTORIAL TACHADOS" TO TOTANO-LABEL.
           MOVE TOT-HISTORIAL TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           MOVE "RENGLONES DE AUDITORIA TACHADOS" TO TOTANO-LABEL.
           MOVE TOT-AUDITORIA TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           MOVE "LINEAS DE RECIBO TACHADAS" TO TOTANO-LABEL.
           MOVE TOT-RECIBOS TO TOTANO-CUENTA.
           WRITE REPORTE-REG FROM TOTAL-ANO BEFORE 1 LINES.
           CLOSE REPORTE.
           DISPLAY "NOMINAS ANONIMIZADAS: " CONT-ELEGIDAS.
           DISPLAY "DETALLE EN ARCOREP".

       REGISTRAR-ANONIMIZADA.
           MOVE BAJ-NOMINA(I-BAJ)   TO DETANO-NOMINA.
           MOVE BAJ-FEC-BAJA(I-BAJ) TO DETANO-BAJA.
           MOVE OPERADOR-FIRMADO    TO DETANO-OPERADOR.
           WRITE REPORTE-REG FROM DETALLE-ANO BEFORE 1 LINES.
           MOVE "ARCO-ANONI"        TO AUDIT-OPERACION.
           MOVE BAJ-NOMINA(I-BAJ)   TO AUDIT-KEY.
           MOVE SPACES              TO AUDIT-ANTES.
           STRING "BAJA DEL " DELIMITED BY SIZE
               BAJ-FEC-BAJA(I-BAJ) DELIMITED BY SIZE
               INTO AUDIT-ANTES.
           MOVE "NOMBRE RFC CLABE NSS DOMICILIO" TO AUDIT-DESPUES.
           PERFORM GRABAR-AUDITORIA.

      *****RB-NOMINA YA ESTA EN BAJA-TRABAJO; DEJA EN BAJ-HALLADA LA
      *****POSICION SI LA NOMINA ESTA ELEGIDA
       BUSCAR-ELEGIDA.
           PERFORM BUSCAR-BAJA.
           IF BAJ-HALLADA > 0
               IF BAJ-ELEGIDA(BAJ-HALLADA) = 0
                   MOVE 0 TO BAJ-HALLADA
               END-IF
           END-IF.

       TACHAR-BAJA-TRABAJO.
           MOVE MARCA-ANONIMO TO RB-NOMBRE.
           MOVE SPACES        TO RB-RFC.
           MOVE SPACES        TO RB-CLABE.

       ANONIMIZAR-RESPALDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RESPALDO-BAJAS.
           OPEN OUTPUT TRABAJO.
           READ RESPALDO-BAJAS INTO BAJA-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM BUSCAR-ELEGIDA
               IF BAJ-HALLADA > 0
                   PERFORM TACHAR-BAJA-TRABAJO
                   ADD 1 TO TOT-RESPALDOS
               END-IF
               WRITE TRABAJO-REG FROM BAJA-TRABAJO
               READ RESPALDO-BAJAS INTO BAJA-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT RESPALDO-BAJAS.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE RESPALDO-BAJAS-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE RESPALDO-BAJAS.

      *****LAS COPIAS VIEJAS QUE 7ARCHIV SACO DE RESPALDO-BAJAS
       ANONIMIZAR-ARCHIVADOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RESPARCH.
           OPEN OUTPUT TRABAJO.
           READ RESPARCH INTO BAJA-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM BUSCAR-ELEGIDA
               IF BAJ-HALLADA > 0
                   PERFORM TACHAR-BAJA-TRABAJO
                   ADD 1 TO TOT-ARCHIVADOS
               END-IF
               WRITE TRABAJO-REG FROM BAJA-TRABAJO
               READ RESPARCH INTO BAJA-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESPARCH.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT RESPARCH.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE RESPARCH-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE RESPARCH.

      *****EL PUESTO SE QUEDA (ESTADISTICA); TODO LO DEMAS SE BORRA
       ANONIMIZAR-EMPDATOS.
           OPEN I-O EMPDATOS.
           PERFORM VARYING I-BAJ FROM 1 BY 1 UNTIL I-BAJ > BAJAS-TOTAL
               IF BAJ-ELEGIDA(I-BAJ) = 1
                   MOVE BAJ-NOMINA(I-BAJ) TO DAT-NOMINA
                   READ EMPDATOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO DAT-DOMICILIO
                           MOVE SPACES TO DAT-TELEFONO
                           MOVE SPACES TO DAT-NSS
                           MOVE SPACES TO DAT-CONTACTO
                           MOVE SPACES TO DAT-TEL-CONTACTO
                           MOVE 0      TO DAT-NIP
                           REWRITE EMPDATOS-REG
                           ADD 1 TO TOT-DATOS
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE EMPDATOS.

      *****EL IMPORTE Y EL EXPEDIENTE DEL JUZGADO SE QUEDAN
       ANONIMIZAR-PENSIONES.
           OPEN I-O PENSIONES.
           PERFORM VARYING I-BAJ FROM 1 BY 1 UNTIL I-BAJ > BAJAS-TOTAL
               IF BAJ-ELEGIDA(I-BAJ) = 1
                   MOVE BAJ-NOMINA(I-BAJ) TO PEN-NOMINA
                   READ PENSIONES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO PEN-CLABE
                           REWRITE PENSIONES-REG
                           ADD 1 TO TOT-PENSIONES
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PENSIONES.

      *****LOS CAMBIOS DE CLABE GUARDAN LA CUENTA ANTES Y DESPUES
       ANONIMIZAR-HISTORIAL.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT EMPINXHIST.
           OPEN OUTPUT TRABAJO.
           READ EMPINXHIST INTO HIST-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM TACHAR-HISTORIAL
               WRITE TRABAJO-REG FROM HIST-TRABAJO
               READ EMPINXHIST INTO HIST-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE EMPINXHIST.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT EMPINXHIST.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE EMPINXHIST-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE EMPINXHIST.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT HISARCH.
           OPEN OUTPUT TRABAJO.
           READ HISARCH INTO HIST-TRABAJO
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM TACHAR-HISTORIAL
               WRITE TRABAJO-REG FROM HIST-TRABAJO
               READ HISARCH INTO HIST-TRABAJO
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE HISARCH.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT HISARCH.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE HISARCH-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE HISARCH.

       TACHAR-HISTORIAL.
           MOVE HIST-NOMINA TO RB-NOMINA.
           PERFORM BUSCAR-ELEGIDA.
           IF BAJ-HALLADA > 0
               MOVE HIST-TRABAJO TO TEXTO-TACHAR
               PERFORM TACHAR-TEXTO
               MOVE TEXTO-TACHAR TO HIST-TRABAJO
               IF HIST-CAMPO(1:12) = "EMPINX-CLABE"
                   MOVE SPACES TO HIST-VALOR-ANTES
                   MOVE SPACES TO HIST-VALOR-DESPUES
                   ADD 1 TO CONT-TACHADOS
               END-IF
               IF CONT-TACHADOS > 0
                   ADD 1 TO TOT-HISTORIAL
               END-IF
           END-IF.

      *****LOS RECIBOS Y SU CFDI TRAEN NOMBRE, RFC Y CLABE IMPRESOS; SE
      *****TACHAN EN SU LUGAR Y LOS IMPORTES NO SE TOCAN
       ANONIMIZAR-RECIBOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN I-O RECIBARCH.
           MOVE LOW-VALUES TO RA-LLAVE.
           START RECIBARCH KEY IS NOT LESS THAN RA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ RECIBARCH NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       MOVE RA-NOMINA TO RB-NOMINA
                       PERFORM BUSCAR-ELEGIDA
                       IF BAJ-HALLADA > 0
                           MOVE RA-TEXTO TO TEXTO-TACHAR
                           PERFORM TACHAR-TEXTO
                           IF CONT-TACHADOS > 0
                               MOVE TEXTO-TACHAR TO RA-TEXTO
                               REWRITE RECIBARCH-REG
                               ADD 1 TO TOT-RECIBOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECIBARCH.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RECIBMUER.
           OPEN OUTPUT TRABAJO.
           READ RECIBMUER AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE RM-NOMINA TO RB-NOMINA
               PERFORM BUSCAR-ELEGIDA
               IF BAJ-HALLADA > 0
                   MOVE RM-TEXTO TO TEXTO-TACHAR
                   PERFORM TACHAR-TEXTO
                   IF CONT-TACHADOS > 0
                       MOVE TEXTO-TACHAR TO RM-TEXTO
                       ADD 1 TO TOT-RECIBOS
                   END-IF
               END-IF
               WRITE TRABAJO-REG FROM RECIBMUER-REG
               READ RECIBMUER AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RECIBMUER.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT RECIBMUER.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE RECIBMUER-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE RECIBMUER.

      *****LA BAJA DEJA EL NOMBRE EN AUDIT-ANTES; SE TACHA SOLO EL DATO
      *****PERSONAL Y EL RESTO DEL RENGLON SE CONSERVA
       ANONIMIZAR-AUDITORIA.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT AUDITORIA.
           OPEN OUTPUT TRABAJO.
           READ AUDITORIA INTO AUDIT-LEIDA
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM TACHAR-AUDITORIA
               WRITE TRABAJO-REG FROM AUDIT-LEIDA
               READ AUDITORIA INTO AUDIT-LEIDA
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT AUDITORIA.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE AUDITORIA-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE AUDITORIA.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT AUDIARCH.
           OPEN OUTPUT TRABAJO.
           READ AUDIARCH INTO AUDIT-LEIDA
               AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               PERFORM TACHAR-AUDITORIA
               WRITE TRABAJO-REG FROM AUDIT-LEIDA
               READ AUDIARCH INTO AUDIT-LEIDA
                   AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE AUDIARCH.
           CLOSE TRABAJO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT TRABAJO.
           OPEN OUTPUT AUDIARCH.
           READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               WRITE AUDIARCH-REG FROM TRABAJO-REG
               READ TRABAJO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE TRABAJO.
           CLOSE AUDIARCH.

       TACHAR-AUDITORIA.
           MOVE AUL-KEY(1:6) TO AUL-NOMINA-X.
           IF AUL-NOMINA-X NUMERIC AND AUL-KEY(7:4) = SPACES
               MOVE AUL-NOMINA-X TO RB-NOMINA
               PERFORM BUSCAR-ELEGIDA
               IF BAJ-HALLADA > 0
                   MOVE AUDIT-LEIDA TO TEXTO-TACHAR
                   PERFORM TACHAR-TEXTO
                   IF CONT-TACHADOS > 0
                       MOVE TEXTO-TACHAR TO AUDIT-LEIDA
                       ADD 1 TO TOT-AUDITORIA
                   END-IF
               END-IF
           END-IF.

      *******************************************************************
      *                      TACHADO DE TEXTO LIBRE
      *******************************************************************
      *****TACHA EN TEXTO-TACHAR NOMBRE, RFC, CLABE Y NSS DE LA NOMINA
      *****EN BAJ-HALLADA; CONT-TACHADOS DICE CUANTOS APARECIERON
       TACHAR-TEXTO.
           MOVE 0 TO CONT-TACHADOS.
           MOVE BAJ-NOMBRE(BAJ-HALLADA) TO DATO-TACHAR.
           PERFORM TACHAR-DATO.
           MOVE BAJ-RFC(BAJ-HALLADA)    TO DATO-TACHAR.
           PERFORM TACHAR-DATO.
           MOVE BAJ-CLABE(BAJ-HALLADA)  TO DATO-TACHAR.
           PERFORM TACHAR-DATO.
           MOVE BAJ-NSS(BAJ-HALLADA)    TO DATO-TACHAR.
           PERFORM TACHAR-DATO.

      *****LOS DATOS DE MENOS DE CUATRO LETRAS NO SE TACHAN PARA NO
      *****BORRAR PEDAZOS DE OTRAS PALABRAS
       TACHAR-DATO.
           MOVE 20 TO LARGO-TACHAR.
           PERFORM UNTIL LARGO-TACHAR = 0
                   OR DATO-TACHAR(LARGO-TACHAR:1) NOT = SPACE
               SUBTRACT 1 FROM LARGO-TACHAR
           END-PERFORM.
           IF LARGO-TACHAR > 3
               INSPECT TEXTO-TACHAR TALLYING CONT-TACHADOS
                   FOR ALL DATO-TACHAR(1:LARGO-TACHAR)
               INSPECT TEXTO-TACHAR REPLACING
                   ALL DATO-TACHAR(1:LARGO-TACHAR)
                   BY ASTERISCOS(1:LARGO-TACHAR)
           END-IF.

       END PROGRAM 7ARCOEX.
