      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7SELLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NOMINA.
           SELECT OPTIONAL FONDOAH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-NOMINA.
           SELECT OPTIONAL ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-LLAVE.
           SELECT OPTIONAL PENSIONES ASSIGN TO "PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NOMINA.
           SELECT OPTIONAL INFONAV ASSIGN TO "INFONAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INF-NOMINA.
           SELECT OPTIONAL SELLOS ASSIGN TO "SELLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEL-ARCHIVO.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
           SELECT OPTIONAL EMPINXHIST ASSIGN TO DISK.
           SELECT OPTIONAL AUDITORIA ASSIGN TO DISK.
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL SELLOMOV ASSIGN TO "SELLOMOV".
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMSELLOS".
           SELECT BITACORA ASSIGN TO "BITACORA".
           SELECT REPORTE ASSIGN TO "SELLOSREP".

       DATA DIVISION.
       FILE SECTION.
      *****LOS SEIS MAESTROS SELLADOS, MISMOS LAYOUTS QUE EN 6EMPNOMV3;
      *****SOLO SE LEEN
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

       FD  PRESTAMOS.
       01  PRESTAMOS-REG.
           03  PRE-NOMINA          PIC 9(06).
           03  PRE-MONTO-ORIGINAL  PIC 9(08)V99.
           03  PRE-PAGO-PERIODO    PIC 9(08)V99.
           03  PRE-SALDO           PIC 9(08)V99.

       FD  FONDOAH.
       01  FONDOAH-REG.
           03  FA-NOMINA           PIC 9(06).
           03  FA-APORTACION-YTD   PIC 9(08)V99.
           03  FA-APORTE-EMPRESA-YTD PIC 9(08)V99.
           03  FA-SALDO            PIC 9(08)V99.

       FD  ADEUDOS.
       01  ADEUDOS-REG.
           03  AD-LLAVE.
               05  AD-NOMINA       PIC 9(06).
               05  AD-PERIODO-ORIGEN PIC 9(06).
           03  AD-SALDO            PIC 9(08)V99.
           03  AD-ESTADO           PIC X(10).
           03  AD-PERIODO-APLICACION PIC 9(06).

       FD  PENSIONES.
       01  PENSIONES-REG.
           03  PEN-NOMINA          PIC 9(06).
           03  PEN-EXPEDIENTE      PIC X(12).
           03  PEN-TIPO            PIC X(01).
           03  PEN-PORCENTAJE      PIC 9(02).
           03  PEN-IMPORTE         PIC 9(08)V99.
           03  PEN-CLABE           PIC X(18).
           03  PEN-ESTADO          PIC X(10).

       FD  INFONAV.
       01  INFONAV-REG.
           03  INF-NOMINA          PIC 9(06).
           03  INF-CREDITO         PIC X(10).
           03  INF-TIPO            PIC 9.
           03  INF-FACTOR          PIC 9(04)V99.
           03  INF-ESTADO          PIC X(10).

      *****UN SELLO POR MAESTRO: CUANTOS REGISTROS TENIA, LA SUMA DE
      *****SUS NOMINAS Y LA SUMA DE SUS IMPORTES AL MOMENTO DE SELLAR,
      *****CON LA ESTAMPA (AAMMDD HHMMSS) DESDE LA QUE SE CUENTAN LOS
      *****MOVIMIENTOS QUE LO EXPLICAN
       FD  SELLOS.
       01  SELLOS-REG.
           03  SEL-ARCHIVO         PIC X(10).
           03  SEL-PERIODO         PIC 9(06).
           03  SEL-FECHA           PIC 9(06).
           03  SEL-HORA            PIC 9(06).
           03  SEL-REGISTROS       PIC 9(07).
           03  SEL-HASH-LLAVE      PIC 9(12).
           03  SEL-HASH-IMPORTE    PIC S9(11)V99.
           03  SEL-PROGRAMA        PIC X(08).
           03  SEL-OPERADOR        PIC X(08).

      *****MAESTRO DE OPERADORES (VER 4USUABC); VOLVER A SELLAR A MANO
      *****EXIGE NIVEL SUPERVISOR
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****HISTORIAL COMPARTIDO; LOS CAMBIOS DE SUELDO Y DE LOS
      *****ACUMULADOS YTD EXPLICAN EL IMPORTE DE EMPINX
       FD  EMPINXHIST.
       01  EMPINXHIST-REG.
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

      *****AUDIT DE EMPLEADOS (4EMPABC Y 3CTRVEN); LAS ALTAS, BAJAS Y
      *****RESTAURACIONES EXPLICAN EL CONTEO Y LA SUMA DE NOMINAS
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

      *****MISMO LAYOUT QUE EL RESPALDO-BAJAS DE 4EMPABC; DE AQUI SALE
      *****EL IMPORTE QUE SE VA CON UNA BAJA O REGRESA CON UNA
      *****RESTAURACION
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG.
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

      *****MOVIMIENTOS DE CARTERA FUERA DE LA CORRIDA (4PENABC,
      *****4INFABC, 7SLDREC): A = ALTA, B = BAJA, M = CAMBIO DE
      *****IMPORTE; EL VALOR ES EL MISMO QUE ENTRA A LA SUMA DEL SELLO
       FD  SELLOMOV.
       01  SELLOMOV-REG.
           03  SMV-FECHA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-HORA            PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-ARCHIVO         PIC X(10).
           03  FILLER              PIC X(01).
           03  SMV-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(01).
           03  SMV-NOMINA          PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-OPERACION       PIC X(01).
           03  FILLER              PIC X(01).
           03  SMV-VALOR-ANTES     PIC 9(09)V99.
           03  FILLER              PIC X(01).
           03  SMV-VALOR-DESPUES   PIC 9(09)V99.
           03  FILLER              PIC X(01).
           03  SMV-OPERADOR        PIC X(08).

      *****6EMPNOMV3 Y 0BATCH DEJAN AQUI QUE HACER: S = SELLAR AL
      *****CERRAR, V = VERIFICAR ANTES DE CORRER; SIN PARAMETRO SE
      *****PREGUNTA EN PANTALLA
       FD  PARAMETROS.
       01  PARAMETROS-REG.
           03  SELP-MODO           PIC X(01).
           03  SELP-PERIODO        PIC 9(06).
           03  SELP-PROGRAMA       PIC X(08).

      *****BITACORA COMPARTIDA DE LA CADENA, MISMO LAYOUT QUE EN 0BATCH
       FD  BITACORA.
       01  BITACORA-REG.
           03  BIT-FECHA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  BIT-HORA            PIC 9(06).
           03  FILLER              PIC X(01).
           03  BIT-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(01).
           03  BIT-EVENTO          PIC X(20).
           03  FILLER              PIC X(01).
           03  BIT-CONTADOR        PIC 9(08).
           03  FILLER              PIC X(01).
           03  BIT-RETCODE         PIC 9(04).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MODO-SELLOS         PIC X(01) VALUE "V".
           88  MODO-SELLAR             VALUE "S".
           88  MODO-VERIFICAR          VALUE "V".
       77  OPCION-UTILERIA     PIC 9.
       77  BANDERA-MODO-PARM   PIC 9 VALUE 0.
       77  PERIODO-SELLO       PIC 9(06) VALUE 0.
       77  PROGRAMA-SELLO      PIC X(08) VALUE "7SELLOS".
       77  ARCHIVO-EOF         PIC 9.
       77  RESPALDO-EOF        PIC 9.
       77  SEL-KEY-EXISTE      PIC 9.
       77  CONT-ROTOS          PIC 9(02) VALUE 0.
       77  CONT-SIN-SELLO      PIC 9(02) VALUE 0.
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08) VALUE "SISTEMA".
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

       01  FECHA-SELLO.
           03  FECHA-SELLO-AA      PIC 99.
           03  FECHA-SELLO-MM      PIC 99.
           03  FECHA-SELLO-DD      PIC 99.
       01  HORA-SELLO.
           03  HORA-SELLO-HH       PIC 99.
           03  HORA-SELLO-MN       PIC 99.
           03  HORA-SELLO-SS       PIC 99.
           03  HORA-SELLO-CC       PIC 99.

      *****LOS SEIS MAESTROS EN EL ORDEN EN QUE SE SELLAN; EL NOMBRE ES
      *****LA LLAVE DEL SELLO Y EL SMV-ARCHIVO DE SUS MOVIMIENTOS
       01  TABLA-NOMBRES-SELLO.
           03  FILLER              PIC X(30) VALUE
               "EMPINX    PRESTAMOS FONDOAH   ".
           03  FILLER              PIC X(30) VALUE
               "ADEUDOS   PENSIONES INFONAV   ".
       01  TABLA-NOMBRES-SELLO-R REDEFINES TABLA-NOMBRES-SELLO.
           03  NOMBRE-SELLO-OC     PIC X(10) OCCURS 6 TIMES.

      *****POR MAESTRO: LO QUE SE CUENTA HOY (CALC) Y LO QUE DEBERIA
      *****HABER SEGUN EL SELLO MAS LOS MOVIMIENTOS POSTERIORES (ESP)
       01  TABLA-SELLOS.
           03  TS-OC OCCURS 6 TIMES.
               05  TS-TIENE-SELLO      PIC 9.
               05  TS-MARCA            PIC 9(12).
               05  TS-CALC-REGISTROS   PIC S9(07).
               05  TS-CALC-LLAVE       PIC S9(12).
               05  TS-CALC-IMPORTE     PIC S9(11)V99.
               05  TS-ESP-REGISTROS    PIC S9(07).
               05  TS-ESP-LLAVE        PIC S9(12).
               05  TS-ESP-IMPORTE      PIC S9(11)V99.
               05  TS-CONT-MOVS        PIC 9(05).
       77  I-ARCH              PIC 9.
       77  MARCA-MOV           PIC 9(12).
       77  NOMINA-MOV          PIC 9(06).
       77  FECHA-MOV-LARGA     PIC 9(08).
       77  IMPORTE-RESPALDO    PIC S9(09)V99.
       77  RESPALDO-HALLADO    PIC 9.
       77  VALOR-ANTES-NUM     PIC S9(08)V99.
       77  VALOR-DESPUES-NUM   PIC S9(08)V99.

      *****MISMO LAYOUT QUE EL AUDIT-LINEA QUE ESCRIBE 4EMPABC
       01  AUDIT-LINEA.
           05  AUDIT-FECHA         PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUDIT-HORA          PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUDIT-AUTORIZACION  PIC X(03).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERACION     PIC X(10).
           05  FILLER              PIC X(01).
           05  AUDIT-KEY           PIC X(10).
           05  FILLER              PIC X(01).
           05  AUDIT-ANTES         PIC X(35).
           05  FILLER              PIC X(01).
           05  AUDIT-DESPUES       PIC X(35).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERADOR      PIC X(08).
           05  FILLER              PIC X(22).

      *****DES-EDICION DE IMPORTES DEL HISTORIAL, MISMO PATRON QUE
      *****7EMPFIX
       77  DESED-TEXTO         PIC X(15).
       77  DESED-RESULTADO     PIC S9(08)V99.
       77  DESED-ENTERO        PIC 9(08).
       77  DESED-CENT          PIC 9(02).
       77  DESED-NEGATIVO      PIC 9.
       77  DESED-PUNTO         PIC 9.
       77  DESED-NCENT         PIC 9.
       77  I-DESED             PIC 99.
       01  DESED-DIGITO-X      PIC X.
       01  DESED-DIGITO REDEFINES DESED-DIGITO-X PIC 9.

       01  TITULO-SEL-1.
           05  FILLER              PIC X(38) VALUE
               "SELLOS DE INTEGRIDAD DE LOS MAESTROS -".
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TITSEL-MODO         PIC X(12).
           05  FILLER              PIC X(10) VALUE "  PERIODO ".
           05  TITSEL-PERIODO      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  TITSEL-PROGRAMA     PIC X(08).
       01  TITULO-SEL-2.
           05  FILLER              PIC X(46) VALUE
               "ARCHIVO    CONCEPTO  SELLO+MOVIMIENTOS       ".
           05  FILLER              PIC X(44) VALUE
               "EN EL ARCHIVO            MOVS  RESULTADO".
       01  DETALLE-SEL.
           05  DETSEL-ARCHIVO      PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETSEL-CONCEPTO     PIC X(09).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETSEL-ESPERADO     PIC -(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSEL-CALCULADO    PIC -(12)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSEL-MOVS         PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSEL-RESULTADO    PIC X(30).
       01  DETALLE-SELLADO.
           05  DETSDO-ARCHIVO      PIC X(10).
           05  FILLER              PIC X(12) VALUE " REGISTROS: ".
           05  DETSDO-REGISTROS    PIC Z(06)9.
           05  FILLER              PIC X(10) VALUE "  LLAVES: ".
           05  DETSDO-LLAVE        PIC Z(11)9.
           05  FILLER              PIC X(12) VALUE "  IMPORTES: ".
           05  DETSDO-IMPORTE      PIC -(11)9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSDO-ESTAMPA      PIC X(13).
       01  RESUMEN-SEL.
           05  FILLER              PIC X(28) VALUE
               "MAESTROS CON DIFERENCIA:    ".
           05  RESSEL-ROTOS        PIC Z9.
           05  FILLER              PIC X(20) VALUE
               "  SIN SELLO PREVIO: ".
           05  RESSEL-SIN-SELLO    PIC Z9.

       PROCEDURE DIVISION.
      *****SELLO DE INTEGRIDAD DE EMPINX Y DE LAS CARTERAS ENTRE UNA
      *****NOMINA Y LA SIGUIENTE. AL CERRAR EL PERIODO 6EMPNOMV3 SELLA
      *****CADA MAESTRO (REGISTROS, SUMA DE NOMINAS Y SUMA DE IMPORTES);
      *****ANTES DE LA SIGUIENTE CORRIDA SE RECALCULA Y SE COTEJA CONTRA
      *****EL SELLO MAS LO QUE EXPLICAN EL AUDIT, EL HISTORIAL Y LOS
      *****MOVIMIENTOS DE CARTERA ANOTADOS DESDE ENTONCES. LO QUE NO SE
      *****EXPLICA DETIENE LA CORRIDA CON RETURN-CODE 8 Y QUEDA EN EL
      *****REPORTE; CUANDO SE INVESTIGA (UNA RESTAURACION DE 0RESPAL,
      *****UNA RECUPERACION DE 7EMPRCU, UNA MIGRACION DE 7LAYMIG) EL
      *****SUPERVISOR VUELVE A SELLAR DESDE EL MENU
       MAIN-PROCEDURE.
      *    SE LLAMA VARIAS VECES EN LA MISMA SESION (MENU, 6EMPNOMV3,
      *    0BATCH): NADA DE LA LLAMADA ANTERIOR DEBE QUEDAR
           MOVE 0 TO CONT-ROTOS.
           MOVE 0 TO CONT-SIN-SELLO.
           MOVE 0 TO PERIODO-SELLO.
           MOVE "7SELLOS" TO PROGRAMA-SELLO.
           PERFORM LEER-PARAMETROS.
           IF BANDERA-MODO-PARM = 0
               DISPLAY "1 = VERIFICAR LOS MAESTROS CONTRA SU SELLO"
               DISPLAY "2 = VOLVER A SELLAR (SUPERVISOR)"
               ACCEPT OPCION-UTILERIA
               IF OPCION-UTILERIA = 2
                   PERFORM AUTORIZAR-RESELLO
                   IF FIRMA-OK = 0
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE "S" TO MODO-SELLOS
               ELSE
                   MOVE "V" TO MODO-SELLOS
               END-IF
           END-IF.
           OPEN OUTPUT REPORTE.
           IF MODO-SELLAR
               MOVE "SELLADO"      TO TITSEL-MODO
           ELSE
               MOVE "VERIFICACION" TO TITSEL-MODO
           END-IF.
           MOVE PERIODO-SELLO  TO TITSEL-PERIODO.
           MOVE PROGRAMA-SELLO TO TITSEL-PROGRAMA.
           WRITE REPORTE-REG FROM TITULO-SEL-1 BEFORE 2 LINES.
           PERFORM CALCULAR-SELLOS.
           IF MODO-SELLAR
               PERFORM GRABAR-SELLOS
           ELSE
               PERFORM VERIFICAR-SELLOS
           END-IF.
           CLOSE REPORTE.
           IF CONT-ROTOS > 0
               DISPLAY "SELLOS ROTOS EN " CONT-ROTOS
                   " MAESTRO(S) - VER SELLOSREP"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM GRABAR-BITACORA.
           GOBACK.

      *****EL PARAMETRO SE CONSUME: SE VACIA AL LEERLO PARA QUE UNA
      *****CORRIDA POSTERIOR DESDE EL MENU NO SELLE SIN QUERER
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE 0 TO BANDERA-MODO-PARM
               NOT AT END
                   MOVE 1 TO BANDERA-MODO-PARM
                   MOVE SELP-MODO     TO MODO-SELLOS
                   MOVE SELP-PERIODO  TO PERIODO-SELLO
                   MOVE SELP-PROGRAMA TO PROGRAMA-SELLO
           END-READ.
           CLOSE PARAMETROS.
           IF BANDERA-MODO-PARM = 1
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
               IF NOT MODO-SELLAR
                   MOVE "V" TO MODO-SELLOS
               END-IF
           END-IF.

      *****VOLVER A SELLAR BORRA TODA DIFERENCIA PENDIENTE: SOLO UN
      *****SUPERVISOR Y CON CONFIRMACION
       AUTORIZAR-RESELLO.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           CLOSE USUARIOS.
           IF FIRMA-OK = 1 AND NIVEL-FIRMADO < 2
               DISPLAY "VOLVER A SELLAR REQUIERE NIVEL SUPERVISOR"
               MOVE 0 TO FIRMA-OK
           END-IF.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
           ELSE
               DISPLAY "EL ESTADO ACTUAL DE LOS SEIS MAESTROS QUEDARA"
                   " COMO BUENO. CONFIRMAS?"
               ACCEPT WKS-RESP
               IF W88-NO
                   DISPLAY "SELLADO CANCELADO"
                   MOVE 0 TO FIRMA-OK
               ELSE
                   MOVE "7SELLOS" TO PROGRAMA-SELLO
               END-IF
           END-IF.

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
      *                  CALCULO DE LOS SELLOS ACTUALES
      *******************************************************************
      *****EL IMPORTE DE CADA MAESTRO: EMPINX SUELDO MAS LOS TRES
      *****ACUMULADOS DE DINERO; CARTERAS SU SALDO; PENSIONES EL IMPORTE
      *****FIJO MAS EL PORCENTAJE (ASI UN CAMBIO DE CUALQUIERA DE LOS
      *****DOS SE NOTA); INFONAVIT EL FACTOR DE DESCUENTO
       CALCULAR-SELLOS.
           PERFORM VARYING I-ARCH FROM 1 BY 1 UNTIL I-ARCH > 6
               MOVE 0 TO TS-TIENE-SELLO(I-ARCH)
               MOVE 0 TO TS-MARCA(I-ARCH)
               MOVE 0 TO TS-CALC-REGISTROS(I-ARCH)
               MOVE 0 TO TS-CALC-LLAVE(I-ARCH)
               MOVE 0 TO TS-CALC-IMPORTE(I-ARCH)
               MOVE 0 TO TS-ESP-REGISTROS(I-ARCH)
               MOVE 0 TO TS-ESP-LLAVE(I-ARCH)
               MOVE 0 TO TS-ESP-IMPORTE(I-ARCH)
               MOVE 0 TO TS-CONT-MOVS(I-ARCH)
           END-PERFORM.
           PERFORM CALCULAR-EMPINX.
           PERFORM CALCULAR-PRESTAMOS.
           PERFORM CALCULAR-FONDOAH.
           PERFORM CALCULAR-ADEUDOS.
           PERFORM CALCULAR-PENSIONES.
           PERFORM CALCULAR-INFONAV.

       CALCULAR-EMPINX.
           OPEN INPUT EMPINX.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO TS-CALC-REGISTROS(1)
                       ADD EMPINX-NOMINA TO TS-CALC-LLAVE(1)
                       ADD EMPINX-SUELDO EMPINX-SUELDO-YTD
                           EMPINX-PERCEP-YTD EMPINX-DEDUC-YTD
                           TO TS-CALC-IMPORTE(1)
               END-READ
           END-PERFORM.
           CLOSE EMPINX.

       CALCULAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO PRE-NOMINA.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PRESTAMOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO TS-CALC-REGISTROS(2)
                       ADD PRE-NOMINA TO TS-CALC-LLAVE(2)
                       ADD PRE-SALDO  TO TS-CALC-IMPORTE(2)
               END-READ
           END-PERFORM.
           CLOSE PRESTAMOS.

       CALCULAR-FONDOAH.
           OPEN INPUT FONDOAH.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO FA-NOMINA.
           START FONDOAH KEY IS NOT LESS THAN FA-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ FONDOAH NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO TS-CALC-REGISTROS(3)
                       ADD FA-NOMINA TO TS-CALC-LLAVE(3)
                       ADD FA-SALDO  TO TS-CALC-IMPORTE(3)
               END-READ
           END-PERFORM.
           CLOSE FONDOAH.

       CALCULAR-ADEUDOS.
           OPEN INPUT ADEUDOS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO AD-LLAVE.
           START ADEUDOS KEY IS NOT LESS THAN AD-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ ADEUDOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO TS-CALC-REGISTROS(4)
                       ADD AD-NOMINA TO TS-CALC-LLAVE(4)
                       ADD AD-SALDO  TO TS-CALC-IMPORTE(4)
               END-READ
           END-PERFORM.
           CLOSE ADEUDOS.

       CALCULAR-PENSIONES.
           OPEN INPUT PENSIONES.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO PEN-NOMINA.
           START PENSIONES KEY IS NOT LESS THAN PEN-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PENSIONES NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO TS-CALC-REGISTROS(5)
                       ADD PEN-NOMINA TO TS-CALC-LLAVE(5)
                       ADD PEN-IMPORTE PEN-PORCENTAJE
                           TO TS-CALC-IMPORTE(5)
               END-READ
           END-PERFORM.
           CLOSE PENSIONES.

       CALCULAR-INFONAV.
           OPEN INPUT INFONAV.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO INF-NOMINA.
           START INFONAV KEY IS NOT LESS THAN INF-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ INFONAV NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO TS-CALC-REGISTROS(6)
                       ADD INF-NOMINA TO TS-CALC-LLAVE(6)
                       ADD INF-FACTOR TO TS-CALC-IMPORTE(6)
               END-READ
           END-PERFORM.
           CLOSE INFONAV.

      *******************************************************************
      *                          SELLADO
      *******************************************************************
      *****EL SELLO ANTERIOR SE REEMPLAZA; EN UN RESELLO MANUAL EL
      *****PERIODO SE CONSERVA DEL SELLO QUE YA HABIA
       GRABAR-SELLOS.
           ACCEPT FECHA-SELLO FROM DATE.
           ACCEPT HORA-SELLO FROM TIME.
           OPEN I-O SELLOS.
           PERFORM GRABAR-UN-SELLO
               VARYING I-ARCH FROM 1 BY 1 UNTIL I-ARCH > 6.
           CLOSE SELLOS.
           DISPLAY "SELLOS GRABADOS: " FECHA-SELLO " " HORA-SELLO-HH
               HORA-SELLO-MN HORA-SELLO-SS.

       GRABAR-UN-SELLO.
           MOVE NOMBRE-SELLO-OC(I-ARCH) TO SEL-ARCHIVO.
           MOVE 1 TO SEL-KEY-EXISTE.
           READ SELLOS INVALID KEY MOVE 0 TO SEL-KEY-EXISTE.
           IF PERIODO-SELLO NOT = 0 OR SEL-KEY-EXISTE = 0
               MOVE PERIODO-SELLO TO SEL-PERIODO
           END-IF.
           MOVE FECHA-SELLO    TO SEL-FECHA.
           MOVE HORA-SELLO-HH  TO SEL-HORA(1:2).
           MOVE HORA-SELLO-MN  TO SEL-HORA(3:2).
           MOVE HORA-SELLO-SS  TO SEL-HORA(5:2).
           MOVE TS-CALC-REGISTROS(I-ARCH) TO SEL-REGISTROS.
           MOVE TS-CALC-LLAVE(I-ARCH)     TO SEL-HASH-LLAVE.
           MOVE TS-CALC-IMPORTE(I-ARCH)   TO SEL-HASH-IMPORTE.
           MOVE PROGRAMA-SELLO            TO SEL-PROGRAMA.
           MOVE OPERADOR-FIRMADO          TO SEL-OPERADOR.
           IF SEL-KEY-EXISTE = 1
               REWRITE SELLOS-REG
           ELSE
               WRITE SELLOS-REG
           END-IF.
           MOVE SEL-ARCHIVO     TO DETSDO-ARCHIVO.
           MOVE SEL-REGISTROS   TO DETSDO-REGISTROS.
           MOVE SEL-HASH-LLAVE  TO DETSDO-LLAVE.
           MOVE SEL-HASH-IMPORTE TO DETSDO-IMPORTE.
           MOVE SPACES          TO DETSDO-ESTAMPA.
           STRING SEL-FECHA " " SEL-HORA DELIMITED BY SIZE
               INTO DETSDO-ESTAMPA.
           WRITE REPORTE-REG FROM DETALLE-SELLADO BEFORE 1 LINES.

      *******************************************************************
      *                        VERIFICACION
      *******************************************************************
      *****LO ESPERADO ARRANCA EN EL SELLO Y SE LE SUMAN LOS MOVIMIENTOS
      *****POSTERIORES A SU ESTAMPA; UN MAESTRO SIN SELLO (PRIMERA VEZ)
      *****SOLO SE AVISA, NO DETIENE NADA
       VERIFICAR-SELLOS.
           OPEN INPUT SELLOS.
           PERFORM LEER-SELLO-GUARDADO
               VARYING I-ARCH FROM 1 BY 1 UNTIL I-ARCH > 6.
           CLOSE SELLOS.
           IF TS-TIENE-SELLO(1) = 1
               PERFORM AJUSTAR-POR-AUDITORIA
               PERFORM AJUSTAR-POR-HISTORIAL
           END-IF.
           PERFORM AJUSTAR-POR-SELLOMOV.
           WRITE REPORTE-REG FROM TITULO-SEL-2 BEFORE 1 LINES.
           PERFORM COMPARAR-UN-SELLO
               VARYING I-ARCH FROM 1 BY 1 UNTIL I-ARCH > 6.
           MOVE CONT-ROTOS     TO RESSEL-ROTOS.
           MOVE CONT-SIN-SELLO TO RESSEL-SIN-SELLO.
           WRITE REPORTE-REG FROM RESUMEN-SEL BEFORE 2 LINES.
           IF CONT-SIN-SELLO > 0
               DISPLAY "AVISO: " CONT-SIN-SELLO " MAESTRO(S) SIN SELLO"
                   " PREVIO; SE SELLAN AL CERRAR EL PERIODO"
           END-IF.

       LEER-SELLO-GUARDADO.
           MOVE NOMBRE-SELLO-OC(I-ARCH) TO SEL-ARCHIVO.
           MOVE 1 TO SEL-KEY-EXISTE.
           READ SELLOS INVALID KEY MOVE 0 TO SEL-KEY-EXISTE.
           IF SEL-KEY-EXISTE = 1
               MOVE 1 TO TS-TIENE-SELLO(I-ARCH)
               COMPUTE TS-MARCA(I-ARCH) = SEL-FECHA * 1000000
                   + SEL-HORA
               MOVE SEL-REGISTROS    TO TS-ESP-REGISTROS(I-ARCH)
               MOVE SEL-HASH-LLAVE   TO TS-ESP-LLAVE(I-ARCH)
               MOVE SEL-HASH-IMPORTE TO TS-ESP-IMPORTE(I-ARCH)
               IF PERIODO-SELLO = 0
                   MOVE SEL-PERIODO TO PERIODO-SELLO
               END-IF
           END-IF.

      *****ALTA SUMA UN REGISTRO Y SU NOMINA (EL SUELDO LO TRAE EL
      *****HISTORIAL); BAJA Y RESTAURAR MUEVEN ADEMAS EL IMPORTE QUE
      *****QUEDO EN EL RESPALDO DE BAJAS. LAS DEMAS OPERACIONES NO
      *****TOCAN NADA DE LO SELLADO
       AJUSTAR-POR-AUDITORIA.
           OPEN INPUT AUDITORIA.
           MOVE 0 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ AUDITORIA
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       MOVE AUDITORIA-REG TO AUDIT-LINEA
                       COMPUTE MARCA-MOV = AUDIT-FECHA * 1000000
                           + AUDIT-HORA
                       IF MARCA-MOV > TS-MARCA(1)
                           AND AUDIT-KEY(1:6) IS NUMERIC
                           PERFORM AJUSTAR-UN-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.

       AJUSTAR-UN-AUDIT.
           MOVE AUDIT-KEY(1:6) TO NOMINA-MOV.
           IF AUDIT-OPERACION = "ALTA"
               ADD 1 TO TS-ESP-REGISTROS(1)
               ADD NOMINA-MOV TO TS-ESP-LLAVE(1)
               ADD 1 TO TS-CONT-MOVS(1)
           ELSE IF AUDIT-OPERACION = "BAJA"
               PERFORM BUSCAR-RESPALDO
               SUBTRACT 1 FROM TS-ESP-REGISTROS(1)
               SUBTRACT NOMINA-MOV FROM TS-ESP-LLAVE(1)
               SUBTRACT IMPORTE-RESPALDO FROM TS-ESP-IMPORTE(1)
               ADD 1 TO TS-CONT-MOVS(1)
           ELSE IF AUDIT-OPERACION = "RESTAURAR"
               PERFORM BUSCAR-RESPALDO
               ADD 1 TO TS-ESP-REGISTROS(1)
               ADD NOMINA-MOV TO TS-ESP-LLAVE(1)
               ADD IMPORTE-RESPALDO TO TS-ESP-IMPORTE(1)
               ADD 1 TO TS-CONT-MOVS(1)
           END-IF
           END-IF
           END-IF.

      *****EL ULTIMO RESPALDO DE LA NOMINA CON FECHA DE BAJA HASTA EL
      *****DIA DEL MOVIMIENTO: 4EMPABC FECHA LA BAJA CON EL DIA Y
      *****3CTRVEN CON EL FIN DEL CONTRATO, QUE YA PASO
       BUSCAR-RESPALDO.
           MOVE 0 TO IMPORTE-RESPALDO.
           MOVE 0 TO RESPALDO-HALLADO.
           COMPUTE FECHA-MOV-LARGA = 20000000 + AUDIT-FECHA.
           OPEN INPUT RESPALDO-BAJAS.
           MOVE 0 TO RESPALDO-EOF.
           PERFORM UNTIL RESPALDO-EOF = 1
               READ RESPALDO-BAJAS
                   AT END
                       MOVE 1 TO RESPALDO-EOF
                   NOT AT END
                       IF RB-NOMINA = NOMINA-MOV
                           AND RB-FEC-BAJA NOT > FECHA-MOV-LARGA
                           MOVE 1 TO RESPALDO-HALLADO
                           COMPUTE IMPORTE-RESPALDO = RB-SUELDO
                               + RB-SUELDO-YTD + RB-PERCEP-YTD
                               + RB-DEDUC-YTD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.

      *****CADA CAMBIO DE SUELDO O DE ACUMULADO YTD MUEVE EL IMPORTE
      *****POR LA DIFERENCIA; EL ALTA DE 2EMPCAP NO PASA POR EL AUDIT,
      *****ASI QUE SU RENGLON DE SUELDO (ANTES EN BLANCO) TAMBIEN
      *****CUENTA EL REGISTRO Y LA NOMINA
       AJUSTAR-POR-HISTORIAL.
           OPEN INPUT EMPINXHIST.
           MOVE 0 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINXHIST
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       COMPUTE MARCA-MOV = HIST-FECHA * 1000000
                           + HIST-HORA
                       IF MARCA-MOV > TS-MARCA(1)
                           PERFORM AJUSTAR-UN-HIST
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EMPINXHIST.

       AJUSTAR-UN-HIST.
           IF HIST-CAMPO = "EMPINX-SUELDO" OR HIST-CAMPO = "SUELDO-YTD"
               OR HIST-CAMPO = "PERCEP-YTD" OR HIST-CAMPO = "DEDUC-YTD"
               MOVE HIST-VALOR-ANTES TO DESED-TEXTO
               PERFORM DESEDITAR-IMPORTE
               MOVE DESED-RESULTADO TO VALOR-ANTES-NUM
               MOVE HIST-VALOR-DESPUES TO DESED-TEXTO
               PERFORM DESEDITAR-IMPORTE
               MOVE DESED-RESULTADO TO VALOR-DESPUES-NUM
               COMPUTE TS-ESP-IMPORTE(1) = TS-ESP-IMPORTE(1)
                   + VALOR-DESPUES-NUM - VALOR-ANTES-NUM
               ADD 1 TO TS-CONT-MOVS(1)
               IF HIST-CAMPO = "EMPINX-SUELDO"
                   AND HIST-VALOR-ANTES = SPACES
                   AND HIST-PROGRAMA = "EMPCAP"
                   ADD 1 TO TS-ESP-REGISTROS(1)
                   ADD HIST-NOMINA TO TS-ESP-LLAVE(1)
               END-IF
           END-IF.

      *****MOVIMIENTOS DE CARTERA ANOTADOS POR LOS PROGRAMAS QUE LAS
      *****TOCAN FUERA DE LA CORRIDA
       AJUSTAR-POR-SELLOMOV.
           OPEN INPUT SELLOMOV.
           MOVE 0 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ SELLOMOV
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       PERFORM AJUSTAR-UN-SELLOMOV
               END-READ
           END-PERFORM.
           CLOSE SELLOMOV.

       AJUSTAR-UN-SELLOMOV.
           COMPUTE MARCA-MOV = SMV-FECHA * 1000000 + SMV-HORA.
           PERFORM VARYING I-ARCH FROM 2 BY 1 UNTIL I-ARCH > 6
               IF SMV-ARCHIVO = NOMBRE-SELLO-OC(I-ARCH)
                   AND TS-TIENE-SELLO(I-ARCH) = 1
                   AND MARCA-MOV > TS-MARCA(I-ARCH)
                   ADD 1 TO TS-CONT-MOVS(I-ARCH)
                   IF SMV-OPERACION = "A"
                       ADD 1 TO TS-ESP-REGISTROS(I-ARCH)
                       ADD SMV-NOMINA TO TS-ESP-LLAVE(I-ARCH)
                       ADD SMV-VALOR-DESPUES TO TS-ESP-IMPORTE(I-ARCH)
                   ELSE IF SMV-OPERACION = "B"
                       SUBTRACT 1 FROM TS-ESP-REGISTROS(I-ARCH)
                       SUBTRACT SMV-NOMINA FROM TS-ESP-LLAVE(I-ARCH)
                       SUBTRACT SMV-VALOR-ANTES
                           FROM TS-ESP-IMPORTE(I-ARCH)
                   ELSE
                       COMPUTE TS-ESP-IMPORTE(I-ARCH) =
                           TS-ESP-IMPORTE(I-ARCH)
                           + SMV-VALOR-DESPUES - SMV-VALOR-ANTES
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****TRES RENGLONES POR MAESTRO: REGISTROS, LLAVES E IMPORTES
       COMPARAR-UN-SELLO.
           MOVE NOMBRE-SELLO-OC(I-ARCH) TO DETSEL-ARCHIVO.
           MOVE TS-CONT-MOVS(I-ARCH)    TO DETSEL-MOVS.
           IF TS-TIENE-SELLO(I-ARCH) = 0
               ADD 1 TO CONT-SIN-SELLO
               MOVE "REGISTROS" TO DETSEL-CONCEPTO
               MOVE 0 TO DETSEL-ESPERADO
               MOVE TS-CALC-REGISTROS(I-ARCH) TO DETSEL-CALCULADO
               MOVE "SIN SELLO PREVIO" TO DETSEL-RESULTADO
               WRITE REPORTE-REG FROM DETALLE-SEL BEFORE 1 LINES
           ELSE
               IF TS-ESP-REGISTROS(I-ARCH)
                       NOT = TS-CALC-REGISTROS(I-ARCH)
                   OR TS-ESP-LLAVE(I-ARCH) NOT = TS-CALC-LLAVE(I-ARCH)
                   OR TS-ESP-IMPORTE(I-ARCH)
                       NOT = TS-CALC-IMPORTE(I-ARCH)
                   ADD 1 TO CONT-ROTOS
                   MOVE "DIFERENCIA SIN EXPLICAR" TO DETSEL-RESULTADO
               ELSE
                   MOVE "CUADRA" TO DETSEL-RESULTADO
               END-IF
               MOVE "REGISTROS" TO DETSEL-CONCEPTO
               MOVE TS-ESP-REGISTROS(I-ARCH)  TO DETSEL-ESPERADO
               MOVE TS-CALC-REGISTROS(I-ARCH) TO DETSEL-CALCULADO
               WRITE REPORTE-REG FROM DETALLE-SEL BEFORE 1 LINES
               MOVE SPACES  TO DETSEL-ARCHIVO
               MOVE "LLAVES" TO DETSEL-CONCEPTO
               MOVE TS-ESP-LLAVE(I-ARCH)  TO DETSEL-ESPERADO
               MOVE TS-CALC-LLAVE(I-ARCH) TO DETSEL-CALCULADO
               WRITE REPORTE-REG FROM DETALLE-SEL BEFORE 1 LINES
               MOVE "IMPORTES" TO DETSEL-CONCEPTO
               MOVE TS-ESP-IMPORTE(I-ARCH)  TO DETSEL-ESPERADO
               MOVE TS-CALC-IMPORTE(I-ARCH) TO DETSEL-CALCULADO
               WRITE REPORTE-REG FROM DETALLE-SEL BEFORE 2 LINES
           END-IF.

      *****CONVIERTE EL TEXTO EDITADO DEL HISTORIAL (SIGNO Y PUNTO
      *****DECIMAL) DE REGRESO A NUMERICO, DIGITO POR DIGITO
       DESEDITAR-IMPORTE.
           MOVE 0 TO DESED-ENTERO.
           MOVE 0 TO DESED-CENT.
           MOVE 0 TO DESED-NEGATIVO.
           MOVE 0 TO DESED-PUNTO.
           MOVE 0 TO DESED-NCENT.
           PERFORM VARYING I-DESED FROM 1 BY 1 UNTIL I-DESED > 15
               MOVE DESED-TEXTO(I-DESED:1) TO DESED-DIGITO-X
               IF DESED-DIGITO-X = "-"
                   MOVE 1 TO DESED-NEGATIVO
               ELSE IF DESED-DIGITO-X = "."
                   MOVE 1 TO DESED-PUNTO
               ELSE IF DESED-DIGITO-X NUMERIC
                   IF DESED-PUNTO = 0
                       COMPUTE DESED-ENTERO =
                           DESED-ENTERO * 10 + DESED-DIGITO
                   ELSE IF DESED-NCENT < 2
                       COMPUTE DESED-CENT =
                           DESED-CENT * 10 + DESED-DIGITO
                       ADD 1 TO DESED-NCENT
                   END-IF
               END-IF
           END-PERFORM.
           IF DESED-NCENT = 1
               MULTIPLY 10 BY DESED-CENT.
           COMPUTE DESED-RESULTADO = DESED-ENTERO + DESED-CENT / 100.
           IF DESED-NEGATIVO = 1
               COMPUTE DESED-RESULTADO = DESED-RESULTADO * -1.

      *****RESUMEN EN LA BITACORA COMPARTIDA DE LA CADENA
       GRABAR-BITACORA.
           OPEN EXTEND BITACORA.
           ACCEPT FECHA-SELLO FROM DATE.
           ACCEPT HORA-SELLO FROM TIME.
           MOVE FECHA-SELLO    TO BIT-FECHA.
           MOVE HORA-SELLO-HH  TO BIT-HORA(1:2).
           MOVE HORA-SELLO-MN  TO BIT-HORA(3:2).
           MOVE HORA-SELLO-SS  TO BIT-HORA(5:2).
           MOVE "7SELLOS"      TO BIT-PROGRAMA.
           IF MODO-SELLAR
               MOVE "SELLOS GRABADOS" TO BIT-EVENTO
           ELSE IF CONT-ROTOS > 0
               MOVE "SELLOS ROTOS"    TO BIT-EVENTO
           ELSE
               MOVE "SELLOS CUADRAN"  TO BIT-EVENTO
           END-IF
           END-IF.
           MOVE PERIODO-SELLO  TO BIT-CONTADOR.
           MOVE RETURN-CODE    TO BIT-RETCODE.
           WRITE BITACORA-REG.
           CLOSE BITACORA.

       END PROGRAM 7SELLOS.
