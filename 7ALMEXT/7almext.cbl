      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7ALMEXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT OPTIONAL NOMHIST ASSIGN TO DISK.
           SELECT OPTIONAL NOMDET ASSIGN TO "NOMDET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-LLAVE.
           SELECT OPTIONAL ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT OPTIONAL KARDEX ASSIGN TO "KARDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAR-LLAVE.
           SELECT OPTIONAL GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT OPTIONAL CARTERA ASSIGN TO "CARTERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-LLAVE.
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".

           SELECT EXTRACTO ASSIGN TO ARCHIVO-EXTRACTO.
           SELECT MANIFIESTO ASSIGN TO "EXTMANIF".
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

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DPTO-CLAVE          PIC X(03).
           03  DPTO-DESCRIPCION    PIC X(20).
           03  DPTO-PRESUPUESTO    PIC 9(08).
           03  DPTO-PLANTILLA      PIC 9(04).

      *****MISMO LAYOUT QUE EL DE 4DATABC; EL NIP NUNCA SALE AL
      *****EXTRACTO
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

      *****MISMO LAYOUT QUE EL NOMHIST DE 6EMPNOMV3
       FD  NOMHIST.
       01  NOMHIST-REG.
           03  NH-PERIODO          PIC 9(06).
           03  NH-DPTO             PIC X(04).
           03  NH-EMPLEADOS        PIC 9(04).
           03  NH-PERCEPCIONES     PIC 9(08)V99.
           03  NH-DEDUCCIONES      PIC 9(08)V99.
           03  NH-SUELDO           PIC 9(08)V99.
           03  NH-PRESUPUESTO      PIC 9(08).
           03  NH-EMPRESA          PIC X(03).

      *****RESULTADOS POR EMPLEADO Y CONCEPTO DE CADA PERIODO YA
      *****POSTEADO (6EMPNOMV3 MODO 1), MISMO LAYOUT QUE EN 5ACUREP
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

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

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

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

      *****MISMO LAYOUT QUE EL CARTERA DE 4ALUABC
       FD  CARTERA.
       01  CARTERA-REG.
           03  CAR-LLAVE.
               05  CAR-MATRICULA   PIC 9(08).
               05  CAR-MES         PIC 9(06).
               05  CAR-SERVICIO    PIC X(04).
           03  CAR-GRUPO           PIC X(03).
           03  CAR-CARGO           PIC 9(05)V99.
           03  CAR-BECA            PIC 9(05)V99.
           03  CAR-BENEF           PIC 9(05)V99.
           03  CAR-NETO            PIC 9(05)V99.
           03  CAR-PAGADO          PIC 9(05)V99.
           03  CAR-ESTADO          PIC X(10).
           03  CAR-REFERENCIA      PIC 9(16).

       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****EXTRACTO PARA EL ALMACEN DE REPORTES: TEXTO DELIMITADO POR
      *****"|", PRIMER RENGLON CON EL NOMBRE DE CADA COLUMNA Y LOS
      *****IMPORTES CON SU PUNTO DECIMAL. EL NOMBRE FISICO ES EXT MAS
      *****EL MAESTRO (EXTEMPINX, EXTKARDEX, ...) Y CADA NOCHE SE PISA
       FD  EXTRACTO.
       01  EXTRACTO-REG            PIC X(200).

      *****MANIFIESTO DE LA CORRIDA, COMO LOS ARCHIVOS QUE SALEN AL
      *****BANCO: ENCABEZADO H, UN DETALLE D POR EXTRACTO CON SUS
      *****REGISTROS, SUMA DE LLAVES Y TOTAL DE CONTROL, Y COLA T CON
      *****LOS GRANDES TOTALES; QUIEN CARGA EL ALMACEN CUADRA CADA
      *****ARCHIVO CONTRA SU RENGLON ANTES DE USARLO
       FD  MANIFIESTO.
       01  MANIFIESTO-REG          PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARCHIVO-EOF         PIC 9.
       77  ARCHIVO-EXTRACTO    PIC X(20).
       77  EMPRESA-TRABAJO     PIC X(03).
       77  I-CAL               PIC 9.

      *****CIFRAS DE CONTROL DEL EXTRACTO EN CURSO: REGISTROS (SIN EL
      *****RENGLON DE TITULOS), SUMA DE LA LLAVE NUMERICA (CERO SI LA
      *****LLAVE ES ALFANUMERICA) Y SUMA DEL CAMPO DE CONTROL
       77  CONT-REGISTROS      PIC 9(08).
       77  HASH-LLAVE          PIC 9(15).
       77  TOTAL-CONTROL       PIC S9(13)V99.
       77  CAMPO-CONTROL       PIC X(15).
       77  CONT-EXTRACTOS      PIC 9(03) VALUE 0.
       77  GRAN-REGISTROS      PIC 9(09) VALUE 0.
       77  GRAN-HASH           PIC 9(15) VALUE 0.

      *****IMPORTES EDITADOS CON PUNTO DECIMAL PARA EL TEXTO
       01  CAMPOS-EDITADOS.
           03  IMP-ED              PIC -(9)9.99 OCCURS 6 TIMES.
       77  TOTAL-ED            PIC -(13)9.99.

      *****ENMASCARADO: DEL CONTENIDO DEL CAMPO SOLO QUEDAN A LA VISTA
      *****LOS ULTIMOS VISIBLES-MASCARA CARACTERES; EL RESTO SE CUBRE
      *****CON ASTERISCOS
       77  CAMPO-MASCARA       PIC X(40).
       77  VISIBLES-MASCARA    PIC 9(02).
       77  LARGO-MASCARA       PIC 9(02).
       77  I-MASCARA           PIC 9(02).
       77  FIN-RECORTE         PIC 9.
       77  RFC-MASCARA         PIC X(13).
       77  CLABE-MASCARA       PIC X(18).
       77  TELEFONO-MASCARA    PIC X(10).
       77  NSS-MASCARA         PIC X(11).
       77  DOMICILIO-MASCARA   PIC X(40).
       77  CONTACTO-MASCARA    PIC X(30).
       77  TEL-CONT-MASCARA    PIC X(10).

       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       01  HORA-HOY.
           03  HORA-HOY-HHMMSS     PIC 9(06).
           03  HORA-HOY-CC         PIC 9(02).
       77  FECHA-MANIFIESTO    PIC 9(08).

       01  MANIFIESTO-ENCABEZADO.
           05  FILLER              PIC X(02) VALUE "H|".
           05  MAN-HDR-EMPRESA     PIC X(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-HDR-FECHA       PIC 9(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-HDR-HORA        PIC 9(06).
       01  MANIFIESTO-DETALLE.
           05  FILLER              PIC X(02) VALUE "D|".
           05  MAN-DET-ARCHIVO     PIC X(10).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-DET-REGISTROS   PIC 9(08).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-DET-HASH        PIC 9(15).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-DET-CAMPO       PIC X(15).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-DET-TOTAL       PIC -(13)9.99.
       01  MANIFIESTO-COLA.
           05  FILLER              PIC X(02) VALUE "T|".
           05  MAN-TRL-EXTRACTOS   PIC 9(03).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-TRL-REGISTROS   PIC 9(09).
           05  FILLER              PIC X(01) VALUE "|".
           05  MAN-TRL-HASH        PIC 9(15).

       PROCEDURE DIVISION.
      *****EXTRACTOS NOCTURNOS PARA EL ALMACEN DE REPORTES DE FINANZAS
      *****Y DIRECCION: CADA MAESTRO SALE COMPLETO A UN TEXTO PLANO
      *****DELIMITADO QUE SE PUEDE LEER SIN COBOL (SIN INDEXADOS, SIN
      *****DECIMALES IMPLICITOS), Y LA CORRIDA DEJA SU MANIFIESTO DE
      *****CIFRAS DE CONTROL. NO PREGUNTA NADA EN PANTALLA, ASI QUE
      *****CORRE IGUAL SUELTA QUE COMO PASO DE UNA CADENA DE 0BATCH
       MAIN-PROCEDURE.
           PERFORM ABRIR-MANIFIESTO.
           PERFORM EXTRAER-EMPINX.
           PERFORM EXTRAER-DEPARTAMENTOS.
           PERFORM EXTRAER-EMPDATOS.
           PERFORM EXTRAER-NOMHIST.
           PERFORM EXTRAER-NOMDET.
           PERFORM EXTRAER-ALUINX.
           PERFORM EXTRAER-KARDEX.
           PERFORM EXTRAER-GRUPOS.
           PERFORM EXTRAER-CARTERA.
           PERFORM EXTRAER-CICLOS.
           PERFORM CERRAR-MANIFIESTO.
           DISPLAY "EXTRACTOS ESCRITOS : " CONT-EXTRACTOS.
           DISPLAY "REGISTROS EN TOTAL : " GRAN-REGISTROS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                           MANIFIESTO
      *******************************************************************
       ABRIR-MANIFIESTO.
           MOVE 0 TO CONT-EXTRACTOS.
           MOVE 0 TO GRAN-REGISTROS.
           MOVE 0 TO GRAN-HASH.
           MOVE SPACES TO EMPRESA-TRABAJO.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-CLAVE TO EMPRESA-TRABAJO
           END-READ.
           CLOSE EMPRESACT.
           ACCEPT FECHA-HOY FROM DATE.
           ACCEPT HORA-HOY FROM TIME.
           COMPUTE FECHA-MANIFIESTO =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           OPEN OUTPUT MANIFIESTO.
           MOVE EMPRESA-TRABAJO  TO MAN-HDR-EMPRESA.
           MOVE FECHA-MANIFIESTO TO MAN-HDR-FECHA.
           MOVE HORA-HOY-HHMMSS  TO MAN-HDR-HORA.
           WRITE MANIFIESTO-REG FROM MANIFIESTO-ENCABEZADO.

       CERRAR-MANIFIESTO.
           MOVE CONT-EXTRACTOS TO MAN-TRL-EXTRACTOS.
           MOVE GRAN-REGISTROS TO MAN-TRL-REGISTROS.
           MOVE GRAN-HASH      TO MAN-TRL-HASH.
           WRITE MANIFIESTO-REG FROM MANIFIESTO-COLA.
           CLOSE MANIFIESTO.

      *****ABRE EL EXTRACTO CUYO NOMBRE YA ESTA EN ARCHIVO-EXTRACTO Y
      *****PONE EN CERO SUS CIFRAS DE CONTROL
       INICIAR-EXTRACTO.
           MOVE 0 TO CONT-REGISTROS.
           MOVE 0 TO HASH-LLAVE.
           MOVE 0 TO TOTAL-CONTROL.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN OUTPUT EXTRACTO.

      *****CIERRA EL EXTRACTO Y ASIENTA SU RENGLON EN EL MANIFIESTO
       TERMINAR-EXTRACTO.
           CLOSE EXTRACTO.
           MOVE ARCHIVO-EXTRACTO TO MAN-DET-ARCHIVO.
           MOVE CONT-REGISTROS   TO MAN-DET-REGISTROS.
           MOVE HASH-LLAVE       TO MAN-DET-HASH.
           MOVE CAMPO-CONTROL    TO MAN-DET-CAMPO.
           MOVE TOTAL-CONTROL    TO MAN-DET-TOTAL.
           WRITE MANIFIESTO-REG FROM MANIFIESTO-DETALLE.
           ADD 1 TO CONT-EXTRACTOS.
           ADD CONT-REGISTROS TO GRAN-REGISTROS.
           ADD HASH-LLAVE     TO GRAN-HASH.
           MOVE TOTAL-CONTROL TO TOTAL-ED.
           DISPLAY ARCHIVO-EXTRACTO " REGISTROS: " CONT-REGISTROS
               "  " CAMPO-CONTROL TOTAL-ED.

      *****CUBRE CAMPO-MASCARA DEJANDO A LA VISTA SOLO SUS ULTIMOS
      *****VISIBLES-MASCARA CARACTERES SIGNIFICATIVOS
       ENMASCARAR.
           MOVE 40 TO LARGO-MASCARA.
           MOVE 0 TO FIN-RECORTE.
           PERFORM RECORTAR-MASCARA UNTIL FIN-RECORTE = 1.
           IF LARGO-MASCARA > VISIBLES-MASCARA
               PERFORM VARYING I-MASCARA FROM 1 BY 1
                   UNTIL I-MASCARA + VISIBLES-MASCARA > LARGO-MASCARA
                   MOVE "*" TO CAMPO-MASCARA(I-MASCARA:1)
               END-PERFORM
           END-IF.

       RECORTAR-MASCARA.
           IF LARGO-MASCARA = 0
               MOVE 1 TO FIN-RECORTE
           ELSE IF CAMPO-MASCARA(LARGO-MASCARA:1) NOT = SPACE
               MOVE 1 TO FIN-RECORTE
           ELSE
               SUBTRACT 1 FROM LARGO-MASCARA
           END-IF
           END-IF.

      *******************************************************************
      *                        EXTRACTOS DE NOMINA
      *******************************************************************
      *****LA CLABE SALE ENMASCARADA (ULTIMOS 4); EL RFC SE CONSERVA
      *****PORQUE ES CON EL QUE FINANZAS CRUZA CONTRA LO TIMBRADO
       EXTRAER-EMPINX.
           MOVE "EXTEMPINX" TO ARCHIVO-EXTRACTO.
           MOVE "SUELDO" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "NOMINA|NOMBRE|DPTO|SUELDO|RFC|FEC_INGRESO|"
                      DELIMITED BY SIZE
                  "SUELDO_YTD|PERCEP_YTD|DEDUC_YTD|CLABE|"
                      DELIMITED BY SIZE
                  "HORAS_EXTRAS|TARIFA_EXTRA|FALTAS_YTD|INCAP_YTD"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT EMPINX.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-EMPINX UNTIL ARCHIVO-EOF = 1.
           CLOSE EMPINX.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-EMPINX.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD EMPINX-NOMINA TO HASH-LLAVE
                   ADD EMPINX-SUELDO TO TOTAL-CONTROL
                   MOVE SPACES TO CAMPO-MASCARA
                   MOVE EMPINX-CLABE TO CAMPO-MASCARA
                   MOVE 4 TO VISIBLES-MASCARA
                   PERFORM ENMASCARAR
                   MOVE CAMPO-MASCARA TO CLABE-MASCARA
                   MOVE EMPINX-SUELDO       TO IMP-ED(1)
                   MOVE EMPINX-SUELDO-YTD   TO IMP-ED(2)
                   MOVE EMPINX-TARIFA-EXTRA TO IMP-ED(3)
                   MOVE SPACES TO EXTRACTO-REG
                   STRING EMPINX-NOMINA       DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-NOMBRE       DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-DPTO         DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(1)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-RFC          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-FEC-INGRESO  DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(2)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-PERCEP-YTD   DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-DEDUC-YTD    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CLABE-MASCARA       DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-HORAS-EXTRAS DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(3)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-FALTAS-YTD   DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          EMPINX-INCAP-YTD    DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

       EXTRAER-DEPARTAMENTOS.
           MOVE "EXTDEPTOS" TO ARCHIVO-EXTRACTO.
           MOVE "PRESUPUESTO" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "CLAVE|DESCRIPCION|PRESUPUESTO|PLANTILLA"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT DEPARTAMENTOS.
           MOVE LOW-VALUES TO DPTO-CLAVE.
           START DEPARTAMENTOS KEY IS NOT LESS THAN DPTO-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-DEPARTAMENTO UNTIL ARCHIVO-EOF = 1.
           CLOSE DEPARTAMENTOS.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-DEPARTAMENTO.
           READ DEPARTAMENTOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD DPTO-PRESUPUESTO TO TOTAL-CONTROL
                   MOVE SPACES TO EXTRACTO-REG
                   STRING DPTO-CLAVE          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          DPTO-DESCRIPCION    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          DPTO-PRESUPUESTO    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          DPTO-PLANTILLA      DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

      *****DATOS PERSONALES: EL NIP NO SE EXTRAE; DOMICILIO Y CONTACTO
      *****SALEN CUBIERTOS COMPLETOS, TELEFONOS Y NSS CON SUS ULTIMOS
      *****4; PUESTO Y SEXO SALEN TAL CUAL PARA LOS INDICADORES
       EXTRAER-EMPDATOS.
           MOVE "EXTEMPDAT" TO ARCHIVO-EXTRACTO.
           MOVE SPACES TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "NOMINA|DOMICILIO|TELEFONO|NSS|CONTACTO|"
                      DELIMITED BY SIZE
                  "TEL_CONTACTO|PUESTO|SEXO"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT EMPDATOS.
           MOVE 0 TO DAT-NOMINA.
           START EMPDATOS KEY IS NOT LESS THAN DAT-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-EMPDATOS UNTIL ARCHIVO-EOF = 1.
           CLOSE EMPDATOS.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-EMPDATOS.
           READ EMPDATOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD DAT-NOMINA TO HASH-LLAVE
                   PERFORM ENMASCARAR-EMPDATOS
                   MOVE SPACES TO EXTRACTO-REG
                   STRING DAT-NOMINA          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          DOMICILIO-MASCARA   DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          TELEFONO-MASCARA    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          NSS-MASCARA         DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CONTACTO-MASCARA    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          TEL-CONT-MASCARA    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          DAT-PUESTO          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          DAT-SEXO            DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

       ENMASCARAR-EMPDATOS.
           MOVE 0 TO VISIBLES-MASCARA.
           MOVE DAT-DOMICILIO TO CAMPO-MASCARA.
           PERFORM ENMASCARAR.
           MOVE CAMPO-MASCARA TO DOMICILIO-MASCARA.
           MOVE SPACES TO CAMPO-MASCARA.
           MOVE DAT-CONTACTO TO CAMPO-MASCARA.
           PERFORM ENMASCARAR.
           MOVE CAMPO-MASCARA TO CONTACTO-MASCARA.
           MOVE 4 TO VISIBLES-MASCARA.
           MOVE SPACES TO CAMPO-MASCARA.
           MOVE DAT-TELEFONO TO CAMPO-MASCARA.
           PERFORM ENMASCARAR.
           MOVE CAMPO-MASCARA TO TELEFONO-MASCARA.
           MOVE SPACES TO CAMPO-MASCARA.
           MOVE DAT-NSS TO CAMPO-MASCARA.
           PERFORM ENMASCARAR.
           MOVE CAMPO-MASCARA TO NSS-MASCARA.
           MOVE SPACES TO CAMPO-MASCARA.
           MOVE DAT-TEL-CONTACTO TO CAMPO-MASCARA.
           PERFORM ENMASCARAR.
           MOVE CAMPO-MASCARA TO TEL-CONT-MASCARA.

      *****HISTORICO DE NOMINA POR PERIODO Y DEPARTAMENTO (SECUENCIAL)
       EXTRAER-NOMHIST.
           MOVE "EXTNOMHIS" TO ARCHIVO-EXTRACTO.
           MOVE "PERCEPCIONES" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "PERIODO|DPTO|EMPLEADOS|PERCEPCIONES|DEDUCCIONES|"
                      DELIMITED BY SIZE
                  "SUELDO|PRESUPUESTO|EMPRESA"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT NOMHIST.
           PERFORM EXTRAER-UN-NOMHIST UNTIL ARCHIVO-EOF = 1.
           CLOSE NOMHIST.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-NOMHIST.
           READ NOMHIST
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD NH-PERIODO TO HASH-LLAVE
                   ADD NH-PERCEPCIONES TO TOTAL-CONTROL
                   MOVE NH-PERCEPCIONES TO IMP-ED(1)
                   MOVE NH-DEDUCCIONES  TO IMP-ED(2)
                   MOVE NH-SUELDO       TO IMP-ED(3)
                   MOVE SPACES TO EXTRACTO-REG
                   STRING NH-PERIODO          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          NH-DPTO             DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          NH-EMPLEADOS        DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(1)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(2)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(3)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          NH-PRESUPUESTO      DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          NH-EMPRESA          DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

      *****RESULTADOS POSTEADOS: NOMDET SOLO LO ESCRIBE LA CORRIDA
      *****REAL, ASI QUE TODO LO QUE TRAE ES DE PERIODOS YA PAGADOS
       EXTRAER-NOMDET.
           MOVE "EXTNOMDET" TO ARCHIVO-EXTRACTO.
           MOVE "IMPORTE" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "PERIODO|NOMINA|CLAVE|TIPO|IMPORTE|DIAS|EXENTO|"
                      DELIMITED BY SIZE
                  "GRAVADO|DPTO|EMPRESA"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT NOMDET.
           MOVE LOW-VALUES TO ND-LLAVE.
           START NOMDET KEY IS NOT LESS THAN ND-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-NOMDET UNTIL ARCHIVO-EOF = 1.
           CLOSE NOMDET.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-NOMDET.
           READ NOMDET NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD ND-NOMINA TO HASH-LLAVE
                   ADD ND-IMPORTE TO TOTAL-CONTROL
                   MOVE ND-IMPORTE TO IMP-ED(1)
                   MOVE ND-EXENTO  TO IMP-ED(2)
                   MOVE ND-GRAVADO TO IMP-ED(3)
                   MOVE SPACES TO EXTRACTO-REG
                   STRING ND-PERIODO          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ND-NOMINA           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ND-CLAVE            DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ND-TIPO             DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(1)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ND-DIAS             DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(2)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(3)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ND-DPTO             DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ND-EMPRESA          DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

      *******************************************************************
      *                       EXTRACTOS ESCOLARES
      *******************************************************************
       EXTRAER-ALUINX.
           MOVE "EXTALUINX" TO ARCHIVO-EXTRACTO.
           MOVE "PROMEDIO" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "MATRICULA|NOMBRE|GRUPO|PROMEDIO"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT ALUINX.
           MOVE 0 TO ALUINX-MATRICULA.
           START ALUINX KEY IS NOT LESS THAN ALUINX-MATRICULA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-ALUINX UNTIL ARCHIVO-EOF = 1.
           CLOSE ALUINX.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-ALUINX.
           READ ALUINX NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD ALUINX-MATRICULA TO HASH-LLAVE
                   ADD ALUINX-PROMEDIO TO TOTAL-CONTROL
                   MOVE ALUINX-PROMEDIO TO IMP-ED(1)
                   MOVE SPACES TO EXTRACTO-REG
                   STRING ALUINX-MATRICULA    DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ALUINX-NOMBRE       DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          ALUINX-GRUPO        DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(1)           DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

       EXTRAER-KARDEX.
           MOVE "EXTKARDEX" TO ARCHIVO-EXTRACTO.
           MOVE "PROMEDIO" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "MATRICULA|CICLO|GRUPO|CAL_1|CAL_2|CAL_3|CAL_4|"
                      DELIMITED BY SIZE
                  "CAL_5|CAL_6|PROMEDIO|ESTATUS"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT KARDEX.
           MOVE LOW-VALUES TO KAR-LLAVE.
           START KARDEX KEY IS NOT LESS THAN KAR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-KARDEX UNTIL ARCHIVO-EOF = 1.
           CLOSE KARDEX.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-KARDEX.
           READ KARDEX NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD KAR-MATRICULA TO HASH-LLAVE
                   ADD KAR-PROMEDIO TO TOTAL-CONTROL
                   PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
                       MOVE KAR-CAL(I-CAL) TO IMP-ED(I-CAL)
                   END-PERFORM
                   MOVE KAR-PROMEDIO TO TOTAL-ED
                   MOVE SPACES TO EXTRACTO-REG
                   STRING KAR-MATRICULA       DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          KAR-CICLO           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          KAR-GRUPO           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(1)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(2)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(3)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(4)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(5)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(6)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          TOTAL-ED            DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          KAR-ESTATUS         DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

       EXTRAER-GRUPOS.
           MOVE "EXTGRUPOS" TO ARCHIVO-EXTRACTO.
           MOVE "CUPO" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "CLAVE|DESCRIPCION|CUPO|ASESOR"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT GRUPOS.
           MOVE LOW-VALUES TO GPO-CLAVE.
           START GRUPOS KEY IS NOT LESS THAN GPO-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-GRUPO UNTIL ARCHIVO-EOF = 1.
           CLOSE GRUPOS.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-GRUPO.
           READ GRUPOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD GPO-CUPO TO TOTAL-CONTROL
                   MOVE SPACES TO EXTRACTO-REG
                   STRING GPO-CLAVE           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          GPO-DESCRIPCION     DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          GPO-CUPO            DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          GPO-ASESOR          DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

      *****CARTERA DE COLEGIATURAS Y SERVICIOS (SERVICIO EN BLANCO =
      *****COLEGIATURA); EL TOTAL DE CONTROL ES EL NETO A COBRAR
       EXTRAER-CARTERA.
           MOVE "EXTCARTER" TO ARCHIVO-EXTRACTO.
           MOVE "NETO" TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "MATRICULA|MES|SERVICIO|GRUPO|CARGO|BECA|BENEF|"
                      DELIMITED BY SIZE
                  "NETO|PAGADO|ESTADO|REFERENCIA"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT CARTERA.
           MOVE LOW-VALUES TO CAR-LLAVE.
           START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-CARGO UNTIL ARCHIVO-EOF = 1.
           CLOSE CARTERA.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-CARGO.
           READ CARTERA NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD CAR-MATRICULA TO HASH-LLAVE
                   ADD CAR-NETO TO TOTAL-CONTROL
                   MOVE CAR-CARGO  TO IMP-ED(1)
                   MOVE CAR-BECA   TO IMP-ED(2)
                   MOVE CAR-BENEF  TO IMP-ED(3)
                   MOVE CAR-NETO   TO IMP-ED(4)
                   MOVE CAR-PAGADO TO IMP-ED(5)
                   MOVE SPACES TO EXTRACTO-REG
                   STRING CAR-MATRICULA       DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CAR-MES             DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CAR-SERVICIO        DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CAR-GRUPO           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(1)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(2)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(3)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(4)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          IMP-ED(5)           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CAR-ESTADO          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CAR-REFERENCIA      DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

       EXTRAER-CICLOS.
           MOVE "EXTCICLOS" TO ARCHIVO-EXTRACTO.
           MOVE SPACES TO CAMPO-CONTROL.
           PERFORM INICIAR-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           STRING "CICLO|ESTADO|FEC_INICIO|FEC_FIN"
                      DELIMITED BY SIZE
               INTO EXTRACTO-REG.
           WRITE EXTRACTO-REG.
           OPEN INPUT CICLOS.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM EXTRAER-UN-CICLO UNTIL ARCHIVO-EOF = 1.
           CLOSE CICLOS.
           PERFORM TERMINAR-EXTRACTO.

       EXTRAER-UN-CICLO.
           READ CICLOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   ADD 1 TO CONT-REGISTROS
                   ADD CIC-CICLO TO HASH-LLAVE
                   MOVE SPACES TO EXTRACTO-REG
                   STRING CIC-CICLO           DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CIC-ESTADO          DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CIC-FEC-INICIO      DELIMITED BY SIZE
                          "|"                 DELIMITED BY SIZE
                          CIC-FEC-FIN         DELIMITED BY SIZE
                       INTO EXTRACTO-REG
                   WRITE EXTRACTO-REG
           END-READ.

       END PROGRAM 7ALMEXT.
