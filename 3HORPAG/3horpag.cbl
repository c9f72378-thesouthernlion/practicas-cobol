      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3HORPAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-LLAVE.
           SELECT OPTIONAL ASIGNA ASSIGN TO "ASIGNA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-LLAVE.
           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.
           SELECT OPTIONAL PRFNOM ASSIGN TO "PRFNOM"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PN-PROFESOR.
           SELECT OPTIONAL TARMAT ASSIGN TO "TARMAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TM-MATERIA.
           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "CALENDARIO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT REPORTE ASSIGN TO "HORPAGREP".
           SELECT HORPAGEXC ASSIGN TO "HORPAGEXC".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MAESTRO DE HORARIOS QUE MANTIENE 4HORABC; CADA RENGLON ES
      *****UNA CLASE SEMANAL (DIA 1 = LUNES ... 6 = SABADO)
       FD  HORARIOS.
       01  HORARIOS-REG.
           03  HOR-LLAVE.
               05  HOR-GRUPO       PIC X(03).
               05  HOR-DIA         PIC 9(01).
               05  HOR-INICIO      PIC 9(04).
           03  HOR-FIN             PIC 9(04).
           03  HOR-CASILLA         PIC 9(01).
           03  HOR-AULA            PIC X(04).
           03  HOR-PROFESOR        PIC X(08).

      *****ASIGNACIONES (4PRFABC): SOLO SE PAGA LA CLASE CUYA CASILLA
      *****ESTA ASIGNADA AL PROFESOR QUE LA IMPARTE
       FD  ASIGNA.
       01  ASIGNA-REG.
           03  ASG-LLAVE.
               05  ASG-PROFESOR    PIC X(08).
               05  ASG-GRUPO       PIC X(03).
               05  ASG-CASILLA     PIC 9(01).

      *****MAESTRO DE PROFESORES (VER 4PRFABC)
       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

      *****LIGA PROFESOR-NOMINA (4PRFABC): A QUE NOMINA DE EMPINX SE
      *****PAGA LA HORA-CLASE Y SU TARIFA PROPIA; TARIFA EN CERO = SE
      *****PAGA CON LA TARIFA DE LA MATERIA
       FD  PRFNOM.
       01  PRFNOM-REG.
           03  PN-PROFESOR         PIC X(08).
           03  PN-NOMINA           PIC 9(06).
           03  PN-TARIFA           PIC 9(04)V99.

      *****TARIFA DE HORA-CLASE POR MATERIA (4MATABC)
       FD  TARMAT.
       01  TARMAT-REG.
           03  TM-MATERIA          PIC X(03).
           03  TM-TARIFA           PIC 9(04)V99.

      *****PLAN DE ESTUDIOS (4MATABC): LA MATERIA DE LA CASILLA DA LA
      *****TARIFA CUANDO EL PROFESOR NO TIENE UNA PROPIA
       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

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

      *****MAESTRO DE PERIODOS (4PERABC); LA HORA-CLASE SE CALCULA
      *****SOBRE LAS FECHAS DEL PERIODO ABIERTO
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****CALENDARIO LABORAL (4CALABC): EL DIA FESTIVO NO HAY CLASE
       FD  CALENDARIO.
       01  CALENDARIO-REG.
           03  CAL-FECHA           PIC 9(08).
           03  CAL-TIPO            PIC X(01).
           03  CAL-DESCRIPCION     PIC X(20).

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3; LA
      *****HORA-CLASE SALE COMO CLAVE 01 CON LAS HORAS EN EL CAMPO DIAS
       FD  PERCEPCION-DEDUCCION.
       01  PERCEPCION-DEDUCCION-REG.
           03  PERCEPCION-DEDUCCION-LLAVE.
               05  PERCEPCION-DEDUCCION-PERIODO    PIC 9(06).
               05  PERCEPCION-DEDUCCION-NOMINA     PIC 9(06).
               05  PERCEPCION-DEDUCCION-CLAVE      PIC XX.
               05  PERCEPCION-DEDUCCION-SECUENCIA  PIC 9(03).
           03  PERCEPCION-DEDUCCION-IMPORTE    PIC 9(08)V99.
           03  PERCEPCION-DEDUCCION-DIAS       PIC 9(02).
           03  PERCEPCION-DEDUCCION-FEC-INICIO PIC 9(08).
           03  PERCEPCION-DEDUCCION-FEC-FIN    PIC 9(08).

      *****REPORTE DE CARGA HORARIA POR PROFESOR Y GRUPO
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****EXCEPCIONES: PROFESORES CON CLASES EN HORARIOS QUE NO SE
      *****PUDIERON PAGAR (SIN LIGA A NOMINA, SIN TARIFA, ETC.)
       FD  HORPAGEXC.
       01  HORPAGEXC-REG.
           03  HPEXC-PROFESOR      PIC X(08).
           03  FILLER              PIC X(01).
           03  HPEXC-GRUPO         PIC X(03).
           03  FILLER              PIC X(01).
           03  HPEXC-NOMINA        PIC 9(06).
           03  FILLER              PIC X(01).
           03  HPEXC-MOTIVO        PIC X(30).

       WORKING-STORAGE SECTION.
       77  HORARIOS-EOF        PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9.
       77  PERIODO-HALLADO     PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  PERIODO-INICIO      PIC 9(08).
       77  PERIODO-FIN         PIC 9(08).
       77  ASG-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  PN-KEY-EXISTE       PIC 9.
       77  TM-KEY-EXISTE       PIC 9.
       77  PLA-KEY-EXISTE      PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  MOV-ESCRITO         PIC 9.
       77  CLASE-VALIDA        PIC 9.
      *****LA HORA-CLASE VIVE SIEMPRE EN LA SECUENCIA 900 DE LA CLAVE
      *****01: LA CAPTURA MANUAL NUMERA DESDE 1, Y UNA RE-CORRIDA DEL
      *****MISMO PERIODO PISA SU PROPIO MOVIMIENTO EN VEZ DE DUPLICARLO
       77  SECUENCIA-HORA-CLASE PIC 9(03) VALUE 900.
       77  CLAVE-HORA-CLASE    PIC XX VALUE "01".

       77  MINUTOS-INICIO      PIC 9(04).
       77  MINUTOS-FIN         PIC 9(04).
       77  MINUTOS-CLASE       PIC 9(04).
       77  MINUTOS-PERIODO     PIC 9(06).
       77  HH-TRABAJO          PIC 9(02).
       77  MM-TRABAJO          PIC 9(02).
       77  TARIFA-CLASE        PIC 9(04)V99.
       77  IMPORTE-CLASE       PIC 9(08)V99.
       77  HORAS-ENTERAS       PIC 9(04).
       77  MATERIA-CLASE       PIC X(03).
       77  MOTIVO-TRABAJO      PIC X(30).
       77  GRUPO-EXCEPCION     PIC X(03).

       77  CONT-CLASES         PIC 9(05) VALUE 0.
       77  CONT-CLASES-PAGADAS PIC 9(05) VALUE 0.
       77  CONT-MOVIMIENTOS    PIC 9(05) VALUE 0.
       77  CONT-EXCEPCIONES    PIC 9(05) VALUE 0.
       77  CONT-FESTIVOS       PIC 9(03) VALUE 0.
       77  TOTAL-IMPORTE       PIC 9(09)V99 VALUE 0.
       77  TOTAL-MINUTOS       PIC 9(07) VALUE 0.

      *****CUANTAS VECES CAE CADA DIA DE LA SEMANA (1 = LUNES ... 6 =
      *****SABADO) ENTRE LAS FECHAS DEL PERIODO SIN CONTAR FESTIVOS
       01  TABLA-DIAS-CLASE.
           03  DIAS-CLASE-OC OCCURS 6 TIMES PIC 9(02).
       77  I-DIA               PIC 9.

      *****CARGA ACUMULADA POR PROFESOR Y GRUPO
       01  TABLA-CARGA.
           03  CARGA-OC OCCURS 999 TIMES.
               05  CAR-PROFESOR    PIC X(08).
               05  CAR-GRUPO       PIC X(03).
               05  CAR-MINUTOS     PIC 9(06).
               05  CAR-IMPORTE     PIC 9(08)V99.
       77  CARGA-TOTAL         PIC 9(03) VALUE 0.
       77  I-CAR               PIC 9(03).
       77  CAR-HALLADO         PIC 9.

      *****PROFESORES CON CLASES: SU NOMINA LIGADA Y SI SE LES PAGA;
      *****LA EXCEPCION DE LIGA SE ESCRIBE UNA SOLA VEZ POR PROFESOR
       01  TABLA-PROFESORES.
           03  PRFT-OC OCCURS 300 TIMES.
               05  PRFT-CLAVE      PIC X(08).
               05  PRFT-NOMBRE     PIC X(30).
               05  PRFT-NOMINA     PIC 9(06).
               05  PRFT-TARIFA     PIC 9(04)V99.
               05  PRFT-PAGABLE    PIC 9.
               05  PRFT-MINUTOS    PIC 9(06).
               05  PRFT-IMPORTE    PIC 9(08)V99.
       77  PRFT-TOTAL          PIC 9(03) VALUE 0.
       77  I-PRFT              PIC 9(03).
       77  PRFT-ACTUAL         PIC 9(03).

      *****FECHA EN CURSO DEL BARRIDO DEL PERIODO
       01  FECHA-BARRIDO       PIC 9(08).
       01  FECHA-BARRIDO-R REDEFINES FECHA-BARRIDO.
           03  FB-AAAA             PIC 9(04).
           03  FB-MM               PIC 9(02).
           03  FB-DD               PIC 9(02).
       01  DIAS-POR-MES.
           03  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  DIAS-POR-MES-R REDEFINES DIAS-POR-MES.
           03  DIAS-MES-OC OCCURS 12 TIMES PIC 9(02).
       77  DIAS-MES-ACTUAL     PIC 9(02).

      *****DIA DE LA SEMANA VIA DIA SERIAL (RESIDUO 1 = DOMINGO),
      *****MISMO CALCULO QUE 451 DE 6EMPNOMV3 Y 2CHECAP
       77  DIA-SEMANA          PIC 9.
       77  SER-FECHA           PIC 9(08).
       77  SER-AAAA            PIC 9(04).
       77  SER-MM              PIC 99.
       77  SER-DD              PIC 99.
       77  SER-ANIO-PREVIO     PIC 9(04).
       77  SER-B4              PIC 9(04).
       77  SER-B100            PIC 9(04).
       77  SER-B400            PIC 9(04).
       77  SER-COCIENTE        PIC 9(04).
       77  SER-RESIDUO         PIC 9(04).
       77  SER-BISIESTO        PIC 9.
       77  SER-RESULTADO       PIC 9(08).
       77  SER-SEMANAS         PIC 9(07).
       01  DIAS-ACUMULADOS.
           03  DIAS-ACUM-OC OCCURS 12 TIMES PIC 9(03).

       01  TITULO-HPG-1.
           05  FILLER              PIC X(40) VALUE
               "CARGA HORARIA HORA-CLASE - PERIODO ".
           05  THPG-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  THPG-INICIO         PIC 9(08).
           05  FILLER              PIC X(03) VALUE " A ".
           05  THPG-FIN            PIC 9(08).
       01  TITULO-HPG-2.
           05  FILLER              PIC X(40) VALUE
               "PROFESOR NOMBRE                        ".
           05  FILLER              PIC X(40) VALUE
               "GRUPO  HORAS       IMPORTE  NOMINA".
       01  DETALLE-HPG.
           05  DETHPG-PROFESOR     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETHPG-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETHPG-GRUPO        PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETHPG-HORAS        PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETHPG-IMPORTE      PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETHPG-NOMINA       PIC X(12).
       01  SUBTOTAL-HPG.
           05  FILLER              PIC X(40) VALUE
               "         TOTAL DEL PROFESOR".
           05  FILLER              PIC X(05) VALUE SPACES.
           05  SUBHPG-HORAS        PIC ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  SUBHPG-IMPORTE      PIC $$$,$$9.99.
       01  RESUMEN-HPG.
           05  FILLER              PIC X(18) VALUE
               "CLASES LEIDAS:    ".
           05  RESHPG-CLASES       PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  MOVIMIENTOS:".
           05  RESHPG-MOVS         PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  EXCEPCIONES:".
           05  RESHPG-EXC          PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  IMPORTE:".
           05  RESHPG-IMPORTE      PIC $$$,$$$,$$9.99.
       77  HORAS-EDITAR        PIC 9(04)V99.

       PROCEDURE DIVISION.
      *****HORA-CLASE DEL PERIODO ABIERTO: CADA CLASE DE HORARIOS SE
      *****MULTIPLICA POR LAS VECES QUE SU DIA CAE EN EL PERIODO (SIN
      *****FESTIVOS DEL CALENDARIO) Y SE PAGA A LA TARIFA DEL PROFESOR
      *****O DE LA MATERIA; SALE UN MOVIMIENTO CLAVE 01 POR PROFESOR A
      *****SU NOMINA LIGADA, EL REPORTE DE CARGA POR GRUPO Y LA LISTA
      *****DE EXCEPCIONES DE LO QUE NO SE PUDO PAGAR
       MAIN-PROCEDURE.
           PERFORM BUSCAR-PERIODO-ABIERTO.
           IF PERIODO-HALLADO = 0
               DISPLAY "NO HAY PERIODO ABIERTO EN EL MAESTRO DE"
                   " PERIODOS - NO SE GENERA LA HORA-CLASE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PERIODO DE TRABAJO: " PERIODO-TRABAJO
               " DEL " PERIODO-INICIO " AL " PERIODO-FIN.
           OPEN INPUT HORARIOS.
           OPEN INPUT ASIGNA.
           OPEN INPUT PROFESORES.
           OPEN INPUT PRFNOM.
           OPEN INPUT TARMAT.
           OPEN INPUT PLANEST.
           OPEN INPUT EMPINX.
           OPEN INPUT CALENDARIO.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           OPEN OUTPUT HORPAGEXC.
           PERFORM INICIALIZAR-DIAS-ACUM.
           PERFORM CONTAR-DIAS-CLASE.
           MOVE LOW-VALUES TO HOR-LLAVE.
           START HORARIOS KEY IS NOT LESS THAN HOR-LLAVE
               INVALID KEY MOVE 1 TO HORARIOS-EOF.
           PERFORM LEER-CLASES UNTIL HORARIOS-EOF = 1.
           PERFORM GENERAR-MOVIMIENTOS.
           PERFORM IMPRIMIR-CARGA.
           DISPLAY "CLASES LEIDAS       : " CONT-CLASES.
           DISPLAY "CLASES PAGADAS      : " CONT-CLASES-PAGADAS.
           DISPLAY "DIAS FESTIVOS       : " CONT-FESTIVOS.
           DISPLAY "MOVIMIENTOS CLAVE 01: " CONT-MOVIMIENTOS.
           DISPLAY "EXCEPCIONES         : " CONT-EXCEPCIONES.
           CLOSE HORARIOS.
           CLOSE ASIGNA.
           CLOSE PROFESORES.
           CLOSE PRFNOM.
           CLOSE TARMAT.
           CLOSE PLANEST.
           CLOSE EMPINX.
           CLOSE CALENDARIO.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE REPORTE.
           CLOSE HORPAGEXC.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****EL PRIMER PERIODO EN ESTADO ABIERTO DEL MAESTRO ES EL QUE
      *****SE PAGA; UNO EN PROCESO O CERRADO YA NO ADMITE MOVIMIENTOS
       BUSCAR-PERIODO-ABIERTO.
           MOVE 0 TO PERIODO-HALLADO.
           MOVE 0 TO PERIODOS-EOF.
           OPEN INPUT PERIODOS.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-ESTADO = "ABIERTO"
                           MOVE 1 TO PERIODO-HALLADO
                           MOVE 1 TO PERIODOS-EOF
                           MOVE PER-PERIODO TO PERIODO-TRABAJO
                           MOVE PER-FEC-INICIO TO PERIODO-INICIO
                           MOVE PER-FEC-FIN    TO PERIODO-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS.

      *****BARRE DIA POR DIA LAS FECHAS DEL PERIODO; EL FESTIVO DEL
      *****CALENDARIO Y EL DOMINGO NO CUENTAN
       CONTAR-DIAS-CLASE.
           PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 6
               MOVE 0 TO DIAS-CLASE-OC(I-DIA)
           END-PERFORM.
           MOVE PERIODO-INICIO TO FECHA-BARRIDO.
           IF FB-MM < 1 OR FB-MM > 12 OR FB-DD < 1
               OR PERIODO-FIN < PERIODO-INICIO
               DISPLAY "FECHAS DEL PERIODO INVALIDAS - SIN DIAS DE"
                   " CLASE"
           ELSE
               PERFORM CONTAR-UN-DIA
                   UNTIL FECHA-BARRIDO > PERIODO-FIN
           END-IF.

       CONTAR-UN-DIA.
           MOVE FECHA-BARRIDO TO SER-FECHA.
           PERFORM FECHA-A-SERIAL.
           DIVIDE SER-RESULTADO BY 7
               GIVING SER-SEMANAS REMAINDER DIA-SEMANA.
           MOVE FECHA-BARRIDO TO CAL-FECHA.
           READ CALENDARIO
               INVALID KEY
                   MOVE "X" TO CAL-TIPO
           END-READ.
           IF CAL-TIPO = "F"
               ADD 1 TO CONT-FESTIVOS
           ELSE IF DIA-SEMANA = 0
               ADD 1 TO DIAS-CLASE-OC(6)
           ELSE IF DIA-SEMANA > 1
               COMPUTE I-DIA = DIA-SEMANA - 1
               ADD 1 TO DIAS-CLASE-OC(I-DIA)
           END-IF.
           PERFORM SIGUIENTE-FECHA.

       SIGUIENTE-FECHA.
           MOVE DIAS-MES-OC(FB-MM) TO DIAS-MES-ACTUAL.
           IF FB-MM = 2 AND SER-BISIESTO = 1
               MOVE 29 TO DIAS-MES-ACTUAL
           END-IF.
           IF FB-DD < DIAS-MES-ACTUAL
               ADD 1 TO FB-DD
           ELSE
               MOVE 1 TO FB-DD
               IF FB-MM < 12
                   ADD 1 TO FB-MM
               ELSE
                   MOVE 1 TO FB-MM
                   ADD 1 TO FB-AAAA
               END-IF
           END-IF.

       LEER-CLASES.
           READ HORARIOS NEXT RECORD
               AT END
                   MOVE 1 TO HORARIOS-EOF
               NOT AT END
                   IF HOR-PROFESOR NOT = SPACES
                       ADD 1 TO CONT-CLASES
                       PERFORM PROCESAR-CLASE
                   END-IF
           END-READ.

      *****UNA CLASE: SE UBICA (O DA DE ALTA) AL PROFESOR EN LA TABLA,
      *****SE VALIDA LA ASIGNACION DE LA CASILLA Y SE ACUMULAN LOS
      *****MINUTOS DEL PERIODO Y SU IMPORTE
       PROCESAR-CLASE.
           PERFORM UBICAR-PROFESOR.
           MOVE 1 TO CLASE-VALIDA.
           MOVE HOR-GRUPO TO GRUPO-EXCEPCION.
           IF HOR-DIA < 1 OR HOR-DIA > 6
               MOVE 0 TO CLASE-VALIDA
               MOVE "DIA DE LA CLASE INVALIDO" TO MOTIVO-TRABAJO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               MOVE HOR-PROFESOR TO ASG-PROFESOR
               MOVE HOR-GRUPO    TO ASG-GRUPO
               MOVE HOR-CASILLA  TO ASG-CASILLA
               MOVE 1 TO ASG-KEY-EXISTE
               READ ASIGNA INVALID KEY MOVE 0 TO ASG-KEY-EXISTE
               END-READ
               IF ASG-KEY-EXISTE = 0
                   MOVE 0 TO CLASE-VALIDA
                   MOVE "CLASE SIN ASIGNACION EN ASIGNA"
                       TO MOTIVO-TRABAJO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
           IF CLASE-VALIDA = 1
               DIVIDE HOR-INICIO BY 100
                   GIVING HH-TRABAJO REMAINDER MM-TRABAJO
               COMPUTE MINUTOS-INICIO = HH-TRABAJO * 60 + MM-TRABAJO
               DIVIDE HOR-FIN BY 100
                   GIVING HH-TRABAJO REMAINDER MM-TRABAJO
               COMPUTE MINUTOS-FIN = HH-TRABAJO * 60 + MM-TRABAJO
               IF MINUTOS-FIN NOT > MINUTOS-INICIO
                   MOVE 0 TO CLASE-VALIDA
                   MOVE "HORA FIN ANTES DEL INICIO" TO MOTIVO-TRABAJO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
           IF CLASE-VALIDA = 1
               COMPUTE MINUTOS-CLASE = MINUTOS-FIN - MINUTOS-INICIO
               COMPUTE MINUTOS-PERIODO =
                   MINUTOS-CLASE * DIAS-CLASE-OC(HOR-DIA)
               PERFORM BUSCAR-TARIFA
               IF TARIFA-CLASE = 0
                   AND PRFT-PAGABLE(PRFT-ACTUAL) = 1
                   MOVE "SIN TARIFA DE HORA-CLASE" TO MOTIVO-TRABAJO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
               COMPUTE IMPORTE-CLASE ROUNDED =
                   MINUTOS-PERIODO * TARIFA-CLASE / 60
               PERFORM ACUMULAR-CARGA
               ADD MINUTOS-PERIODO TO PRFT-MINUTOS(PRFT-ACTUAL)
               IF PRFT-PAGABLE(PRFT-ACTUAL) = 1
                   ADD IMPORTE-CLASE TO PRFT-IMPORTE(PRFT-ACTUAL)
                   ADD 1 TO CONT-CLASES-PAGADAS
               END-IF
           END-IF.

      *****EL PROFESOR SE DA DE ALTA EN LA TABLA LA PRIMERA VEZ QUE
      *****APARECE, CON SU LIGA A NOMINA YA VALIDADA; SIN LIGA (O CON
      *****UNA NOMINA QUE NO EXISTE) SE REPORTA UNA VEZ Y SUS HORAS
      *****SALEN EN LA CARGA PERO NO SE PAGAN
       UBICAR-PROFESOR.
           MOVE 0 TO PRFT-ACTUAL.
           PERFORM VARYING I-PRFT FROM 1 BY 1
                   UNTIL I-PRFT > PRFT-TOTAL
               IF PRFT-CLAVE(I-PRFT) = HOR-PROFESOR
                   MOVE I-PRFT TO PRFT-ACTUAL
               END-IF
           END-PERFORM.
           IF PRFT-ACTUAL = 0
               IF PRFT-TOTAL >= 300
                   DISPLAY "CAPACIDAD DE PROFESORES EXCEDIDA (300)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO PRFT-TOTAL
               MOVE PRFT-TOTAL   TO PRFT-ACTUAL
               MOVE HOR-PROFESOR TO PRFT-CLAVE(PRFT-ACTUAL)
               MOVE SPACES       TO PRFT-NOMBRE(PRFT-ACTUAL)
               MOVE 0            TO PRFT-NOMINA(PRFT-ACTUAL)
               MOVE 0            TO PRFT-TARIFA(PRFT-ACTUAL)
               MOVE 0            TO PRFT-MINUTOS(PRFT-ACTUAL)
               MOVE 0            TO PRFT-IMPORTE(PRFT-ACTUAL)
               MOVE 1            TO PRFT-PAGABLE(PRFT-ACTUAL)
               PERFORM VALIDAR-PROFESOR
           END-IF.

       VALIDAR-PROFESOR.
           MOVE SPACES TO GRUPO-EXCEPCION.
           MOVE HOR-PROFESOR TO PRF-CLAVE.
           MOVE 1 TO PRF-KEY-EXISTE.
           READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 1
               MOVE PRF-NOMBRE TO PRFT-NOMBRE(PRFT-ACTUAL)
           END-IF.
           MOVE HOR-PROFESOR TO PN-PROFESOR.
           MOVE 1 TO PN-KEY-EXISTE.
           READ PRFNOM INVALID KEY MOVE 0 TO PN-KEY-EXISTE.
           IF PRF-KEY-EXISTE = 0
               MOVE 0 TO PRFT-PAGABLE(PRFT-ACTUAL)
               MOVE "PROFESOR NO EXISTE EN MAESTRO" TO MOTIVO-TRABAJO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE IF PRF-ESTADO = "BAJA"
               MOVE 0 TO PRFT-PAGABLE(PRFT-ACTUAL)
               MOVE "PROFESOR DADO DE BAJA" TO MOTIVO-TRABAJO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE IF PN-KEY-EXISTE = 0 OR PN-NOMINA = 0
               MOVE 0 TO PRFT-PAGABLE(PRFT-ACTUAL)
               MOVE "SIN LIGA A NOMINA (PRFNOM)" TO MOTIVO-TRABAJO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               MOVE PN-NOMINA TO PRFT-NOMINA(PRFT-ACTUAL)
               MOVE PN-TARIFA TO PRFT-TARIFA(PRFT-ACTUAL)
               MOVE PN-NOMINA TO EMPINX-NOMINA
               MOVE 1 TO EXISTE-NOMINA
               READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
               END-READ
               IF EXISTE-NOMINA = 0
                   MOVE 0 TO PRFT-PAGABLE(PRFT-ACTUAL)
                   MOVE "NOMINA LIGADA NO EXISTE EN EMPINX"
                       TO MOTIVO-TRABAJO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.

      *****TARIFA PROPIA DEL PROFESOR; SI NO TIENE, LA DE LA MATERIA
      *****QUE VIVE EN LA CASILLA SEGUN EL PLAN DEL GRUPO
       BUSCAR-TARIFA.
           MOVE PRFT-TARIFA(PRFT-ACTUAL) TO TARIFA-CLASE.
           IF TARIFA-CLASE = 0
               MOVE SPACES TO MATERIA-CLASE
               MOVE HOR-GRUPO TO PLA-GRUPO
               MOVE 1 TO PLA-KEY-EXISTE
               READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE
               END-READ
               IF PLA-KEY-EXISTE = 1 AND HOR-CASILLA > 0
                   AND HOR-CASILLA < 7
                   MOVE PLA-MATERIA(HOR-CASILLA) TO MATERIA-CLASE
               END-IF
               IF MATERIA-CLASE NOT = SPACES
                   MOVE MATERIA-CLASE TO TM-MATERIA
                   MOVE 1 TO TM-KEY-EXISTE
                   READ TARMAT INVALID KEY MOVE 0 TO TM-KEY-EXISTE
                   END-READ
                   IF TM-KEY-EXISTE = 1
                       MOVE TM-TARIFA TO TARIFA-CLASE
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-CARGA.
           MOVE 0 TO CAR-HALLADO.
           PERFORM VARYING I-CAR FROM 1 BY 1
                   UNTIL I-CAR > CARGA-TOTAL
               IF CAR-PROFESOR(I-CAR) = HOR-PROFESOR
                   AND CAR-GRUPO(I-CAR) = HOR-GRUPO
                   ADD MINUTOS-PERIODO TO CAR-MINUTOS(I-CAR)
                   ADD IMPORTE-CLASE   TO CAR-IMPORTE(I-CAR)
                   MOVE 1 TO CAR-HALLADO
               END-IF
           END-PERFORM.
           IF CAR-HALLADO = 0
               IF CARGA-TOTAL >= 999
                   DISPLAY "CAPACIDAD DE CARGA HORARIA EXCEDIDA (999)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CARGA-TOTAL
               MOVE HOR-PROFESOR    TO CAR-PROFESOR(CARGA-TOTAL)
               MOVE HOR-GRUPO       TO CAR-GRUPO(CARGA-TOTAL)
               MOVE MINUTOS-PERIODO TO CAR-MINUTOS(CARGA-TOTAL)
               MOVE IMPORTE-CLASE   TO CAR-IMPORTE(CARGA-TOTAL)
           END-IF.

       ESCRIBIR-EXCEPCION.
           ADD 1 TO CONT-EXCEPCIONES.
           MOVE SPACES          TO HORPAGEXC-REG.
           MOVE HOR-PROFESOR    TO HPEXC-PROFESOR.
           MOVE GRUPO-EXCEPCION TO HPEXC-GRUPO.
           MOVE PRFT-NOMINA(PRFT-ACTUAL) TO HPEXC-NOMINA.
           MOVE MOTIVO-TRABAJO  TO HPEXC-MOTIVO.
           WRITE HORPAGEXC-REG.

      *****UN MOVIMIENTO CLAVE 01 POR PROFESOR PAGABLE: IMPORTE DE
      *****TODAS SUS CLASES Y LAS HORAS (REDONDEADAS) EN EL CAMPO DIAS
       GENERAR-MOVIMIENTOS.
           PERFORM VARYING I-PRFT FROM 1 BY 1
                   UNTIL I-PRFT > PRFT-TOTAL
               IF PRFT-PAGABLE(I-PRFT) = 1
                   AND PRFT-IMPORTE(I-PRFT) > 0
                   PERFORM ESCRIBIR-MOVIMIENTO
               END-IF
               ADD PRFT-MINUTOS(I-PRFT) TO TOTAL-MINUTOS
           END-PERFORM.

       ESCRIBIR-MOVIMIENTO.
           MOVE PERIODO-TRABAJO     TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE PRFT-NOMINA(I-PRFT) TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE CLAVE-HORA-CLASE    TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE SECUENCIA-HORA-CLASE
               TO PERCEPCION-DEDUCCION-SECUENCIA.
           MOVE PRFT-IMPORTE(I-PRFT) TO PERCEPCION-DEDUCCION-IMPORTE.
           COMPUTE HORAS-ENTERAS ROUNDED = PRFT-MINUTOS(I-PRFT) / 60.
           IF HORAS-ENTERAS > 99
               MOVE 99 TO PERCEPCION-DEDUCCION-DIAS
               MOVE PRFT-CLAVE(I-PRFT) TO HOR-PROFESOR
               MOVE I-PRFT TO PRFT-ACTUAL
               MOVE SPACES TO GRUPO-EXCEPCION
               MOVE "MAS DE 99 HORAS, DIAS TOPADO" TO MOTIVO-TRABAJO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               MOVE HORAS-ENTERAS TO PERCEPCION-DEDUCCION-DIAS
           END-IF.
           MOVE PERIODO-INICIO TO PERCEPCION-DEDUCCION-FEC-INICIO.
           MOVE PERIODO-FIN    TO PERCEPCION-DEDUCCION-FEC-FIN.
           MOVE 1 TO MOV-ESCRITO.
           WRITE PERCEPCION-DEDUCCION-REG
               INVALID KEY
                   REWRITE PERCEPCION-DEDUCCION-REG
                       INVALID KEY MOVE 0 TO MOV-ESCRITO
                   END-REWRITE
           END-WRITE.
           IF MOV-ESCRITO = 1
               ADD 1 TO CONT-MOVIMIENTOS
               ADD PRFT-IMPORTE(I-PRFT) TO TOTAL-IMPORTE
           END-IF.

      *****REPORTE DE CARGA: POR PROFESOR, SUS GRUPOS CON HORAS E
      *****IMPORTE Y EL TOTAL; EL PROFESOR NO PAGABLE SALE CON SUS
      *****HORAS Y LA LEYENDA DE EXCEPCION EN LUGAR DE LA NOMINA
       IMPRIMIR-CARGA.
           MOVE PERIODO-TRABAJO TO THPG-PERIODO.
           MOVE PERIODO-INICIO  TO THPG-INICIO.
           MOVE PERIODO-FIN     TO THPG-FIN.
           WRITE REPORTE-REG FROM TITULO-HPG-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-HPG-2 BEFORE 2 LINES.
           PERFORM VARYING I-PRFT FROM 1 BY 1
                   UNTIL I-PRFT > PRFT-TOTAL
               PERFORM IMPRIMIR-GRUPOS-PROFESOR
               COMPUTE HORAS-EDITAR ROUNDED =
                   PRFT-MINUTOS(I-PRFT) / 60
               MOVE HORAS-EDITAR TO SUBHPG-HORAS
               MOVE PRFT-IMPORTE(I-PRFT) TO SUBHPG-IMPORTE
               WRITE REPORTE-REG FROM SUBTOTAL-HPG BEFORE 2 LINES
           END-PERFORM.
           MOVE CONT-CLASES      TO RESHPG-CLASES.
           MOVE CONT-MOVIMIENTOS TO RESHPG-MOVS.
           MOVE CONT-EXCEPCIONES TO RESHPG-EXC.
           MOVE TOTAL-IMPORTE    TO RESHPG-IMPORTE.
           WRITE REPORTE-REG FROM RESUMEN-HPG BEFORE 2 LINES.

       IMPRIMIR-GRUPOS-PROFESOR.
           PERFORM VARYING I-CAR FROM 1 BY 1
                   UNTIL I-CAR > CARGA-TOTAL
               IF CAR-PROFESOR(I-CAR) = PRFT-CLAVE(I-PRFT)
                   MOVE PRFT-CLAVE(I-PRFT)  TO DETHPG-PROFESOR
                   MOVE PRFT-NOMBRE(I-PRFT) TO DETHPG-NOMBRE
                   MOVE CAR-GRUPO(I-CAR)    TO DETHPG-GRUPO
                   COMPUTE HORAS-EDITAR ROUNDED =
                       CAR-MINUTOS(I-CAR) / 60
                   MOVE HORAS-EDITAR        TO DETHPG-HORAS
                   IF PRFT-PAGABLE(I-PRFT) = 1
                       MOVE CAR-IMPORTE(I-CAR) TO DETHPG-IMPORTE
                       MOVE PRFT-NOMINA(I-PRFT) TO DETHPG-NOMINA
                   ELSE
                       MOVE 0 TO DETHPG-IMPORTE
                       MOVE "EXCEPCION" TO DETHPG-NOMINA
                   END-IF
                   WRITE REPORTE-REG FROM DETALLE-HPG BEFORE 1 LINES
               END-IF
           END-PERFORM.

       FECHA-A-SERIAL.
           MOVE SER-FECHA(1:4) TO SER-AAAA.
           MOVE SER-FECHA(5:2) TO SER-MM.
           MOVE SER-FECHA(7:2) TO SER-DD.
           IF SER-MM < 1 OR SER-MM > 12
               MOVE 1 TO SER-MM.
           COMPUTE SER-ANIO-PREVIO = SER-AAAA - 1.
           DIVIDE SER-ANIO-PREVIO BY 4
               GIVING SER-B4 REMAINDER SER-RESIDUO.
           DIVIDE SER-ANIO-PREVIO BY 100
               GIVING SER-B100 REMAINDER SER-RESIDUO.
           DIVIDE SER-ANIO-PREVIO BY 400
               GIVING SER-B400 REMAINDER SER-RESIDUO.
           MOVE 0 TO SER-BISIESTO.
           DIVIDE SER-AAAA BY 4
               GIVING SER-COCIENTE REMAINDER SER-RESIDUO.
           IF SER-RESIDUO = 0
               MOVE 1 TO SER-BISIESTO
               DIVIDE SER-AAAA BY 100
                   GIVING SER-COCIENTE REMAINDER SER-RESIDUO
               IF SER-RESIDUO = 0
                   MOVE 0 TO SER-BISIESTO
                   DIVIDE SER-AAAA BY 400
                       GIVING SER-COCIENTE REMAINDER SER-RESIDUO
                   IF SER-RESIDUO = 0
                       MOVE 1 TO SER-BISIESTO
                   END-IF
               END-IF
           END-IF.
           COMPUTE SER-RESULTADO =
               SER-AAAA * 365 + SER-B4 - SER-B100 + SER-B400
               + DIAS-ACUM-OC(SER-MM) + SER-DD.
           IF SER-BISIESTO = 1 AND SER-MM > 2
               ADD 1 TO SER-RESULTADO.

      *****DIAS ACUMULADOS AL INICIO DE CADA MES (ANIO NO BISIESTO)
       INICIALIZAR-DIAS-ACUM.
           MOVE 000 TO DIAS-ACUM-OC(1).
           MOVE 031 TO DIAS-ACUM-OC(2).
           MOVE 059 TO DIAS-ACUM-OC(3).
           MOVE 090 TO DIAS-ACUM-OC(4).
           MOVE 120 TO DIAS-ACUM-OC(5).
           MOVE 151 TO DIAS-ACUM-OC(6).
           MOVE 181 TO DIAS-ACUM-OC(7).
           MOVE 212 TO DIAS-ACUM-OC(8).
           MOVE 243 TO DIAS-ACUM-OC(9).
           MOVE 273 TO DIAS-ACUM-OC(10).
           MOVE 304 TO DIAS-ACUM-OC(11).
           MOVE 334 TO DIAS-ACUM-OC(12).

       END PROGRAM 3HORPAG.
