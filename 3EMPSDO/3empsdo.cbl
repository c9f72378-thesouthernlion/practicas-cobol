           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUBT-LLAVE.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMEMPSDO".
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL NOMDET ASSIGN TO "NOMDET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-LLAVE.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL CONCEPTOS ASSIGN TO DISK.
           SELECT OPTIONAL EXENTOS ASSIGN TO "EXENTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-LLAVE.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03  SUBT-LIM-INFERIOR   PIC 9(07)V99.
           03  SUBT-SUBSIDIO       PIC 9(05)V99.

      *****0BATCH LO DEJA CON EL PERIODO DE LA CADENA; SIN ARCHIVO SE
      *****PREGUNTA EN PANTALLA
       FD  PARAMETROS.
       01  PARAMETROS-REG.
           03  PARM-PERIODO        PIC 9(06).

      *****MAESTRO DE PERIODOS (4PERABC): DA LOS DIAS DEL PERIODO PARA
      *****EL TOPE SEMANAL DE EXENCION
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL NOMDET DE 6EMPNOMV3: SI EL PERIODO YA SE
      *****APLICO, LA PARTE EXENTA DE CADA PERCEPCION YA ESTA AHI
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

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3
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

      *****MISMO LAYOUT QUE EL CONCEPTOS DE 6EMPNOMV3
       FD  CONCEPTOS.
       01  CONCEPTOS-REG.
           03  CONC-CLAVE          PIC XX.
           03  CONC-LABEL          PIC X(13).
           03  CONC-BUCKET         PIC X(01).
           03  CONC-TOPE           PIC 9(08).
           03  CONC-EXENCION       PIC X(01).
           03  CONC-UMAS           PIC 9(03)V99.
           03  CONC-PORC-EXENTO    PIC 9(03).

      *****MISMO LAYOUT QUE EL EXENTOS DE 6EMPNOMV3: LO EXENTO EN LOS
      *****OTROS PERIODOS DEL ANIO CUENTA CONTRA LOS TOPES ANUALES
       FD  EXENTOS.
       01  EXENTOS-REG.
           03  EXE-LLAVE.
               05  EXE-NOMINA      PIC 9(06).
               05  EXE-ANIO        PIC 9(04).
               05  EXE-CLAVE       PIC XX.
               05  EXE-PERIODO     PIC 9(06).
           03  EXE-IMPORTE         PIC 9(08)V99.
           03  EXE-EXENTO          PIC 9(08)V99.
           03  EXE-GRAVADO         PIC 9(08)V99.

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC): VALOR
      *****DIARIO DE LA UMA
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****BITACORA COMPARTIDA DE LA CADENA (VER 0BATCH)
       FD  BITACORA.
       01  BITACORA-REG.
       77  SUBT-KEY-EXISTE     PIC 9.
       77  VIGENCIA-SUB        PIC 9(08).
       77  I-CARGA-SUB         PIC 9(02).
      *****BASE DE LA RETENCION: PERCEPCION MENOS LA PARTE EXENTA DEL
      *****PERIODO, LA MISMA BASE GRAVABLE QUE USA EL AJUSTE ANUAL
      *****(3EMPAJU). CON EL PERIODO YA APLICADO LA PARTE EXENTA SE TOMA
      *****DE NOMDET; ANTES DE APLICARLO SE CALCULA SOBRE LOS
      *****MOVIMIENTOS DEL PERIODO CON LA REGLA DE SU CONCEPTO, IGUAL
      *****QUE 282-CALCULA-EXENTO DE 6EMPNOMV3
       77  BANDERA-MODO-PARM   PIC 9 VALUE 0.
       77  PERIODO-TRABAJO     PIC 9(06) VALUE 0.
       77  ANIO-TRABAJO        PIC 9(04).
       77  PER-KEY-EXISTE      PIC 9.
       77  DIAS-DEL-PERIODO    PIC 9(03) VALUE 15.
       77  UMA-DIARIA          PIC 9(05)V99 VALUE 113.14.
       77  BASE-ISR            PIC 9(05)V99.
       77  EXENTO-PERIODO      PIC 9(08)V99.
       77  HAY-NOMDET          PIC 9.
       77  NOMDET-EOF          PIC 9.
       77  MOVIMIENTOS-EOF     PIC 9.
       77  EXENTOS-EOF         PIC 9.
       77  ELEGIBLE-EXENTO     PIC 9(08)V99.
       77  TOPE-EXENTO         PIC 9(08)V99.
       77  EXENTO-PREVIO       PIC 9(08)V99.
       77  EXENTO-MOVIMIENTO   PIC 9(08)V99.
       77  EXENTO-SEMANAL      PIC 9(08)V99.
       77  EXENTO-CLAVE-ACUM   PIC 9(08)V99.
       77  CLAVE-EXE-ANTERIOR  PIC XX.
       01  TABLA-REGLAS.
           03  REGLA-OC OCCURS 99 TIMES.
               05  RG-CLAVE        PIC XX.
               05  RG-BUCKET       PIC X(01).
               05  RG-EXENCION     PIC X(01).
               05  RG-UMAS         PIC 9(03)V99.
               05  RG-PORC         PIC 9(03).
       77  CONT-REGLAS         PIC 99 VALUE 0.
       77  I-REGLA             PIC 99.
       77  CONCEPTOS-EOF       PIC 9.
       77  REGLA-BUCKET        PIC X(01).
       77  REGLA-EXENCION      PIC X(01).
       77  REGLA-UMAS          PIC 9(03)V99.
       77  REGLA-PORC          PIC 9(03).
       77  REGLA-CLAVE         PIC XX.
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.
       77  SERIAL-INICIO       PIC 9(08).
      *****DIA SERIAL DE UNA FECHA AAAAMMDD, MISMO CALCULO QUE
      *****FECHA-A-SERIAL DE 0BATCH
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
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-OC    PIC 9(03) OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           IF BANDERA-MODO-PARM = 0
               DISPLAY "PERIODO A PROCESAR (AAAAPP)"
               ACCEPT PERIODO-TRABAJO
           END-IF.
           OPEN INPUT EMPLEADOS
           OPEN OUTPUT EMPSDO
           OPEN OUTPUT SDOTOT
           PERFORM CARGAR-ISR-VIGENTE
           PERFORM INICIALIZAR-SUBSIDIO
           PERFORM CARGAR-SUBSIDIO-VIGENTE
           PERFORM PREPARAR-EXENCION
           OPEN INPUT NOMDET
           OPEN INPUT PERCEPCION-DEDUCCION
           OPEN INPUT EXENTOS
           PERFORM LEER-EMPLEADOS
           PERFORM GENERAR-EMPSDO UNTIL W88-NOEXISTE-EMPLEADOS.

           CLOSE EMPSDO
           CLOSE SDOTOT
           CLOSE SDOEXC
           CLOSE NOMDET
           CLOSE PERCEPCION-DEDUCCION
           CLOSE EXENTOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****ELIGE LA VIGENCIA MAS RECIENTE DE ISRTAB QUE NO REBASE LA
      *****FECHA OBJETIVO Y SOBREESCRIBE LA TABLA EN MEMORIA; AQUI LA
      *****FECHA OBJETIVO ES SIEMPRE HOY (EL PERIODO SOLO SIRVE PARA
      *****LA PARTE EXENTA); PARA RECALCULAR CON LA TARIFA DE OTRA
      *****EPOCA ESTAN 3EMPAJU Y 3EMPRET
       CARGAR-ISR-VIGENTE.
           MOVE 0 TO VIGENCIA-ELEGIDA.
           MOVE 0 TO ISRTAB-EOF.
           MOVE     23.5200 TO ISR-PORCENTAJE(7).

      *****BUSCA EL RANGO DE ISR APLICABLE Y CALCULA LA RETENCION
      *****SOBRE LA PARTE GRAVABLE DE EMPSDO-PERCEP (BASE-ISR), IGUAL
      *****QUE LA TABLA DE RETENCIONES DEL SAT
       CALCULAR-ISR.
           PERFORM CALCULAR-EXENTO-PERIODO.
           IF EXENTO-PERIODO >= EMPSDO-PERCEP
               MOVE 0 TO BASE-ISR
           ELSE
               COMPUTE BASE-ISR = EMPSDO-PERCEP - EXENTO-PERIODO
           END-IF.
           MOVE 1 TO I-ISR.
           PERFORM VARYING I-ISR FROM 1 BY 1
                   UNTIL I-ISR = 7
                      OR BASE-ISR < ISR-LIM-INFERIOR(I-ISR + 1)
               CONTINUE
           END-PERFORM.
           IF BASE-ISR = 0
               MOVE 0 TO ISR-CALCULADO
           ELSE
               COMPUTE ISR-CALCULADO ROUNDED =
                   ISR-CUOTA-FIJA(I-ISR) +
                   (BASE-ISR - ISR-LIM-INFERIOR(I-ISR))
                   * ISR-PORCENTAJE(I-ISR) / 100
           END-IF.
      *    SUBSIDIO AL EMPLEO: EL CREDITO DEL RANGO SE RESTA DE LA
      *    RETENCION (SIN BAJAR DE CERO) Y LO REALMENTE APLICADO
      *    VIAJA EN SU PROPIO CAMPO; SIN EL, AL QUE MENOS GANA SE LE
      *    RETENIA DE MAS
           MOVE BASE-ISR TO INGRESO-SUBSIDIO.
           PERFORM CALCULAR-SUBSIDIO.
           IF SUBSIDIO-MENSUAL >= ISR-CALCULADO
               MOVE ISR-CALCULADO TO SUBSIDIO-APLICADO
           MOVE ISR-CALCULADO     TO EMPSDO-ISR.
           MOVE SUBSIDIO-APLICADO TO EMPSDO-SUBSIDIO.

      *******************************************************************
      *                 PARTE EXENTA DEL PERIODO
      *******************************************************************
      *****EL PARAMETRO SE CONSUME PARA QUE UNA CORRIDA MANUAL POSTERIOR
      *****NO HEREDE EL PERIODO DE LA CADENA
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE 0 TO BANDERA-MODO-PARM
               NOT AT END
                   MOVE 1 TO BANDERA-MODO-PARM
                   MOVE PARM-PERIODO TO PERIODO-TRABAJO
           END-READ.
           CLOSE PARAMETROS.
           IF BANDERA-MODO-PARM = 1
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
           END-IF.

      *****DIAS DEL PERIODO (4PERABC), UMA VIGENTE (4PARABC) Y REGLAS DE
      *****EXENCION DE CADA CONCEPTO (4CONABC)
       PREPARAR-EXENCION.
           MOVE PERIODO-TRABAJO(1:4) TO ANIO-TRABAJO.
           OPEN INPUT PERIODOS.
           MOVE PERIODO-TRABAJO TO PER-PERIODO.
           MOVE 1 TO PER-KEY-EXISTE.
           READ PERIODOS INVALID KEY MOVE 0 TO PER-KEY-EXISTE.
           CLOSE PERIODOS.
           IF PER-KEY-EXISTE = 1 AND PER-FEC-INICIO > 0
               AND PER-FEC-FIN >= PER-FEC-INICIO
               MOVE PER-FEC-INICIO TO SER-FECHA
               PERFORM FECHA-A-SERIAL
               MOVE SER-RESULTADO TO SERIAL-INICIO
               MOVE PER-FEC-FIN TO SER-FECHA
               PERFORM FECHA-A-SERIAL
               COMPUTE DIAS-DEL-PERIODO =
                   SER-RESULTADO - SERIAL-INICIO + 1
           END-IF.
           OPEN INPUT PARAMET.
           MOVE "UMA-DIARIA" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO UMA-DIARIA.
           CLOSE PARAMET.
           PERFORM CARGAR-REGLAS.

       CARGAR-REGLAS.
           MOVE 0 TO CONT-REGLAS.
           MOVE 0 TO CONCEPTOS-EOF.
           OPEN INPUT CONCEPTOS.
           READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF.
           PERFORM UNTIL CONCEPTOS-EOF = 1 OR CONT-REGLAS >= 99
               ADD 1 TO CONT-REGLAS
               MOVE CONC-CLAVE  TO RG-CLAVE(CONT-REGLAS)
               MOVE CONC-BUCKET TO RG-BUCKET(CONT-REGLAS)
               IF (CONC-EXENCION = "N" OR "T" OR "A" OR "S" OR "D")
                   AND CONC-UMAS NUMERIC AND CONC-PORC-EXENTO NUMERIC
                   MOVE CONC-EXENCION    TO RG-EXENCION(CONT-REGLAS)
                   MOVE CONC-UMAS        TO RG-UMAS(CONT-REGLAS)
                   MOVE CONC-PORC-EXENTO TO RG-PORC(CONT-REGLAS)
               ELSE
                   MOVE CONC-CLAVE TO REGLA-CLAVE
                   PERFORM REGLA-POR-DEFECTO
                   MOVE REGLA-EXENCION TO RG-EXENCION(CONT-REGLAS)
                   MOVE REGLA-UMAS     TO RG-UMAS(CONT-REGLAS)
                   MOVE REGLA-PORC     TO RG-PORC(CONT-REGLAS)
               END-IF
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
           END-PERFORM.
           CLOSE CONCEPTOS.

      *****REGLA DE LEY DE 2861-EXENCION-POR-DEFECTO DE 6EMPNOMV3, PARA
      *****UN CATALOGO AUSENTE O UN RENGLON ANTERIOR A LA REGLA; LAS
      *****CLAVES CON EXENCION SON TODAS PERCEPCIONES
       REGLA-POR-DEFECTO.
           MOVE "P" TO REGLA-BUCKET.
           MOVE "N" TO REGLA-EXENCION.
           MOVE 0   TO REGLA-UMAS.
           MOVE 100 TO REGLA-PORC.
           IF REGLA-CLAVE = "16"
               MOVE "A" TO REGLA-EXENCION
               MOVE 30  TO REGLA-UMAS
           END-IF.
           IF REGLA-CLAVE = "17"
               MOVE "A" TO REGLA-EXENCION
               MOVE 15  TO REGLA-UMAS
           END-IF.
           IF REGLA-CLAVE = "06" OR "25" OR "27"
               MOVE "S" TO REGLA-EXENCION
               MOVE 5   TO REGLA-UMAS
               MOVE 50  TO REGLA-PORC
           END-IF.
           IF REGLA-CLAVE = "26"
               MOVE "D" TO REGLA-EXENCION
               MOVE 1   TO REGLA-UMAS
           END-IF.
           IF REGLA-CLAVE = "21" OR "29" OR "35"
               MOVE "T" TO REGLA-EXENCION
           END-IF.

       BUSCAR-REGLA.
           MOVE PERCEPCION-DEDUCCION-CLAVE TO REGLA-CLAVE.
           PERFORM REGLA-POR-DEFECTO.
           PERFORM VARYING I-REGLA FROM 1 BY 1
                   UNTIL I-REGLA > CONT-REGLAS
               IF RG-CLAVE(I-REGLA) = REGLA-CLAVE
                   MOVE RG-BUCKET(I-REGLA)   TO REGLA-BUCKET
                   MOVE RG-EXENCION(I-REGLA) TO REGLA-EXENCION
                   MOVE RG-UMAS(I-REGLA)     TO REGLA-UMAS
                   MOVE RG-PORC(I-REGLA)     TO REGLA-PORC
                   MOVE CONT-REGLAS TO I-REGLA
               END-IF
           END-PERFORM.

      *****SIN PERIODO (CORRIDA MANUAL SIN CAPTURARLO) NO HAY DE DONDE
      *****SACAR LA PARTE EXENTA Y TODO SE TOMA COMO GRAVABLE
       CALCULAR-EXENTO-PERIODO.
           MOVE 0 TO EXENTO-PERIODO.
           IF PERIODO-TRABAJO = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM SUMAR-EXENTO-NOMDET.
           IF HAY-NOMDET = 0
               PERFORM ESTIMAR-EXENTO-MOVIMIENTOS
           END-IF.

       SUMAR-EXENTO-NOMDET.
           MOVE 0 TO HAY-NOMDET.
           MOVE 0 TO NOMDET-EOF.
           MOVE PERIODO-TRABAJO TO ND-PERIODO.
           MOVE EMP-NOMINA      TO ND-NOMINA.
           MOVE LOW-VALUES      TO ND-CLAVE.
           START NOMDET KEY IS NOT LESS THAN ND-LLAVE
               INVALID KEY MOVE 1 TO NOMDET-EOF.
           PERFORM UNTIL NOMDET-EOF = 1
               READ NOMDET NEXT RECORD
                   AT END
                       MOVE 1 TO NOMDET-EOF
                   NOT AT END
                       IF ND-PERIODO NOT = PERIODO-TRABAJO
                           OR ND-NOMINA NOT = EMP-NOMINA
                           MOVE 1 TO NOMDET-EOF
                       ELSE
                           MOVE 1 TO HAY-NOMDET
                           ADD ND-EXENTO TO EXENTO-PERIODO
                       END-IF
               END-READ
           END-PERFORM.

      *****LOS MOVIMIENTOS VIENEN POR CLAVE EN LA LLAVE; EL TOPE ANUAL SE
      *****LLEVA POR CLAVE Y EL SEMANAL ES UNO SOLO PARA EL EMPLEADO
       ESTIMAR-EXENTO-MOVIMIENTOS.
           MOVE 0 TO EXENTO-SEMANAL.
           MOVE 0 TO EXENTO-CLAVE-ACUM.
           MOVE SPACES TO CLAVE-EXE-ANTERIOR.
           MOVE 0 TO MOVIMIENTOS-EOF.
           MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE EMP-NOMINA      TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE LOW-VALUES      TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE 0               TO PERCEPCION-DEDUCCION-SECUENCIA.
           START PERCEPCION-DEDUCCION
               KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
               INVALID KEY MOVE 1 TO MOVIMIENTOS-EOF.
           PERFORM UNTIL MOVIMIENTOS-EOF = 1
               READ PERCEPCION-DEDUCCION NEXT RECORD
                   AT END
                       MOVE 1 TO MOVIMIENTOS-EOF
                   NOT AT END
                       IF PERCEPCION-DEDUCCION-PERIODO
                               NOT = PERIODO-TRABAJO
                           OR PERCEPCION-DEDUCCION-NOMINA
                               NOT = EMP-NOMINA
                           MOVE 1 TO MOVIMIENTOS-EOF
                       ELSE
                           PERFORM ESTIMAR-EXENTO-UN-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       ESTIMAR-EXENTO-UN-MOVIMIENTO.
           PERFORM BUSCAR-REGLA.
           IF REGLA-BUCKET NOT = "P" OR REGLA-EXENCION = "N"
               EXIT PARAGRAPH
           END-IF.
           IF PERCEPCION-DEDUCCION-CLAVE NOT = CLAVE-EXE-ANTERIOR
               MOVE PERCEPCION-DEDUCCION-CLAVE TO CLAVE-EXE-ANTERIOR
               MOVE 0 TO EXENTO-CLAVE-ACUM
           END-IF.
           COMPUTE ELEGIBLE-EXENTO ROUNDED =
               PERCEPCION-DEDUCCION-IMPORTE * REGLA-PORC / 100.
           MOVE 0 TO TOPE-EXENTO.
           IF REGLA-EXENCION = "T"
               MOVE PERCEPCION-DEDUCCION-IMPORTE TO ELEGIBLE-EXENTO
               MOVE PERCEPCION-DEDUCCION-IMPORTE TO TOPE-EXENTO
           END-IF.
           IF REGLA-EXENCION = "A"
               PERFORM SUMAR-EXENTO-ANIO-CLAVE
               COMPUTE TOPE-EXENTO ROUNDED = REGLA-UMAS * UMA-DIARIA
               IF EXENTO-PREVIO >= TOPE-EXENTO
                   MOVE 0 TO TOPE-EXENTO
               ELSE
                   SUBTRACT EXENTO-PREVIO FROM TOPE-EXENTO
               END-IF
           END-IF.
           IF REGLA-EXENCION = "S"
               COMPUTE TOPE-EXENTO ROUNDED =
                   REGLA-UMAS * UMA-DIARIA * DIAS-DEL-PERIODO / 7
               IF EXENTO-SEMANAL >= TOPE-EXENTO
                   MOVE 0 TO TOPE-EXENTO
               ELSE
                   SUBTRACT EXENTO-SEMANAL FROM TOPE-EXENTO
               END-IF
           END-IF.
           IF REGLA-EXENCION = "D"
               IF PERCEPCION-DEDUCCION-DIAS > 1
                   COMPUTE TOPE-EXENTO ROUNDED =
                       REGLA-UMAS * UMA-DIARIA
                           * PERCEPCION-DEDUCCION-DIAS
               ELSE
                   COMPUTE TOPE-EXENTO ROUNDED =
                       REGLA-UMAS * UMA-DIARIA
               END-IF
           END-IF.
           IF ELEGIBLE-EXENTO > TOPE-EXENTO
               MOVE TOPE-EXENTO TO EXENTO-MOVIMIENTO
           ELSE
               MOVE ELEGIBLE-EXENTO TO EXENTO-MOVIMIENTO
           END-IF.
           IF REGLA-EXENCION = "S"
               ADD EXENTO-MOVIMIENTO TO EXENTO-SEMANAL
           END-IF.
           ADD EXENTO-MOVIMIENTO TO EXENTO-CLAVE-ACUM.
           ADD EXENTO-MOVIMIENTO TO EXENTO-PERIODO.

      *****EXENTO DE LA CLAVE EN LOS OTROS PERIODOS DEL ANIO MAS LO YA
      *****TOMADO EN ESTE PERIODO
       SUMAR-EXENTO-ANIO-CLAVE.
           MOVE EXENTO-CLAVE-ACUM TO EXENTO-PREVIO.
           MOVE EMP-NOMINA                 TO EXE-NOMINA.
           MOVE ANIO-TRABAJO               TO EXE-ANIO.
           MOVE PERCEPCION-DEDUCCION-CLAVE TO EXE-CLAVE.
           MOVE 0                          TO EXE-PERIODO.
           MOVE 0 TO EXENTOS-EOF.
           START EXENTOS KEY IS NOT LESS THAN EXE-LLAVE
               INVALID KEY MOVE 1 TO EXENTOS-EOF.
           PERFORM UNTIL EXENTOS-EOF = 1
               READ EXENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO EXENTOS-EOF
                   NOT AT END
                       IF EXE-NOMINA NOT = EMP-NOMINA
                           OR EXE-ANIO NOT = ANIO-TRABAJO
                           OR EXE-CLAVE NOT = PERCEPCION-DEDUCCION-CLAVE
                           MOVE 1 TO EXENTOS-EOF
                       ELSE
                           IF EXE-PERIODO NOT = PERIODO-TRABAJO
                               ADD EXE-EXENTO TO EXENTO-PREVIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

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
                           IF PAR-VIGENCIA <= FECHA-OBJETIVO-ISR
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR-VIGENTE
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
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

       GENERAR-EMPSDO.
           MOVE EMP-REG TO EMPSDO-REG
           ADD 1 TO CONT-EMP-LEIDOS.
