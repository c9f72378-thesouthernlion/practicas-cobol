      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3VIALIQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORTE      ASSIGN TO "VIALIQREP".
           SELECT OPTIONAL VIATICOS ASSIGN TO "VIATICOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIA-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL VIATICOS DE 2VIACAP
       FD  VIATICOS.
       01  VIATICOS-REG.
           03  VIA-LLAVE.
               05  VIA-NOMINA          PIC 9(06).
               05  VIA-FOLIO           PIC 9(04).
           03  VIA-FEC-ANTICIPO        PIC 9(08).
           03  VIA-DESTINO             PIC X(20).
           03  VIA-IMPORTE             PIC 9(08)V99.
           03  VIA-COMPROBADO          PIC 9(08)V99.
           03  VIA-NO-DEDUCIBLE        PIC 9(08)V99.
           03  VIA-SALDO               PIC S9(08)V99.
           03  VIA-CONT-COMPROB        PIC 9(03).
           03  VIA-ESTADO              PIC X(10).
           03  VIA-PERIODO-LIQ         PIC 9(06).
           03  VIA-OPERADOR            PIC X(08).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC); DE AQUI SALE EL
      *****PLAZO PARA COMPROBAR UN ANTICIPO (PLAZO-VIATIC, EN DIAS)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

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

       WORKING-STORAGE SECTION.
       77  VIATICOS-EOF        PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9.
       77  PARAMET-EOF         PIC 9.
       77  PERIODO-HALLADO     PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  PERIODO-INICIO      PIC 9(08).
       77  PERIODO-FIN         PIC 9(08).
       77  EXISTE-NOMINA       PIC 9.
       77  VIA-KEY-EXISTE      PIC 9.
       77  MOV-EXISTE          PIC 9.
       77  MOVS-LIBRES         PIC 9.
       77  NOMINA-ANTERIOR     PIC 9(06).
       77  RESULTADO-NOMINA    PIC X(22).
      *****LOS MOVIMIENTOS DE VIATICOS VIVEN EN LAS SECUENCIAS 970 Y 971
      *****DEL RANGO 900-999 DE MOVIMIENTOS GENERADOS (900 HORA-CLASE DE
      *****3HORPAG, 950-959 RECURRENTES DE 3RECGEN, 960 COMISIONES DE
      *****3COMPRO): 970 LLEVA EL REEMBOLSO (35) O LA RECUPERACION (36)
      *****DEL SALDO, 971 LLEVA EL INGRESO GRAVABLE (37) Y SU
      *****RECUPERACION (36), QUE SE COMPENSAN EN EL NETO
       77  CLAVE-REEMBOLSO     PIC XX VALUE "35".
       77  CLAVE-RECUPERACION  PIC XX VALUE "36".
       77  CLAVE-GRAVADO       PIC XX VALUE "37".
       77  SECUENCIA-SALDO     PIC 9(03) VALUE 970.
       77  SECUENCIA-GRAVADO   PIC 9(03) VALUE 971.
       77  CLAVE-MOV           PIC XX.
       77  SECUENCIA-MOV       PIC 9(03).
       77  IMPORTE-MOV         PIC 9(08)V99.

      *****PLAZO PARA COMPROBAR; SIN PARAMETRO CAPTURADO SON 30 DIAS
       77  PARM-VIG-ELEGIDA    PIC 9(08) VALUE 0.
       77  PLAZO-DIAS          PIC 9(03) VALUE 30.

      *****FECHAS COMO DIAS DESDE EL 2000 (SIN BISIESTOS), MISMO
      *****CALCULO QUE 3CTRVEN; EL CORTE ES EL FIN DEL PERIODO
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       77  SERIE-FECHA         PIC S9(06).
       77  SERIE-CORTE         PIC S9(06).
       01  TABLA-DIAS-MES.
           03  FILLER              PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.

      *****ANTICIPOS A LIQUIDAR EN ORDEN DE NOMINA Y FOLIO: PRIMERO SE
      *****LEE TODO EL LIBRO Y LUEGO SE LIQUIDA POR NOMINA, PARA PODER
      *****REESCRIBIR CADA FOLIO SIN PERDER LA LECTURA SECUENCIAL.
      *****ACCION L = COMPROBACION CERRADA, G = VENCIO EL PLAZO ABIERTO
       01  TABLA-LIQUIDAR.
           03  LIQUIDAR-OC OCCURS 2000 TIMES.
               05  LQ-NOMINA       PIC 9(06).
               05  LQ-FOLIO        PIC 9(04).
               05  LQ-FEC-ANTICIPO PIC 9(08).
               05  LQ-ACCION       PIC X(01).
               05  LQ-SALDO        PIC S9(08)V99.
               05  LQ-NO-DEDUCIBLE PIC 9(08)V99.
       77  LIQUIDAR-TOTAL      PIC 9(04) VALUE 0.
       77  I-LQ                PIC 9(04).
       77  I-PRIMERO           PIC 9(04).
       77  ACCION-ANTICIPO     PIC X(01).
       77  I-ULTIMO            PIC 9(04).

       77  NETO-SALDO          PIC S9(09)V99.
       77  IMPORTE-GRAVADO     PIC 9(08)V99.

       77  CONT-LEIDOS         PIC 9(05) VALUE 0.
       77  CONT-LIQUIDADOS     PIC 9(05) VALUE 0.
       77  CONT-GRAVADOS       PIC 9(05) VALUE 0.
       77  CONT-OMITIDOS       PIC 9(05) VALUE 0.
       77  CONT-MOVIMIENTOS    PIC 9(05) VALUE 0.
       77  TOTAL-REEMBOLSO     PIC 9(09)V99 VALUE 0.
       77  TOTAL-RECUPERADO    PIC 9(09)V99 VALUE 0.
       77  TOTAL-GRAVADO       PIC 9(09)V99 VALUE 0.

       01  TITULO-VIA-1.
           05  FILLER              PIC X(40) VALUE
               "LIQUIDACION DE VIATICOS - PERIODO ".
           05  TVIA-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  TVIA-INICIO         PIC 9(08).
           05  FILLER              PIC X(03) VALUE " A ".
           05  TVIA-FIN            PIC 9(08).
           05  FILLER              PIC X(10) VALUE "   PLAZO: ".
           05  TVIA-PLAZO          PIC ZZ9.
           05  FILLER              PIC X(05) VALUE " DIAS".
       01  TITULO-VIA-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA FOLIO ANTICIPO  ACCION     SALDO ".
           05  FILLER              PIC X(40) VALUE
               "  NO DEDUCIBLE".
       01  DETALLE-VIA.
           05  DETVIA-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETVIA-FOLIO        PIC 9(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVIA-FECHA        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVIA-ACCION       PIC X(09).
           05  DETVIA-SALDO        PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETVIA-NO-DED       PIC $$,$$$,$$9.99.
       01  RESUMEN-NOMINA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RESNOM-NOMBRE       PIC X(20).
           05  FILLER              PIC X(08) VALUE "  NETO: ".
           05  RESNOM-NETO         PIC $$,$$$,$$9.99-.
           05  FILLER              PIC X(11) VALUE "  GRAVADO: ".
           05  RESNOM-GRAVADO      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RESNOM-RESULTADO    PIC X(22).
       01  RESUMEN-VIA-1.
           05  FILLER              PIC X(18) VALUE
               "ANTICIPOS LEIDOS: ".
           05  RESVIA-LEIDOS       PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  LIQUIDADOS: ".
           05  RESVIA-LIQUIDADOS   PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  GRAVADOS:   ".
           05  RESVIA-GRAVADOS     PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  OMITIDOS:   ".
           05  RESVIA-OMITIDOS     PIC ZZZZ9.
       01  RESUMEN-VIA-2.
           05  FILLER              PIC X(18) VALUE
               "REEMBOLSOS (35):  ".
           05  RESVIA-REEMBOLSO    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(20) VALUE
               "  RECUPERADO (36):  ".
           05  RESVIA-RECUPERADO   PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(18) VALUE
               "  GRAVADO (37):   ".
           05  RESVIA-GRAVADO      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****LIQUIDACION DE VIATICOS POR NOMINA: LA COMPROBACION CERRADA
      *****EN 2VIACAP SE SALDA CON UN REEMBOLSO EXENTO (35) O UNA
      *****RECUPERACION (36) AL PRIMER PERIODO ABIERTO; LO GASTADO SIN
      *****COMPROBANTE DEDUCIBLE, Y LO QUE SIGUE SIN COMPROBAR CUANDO
      *****VENCE EL PLAZO, SE PAGA COMO INGRESO GRAVABLE (37) CON SU
      *****RECUPERACION (36) PARA QUE SOLO CAUSE EL IMPUESTO
       MAIN-PROCEDURE.
           PERFORM BUSCAR-PERIODO.
           IF PERIODO-HALLADO = 0
               DISPLAY "NO HAY PERIODO ABIERTO EN EL MAESTRO DE"
                   " PERIODOS - NO SE LIQUIDAN VIATICOS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PERIODO DE TRABAJO: " PERIODO-TRABAJO
               " DEL " PERIODO-INICIO " AL " PERIODO-FIN.
           PERFORM CARGAR-PLAZO.
           MOVE PERIODO-FIN(1:4) TO ANIO-SERIE.
           MOVE PERIODO-FIN(5:2) TO MES-SERIE.
           MOVE PERIODO-FIN(7:2) TO DIA-SERIE.
           PERFORM CALCULAR-SERIE.
           MOVE SERIE-FECHA TO SERIE-CORTE.
           OPEN I-O VIATICOS.
           OPEN INPUT EMPINX.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           MOVE PERIODO-TRABAJO TO TVIA-PERIODO.
           MOVE PERIODO-INICIO  TO TVIA-INICIO.
           MOVE PERIODO-FIN     TO TVIA-FIN.
           MOVE PLAZO-DIAS      TO TVIA-PLAZO.
           WRITE REPORTE-REG FROM TITULO-VIA-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-VIA-2 BEFORE 1 LINES.
           PERFORM CARGAR-ANTICIPOS.
           IF RETURN-CODE = 16
               CLOSE VIATICOS EMPINX PERCEPCION-DEDUCCION REPORTE
               GOBACK
           END-IF.
           MOVE 1 TO I-LQ.
           PERFORM LIQUIDAR-NOMINA UNTIL I-LQ > LIQUIDAR-TOTAL.
           MOVE CONT-LEIDOS       TO RESVIA-LEIDOS.
           MOVE CONT-LIQUIDADOS   TO RESVIA-LIQUIDADOS.
           MOVE CONT-GRAVADOS     TO RESVIA-GRAVADOS.
           MOVE CONT-OMITIDOS     TO RESVIA-OMITIDOS.
           MOVE TOTAL-REEMBOLSO   TO RESVIA-REEMBOLSO.
           MOVE TOTAL-RECUPERADO  TO RESVIA-RECUPERADO.
           MOVE TOTAL-GRAVADO     TO RESVIA-GRAVADO.
           WRITE REPORTE-REG FROM RESUMEN-VIA-1 BEFORE 3 LINES.
           WRITE REPORTE-REG FROM RESUMEN-VIA-2 BEFORE 1 LINES.
           DISPLAY "ANTICIPOS LEIDOS    : " CONT-LEIDOS.
           DISPLAY "LIQUIDADOS          : " CONT-LIQUIDADOS.
           DISPLAY "GRAVADOS POR PLAZO  : " CONT-GRAVADOS.
           DISPLAY "OMITIDOS            : " CONT-OMITIDOS.
           DISPLAY "MOVIMIENTOS         : " CONT-MOVIMIENTOS.
           CLOSE VIATICOS.
           CLOSE EMPINX.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****EL PRIMER PERIODO ABIERTO DEL MAESTRO (IGUAL QUE 3HORPAG)
       BUSCAR-PERIODO.
           MOVE 0 TO PERIODO-HALLADO.
           MOVE 0 TO PERIODOS-EOF.
           OPEN INPUT PERIODOS.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF
           END-START.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-ESTADO = "ABIERTO"
                           MOVE 1 TO PERIODO-HALLADO
                           MOVE 1 TO PERIODOS-EOF
                           MOVE PER-PERIODO    TO PERIODO-TRABAJO
                           MOVE PER-FEC-INICIO TO PERIODO-INICIO
                           MOVE PER-FEC-FIN    TO PERIODO-FIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS.

      *****PLAZO VIGENTE AL FIN DEL PERIODO (MISMO RECORRIDO QUE
      *****CARGAR-TOLERANCIA DE 7EMAREC)
       CARGAR-PLAZO.
           MOVE 0 TO PARAMET-EOF.
           OPEN INPUT PARAMET.
           MOVE "PLAZO-VIATIC" TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = "PLAZO-VIATIC"
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= PERIODO-FIN
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PLAZO-DIAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMET.

       CALCULAR-SERIE.
           IF MES-SERIE < 1 OR MES-SERIE > 12
               MOVE 1 TO MES-SERIE
           END-IF.
           COMPUTE SERIE-FECHA =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *******************************************************************
      *              PRIMERA PASADA: ANTICIPOS A LIQUIDAR
      *******************************************************************
       CARGAR-ANTICIPOS.
           MOVE LOW-VALUES TO VIA-LLAVE.
           START VIATICOS KEY IS NOT LESS THAN VIA-LLAVE
               INVALID KEY MOVE 1 TO VIATICOS-EOF.
           PERFORM UNTIL VIATICOS-EOF = 1
               READ VIATICOS NEXT RECORD
                   AT END
                       MOVE 1 TO VIATICOS-EOF
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       PERFORM CLASIFICAR-ANTICIPO
               END-READ
           END-PERFORM.

       CLASIFICAR-ANTICIPO.
           IF VIA-ESTADO = "COMPROBADO"
               MOVE "L" TO ACCION-ANTICIPO
               PERFORM AGREGAR-ANTICIPO
           ELSE IF VIA-ESTADO = "ABIERTO"
               MOVE VIA-FEC-ANTICIPO(1:4) TO ANIO-SERIE
               MOVE VIA-FEC-ANTICIPO(5:2) TO MES-SERIE
               MOVE VIA-FEC-ANTICIPO(7:2) TO DIA-SERIE
               PERFORM CALCULAR-SERIE
               IF SERIE-FECHA + PLAZO-DIAS < SERIE-CORTE
                   MOVE "G" TO ACCION-ANTICIPO
                   PERFORM AGREGAR-ANTICIPO
               END-IF
           END-IF.

       AGREGAR-ANTICIPO.
           IF LIQUIDAR-TOTAL >= 2000
               DISPLAY "CAPACIDAD DE ANTICIPOS A LIQUIDAR EXCEDIDA ("
                   LIQUIDAR-TOTAL ")"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO VIATICOS-EOF
           ELSE
               ADD 1 TO LIQUIDAR-TOTAL
               MOVE LIQUIDAR-TOTAL   TO I-LQ
               MOVE VIA-NOMINA       TO LQ-NOMINA(I-LQ)
               MOVE VIA-FOLIO        TO LQ-FOLIO(I-LQ)
               MOVE VIA-FEC-ANTICIPO TO LQ-FEC-ANTICIPO(I-LQ)
               MOVE ACCION-ANTICIPO  TO LQ-ACCION(I-LQ)
               MOVE VIA-SALDO        TO LQ-SALDO(I-LQ)
               MOVE VIA-NO-DEDUCIBLE TO LQ-NO-DEDUCIBLE(I-LQ)
           END-IF.

      *******************************************************************
      *              SEGUNDA PASADA: LIQUIDACION POR NOMINA
      *******************************************************************
      *****EL SALDO DE LO COMPROBADO SE NETEA ENTRE LOS FOLIOS DE LA
      *****NOMINA (A FAVOR DE LA EMPRESA SE RECUPERA, EN CONTRA SE
      *****REEMBOLSA); EL VENCIDO NO SE RECUPERA, SE GRAVA. LO NO
      *****DEDUCIBLE SIEMPRE SE GRAVA
       LIQUIDAR-NOMINA.
           MOVE LQ-NOMINA(I-LQ) TO NOMINA-ANTERIOR.
           MOVE I-LQ TO I-PRIMERO.
           MOVE 0 TO NETO-SALDO.
           MOVE 0 TO IMPORTE-GRAVADO.
           PERFORM UNTIL I-LQ > LIQUIDAR-TOTAL
                   OR LQ-NOMINA(I-LQ) NOT = NOMINA-ANTERIOR
               ADD LQ-NO-DEDUCIBLE(I-LQ) TO IMPORTE-GRAVADO
               IF LQ-ACCION(I-LQ) = "L" OR LQ-SALDO(I-LQ) < 0
                   ADD LQ-SALDO(I-LQ) TO NETO-SALDO
               ELSE
                   ADD LQ-SALDO(I-LQ) TO IMPORTE-GRAVADO
               END-IF
               ADD 1 TO I-LQ
           END-PERFORM.
           COMPUTE I-ULTIMO = I-LQ - 1.
           MOVE SPACES TO RESULTADO-NOMINA.
           MOVE NOMINA-ANTERIOR TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE SPACES TO EMPINX-NOMBRE
               MOVE "BAJA - VER FINIQUITO" TO RESULTADO-NOMINA
           ELSE
               PERFORM REVISAR-MOVIMIENTOS
               IF MOVS-LIBRES = 0
                   MOVE "MOVIMIENTO YA EXISTIA" TO RESULTADO-NOMINA
               ELSE
                   PERFORM ESCRIBIR-MOVIMIENTOS
                   MOVE "LIQUIDADO" TO RESULTADO-NOMINA
               END-IF
           END-IF.
           PERFORM VARYING I-LQ FROM I-PRIMERO BY 1
                   UNTIL I-LQ > I-ULTIMO
               PERFORM CERRAR-FOLIO
           END-PERFORM.
           MOVE EMPINX-NOMBRE    TO RESNOM-NOMBRE.
           MOVE NETO-SALDO       TO RESNOM-NETO.
           MOVE IMPORTE-GRAVADO  TO RESNOM-GRAVADO.
           MOVE RESULTADO-NOMINA TO RESNOM-RESULTADO.
           WRITE REPORTE-REG FROM RESUMEN-NOMINA BEFORE 1 LINES.

      *****UNA SOLA LIQUIDACION POR NOMINA Y PERIODO: SI YA HAY ALGUNO
      *****DE LOS MOVIMIENTOS (OTRA CORRIDA EN EL MISMO PERIODO) LOS
      *****FOLIOS SE QUEDAN COMO ESTAN Y ENTRAN AL SIGUIENTE PERIODO
       REVISAR-MOVIMIENTOS.
           MOVE 1 TO MOVS-LIBRES.
           MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE NOMINA-ANTERIOR TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE CLAVE-REEMBOLSO TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE SECUENCIA-SALDO TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM LEER-MOVIMIENTO.
           MOVE CLAVE-RECUPERACION TO PERCEPCION-DEDUCCION-CLAVE.
           PERFORM LEER-MOVIMIENTO.
           MOVE SECUENCIA-GRAVADO TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM LEER-MOVIMIENTO.
           MOVE CLAVE-GRAVADO TO PERCEPCION-DEDUCCION-CLAVE.
           PERFORM LEER-MOVIMIENTO.

       LEER-MOVIMIENTO.
           MOVE 1 TO MOV-EXISTE.
           READ PERCEPCION-DEDUCCION INVALID KEY MOVE 0 TO MOV-EXISTE.
           IF MOV-EXISTE = 1
               MOVE 0 TO MOVS-LIBRES
           END-IF.

       ESCRIBIR-MOVIMIENTOS.
           IF NETO-SALDO > 0
               MOVE CLAVE-RECUPERACION TO CLAVE-MOV
               MOVE SECUENCIA-SALDO    TO SECUENCIA-MOV
               MOVE NETO-SALDO         TO IMPORTE-MOV
               PERFORM GRABAR-MOVIMIENTO
               ADD NETO-SALDO TO TOTAL-RECUPERADO
           END-IF.
           IF NETO-SALDO < 0
               MOVE CLAVE-REEMBOLSO    TO CLAVE-MOV
               MOVE SECUENCIA-SALDO    TO SECUENCIA-MOV
               COMPUTE IMPORTE-MOV = 0 - NETO-SALDO
               PERFORM GRABAR-MOVIMIENTO
               ADD IMPORTE-MOV TO TOTAL-REEMBOLSO
           END-IF.
           IF IMPORTE-GRAVADO > 0
               MOVE CLAVE-GRAVADO      TO CLAVE-MOV
               MOVE SECUENCIA-GRAVADO  TO SECUENCIA-MOV
               MOVE IMPORTE-GRAVADO    TO IMPORTE-MOV
               PERFORM GRABAR-MOVIMIENTO
               MOVE CLAVE-RECUPERACION TO CLAVE-MOV
               PERFORM GRABAR-MOVIMIENTO
               ADD IMPORTE-GRAVADO TO TOTAL-GRAVADO
           END-IF.

       GRABAR-MOVIMIENTO.
           MOVE PERIODO-TRABAJO TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE NOMINA-ANTERIOR TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE CLAVE-MOV       TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE SECUENCIA-MOV   TO PERCEPCION-DEDUCCION-SECUENCIA.
           MOVE IMPORTE-MOV     TO PERCEPCION-DEDUCCION-IMPORTE.
           MOVE 0               TO PERCEPCION-DEDUCCION-DIAS.
           MOVE PERIODO-INICIO  TO PERCEPCION-DEDUCCION-FEC-INICIO.
           MOVE PERIODO-FIN     TO PERCEPCION-DEDUCCION-FEC-FIN.
           WRITE PERCEPCION-DEDUCCION-REG
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO CONT-MOVIMIENTOS
           END-WRITE.

      *****EL FOLIO SOLO CAMBIA DE ESTADO SI LA NOMINA SE LIQUIDO
       CERRAR-FOLIO.
           MOVE LQ-NOMINA(I-LQ)       TO DETVIA-NOMINA.
           MOVE LQ-FOLIO(I-LQ)        TO DETVIA-FOLIO.
           MOVE LQ-FEC-ANTICIPO(I-LQ) TO DETVIA-FECHA.
           MOVE LQ-SALDO(I-LQ)        TO DETVIA-SALDO.
           MOVE LQ-NO-DEDUCIBLE(I-LQ) TO DETVIA-NO-DED.
           IF LQ-ACCION(I-LQ) = "L"
               MOVE "COMPROB." TO DETVIA-ACCION
           ELSE
               MOVE "VENCIDO" TO DETVIA-ACCION
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-VIA BEFORE 1 LINES.
           IF RESULTADO-NOMINA = "LIQUIDADO"
               MOVE LQ-NOMINA(I-LQ) TO VIA-NOMINA
               MOVE LQ-FOLIO(I-LQ)  TO VIA-FOLIO
               MOVE 1 TO VIA-KEY-EXISTE
               READ VIATICOS INVALID KEY MOVE 0 TO VIA-KEY-EXISTE
               END-READ
               IF VIA-KEY-EXISTE = 1
                   IF LQ-ACCION(I-LQ) = "L"
                       MOVE "LIQUIDADO" TO VIA-ESTADO
                       ADD 1 TO CONT-LIQUIDADOS
                   ELSE
                       MOVE "GRAVADO" TO VIA-ESTADO
                       ADD 1 TO CONT-GRAVADOS
                   END-IF
                   MOVE PERIODO-TRABAJO TO VIA-PERIODO-LIQ
                   MOVE "3VIALIQ"       TO VIA-OPERADOR
                   REWRITE VIATICOS-REG
               END-IF
           ELSE
               ADD 1 TO CONT-OMITIDOS
           END-IF.

       END PROGRAM 3VIALIQ.
