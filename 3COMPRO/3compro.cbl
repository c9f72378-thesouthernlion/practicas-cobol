      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3COMPRO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENTAS       ASSIGN TO "VENTAS".
           SELECT COMSORT      ASSIGN TO DISK.
           SELECT REPORTE      ASSIGN TO "COMREP".
           SELECT OPTIONAL COMPLAN ASSIGN TO "COMPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-LLAVE.
           SELECT OPTIONAL COMFACT ASSIGN TO "COMFACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-FACTURA.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
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
      *****VENTAS DEL MES QUE MANDA EL SISTEMA COMERCIAL: UNA LINEA POR
      *****FACTURA CON LA NOMINA DEL VENDEDOR, EL IMPORTE, SI YA SE
      *****COBRO (S/N) Y SI EL CLIENTE LA TIENE EN DISPUTA (S/N)
       FD  VENTAS.
       01  VENTAS-REG.
           03  VEN-NOMINA          PIC 9(06).
           03  VEN-FACTURA         PIC X(12).
           03  VEN-IMPORTE         PIC 9(08)V99.
           03  VEN-COBRADA         PIC X(01).
           03  VEN-DISPUTA         PIC X(01).

      *****LAS VENTAS MAS LAS FACTURAS LIBERADAS, POR VENDEDOR Y
      *****FACTURA; ORIGEN L (LIBERADA) QUEDA ANTES QUE V (VENTAS)
       SD  COMSORT.
       01  COMSORT-REG.
           03  CS-NOMINA           PIC 9(06).
           03  CS-FACTURA          PIC X(12).
           03  CS-ORIGEN           PIC X(01).
           03  CS-IMPORTE          PIC 9(08)V99.
           03  CS-COBRADA          PIC X(01).
           03  CS-DISPUTA          PIC X(01).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL COMPLAN DE 4COMABC
       FD  COMPLAN.
       01  COMPLAN-REG.
           03  CP-LLAVE.
               05  CP-TIPO         PIC X(01).
               05  CP-CLAVE        PIC X(04).
           03  CP-DESCRIPCION      PIC X(20).
           03  CP-TRAMO OCCURS 5 TIMES.
               05  CP-LIMITE       PIC 9(08)V99.
               05  CP-PORCENTAJE   PIC 9(02)V99.
           03  CP-OPERADOR         PIC X(08).

      *****MISMO LAYOUT QUE EL COMFACT DE 4COMABC
       FD  COMFACT.
       01  COMFACT-REG.
           03  CF-FACTURA          PIC X(12).
           03  CF-NOMINA           PIC 9(06).
           03  CF-IMPORTE          PIC 9(08)V99.
           03  CF-PERIODO-RET      PIC 9(06).
           03  CF-ESTADO           PIC X(10).
           03  CF-PERIODO-PAGO     PIC 9(06).
           03  CF-OPERADOR         PIC X(08).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MISMO LAYOUT QUE EL EMPDATOS DE 4DATABC; EL PUESTO TRAE LA
      *****CLAVE DE 4PUEABC EN LAS PRIMERAS CUATRO POSICIONES
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
       77  VENTAS-EOF          PIC 9 VALUE ZERO.
       77  COMFACT-EOF         PIC 9 VALUE ZERO.
       77  COMSORT-EOF         PIC 9 VALUE ZERO.
       77  PERIODOS-EOF        PIC 9.
       77  PERIODO-HALLADO     PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  PERIODO-INICIO      PIC 9(08).
       77  PERIODO-FIN         PIC 9(08).
       77  EXISTE-NOMINA       PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  CP-KEY-EXISTE       PIC 9.
       77  CF-KEY-EXISTE       PIC 9.
       77  MOV-ESCRITO         PIC 9.
       77  HAY-VENDEDOR        PIC 9 VALUE 0.
       77  NOMINA-ANTERIOR     PIC 9(06).
       77  FACTURA-ANTERIOR    PIC X(12).
       77  RESULTADO-VENDEDOR  PIC X(20).
      *****LA COMISION VIVE EN LA CLAVE 32, SECUENCIA 960: EL RANGO
      *****900-999 ES DE LOS MOVIMIENTOS GENERADOS (900 HORA-CLASE DE
      *****3HORPAG, 950-959 RECURRENTES DE 3RECGEN)
       77  CLAVE-COMISION      PIC XX VALUE "32".
       77  SECUENCIA-COMISION  PIC 9(03) VALUE 960.

      *****CALCULO ESCALONADO POR TRAMOS DEL PLAN
       77  I-TRAMO             PIC 9.
       77  TRAMO-CERRADO       PIC 9.
       77  LIMITE-ANTERIOR     PIC 9(08)V99.
       77  VENTA-TRAMO         PIC 9(08)V99.
       77  VENTA-COMISIONABLE  PIC 9(09)V99.
       77  COMISION-VENDEDOR   PIC 9(08)V99.

      *****FACTURAS DEL VENDEDOR EN CURSO: SE DECIDEN RENGLON POR
      *****RENGLON PERO SE GRABAN AL CORTE, CUANDO YA SE SABE SI HUBO
      *****PLAN Y SI EL MOVIMIENTO ENTRO; TOPE REVISADO
       01  TABLA-FACTURAS.
           03  FACTURA-OC OCCURS 500 TIMES.
               05  FT-FACTURA      PIC X(12).
               05  FT-IMPORTE      PIC 9(08)V99.
               05  FT-RESULTADO    PIC X(16).
               05  FT-PAGABLE      PIC 9.
               05  FT-RETENER      PIC 9.
               05  FT-EXISTE       PIC 9.
       77  FACTURAS-TOTAL      PIC 9(03) VALUE 0.
       77  I-FT                PIC 9(03).

       77  CONT-VENTAS         PIC 9(05) VALUE 0.
       77  CONT-LIBERADAS      PIC 9(05) VALUE 0.
       77  CONT-VENDEDORES     PIC 9(05) VALUE 0.
       77  CONT-MOVIMIENTOS    PIC 9(05) VALUE 0.
       77  CONT-RETENIDAS      PIC 9(05) VALUE 0.
       77  CONT-SIN-PLAN       PIC 9(05) VALUE 0.
       77  TOTAL-VENTA         PIC 9(10)V99 VALUE 0.
       77  TOTAL-COMISION      PIC 9(09)V99 VALUE 0.

       01  TITULO-COM-1.
           05  FILLER              PIC X(40) VALUE
               "ESTADO DE COMISIONES - PERIODO ".
           05  TCOM-PERIODO        PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  TCOM-INICIO         PIC 9(08).
           05  FILLER              PIC X(03) VALUE " A ".
           05  TCOM-FIN            PIC 9(08).
       01  TITULO-VENDEDOR.
           05  FILLER              PIC X(14) VALUE "=== VENDEDOR: ".
           05  TVEN-NOMINA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TVEN-NOMBRE         PIC X(20).
           05  FILLER              PIC X(08) VALUE "  PLAN: ".
           05  TVEN-TIPO           PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TVEN-CLAVE          PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TVEN-DESCRIPCION    PIC X(20).
           05  FILLER              PIC X(04) VALUE " ===".
       01  TITULO-COM-2.
           05  FILLER              PIC X(40) VALUE
               "  FACTURA            IMPORTE  RESULTADO".
       01  DETALLE-COM.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCOM-FACTURA      PIC X(12).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCOM-IMPORTE      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCOM-RESULTADO    PIC X(16).
       01  TRAMO-COM.
           05  FILLER              PIC X(08) VALUE "  TRAMO ".
           05  TRACOM-TRAMO        PIC 9.
           05  FILLER              PIC X(08) VALUE "  VENTA ".
           05  TRACOM-VENTA        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(03) VALUE " X ".
           05  TRACOM-PCT          PIC Z9.99.
           05  FILLER              PIC X(01) VALUE "%".
       01  RESUMEN-VENDEDOR.
           05  FILLER              PIC X(22) VALUE
               "  VENTA COMISIONABLE: ".
           05  RESVEN-VENTA        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(12) VALUE "  COMISION: ".
           05  RESVEN-COMISION     PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RESVEN-RESULTADO    PIC X(20).
       01  RESUMEN-COM-1.
           05  FILLER              PIC X(18) VALUE
               "FACTURAS LEIDAS:  ".
           05  RESCOM-VENTAS       PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  LIBERADAS:  ".
           05  RESCOM-LIBERADAS    PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  RETENIDAS:  ".
           05  RESCOM-RETENIDAS    PIC ZZZZ9.
       01  RESUMEN-COM-2.
           05  FILLER              PIC X(18) VALUE
               "VENDEDORES:       ".
           05  RESCOM-VENDEDORES   PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  SIN PLAN:   ".
           05  RESCOM-SIN-PLAN     PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  MOVIMIENTOS:".
           05  RESCOM-MOVIMIENTOS  PIC ZZZZ9.
       01  RESUMEN-COM-3.
           05  FILLER              PIC X(18) VALUE
               "VENTA PAGADA:     ".
           05  RESCOM-VENTA        PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC X(14) VALUE "  COMISIONES: ".
           05  RESCOM-COMISION     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****COMISIONES SOBRE VENTA COBRADA: SE JUNTAN LAS VENTAS DEL MES
      *****CON LAS FACTURAS QUE UN SUPERVISOR LIBERO EN 4COMABC, POR
      *****VENDEDOR; SOLO LO COBRADO Y SIN DISPUTA ENTRA A LA COMISION,
      *****LA FACTURA EN DISPUTA SE RETIENE EN COMFACT Y LA QUE YA SE
      *****PAGO NO SE VUELVE A PAGAR. EL PLAN DEL PUESTO GANA AL DEL
      *****DEPARTAMENTO Y LA COMISION ENTRA AL PRIMER PERIODO ABIERTO
       MAIN-PROCEDURE.
           PERFORM BUSCAR-PERIODO.
           IF PERIODO-HALLADO = 0
               DISPLAY "NO HAY PERIODO ABIERTO EN EL MAESTRO DE"
                   " PERIODOS - NO SE CALCULAN COMISIONES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "PERIODO DE TRABAJO: " PERIODO-TRABAJO
               " DEL " PERIODO-INICIO " AL " PERIODO-FIN.
           OPEN INPUT COMPLAN.
           OPEN I-O COMFACT.
           OPEN INPUT EMPINX.
           OPEN INPUT EMPDATOS.
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN OUTPUT REPORTE.
           MOVE PERIODO-TRABAJO TO TCOM-PERIODO.
           MOVE PERIODO-INICIO  TO TCOM-INICIO.
           MOVE PERIODO-FIN     TO TCOM-FIN.
           WRITE REPORTE-REG FROM TITULO-COM-1 BEFORE 2 LINES.
           SORT COMSORT ON ASCENDING KEY CS-NOMINA CS-FACTURA CS-ORIGEN
               INPUT PROCEDURE JUNTAR-FACTURAS
               OUTPUT PROCEDURE COMISIONAR-VENDEDORES.
           IF RETURN-CODE = 16
               CLOSE COMPLAN COMFACT EMPINX EMPDATOS
                   PERCEPCION-DEDUCCION REPORTE
               GOBACK
           END-IF.
           MOVE CONT-VENTAS       TO RESCOM-VENTAS.
           MOVE CONT-LIBERADAS    TO RESCOM-LIBERADAS.
           MOVE CONT-RETENIDAS    TO RESCOM-RETENIDAS.
           MOVE CONT-VENDEDORES   TO RESCOM-VENDEDORES.
           MOVE CONT-SIN-PLAN     TO RESCOM-SIN-PLAN.
           MOVE CONT-MOVIMIENTOS  TO RESCOM-MOVIMIENTOS.
           MOVE TOTAL-VENTA       TO RESCOM-VENTA.
           MOVE TOTAL-COMISION    TO RESCOM-COMISION.
           WRITE REPORTE-REG FROM RESUMEN-COM-1 BEFORE 3 LINES.
           WRITE REPORTE-REG FROM RESUMEN-COM-2 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM RESUMEN-COM-3 BEFORE 1 LINES.
           DISPLAY "FACTURAS LEIDAS     : " CONT-VENTAS.
           DISPLAY "FACTURAS LIBERADAS  : " CONT-LIBERADAS.
           DISPLAY "NUEVAS RETENIDAS    : " CONT-RETENIDAS.
           DISPLAY "VENDEDORES          : " CONT-VENDEDORES.
           DISPLAY "SIN PLAN            : " CONT-SIN-PLAN.
           DISPLAY "MOVIMIENTOS CLAVE 32: " CONT-MOVIMIENTOS.
           CLOSE COMPLAN.
           CLOSE COMFACT.
           CLOSE EMPINX.
           CLOSE EMPDATOS.
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

      *******************************************************************
      *                 ENTRADA DEL SORT: VENTAS Y LIBERADAS
      *******************************************************************
       JUNTAR-FACTURAS SECTION.
           OPEN INPUT VENTAS.
           PERFORM LEER-VENTAS.
           PERFORM SOLTAR-VENTA UNTIL VENTAS-EOF = 1.
           CLOSE VENTAS.
           MOVE LOW-VALUES TO CF-FACTURA.
           START COMFACT KEY IS NOT LESS THAN CF-FACTURA
               INVALID KEY MOVE 1 TO COMFACT-EOF.
           PERFORM SOLTAR-LIBERADA UNTIL COMFACT-EOF = 1.
           GO TO FIN-JUNTAR.

       SOLTAR-VENTA.
           ADD 1 TO CONT-VENTAS.
           MOVE VEN-NOMINA    TO CS-NOMINA.
           MOVE VEN-FACTURA   TO CS-FACTURA.
           MOVE "V"           TO CS-ORIGEN.
           MOVE VEN-IMPORTE   TO CS-IMPORTE.
           MOVE VEN-COBRADA   TO CS-COBRADA.
           MOVE VEN-DISPUTA   TO CS-DISPUTA.
           RELEASE COMSORT-REG.
           PERFORM LEER-VENTAS.

       LEER-VENTAS.
           READ VENTAS AT END MOVE 1 TO VENTAS-EOF.

       SOLTAR-LIBERADA.
           READ COMFACT NEXT RECORD
               AT END
                   MOVE 1 TO COMFACT-EOF
               NOT AT END
                   IF CF-ESTADO = "LIBERADA"
                       ADD 1 TO CONT-LIBERADAS
                       MOVE CF-NOMINA  TO CS-NOMINA
                       MOVE CF-FACTURA TO CS-FACTURA
                       MOVE "L"        TO CS-ORIGEN
                       MOVE CF-IMPORTE TO CS-IMPORTE
                       MOVE "S"        TO CS-COBRADA
                       MOVE "N"        TO CS-DISPUTA
                       RELEASE COMSORT-REG
                   END-IF
           END-READ.

       FIN-JUNTAR.

      *******************************************************************
      *               SALIDA DEL SORT: CORTE POR VENDEDOR
      *******************************************************************
       COMISIONAR-VENDEDORES SECTION.
           PERFORM LEER-COMSORT.
           IF COMSORT-EOF = 0
               MOVE 1 TO HAY-VENDEDOR
               MOVE CS-NOMINA TO NOMINA-ANTERIOR
               MOVE SPACES    TO FACTURA-ANTERIOR
           END-IF.
           PERFORM CLASIFICAR-FACTURA UNTIL COMSORT-EOF = 1.
           IF HAY-VENDEDOR = 1 AND RETURN-CODE NOT = 16
               PERFORM CORTE-VENDEDOR
           END-IF.
           GO TO FIN-COMISIONAR.

       LEER-COMSORT.
           RETURN COMSORT AT END MOVE 1 TO COMSORT-EOF.

      *****CADA FACTURA QUEDA PAGABLE, RETENIDA O FUERA CON SU MOTIVO;
      *****UNA RETENIDA QUE LLEGA YA COBRADA Y SIN DISPUTA SE PAGA SIN
      *****ESPERAR AL SUPERVISOR, Y LA LIBERADA SE PAGA POR SU RENGLON
      *****L AUNQUE TAMBIEN VENGA EN LAS VENTAS
       CLASIFICAR-FACTURA.
           IF CS-NOMINA NOT = NOMINA-ANTERIOR
               PERFORM CORTE-VENDEDOR
               MOVE CS-NOMINA TO NOMINA-ANTERIOR
               MOVE SPACES    TO FACTURA-ANTERIOR
           END-IF.
           IF FACTURAS-TOTAL >= 500
               DISPLAY "CAPACIDAD DE FACTURAS POR VENDEDOR EXCEDIDA ("
                   FACTURAS-TOTAL ")"
               MOVE 16 TO RETURN-CODE
               MOVE 1 TO COMSORT-EOF
           ELSE
               ADD 1 TO FACTURAS-TOTAL
               MOVE FACTURAS-TOTAL TO I-FT
               MOVE CS-FACTURA TO FT-FACTURA(I-FT)
               MOVE CS-IMPORTE TO FT-IMPORTE(I-FT)
               MOVE 0 TO FT-PAGABLE(I-FT)
               MOVE 0 TO FT-RETENER(I-FT)
               MOVE CS-FACTURA TO CF-FACTURA
               MOVE 1 TO CF-KEY-EXISTE
               READ COMFACT INVALID KEY MOVE 0 TO CF-KEY-EXISTE
               END-READ
               MOVE CF-KEY-EXISTE TO FT-EXISTE(I-FT)
               PERFORM DECIDIR-FACTURA
               MOVE CS-FACTURA TO FACTURA-ANTERIOR
               PERFORM LEER-COMSORT
           END-IF.

       DECIDIR-FACTURA.
           IF CS-FACTURA = FACTURA-ANTERIOR AND CS-ORIGEN = "V"
               MOVE "DUPLICADA" TO FT-RESULTADO(I-FT)
           ELSE IF CS-ORIGEN = "L"
               MOVE "LIBERADA" TO FT-RESULTADO(I-FT)
               MOVE 1 TO FT-PAGABLE(I-FT)
           ELSE IF CF-KEY-EXISTE = 1 AND CF-ESTADO = "RETENIDA"
               IF CS-COBRADA = "S" AND CS-DISPUTA NOT = "S"
                   MOVE "DISPUTA RESUELTA" TO FT-RESULTADO(I-FT)
                   MOVE 1 TO FT-PAGABLE(I-FT)
               ELSE
                   MOVE "SIGUE RETENIDA" TO FT-RESULTADO(I-FT)
               END-IF
           ELSE IF CF-KEY-EXISTE = 1
               MOVE CF-ESTADO TO FT-RESULTADO(I-FT)
           ELSE IF CS-DISPUTA = "S"
               MOVE "RETENIDA" TO FT-RESULTADO(I-FT)
               MOVE 1 TO FT-RETENER(I-FT)
           ELSE IF CS-COBRADA NOT = "S"
               MOVE "NO COBRADA" TO FT-RESULTADO(I-FT)
           ELSE
               MOVE "COBRADA" TO FT-RESULTADO(I-FT)
               MOVE 1 TO FT-PAGABLE(I-FT).

      *****AL CORTE: PLAN, COMISION ESCALONADA, MOVIMIENTO CLAVE 32 Y
      *****GRABACION DE LAS FACTURAS. SIN PLAN, DADO DE BAJA O CON EL
      *****MOVIMIENTO YA EXISTENTE NO SE MARCA NADA COMO PAGADO Y LAS
      *****FACTURAS VUELVEN A ENTRAR EN LA SIGUIENTE CORRIDA
       CORTE-VENDEDOR.
           ADD 1 TO CONT-VENDEDORES.
           MOVE SPACES TO RESULTADO-VENDEDOR.
           MOVE 0 TO VENTA-COMISIONABLE.
           MOVE 0 TO COMISION-VENDEDOR.
           MOVE NOMINA-ANTERIOR TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE SPACES TO EMPINX-NOMBRE
               MOVE SPACES TO CP-LLAVE
               MOVE SPACES TO CP-DESCRIPCION
               MOVE "BAJA - OMITIDO" TO RESULTADO-VENDEDOR
           ELSE
               PERFORM BUSCAR-PLAN
               IF CP-KEY-EXISTE = 0
                   ADD 1 TO CONT-SIN-PLAN
                   MOVE SPACES TO CP-LLAVE
                   MOVE "(SIN PLAN)" TO CP-DESCRIPCION
                   MOVE "SIN PLAN - OMITIDO" TO RESULTADO-VENDEDOR
               END-IF
           END-IF.
           MOVE NOMINA-ANTERIOR TO TVEN-NOMINA.
           MOVE EMPINX-NOMBRE   TO TVEN-NOMBRE.
           MOVE CP-TIPO         TO TVEN-TIPO.
           MOVE CP-CLAVE        TO TVEN-CLAVE.
           MOVE CP-DESCRIPCION  TO TVEN-DESCRIPCION.
           WRITE REPORTE-REG FROM TITULO-VENDEDOR BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-COM-2 BEFORE 1 LINES.
           PERFORM VARYING I-FT FROM 1 BY 1 UNTIL I-FT > FACTURAS-TOTAL
               IF FT-PAGABLE(I-FT) = 1
                   ADD FT-IMPORTE(I-FT) TO VENTA-COMISIONABLE
               END-IF
           END-PERFORM.
           IF RESULTADO-VENDEDOR = SPACES
               PERFORM CALCULAR-COMISION
               IF COMISION-VENDEDOR > 0
                   PERFORM ESCRIBIR-MOVIMIENTO
               ELSE
                   MOVE "SIN COMISION" TO RESULTADO-VENDEDOR
               END-IF
           END-IF.
           PERFORM VARYING I-FT FROM 1 BY 1 UNTIL I-FT > FACTURAS-TOTAL
               PERFORM GRABAR-FACTURA
           END-PERFORM.
           MOVE VENTA-COMISIONABLE TO RESVEN-VENTA.
           MOVE COMISION-VENDEDOR  TO RESVEN-COMISION.
           MOVE RESULTADO-VENDEDOR TO RESVEN-RESULTADO.
           WRITE REPORTE-REG FROM RESUMEN-VENDEDOR BEFORE 1 LINES.
           MOVE 0 TO FACTURAS-TOTAL.

      *****PRIMERO EL PLAN DEL PUESTO (EMPDATOS), LUEGO EL DEL
      *****DEPARTAMENTO (EMPINX)
       BUSCAR-PLAN.
           MOVE 0 TO CP-KEY-EXISTE.
           MOVE NOMINA-ANTERIOR TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE.
           IF DAT-KEY-EXISTE = 1 AND DAT-PUESTO(1:4) NOT = SPACES
               MOVE "P" TO CP-TIPO
               MOVE DAT-PUESTO(1:4) TO CP-CLAVE
               MOVE 1 TO CP-KEY-EXISTE
               READ COMPLAN INVALID KEY MOVE 0 TO CP-KEY-EXISTE
           END-IF.
           IF CP-KEY-EXISTE = 0
               MOVE "D" TO CP-TIPO
               MOVE SPACES TO CP-CLAVE
               MOVE EMPINX-DPTO TO CP-CLAVE(1:3)
               MOVE 1 TO CP-KEY-EXISTE
               READ COMPLAN INVALID KEY MOVE 0 TO CP-KEY-EXISTE
           END-IF.

      *****CADA PORCENTAJE SOBRE LA PARTE DE LA VENTA QUE CAE EN SU
      *****TRAMO; EL LIMITE EN CERO (O EL QUINTO TRAMO) NO TIENE TOPE
       CALCULAR-COMISION.
           MOVE 0 TO LIMITE-ANTERIOR.
           MOVE 0 TO TRAMO-CERRADO.
           PERFORM VARYING I-TRAMO FROM 1 BY 1
               UNTIL I-TRAMO > 5 OR TRAMO-CERRADO = 1
               IF CP-LIMITE(I-TRAMO) = 0 OR I-TRAMO = 5
                   OR VENTA-COMISIONABLE NOT > CP-LIMITE(I-TRAMO)
                   COMPUTE VENTA-TRAMO =
                       VENTA-COMISIONABLE - LIMITE-ANTERIOR
                   MOVE 1 TO TRAMO-CERRADO
               ELSE
                   COMPUTE VENTA-TRAMO =
                       CP-LIMITE(I-TRAMO) - LIMITE-ANTERIOR
                   MOVE CP-LIMITE(I-TRAMO) TO LIMITE-ANTERIOR
               END-IF
               IF VENTA-TRAMO > 0
                   COMPUTE COMISION-VENDEDOR ROUNDED =
                       COMISION-VENDEDOR +
                       VENTA-TRAMO * CP-PORCENTAJE(I-TRAMO) / 100
                   MOVE I-TRAMO                TO TRACOM-TRAMO
                   MOVE VENTA-TRAMO            TO TRACOM-VENTA
                   MOVE CP-PORCENTAJE(I-TRAMO) TO TRACOM-PCT
                   WRITE REPORTE-REG FROM TRAMO-COM BEFORE 1 LINES
               END-IF
           END-PERFORM.

      *****UN SOLO MOVIMIENTO POR VENDEDOR Y PERIODO: SI YA EXISTE (OTRA
      *****CORRIDA EN EL MISMO PERIODO) LAS FACTURAS SE QUEDAN SIN PAGAR
      *****Y ENTRAN AL SIGUIENTE PERIODO
       ESCRIBIR-MOVIMIENTO.
           MOVE PERIODO-TRABAJO    TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE NOMINA-ANTERIOR    TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE CLAVE-COMISION     TO PERCEPCION-DEDUCCION-CLAVE.
           MOVE SECUENCIA-COMISION TO PERCEPCION-DEDUCCION-SECUENCIA.
           MOVE COMISION-VENDEDOR  TO PERCEPCION-DEDUCCION-IMPORTE.
           MOVE 0                  TO PERCEPCION-DEDUCCION-DIAS.
           MOVE PERIODO-INICIO TO PERCEPCION-DEDUCCION-FEC-INICIO.
           MOVE PERIODO-FIN    TO PERCEPCION-DEDUCCION-FEC-FIN.
           MOVE 1 TO MOV-ESCRITO.
           WRITE PERCEPCION-DEDUCCION-REG
               INVALID KEY MOVE 0 TO MOV-ESCRITO
           END-WRITE.
           IF MOV-ESCRITO = 1
               ADD 1 TO CONT-MOVIMIENTOS
               ADD VENTA-COMISIONABLE TO TOTAL-VENTA
               ADD COMISION-VENDEDOR  TO TOTAL-COMISION
               MOVE "GENERADO" TO RESULTADO-VENDEDOR
           ELSE
               MOVE "MOVIMIENTO YA EXISTIA" TO RESULTADO-VENDEDOR
           END-IF.

      *****LA PAGADA SOLO SE MARCA SI EL MOVIMIENTO ENTRO; LA NUEVA
      *****RETENIDA SE GRABA SIEMPRE
       GRABAR-FACTURA.
           MOVE FT-FACTURA(I-FT) TO CF-FACTURA.
           IF FT-PAGABLE(I-FT) = 1 AND RESULTADO-VENDEDOR = "GENERADO"
               IF FT-EXISTE(I-FT) = 1
                   READ COMFACT INVALID KEY CONTINUE
                   END-READ
                   MOVE "PAGADA"        TO CF-ESTADO
                   MOVE PERIODO-TRABAJO TO CF-PERIODO-PAGO
                   MOVE "3COMPRO"       TO CF-OPERADOR
                   REWRITE COMFACT-REG
               ELSE
                   MOVE NOMINA-ANTERIOR  TO CF-NOMINA
                   MOVE FT-IMPORTE(I-FT) TO CF-IMPORTE
                   MOVE 0               TO CF-PERIODO-RET
                   MOVE "PAGADA"        TO CF-ESTADO
                   MOVE PERIODO-TRABAJO TO CF-PERIODO-PAGO
                   MOVE "3COMPRO"       TO CF-OPERADOR
                   WRITE COMFACT-REG
               END-IF
           ELSE IF FT-PAGABLE(I-FT) = 1
               MOVE "NO PAGADA" TO FT-RESULTADO(I-FT)
           ELSE IF FT-RETENER(I-FT) = 1
               ADD 1 TO CONT-RETENIDAS
               MOVE NOMINA-ANTERIOR  TO CF-NOMINA
               MOVE FT-IMPORTE(I-FT) TO CF-IMPORTE
               MOVE PERIODO-TRABAJO TO CF-PERIODO-RET
               MOVE "RETENIDA"      TO CF-ESTADO
               MOVE 0               TO CF-PERIODO-PAGO
               MOVE "3COMPRO"       TO CF-OPERADOR
               WRITE COMFACT-REG
           END-IF.
           MOVE FT-FACTURA(I-FT)   TO DETCOM-FACTURA.
           MOVE FT-IMPORTE(I-FT)   TO DETCOM-IMPORTE.
           MOVE FT-RESULTADO(I-FT) TO DETCOM-RESULTADO.
           WRITE REPORTE-REG FROM DETALLE-COM BEFORE 1 LINES.

       FIN-COMISIONAR.

       END PROGRAM 3COMPRO.
