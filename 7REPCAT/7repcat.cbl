           SELECT OPTIONAL REPORTE ASSIGN TO "REPORTE".
           SELECT REPSTAMP ASSIGN TO ARCHIVO-ESTAMPADO.
           SELECT REIMPRES ASSIGN TO "REIMPRES".
           SELECT REPDPTO ASSIGN TO ARCHIVO-DPTO.
           SELECT OPTIONAL DISTDPTO ASSIGN TO "DISTDPTO".
           SELECT DISTRIB ASSIGN TO "REPDIST".
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
       FD  REIMPRES.
       01  REIMPRES-REG            PIC X(150).

      *****REBANADA DE UN DEPARTAMENTO; EL NOMBRE ES D + DEPARTAMENTO +
      *****PROGRAMA + PERIODO (EJ. DVEN.5EMPREP.202405)
       FD  REPDPTO.
       01  REPDPTO-REG             PIC X(150).

      *****A QUIEN SE LE ENTREGA LA REBANADA DE CADA DEPARTAMENTO; UN
      *****DEPARTAMENTO PUEDE TENER MAS DE UN DESTINATARIO (EL JEFE Y
      *****SU SUPLENTE). ARCHIVO PLANO QUE SE MANTIENE COMO EL CONTAMAP
       FD  DISTDPTO.
       01  DISTDPTO-REG.
           03  DD-DPTO             PIC X(03).
           03  DD-DESTINATARIO     PIC X(30).
           03  DD-CORREO           PIC X(40).

      *****LISTA DE DISTRIBUCION DE LA ULTIMA SEPARACION
       FD  DISTRIB.
       01  DISTRIB-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL DE 4DPTABC; EL REPORTE DE 6EMPNOMV3 TRAE
      *****LA DESCRIPCION DEL DEPARTAMENTO Y NO SU CLAVE
       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DPTO-CLAVE          PIC X(03).
           03  DPTO-DESCRIPCION    PIC X(20).
           03  DPTO-PRESUPUESTO    PIC 9(08).
           03  DPTO-PLANTILLA      PIC 9(04).

      *****MAESTRO DE OPERADORES (VER 4USUABC); EL CATALOGO GUARDA
      *****QUIEN REGISTRO CADA SALIDA
       FD  USUARIOS.
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

      *****SEPARACION POR DEPARTAMENTO. CADA RENGLON DEL REPORTE VIVO
      *****SE CLASIFICA: T = ENCABEZADO DE PAGINA (QUEDA PENDIENTE Y
      *****SALE EN LA REBANADA DEL SIGUIENTE DETALLE), D = DETALLE QUE
      *****DICE SU DEPARTAMENTO, U = DETALLE DE UN SOLO RENGLON POR
      *****DEPARTAMENTO, C = CONTINUACION DEL DEPARTAMENTO EN CURSO,
      *****F = SUBTOTAL QUE CIERRA EL DEPARTAMENTO, S = EMPIEZA LA
      *****PARTE DE TODA LA EMPRESA, QUE NO SE REPARTE
       77  ARCHIVO-DPTO        PIC X(20).
       77  TIPO-LINEA          PIC X(01).
       77  DPTO-LINEA          PIC X(03).
       77  DPTO-ACTUAL         PIC X(03).
       77  DPTO-NOMBRE-ARCH    PIC X(03).
       77  EN-DEPARTAMENTO     PIC 9.
       77  FIN-SEPARACION      PIC 9.
       77  DETALLES-VISTOS     PIC 9.
       77  REPDPTO-ABIERTO     PIC 9.
       77  LINEAS-SIN-DPTO     PIC 9(06).
       77  CONT-SIN-DESTINO    PIC 9(03).
       77  DESTINO-HALLADO     PIC 9.
       01  TABLA-PENDIENTES.
           03  PEND-LINEA OCCURS 10 TIMES PIC X(150).
       77  PEND-TOTAL          PIC 9(02).
       77  I-PEND              PIC 9(02).
       01  TABLA-ENCABEZADO.
           03  ENC-LINEA OCCURS 10 TIMES PIC X(150).
       77  ENC-TOTAL           PIC 9(02).
       01  TABLA-REBANADAS.
           03  RB-OC OCCURS 200 TIMES.
               05  RB-DPTO         PIC X(03).
               05  RB-ARCHIVO      PIC X(20).
               05  RB-LINEAS       PIC 9(06).
               05  RB-FOLIO        PIC 9(06).
       77  REBANADAS-TOTAL     PIC 9(03).
       77  REB-ACTUAL          PIC 9(03).
       77  I-REB               PIC 9(03).
       01  TABLA-DESCRIPCIONES.
           03  TD-OC OCCURS 999 TIMES.
               05  TD-CLAVE        PIC X(03).
               05  TD-DESC         PIC X(20).
       77  DESC-TOTAL          PIC 9(03).
       77  I-DES               PIC 9(03).
       01  TABLA-DESTINOS.
           03  TDD-OC OCCURS 500 TIMES.
               05  TDD-DPTO        PIC X(03).
               05  TDD-NOMBRE      PIC X(30).
               05  TDD-CORREO      PIC X(40).
       77  DESTINOS-TOTAL      PIC 9(03).
       77  I-DST               PIC 9(03).

       01  TITULO-DIS-1.
           05  FILLER              PIC X(32) VALUE
               "LISTA DE DISTRIBUCION POR DEPTO.".
           05  FILLER              PIC X(12) VALUE "  PROGRAMA: ".
           05  TDIS-PROGRAMA       PIC X(08).
           05  FILLER              PIC X(11) VALUE "  PERIODO: ".
           05  TDIS-PERIODO        PIC 9(06).
       01  TITULO-DIS-2.
           05  FILLER              PIC X(35) VALUE
               "DPT  DESTINATARIO".
           05  FILLER              PIC X(42) VALUE "CORREO".
           05  FILLER              PIC X(22) VALUE "ARCHIVO".
           05  FILLER              PIC X(16) VALUE "FOLIO   LINEAS".
       01  DETALLE-DIS.
           05  DDIS-DPTO           PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DDIS-NOMBRE         PIC X(30).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DDIS-CORREO         PIC X(40).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DDIS-ARCHIVO        PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DDIS-FOLIO          PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DDIS-LINEAS         PIC ZZZZZ9.

       PROCEDURE DIVISION.
      *****CATALOGO Y RESGUARDO DE REPORTES: REGISTRA LA SALIDA VIVA
      *****DE UN PROGRAMA BAJO UN NOMBRE ESTAMPADO CON SU PERIODO,
      *****LISTA EL CATALOGO, REIMPRIME CUALQUIER RESGUARDO Y DEPURA
      *****LOS VIEJOS CON LA MISMA POLITICA DE RETENCION DE 7ARCHIV.
      *****LOS REPORTES POR DEPARTAMENTO (5EMPREP, 5DPTREP Y EL DE
      *****6EMPNOMV3) SE SEPARAN EN UNA REBANADA POR DEPARTAMENTO, CADA
      *****UNA EN EL CATALOGO, CON SU LISTA DE DISTRIBUCION; ASI NADIE
      *****TIENE QUE PARTIR A MANO LAS HOJAS CON LOS SUELDOS DE TODOS
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           END-PERFORM.
           DISPLAY "RENGLONES DEPURADOS: " CONT-LINEAS.

      *******************************************************************
      *                 SEPARAR REPORTE POR DEPARTAMENTO
      *******************************************************************
      *****SE CORRE, COMO REGISTRAR, JUSTO DESPUES DEL PROGRAMA QUE
      *****GENERO EL REPORTE; LOS TOTALES DE EMPRESA Y EL ORGANIGRAMA
      *****NO SALEN EN NINGUNA REBANADA
       SEPARAR-POR-DEPARTAMENTO.
           DISPLAY "PROGRAMA QUE GENERO EL REPORTE (5EMPREP, 5DPTREP O"
               " 6EMPNOMV)".
           ACCEPT PROGRAMA-TRABAJO.
           IF PROGRAMA-TRABAJO NOT = "5EMPREP"
               AND PROGRAMA-TRABAJO NOT = "5DPTREP"
               AND PROGRAMA-TRABAJO NOT = "6EMPNOMV"
               DISPLAY "ESE REPORTE NO SE SEPARA POR DEPARTAMENTO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PERIODO DEL REPORTE (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           MOVE 0 TO REBANADAS-TOTAL.
           MOVE 0 TO PEND-TOTAL.
           MOVE 0 TO ENC-TOTAL.
           MOVE 0 TO EN-DEPARTAMENTO.
           MOVE 0 TO FIN-SEPARACION.
           MOVE 0 TO DETALLES-VISTOS.
           MOVE 0 TO REPDPTO-ABIERTO.
           MOVE 0 TO REB-ACTUAL.
           MOVE 0 TO LINEAS-SIN-DPTO.
           MOVE SPACES TO DPTO-ACTUAL.
           IF PROGRAMA-TRABAJO = "6EMPNOMV"
               PERFORM CARGAR-DESCRIPCIONES
           END-IF.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT REPORTE.
           READ REPORTE AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1 OR FIN-SEPARACION = 1
               PERFORM CLASIFICAR-LINEA
               PERFORM ACOMODAR-LINEA
               READ REPORTE AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE REPORTE.
           IF REPDPTO-ABIERTO = 1
               CLOSE REPDPTO
           END-IF.
           IF REBANADAS-TOTAL = 0
               DISPLAY "EL REPORTE VIVO NO TRAE DEPARTAMENTOS DE "
                   PROGRAMA-TRABAJO
               EXIT PARAGRAPH
           END-IF.
           PERFORM REGISTRAR-REBANADAS.
           PERFORM GENERAR-DISTRIBUCION.
           DISPLAY "REBANADAS GENERADAS: " REBANADAS-TOTAL
               "  LISTA DE DISTRIBUCION EN REPDIST".
           IF LINEAS-SIN-DPTO > 0
               DISPLAY "RENGLONES SIN DEPARTAMENTO RECONOCIBLE: "
                   LINEAS-SIN-DPTO
           END-IF.
           IF CONT-SIN-DESTINO > 0
               DISPLAY "DEPARTAMENTOS SIN DESTINATARIO EN DISTDPTO: "
                   CONT-SIN-DESTINO
           END-IF.

       CLASIFICAR-LINEA.
           MOVE "C" TO TIPO-LINEA.
           MOVE SPACES TO DPTO-LINEA.
           IF PROGRAMA-TRABAJO = "5EMPREP"
               PERFORM CLASIFICAR-EMPREP
           ELSE IF PROGRAMA-TRABAJO = "5DPTREP"
               PERFORM CLASIFICAR-DPTREP
           ELSE
               PERFORM CLASIFICAR-EMPNOM
           END-IF.

      *****5EMPREP: LA CLAVE DEL DEPARTAMENTO VA EN LA COLUMNA 33 DEL
      *****DETALLE; "EMP DPTO:" ES SU SUBTOTAL Y EL RESUMEN GENERAL Y
      *****EL ORGANIGRAMA SON DE TODA LA EMPRESA
       CLASIFICAR-EMPREP.
           IF REPORTE-REG(37:25) = "RESUMEN GENERAL DE NOMINA"
               OR REPORTE-REG(37:20) = "SUBTOTALES POR NIVEL"
               MOVE "S" TO TIPO-LINEA
           ELSE IF REPORTE-REG(1:7) = "FECHA: "
               OR REPORTE-REG(1:11) = "EMPREP V1.0"
               OR REPORTE-REG(1:6) = "NOMINA"
               MOVE "T" TO TIPO-LINEA
           ELSE IF REPORTE-REG(1:6) IS NUMERIC
               MOVE "D" TO TIPO-LINEA
               MOVE REPORTE-REG(33:3) TO DPTO-LINEA
           ELSE IF REPORTE-REG(1:9) = "EMP DPTO:"
               MOVE "F" TO TIPO-LINEA
           END-IF.

      *****5DPTREP: UN RENGLON POR DEPARTAMENTO CON SU CLAVE AL INICIO;
      *****EL PRIMER RENGLON EN BLANCO DESPUES DE ELLOS ABRE LOS
      *****SUBTOTALES DEL ORGANIGRAMA Y EL TOTAL DE LA EMPRESA
       CLASIFICAR-DPTREP.
           IF DETALLES-VISTOS = 1 AND REPORTE-REG = SPACES
               MOVE "S" TO TIPO-LINEA
           ELSE IF REPORTE-REG(1:7) = "FECHA: "
               OR REPORTE-REG(1:4) = "DPTO"
               MOVE "T" TO TIPO-LINEA
           ELSE IF REPORTE-REG NOT = SPACES
               MOVE "U" TO TIPO-LINEA
               MOVE REPORTE-REG(1:3) TO DPTO-LINEA
           END-IF.

      *****6EMPNOMV3: EL PRIMER RENGLON DE CADA EMPLEADO TRAE LA
      *****DESCRIPCION DEL DEPARTAMENTO EN LA COLUMNA 33; LOS CONCEPTOS
      *****SIGUIENTES LA DEJAN EN BLANCO Y SON CONTINUACION
       CLASIFICAR-EMPNOM.
           IF REPORTE-REG(1:16) = "SUBTOTAL EMPRESA"
               MOVE "S" TO TIPO-LINEA
           ELSE IF REPORTE-REG(1:7) = "FECHA: "
               OR REPORTE-REG(1:11) = "EMPNOM V1.0"
               OR REPORTE-REG(1:6) = "NOMINA"
               OR REPORTE-REG(37:18) = "*** SIMULACION ***"
               MOVE "T" TO TIPO-LINEA
           ELSE IF REPORTE-REG(1:13) = "SUBTOTAL DPTO"
               MOVE "F" TO TIPO-LINEA
           ELSE IF REPORTE-REG(1:6) IS NUMERIC
               AND REPORTE-REG(33:20) NOT = SPACES
               MOVE "D" TO TIPO-LINEA
               PERFORM BUSCAR-DESCRIPCION
           END-IF.

       BUSCAR-DESCRIPCION.
           PERFORM VARYING I-DES FROM 1 BY 1 UNTIL I-DES > DESC-TOTAL
               IF TD-DESC(I-DES) = REPORTE-REG(33:20)
                   MOVE TD-CLAVE(I-DES) TO DPTO-LINEA
               END-IF
           END-PERFORM.

       CARGAR-DESCRIPCIONES.
           MOVE 0 TO DESC-TOTAL.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT DEPARTAMENTOS.
           MOVE LOW-VALUES TO DPTO-CLAVE.
           START DEPARTAMENTOS KEY IS NOT LESS THAN DPTO-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ DEPARTAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF DESC-TOTAL < 999
                           ADD 1 TO DESC-TOTAL
                           MOVE DPTO-CLAVE TO TD-CLAVE(DESC-TOTAL)
                           MOVE DPTO-DESCRIPCION TO TD-DESC(DESC-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DEPARTAMENTOS.

       ACOMODAR-LINEA.
           IF TIPO-LINEA = "S"
               MOVE 1 TO FIN-SEPARACION
           ELSE IF TIPO-LINEA = "T"
               PERFORM GUARDAR-PENDIENTE
           ELSE IF TIPO-LINEA = "D" OR TIPO-LINEA = "U"
               PERFORM ACOMODAR-DETALLE
           ELSE
               PERFORM ACOMODAR-CONTINUACION
           END-IF.

      *****UN DETALLE SIN DEPARTAMENTO RECONOCIBLE (DESCRIPCION QUE YA
      *****NO ESTA EN EL CATALOGO) SE DESCARTA CON TODO SU GRUPO
       ACOMODAR-DETALLE.
           MOVE 1 TO DETALLES-VISTOS.
           IF DPTO-LINEA = SPACES
               MOVE 2 TO EN-DEPARTAMENTO
               MOVE 0 TO PEND-TOTAL
               ADD 1 TO LINEAS-SIN-DPTO
               EXIT PARAGRAPH
           END-IF.
           IF DPTO-LINEA NOT = DPTO-ACTUAL OR REPDPTO-ABIERTO = 0
               PERFORM ABRIR-REBANADA
           END-IF.
           PERFORM ESCRIBIR-EN-REBANADA.
           IF TIPO-LINEA = "U"
               MOVE 0 TO EN-DEPARTAMENTO
           ELSE
               MOVE 1 TO EN-DEPARTAMENTO
           END-IF.

       ACOMODAR-CONTINUACION.
           IF EN-DEPARTAMENTO = 1
               PERFORM ESCRIBIR-EN-REBANADA
           ELSE IF EN-DEPARTAMENTO = 2
               ADD 1 TO LINEAS-SIN-DPTO
           ELSE
               PERFORM GUARDAR-PENDIENTE
           END-IF.
           IF TIPO-LINEA = "F"
               MOVE 0 TO EN-DEPARTAMENTO
           END-IF.

      *****LOS ENCABEZADOS SE GUARDAN HASTA SABER DE QUE DEPARTAMENTO
      *****ES LA PAGINA; SI SE JUNTAN MAS DE DIEZ SE QUEDAN LOS ULTIMOS
       GUARDAR-PENDIENTE.
           IF PEND-TOTAL >= 10
               PERFORM VARYING I-PEND FROM 1 BY 1 UNTIL I-PEND > 9
                   MOVE PEND-LINEA(I-PEND + 1) TO PEND-LINEA(I-PEND)
               END-PERFORM
               MOVE 9 TO PEND-TOTAL
           END-IF.
           ADD 1 TO PEND-TOTAL.
           MOVE REPORTE-REG TO PEND-LINEA(PEND-TOTAL).

      *****UN DEPARTAMENTO QUE REAPARECE SE ANEXA A SU MISMA REBANADA;
      *****SI NO HAY ENCABEZADO PENDIENTE SE REPITE EL ULTIMO
       ABRIR-REBANADA.
           IF REPDPTO-ABIERTO = 1
               CLOSE REPDPTO
               MOVE 0 TO REPDPTO-ABIERTO
           END-IF.
           MOVE DPTO-LINEA TO DPTO-ACTUAL.
           MOVE 0 TO REB-ACTUAL.
           PERFORM VARYING I-REB FROM 1 BY 1
                   UNTIL I-REB > REBANADAS-TOTAL
               IF RB-DPTO(I-REB) = DPTO-LINEA
                   MOVE I-REB TO REB-ACTUAL
               END-IF
           END-PERFORM.
           IF REB-ACTUAL > 0
               MOVE RB-ARCHIVO(REB-ACTUAL) TO ARCHIVO-DPTO
               OPEN EXTEND REPDPTO
           ELSE
               IF REBANADAS-TOTAL >= 200
                   DISPLAY "CAPACIDAD DE DEPARTAMENTOS EXCEDIDA (200)"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO REBANADAS-TOTAL
               MOVE REBANADAS-TOTAL TO REB-ACTUAL
               MOVE DPTO-LINEA TO DPTO-NOMBRE-ARCH
               INSPECT DPTO-NOMBRE-ARCH REPLACING ALL SPACE BY "_"
               MOVE SPACES TO ARCHIVO-DPTO
               STRING "D" DPTO-NOMBRE-ARCH "." DELIMITED BY SIZE
                   PROGRAMA-TRABAJO DELIMITED BY SPACE
                   "." PERIODO-TRABAJO DELIMITED BY SIZE
                   INTO ARCHIVO-DPTO
               MOVE DPTO-LINEA   TO RB-DPTO(REB-ACTUAL)
               MOVE ARCHIVO-DPTO TO RB-ARCHIVO(REB-ACTUAL)
               MOVE 0            TO RB-LINEAS(REB-ACTUAL)
               MOVE 0            TO RB-FOLIO(REB-ACTUAL)
               OPEN OUTPUT REPDPTO
           END-IF.
           MOVE 1 TO REPDPTO-ABIERTO.
           IF PEND-TOTAL = 0
               PERFORM VARYING I-PEND FROM 1 BY 1
                       UNTIL I-PEND > ENC-TOTAL
                   MOVE ENC-LINEA(I-PEND) TO PEND-LINEA(I-PEND)
               END-PERFORM
               MOVE ENC-TOTAL TO PEND-TOTAL
           END-IF.

       ESCRIBIR-EN-REBANADA.
           IF REB-ACTUAL = 0
               ADD 1 TO LINEAS-SIN-DPTO
               EXIT PARAGRAPH
           END-IF.
           IF PEND-TOTAL > 0
               PERFORM VARYING I-PEND FROM 1 BY 1
                       UNTIL I-PEND > PEND-TOTAL
                   MOVE PEND-LINEA(I-PEND) TO ENC-LINEA(I-PEND)
                   WRITE REPDPTO-REG FROM PEND-LINEA(I-PEND)
                   ADD 1 TO RB-LINEAS(REB-ACTUAL)
               END-PERFORM
               MOVE PEND-TOTAL TO ENC-TOTAL
               MOVE 0 TO PEND-TOTAL
           END-IF.
           WRITE REPDPTO-REG FROM REPORTE-REG.
           ADD 1 TO RB-LINEAS(REB-ACTUAL).

       REGISTRAR-REBANADAS.
           ACCEPT FECHA-HOY FROM DATE.
           PERFORM VARYING I-REB FROM 1 BY 1
                   UNTIL I-REB > REBANADAS-TOTAL
               ADD 1 TO FOLIO-SIGUIENTE
               MOVE FOLIO-SIGUIENTE     TO RC-FOLIO
               MOVE PROGRAMA-TRABAJO    TO RC-PROGRAMA
               MOVE PERIODO-TRABAJO     TO RC-PERIODO
               MOVE FECHA-HOY           TO RC-FECHA
               MOVE OPERADOR-FIRMADO    TO RC-OPERADOR
               MOVE RB-LINEAS(I-REB)    TO RC-LINEAS
               MOVE RB-ARCHIVO(I-REB)   TO RC-ARCHIVO
               WRITE REPCTL-REG
               MOVE FOLIO-SIGUIENTE     TO RB-FOLIO(I-REB)
           END-PERFORM.

      *****UN RENGLON POR DESTINATARIO DE CADA REBANADA; LA REBANADA
      *****SIN DESTINATARIO SALE MARCADA Y NO SE LE ENTREGA A NADIE
       GENERAR-DISTRIBUCION.
           MOVE 0 TO DESTINOS-TOTAL.
           MOVE 0 TO CONT-SIN-DESTINO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT DISTDPTO.
           READ DISTDPTO AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF DESTINOS-TOTAL < 500
                   ADD 1 TO DESTINOS-TOTAL
                   MOVE DD-DPTO         TO TDD-DPTO(DESTINOS-TOTAL)
                   MOVE DD-DESTINATARIO TO TDD-NOMBRE(DESTINOS-TOTAL)
                   MOVE DD-CORREO       TO TDD-CORREO(DESTINOS-TOTAL)
               END-IF
               READ DISTDPTO AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE DISTDPTO.
           OPEN OUTPUT DISTRIB.
           MOVE PROGRAMA-TRABAJO TO TDIS-PROGRAMA.
           MOVE PERIODO-TRABAJO  TO TDIS-PERIODO.
           WRITE DISTRIB-REG FROM TITULO-DIS-1 BEFORE 2 LINES.
           WRITE DISTRIB-REG FROM TITULO-DIS-2 BEFORE 1 LINES.
           PERFORM VARYING I-REB FROM 1 BY 1
                   UNTIL I-REB > REBANADAS-TOTAL
               PERFORM DISTRIBUIR-REBANADA
           END-PERFORM.
           CLOSE DISTRIB.

       DISTRIBUIR-REBANADA.
           MOVE RB-DPTO(I-REB)    TO DDIS-DPTO.
           MOVE RB-ARCHIVO(I-REB) TO DDIS-ARCHIVO.
           MOVE RB-FOLIO(I-REB)   TO DDIS-FOLIO.
           MOVE RB-LINEAS(I-REB)  TO DDIS-LINEAS.
           MOVE 0 TO DESTINO-HALLADO.
           PERFORM VARYING I-DST FROM 1 BY 1
                   UNTIL I-DST > DESTINOS-TOTAL
               IF TDD-DPTO(I-DST) = RB-DPTO(I-REB)
                   MOVE 1 TO DESTINO-HALLADO
                   MOVE TDD-NOMBRE(I-DST) TO DDIS-NOMBRE
                   MOVE TDD-CORREO(I-DST) TO DDIS-CORREO
                   WRITE DISTRIB-REG FROM DETALLE-DIS BEFORE 1 LINES
               END-IF
           END-PERFORM.
           IF DESTINO-HALLADO = 0
               ADD 1 TO CONT-SIN-DESTINO
               MOVE "** SIN DESTINATARIO **" TO DDIS-NOMBRE
               MOVE SPACES TO DDIS-CORREO
               WRITE DISTRIB-REG FROM DETALLE-DIS BEFORE 1 LINES
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
           DISPLAY "2. LISTAR CATALOGO.".
           DISPLAY "3. REIMPRIMIR UN RESGUARDO.".
           DISPLAY "4. DEPURAR CATALOGO.".
           DISPLAY "5. SEPARAR REPORTE VIVO POR DEPARTAMENTO.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM REGISTRAR
           ELSE IF OPCION-MENU = 4
               PERFORM DEPURAR
           ELSE IF OPCION-MENU = 5
               PERFORM SEPARAR-POR-DEPARTAMENTO
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

