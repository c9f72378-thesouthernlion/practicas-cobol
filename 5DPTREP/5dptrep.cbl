           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT REPORTE ASSIGN TO DISK.
           SELECT OPTIONAL ORGANIGRAMA ASSIGN TO "ORGANIGRAMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORG-CLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE EL ORGANIGRAMA-REG DE 4DPTABC
       FD  ORGANIGRAMA.
       01  ORGANIGRAMA-REG.
           03  ORG-CLAVE           PIC X(03).
           03  ORG-TIPO            PIC X(01).
           03  ORG-DESCRIPCION     PIC X(20).
           03  ORG-PADRE           PIC X(03).

       WORKING-STORAGE SECTION.
       77  EMPINX-EOF          PIC 9 VALUE ZERO.
       77  DPTOS-EOF           PIC 9 VALUE ZERO.
       77  I-CON               PIC 9(03).
       77  CON-ENCONTRADO      PIC 9.
       77  CON-CUENTA-DPTO     PIC 9(04).
       77  TOTAL-PLANTILLA     PIC 9(06) VALUE 0.
       77  TOTAL-ACTIVOS       PIC 9(06) VALUE 0.
       77  DIFERENCIA-NODO     PIC S9(06).

      *****ORGANIGRAMA (VER 4DPTABC) EN MEMORIA PARA LOS SUBTOTALES POR
      *****NIVEL: CADA DEPARTAMENTO SE SUMA A SU NODO Y A TODOS LOS
      *****NODOS DE ARRIBA. NOD-RUTA ES LA CADENA DE CLAVES DESDE LA
      *****RAIZ Y DA EL ORDEN DE IMPRESION; EL ULTIMO RENGLON JUNTA A
      *****LOS DEPARTAMENTOS QUE NO CUELGAN DE NINGUN NODO
       01  TABLA-ORGANIGRAMA.
           03  NODO-OC OCCURS 300 TIMES.
               05  NOD-CLAVE           PIC X(03).
               05  NOD-TIPO            PIC X(01).
               05  NOD-DESCRIPCION     PIC X(20).
               05  NOD-PADRE           PIC X(03).
               05  NOD-RUTA            PIC X(27).
               05  NOD-NIVEL           PIC 9(01).
               05  NOD-USADO           PIC 9(01).
               05  NOD-PLANTILLA       PIC 9(06).
               05  NOD-ACTIVOS         PIC 9(06).
       01  NODO-INTERCAMBIO        PIC X(68).
       77  NODOS-TOTAL         PIC 9(03) VALUE 0.
       77  HAY-ORGANIGRAMA     PIC 9 VALUE 0.
       77  FIN-ORGANIGRAMA     PIC 9.
       77  I-NOD               PIC 9(03).
       77  J-NOD               PIC 9(03).
       77  NODO-HALLADO        PIC 9(03).
       77  CLAVE-NODO-BUSCADA  PIC X(03).
       77  PROFUNDIDAD-NODO    PIC 9(02).
       77  POS-RUTA            PIC S9(02).
       77  INICIO-RUTA         PIC 9(02).
       01  NOMBRE-NODO.
           03  NOMBRE-NODO-CLAVE   PIC X(03).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  NOMBRE-NODO-TIPO    PIC X(10).
           03  NOMBRE-NODO-DESC    PIC X(20).

       01  FECHA.
           03  FECHA-AA            PIC 99.
           05  DETPLA-DIFERENCIA   PIC ZZZ9-.
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETPLA-SITUACION    PIC X(14).
       01  TITULO-ORG.
           05  FILLER              PIC X(37) VALUE
               "SUBTOTALES POR NIVEL DEL ORGANIGRAMA".
       01  DETALLE-ORG.
           05  DETORG-NOMBRE       PIC X(53).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETORG-PLANTILLA    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETORG-ACTIVOS      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETORG-DIFERENCIA   PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETORG-SITUACION    PIC X(14).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           WRITE REPORTE-REG FROM TITULO-PLA-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-PLA-2 BEFORE 2 LINES.
           PERFORM CONTAR-EMPLEADOS.
           PERFORM CARGAR-ORGANIGRAMA.
           PERFORM RECORRER-DEPARTAMENTOS.
           PERFORM IMPRIMIR-TOTALES.
           CLOSE DEPARTAMENTOS.
           CLOSE EMPINX.
           CLOSE REPORTE.
           ELSE
               MOVE "CON VACANTES" TO DETPLA-SITUACION.
           WRITE REPORTE-REG FROM DETALLE-PLA BEFORE 1 LINES.
           ADD DPTO-PLANTILLA  TO TOTAL-PLANTILLA.
           ADD CON-CUENTA-DPTO TO TOTAL-ACTIVOS.
           IF HAY-ORGANIGRAMA = 1
               MOVE DPTO-CLAVE TO CLAVE-NODO-BUSCADA
               PERFORM ACUMULAR-ORGANIGRAMA.

      *****LAS DIRECCIONES Y GERENCIAS SALEN SANGRADAS POR NIVEL, CON
      *****EL RENGLON DE SIN UBICAR SI RECIBIO ALGO; AL FINAL EL TOTAL
      *****DE LA EMPRESA, QUE CUADRA CONTRA LAS RAICES MAS SIN UBICAR
       IMPRIMIR-TOTALES.
           IF HAY-ORGANIGRAMA = 1
               WRITE REPORTE-REG FROM SPACES BEFORE 1 LINES
               WRITE REPORTE-REG FROM TITULO-ORG BEFORE 2 LINES
               PERFORM IMPRIMIR-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL.
           MOVE SPACES TO DETORG-NOMBRE.
           MOVE "TOTAL EMPRESA" TO DETORG-NOMBRE.
           MOVE TOTAL-PLANTILLA TO DETORG-PLANTILLA.
           MOVE TOTAL-ACTIVOS   TO DETORG-ACTIVOS.
           COMPUTE DIFERENCIA-NODO = TOTAL-PLANTILLA - TOTAL-ACTIVOS.
           MOVE DIFERENCIA-NODO TO DETORG-DIFERENCIA.
           MOVE SPACES          TO DETORG-SITUACION.
           WRITE REPORTE-REG FROM SPACES BEFORE 1 LINES.
           WRITE REPORTE-REG FROM DETALLE-ORG BEFORE 1 LINES.

       IMPRIMIR-NODO.
           IF NOD-TIPO(I-NOD) = "D" OR NOD-TIPO(I-NOD) = "G"
               OR (NOD-TIPO(I-NOD) = "X" AND NOD-USADO(I-NOD) = 1)
               MOVE NOD-CLAVE(I-NOD)       TO NOMBRE-NODO-CLAVE
               MOVE NOD-DESCRIPCION(I-NOD) TO NOMBRE-NODO-DESC
               IF NOD-TIPO(I-NOD) = "D"
                   MOVE "DIRECCION" TO NOMBRE-NODO-TIPO
               ELSE
                   MOVE "GERENCIA"  TO NOMBRE-NODO-TIPO
               END-IF
               IF NOD-TIPO(I-NOD) = "X"
                   MOVE "DEPARTAMENTOS SIN ORGANIGRAMA" TO NOMBRE-NODO
               END-IF
               MOVE SPACES TO DETORG-NOMBRE
               COMPUTE INICIO-RUTA = (NOD-NIVEL(I-NOD) - 1) * 2 + 1
               MOVE NOMBRE-NODO TO DETORG-NOMBRE(INICIO-RUTA:34)
               MOVE NOD-PLANTILLA(I-NOD) TO DETORG-PLANTILLA
               MOVE NOD-ACTIVOS(I-NOD)   TO DETORG-ACTIVOS
               COMPUTE DIFERENCIA-NODO =
                   NOD-PLANTILLA(I-NOD) - NOD-ACTIVOS(I-NOD)
               MOVE DIFERENCIA-NODO TO DETORG-DIFERENCIA
               IF NOD-ACTIVOS(I-NOD) > NOD-PLANTILLA(I-NOD)
                   MOVE "** EXCEDIDA **" TO DETORG-SITUACION
               ELSE
                   MOVE SPACES TO DETORG-SITUACION
               END-IF
               WRITE REPORTE-REG FROM DETALLE-ORG BEFORE 1 LINES
           END-IF.

      *******************************************************************
      *                SUBTOTALES POR NIVEL DEL ORGANIGRAMA
      *******************************************************************
       CARGAR-ORGANIGRAMA.
           MOVE 0 TO NODOS-TOTAL.
           MOVE 1 TO HAY-ORGANIGRAMA.
           MOVE 0 TO FIN-ORGANIGRAMA.
           OPEN INPUT ORGANIGRAMA.
           MOVE LOW-VALUES TO ORG-CLAVE.
           START ORGANIGRAMA KEY IS NOT LESS THAN ORG-CLAVE
               INVALID KEY MOVE 1 TO FIN-ORGANIGRAMA.
           PERFORM UNTIL FIN-ORGANIGRAMA = 1
               READ ORGANIGRAMA NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-ORGANIGRAMA
                   NOT AT END
                       PERFORM AGREGAR-NODO
               END-READ
           END-PERFORM.
           CLOSE ORGANIGRAMA.
           IF NODOS-TOTAL = 0
               MOVE 0 TO HAY-ORGANIGRAMA.
           IF HAY-ORGANIGRAMA = 1
               PERFORM CALCULAR-RUTA-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
               PERFORM ORDENAR-ORGANIGRAMA
               ADD 1 TO NODOS-TOTAL
               INITIALIZE NODO-OC(NODOS-TOTAL)
               MOVE "X" TO NOD-TIPO(NODOS-TOTAL)
               MOVE 1   TO NOD-NIVEL(NODOS-TOTAL).

       AGREGAR-NODO.
           IF NODOS-TOTAL >= 299
               DISPLAY "CAPACIDAD DEL ORGANIGRAMA EXCEDIDA (299) - SIN"
                   " SUBTOTALES POR NIVEL"
               MOVE 0 TO HAY-ORGANIGRAMA
               MOVE 1 TO FIN-ORGANIGRAMA
           ELSE
               ADD 1 TO NODOS-TOTAL
               INITIALIZE NODO-OC(NODOS-TOTAL)
               MOVE ORG-CLAVE       TO NOD-CLAVE(NODOS-TOTAL)
               MOVE ORG-TIPO        TO NOD-TIPO(NODOS-TOTAL)
               MOVE ORG-DESCRIPCION TO NOD-DESCRIPCION(NODOS-TOTAL)
               MOVE ORG-PADRE       TO NOD-PADRE(NODOS-TOTAL).

      *****PRIMERO SE MIDE LA PROFUNDIDAD SUBIENDO POR LOS PADRES; LUEGO
      *****SE LLENA LA RUTA DEL NODO HACIA LA RAIZ, TRES POSICIONES POR
      *****NIVEL. UN PADRE INEXISTENTE DEJA AL NODO COMO RAIZ
       CALCULAR-RUTA-NODO.
           MOVE 1 TO PROFUNDIDAD-NODO.
           MOVE NOD-PADRE(I-NOD) TO CLAVE-NODO-BUSCADA.
           PERFORM UNTIL CLAVE-NODO-BUSCADA = SPACES
                   OR PROFUNDIDAD-NODO >= 9
               PERFORM BUSCAR-NODO
               IF NODO-HALLADO = 0
                   MOVE SPACES TO CLAVE-NODO-BUSCADA
               ELSE
                   ADD 1 TO PROFUNDIDAD-NODO
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
               END-IF
           END-PERFORM.
           MOVE PROFUNDIDAD-NODO TO NOD-NIVEL(I-NOD).
           MOVE SPACES TO NOD-RUTA(I-NOD).
           MOVE I-NOD TO NODO-HALLADO.
           PERFORM VARYING POS-RUTA FROM PROFUNDIDAD-NODO BY -1
               UNTIL POS-RUTA < 1
               COMPUTE INICIO-RUTA = (POS-RUTA - 1) * 3 + 1
               MOVE NOD-CLAVE(NODO-HALLADO)
                   TO NOD-RUTA(I-NOD)(INICIO-RUTA:3)
               IF POS-RUTA > 1
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
                   PERFORM BUSCAR-NODO
               END-IF
           END-PERFORM.

      *****INTERCAMBIO SIMPLE POR RUTA; EL PADRE QUEDA ANTES QUE SUS
      *****DEPENDIENTES PORQUE SU RUTA ES PREFIJO DE LA DE ELLOS
       ORDENAR-ORGANIGRAMA.
           PERFORM VARYING I-NOD FROM 1 BY 1 UNTIL I-NOD >= NODOS-TOTAL
               PERFORM VARYING J-NOD FROM 1 BY 1
                   UNTIL J-NOD > NODOS-TOTAL - I-NOD
                   IF NOD-RUTA(J-NOD) > NOD-RUTA(J-NOD + 1)
                       MOVE NODO-OC(J-NOD)     TO NODO-INTERCAMBIO
                       MOVE NODO-OC(J-NOD + 1) TO NODO-OC(J-NOD)
                       MOVE NODO-INTERCAMBIO   TO NODO-OC(J-NOD + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       BUSCAR-NODO.
           MOVE 0 TO NODO-HALLADO.
           PERFORM VARYING J-NOD FROM 1 BY 1
               UNTIL J-NOD > NODOS-TOTAL OR NODO-HALLADO > 0
               IF NOD-CLAVE(J-NOD) = CLAVE-NODO-BUSCADA
                   MOVE J-NOD TO NODO-HALLADO
               END-IF
           END-PERFORM.

      *****EL DEPARTAMENTO SUMA EN SU NODO Y EN CADA NODO DE ARRIBA; SI
      *****NO ESTA EN EL ORGANIGRAMA O NO TIENE PADRE VA AL ULTIMO
      *****RENGLON (SIN UBICAR)
       ACUMULAR-ORGANIGRAMA.
           PERFORM BUSCAR-NODO.
           IF NODO-HALLADO > 0
               IF NOD-PADRE(NODO-HALLADO) = SPACES
                   MOVE 0 TO NODO-HALLADO.
           IF NODO-HALLADO = 0
               MOVE NODOS-TOTAL TO NODO-HALLADO
               PERFORM SUMAR-EN-NODO
           ELSE
               MOVE 0 TO PROFUNDIDAD-NODO
               PERFORM UNTIL NODO-HALLADO = 0 OR PROFUNDIDAD-NODO >= 9
                   PERFORM SUMAR-EN-NODO
                   ADD 1 TO PROFUNDIDAD-NODO
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
                   IF CLAVE-NODO-BUSCADA = SPACES
                       MOVE 0 TO NODO-HALLADO
                   ELSE
                       PERFORM BUSCAR-NODO
                   END-IF
               END-PERFORM.

       SUMAR-EN-NODO.
           MOVE 1               TO NOD-USADO(NODO-HALLADO).
           ADD DPTO-PLANTILLA   TO NOD-PLANTILLA(NODO-HALLADO).
           ADD CON-CUENTA-DPTO  TO NOD-ACTIVOS(NODO-HALLADO).

       LEE-FECHA.
           ACCEPT FECHA FROM DATE.
