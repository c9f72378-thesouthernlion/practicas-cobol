           RECORD KEY IS DPTO-CLAVE.
           SELECT PRESUPROP ASSIGN TO "PRESUPROP".
           SELECT REPORTE  ASSIGN TO DISK.
           SELECT OPTIONAL ORGANIGRAMA ASSIGN TO "ORGANIGRAMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORG-CLAVE.

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
       77  NOMORD-EOF          PIC 9 VALUE ZERO.
       77  DPTO-ANTERIOR       PIC X(04) VALUE SPACES.
       77  VARIANZA-PROPUESTA  PIC S9(08).
       77  TENDENCIA-PORCENT   PIC S9(03)V99.
       77  CONT-DPTOS          PIC 9(03) VALUE 0.
       77  VARIANZA-NODO       PIC S9(10).

      *****ORGANIGRAMA (VER 4DPTABC) EN MEMORIA PARA LOS SUBTOTALES POR
      *****NIVEL: CADA DEPARTAMENTO PROYECTADO SE SUMA A SU NODO Y A
      *****TODOS LOS NODOS DE ARRIBA. NOD-RUTA ES LA CADENA DE CLAVES
      *****DESDE LA RAIZ Y DA EL ORDEN DE IMPRESION; EL ULTIMO RENGLON
      *****JUNTA A LOS DEPARTAMENTOS QUE NO CUELGAN DE NINGUN NODO
       01  TABLA-ORGANIGRAMA.
           03  NODO-OC OCCURS 300 TIMES.
               05  NOD-CLAVE           PIC X(03).
               05  NOD-TIPO            PIC X(01).
               05  NOD-DESCRIPCION     PIC X(20).
               05  NOD-PADRE           PIC X(03).
               05  NOD-RUTA            PIC X(27).
               05  NOD-NIVEL           PIC 9(01).
               05  NOD-USADO           PIC 9(01).
               05  NOD-ACTUAL          PIC 9(10).
               05  NOD-PROPUESTO       PIC 9(10).
               05  NOD-PLANTILLA       PIC 9(06).
       01  NODO-INTERCAMBIO        PIC X(82).
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

       01  TITULO-PRE-1.
           05  FILLER              PIC X(42) VALUE
           05  FILLER              PIC X(26) VALUE
               "DEPARTAMENTOS PROYECTADOS:".
           05  RESPRE-DPTOS        PIC ZZZ9.
       01  TITULO-PRE-ORG.
           05  FILLER              PIC X(37) VALUE
               "SUBTOTALES POR NIVEL DEL ORGANIGRAMA".
       01  DETALLE-PRE-ORG.
           05  DETORG-NOMBRE       PIC X(50).
           05  FILLER              PIC X(09) VALUE " ACTUAL: ".
           05  DETORG-ACTUAL       PIC $$$,$$$,$$9.
           05  FILLER              PIC X(11) VALUE " PROPUESTO:".
           05  DETORG-PROPUESTO    PIC $$$,$$$,$$9.
           05  FILLER              PIC X(09) VALUE " VARIAN: ".
           05  DETORG-VARIANZA     PIC $(09)9-.
           05  FILLER              PIC X(11) VALUE " PLANTILLA:".
           05  DETORG-PLANTILLA    PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      *****PROYECCION DE PRESUPUESTO: TOMA LA TRAYECTORIA DE CADA
           MOVE PORCENT-INCREMENTO TO TPRE-PORCENT.
           WRITE REPORTE-REG FROM TITULO-PRE-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-PRE-2 BEFORE 2 LINES.
           PERFORM CARGAR-ORGANIGRAMA.
           PERFORM LEER-NOMORD.
           PERFORM PROYECTAR-DPTOS UNTIL NOMORD-EOF = 1.
           MOVE CONT-DPTOS TO RESPRE-DPTOS.
           WRITE REPORTE-REG FROM RESUMEN-PRE BEFORE 2 LINES.
           IF HAY-ORGANIGRAMA = 1
               WRITE REPORTE-REG FROM TITULO-PRE-ORG BEFORE 2 LINES
               PERFORM IMPRIMIR-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
           END-IF.
           DISPLAY "DEPARTAMENTOS PROYECTADOS: " CONT-DPTOS.
           CLOSE NOMORD.
           CLOSE DEPARTAMENTOS.
           MOVE TENDENCIA-PORCENT      TO DETPRE-TENDENCIA.
           MOVE PLANTILLA-PLANEADA     TO DETPRE-PLANTILLA.
           WRITE REPORTE-REG FROM DETALLE-PRE BEFORE 1 LINES.
           IF HAY-ORGANIGRAMA = 1
               MOVE DPTO-ANTERIOR(1:3) TO CLAVE-NODO-BUSCADA
               PERFORM ACUMULAR-ORGANIGRAMA
           END-IF.

      *****DIRECCIONES Y GERENCIAS SANGRADAS POR NIVEL, MAS EL RENGLON
      *****DE SIN UBICAR SI RECIBIO ALGO
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
               MOVE NOD-ACTUAL(I-NOD)    TO DETORG-ACTUAL
               MOVE NOD-PROPUESTO(I-NOD) TO DETORG-PROPUESTO
               COMPUTE VARIANZA-NODO =
                   NOD-PROPUESTO(I-NOD) - NOD-ACTUAL(I-NOD)
               MOVE VARIANZA-NODO        TO DETORG-VARIANZA
               MOVE NOD-PLANTILLA(I-NOD) TO DETORG-PLANTILLA
               WRITE REPORTE-REG FROM DETALLE-PRE-ORG BEFORE 1 LINES
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
           MOVE 1 TO NOD-USADO(NODO-HALLADO).
           ADD DPTO-PRESUPUESTO      TO NOD-ACTUAL(NODO-HALLADO).
           ADD PRESUPUESTO-PROPUESTO TO NOD-PROPUESTO(NODO-HALLADO).
           ADD PLANTILLA-PLANEADA    TO NOD-PLANTILLA(NODO-HALLADO).

       END PROGRAM 3PRESUP.
