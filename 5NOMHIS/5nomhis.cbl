           SELECT NOMORD   ASSIGN TO DISK.
           SELECT NOMSORT  ASSIGN TO DISK.
           SELECT REPORTE  ASSIGN TO DISK.
           SELECT OPTIONAL ORGANIGRAMA ASSIGN TO "ORGANIGRAMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORG-CLAVE.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG         PIC X(132).

      *****MISMO LAYOUT QUE EL ORGANIGRAMA-REG DE 4DPTABC
       FD  ORGANIGRAMA.
       01  ORGANIGRAMA-REG.
           03  ORG-CLAVE           PIC X(03).
           03  ORG-TIPO            PIC X(01).
           03  ORG-DESCRIPCION     PIC X(20).
           03  ORG-PADRE           PIC X(03).

       WORKING-STORAGE SECTION.
       01  FECHA.
           03  FECHA-AA            PIC 99.
           05  DETEMP-DEDUC        PIC $$$,$$$,$$9.
           05  FILLER              PIC X(09) VALUE " SUELDO: ".
           05  DETEMP-SUELDO       PIC $$$,$$$,$$9.
       01  TITULO-HIS-ORG.
           05  FILLER              PIC X(35) VALUE
               "TENDENCIA POR NIVEL DEL ORGANIGRAMA".
       01  DETALLE-HIS-ORG.
           05  DETORG-NOMBRE       PIC X(50).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETORG-PERIODO      PIC 9(06).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETORG-EMPLEADOS    PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETORG-PERCEP       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETORG-DEDUC        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETORG-SUELDO       PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETORG-PRESUPUESTO  PIC $$$,$$$,$$9.

       77  NOMORD-EOF          PIC 9 VALUE ZERO.
       77  DPTO-ANTERIOR       PIC X(04).
       77  I-PER               PIC 9(03).
       77  PER-HALLADO         PIC 9.

      *****ORGANIGRAMA (VER 4DPTABC) EN MEMORIA PARA LA TENDENCIA POR
      *****NIVEL: DE LOS PERIODOS DE LA EMPRESA SE TOMAN LOS N MAS
      *****RECIENTES (HASTA 12) Y EN UNA SEGUNDA PASADA CADA RENGLON DE
      *****DEPARTAMENTO SE SUMA A SU NODO Y A TODOS LOS DE ARRIBA.
      *****NOD-RUTA ES LA CADENA DE CLAVES DESDE LA RAIZ Y DA EL ORDEN;
      *****EL ULTIMO RENGLON JUNTA A LOS DEPARTAMENTOS SIN UBICAR
       01  PERIODOS-ORGANIGRAMA.
           03  PORG-PERIODO        PIC 9(06) OCCURS 12 TIMES.
       77  PERIODOS-ORG-TOTAL  PIC 9(02) VALUE 0.
       77  PERIODOS-ORG-TOPE   PIC 9(03).
       77  PERIODO-LIMITE      PIC 9(07).
       77  PERIODO-MAYOR       PIC 9(06).
       77  K-PER               PIC 9(02).
       01  TABLA-ORGANIGRAMA.
           03  NODO-OC OCCURS 300 TIMES.
               05  NOD-CLAVE           PIC X(03).
               05  NOD-TIPO            PIC X(01).
               05  NOD-DESCRIPCION     PIC X(20).
               05  NOD-PADRE           PIC X(03).
               05  NOD-RUTA            PIC X(27).
               05  NOD-NIVEL           PIC 9(01).
               05  NOD-USADO           PIC 9(01).
               05  NOD-PER OCCURS 12 TIMES.
                   07  NOD-EMPLEADOS   PIC 9(06).
                   07  NOD-PERCEP      PIC 9(10)V99.
                   07  NOD-DEDUC       PIC 9(10)V99.
                   07  NOD-SUELDO      PIC 9(10)V99.
                   07  NOD-PRESUPUESTO PIC 9(10).
       01  NODO-INTERCAMBIO        PIC X(680).
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUANTOS PERIODOS RECIENTES POR DEPARTAMENTO".
           OPEN INPUT NOMORD.
           OPEN OUTPUT REPORTE.
           PERFORM LEE-FECHA.
           PERFORM CARGAR-ORGANIGRAMA.
           WRITE REPORTE-REG FROM TITULO-HIS-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-HIS-2 BEFORE 2 LINES.
           PERFORM LEER-NOMORD.
           MOVE 0 TO RANGO-DPTO.
           PERFORM GENERA-TENDENCIA UNTIL NOMORD-EOF = 1.
           PERFORM IMPRIMIR-EMPRESA.
           IF HAY-ORGANIGRAMA = 1
               PERFORM TENDENCIA-ORGANIGRAMA
           END-IF.
           CLOSE NOMORD.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
               WRITE REPORTE-REG FROM DETALLE-HIS-EMP BEFORE 1 LINES
           END-PERFORM.

      *******************************************************************
      *                 TENDENCIA POR NIVEL DEL ORGANIGRAMA
      *******************************************************************
       TENDENCIA-ORGANIGRAMA.
           PERFORM SELECCIONAR-PERIODOS.
           CLOSE NOMORD.
           OPEN INPUT NOMORD.
           MOVE 0 TO NOMORD-EOF.
           PERFORM LEER-NOMORD.
           PERFORM UNTIL NOMORD-EOF = 1
               MOVE 0 TO PER-HALLADO
               PERFORM VARYING K-PER FROM 1 BY 1
                   UNTIL K-PER > PERIODOS-ORG-TOTAL OR PER-HALLADO = 1
                   IF PORG-PERIODO(K-PER) = NO-PERIODO
                       MOVE 1 TO PER-HALLADO
                   END-IF
               END-PERFORM
               IF PER-HALLADO = 1
                   SUBTRACT 1 FROM K-PER
                   MOVE NO-DPTO(1:3) TO CLAVE-NODO-BUSCADA
                   PERFORM ACUMULAR-ORGANIGRAMA
               END-IF
               PERFORM LEER-NOMORD
           END-PERFORM.
           WRITE REPORTE-REG FROM TITULO-HIS-ORG BEFORE 2 LINES.
           PERFORM IMPRIMIR-NODO VARYING I-NOD FROM 1 BY 1
               UNTIL I-NOD > NODOS-TOTAL.

      *****LOS N PERIODOS MAS RECIENTES DE LA EMPRESA, DEL MAS NUEVO AL
      *****MAS VIEJO: CADA VUELTA TOMA EL MAYOR POR DEBAJO DEL ANTERIOR
       SELECCIONAR-PERIODOS.
           MOVE ULTIMOS-N TO PERIODOS-ORG-TOPE.
           IF PERIODOS-ORG-TOPE > 12
               MOVE 12 TO PERIODOS-ORG-TOPE
           END-IF.
           MOVE 0 TO PERIODOS-ORG-TOTAL.
           MOVE 9999999 TO PERIODO-LIMITE.
           MOVE 1 TO PER-HALLADO.
           PERFORM UNTIL PERIODOS-ORG-TOTAL >= PERIODOS-ORG-TOPE
                   OR PER-HALLADO = 0
               MOVE 0 TO PER-HALLADO
               MOVE 0 TO PERIODO-MAYOR
               PERFORM VARYING I-PER FROM 1 BY 1
                       UNTIL I-PER > PERIODOS-TOTAL
                   IF PER-PERIODO(I-PER) < PERIODO-LIMITE
                       AND PER-PERIODO(I-PER) >= PERIODO-MAYOR
                       MOVE PER-PERIODO(I-PER) TO PERIODO-MAYOR
                       MOVE 1 TO PER-HALLADO
                   END-IF
               END-PERFORM
               IF PER-HALLADO = 1
                   ADD 1 TO PERIODOS-ORG-TOTAL
                   MOVE PERIODO-MAYOR
                       TO PORG-PERIODO(PERIODOS-ORG-TOTAL)
                   MOVE PERIODO-MAYOR TO PERIODO-LIMITE
               END-IF
           END-PERFORM.

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
               PERFORM VARYING K-PER FROM 1 BY 1
                       UNTIL K-PER > PERIODOS-ORG-TOTAL
                   MOVE PORG-PERIODO(K-PER)     TO DETORG-PERIODO
                   MOVE NOD-EMPLEADOS(I-NOD, K-PER) TO DETORG-EMPLEADOS
                   MOVE NOD-PERCEP(I-NOD, K-PER)    TO DETORG-PERCEP
                   MOVE NOD-DEDUC(I-NOD, K-PER)     TO DETORG-DEDUC
                   MOVE NOD-SUELDO(I-NOD, K-PER)    TO DETORG-SUELDO
                   MOVE NOD-PRESUPUESTO(I-NOD, K-PER)
                       TO DETORG-PRESUPUESTO
                   WRITE REPORTE-REG FROM DETALLE-HIS-ORG
                       BEFORE 1 LINES
                   MOVE SPACES TO DETORG-NOMBRE
               END-PERFORM
           END-IF.

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
           ADD NO-EMPLEADOS    TO NOD-EMPLEADOS(NODO-HALLADO, K-PER).
           ADD NO-PERCEPCIONES TO NOD-PERCEP(NODO-HALLADO, K-PER).
           ADD NO-DEDUCCIONES  TO NOD-DEDUC(NODO-HALLADO, K-PER).
           ADD NO-SUELDO       TO NOD-SUELDO(NODO-HALLADO, K-PER).
           ADD NO-PRESUPUESTO
               TO NOD-PRESUPUESTO(NODO-HALLADO, K-PER).

       LEE-FECHA.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA-DD       TO THIS-DD.
