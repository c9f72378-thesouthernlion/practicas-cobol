           SELECT REPORTECSV   ASSIGN TO DISK.
           SELECT BITACORA ASSIGN TO "BITACORA".
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMEMPREP".
           SELECT OPTIONAL ORGANIGRAMA ASSIGN TO "ORGANIGRAMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORG-CLAVE.


       DATA DIVISION.
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
               05  FILLER              PIC X(12) VALUE "SUELDO :".
      *         05  EMPREP-SUELDO-TOT   PIC Z(08)V99.
               05  EMPREP-SUELDO-TOT   PIC $ZZZ,ZZ9.99.
           03  EMPREP-T2-ORG.
               05  FILLER              PIC X(11) VALUE "EMPREP V1.0".
               05  FILLER              PIC X(25) VALUE SPACES.
               05  FILLER              PIC X(32) VALUE
                   "SUBTOTALES POR NIVEL ORGANIGRAMA".
           03  EMPREP-T3-ORG.
               05  FILLER              PIC X(04) VALUE "NODO".
               05  FILLER              PIC X(51) VALUE SPACES.
               05  FILLER              PIC X(05) VALUE "EMPL.".
               05  FILLER              PIC X(05) VALUE SPACES.
               05  FILLER              PIC X(12) VALUE "PERCEPCIONES".
               05  FILLER              PIC X(06) VALUE SPACES.
               05  FILLER              PIC X(11) VALUE "DEDUCCIONES".
               05  FILLER              PIC X(10) VALUE SPACES.
               05  FILLER              PIC X(06) VALUE "SUELDO".
           03  EMPREP-DETALLE-ORG.
               05  EMPREP-ORG-NOMBRE   PIC X(53).
               05  FILLER              PIC X(02) VALUE SPACES.
               05  EMPREP-ORG-CONT     PIC ZZZ,ZZ9.
               05  FILLER              PIC X(03) VALUE SPACES.
               05  EMPREP-ORG-PERCEP   PIC $ZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(03) VALUE SPACES.
               05  EMPREP-ORG-DEDU     PIC $ZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(03) VALUE SPACES.
               05  EMPREP-ORG-SUELDO   PIC $ZZ,ZZZ,ZZ9.99.

       77  EMPORD-EOF      PIC 9 VALUE ZERO.
       77  LINEA-CONT      PIC 99.
       77  SUELDO-TOT      PIC 9(08)V99.
       77  MODO-REPORTE    PIC 9.
       77  BANDERA-MODO-PARM PIC 9 VALUE 0.

      *****ORGANIGRAMA (VER 4DPTABC) EN MEMORIA PARA LOS SUBTOTALES POR
      *****NIVEL: CADA CORTE DE DEPARTAMENTO SE SUMA A SU NODO Y A TODOS
      *****LOS NODOS DE ARRIBA. NOD-RUTA ES LA CADENA DE CLAVES DESDE LA
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
               05  NOD-EMPLEADOS       PIC 9(06).
               05  NOD-PERCEP          PIC 9(10)V99.
               05  NOD-DEDU            PIC 9(10)V99.
               05  NOD-SUELDO          PIC 9(10)V99.
       01  NODO-INTERCAMBIO        PIC X(98).
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
       01  HORA-BIT.
           03  HORA-BIT-HH         PIC 99.
           03  HORA-BIT-MN         PIC 99.
           OPEN OUTPUT REPORTE.
           OPEN INPUT EMPORD.
           PERFORM 266-LEE-FECHA.
           PERFORM 280-CARGAR-ORGANIGRAMA.
           PERFORM 263-LEE-EMPORD.
           MOVE EMPORD-DPTO TO DPTO-ANTERIOR.
           ADD 1 TO MAXIMO-LINEAS GIVING LINEA-CONT.
           PERFORM 270-GENERA-DETALLE UNTIL EMPORD-EOF = 1.
           PERFORM 273-CORTE-DPTOS.
           PERFORM 276-CORTE-TOTAL.
           IF HAY-ORGANIGRAMA = 1
               PERFORM 287-IMPRIMIR-ORGANIGRAMA.
           CLOSE REPORTE.
           CLOSE EMPORD.
           DISPLAY "SE GENERO REPORTE ULTIMA INSTRUCCION 276".
           WRITE   REPORTE-REG     FROM EMPREP-DPTO-SUBT BEFORE 2 LINES.
           ADD 1                   TO MAXIMO-LINEAS
                                   GIVING  LINEA-CONT.
           IF HAY-ORGANIGRAMA = 1 AND EMP-CONT > 0
               MOVE DPTO-ANTERIOR  TO CLAVE-NODO-BUSCADA
               PERFORM 285-ACUMULAR-ORGANIGRAMA.
           ADD     EMP-CONT        TO EMP-CONT-TOT.
           ADD     PERCEP-DPTO     TO PERCEP-TOT.
           ADD     DEDU-DPTO       TO DEDU-TOT.
           WRITE   REPORTE-REG     FROM EMPREP-T3 BEFORE 1 LINES
           MOVE    5               TO LINEA-CONT.

      *******************************************************************
      *                SUBTOTALES POR NIVEL DEL ORGANIGRAMA
      *******************************************************************
       280-CARGAR-ORGANIGRAMA.
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
                       PERFORM 281-AGREGAR-NODO
               END-READ
           END-PERFORM.
           CLOSE ORGANIGRAMA.
           IF NODOS-TOTAL = 0
               MOVE 0 TO HAY-ORGANIGRAMA.
           IF HAY-ORGANIGRAMA = 1
               PERFORM 282-CALCULAR-RUTA-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
               PERFORM 283-ORDENAR-ORGANIGRAMA
               ADD 1 TO NODOS-TOTAL
               INITIALIZE NODO-OC(NODOS-TOTAL)
               MOVE "X" TO NOD-TIPO(NODOS-TOTAL)
               MOVE 1   TO NOD-NIVEL(NODOS-TOTAL).

       281-AGREGAR-NODO.
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
       282-CALCULAR-RUTA-NODO.
           MOVE 1 TO PROFUNDIDAD-NODO.
           MOVE NOD-PADRE(I-NOD) TO CLAVE-NODO-BUSCADA.
           PERFORM UNTIL CLAVE-NODO-BUSCADA = SPACES
                   OR PROFUNDIDAD-NODO >= 9
               PERFORM 284-BUSCAR-NODO
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
                   PERFORM 284-BUSCAR-NODO
               END-IF
           END-PERFORM.

      *****INTERCAMBIO SIMPLE POR RUTA; EL PADRE QUEDA ANTES QUE SUS
      *****DEPENDIENTES PORQUE SU RUTA ES PREFIJO DE LA DE ELLOS
       283-ORDENAR-ORGANIGRAMA.
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

       284-BUSCAR-NODO.
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
       285-ACUMULAR-ORGANIGRAMA.
           PERFORM 284-BUSCAR-NODO.
           IF NODO-HALLADO > 0
               IF NOD-PADRE(NODO-HALLADO) = SPACES
                   MOVE 0 TO NODO-HALLADO.
           IF NODO-HALLADO = 0
               MOVE NODOS-TOTAL TO NODO-HALLADO
               PERFORM 286-SUMAR-EN-NODO
           ELSE
               MOVE 0 TO PROFUNDIDAD-NODO
               PERFORM UNTIL NODO-HALLADO = 0 OR PROFUNDIDAD-NODO >= 9
                   PERFORM 286-SUMAR-EN-NODO
                   ADD 1 TO PROFUNDIDAD-NODO
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
                   IF CLAVE-NODO-BUSCADA = SPACES
                       MOVE 0 TO NODO-HALLADO
                   ELSE
                       PERFORM 284-BUSCAR-NODO
                   END-IF
               END-PERFORM.

       286-SUMAR-EN-NODO.
           MOVE 1           TO NOD-USADO(NODO-HALLADO).
           ADD EMP-CONT     TO NOD-EMPLEADOS(NODO-HALLADO).
           ADD PERCEP-DPTO  TO NOD-PERCEP(NODO-HALLADO).
           ADD DEDU-DPTO    TO NOD-DEDU(NODO-HALLADO).
           ADD SUELDO-DPTO  TO NOD-SUELDO(NODO-HALLADO).

      *****SE IMPRIMEN DIRECCIONES Y GERENCIAS SANGRADAS POR NIVEL (LOS
      *****DEPARTAMENTOS YA SALIERON EN SU CORTE) Y EL RENGLON DE SIN
      *****UBICAR SI RECIBIO ALGO; LAS RAICES MAS SIN UBICAR CUADRAN
      *****CONTRA EL RESUMEN GENERAL
       287-IMPRIMIR-ORGANIGRAMA.
           PERFORM 289-TITULOS-ORGANIGRAMA.
           PERFORM 288-IMPRIMIR-NODO VARYING I-NOD FROM 1 BY 1
               UNTIL I-NOD > NODOS-TOTAL.

       288-IMPRIMIR-NODO.
           IF NOD-TIPO(I-NOD) = "D" OR NOD-TIPO(I-NOD) = "G"
               OR (NOD-TIPO(I-NOD) = "X" AND NOD-USADO(I-NOD) = 1)
               IF LINEA-CONT >= MAXIMO-LINEAS
                   PERFORM 289-TITULOS-ORGANIGRAMA
               END-IF
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
               MOVE SPACES TO EMPREP-ORG-NOMBRE
               COMPUTE INICIO-RUTA = (NOD-NIVEL(I-NOD) - 1) * 2 + 1
               MOVE NOMBRE-NODO TO EMPREP-ORG-NOMBRE(INICIO-RUTA:34)
               MOVE NOD-EMPLEADOS(I-NOD) TO EMPREP-ORG-CONT
               MOVE NOD-PERCEP(I-NOD)    TO EMPREP-ORG-PERCEP
               MOVE NOD-DEDU(I-NOD)      TO EMPREP-ORG-DEDU
               MOVE NOD-SUELDO(I-NOD)    TO EMPREP-ORG-SUELDO
               WRITE REPORTE-REG FROM EMPREP-DETALLE-ORG BEFORE 1 LINE
               ADD 1 TO LINEA-CONT
           END-IF.

       289-TITULOS-ORGANIGRAMA.
           ADD     1               TO PAG-CONT.
           MOVE    PAG-CONT        TO EMPREP-T1-PAG.
           WRITE   REPORTE-REG     FROM EMPREP-T1 BEFORE PAGE.
           WRITE   REPORTE-REG     FROM EMPREP-T2-ORG BEFORE 3 LINES.
           WRITE   REPORTE-REG     FROM EMPREP-T3-ORG BEFORE 2 LINES.
           MOVE    5               TO LINEA-CONT.

      *****RESUMEN DEL REPORTE EN LA BITACORA COMPARTIDA
       GRABAR-BITACORA.
           OPEN EXTEND BITACORA.
