           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.
           SELECT OPTIONAL ORGANIGRAMA ASSIGN TO "ORGANIGRAMA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORG-CLAVE.

       DATA DIVISION.
       FILE SECTION.
               05  PERCEPCION-DEDUCCION-SECUENCIA  PIC 9(03).
           03  PERCEPCION-DEDUCCION-RESTO      PIC X(28).

      *****ORGANIGRAMA: CADA NODO TIENE UN PADRE (ESPACIOS = RAIZ). LAS
      *****DIRECCIONES (D) Y GERENCIAS (G) SE DAN DE ALTA AQUI MISMO;
      *****CADA DEPARTAMENTO TIENE SU RENGLON TIPO P CON LA MISMA CLAVE
      *****QUE EN DEPARTAMENTOS, ASI QUE LAS CLAVES NO SE PUEDEN REPETIR
      *****ENTRE NODOS Y DEPARTAMENTOS. UN DEPARTAMENTO NUNCA ES PADRE.
      *****LOS REPORTES POR DEPARTAMENTO LO LEEN PARA LOS SUBTOTALES POR
      *****NIVEL
       FD  ORGANIGRAMA.
       01  ORGANIGRAMA-REG.
           03  ORG-CLAVE           PIC X(03).
           03  ORG-TIPO            PIC X(01).
           03  ORG-DESCRIPCION     PIC X(20).
           03  ORG-PADRE           PIC X(03).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  DPTO-REVISADO       PIC X(03).

      *****CAPTURA DEL PADRE Y VALIDACION CONTRA CICLOS DEL ORGANIGRAMA
       77  ORG-KEY-EXISTE      PIC 9.
       77  NODO-EN-EDICION     PIC X(03).
       77  TIPO-NODO           PIC X(01).
       77  DESCRIPCION-NODO    PIC X(20).
       77  PADRE-PROPUESTO     PIC X(03).
       77  PADRE-VALIDO        PIC 9.
       77  CLAVE-RECORRIDA     PIC X(03).
       77  NIVELES-RECORRIDOS  PIC 9(02).
       77  HIJOS-NODO          PIC 9(03).
       77  FIN-ORGANIGRAMA     PIC 9.

      *****ORGANIGRAMA EN MEMORIA PARA EL LISTADO; NOD-RUTA ES LA CADENA
      *****DE CLAVES DESDE LA RAIZ (TRES POSICIONES POR NIVEL, NUEVE
      *****NIVELES) Y DA EL ORDEN DEL ARBOL
       01  TABLA-ORGANIGRAMA.
           03  NODO-OC OCCURS 300 TIMES.
               05  NOD-CLAVE           PIC X(03).
               05  NOD-TIPO            PIC X(01).
               05  NOD-DESCRIPCION     PIC X(20).
               05  NOD-PADRE           PIC X(03).
               05  NOD-RUTA            PIC X(27).
               05  NOD-NIVEL           PIC 9(01).
       01  NODO-INTERCAMBIO        PIC X(55).
       77  NODOS-TOTAL         PIC 9(03).
       77  HAY-ORGANIGRAMA     PIC 9.
       77  I-NOD               PIC 9(03).
       77  J-NOD               PIC 9(03).
       77  NODO-HALLADO        PIC 9(03).
       77  CLAVE-NODO-BUSCADA  PIC X(03).
       77  PROFUNDIDAD-NODO    PIC 9(02).
       77  POS-RUTA            PIC S9(02).
       77  INICIO-RUTA         PIC 9(02).
       77  DPTOS-SIN-UBICAR    PIC 9(03).
       01  NOMBRE-NODO.
           03  NOMBRE-NODO-CLAVE   PIC X(03).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  NOMBRE-NODO-TIPO    PIC X(13).
           03  NOMBRE-NODO-DESC    PIC X(20).
       77  LINEA-ORGANIGRAMA   PIC X(60).
       01  FECHA-AUDIT.
           03  FECHA-AUDIT-AA      PIC 99.
           03  FECHA-AUDIT-MM      PIC 99.
               GOBACK
           END-IF.
           OPEN I-O DEPARTAMENTOS.
           OPEN I-O ORGANIGRAMA.
           OPEN EXTEND AUDITORIA.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE DEPARTAMENTOS
           CLOSE ORGANIGRAMA
           CLOSE AUDITORIA
           CLOSE USUARIOS
           MOVE 0 TO RETURN-CODE.
       LEER-DEPARTAMENTOS.
           MOVE 1 TO DPTO-KEY-EXISTE.
           READ DEPARTAMENTOS INVALID KEY MOVE 0 TO DPTO-KEY-EXISTE.

       LEER-ORGANIGRAMA.
           MOVE 1 TO ORG-KEY-EXISTE.
           READ ORGANIGRAMA INVALID KEY MOVE 0 TO ORG-KEY-EXISTE.
      *******************************************************************
      *                             ALTA
      *******************************************************************
           DISPLAY "INGRESA CLAVE DE DEPARTAMENTO"
           ACCEPT DPTO-CLAVE
           PERFORM LEER-DEPARTAMENTOS
           MOVE DPTO-CLAVE TO ORG-CLAVE
           PERFORM LEER-ORGANIGRAMA
           IF DPTO-KEY-EXISTE = 1
               DISPLAY "DEPARTAMENTO YA EXISTE"
           ELSE IF ORG-KEY-EXISTE = 1 AND ORG-TIPO NOT = "P"
               DISPLAY "LA CLAVE ES DE UNA DIRECCION O GERENCIA DEL"
                   " ORGANIGRAMA"
           ELSE
               DISPLAY "INGRESE LA DESCRIPCION"
               ACCEPT DPTO-DESCRIPCION
               DISPLAY "INGRESE LA PLANTILLA AUTORIZADA (0 = SIN"
                   " CONTROL)"
               ACCEPT DPTO-PLANTILLA
               MOVE DPTO-CLAVE TO NODO-EN-EDICION
               PERFORM CAPTURAR-PADRE
               WRITE DEPARTAMENTOS-REG
               PERFORM GRABAR-NODO-DPTO
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               MOVE "ALTA"     TO AUDIT-OPERACION
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE DEPARTAMENTOS
                       MOVE DPTO-CLAVE TO ORG-CLAVE
                       DELETE ORGANIGRAMA
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                       MOVE "BAJA"     TO AUDIT-OPERACION
               DISPLAY "DESCRIPCION:   ", DPTO-DESCRIPCION
               DISPLAY "PRESUPUESTO:   ", DPTO-PRESUPUESTO
               DISPLAY "PLANTILLA:     ", DPTO-PLANTILLA
               PERFORM MOSTRAR-PADRE-DPTO
           ELSE
               DISPLAY "DEPARTAMENTO NO EXISTE".

               DISPLAY "DESCRIPCION:   ", DPTO-DESCRIPCION
               DISPLAY "PRESUPUESTO:   ", DPTO-PRESUPUESTO
               DISPLAY "PLANTILLA:     ", DPTO-PLANTILLA
               PERFORM MOSTRAR-PADRE-DPTO
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DISPLAY "INGRESE LA PLANTILLA AUTORIZADA (0 = SIN"
                       " CONTROL)"
                   ACCEPT DPTO-PLANTILLA
                   MOVE DPTO-CLAVE TO NODO-EN-EDICION
                   PERFORM CAPTURAR-PADRE
                   REWRITE DEPARTAMENTOS-REG
                   PERFORM GRABAR-NODO-DPTO
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   MOVE "MODIFICAR" TO AUDIT-OPERACION
           ELSE
               DISPLAY "DEPARTAMENTO NO EXISTE".

      *******************************************************************
      *                    ORGANIGRAMA DEL DEPARTAMENTO
      *******************************************************************
       MOSTRAR-PADRE-DPTO.
           MOVE DPTO-CLAVE TO ORG-CLAVE.
           PERFORM LEER-ORGANIGRAMA.
           IF ORG-KEY-EXISTE = 1 AND ORG-PADRE NOT = SPACES
               DISPLAY "NODO PADRE:    ", ORG-PADRE
           ELSE
               DISPLAY "NODO PADRE:    SIN UBICAR EN ORGANIGRAMA"
           END-IF.

       CAPTURAR-PADRE.
           MOVE 0 TO PADRE-VALIDO.
           PERFORM UNTIL PADRE-VALIDO = 1
               DISPLAY "CLAVE DEL NODO PADRE (DIRECCION O GERENCIA;"
                   " ESPACIOS = SIN PADRE)"
               ACCEPT PADRE-PROPUESTO
               PERFORM VALIDAR-PADRE
           END-PERFORM.

      *****EL PADRE DEBE EXISTIR Y SER DIRECCION O GERENCIA; SUBIENDO
      *****DESDE EL NO SE PUEDE LLEGAR AL NODO EN EDICION (CICLO) NI
      *****PASAR DE NUEVE NIVELES
       VALIDAR-PADRE.
           MOVE 1 TO PADRE-VALIDO.
           IF PADRE-PROPUESTO NOT = SPACES
               MOVE PADRE-PROPUESTO TO ORG-CLAVE
               PERFORM LEER-ORGANIGRAMA
               PERFORM REVISAR-PADRE
           END-IF.

       REVISAR-PADRE.
           IF ORG-KEY-EXISTE = 0
               DISPLAY "EL NODO PADRE NO EXISTE"
               MOVE 0 TO PADRE-VALIDO
           ELSE IF ORG-TIPO = "P"
               DISPLAY "UN DEPARTAMENTO NO PUEDE SER NODO PADRE"
               MOVE 0 TO PADRE-VALIDO
           ELSE
               PERFORM RECORRER-ANCESTROS.

       RECORRER-ANCESTROS.
           MOVE 0 TO NIVELES-RECORRIDOS.
           MOVE PADRE-PROPUESTO TO CLAVE-RECORRIDA.
           PERFORM UNTIL CLAVE-RECORRIDA = SPACES OR PADRE-VALIDO = 0
               IF CLAVE-RECORRIDA = NODO-EN-EDICION
                   DISPLAY "EL PADRE PROPUESTO DEPENDE DEL MISMO NODO"
                       " (CICLO) - RECHAZADO"
                   MOVE 0 TO PADRE-VALIDO
               ELSE
                   MOVE CLAVE-RECORRIDA TO ORG-CLAVE
                   PERFORM LEER-ORGANIGRAMA
                   ADD 1 TO NIVELES-RECORRIDOS
                   MOVE SPACES TO CLAVE-RECORRIDA
                   IF ORG-KEY-EXISTE = 1
                       MOVE ORG-PADRE TO CLAVE-RECORRIDA
                   END-IF
                   IF NIVELES-RECORRIDOS > 8
                       DISPLAY "EL ORGANIGRAMA NO ADMITE MAS DE NUEVE"
                           " NIVELES"
                       MOVE 0 TO PADRE-VALIDO
                   END-IF
               END-IF
           END-PERFORM.

       GRABAR-NODO-DPTO.
           MOVE DPTO-CLAVE TO ORG-CLAVE.
           PERFORM LEER-ORGANIGRAMA.
           MOVE "P"              TO ORG-TIPO.
           MOVE DPTO-DESCRIPCION TO ORG-DESCRIPCION.
           MOVE PADRE-PROPUESTO  TO ORG-PADRE.
           IF ORG-KEY-EXISTE = 1
               REWRITE ORGANIGRAMA-REG
           ELSE
               WRITE ORGANIGRAMA-REG
           END-IF.

      *******************************************************************
      *                 DIRECCIONES Y GERENCIAS (NODOS)
      *******************************************************************
       CAPTURAR-TIPO-NODO.
           MOVE SPACE TO TIPO-NODO.
           PERFORM UNTIL TIPO-NODO = "D" OR TIPO-NODO = "G"
               DISPLAY "TIPO DE NODO (D = DIRECCION, G = GERENCIA)"
               ACCEPT TIPO-NODO
           END-PERFORM.

       ALTA-NODO.
           DISPLAY "INGRESA CLAVE DEL NODO (DIRECCION O GERENCIA)"
           ACCEPT NODO-EN-EDICION
           MOVE NODO-EN-EDICION TO ORG-CLAVE
           PERFORM LEER-ORGANIGRAMA
           MOVE NODO-EN-EDICION TO DPTO-CLAVE
           PERFORM LEER-DEPARTAMENTOS
           IF NODO-EN-EDICION = SPACES
               DISPLAY "CLAVE INVALIDA"
           ELSE IF ORG-KEY-EXISTE = 1 OR DPTO-KEY-EXISTE = 1
               DISPLAY "LA CLAVE YA EXISTE EN EL ORGANIGRAMA O EN"
                   " DEPARTAMENTOS"
           ELSE
               PERFORM CAPTURAR-TIPO-NODO
               DISPLAY "INGRESE LA DESCRIPCION"
               ACCEPT DESCRIPCION-NODO
               PERFORM CAPTURAR-PADRE
               MOVE NODO-EN-EDICION  TO ORG-CLAVE
               MOVE TIPO-NODO        TO ORG-TIPO
               MOVE DESCRIPCION-NODO TO ORG-DESCRIPCION
               MOVE PADRE-PROPUESTO  TO ORG-PADRE
               WRITE ORGANIGRAMA-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               MOVE "ALTA NODO"     TO AUDIT-OPERACION
               MOVE ORG-CLAVE       TO AUDIT-KEY
               MOVE SPACES          TO AUDIT-ANTES
               MOVE ORG-DESCRIPCION TO AUDIT-DESPUES
               PERFORM GRABAR-AUDITORIA.

       MOSTRAR-NODO.
           DISPLAY "CLAVE:         ", ORG-CLAVE.
           DISPLAY "TIPO:          ", ORG-TIPO.
           DISPLAY "DESCRIPCION:   ", ORG-DESCRIPCION.
           DISPLAY "NODO PADRE:    ", ORG-PADRE.

      *****UN NODO CON DEPENDIENTES (NODOS O DEPARTAMENTOS) NO SE BORRA;
      *****PRIMERO SE REUBICAN CON LA MODIFICACION
       BAJA-NODO.
           DISPLAY "INGRESA CLAVE DEL NODO"
           ACCEPT NODO-EN-EDICION
           MOVE NODO-EN-EDICION TO ORG-CLAVE
           PERFORM LEER-ORGANIGRAMA
           IF ORG-KEY-EXISTE = 0
               DISPLAY "NODO NO EXISTE"
           ELSE IF ORG-TIPO = "P"
               DISPLAY "ES UN DEPARTAMENTO - USA LA BAJA DE"
                   " DEPARTAMENTO"
           ELSE
               PERFORM MOSTRAR-NODO
               PERFORM CONTAR-HIJOS
               IF HIJOS-NODO > 0
                   DISPLAY "BAJA RECHAZADA - DEPENDEN DEL NODO: "
                       HIJOS-NODO
                   DISPLAY "REUBICA PRIMERO SUS NODOS Y DEPARTAMENTOS"
               ELSE
                   DISPLAY "QUIERES DAR DE BAJA ESTE NODO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE ORGANIGRAMA
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                       MOVE "BAJA NODO"     TO AUDIT-OPERACION
                       MOVE ORG-CLAVE       TO AUDIT-KEY
                       MOVE ORG-DESCRIPCION TO AUDIT-ANTES
                       MOVE SPACES          TO AUDIT-DESPUES
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF.

       CONTAR-HIJOS.
           MOVE 0 TO HIJOS-NODO.
           MOVE 0 TO FIN-ORGANIGRAMA.
           MOVE LOW-VALUES TO ORG-CLAVE.
           START ORGANIGRAMA KEY IS NOT LESS THAN ORG-CLAVE
               INVALID KEY MOVE 1 TO FIN-ORGANIGRAMA.
           PERFORM UNTIL FIN-ORGANIGRAMA = 1
               READ ORGANIGRAMA NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-ORGANIGRAMA
                   NOT AT END
                       IF ORG-PADRE = NODO-EN-EDICION
                           ADD 1 TO HIJOS-NODO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE NODO-EN-EDICION TO ORG-CLAVE.
           PERFORM LEER-ORGANIGRAMA.

       MODIFICAR-NODO.
           DISPLAY "INGRESA CLAVE DEL NODO"
           ACCEPT NODO-EN-EDICION
           MOVE NODO-EN-EDICION TO ORG-CLAVE
           PERFORM LEER-ORGANIGRAMA
           IF ORG-KEY-EXISTE = 0
               DISPLAY "NODO NO EXISTE"
           ELSE IF ORG-TIPO = "P"
               DISPLAY "ES UN DEPARTAMENTO - USA LA MODIFICACION DE"
                   " DEPARTAMENTO"
           ELSE
               PERFORM MOSTRAR-NODO
               MOVE ORG-DESCRIPCION TO AUDIT-ANTES
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURAR-TIPO-NODO
                   DISPLAY "INGRESE DESCRIPCION"
                   ACCEPT DESCRIPCION-NODO
                   PERFORM CAPTURAR-PADRE
                   MOVE NODO-EN-EDICION TO ORG-CLAVE
                   PERFORM LEER-ORGANIGRAMA
                   MOVE TIPO-NODO        TO ORG-TIPO
                   MOVE DESCRIPCION-NODO TO ORG-DESCRIPCION
                   MOVE PADRE-PROPUESTO  TO ORG-PADRE
                   REWRITE ORGANIGRAMA-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   MOVE "MODIF NODO"    TO AUDIT-OPERACION
                   MOVE ORG-CLAVE       TO AUDIT-KEY
                   MOVE ORG-DESCRIPCION TO AUDIT-DESPUES
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
               END-IF.

      *******************************************************************
      *                      LISTADO DEL ORGANIGRAMA
      *******************************************************************
      *****EL ARBOL SE CARGA EN MEMORIA, SE CALCULA LA RUTA DE CADA NODO
      *****DESDE LA RAIZ Y SE ORDENA POR ELLA: CADA NODO SALE SEGUIDO DE
      *****SUS DEPENDIENTES, SANGRADO POR NIVEL. AL FINAL VAN LOS
      *****DEPARTAMENTOS QUE AUN NO TIENEN RENGLON EN EL ORGANIGRAMA
       LISTAR-ORGANIGRAMA.
           PERFORM CARGAR-ORGANIGRAMA.
           IF HAY-ORGANIGRAMA = 0
               DISPLAY "ORGANIGRAMA VACIO"
           ELSE
               PERFORM MOSTRAR-RENGLON-ARBOL VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
           END-IF.
           MOVE 0 TO DPTOS-SIN-UBICAR.
           MOVE 0 TO FIN-ORGANIGRAMA.
           MOVE LOW-VALUES TO DPTO-CLAVE.
           START DEPARTAMENTOS KEY IS NOT LESS THAN DPTO-CLAVE
               INVALID KEY MOVE 1 TO FIN-ORGANIGRAMA.
           PERFORM UNTIL FIN-ORGANIGRAMA = 1
               READ DEPARTAMENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-ORGANIGRAMA
                   NOT AT END
                       MOVE DPTO-CLAVE TO CLAVE-NODO-BUSCADA
                       PERFORM BUSCAR-NODO
                       IF NODO-HALLADO = 0
                           IF DPTOS-SIN-UBICAR = 0
                               DISPLAY "DEPARTAMENTOS SIN UBICAR EN"
                                   " ORGANIGRAMA:"
                           END-IF
                           ADD 1 TO DPTOS-SIN-UBICAR
                           DISPLAY "  " DPTO-CLAVE " " DPTO-DESCRIPCION
                       END-IF
               END-READ
           END-PERFORM.

       MOSTRAR-RENGLON-ARBOL.
           MOVE NOD-CLAVE(I-NOD)       TO NOMBRE-NODO-CLAVE.
           MOVE NOD-DESCRIPCION(I-NOD) TO NOMBRE-NODO-DESC.
           IF NOD-TIPO(I-NOD) = "D"
               MOVE "DIRECCION"    TO NOMBRE-NODO-TIPO
           ELSE IF NOD-TIPO(I-NOD) = "G"
               MOVE "GERENCIA"     TO NOMBRE-NODO-TIPO
           ELSE
               MOVE "DEPARTAMENTO" TO NOMBRE-NODO-TIPO.
           MOVE SPACES TO LINEA-ORGANIGRAMA.
           COMPUTE INICIO-RUTA = (NOD-NIVEL(I-NOD) - 1) * 2 + 1.
           MOVE NOMBRE-NODO TO LINEA-ORGANIGRAMA(INICIO-RUTA:37).
           DISPLAY LINEA-ORGANIGRAMA.

       CARGAR-ORGANIGRAMA.
           MOVE 0 TO NODOS-TOTAL.
           MOVE 1 TO HAY-ORGANIGRAMA.
           MOVE 0 TO FIN-ORGANIGRAMA.
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
           IF NODOS-TOTAL = 0
               MOVE 0 TO HAY-ORGANIGRAMA
           END-IF.
           IF HAY-ORGANIGRAMA = 1
               PERFORM CALCULAR-RUTA-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
               PERFORM ORDENAR-ORGANIGRAMA
           END-IF.

       AGREGAR-NODO.
           IF NODOS-TOTAL >= 300
               DISPLAY "CAPACIDAD DEL ORGANIGRAMA EXCEDIDA (300)"
               MOVE 0 TO HAY-ORGANIGRAMA
               MOVE 1 TO FIN-ORGANIGRAMA
           ELSE
               ADD 1 TO NODOS-TOTAL
               MOVE ORG-CLAVE       TO NOD-CLAVE(NODOS-TOTAL)
               MOVE ORG-TIPO        TO NOD-TIPO(NODOS-TOTAL)
               MOVE ORG-DESCRIPCION TO NOD-DESCRIPCION(NODOS-TOTAL)
               MOVE ORG-PADRE       TO NOD-PADRE(NODOS-TOTAL)
           END-IF.

       BUSCAR-NODO.
           MOVE 0 TO NODO-HALLADO.
           PERFORM VARYING J-NOD FROM 1 BY 1
               UNTIL J-NOD > NODOS-TOTAL OR NODO-HALLADO > 0
               IF NOD-CLAVE(J-NOD) = CLAVE-NODO-BUSCADA
                   MOVE J-NOD TO NODO-HALLADO
               END-IF
           END-PERFORM.

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

      *******************************************************************
      *                               MENU
      *******************************************************************
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. ALTA DE DIRECCION O GERENCIA.".
           DISPLAY "6. BAJA DE DIRECCION O GERENCIA.".
           DISPLAY "7. MODIFICACION DE DIRECCION O GERENCIA.".
           DISPLAY "8. LISTAR ORGANIGRAMA.".
           DISPLAY "9. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
                   PERFORM MODIFICAR
               END-IF
           ELSE IF OPCION-MENU = 5
               PERFORM ALTA-NODO
           ELSE IF OPCION-MENU = 6
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA BAJA REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM BAJA-NODO
               END-IF
           ELSE IF OPCION-MENU = 7
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA MODIFICACION REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM MODIFICAR-NODO
               END-IF
           ELSE IF OPCION-MENU = 8
               PERFORM LISTAR-ORGANIGRAMA
           ELSE IF OPCION-MENU = 9
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

