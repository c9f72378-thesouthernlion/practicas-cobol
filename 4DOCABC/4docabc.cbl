      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4DOCABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIPODOC ASSIGN TO "TIPODOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-CLAVE.
           SELECT OPTIONAL PUEDOC ASSIGN TO "PUEDOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PD-LLAVE.
           SELECT OPTIONAL PUESTOS ASSIGN TO "PUESTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUE-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE TIPOS DE DOCUMENTO DEL PERSONAL (LICENCIA,
      *****CERTIFICADO MEDICO, TARJETA MIGRATORIA...). TD-VENCE = "S"
      *****SI EL DOCUMENTO TIENE FECHA DE VENCIMIENTO. 2DOCCAP CAPTURA
      *****LOS DOCUMENTOS DE CADA NOMINA Y 7DOCVEN REVISA SU VIGENCIA
       FD  TIPODOC.
       01  TIPODOC-REG.
           03  TD-CLAVE            PIC X(04).
           03  TD-DESCRIPCION      PIC X(30).
           03  TD-AUTORIDAD        PIC X(20).
           03  TD-VENCE            PIC X(01).

      *****DOCUMENTOS QUE EXIGE CADA PUESTO (4PUEABC)
       FD  PUEDOC.
       01  PUEDOC-REG.
           03  PD-LLAVE.
               05  PD-PUESTO       PIC X(04).
               05  PD-TIPO         PIC X(04).

       FD  PUESTOS.
       01  PUESTOS-REG.
           03  PUE-CLAVE           PIC X(04).
           03  PUE-DESCRIPCION     PIC X(20).
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  TD-KEY-EXISTE       PIC 9.
       77  PD-KEY-EXISTE       PIC 9.
       77  PUE-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  OPCION-REQUISITO    PIC X(01).
       77  PUESTO-BUSCADO      PIC X(04).
       77  CONT-REQUISITOS     PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O TIPODOC.
           OPEN I-O PUEDOC.
           OPEN INPUT PUESTOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE TIPODOC.
           CLOSE PUEDOC.
           CLOSE PUESTOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-TIPODOC.
           MOVE 1 TO TD-KEY-EXISTE.
           READ TIPODOC INVALID KEY MOVE 0 TO TD-KEY-EXISTE.

       LEER-PUEDOC.
           MOVE 1 TO PD-KEY-EXISTE.
           READ PUEDOC INVALID KEY MOVE 0 TO PD-KEY-EXISTE.

       LEER-PUESTOS.
           MOVE 1 TO PUE-KEY-EXISTE.
           READ PUESTOS INVALID KEY MOVE 0 TO PUE-KEY-EXISTE.

       CAPTURA-TIPODOC.
           DISPLAY "INGRESE LA DESCRIPCION"
           ACCEPT TD-DESCRIPCION
           DISPLAY "AUTORIDAD QUE LO EXPIDE"
           ACCEPT TD-AUTORIDAD
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "TIENE FECHA DE VENCIMIENTO? (S/N)"
               ACCEPT TD-VENCE
               IF TD-VENCE = "S" OR TD-VENCE = "N"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPUESTA INVALIDA"
               END-IF
           END-PERFORM.

       MOSTRAR-TIPODOC.
           DISPLAY "CLAVE:       ", TD-CLAVE.
           DISPLAY "DESCRIPCION: ", TD-DESCRIPCION.
           DISPLAY "AUTORIDAD:   ", TD-AUTORIDAD.
           DISPLAY "VENCE:       ", TD-VENCE.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "INGRESA CLAVE DEL TIPO DE DOCUMENTO"
           ACCEPT TD-CLAVE
           PERFORM LEER-TIPODOC
           IF TD-KEY-EXISTE = 1
               DISPLAY "TIPO DE DOCUMENTO YA EXISTE"
           ELSE
               PERFORM CAPTURA-TIPODOC
               WRITE TIPODOC-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****UN TIPO QUE ALGUN PUESTO EXIGE NO SE BORRA: PRIMERO SE QUITA
      *****DE LOS REQUISITOS
       BAJA.
           DISPLAY "INGRESA CLAVE DEL TIPO DE DOCUMENTO"
           ACCEPT TD-CLAVE
           PERFORM LEER-TIPODOC
           IF TD-KEY-EXISTE = 1
               PERFORM MOSTRAR-TIPODOC
               PERFORM CONTAR-PUESTOS-DEL-TIPO
               IF CONT-REQUISITOS > 0
                   DISPLAY "EL DOCUMENTO LO EXIGEN " CONT-REQUISITOS
                       " PUESTOS; QUITELO DE SUS REQUISITOS ANTES"
               ELSE
                   DISPLAY "QUIERES DAR DE BAJA ESTE TIPO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE TIPODOC
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF
           ELSE
               DISPLAY "TIPO DE DOCUMENTO NO EXISTE".

       CONTAR-PUESTOS-DEL-TIPO.
           MOVE 0 TO CONT-REQUISITOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO PD-LLAVE.
           START PUEDOC KEY IS NOT LESS THAN PD-LLAVE
               INVALID KEY MOVE 1 TO FIN-LISTADO.
           PERFORM UNTIL FIN-LISTADO = 1
               READ PUEDOC NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF PD-TIPO = TD-CLAVE
                           ADD 1 TO CONT-REQUISITOS
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           DISPLAY "INGRESA CLAVE DEL TIPO DE DOCUMENTO"
           ACCEPT TD-CLAVE.
           PERFORM LEER-TIPODOC.
           IF TD-KEY-EXISTE = 1
               PERFORM MOSTRAR-TIPODOC
           ELSE
               DISPLAY "TIPO DE DOCUMENTO NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA LA CLAVE DEL TIPO DE DOCUMENTO"
           ACCEPT TD-CLAVE
           PERFORM LEER-TIPODOC.
           IF TD-KEY-EXISTE = 1
               PERFORM MOSTRAR-TIPODOC
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-TIPODOC
                   REWRITE TIPODOC-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "TIPO DE DOCUMENTO NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO TD-CLAVE.
           START TIPODOC KEY IS NOT LESS THAN TD-CLAVE
               INVALID KEY
                   DISPLAY "NO HAY TIPOS DE DOCUMENTO"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CLAVE DESCRIPCION                    AUTORIDAD"
               "            VENCE".
           PERFORM UNTIL FIN-LISTADO = 1
               READ TIPODOC NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY TD-CLAVE "  " TD-DESCRIPCION " "
                           TD-AUTORIDAD " " TD-VENCE
               END-READ
           END-PERFORM.

      *******************************************************************
      *                     REQUISITOS POR PUESTO
      *******************************************************************
       REQUISITOS.
           DISPLAY "CLAVE DEL PUESTO".
           ACCEPT PUESTO-BUSCADO.
           MOVE PUESTO-BUSCADO TO PUE-CLAVE.
           PERFORM LEER-PUESTOS.
           IF PUE-KEY-EXISTE = 0
               DISPLAY "PUESTO NO EXISTE EN EL CATALOGO (4PUEABC)"
           ELSE
               DISPLAY "PUESTO: " PUE-DESCRIPCION
               PERFORM LISTAR-REQUISITOS
               DISPLAY "A = AGREGAR DOCUMENTO, Q = QUITAR DOCUMENTO,"
                   " OTRO = REGRESAR"
               ACCEPT OPCION-REQUISITO
               IF OPCION-REQUISITO = "A"
                   PERFORM AGREGAR-REQUISITO
               ELSE IF OPCION-REQUISITO = "Q"
                   PERFORM QUITAR-REQUISITO
               END-IF
               END-IF
           END-IF.

       LISTAR-REQUISITOS.
           MOVE 0 TO CONT-REQUISITOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE PUESTO-BUSCADO TO PD-PUESTO.
           MOVE LOW-VALUES TO PD-TIPO.
           START PUEDOC KEY IS NOT LESS THAN PD-LLAVE
               INVALID KEY MOVE 1 TO FIN-LISTADO.
           DISPLAY "TIPO DESCRIPCION".
           PERFORM UNTIL FIN-LISTADO = 1
               READ PUEDOC NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF PD-PUESTO NOT = PUESTO-BUSCADO
                           MOVE 1 TO FIN-LISTADO
                       ELSE
                           ADD 1 TO CONT-REQUISITOS
                           MOVE PD-TIPO TO TD-CLAVE
                           PERFORM LEER-TIPODOC
                           IF TD-KEY-EXISTE = 0
                               MOVE "(SIN CATALOGO)" TO TD-DESCRIPCION
                           END-IF
                           DISPLAY PD-TIPO " " TD-DESCRIPCION
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-REQUISITOS = 0
               DISPLAY "EL PUESTO NO EXIGE DOCUMENTOS".

       AGREGAR-REQUISITO.
           DISPLAY "CLAVE DEL TIPO DE DOCUMENTO".
           ACCEPT TD-CLAVE.
           PERFORM LEER-TIPODOC.
           IF TD-KEY-EXISTE = 0
               DISPLAY "TIPO DE DOCUMENTO NO EXISTE"
           ELSE
               MOVE PUESTO-BUSCADO TO PD-PUESTO
               MOVE TD-CLAVE       TO PD-TIPO
               PERFORM LEER-PUEDOC
               IF PD-KEY-EXISTE = 1
                   DISPLAY "EL PUESTO YA EXIGE ESE DOCUMENTO"
               ELSE
                   WRITE PUEDOC-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           END-IF.

       QUITAR-REQUISITO.
           DISPLAY "CLAVE DEL TIPO DE DOCUMENTO".
           ACCEPT PD-TIPO.
           MOVE PUESTO-BUSCADO TO PD-PUESTO.
           PERFORM LEER-PUEDOC.
           IF PD-KEY-EXISTE = 0
               DISPLAY "EL PUESTO NO EXIGE ESE DOCUMENTO"
           ELSE
               DELETE PUEDOC
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY "  TIPOS DE DOCUMENTO DEL PERSONAL".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODOS.".
           DISPLAY "6. DOCUMENTOS REQUERIDOS POR PUESTO.".
           DISPLAY "7. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               PERFORM BAJA
           ELSE IF OPCION-MENU = 3
               PERFORM CONSULTA
           ELSE IF OPCION-MENU = 4
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-TODOS
           ELSE IF OPCION-MENU = 6
               PERFORM REQUISITOS
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4DOCABC.
