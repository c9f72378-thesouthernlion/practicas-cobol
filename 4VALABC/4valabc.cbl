      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4VALABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VALTAR ASSIGN TO "VALTAR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VT-NOMINA.

           SELECT OPTIONAL VALESPER ASSIGN TO "VALESPER"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VP-LLAVE.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

           SELECT AUDITORIA ASSIGN TO "VALAUD".

       DATA DIVISION.
       FILE SECTION.
      *****TARJETAS DE VALES DE DESPENSA DEL PROVEEDOR: UNA POR NOMINA;
      *****SOLO UNA TARJETA ACTIVA RECIBE LA DISPERSION DE LA CLAVE 05
      *****(7VALFMT). BLOQUEADA LA PONE EL PROVEEDOR (7VALREC) O EL
      *****OPERADOR; CANCELADA ES LA BAJA LOGICA
       FD  VALTAR.
       01  VALTAR-REG.
           03  VT-NOMINA           PIC 9(06).
           03  VT-TARJETA          PIC X(16).
           03  VT-ESTADO           PIC X(10).
           03  VT-FEC-ALTA         PIC 9(06).
           03  VT-OPERADOR         PIC X(08).

      *****HISTORIA DE VALES POR PERIODO Y NOMINA (7VALFMT / 7VALREC);
      *****AQUI SE CONTESTA SI LOS VALES LLEGARON A LA TARJETA
       FD  VALESPER.
       01  VALESPER-REG.
           03  VP-LLAVE.
               05  VP-PERIODO      PIC 9(06).
               05  VP-NOMINA       PIC 9(06).
           03  VP-TARJETA          PIC X(16).
           03  VP-IMPORTE          PIC 9(08)V99.
           03  VP-EMPRESA          PIC X(03).
           03  VP-ESTADO           PIC X(10).
           03  VP-MOTIVO           PIC X(20).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LAS AUDITORIAS
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****AUDIT DE LAS TARJETAS: ARCHIVO FISICO PROPIO (VALAUD) CON EL
      *****MISMO ANCHO DE LINEA QUE 4EMPABC
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  VT-KEY-EXISTE       PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  FIN-LISTADO         PIC 9.
       77  NOMINA-HISTORIA     PIC 9(06).
       77  CONT-HISTORIA       PIC 9(04).
      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08).
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

      *****FOTO DE LA TARJETA PARA EL ANTES Y EL DESPUES DEL AUDIT
       01  AUDIT-TARJETA.
           03  AUDTAR-TARJETA      PIC X(16).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDTAR-ESTADO       PIC X(10).
       01  FECHA-AUDIT.
           03  FECHA-AUDIT-AA      PIC 99.
           03  FECHA-AUDIT-MM      PIC 99.
           03  FECHA-AUDIT-DD      PIC 99.
       01  HORA-AUDIT.
           03  HORA-AUDIT-HH       PIC 99.
           03  HORA-AUDIT-MN       PIC 99.
           03  HORA-AUDIT-SS       PIC 99.
           03  HORA-AUDIT-CC       PIC 99.
       01  AUDIT-LINEA.
           05  AUDIT-FECHA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-HORA          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-AUTORIZACION  PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERACION     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-KEY           PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-ANTES         PIC X(35).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-DESPUES       PIC X(35).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  AUDIT-OPERADOR      PIC X(08).
           05  FILLER              PIC X(22) VALUE SPACES.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O VALTAR.
           OPEN INPUT VALESPER.
           OPEN INPUT EMPINX.
           OPEN EXTEND AUDITORIA.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE VALTAR
           CLOSE VALESPER
           CLOSE EMPINX
           CLOSE AUDITORIA
           CLOSE USUARIOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                          FIRMA (SIGN-ON)
      *******************************************************************
       FIRMAR-OPERADOR.
           PERFORM REVISAR-USUARIOS-VACIO.
           IF USUARIOS-VACIO = 1
               DISPLAY "SIN MAESTRO DE USUARIOS - ACCESO LIBRE"
               MOVE "SISTEMA" TO OPERADOR-FIRMADO
               MOVE 2 TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               MOVE 0 TO FIRMA-OK
               MOVE 0 TO INTENTOS-FIRMA
               PERFORM VALIDAR-FIRMA
                   UNTIL FIRMA-OK = 1 OR INTENTOS-FIRMA >= 3
           END-IF.

       REVISAR-USUARIOS-VACIO.
           MOVE 1 TO USUARIOS-VACIO.
           MOVE LOW-VALUES TO USU-CLAVE.
           START USUARIOS KEY IS NOT LESS THAN USU-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ USUARIOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 0 TO USUARIOS-VACIO
                   END-READ
           END-START.

       VALIDAR-FIRMA.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "CLAVE DE OPERADOR".
           ACCEPT CLAVE-FIRMA.
           DISPLAY "PASSWORD".
           ACCEPT PASSWORD-FIRMA.
           MOVE CLAVE-FIRMA TO USU-CLAVE.
           MOVE 1 TO FIRMA-EXISTE.
           READ USUARIOS INVALID KEY MOVE 0 TO FIRMA-EXISTE.
           IF FIRMA-EXISTE = 1 AND USU-PASSWORD = PASSWORD-FIRMA
               MOVE USU-CLAVE TO OPERADOR-FIRMADO
               MOVE USU-NIVEL TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               DISPLAY "CLAVE O PASSWORD INCORRECTOS"
           END-IF.

      *******************************************************************
      *                            AUDITORIA
      *******************************************************************
       GRABAR-AUDITORIA.
           ACCEPT FECHA-AUDIT FROM DATE.
           ACCEPT HORA-AUDIT FROM TIME.
           MOVE FECHA-AUDIT    TO AUDIT-FECHA.
           MOVE HORA-AUDIT-HH  TO AUDIT-HORA(1:2).
           MOVE HORA-AUDIT-MN  TO AUDIT-HORA(3:2).
           MOVE HORA-AUDIT-SS  TO AUDIT-HORA(5:2).
           MOVE AUTORIZACION   TO AUDIT-AUTORIZACION.
           MOVE OPERADOR-FIRMADO TO AUDIT-OPERADOR.
           MOVE AUDIT-LINEA    TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.

       FOTO-TARJETA.
           MOVE VT-TARJETA TO AUDTAR-TARJETA.
           MOVE VT-ESTADO  TO AUDTAR-ESTADO.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-VALTAR.
           MOVE 1 TO VT-KEY-EXISTE.
           READ VALTAR INVALID KEY MOVE 0 TO VT-KEY-EXISTE.

       MOSTRAR-TARJETA.
           DISPLAY "NOMINA:        ", VT-NOMINA.
           DISPLAY "TARJETA:       ", VT-TARJETA.
           DISPLAY "ESTADO:        ", VT-ESTADO.
           DISPLAY "FECHA ALTA:    ", VT-FEC-ALTA.

      *****EL NUMERO DE TARJETA DEL PROVEEDOR SON 16 DIGITOS
       CAPTURA-TARJETA.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "NUMERO DE TARJETA (16 DIGITOS)"
               ACCEPT VT-TARJETA
               IF VT-TARJETA IS NUMERIC
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "TARJETA INVALIDA"
               END-IF
           END-PERFORM.

       CAPTURA-ESTADO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "ESTADO (ACTIVA / BLOQUEADA / CANCELADA)"
               ACCEPT VT-ESTADO
               IF VT-ESTADO = "ACTIVA" OR VT-ESTADO = "BLOQUEADA"
                   OR VT-ESTADO = "CANCELADA"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "ESTADO INVALIDO"
               END-IF
           END-PERFORM.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "NOMINA DEL EMPLEADO"
           ACCEPT VT-NOMINA.
           MOVE VT-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           PERFORM LEER-VALTAR.
           IF EXISTE-NOMINA = 0
               DISPLAY "NOMINA NO EXISTE EN EMPINX"
           ELSE IF VT-KEY-EXISTE = 1
               DISPLAY "LA NOMINA YA TIENE TARJETA, USA MODIFICACION"
           ELSE
               DISPLAY "EMPLEADO: " EMPINX-NOMBRE
               PERFORM CAPTURA-TARJETA
               MOVE "ACTIVA" TO VT-ESTADO
               ACCEPT VT-FEC-ALTA FROM DATE
               MOVE OPERADOR-FIRMADO TO VT-OPERADOR
               WRITE VALTAR-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               PERFORM FOTO-TARJETA
               MOVE "ALTA"     TO AUDIT-OPERACION
               MOVE VT-NOMINA  TO AUDIT-KEY
               MOVE SPACES     TO AUDIT-ANTES
               MOVE AUDIT-TARJETA TO AUDIT-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****LA BAJA ES LOGICA (CANCELADA) PARA QUE LA HISTORIA DE
      *****VALESPER SIGA CASANDO CONTRA SU TARJETA
       BAJA.
           DISPLAY "NOMINA DEL EMPLEADO"
           ACCEPT VT-NOMINA.
           PERFORM LEER-VALTAR.
           IF VT-KEY-EXISTE = 1
               PERFORM MOSTRAR-TARJETA
               DISPLAY "QUIERES CANCELAR ESTA TARJETA?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM FOTO-TARJETA
                   MOVE AUDIT-TARJETA TO AUDIT-ANTES
                   MOVE "CANCELADA" TO VT-ESTADO
                   MOVE OPERADOR-FIRMADO TO VT-OPERADOR
                   REWRITE VALTAR-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   PERFORM FOTO-TARJETA
                   MOVE "BAJA"     TO AUDIT-OPERACION
                   MOVE VT-NOMINA  TO AUDIT-KEY
                   MOVE AUDIT-TARJETA TO AUDIT-DESPUES
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   DISPLAY "BAJA CANCELADA"
               END-IF
           ELSE
               DISPLAY "LA NOMINA NO TIENE TARJETA".

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
      *****LA TARJETA Y SU HISTORIA POR PERIODO: IMPORTE ENVIADO AL
      *****PROVEEDOR Y LO QUE CONTESTO
       CONSULTA.
           DISPLAY "NOMINA DEL EMPLEADO"
           ACCEPT VT-NOMINA.
           PERFORM LEER-VALTAR.
           IF VT-KEY-EXISTE = 1
               PERFORM MOSTRAR-TARJETA
           ELSE
               DISPLAY "LA NOMINA NO TIENE TARJETA"
           END-IF.
           MOVE VT-NOMINA TO NOMINA-HISTORIA.
           PERFORM LISTAR-HISTORIA.

       LISTAR-HISTORIA.
           MOVE 0 TO CONT-HISTORIA.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO VP-LLAVE.
           START VALESPER KEY IS NOT LESS THAN VP-LLAVE
               INVALID KEY MOVE 1 TO FIN-LISTADO.
           DISPLAY "PERIODO TARJETA          IMPORTE     ESTADO"
               "     MOTIVO".
           PERFORM UNTIL FIN-LISTADO = 1
               READ VALESPER NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF VP-NOMINA = NOMINA-HISTORIA
                           ADD 1 TO CONT-HISTORIA
                           DISPLAY VP-PERIODO " " VP-TARJETA " "
                               VP-IMPORTE " " VP-ESTADO " "
                               VP-MOTIVO
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-HISTORIA = 0
               DISPLAY "SIN VALES DISPERSADOS PARA ESA NOMINA".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
      *****REPOSICION DE TARJETA O CAMBIO DE ESTADO (DESBLOQUEO)
       MODIFICAR.
           DISPLAY "NOMINA DEL EMPLEADO"
           ACCEPT VT-NOMINA.
           PERFORM LEER-VALTAR.
           IF VT-KEY-EXISTE = 1
               PERFORM MOSTRAR-TARJETA
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM FOTO-TARJETA
                   MOVE AUDIT-TARJETA TO AUDIT-ANTES
                   PERFORM CAPTURA-TARJETA
                   PERFORM CAPTURA-ESTADO
                   MOVE OPERADOR-FIRMADO TO VT-OPERADOR
                   REWRITE VALTAR-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   PERFORM FOTO-TARJETA
                   MOVE "MODIFICAR" TO AUDIT-OPERACION
                   MOVE VT-NOMINA   TO AUDIT-KEY
                   MOVE AUDIT-TARJETA TO AUDIT-DESPUES
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
               END-IF
           ELSE
               DISPLAY "LA NOMINA NO TIENE TARJETA".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE 0 TO VT-NOMINA.
           START VALTAR KEY IS NOT LESS THAN VT-NOMINA
               INVALID KEY
                   DISPLAY "NO HAY TARJETAS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "NOMINA TARJETA          ESTADO     ALTA".
           PERFORM UNTIL FIN-LISTADO = 1
               READ VALTAR NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY VT-NOMINA " " VT-TARJETA " "
                           VT-ESTADO " " VT-FEC-ALTA
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY "TARJETAS DE VALES".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA E HISTORIA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODOS.".
           DISPLAY "6. SALIR."
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
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4VALABC.
