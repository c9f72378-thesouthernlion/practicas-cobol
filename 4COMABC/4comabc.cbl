      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4COMABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMPLAN ASSIGN TO "COMPLAN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-LLAVE.

           SELECT OPTIONAL COMFACT ASSIGN TO "COMFACT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CF-FACTURA.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT AUDITORIA ASSIGN TO "COMAUD".

       DATA DIVISION.
       FILE SECTION.
      *****PLAN DE COMISIONES: UNO POR DEPARTAMENTO (TIPO D, CLAVE DE
      *****EMPINX-DPTO) O POR PUESTO (TIPO P, CLAVE DE 4PUEABC); EL
      *****PLAN DEL PUESTO GANA AL DEL DEPARTAMENTO. HASTA CINCO TRAMOS
      *****ESCALONADOS: CADA PORCENTAJE SE APLICA A LA PARTE DE LA
      *****VENTA COBRADA QUE CAE EN SU TRAMO; EL LIMITE DEL TRAMO ES
      *****EL TOPE SUPERIOR Y UN LIMITE EN CERO ES SIN TOPE (ULTIMO)
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

      *****CONTROL DE FACTURAS DE 3COMPRO: PAGADA YA GENERO COMISION Y
      *****NO SE VUELVE A PAGAR; LA FACTURA EN DISPUTA QUEDA RETENIDA
      *****HASTA QUE UN SUPERVISOR LA LIBERA (LA PAGA LA SIGUIENTE
      *****CORRIDA) O LA CANCELA, O HASTA QUE LLEGA SIN DISPUTA
       FD  COMFACT.
       01  COMFACT-REG.
           03  CF-FACTURA          PIC X(12).
           03  CF-NOMINA           PIC 9(06).
           03  CF-IMPORTE          PIC 9(08)V99.
           03  CF-PERIODO-RET      PIC 9(06).
           03  CF-ESTADO           PIC X(10).
           03  CF-PERIODO-PAGO     PIC 9(06).
           03  CF-OPERADOR         PIC X(08).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LAS AUDITORIAS
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****AUDIT DE PLANES Y LIBERACIONES: ARCHIVO FISICO PROPIO
      *****(COMAUD) CON EL MISMO ANCHO DE LINEA QUE 4EMPABC
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  CP-KEY-EXISTE       PIC 9.
       77  CF-KEY-EXISTE       PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  FIN-LISTADO         PIC 9.
       77  I-TRAMO             PIC 9.
       77  LIMITE-ANTERIOR     PIC 9(08)V99.
       77  TRAMO-ABIERTO       PIC 9.
       77  NUEVO-ESTADO        PIC X(10).
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

      *****FOTO DEL PLAN PARA EL ANTES Y EL DESPUES DEL AUDIT: LOS TRES
      *****PRIMEROS TRAMOS (LIMITE EN MILES Y PORCENTAJE)
       01  AUDIT-PLAN.
           03  AUDPLA-TRAMO OCCURS 3 TIMES.
               05  AUDPLA-LIMITE   PIC 9(05).
               05  FILLER          PIC X(01) VALUE "/".
               05  AUDPLA-PCT      PIC 9(02)V99.
               05  FILLER          PIC X(01) VALUE SPACE.
       01  AUDIT-RETENIDA.
           03  AUDRET-FACTURA      PIC X(12).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDRET-ESTADO       PIC X(10).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDRET-IMPORTE      PIC 9(08)V99.
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
           OPEN I-O COMPLAN.
           OPEN I-O COMFACT.
           OPEN EXTEND AUDITORIA.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE COMPLAN
           CLOSE COMFACT
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

       FOTO-PLAN.
           PERFORM VARYING I-TRAMO FROM 1 BY 1 UNTIL I-TRAMO > 3
               COMPUTE AUDPLA-LIMITE(I-TRAMO) =
                   CP-LIMITE(I-TRAMO) / 1000
               MOVE CP-PORCENTAJE(I-TRAMO) TO AUDPLA-PCT(I-TRAMO)
           END-PERFORM.
           MOVE CP-LLAVE TO AUDIT-KEY.

       FOTO-RETENIDA.
           MOVE CF-FACTURA TO AUDRET-FACTURA.
           MOVE CF-ESTADO  TO AUDRET-ESTADO.
           MOVE CF-IMPORTE TO AUDRET-IMPORTE.
           MOVE CF-NOMINA  TO AUDIT-KEY.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-PLAN.
           MOVE 1 TO CP-KEY-EXISTE.
           READ COMPLAN INVALID KEY MOVE 0 TO CP-KEY-EXISTE.

       CAPTURA-LLAVE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "TIPO DE PLAN (D=DEPARTAMENTO, P=PUESTO)"
               ACCEPT CP-TIPO
               IF CP-TIPO = "D" OR CP-TIPO = "P"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "SOLO D O P"
               END-IF
           END-PERFORM.
           IF CP-TIPO = "D"
               DISPLAY "CLAVE DE DEPARTAMENTO"
           ELSE
               DISPLAY "CLAVE DE PUESTO"
           END-IF.
           ACCEPT CP-CLAVE.

       MOSTRAR-PLAN.
           DISPLAY "TIPO:          ", CP-TIPO.
           DISPLAY "CLAVE:         ", CP-CLAVE.
           DISPLAY "DESCRIPCION:   ", CP-DESCRIPCION.
           DISPLAY "TRAMO HASTA         PORCENTAJE".
           MOVE 0 TO TRAMO-ABIERTO.
           PERFORM VARYING I-TRAMO FROM 1 BY 1
               UNTIL I-TRAMO > 5 OR TRAMO-ABIERTO = 1
               IF CP-LIMITE(I-TRAMO) = 0
                   DISPLAY I-TRAMO "     SIN TOPE      "
                       CP-PORCENTAJE(I-TRAMO)
                   MOVE 1 TO TRAMO-ABIERTO
               ELSE
                   DISPLAY I-TRAMO "     " CP-LIMITE(I-TRAMO) "   "
                       CP-PORCENTAJE(I-TRAMO)
               END-IF
           END-PERFORM.
           DISPLAY "OPERADOR:      ", CP-OPERADOR.

      *****LOS LIMITES DEBEN SUBIR DE TRAMO EN TRAMO; UN LIMITE EN CERO
      *****CIERRA LA TABLA (SIN TOPE) Y LOS TRAMOS QUE SIGUEN QUEDAN EN
      *****CERO. EL QUINTO TRAMO SIEMPRE QUEDA SIN TOPE
       CAPTURA-TRAMOS.
           DISPLAY "DESCRIPCION"
           ACCEPT CP-DESCRIPCION.
           PERFORM VARYING I-TRAMO FROM 1 BY 1 UNTIL I-TRAMO > 5
               MOVE 0 TO CP-LIMITE(I-TRAMO)
               MOVE 0 TO CP-PORCENTAJE(I-TRAMO)
           END-PERFORM.
           MOVE 0 TO LIMITE-ANTERIOR.
           MOVE 0 TO TRAMO-ABIERTO.
           PERFORM VARYING I-TRAMO FROM 1 BY 1
               UNTIL I-TRAMO > 5 OR TRAMO-ABIERTO = 1
               IF I-TRAMO = 5
                   MOVE 1 TO TRAMO-ABIERTO
               ELSE
                   MOVE 0 TO BANDERA-CAMPO-VALIDO
                   PERFORM WITH TEST AFTER
                       UNTIL BANDERA-CAMPO-VALIDO = 1
                       DISPLAY "TRAMO " I-TRAMO
                           " - VENTA HASTA (0 = SIN TOPE)"
                       ACCEPT CP-LIMITE(I-TRAMO)
                       IF CP-LIMITE(I-TRAMO) = 0
                           MOVE 1 TO TRAMO-ABIERTO
                           MOVE 1 TO BANDERA-CAMPO-VALIDO
                       ELSE IF CP-LIMITE(I-TRAMO) > LIMITE-ANTERIOR
                           MOVE CP-LIMITE(I-TRAMO) TO LIMITE-ANTERIOR
                           MOVE 1 TO BANDERA-CAMPO-VALIDO
                       ELSE
                           DISPLAY "EL LIMITE DEBE SER MAYOR AL DEL"
                               " TRAMO ANTERIOR"
                       END-IF
                   END-PERFORM
               END-IF
               DISPLAY "TRAMO " I-TRAMO " - PORCENTAJE DE COMISION"
               ACCEPT CP-PORCENTAJE(I-TRAMO)
           END-PERFORM.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-PLAN.
           IF CP-KEY-EXISTE = 1
               DISPLAY "YA EXISTE ESE PLAN"
           ELSE
               PERFORM CAPTURA-TRAMOS
               MOVE OPERADOR-FIRMADO TO CP-OPERADOR
               WRITE COMPLAN-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               PERFORM FOTO-PLAN
               MOVE "ALTA"     TO AUDIT-OPERACION
               MOVE SPACES     TO AUDIT-ANTES
               MOVE AUDIT-PLAN TO AUDIT-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

      *******************************************************************
      *                              BAJA
      *******************************************************************
       BAJA.
           IF NIVEL-FIRMADO < 2
               DISPLAY "BAJA REQUIERE NIVEL SUPERVISOR"
           ELSE
               PERFORM CAPTURA-LLAVE
               PERFORM LEER-PLAN
               IF CP-KEY-EXISTE = 1
                   PERFORM MOSTRAR-PLAN
                   DISPLAY "QUIERES BORRAR ESTE PLAN?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM FOTO-PLAN
                       MOVE AUDIT-PLAN TO AUDIT-ANTES
                       DELETE COMPLAN RECORD
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                       MOVE "BAJA"     TO AUDIT-OPERACION
                       MOVE SPACES     TO AUDIT-DESPUES
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "OPERACION CANCELADA"
                   END-IF
               ELSE
                   DISPLAY "PLAN NO EXISTE"
               END-IF
           END-IF.

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-PLAN.
           IF CP-KEY-EXISTE = 1
               PERFORM MOSTRAR-PLAN
           ELSE
               DISPLAY "PLAN NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-PLAN.
           IF CP-KEY-EXISTE = 1
               PERFORM MOSTRAR-PLAN
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM FOTO-PLAN
                   MOVE AUDIT-PLAN TO AUDIT-ANTES
                   PERFORM CAPTURA-TRAMOS
                   MOVE OPERADOR-FIRMADO TO CP-OPERADOR
                   REWRITE COMPLAN-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   PERFORM FOTO-PLAN
                   MOVE "MODIFICAR" TO AUDIT-OPERACION
                   MOVE AUDIT-PLAN TO AUDIT-DESPUES
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
               END-IF
           ELSE
               DISPLAY "PLAN NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO CP-LLAVE.
           START COMPLAN KEY IS NOT LESS THAN CP-LLAVE
               INVALID KEY
                   DISPLAY "NO HAY PLANES"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "T CLAVE DESCRIPCION          TRAMO 1"
               "           TRAMO 2".
           PERFORM UNTIL FIN-LISTADO = 1
               READ COMPLAN NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY CP-TIPO " " CP-CLAVE "  " CP-DESCRIPCION
                           " " CP-LIMITE(1) " " CP-PORCENTAJE(1)
                           " " CP-LIMITE(2) " " CP-PORCENTAJE(2)
               END-READ
           END-PERFORM.

      *******************************************************************
      *                       FACTURAS RETENIDAS
      *******************************************************************
       LISTAR-RETENIDAS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO CF-FACTURA.
           START COMFACT KEY IS NOT LESS THAN CF-FACTURA
               INVALID KEY
                   DISPLAY "NO HAY FACTURAS RETENIDAS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "FACTURA      NOMINA     IMPORTE RETENIDA  ESTADO"
               "     PAGADA".
           PERFORM UNTIL FIN-LISTADO = 1
               READ COMFACT NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF CF-PERIODO-RET > 0
                           DISPLAY CF-FACTURA " " CF-NOMINA " "
                               CF-IMPORTE " " CF-PERIODO-RET "    "
                               CF-ESTADO " " CF-PERIODO-PAGO
                       END-IF
               END-READ
           END-PERFORM.

      *****RESOLVER UNA DISPUTA ES DE SUPERVISOR: LIBERADA LA PAGA LA
      *****SIGUIENTE CORRIDA DE 3COMPRO, CANCELADA YA NO SE PAGA
       LIBERAR-FACTURA.
           IF NIVEL-FIRMADO < 2
               DISPLAY "LIBERAR REQUIERE NIVEL SUPERVISOR"
           ELSE
               DISPLAY "FACTURA"
               ACCEPT CF-FACTURA
               MOVE 1 TO CF-KEY-EXISTE
               READ COMFACT INVALID KEY MOVE 0 TO CF-KEY-EXISTE
               END-READ
               IF CF-KEY-EXISTE = 0
                   DISPLAY "FACTURA NO ESTA RETENIDA"
               ELSE IF CF-ESTADO NOT = "RETENIDA"
                   DISPLAY "FACTURA YA ESTA " CF-ESTADO
               ELSE
                   DISPLAY "NOMINA:  " CF-NOMINA
                   DISPLAY "IMPORTE: " CF-IMPORTE
                   DISPLAY "RETENIDA EN PERIODO: " CF-PERIODO-RET
                   MOVE 0 TO BANDERA-CAMPO-VALIDO
                   PERFORM WITH TEST AFTER
                       UNTIL BANDERA-CAMPO-VALIDO = 1
                       DISPLAY "L = LIBERAR, C = CANCELAR"
                       ACCEPT WKS-RESP
                       IF WKS-RESP = "L"
                           MOVE "LIBERADA" TO NUEVO-ESTADO
                           MOVE 1 TO BANDERA-CAMPO-VALIDO
                       ELSE IF WKS-RESP = "C"
                           MOVE "CANCELADA" TO NUEVO-ESTADO
                           MOVE 1 TO BANDERA-CAMPO-VALIDO
                       ELSE
                           DISPLAY "SOLO L O C"
                       END-IF
                   END-PERFORM
                   PERFORM FOTO-RETENIDA
                   MOVE AUDIT-RETENIDA TO AUDIT-ANTES
                   MOVE NUEVO-ESTADO TO CF-ESTADO
                   MOVE OPERADOR-FIRMADO TO CF-OPERADOR
                   REWRITE COMFACT-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   PERFORM FOTO-RETENIDA
                   MOVE "LIBERAR"  TO AUDIT-OPERACION
                   MOVE AUDIT-RETENIDA TO AUDIT-DESPUES
                   PERFORM GRABAR-AUDITORIA
               END-IF
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " PLANES DE COMISION".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODOS.".
           DISPLAY "6. FACTURAS RETENIDAS.".
           DISPLAY "7. LIBERAR FACTURA.".
           DISPLAY "8. SALIR."
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
               PERFORM LISTAR-RETENIDAS
           ELSE IF OPCION-MENU = 7
               PERFORM LIBERAR-FACTURA
           ELSE IF OPCION-MENU = 8
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4COMABC.
