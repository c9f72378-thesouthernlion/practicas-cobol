      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2VIACAP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VIATICOS ASSIGN TO "VIATICOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIA-LLAVE.
           SELECT OPTIONAL VIACOMP ASSIGN TO "VIACOMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VCO-LLAVE.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****LIBRO DE VIATICOS: UN RENGLON POR ANTICIPO (NOMINA + FOLIO)
      *****CON LO ENTREGADO, LO COMPROBADO CON COMPROBANTE DEDUCIBLE, LO
      *****GASTADO SIN COMPROBANTE DEDUCIBLE Y EL SALDO SIN COMPROBAR.
      *****ESTADOS: ABIERTO (RECIBIENDO COMPROBANTES), COMPROBADO
      *****(CERRADO, ESPERA A 3VIALIQ), LIQUIDADO Y GRAVADO (VENCIO EL
      *****PLAZO Y LO NO COMPROBADO SE PAGO COMO INGRESO GRAVABLE)
       FD  VIATICOS.
       01  VIATICOS-REG.
           03  VIA-LLAVE.
               05  VIA-NOMINA          PIC 9(06).
               05  VIA-FOLIO           PIC 9(04).
           03  VIA-FEC-ANTICIPO        PIC 9(08).
           03  VIA-DESTINO             PIC X(20).
           03  VIA-IMPORTE             PIC 9(08)V99.
           03  VIA-COMPROBADO          PIC 9(08)V99.
           03  VIA-NO-DEDUCIBLE        PIC 9(08)V99.
           03  VIA-SALDO               PIC S9(08)V99.
           03  VIA-CONT-COMPROB        PIC 9(03).
           03  VIA-ESTADO              PIC X(10).
           03  VIA-PERIODO-LIQ         PIC 9(06).
           03  VIA-OPERADOR            PIC X(08).

      *****COMPROBANTES DE CADA ANTICIPO; DEDUCIBLE S/N DICE SI EL
      *****GASTO TRAE COMPROBANTE FISCAL QUE LO AMPARE
       FD  VIACOMP.
       01  VIACOMP-REG.
           03  VCO-LLAVE.
               05  VCO-NOMINA          PIC 9(06).
               05  VCO-FOLIO           PIC 9(04).
               05  VCO-RENGLON         PIC 9(03).
           03  VCO-FECHA               PIC 9(08).
           03  VCO-IMPORTE             PIC 9(08)V99.
           03  VCO-DEDUCIBLE           PIC X(01).
           03  VCO-CONCEPTO            PIC X(20).
           03  VCO-OPERADOR            PIC X(08).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-RESTO        PIC X(86).

      *****MAESTRO DE OPERADORES (VER 4USUABC); EL CIERRE DE LA
      *****COMPROBACION EXIGE NIVEL SUPERVISOR
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  VIA-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  FOLIO-BUSCADO       PIC 9(04).
       77  FOLIO-SIGUIENTE     PIC 9(04).
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".

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

       77  CONT-ABIERTOS       PIC 9(04).
       77  TOTAL-SALDO         PIC S9(09)V99.

       PROCEDURE DIVISION.
      *****ANTICIPOS DE VIATICOS Y SU COMPROBACION: SE REGISTRA EL
      *****ANTICIPO, SE CAPTURAN LOS COMPROBANTES (DEDUCIBLE O NO) Y EL
      *****SUPERVISOR CIERRA LA COMPROBACION; 3VIALIQ LIQUIDA LO CERRADO
      *****POR NOMINA Y GRAVA LO QUE VENCE SIN COMPROBAR
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O VIATICOS.
           OPEN I-O VIACOMP.
           OPEN INPUT EMPINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE VIATICOS.
           CLOSE VIACOMP.
           CLOSE EMPINX.
           CLOSE USUARIOS.
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

       LEER-EMPINX.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.

       LEER-VIATICOS.
           MOVE 1 TO VIA-KEY-EXISTE.
           READ VIATICOS INVALID KEY MOVE 0 TO VIA-KEY-EXISTE.

       PEDIR-ANTICIPO.
           DISPLAY "NOMINA DEL EMPLEADO".
           ACCEPT NOMINA-BUSCADA.
           DISPLAY "FOLIO DEL ANTICIPO".
           ACCEPT FOLIO-BUSCADO.
           MOVE NOMINA-BUSCADA TO VIA-NOMINA.
           MOVE FOLIO-BUSCADO  TO VIA-FOLIO.
           PERFORM LEER-VIATICOS.

      *****EL FOLIO ES CONSECUTIVO POR NOMINA: EL ULTIMO DEL EMPLEADO
      *****MAS UNO
       BUSCAR-FOLIO-SIGUIENTE.
           MOVE 0 TO FOLIO-SIGUIENTE.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE NOMINA-BUSCADA TO VIA-NOMINA.
           MOVE 0 TO VIA-FOLIO.
           START VIATICOS KEY IS NOT LESS THAN VIA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ VIATICOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF VIA-NOMINA NOT = NOMINA-BUSCADA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           MOVE VIA-FOLIO TO FOLIO-SIGUIENTE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO FOLIO-SIGUIENTE.

      *******************************************************************
      *                        REGISTRAR ANTICIPO
      *******************************************************************
       REGISTRAR-ANTICIPO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "NOMINA DEL EMPLEADO"
               ACCEPT NOMINA-BUSCADA
               MOVE NOMINA-BUSCADA TO EMPINX-NOMINA
               PERFORM LEER-EMPINX
               IF EXISTE-NOMINA = 0
                   DISPLAY "NOMINA NO EXISTE EN EMPINX, INGRESA OTRA"
               ELSE
                   DISPLAY "EMPLEADO: " EMPINX-NOMBRE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           PERFORM BUSCAR-FOLIO-SIGUIENTE.
           MOVE NOMINA-BUSCADA  TO VIA-NOMINA.
           MOVE FOLIO-SIGUIENTE TO VIA-FOLIO.
           DISPLAY "FECHA DEL ANTICIPO (AAAAMMDD)".
           ACCEPT VIA-FEC-ANTICIPO.
           DISPLAY "DESTINO / MOTIVO DEL VIAJE".
           ACCEPT VIA-DESTINO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "IMPORTE DEL ANTICIPO"
               ACCEPT VIA-IMPORTE
               IF VIA-IMPORTE = 0
                   DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0                TO VIA-COMPROBADO.
           MOVE 0                TO VIA-NO-DEDUCIBLE.
           MOVE VIA-IMPORTE      TO VIA-SALDO.
           MOVE 0                TO VIA-CONT-COMPROB.
           MOVE "ABIERTO"        TO VIA-ESTADO.
           MOVE 0                TO VIA-PERIODO-LIQ.
           MOVE OPERADOR-FIRMADO TO VIA-OPERADOR.
           WRITE VIATICOS-REG.
           DISPLAY "ANTICIPO REGISTRADO CON FOLIO " VIA-FOLIO.

      *******************************************************************
      *                       CAPTURAR COMPROBANTE
      *******************************************************************
      *****EL COMPROBANTE SOLO ENTRA A UN ANTICIPO ABIERTO; EL DEDUCIBLE
      *****COMPRUEBA, EL NO DEDUCIBLE SE ACEPTA COMO GASTO PERO 3VIALIQ
      *****LO PAGA COMO INGRESO GRAVABLE. AMBOS BAJAN EL SALDO
       CAPTURAR-COMPROBANTE.
           PERFORM PEDIR-ANTICIPO.
           IF VIA-KEY-EXISTE = 0
               DISPLAY "NO EXISTE ESE ANTICIPO"
           ELSE IF VIA-ESTADO NOT = "ABIERTO"
               DISPLAY "EL ANTICIPO YA ESTA " VIA-ESTADO
           ELSE IF VIA-CONT-COMPROB = 999
               DISPLAY "CAPACIDAD DE COMPROBANTES EXCEDIDA ("
                   VIA-CONT-COMPROB ")"
           ELSE
               PERFORM GRABAR-COMPROBANTE
           END-IF.

       GRABAR-COMPROBANTE.
           DISPLAY "ANTICIPO: " VIA-IMPORTE " SALDO: " VIA-SALDO.
           ADD 1 TO VIA-CONT-COMPROB.
           MOVE VIA-NOMINA       TO VCO-NOMINA.
           MOVE VIA-FOLIO        TO VCO-FOLIO.
           MOVE VIA-CONT-COMPROB TO VCO-RENGLON.
           DISPLAY "FECHA DEL COMPROBANTE (AAAAMMDD)".
           ACCEPT VCO-FECHA.
           DISPLAY "CONCEPTO DEL GASTO".
           ACCEPT VCO-CONCEPTO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "IMPORTE DEL COMPROBANTE"
               ACCEPT VCO-IMPORTE
               IF VCO-IMPORTE = 0
                   DISPLAY "EL IMPORTE DEBE SER MAYOR A CERO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "ES DEDUCIBLE (S/N)"
               ACCEPT VCO-DEDUCIBLE
               IF VCO-DEDUCIBLE = "S" OR "N"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPONDE S O N"
               END-IF
           END-PERFORM.
           MOVE OPERADOR-FIRMADO TO VCO-OPERADOR.
           WRITE VIACOMP-REG.
           IF VCO-DEDUCIBLE = "S"
               ADD VCO-IMPORTE TO VIA-COMPROBADO
           ELSE
               ADD VCO-IMPORTE TO VIA-NO-DEDUCIBLE
           END-IF.
           COMPUTE VIA-SALDO =
               VIA-IMPORTE - VIA-COMPROBADO - VIA-NO-DEDUCIBLE.
           REWRITE VIATICOS-REG.
           DISPLAY "COMPROBANTE " VCO-RENGLON " REGISTRADO - SALDO: "
               VIA-SALDO.

      *******************************************************************
      *                       CERRAR COMPROBACION
      *******************************************************************
      *****EL CIERRE DEJA EL ANTICIPO LISTO PARA 3VIALIQ: SALDO A FAVOR
      *****DE LA EMPRESA SE RECUPERA, SALDO NEGATIVO SE REEMBOLSA
       CERRAR-COMPROBACION.
           PERFORM PEDIR-ANTICIPO.
           IF VIA-KEY-EXISTE = 0
               DISPLAY "NO EXISTE ESE ANTICIPO"
           ELSE IF VIA-ESTADO NOT = "ABIERTO"
               DISPLAY "EL ANTICIPO YA ESTA " VIA-ESTADO
           ELSE
               PERFORM MOSTRAR-ANTICIPO
               DISPLAY "CERRAR LA COMPROBACION?"
               ACCEPT WKS-RESP
               IF W88-NO
                   DISPLAY "SIN CAMBIOS"
               ELSE
                   MOVE "COMPROBADO"     TO VIA-ESTADO
                   MOVE OPERADOR-FIRMADO TO VIA-OPERADOR
                   REWRITE VIATICOS-REG
                   DISPLAY "COMPROBACION CERRADA - PASA A LIQUIDACION"
               END-IF
           END-IF.

      *******************************************************************
      *                       CONSULTA DE ANTICIPO
      *******************************************************************
       CONSULTA-ANTICIPO.
           PERFORM PEDIR-ANTICIPO.
           IF VIA-KEY-EXISTE = 0
               DISPLAY "NO EXISTE ESE ANTICIPO"
           ELSE
               MOVE VIA-NOMINA TO EMPINX-NOMINA
               PERFORM LEER-EMPINX
               IF EXISTE-NOMINA = 1
                   DISPLAY "EMPLEADO:      " EMPINX-NOMBRE
               END-IF
               PERFORM MOSTRAR-ANTICIPO
               PERFORM LISTAR-COMPROBANTES
           END-IF.

       MOSTRAR-ANTICIPO.
           DISPLAY "FECHA:         " VIA-FEC-ANTICIPO.
           DISPLAY "DESTINO:       " VIA-DESTINO.
           DISPLAY "ANTICIPO:      " VIA-IMPORTE.
           DISPLAY "DEDUCIBLE:     " VIA-COMPROBADO.
           DISPLAY "NO DEDUCIBLE:  " VIA-NO-DEDUCIBLE.
           DISPLAY "SALDO:         " VIA-SALDO.
           DISPLAY "ESTADO:        " VIA-ESTADO.
           IF VIA-PERIODO-LIQ NOT = 0
               DISPLAY "PERIODO LIQ.:  " VIA-PERIODO-LIQ
           END-IF.

       LISTAR-COMPROBANTES.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE VIA-NOMINA TO VCO-NOMINA.
           MOVE VIA-FOLIO  TO VCO-FOLIO.
           MOVE 0          TO VCO-RENGLON.
           START VIACOMP KEY IS NOT LESS THAN VCO-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "REN FECHA    CONCEPTO             IMPORTE     DED".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ VIACOMP NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF VCO-NOMINA NOT = VIA-NOMINA
                           OR VCO-FOLIO NOT = VIA-FOLIO
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           DISPLAY VCO-RENGLON " " VCO-FECHA " "
                               VCO-CONCEPTO " " VCO-IMPORTE " "
                               VCO-DEDUCIBLE
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                    LISTAR ANTICIPOS SIN LIQUIDAR
      *******************************************************************
       LISTAR-ABIERTOS.
           MOVE 0 TO CONT-ABIERTOS.
           MOVE 0 TO TOTAL-SALDO.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO VIA-LLAVE.
           START VIATICOS KEY IS NOT LESS THAN VIA-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "NOMINA FOLIO FECHA    ESTADO     SALDO".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ VIATICOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF VIA-ESTADO = "ABIERTO" OR "COMPROBADO"
                           DISPLAY VIA-NOMINA " " VIA-FOLIO " "
                               VIA-FEC-ANTICIPO " " VIA-ESTADO " "
                               VIA-SALDO
                           ADD 1 TO CONT-ABIERTOS
                           ADD VIA-SALDO TO TOTAL-SALDO
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "ANTICIPOS SIN LIQUIDAR: " CONT-ABIERTOS.
           DISPLAY "SALDO SIN COMPROBAR:    " TOTAL-SALDO.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " VIATICOS".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. REGISTRAR ANTICIPO.".
           DISPLAY "2. CAPTURAR COMPROBANTE.".
           DISPLAY "3. CERRAR COMPROBACION.".
           DISPLAY "4. CONSULTA DE ANTICIPO.".
           DISPLAY "5. LISTAR ANTICIPOS SIN LIQUIDAR.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM REGISTRAR-ANTICIPO
           ELSE IF OPCION-MENU = 2
               PERFORM CAPTURAR-COMPROBANTE
           ELSE IF OPCION-MENU = 3
               IF NIVEL-FIRMADO < 2
                   DISPLAY "EL CIERRE REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM CERRAR-COMPROBACION
               END-IF
           ELSE IF OPCION-MENU = 4
               PERFORM CONSULTA-ANTICIPO
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-ABIERTOS
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2VIACAP.
