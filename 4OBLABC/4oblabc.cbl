      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4OBLABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OBLIGAC ASSIGN TO "OBLIGAC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OBL-CLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE OBLIGACIONES LEGALES (IMSS, INFONAVIT, ISN, ISR,
      *****FONACOT, SINDICATO, IDSE, CONSTANCIAS): CADA CUANTO SE
      *****CUMPLEN, LA REGLA DEL DIA EN QUE VENCEN, QUIEN RESPONDE POR
      *****ELLAS Y QUE PROGRAMA LAS PRODUCE. 7OBLCAL RESUELVE LAS
      *****FECHAS CONTRA LOS DIAS HABILES DEL CALENDARIO Y LLEVA EL
      *****CUMPLIMIENTO DE CADA PERIODO EN OBLCUMP
      *****FRECUENCIA: M = MENSUAL, B = BIMESTRAL (VENCE POR EL BIMESTRE
      *****QUE TERMINA EN MES PAR), A = ANUAL (POR EL EJERCICIO)
      *****REGLA: D = EL DIA NATURAL DADO DEL MES DE VENCIMIENTO (SI NO
      *****ES HABIL SE RECORRE AL SIGUIENTE HABIL), H = EL N-ESIMO DIA
      *****HABIL DEL MES DE VENCIMIENTO. EL MES DE VENCIMIENTO ES EL
      *****ULTIMO MES DEL PERIODO MAS OBL-MESES
       FD  OBLIGAC.
       01  OBLIGAC-REG.
           03  OBL-CLAVE           PIC X(08).
           03  OBL-DESCRIPCION     PIC X(30).
           03  OBL-FRECUENCIA      PIC X(01).
               88  OBL-MENSUAL        VALUE "M".
               88  OBL-BIMESTRAL      VALUE "B".
               88  OBL-ANUAL          VALUE "A".
               88  OBL-FRECUENCIA-OK  VALUE "M" "B" "A".
           03  OBL-REGLA           PIC X(01).
               88  OBL-DIA-NATURAL    VALUE "D".
               88  OBL-DIA-HABIL      VALUE "H".
               88  OBL-REGLA-OK       VALUE "D" "H".
           03  OBL-DIA             PIC 9(02).
           03  OBL-MESES           PIC 9(02).
           03  OBL-OPERADOR        PIC X(08).
           03  OBL-PROGRAMA        PIC X(08).

      *****MAESTRO DE OPERADORES (VER 4USUABC); EL RESPONSABLE DE CADA
      *****OBLIGACION DEBE SER UN OPERADOR DADO DE ALTA
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  OBL-KEY-EXISTE      PIC 9.
       77  USU-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  OBLIGACIONES-ALTA   PIC 9(03).
       77  OBLIGACIONES-CARGADAS PIC 9(03).

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
           IF NIVEL-FIRMADO < 2
               DISPLAY "EL CATALOGO DE OBLIGACIONES REQUIERE NIVEL "
                   "SUPERVISOR"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O OBLIGAC.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE OBLIGAC.
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

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-OBLIGAC.
           DISPLAY "CLAVE DE LA OBLIGACION (8 POSICIONES)".
           ACCEPT OBL-CLAVE.
           MOVE 1 TO OBL-KEY-EXISTE.
           READ OBLIGAC INVALID KEY MOVE 0 TO OBL-KEY-EXISTE.

       CAPTURA-DATOS.
           DISPLAY "DESCRIPCION".
           ACCEPT OBL-DESCRIPCION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "FRECUENCIA (M = MENSUAL, B = BIMESTRAL, "
                   "A = ANUAL)"
               ACCEPT OBL-FRECUENCIA
               IF OBL-FRECUENCIA-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "FRECUENCIA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "REGLA DEL VENCIMIENTO (D = DIA NATURAL, "
                   "H = N-ESIMO DIA HABIL)"
               ACCEPT OBL-REGLA
               IF OBL-REGLA-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "REGLA INVALIDA"
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               IF OBL-DIA-NATURAL
                   DISPLAY "DIA DEL MES EN QUE VENCE (1-31)"
               ELSE
                   DISPLAY "NUMERO DE DIA HABIL EN QUE VENCE (1-20)"
               END-IF
               ACCEPT OBL-DIA
               IF OBL-DIA = 0
                   OR (OBL-DIA-NATURAL AND OBL-DIA > 31)
                   OR (OBL-DIA-HABIL AND OBL-DIA > 20)
                   DISPLAY "DIA INVALIDO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "MESES DESPUES DEL PERIODO EN QUE VENCE "
                   "(1 = EL MES SIGUIENTE)"
               ACCEPT OBL-MESES
               IF OBL-MESES > 12
                   DISPLAY "A LO MAS 12 MESES"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "OPERADOR RESPONSABLE"
               ACCEPT OBL-OPERADOR
               PERFORM VALIDAR-RESPONSABLE
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PROGRAMA QUE LA PRODUCE (AL CORRER LA DA POR "
                   "CUMPLIDA)"
               ACCEPT OBL-PROGRAMA
               IF OBL-PROGRAMA = SPACES
                   DISPLAY "EL PROGRAMA ES OBLIGATORIO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

      *****SIN MAESTRO DE USUARIOS CUALQUIER CLAVE NO VACIA SE ACEPTA
       VALIDAR-RESPONSABLE.
           IF OBL-OPERADOR = SPACES
               DISPLAY "EL RESPONSABLE ES OBLIGATORIO"
           ELSE IF USUARIOS-VACIO = 1
               MOVE 1 TO BANDERA-CAMPO-VALIDO
           ELSE
               MOVE OBL-OPERADOR TO USU-CLAVE
               MOVE 1 TO USU-KEY-EXISTE
               READ USUARIOS INVALID KEY MOVE 0 TO USU-KEY-EXISTE
               END-READ
               IF USU-KEY-EXISTE = 1
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "ESE OPERADOR NO EXISTE EN 4USUABC"
               END-IF
           END-IF
           END-IF.

       MOSTRAR-OBLIGACION.
           DISPLAY "OBLIGACION:    " OBL-CLAVE " " OBL-DESCRIPCION.
           DISPLAY "FRECUENCIA:    " OBL-FRECUENCIA
               "   REGLA: " OBL-REGLA " DIA " OBL-DIA
               "   MESES DESPUES: " OBL-MESES.
           DISPLAY "RESPONSABLE:   " OBL-OPERADOR.
           DISPLAY "PROGRAMA:      " OBL-PROGRAMA.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM LEER-OBLIGAC.
           IF OBL-KEY-EXISTE = 1
               DISPLAY "ESA OBLIGACION YA EXISTE, USA MODIFICACION"
           ELSE IF OBL-CLAVE = SPACES
               DISPLAY "LA CLAVE ES OBLIGATORIA"
           ELSE
               PERFORM CAPTURA-DATOS
               WRITE OBLIGAC-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****EL CUMPLIMIENTO YA REGISTRADO EN OBLCUMP SE QUEDA COMO
      *****HISTORIA; SOLO DEJAN DE GENERARSE PERIODOS NUEVOS
       BAJA.
           PERFORM LEER-OBLIGAC.
           IF OBL-KEY-EXISTE = 1
               PERFORM MOSTRAR-OBLIGACION
               DISPLAY "QUIERES DAR DE BAJA ESTA OBLIGACION?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE OBLIGAC
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESA OBLIGACION".

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           PERFORM LEER-OBLIGAC.
           IF OBL-KEY-EXISTE = 1
               PERFORM MOSTRAR-OBLIGACION
           ELSE
               DISPLAY "NO EXISTE ESA OBLIGACION".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           PERFORM LEER-OBLIGAC.
           IF OBL-KEY-EXISTE = 1
               PERFORM MOSTRAR-OBLIGACION
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-DATOS
                   REWRITE OBLIGAC-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESA OBLIGACION".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO OBLIGACIONES-ALTA.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO OBL-CLAVE.
           START OBLIGAC KEY IS NOT LESS THAN OBL-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "CLAVE    DESCRIPCION                    F R DIA "
               "MES RESPONSA PROGRAMA".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ OBLIGAC NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO OBLIGACIONES-ALTA
                       DISPLAY OBL-CLAVE " " OBL-DESCRIPCION " "
                           OBL-FRECUENCIA " " OBL-REGLA " " OBL-DIA
                           "  " OBL-MESES "  " OBL-OPERADOR " "
                           OBL-PROGRAMA
               END-READ
           END-PERFORM.
           IF OBLIGACIONES-ALTA = 0
               DISPLAY "CATALOGO DE OBLIGACIONES VACIO"
           END-IF.

      *******************************************************************
      *                   CARGAR OBLIGACIONES DE FABRICA
      *******************************************************************
      *****SIEMBRA LAS OBLIGACIONES DE SIEMPRE CON EL PROGRAMA QUE LAS
      *****PRODUCE Y EL SUPERVISOR FIRMADO COMO RESPONSABLE; LA CLAVE
      *****QUE YA EXISTE NO SE TOCA. LOS DIAS SON LOS DE LEY (EL ISN Y
      *****LA REMESA SINDICAL CAMBIAN POR ENTIDAD Y CONTRATO, SE
      *****AJUSTAN CON MODIFICACION)
       CARGAR-FABRICA.
           MOVE 0 TO OBLIGACIONES-CARGADAS.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "IMSS"     TO OBL-CLAVE.
           MOVE "LIQUIDACION DE CUOTAS IMSS" TO OBL-DESCRIPCION.
           MOVE 17         TO OBL-DIA.
           MOVE "3EMPIMS"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "INFONAV"  TO OBL-CLAVE.
           MOVE "PAGO BIMESTRAL INFONAVIT" TO OBL-DESCRIPCION.
           MOVE "B"        TO OBL-FRECUENCIA.
           MOVE 17         TO OBL-DIA.
           MOVE "5INFREP"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "ISN"      TO OBL-CLAVE.
           MOVE "DECLARACION DEL ISN" TO OBL-DESCRIPCION.
           MOVE 17         TO OBL-DIA.
           MOVE "3EMPISN"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "ISR"      TO OBL-CLAVE.
           MOVE "ENTERO MENSUAL DE ISR (SAT)" TO OBL-DESCRIPCION.
           MOVE 17         TO OBL-DIA.
           MOVE "3ENTISR"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "FONACOT"  TO OBL-CLAVE.
           MOVE "PAGO MENSUAL FONACOT" TO OBL-DESCRIPCION.
           MOVE 17         TO OBL-DIA.
           MOVE "5FNTREP"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "SINDICAT" TO OBL-CLAVE.
           MOVE "REMESA DE CUOTAS SINDICALES" TO OBL-DESCRIPCION.
           MOVE 10         TO OBL-DIA.
           MOVE "5SINREP"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "IDSE"     TO OBL-CLAVE.
           MOVE "MOVIMIENTOS AFILIATORIOS IDSE" TO OBL-DESCRIPCION.
           MOVE "H"        TO OBL-REGLA.
           MOVE 5          TO OBL-DIA.
           MOVE "7IDSEXP"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           PERFORM LIMPIAR-OBLIGACION.
           MOVE "CONSTANC" TO OBL-CLAVE.
           MOVE "CONSTANCIAS ANUALES" TO OBL-DESCRIPCION.
           MOVE "A"        TO OBL-FRECUENCIA.
           MOVE 15         TO OBL-DIA.
           MOVE 2          TO OBL-MESES.
           MOVE "5EMPCON"  TO OBL-PROGRAMA.
           PERFORM GRABAR-FABRICA.
           DISPLAY "OBLIGACIONES CARGADAS: " OBLIGACIONES-CARGADAS.

      *****DEJA EL REGISTRO LIMPIO: MENSUAL, DIA NATURAL, VENCE EL MES
      *****SIGUIENTE, A CARGO DEL SUPERVISOR FIRMADO
       LIMPIAR-OBLIGACION.
           MOVE SPACES TO OBLIGAC-REG.
           MOVE "M" TO OBL-FRECUENCIA.
           MOVE "D" TO OBL-REGLA.
           MOVE 0   TO OBL-DIA.
           MOVE 1   TO OBL-MESES.
           MOVE OPERADOR-FIRMADO TO OBL-OPERADOR.

       GRABAR-FABRICA.
           WRITE OBLIGAC-REG
               INVALID KEY
                   DISPLAY "LA OBLIGACION " OBL-CLAVE
                       " YA EXISTE, NO SE TOCA"
               NOT INVALID KEY
                   ADD 1 TO OBLIGACIONES-CARGADAS
           END-WRITE.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "--------------------------".
           DISPLAY " OBLIGACIONES LEGALES".
           DISPLAY "--------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODAS.".
           DISPLAY "6. CARGAR OBLIGACIONES DE FABRICA.".
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
               PERFORM CARGAR-FABRICA
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4OBLABC.
