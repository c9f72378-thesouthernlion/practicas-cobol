      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2ASPCAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASPIRANTES ASSIGN TO "ASPIRANTES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASP-FOLIO.

           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****ASPIRANTES DE NUEVO INGRESO: SE REGISTRAN AQUI, 3ADMPRO LES
      *****CARGA EL PUNTAJE DEL EXAMEN DE ADMISION, LOS ORDENA POR
      *****CAMPUS/TURNO Y GRUPO Y LOS ADMITE, FORMA O RECHAZA; EL
      *****ADMITIDO SE INSCRIBE EN ALUINX CON MATRICULA NUEVA
       FD  ASPIRANTES.
       01  ASPIRANTES-REG.
           03  ASP-FOLIO           PIC 9(06).
           03  ASP-NOMBRE          PIC X(30).
           03  ASP-CURP            PIC X(18).
           03  ASP-CAMPUS-TURNO    PIC X(03).
           03  ASP-GRUPO           PIC X(03).
           03  ASP-ESCUELA         PIC X(30).
           03  ASP-PROM-PREVIO     PIC 999V99.
           03  ASP-PUNTAJE         PIC 999V99.
           03  ASP-CALIF-ADMISION  PIC 999V99.
           03  ASP-LUGAR           PIC 9(04).
           03  ASP-ESTADO          PIC X(10).
           03  ASP-FEC-REGISTRO    PIC 9(08).
           03  ASP-MATRICULA       PIC 9(08).

      *****MISMO LAYOUT QUE EL GRUPOS-REG DE 4GRPABC/2ALUCAP
       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  ASP-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  ASPIRANTES-EOF      PIC 9.
       77  FOLIO-SIGUIENTE     PIC 9(06).
       77  FOLIO-CAPTURA       PIC 9(06).
       77  CURP-CAPTURA        PIC X(18).
       77  CURP-DUPLICADA      PIC 9.
       77  FOLIO-DUPLICADO     PIC 9(06).
       77  BANDERA-CAMPO-VALIDO PIC 9.
       01  ASPIRANTE-GUARDADO  PIC X(135).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

       PROCEDURE DIVISION.
      *****REGISTRO DE ASPIRANTES: FOLIO CONSECUTIVO, UNA SOLA SOLICITUD
      *****POR CURP Y GRUPO DE INGRESO VALIDADO CONTRA EL MAESTRO DE
      *****GRUPOS. YA EVALUADO EL ASPIRANTE (ADMITIDO, EN ESPERA O
      *****RECHAZADO) SU SOLICITUD YA NO SE MODIFICA
       MAIN-PROCEDURE.
           OPEN I-O ASPIRANTES.
           OPEN INPUT GRUPOS.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE ASPIRANTES.
           CLOSE GRUPOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-ASPIRANTES.
           MOVE 1 TO ASP-KEY-EXISTE.
           READ ASPIRANTES INVALID KEY MOVE 0 TO ASP-KEY-EXISTE.

      *****EL FOLIO NUEVO ES EL SIGUIENTE AL MAS ALTO DEL ARCHIVO
       SIGUIENTE-FOLIO.
           MOVE 0 TO FOLIO-SIGUIENTE.
           MOVE 0 TO ASPIRANTES-EOF.
           MOVE 0 TO ASP-FOLIO.
           START ASPIRANTES KEY IS NOT LESS THAN ASP-FOLIO
               INVALID KEY MOVE 1 TO ASPIRANTES-EOF.
           PERFORM UNTIL ASPIRANTES-EOF = 1
               READ ASPIRANTES NEXT RECORD
                   AT END
                       MOVE 1 TO ASPIRANTES-EOF
                   NOT AT END
                       MOVE ASP-FOLIO TO FOLIO-SIGUIENTE
               END-READ
           END-PERFORM.
           ADD 1 TO FOLIO-SIGUIENTE.

      *****LA CURP NO SE REPITE ENTRE SOLICITUDES; EL REGISTRO EN
      *****CAPTURA SE RESGUARDA DURANTE EL BARRIDO
       REVISAR-CURP.
           MOVE 0 TO CURP-DUPLICADA.
           MOVE ASPIRANTES-REG TO ASPIRANTE-GUARDADO.
           MOVE 0 TO ASPIRANTES-EOF.
           MOVE 0 TO ASP-FOLIO.
           START ASPIRANTES KEY IS NOT LESS THAN ASP-FOLIO
               INVALID KEY MOVE 1 TO ASPIRANTES-EOF.
           PERFORM UNTIL ASPIRANTES-EOF = 1
               READ ASPIRANTES NEXT RECORD
                   AT END
                       MOVE 1 TO ASPIRANTES-EOF
                   NOT AT END
                       IF ASP-CURP = CURP-CAPTURA
                           AND ASP-FOLIO NOT = FOLIO-CAPTURA
                           MOVE 1 TO CURP-DUPLICADA
                           MOVE ASP-FOLIO TO FOLIO-DUPLICADO
                           MOVE 1 TO ASPIRANTES-EOF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE ASPIRANTE-GUARDADO TO ASPIRANTES-REG.

       CAPTURA-DATOS.
           DISPLAY "NOMBRE DEL ASPIRANTE"
           ACCEPT ASP-NOMBRE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CURP"
               ACCEPT CURP-CAPTURA
               PERFORM REVISAR-CURP
               IF CURP-CAPTURA = SPACES
                   DISPLAY "LA CURP ES OBLIGATORIA"
               ELSE IF CURP-DUPLICADA = 1
                   DISPLAY "CURP YA REGISTRADA CON EL FOLIO "
                       FOLIO-DUPLICADO
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
               END-IF
           END-PERFORM.
           MOVE CURP-CAPTURA TO ASP-CURP.
           DISPLAY "CAMPUS/TURNO DESEADO"
           ACCEPT ASP-CAMPUS-TURNO.
           MOVE 0 TO GPO-KEY-EXISTE.
           PERFORM UNTIL GPO-KEY-EXISTE = 1
               DISPLAY "GRUPO DE INGRESO"
               ACCEPT ASP-GRUPO
               MOVE ASP-GRUPO TO GPO-CLAVE
               MOVE 1 TO GPO-KEY-EXISTE
               READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE
               END-READ
               IF GPO-KEY-EXISTE = 0
                   DISPLAY "GRUPO INVALIDO"
               END-IF
           END-PERFORM.
           DISPLAY "ESCUELA DE PROCEDENCIA"
           ACCEPT ASP-ESCUELA.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PROMEDIO DEL NIVEL ANTERIOR (0 A 10)"
               ACCEPT ASP-PROM-PREVIO
               IF ASP-PROM-PREVIO > 10
                   DISPLAY "PROMEDIO FUERA DE RANGO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

       MOSTRAR-ASPIRANTE.
           DISPLAY "FOLIO:      ", ASP-FOLIO.
           DISPLAY "NOMBRE:     ", ASP-NOMBRE.
           DISPLAY "CURP:       ", ASP-CURP.
           DISPLAY "CAMPUS/TUR: ", ASP-CAMPUS-TURNO
               "  GRUPO: " ASP-GRUPO.
           DISPLAY "ESCUELA:    ", ASP-ESCUELA.
           DISPLAY "PROMEDIO:   ", ASP-PROM-PREVIO
               "  EXAMEN: " ASP-PUNTAJE.
           DISPLAY "ESTADO:     ", ASP-ESTADO.
           IF ASP-ESTADO = "ADMITIDO" OR ASP-ESTADO = "ESPERA"
               OR ASP-ESTADO = "RECHAZADO" OR ASP-ESTADO = "INSCRITO"
               DISPLAY "CALIF. ADM: ", ASP-CALIF-ADMISION
                   "  LUGAR: " ASP-LUGAR
           END-IF.
           IF ASP-MATRICULA > 0
               DISPLAY "MATRICULA:  ", ASP-MATRICULA
           END-IF.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM SIGUIENTE-FOLIO.
           MOVE FOLIO-SIGUIENTE TO FOLIO-CAPTURA.
           INITIALIZE ASPIRANTES-REG.
           MOVE FOLIO-CAPTURA TO ASP-FOLIO.
           PERFORM CAPTURA-DATOS.
           MOVE FOLIO-CAPTURA TO ASP-FOLIO.
           MOVE 0 TO ASP-PUNTAJE.
           MOVE 0 TO ASP-CALIF-ADMISION.
           MOVE 0 TO ASP-LUGAR.
           MOVE 0 TO ASP-MATRICULA.
           MOVE "REGISTRADO" TO ASP-ESTADO.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE ASP-FEC-REGISTRO = 20000000
               + FECHA-HOY-AA * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           WRITE ASPIRANTES-REG.
           ADD 1 TO AUTORIZACION.
           DISPLAY "FOLIO ASIGNADO: " ASP-FOLIO.
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                             BAJA
      *******************************************************************
       BAJA.
           DISPLAY "INGRESA FOLIO"
           ACCEPT ASP-FOLIO
           PERFORM LEER-ASPIRANTES
           IF ASP-KEY-EXISTE = 1
               PERFORM MOSTRAR-ASPIRANTE
               IF ASP-ESTADO NOT = "REGISTRADO"
                   AND ASP-ESTADO NOT = "EXAMINADO"
                   DISPLAY "ASPIRANTE YA EVALUADO, NO SE DA DE BAJA"
               ELSE
                   DISPLAY "QUIERES DAR DE BAJA LA SOLICITUD?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE ASPIRANTES
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF
           ELSE
               DISPLAY "FOLIO NO EXISTE".

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           DISPLAY "INGRESA FOLIO"
           ACCEPT ASP-FOLIO.
           PERFORM LEER-ASPIRANTES.
           IF ASP-KEY-EXISTE = 1
               PERFORM MOSTRAR-ASPIRANTE
           ELSE
               DISPLAY "FOLIO NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA FOLIO"
           ACCEPT ASP-FOLIO
           PERFORM LEER-ASPIRANTES.
           IF ASP-KEY-EXISTE = 1
               PERFORM MOSTRAR-ASPIRANTE
               IF ASP-ESTADO NOT = "REGISTRADO"
                   AND ASP-ESTADO NOT = "EXAMINADO"
                   DISPLAY "ASPIRANTE YA EVALUADO, NO SE MODIFICA"
               ELSE
                   DISPLAY "DESEA MODIFICAR?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       MOVE ASP-FOLIO TO FOLIO-CAPTURA
                       PERFORM CAPTURA-DATOS
                       MOVE FOLIO-CAPTURA TO ASP-FOLIO
                       REWRITE ASPIRANTES-REG
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "MODIFICACION CANCELADA"
                   END-IF
               END-IF
           ELSE
               DISPLAY "FOLIO NO EXISTE".

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "----------------------".
           DISPLAY " ASPIRANTES DE INGRESO".
           DISPLAY "----------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. SALIR."
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
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2ASPCAP.
