      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4RECABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECURREN ASSIGN TO "RECURREN"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-LLAVE.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

           SELECT OPTIONAL CONCEPTOS ASSIGN TO DISK.
           SELECT AUDITORIA ASSIGN TO "RECAUD".

       DATA DIVISION.
       FILE SECTION.
      *****MOVIMIENTOS RECURRENTES: UN RENGLON POR NOMINA Y CLAVE CON
      *****EL IMPORTE FIJO QUE 3RECGEN VUELVE MOVIMIENTO CADA VEZ QUE
      *****SE ABRE UN PERIODO; PERIODO FIN Y OCURRENCIAS EN CERO = SIN
      *****LIMITE. GENERADAS Y ULTIMO PERIODO LOS LLEVA 3RECGEN
       FD  RECURREN.
       01  RECURREN-REG.
           03  REC-LLAVE.
               05  REC-NOMINA      PIC 9(06).
               05  REC-CLAVE       PIC XX.
           03  REC-IMPORTE         PIC 9(08)V99.
           03  REC-PER-INICIO      PIC 9(06).
           03  REC-PER-FIN         PIC 9(06).
           03  REC-OCURRENCIAS     PIC 9(03).
           03  REC-GENERADAS       PIC 9(03).
           03  REC-ULT-PERIODO     PIC 9(06).
           03  REC-ESTADO          PIC X(10).
           03  REC-OPERADOR        PIC X(08).

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

      *****MISMO LAYOUT QUE EL CONCEPTOS DE 6EMPNOMV3
       FD  CONCEPTOS.
       01  CONCEPTOS-REG.
           03  CONC-CLAVE                      PIC XX.
           03  CONC-LABEL                       PIC X(13).
           03  CONC-BUCKET                      PIC X(01).
           03  CONC-TOPE                        PIC 9(08).
           03  CONC-EXENCION                    PIC X(01).
           03  CONC-UMAS                        PIC 9(03)V99.
           03  CONC-PORC-EXENTO                 PIC 9(03).

      *****AUDIT DE LOS RECURRENTES: ARCHIVO FISICO PROPIO (RECAUD)
      *****CON EL MISMO ANCHO DE LINEA QUE 4EMPABC; TODA ALTA, CAMBIO
      *****Y SUSPENSION DEJA SU RENGLON CON EL ANTES Y EL DESPUES
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  REC-KEY-EXISTE      PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  FIN-LISTADO         PIC 9.
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

      *****TABLA DE CONCEPTOS, CARGADA DESDE CONCEPTOS SI EXISTE O CON
      *****LOS VALORES POR DEFECTO, MISMO PATRON QUE 2MOVCAP PARA QUE
      *****EL RECURRENTE SOLO USE CLAVES QUE LA NOMINA CONOCE
       01  TABLA-CONCEPTOS.
           03  TABLA-CONCEPTO OCCURS 99 TIMES INDEXED BY IDX-CONCEPTO.
               05  TC-CLAVE                    PIC XX.
               05  TC-LABEL                    PIC X(13).
               05  TC-BUCKET                   PIC X(01).
               05  TC-TOPE                     PIC 9(08).
       77  CONT-CONCEPTOS      PIC 99 VALUE ZERO.
       77  CONCEPTOS-EOF       PIC 9.
       77  CLAVE-VALIDA        PIC 9.

      *****FOTO DEL RECURRENTE PARA EL ANTES Y EL DESPUES DEL AUDIT
       01  AUDIT-RECURRENTE.
           03  AUDREC-ESTADO       PIC X(10).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDREC-IMPORTE      PIC 9(08)V99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDREC-PER-FIN      PIC 9(06).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDREC-OCURRENCIAS  PIC 9(03).
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
           PERFORM CARGAR-CONCEPTOS.
           OPEN I-O RECURREN.
           OPEN INPUT EMPINX.
           OPEN EXTEND AUDITORIA.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE RECURREN
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
           MOVE REC-LLAVE      TO AUDIT-KEY.
           MOVE AUDIT-LINEA    TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.

       FOTO-RECURRENTE.
           MOVE REC-ESTADO      TO AUDREC-ESTADO.
           MOVE REC-IMPORTE     TO AUDREC-IMPORTE.
           MOVE REC-PER-FIN     TO AUDREC-PER-FIN.
           MOVE REC-OCURRENCIAS TO AUDREC-OCURRENCIAS.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-RECURREN.
           MOVE 1 TO REC-KEY-EXISTE.
           READ RECURREN INVALID KEY MOVE 0 TO REC-KEY-EXISTE.

       CAPTURA-LLAVE.
           DISPLAY "NOMINA DEL EMPLEADO"
           ACCEPT REC-NOMINA.
           DISPLAY "CLAVE DE CONCEPTO"
           ACCEPT REC-CLAVE.

       MOSTRAR-RECURRENTE.
           DISPLAY "NOMINA:        ", REC-NOMINA.
           DISPLAY "CLAVE:         ", REC-CLAVE.
           DISPLAY "IMPORTE:       ", REC-IMPORTE.
           DISPLAY "PERIODO INICIO:", REC-PER-INICIO.
           DISPLAY "PERIODO FIN:   ", REC-PER-FIN.
           DISPLAY "OCURRENCIAS:   ", REC-OCURRENCIAS.
           DISPLAY "GENERADAS:     ", REC-GENERADAS.
           DISPLAY "ULT. PERIODO:  ", REC-ULT-PERIODO.
           DISPLAY "ESTADO:        ", REC-ESTADO.

      *****EL FIN DEL RECURRENTE ES POR PERIODO O POR NUMERO DE
      *****OCURRENCIAS; LOS DOS EN CERO = HASTA QUE SE DETENGA
       CAPTURA-VIGENCIA.
           DISPLAY "IMPORTE (CON CENTAVOS)"
           ACCEPT REC-IMPORTE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PERIODO FIN (AAAAPP, 0 = SIN FIN)"
               ACCEPT REC-PER-FIN
               IF REC-PER-FIN > 0 AND REC-PER-FIN < REC-PER-INICIO
                   DISPLAY "EL FIN NO PUEDE SER ANTERIOR AL INICIO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           DISPLAY "NUMERO DE OCURRENCIAS (0 = SIN LIMITE)"
           ACCEPT REC-OCURRENCIAS.

      *******************************************************************
      *                             ALTA
      *******************************************************************
      *****LA NOMINA DEBE ESTAR VIVA EN EMPINX Y LA CLAVE EN CONCEPTOS
       ALTA.
           PERFORM CAPTURA-LLAVE.
           MOVE REC-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           PERFORM VALIDAR-CLAVE.
           PERFORM LEER-RECURREN.
           IF EXISTE-NOMINA = 0
               DISPLAY "NOMINA NO EXISTE EN EMPINX"
           ELSE IF CLAVE-VALIDA = 0
               DISPLAY "CLAVE NO EXISTE EN CONCEPTOS"
           ELSE IF REC-KEY-EXISTE = 1
               DISPLAY "YA EXISTE UN RECURRENTE PARA ESA NOMINA Y"
                   " CLAVE (ESTADO " REC-ESTADO ")"
           ELSE
               DISPLAY "EMPLEADO: " EMPINX-NOMBRE
               DISPLAY "PERIODO INICIO (AAAAPP)"
               ACCEPT REC-PER-INICIO
               PERFORM CAPTURA-VIGENCIA
               MOVE 0 TO REC-GENERADAS
               MOVE 0 TO REC-ULT-PERIODO
               MOVE "ACTIVO" TO REC-ESTADO
               MOVE OPERADOR-FIRMADO TO REC-OPERADOR
               WRITE RECURREN-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               PERFORM FOTO-RECURRENTE
               MOVE "ALTA"     TO AUDIT-OPERACION
               MOVE SPACES     TO AUDIT-ANTES
               MOVE AUDIT-RECURRENTE TO AUDIT-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

      *******************************************************************
      *                            DETENER
      *******************************************************************
      *****DETENER NO BORRA EL RENGLON: LO DEJA EN ESTADO DETENIDO PARA
      *****QUE 3RECGEN YA NO LO GENERE Y QUEDE LA HISTORIA DE LO QUE SE
      *****PAGO; EL AUDIT GUARDA EL ESTADO ANTERIOR Y EL NUEVO
       DETENER.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-RECURREN.
           IF REC-KEY-EXISTE = 1
               PERFORM MOSTRAR-RECURRENTE
               IF REC-ESTADO NOT = "ACTIVO"
                   DISPLAY "EL RECURRENTE NO ESTA ACTIVO"
               ELSE
                   DISPLAY "QUIERES DETENER ESTE RECURRENTE?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM FOTO-RECURRENTE
                       MOVE AUDIT-RECURRENTE TO AUDIT-ANTES
                       MOVE "DETENIDO" TO REC-ESTADO
                       MOVE OPERADOR-FIRMADO TO REC-OPERADOR
                       REWRITE RECURREN-REG
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                       PERFORM FOTO-RECURRENTE
                       MOVE "DETENER"  TO AUDIT-OPERACION
                       MOVE AUDIT-RECURRENTE TO AUDIT-DESPUES
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "OPERACION CANCELADA"
                   END-IF
               END-IF
           ELSE
               DISPLAY "RECURRENTE NO EXISTE".

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-RECURREN.
           IF REC-KEY-EXISTE = 1
               PERFORM MOSTRAR-RECURRENTE
           ELSE
               DISPLAY "RECURRENTE NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
      *****CAMBIA IMPORTE Y VIGENCIA; LO GENERADO EN PERIODOS PASADOS NO
      *****SE TOCA. SOLO UN SUPERVISOR, PORQUE CAMBIA LO QUE SE PAGA
       MODIFICAR.
           IF NIVEL-FIRMADO < 2
               DISPLAY "MODIFICACION REQUIERE NIVEL SUPERVISOR"
           ELSE
               PERFORM CAPTURA-LLAVE
               PERFORM LEER-RECURREN
               IF REC-KEY-EXISTE = 1
                   PERFORM MOSTRAR-RECURRENTE
                   DISPLAY "DESEA MODIFICAR?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM FOTO-RECURRENTE
                       MOVE AUDIT-RECURRENTE TO AUDIT-ANTES
                       PERFORM CAPTURA-VIGENCIA
                       MOVE OPERADOR-FIRMADO TO REC-OPERADOR
                       REWRITE RECURREN-REG
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                       PERFORM FOTO-RECURRENTE
                       MOVE "MODIFICAR" TO AUDIT-OPERACION
                       MOVE AUDIT-RECURRENTE TO AUDIT-DESPUES
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "MODIFICACION CANCELADA"
                   END-IF
               ELSE
                   DISPLAY "RECURRENTE NO EXISTE"
               END-IF
           END-IF.

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO REC-LLAVE.
           START RECURREN KEY IS NOT LESS THAN REC-LLAVE
               INVALID KEY
                   DISPLAY "NO HAY RECURRENTES"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "NOMINA CLAVE IMPORTE    INICIO FIN    OCU GEN"
               " ESTADO".
           PERFORM UNTIL FIN-LISTADO = 1
               READ RECURREN NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY REC-NOMINA " " REC-CLAVE "    "
                           REC-IMPORTE " " REC-PER-INICIO " "
                           REC-PER-FIN " " REC-OCURRENCIAS " "
                           REC-GENERADAS " " REC-ESTADO
               END-READ
           END-PERFORM.

       VALIDAR-CLAVE.
           MOVE 0 TO CLAVE-VALIDA.
           PERFORM VARYING IDX-CONCEPTO FROM 1 BY 1
                   UNTIL IDX-CONCEPTO > CONT-CONCEPTOS
               IF TC-CLAVE(IDX-CONCEPTO) = REC-CLAVE
                   DISPLAY "CONCEPTO: " TC-LABEL(IDX-CONCEPTO)
                   MOVE 1 TO CLAVE-VALIDA
               END-IF
           END-PERFORM.

      *****CARGA LA TABLA-CONCEPTOS DESDE EL ARCHIVO CONCEPTOS SI
      *****EXISTE; SI NO, CARGA LOS MISMOS VALORES POR DEFECTO QUE
      *****CARGAR-CONCEPTOS-DEFAULT DE 2MOVCAP
       CARGAR-CONCEPTOS.
           MOVE 0 TO CONCEPTOS-EOF.
           OPEN INPUT CONCEPTOS.
           READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF.
           PERFORM UNTIL CONCEPTOS-EOF = 1
               IF CONT-CONCEPTOS >= 99
                   DISPLAY "CAPACIDAD DE CONCEPTOS EXCEDIDA (99)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CONT-CONCEPTOS
               MOVE CONC-CLAVE  TO TC-CLAVE(CONT-CONCEPTOS)
               MOVE CONC-LABEL  TO TC-LABEL(CONT-CONCEPTOS)
               MOVE CONC-BUCKET TO TC-BUCKET(CONT-CONCEPTOS)
               MOVE 0           TO TC-TOPE(CONT-CONCEPTOS)
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
           END-PERFORM.
           CLOSE CONCEPTOS.
           IF CONT-CONCEPTOS = 0
               PERFORM CARGAR-CONCEPTOS-DEFAULT.

       CARGAR-CONCEPTOS-DEFAULT.
           PERFORM VARYING IDX-CONCEPTO FROM 1 BY 1
                   UNTIL IDX-CONCEPTO > 99
               MOVE 0 TO TC-TOPE(IDX-CONCEPTO)
           END-PERFORM.
           MOVE "01" TO TC-CLAVE(1).
           MOVE "SUELDO" TO TC-LABEL(1).
           MOVE "P"  TO TC-BUCKET(1).
           MOVE "02" TO TC-CLAVE(2).
           MOVE "BONO" TO TC-LABEL(2).
           MOVE "P"  TO TC-BUCKET(2).
           MOVE "03" TO TC-CLAVE(3).
           MOVE "PUNTUALIDAD" TO TC-LABEL(3).
           MOVE "P"  TO TC-BUCKET(3).
           MOVE "04" TO TC-CLAVE(4).
           MOVE "PRODUCTIVIDAD" TO TC-LABEL(4).
           MOVE "P"  TO TC-BUCKET(4).
           MOVE "05" TO TC-CLAVE(5).
           MOVE "VALES" TO TC-LABEL(5).
           MOVE "P"  TO TC-BUCKET(5).
           MOVE "06" TO TC-CLAVE(6).
           MOVE "HORAS EXTRAS" TO TC-LABEL(6).
           MOVE "P"  TO TC-BUCKET(6).
           MOVE "11" TO TC-CLAVE(7).
           MOVE "IMPUESTOS" TO TC-LABEL(7).
           MOVE "D"  TO TC-BUCKET(7).
           MOVE "12" TO TC-CLAVE(8).
           MOVE "IMSS" TO TC-LABEL(8).
           MOVE "D"  TO TC-BUCKET(8).
           MOVE "13" TO TC-CLAVE(9).
           MOVE "FALTAS" TO TC-LABEL(9).
           MOVE "D"  TO TC-BUCKET(9).
           MOVE "14" TO TC-CLAVE(10).
           MOVE "PAGO PRESTAMO" TO TC-LABEL(10).
           MOVE "D"  TO TC-BUCKET(10).
           MOVE "15" TO TC-CLAVE(11).
           MOVE "PRESTAMO" TO TC-LABEL(11).
           MOVE "D"  TO TC-BUCKET(11).
           MOVE "16" TO TC-CLAVE(12).
           MOVE "AGUINALDO" TO TC-LABEL(12).
           MOVE "P"  TO TC-BUCKET(12).
           MOVE "17" TO TC-CLAVE(13).
           MOVE "PRIMA VACAC" TO TC-LABEL(13).
           MOVE "P"  TO TC-BUCKET(13).
           MOVE "18" TO TC-CLAVE(14).
           MOVE "FONDO AHORRO" TO TC-LABEL(14).
           MOVE "D"  TO TC-BUCKET(14).
           MOVE "19" TO TC-CLAVE(15).
           MOVE "INCAPACIDAD" TO TC-LABEL(15).
           MOVE "P"  TO TC-BUCKET(15).
           MOVE "20" TO TC-CLAVE(16).
           MOVE "ADEUDO ANT" TO TC-LABEL(16).
           MOVE "D"  TO TC-BUCKET(16).
           MOVE "21" TO TC-CLAVE(17).
           MOVE "DEVOL ISR" TO TC-LABEL(17).
           MOVE "P"  TO TC-BUCKET(17).
           MOVE "22" TO TC-CLAVE(18).
           MOVE "AJUSTE ISR" TO TC-LABEL(18).
           MOVE "D"  TO TC-BUCKET(18).
           MOVE "23" TO TC-CLAVE(19).
           MOVE "PENSION ALIM" TO TC-LABEL(19).
           MOVE "D"  TO TC-BUCKET(19).
           MOVE "24" TO TC-CLAVE(20).
           MOVE "INFONAVIT" TO TC-LABEL(20).
           MOVE "D"  TO TC-BUCKET(20).
           MOVE "25" TO TC-CLAVE(21).
           MOVE "DIA FESTIVO" TO TC-LABEL(21).
           MOVE "P"  TO TC-BUCKET(21).
           MOVE "26" TO TC-CLAVE(22).
           MOVE "PRIMA DOMING" TO TC-LABEL(22).
           MOVE "P"  TO TC-BUCKET(22).
           MOVE "27" TO TC-CLAVE(23).
           MOVE "HRS TRIPLES" TO TC-LABEL(23).
           MOVE "P"  TO TC-BUCKET(23).
           MOVE "28" TO TC-CLAVE(24).
           MOVE "RETROACTIVO" TO TC-LABEL(24).
           MOVE "P"  TO TC-BUCKET(24).
           MOVE "29" TO TC-CLAVE(25).
           MOVE "SUBSIDIO EMP" TO TC-LABEL(25).
           MOVE "P"  TO TC-BUCKET(25).
           MOVE "30" TO TC-CLAVE(26).
           MOVE "COLEG FAM" TO TC-LABEL(26).
           MOVE "D"  TO TC-BUCKET(26).
           MOVE "31" TO TC-CLAVE(27).
           MOVE "CUOTA SIND" TO TC-LABEL(27).
           MOVE "D"  TO TC-BUCKET(27).
           MOVE "32" TO TC-CLAVE(28).
           MOVE "COMISIONES" TO TC-LABEL(28).
           MOVE "P"  TO TC-BUCKET(28).
           MOVE "33" TO TC-CLAVE(29).
           MOVE "FONACOT" TO TC-LABEL(29).
           MOVE "D"  TO TC-BUCKET(29).
           MOVE "34" TO TC-CLAVE(30).
           MOVE "SEGURO GMM" TO TC-LABEL(30).
           MOVE "D"  TO TC-BUCKET(30).
           MOVE "35" TO TC-CLAVE(31).
           MOVE "REEMB VIATIC" TO TC-LABEL(31).
           MOVE "P"  TO TC-BUCKET(31).
           MOVE "36" TO TC-CLAVE(32).
           MOVE "RECUP VIATIC" TO TC-LABEL(32).
           MOVE "D"  TO TC-BUCKET(32).
           MOVE "37" TO TC-CLAVE(33).
           MOVE "VIAT NO COMPR" TO TC-LABEL(33).
           MOVE "P"  TO TC-BUCKET(33).
           MOVE "38" TO TC-CLAVE(34).
           MOVE "BONO QUINQ" TO TC-LABEL(34).
           MOVE "P"  TO TC-BUCKET(34).
           MOVE "39" TO TC-CLAVE(35).
           MOVE "PRIMA QUINQ" TO TC-LABEL(35).
           MOVE "P"  TO TC-BUCKET(35).
           MOVE 35 TO CONT-CONCEPTOS.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " RECURRENTES".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. DETENER.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR TODOS.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               PERFORM DETENER
           ELSE IF OPCION-MENU = 3
               PERFORM CONSULTA
           ELSE IF OPCION-MENU = 4
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-TODOS
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4RECABC.
