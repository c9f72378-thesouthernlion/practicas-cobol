      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4RIEABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RIESGOS ASSIGN TO "RIESGOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RT-LLAVE.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

           SELECT OPTIONAL PERCEPCION-DEDUCCION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PERCEPCION-DEDUCCION-LLAVE.

           SELECT AUDITORIA ASSIGN TO "RIEAUD".

       DATA DIVISION.
       FILE SECTION.
      *****REGISTRO DE RIESGOS DE TRABAJO: UN RENGLON POR NOMINA Y
      *****FECHA DEL SINIESTRO. TIPO A = ACCIDENTE DE TRABAJO, E =
      *****ENFERMEDAD DE TRABAJO, T = ACCIDENTE EN TRAYECTO (NO ENTRA
      *****A LA PRIMA). LOS DIAS SUBSIDIADOS SALEN DE LOS MOVIMIENTOS
      *****DE INCAPACIDAD (CLAVE 19) ENTRE EL SINIESTRO Y EL ALTA
      *****MEDICA; LOS DIAS CAPTURADOS SOLO VALEN SI NO HAY MOVIMIENTOS
       FD  RIESGOS.
       01  RIESGOS-REG.
           03  RT-LLAVE.
               05  RT-NOMINA       PIC 9(06).
               05  RT-FECHA        PIC 9(08).
           03  RT-TIPO             PIC X(01).
           03  RT-DESCRIPCION      PIC X(30).
           03  RT-DIAS-INCAP       PIC 9(03).
           03  RT-FEC-ALTA         PIC 9(08).
           03  RT-PCT-INCAP        PIC 9(03)V99.
           03  RT-DEFUNCION        PIC X(01).
           03  RT-OPERADOR         PIC X(08).

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

      *****MISMO LAYOUT QUE EL PERCEPCION-DEDUCCION DE 6EMPNOMV3
       FD  PERCEPCION-DEDUCCION.
       01  PERCEPCION-DEDUCCION-REG.
           03  PERCEPCION-DEDUCCION-LLAVE.
               05  PERCEPCION-DEDUCCION-PERIODO    PIC 9(06).
               05  PERCEPCION-DEDUCCION-NOMINA     PIC 9(06).
               05  PERCEPCION-DEDUCCION-CLAVE      PIC XX.
               05  PERCEPCION-DEDUCCION-SECUENCIA  PIC 9(03).
           03  PERCEPCION-DEDUCCION-IMPORTE    PIC 9(08)V99.
           03  PERCEPCION-DEDUCCION-DIAS       PIC 9(02).
           03  PERCEPCION-DEDUCCION-FEC-INICIO PIC 9(08).
           03  PERCEPCION-DEDUCCION-FEC-FIN    PIC 9(08).

      *****AUDIT DE LOS RIESGOS: ARCHIVO FISICO PROPIO (RIEAUD) CON EL
      *****MISMO ANCHO DE LINEA QUE 4EMPABC; TODA ALTA, CAMBIO Y BAJA
      *****DEJA SU RENGLON CON EL ANTES Y EL DESPUES
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  RT-KEY-EXISTE       PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  FIN-LISTADO         PIC 9.
       77  MOV-EOF             PIC 9.
       77  FECHA-TOPE-INCAP    PIC 9(08).
       77  DIAS-MOVIMIENTOS    PIC 9(04).
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

      *****FOTO DEL RIESGO PARA EL ANTES Y EL DESPUES DEL AUDIT
       01  AUDIT-RIESGO.
           03  AUDRIE-TIPO         PIC X(01).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDRIE-DIAS         PIC 9(03).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDRIE-FEC-ALTA     PIC 9(08).
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDRIE-PCT          PIC 9(03)V99.
           03  FILLER              PIC X(01) VALUE SPACE.
           03  AUDRIE-DEFUNCION    PIC X(01).
       01  AUDIT-LLAVE-RIESGO.
           03  AUDRIE-NOMINA       PIC 9(06).
           03  AUDRIE-FECHA        PIC 9(04).
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
           OPEN I-O RIESGOS.
           OPEN INPUT EMPINX.
           OPEN INPUT PERCEPCION-DEDUCCION.
           OPEN EXTEND AUDITORIA.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE RIESGOS
           CLOSE EMPINX
           CLOSE PERCEPCION-DEDUCCION
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
      *****LA LLAVE DEL AUDIT ES LA NOMINA MAS EL MES Y DIA DEL
      *****SINIESTRO, PARA CABER EN LAS DIEZ POSICIONES DE 4EMPABC
       GRABAR-AUDITORIA.
           ACCEPT FECHA-AUDIT FROM DATE.
           ACCEPT HORA-AUDIT FROM TIME.
           MOVE FECHA-AUDIT    TO AUDIT-FECHA.
           MOVE HORA-AUDIT-HH  TO AUDIT-HORA(1:2).
           MOVE HORA-AUDIT-MN  TO AUDIT-HORA(3:2).
           MOVE HORA-AUDIT-SS  TO AUDIT-HORA(5:2).
           MOVE AUTORIZACION   TO AUDIT-AUTORIZACION.
           MOVE OPERADOR-FIRMADO TO AUDIT-OPERADOR.
           MOVE RT-NOMINA      TO AUDRIE-NOMINA.
           MOVE RT-FECHA(5:4)  TO AUDRIE-FECHA.
           MOVE AUDIT-LLAVE-RIESGO TO AUDIT-KEY.
           MOVE AUDIT-LINEA    TO AUDITORIA-REG.
           WRITE AUDITORIA-REG.

       FOTO-RIESGO.
           MOVE RT-TIPO         TO AUDRIE-TIPO.
           MOVE RT-DIAS-INCAP   TO AUDRIE-DIAS.
           MOVE RT-FEC-ALTA     TO AUDRIE-FEC-ALTA.
           MOVE RT-PCT-INCAP    TO AUDRIE-PCT.
           MOVE RT-DEFUNCION    TO AUDRIE-DEFUNCION.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-RIESGOS.
           MOVE 1 TO RT-KEY-EXISTE.
           READ RIESGOS INVALID KEY MOVE 0 TO RT-KEY-EXISTE.

       CAPTURA-LLAVE.
           DISPLAY "NOMINA DEL TRABAJADOR"
           ACCEPT RT-NOMINA.
           DISPLAY "FECHA DEL SINIESTRO (AAAAMMDD)"
           ACCEPT RT-FECHA.

       MOSTRAR-RIESGO.
           DISPLAY "NOMINA:        ", RT-NOMINA.
           DISPLAY "FECHA:         ", RT-FECHA.
           DISPLAY "TIPO:          ", RT-TIPO.
           DISPLAY "DESCRIPCION:   ", RT-DESCRIPCION.
           DISPLAY "DIAS CAPTURA:  ", RT-DIAS-INCAP.
           DISPLAY "ALTA MEDICA:   ", RT-FEC-ALTA.
           DISPLAY "INCAP. PERM. %:", RT-PCT-INCAP.
           DISPLAY "DEFUNCION:     ", RT-DEFUNCION.
           PERFORM SUMAR-DIAS-INCAPACIDAD.
           DISPLAY "DIAS CLAVE 19: ", DIAS-MOVIMIENTOS.

      *****LOS DATOS QUE CAMBIAN CONFORME EVOLUCIONA EL CASO: DIAS,
      *****ALTA MEDICA, VALUACION DE INCAPACIDAD PERMANENTE Y DEFUNCION
       CAPTURA-EVOLUCION.
           DISPLAY "DIAS DE INCAPACIDAD (SI NO HAY MOVIMIENTOS 19)"
           ACCEPT RT-DIAS-INCAP.
           DISPLAY "FECHA DE ALTA MEDICA (AAAAMMDD, 0 = ABIERTO)"
           ACCEPT RT-FEC-ALTA.
           DISPLAY "PORCENTAJE DE INCAPACIDAD PERMANENTE (0-100)"
           ACCEPT RT-PCT-INCAP.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "DEFUNCION (S/N)"
               ACCEPT RT-DEFUNCION
               IF RT-DEFUNCION = "S" OR RT-DEFUNCION = "N"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "SOLO S O N"
               END-IF
           END-PERFORM.

      *****SUMA LOS DIAS DE LOS MOVIMIENTOS DE INCAPACIDAD (CLAVE 19)
      *****DE LA NOMINA QUE EMPIEZAN ENTRE EL SINIESTRO Y EL ALTA
      *****MEDICA; CON EL CASO ABIERTO NO HAY TOPE
       SUMAR-DIAS-INCAPACIDAD.
           MOVE 0 TO DIAS-MOVIMIENTOS.
           IF RT-FEC-ALTA = 0
               MOVE 99999999 TO FECHA-TOPE-INCAP
           ELSE
               MOVE RT-FEC-ALTA TO FECHA-TOPE-INCAP
           END-IF.
           MOVE 0 TO MOV-EOF.
           MOVE LOW-VALUES TO PERCEPCION-DEDUCCION-LLAVE.
           START PERCEPCION-DEDUCCION
               KEY IS NOT LESS THAN PERCEPCION-DEDUCCION-LLAVE
               INVALID KEY MOVE 1 TO MOV-EOF.
           PERFORM UNTIL MOV-EOF = 1
               READ PERCEPCION-DEDUCCION NEXT RECORD
                   AT END
                       MOVE 1 TO MOV-EOF
                   NOT AT END
                       IF PERCEPCION-DEDUCCION-NOMINA = RT-NOMINA
                           AND PERCEPCION-DEDUCCION-CLAVE = "19"
                           AND PERCEPCION-DEDUCCION-FEC-INICIO
                               NOT < RT-FECHA
                           AND PERCEPCION-DEDUCCION-FEC-INICIO
                               NOT > FECHA-TOPE-INCAP
                           ADD PERCEPCION-DEDUCCION-DIAS
                               TO DIAS-MOVIMIENTOS
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                             ALTA
      *******************************************************************
      *****EL SINIESTRO SE REGISTRA AUNQUE EL TRABAJADOR YA SE HAYA
      *****IDO: LA PRIMA SE DETERMINA SOBRE EL ANIO QUE YA PASO
       ALTA.
           PERFORM CAPTURA-LLAVE.
           MOVE RT-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           PERFORM LEER-RIESGOS.
           IF RT-KEY-EXISTE = 1
               DISPLAY "YA EXISTE ESE SINIESTRO PARA LA NOMINA"
           ELSE
               IF EXISTE-NOMINA = 1
                   DISPLAY "TRABAJADOR: " EMPINX-NOMBRE
               ELSE
                   DISPLAY "NOMINA NO ESTA EN EMPINX (BAJA)"
               END-IF
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "TIPO (A=ACCIDENTE, E=ENFERMEDAD,"
                       " T=TRAYECTO)"
                   ACCEPT RT-TIPO
                   IF RT-TIPO = "A" OR RT-TIPO = "E" OR RT-TIPO = "T"
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   ELSE
                       DISPLAY "TIPO INVALIDO"
                   END-IF
               END-PERFORM
               DISPLAY "DESCRIPCION"
               ACCEPT RT-DESCRIPCION
               PERFORM CAPTURA-EVOLUCION
               MOVE OPERADOR-FIRMADO TO RT-OPERADOR
               WRITE RIESGOS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               PERFORM FOTO-RIESGO
               MOVE "ALTA"     TO AUDIT-OPERACION
               MOVE SPACES     TO AUDIT-ANTES
               MOVE AUDIT-RIESGO TO AUDIT-DESPUES
               PERFORM GRABAR-AUDITORIA
           END-IF.

      *******************************************************************
      *                              BAJA
      *******************************************************************
      *****BORRAR UN SINIESTRO BAJA LA PRIMA; SOLO UN SUPERVISOR, Y EL
      *****AUDIT GUARDA LO QUE SE BORRO
       BAJA.
           IF NIVEL-FIRMADO < 2
               DISPLAY "BAJA REQUIERE NIVEL SUPERVISOR"
           ELSE
               PERFORM CAPTURA-LLAVE
               PERFORM LEER-RIESGOS
               IF RT-KEY-EXISTE = 1
                   PERFORM MOSTRAR-RIESGO
                   DISPLAY "QUIERES BORRAR ESTE SINIESTRO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM FOTO-RIESGO
                       MOVE AUDIT-RIESGO TO AUDIT-ANTES
                       DELETE RIESGOS RECORD
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                       MOVE "BAJA"     TO AUDIT-OPERACION
                       MOVE SPACES     TO AUDIT-DESPUES
                       PERFORM GRABAR-AUDITORIA
                   ELSE
                       DISPLAY "OPERACION CANCELADA"
                   END-IF
               ELSE
                   DISPLAY "SINIESTRO NO EXISTE"
               END-IF
           END-IF.

      *******************************************************************
      *                           CONSULTA
      *******************************************************************
       CONSULTA.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-RIESGOS.
           IF RT-KEY-EXISTE = 1
               PERFORM MOSTRAR-RIESGO
           ELSE
               DISPLAY "SINIESTRO NO EXISTE".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           PERFORM CAPTURA-LLAVE.
           PERFORM LEER-RIESGOS.
           IF RT-KEY-EXISTE = 1
               PERFORM MOSTRAR-RIESGO
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM FOTO-RIESGO
                   MOVE AUDIT-RIESGO TO AUDIT-ANTES
                   PERFORM CAPTURA-EVOLUCION
                   MOVE OPERADOR-FIRMADO TO RT-OPERADOR
                   REWRITE RIESGOS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   PERFORM FOTO-RIESGO
                   MOVE "MODIFICAR" TO AUDIT-OPERACION
                   MOVE AUDIT-RIESGO TO AUDIT-DESPUES
                   PERFORM GRABAR-AUDITORIA
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
               END-IF
           ELSE
               DISPLAY "SINIESTRO NO EXISTE".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO RT-LLAVE.
           START RIESGOS KEY IS NOT LESS THAN RT-LLAVE
               INVALID KEY
                   DISPLAY "NO HAY SINIESTROS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "NOMINA FECHA    T DIAS ALTA     PCT   DEF"
               " DESCRIPCION".
           PERFORM UNTIL FIN-LISTADO = 1
               READ RIESGOS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY RT-NOMINA " " RT-FECHA " " RT-TIPO " "
                           RT-DIAS-INCAP "  " RT-FEC-ALTA " "
                           RT-PCT-INCAP " " RT-DEFUNCION "   "
                           RT-DESCRIPCION
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " RIESGOS DE TRABAJO".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA.".
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
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


       END PROGRAM 4RIEABC.
