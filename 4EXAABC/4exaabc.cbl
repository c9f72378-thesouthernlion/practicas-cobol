      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4EXAABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXAMENES ASSIGN TO "EXAMENES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXA-LLAVE.

           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.

           SELECT OPTIONAL CALENDARIO ASSIGN TO "CALENDARIO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA.

           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.

           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.

           SELECT OPTIONAL AULAS ASSIGN TO "AULAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUL-CLAVE.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CALENDARIO DE EXAMENES POR CICLO: UN EXAMEN POR RENGLON
      *****(CICLO, GRUPO, CASILLA DE LA MATERIA Y NUMERO DE EXAMEN)
      *****CON SU TIPO (P = PARCIAL, F = FINAL), FECHA, HORARIO, AULA
      *****Y PROFESOR QUE LO APLICA. EL ALTA RECHAZA EMPALMES DE AULA,
      *****DE PROFESOR Y DE GRUPO EN LA MISMA FECHA Y LOS DIAS
      *****FESTIVOS DEL CALENDARIO. 5EXAREP LO IMPRIME Y 1CALVAL AVISA
      *****DE LAS CALIFICACIONES DE EXAMENES QUE NO ESTAN AQUI
       FD  EXAMENES.
       01  EXAMENES-REG.
           03  EXA-LLAVE.
               05  EXA-CICLO       PIC 9(06).
               05  EXA-GRUPO       PIC X(03).
               05  EXA-CASILLA     PIC 9(01).
               05  EXA-NUMERO      PIC 9(01).
           03  EXA-TIPO            PIC X(01).
           03  EXA-FECHA           PIC 9(08).
           03  EXA-INICIO          PIC 9(04).
           03  EXA-FIN             PIC 9(04).
           03  EXA-AULA            PIC X(04).
           03  EXA-PROFESOR        PIC X(08).

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC)
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****CALENDARIO LABORAL (VER 4CALABC); EL DIA FESTIVO (F) NO
      *****ADMITE EXAMENES
       FD  CALENDARIO.
       01  CALENDARIO-REG.
           03  CAL-FECHA           PIC 9(08).
           03  CAL-TIPO            PIC X(01).
           03  CAL-DESCRIPCION     PIC X(20).

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

      *****MAESTRO DE PROFESORES (VER 4PRFABC)
       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

      *****MAESTRO DE AULAS (VER 4AULABC)
       FD  AULAS.
       01  AULAS-REG.
           03  AUL-CLAVE           PIC X(04).
           03  AUL-EDIFICIO        PIC X(10).
           03  AUL-CUPO            PIC 9(03).
           03  AUL-TIPO            PIC X(01).
           03  AUL-PLANTEL         PIC X(10).
           03  AUL-ESTADO          PIC X(10).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LAS AUDITORIAS
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  EXA-KEY-EXISTE      PIC 9.
       77  CIC-KEY-EXISTE      PIC 9.
       77  CAL-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  AUL-KEY-EXISTE      PIC 9.
       77  FECHA-VALIDA        PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  CICLO-LISTADO       PIC 9(06).
      *****ALTA EN CAPTURA: EL EXAMEN NUEVO SE RESGUARDA MIENTRAS EL
      *****BARRIDO DE EMPALMES RECORRE TODO EL CALENDARIO
       01  EXAMEN-NUEVO.
           03  NEX-CICLO           PIC 9(06).
           03  NEX-GRUPO           PIC X(03).
           03  NEX-CASILLA         PIC 9(01).
           03  NEX-NUMERO          PIC 9(01).
           03  NEX-TIPO            PIC X(01).
           03  NEX-FECHA           PIC 9(08).
           03  NEX-INICIO          PIC 9(04).
           03  NEX-FIN             PIC 9(04).
           03  NEX-AULA            PIC X(04).
           03  NEX-PROFESOR        PIC X(08).
       77  HAY-EMPALME         PIC 9.
       77  EXAMENES-EOF        PIC 9.
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
           OPEN I-O EXAMENES.
           OPEN INPUT CICLOS.
           OPEN INPUT CALENDARIO.
           OPEN INPUT GRUPOS.
           OPEN INPUT PROFESORES.
           OPEN INPUT AULAS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE EXAMENES
           CLOSE CICLOS
           CLOSE CALENDARIO
           CLOSE GRUPOS
           CLOSE PROFESORES
           CLOSE AULAS
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
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "CICLO DEL EXAMEN (AAAAPP)"
           ACCEPT NEX-CICLO
           MOVE NEX-CICLO TO CIC-CICLO
           MOVE 1 TO CIC-KEY-EXISTE
           READ CICLOS INVALID KEY MOVE 0 TO CIC-KEY-EXISTE.
           IF CIC-KEY-EXISTE = 0
               DISPLAY "CICLO NO EXISTE (4CICABC)"
               EXIT PARAGRAPH
           END-IF.
           IF CIC-ESTADO = "CERRADO"
               DISPLAY "EL CICLO ESTA CERRADO"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "GRUPO"
           ACCEPT NEX-GRUPO
           MOVE NEX-GRUPO TO GPO-CLAVE
           MOVE 1 TO GPO-KEY-EXISTE
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 0
               DISPLAY "GRUPO NO EXISTE EN EL MAESTRO"
           ELSE
               PERFORM CAPTURA-EXAMEN
               IF EXA-KEY-EXISTE = 1
                   DISPLAY "YA EXISTE ESE EXAMEN DEL GRUPO Y MATERIA"
               ELSE
                   PERFORM BARRER-EMPALMES
                   IF HAY-EMPALME = 1
                       DISPLAY "ALTA RECHAZADA POR EMPALME"
                   ELSE
                       MOVE NEX-CICLO    TO EXA-CICLO
                       MOVE NEX-GRUPO    TO EXA-GRUPO
                       MOVE NEX-CASILLA  TO EXA-CASILLA
                       MOVE NEX-NUMERO   TO EXA-NUMERO
                       MOVE NEX-TIPO     TO EXA-TIPO
                       MOVE NEX-FECHA    TO EXA-FECHA
                       MOVE NEX-INICIO   TO EXA-INICIO
                       MOVE NEX-FIN      TO EXA-FIN
                       MOVE NEX-AULA     TO EXA-AULA
                       MOVE NEX-PROFESOR TO EXA-PROFESOR
                       WRITE EXAMENES-REG
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   END-IF
               END-IF
           END-IF.

      *****CAPTURA Y VALIDA LOS CAMPOS DEL EXAMEN NUEVO: CASILLA 1 A 6,
      *****NUMERO DE EXAMEN 1 A 9, TIPO P O F, FECHA DENTRO DEL CICLO
      *****Y NO FESTIVA, HORAS EN HHMM CON FIN DESPUES DEL INICIO, AULA
      *****ACTIVA Y PROFESOR ACTIVO DE SUS MAESTROS
       CAPTURA-EXAMEN.
           MOVE 0 TO NEX-CASILLA.
           PERFORM WITH TEST AFTER
                   UNTIL NEX-CASILLA >= 1 AND NEX-CASILLA <= 6
               DISPLAY "CASILLA DE LA MATERIA (1 A 6)"
               ACCEPT NEX-CASILLA
           END-PERFORM.
           MOVE 0 TO NEX-NUMERO.
           PERFORM WITH TEST AFTER UNTIL NEX-NUMERO >= 1
               DISPLAY "NUMERO DE EXAMEN DE LA MATERIA (1 A 9)"
               ACCEPT NEX-NUMERO
           END-PERFORM.
           MOVE SPACES TO NEX-TIPO.
           PERFORM WITH TEST AFTER
                   UNTIL NEX-TIPO = "P" OR NEX-TIPO = "F"
               DISPLAY "TIPO (P = PARCIAL, F = FINAL)"
               ACCEPT NEX-TIPO
           END-PERFORM.
           MOVE 0 TO FECHA-VALIDA.
           PERFORM WITH TEST AFTER UNTIL FECHA-VALIDA = 1
               DISPLAY "FECHA DEL EXAMEN (AAAAMMDD)"
               ACCEPT NEX-FECHA
               PERFORM VALIDAR-FECHA
           END-PERFORM.
           MOVE 0 TO NEX-FIN.
           PERFORM WITH TEST AFTER UNTIL NEX-FIN > NEX-INICIO
               DISPLAY "HORA DE INICIO (HHMM)"
               ACCEPT NEX-INICIO
               DISPLAY "HORA DE FIN (HHMM)"
               ACCEPT NEX-FIN
               IF NEX-FIN NOT > NEX-INICIO
                   DISPLAY "EL FIN DEBE SER DESPUES DEL INICIO"
               END-IF
           END-PERFORM.
           MOVE 0 TO AUL-KEY-EXISTE.
           PERFORM WITH TEST AFTER UNTIL AUL-KEY-EXISTE = 1
               DISPLAY "AULA"
               ACCEPT NEX-AULA
               MOVE NEX-AULA TO AUL-CLAVE
               MOVE 1 TO AUL-KEY-EXISTE
               READ AULAS INVALID KEY MOVE 0 TO AUL-KEY-EXISTE
               END-READ
               IF AUL-KEY-EXISTE = 0
                   DISPLAY "AULA NO EXISTE EN EL MAESTRO (4AULABC)"
               ELSE
                   IF AUL-ESTADO NOT = "ACTIVA"
                       DISPLAY "EL AULA NO ESTA ACTIVA"
                       MOVE 0 TO AUL-KEY-EXISTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO PRF-KEY-EXISTE.
           PERFORM WITH TEST AFTER UNTIL PRF-KEY-EXISTE = 1
               DISPLAY "CLAVE DEL PROFESOR QUE APLICA"
               ACCEPT NEX-PROFESOR
               MOVE NEX-PROFESOR TO PRF-CLAVE
               MOVE 1 TO PRF-KEY-EXISTE
               READ PROFESORES INVALID KEY MOVE 0 TO PRF-KEY-EXISTE
               END-READ
               IF PRF-KEY-EXISTE = 0
                   DISPLAY "PROFESOR NO EXISTE EN EL MAESTRO"
               ELSE
                   IF PRF-ESTADO NOT = "ACTIVO"
                       DISPLAY "EL PROFESOR NO ESTA ACTIVO"
                       MOVE 0 TO PRF-KEY-EXISTE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE NEX-CICLO   TO EXA-CICLO.
           MOVE NEX-GRUPO   TO EXA-GRUPO.
           MOVE NEX-CASILLA TO EXA-CASILLA.
           MOVE NEX-NUMERO  TO EXA-NUMERO.
           MOVE 1 TO EXA-KEY-EXISTE.
           READ EXAMENES INVALID KEY MOVE 0 TO EXA-KEY-EXISTE.

      *****LA FECHA DEBE CAER DENTRO DEL CICLO (EL RENGLON DE CICLOS
      *****SIGUE EN EL AREA DESDE EL ALTA) Y NO SER FESTIVA; EL DIA DE
      *****PAGO ES LABORABLE
       VALIDAR-FECHA.
           MOVE 1 TO FECHA-VALIDA.
           IF NEX-FECHA < CIC-FEC-INICIO OR NEX-FECHA > CIC-FEC-FIN
               DISPLAY "LA FECHA ESTA FUERA DEL CICLO ("
                   CIC-FEC-INICIO " A " CIC-FEC-FIN ")"
               MOVE 0 TO FECHA-VALIDA
           ELSE
               MOVE NEX-FECHA TO CAL-FECHA
               MOVE 1 TO CAL-KEY-EXISTE
               READ CALENDARIO INVALID KEY MOVE 0 TO CAL-KEY-EXISTE
               END-READ
               IF CAL-KEY-EXISTE = 1 AND CAL-TIPO = "F"
                   DISPLAY "DIA FESTIVO: " CAL-DESCRIPCION
                   MOVE 0 TO FECHA-VALIDA
               END-IF
           END-IF.

      *****BARRIDO COMPLETO DEL CALENDARIO: EL EXAMEN NUEVO EMPALMA SI
      *****LA MISMA FECHA SE CRUZA EN HORARIO CON OTRO EXAMEN EN LA
      *****MISMA AULA, DEL MISMO PROFESOR O DEL MISMO GRUPO
       BARRER-EMPALMES.
           MOVE 0 TO HAY-EMPALME.
           MOVE 0 TO EXAMENES-EOF.
           MOVE LOW-VALUES TO EXA-LLAVE.
           START EXAMENES KEY IS NOT LESS THAN EXA-LLAVE
               INVALID KEY MOVE 1 TO EXAMENES-EOF.
           PERFORM REVISAR-EMPALME UNTIL EXAMENES-EOF = 1.

       REVISAR-EMPALME.
           READ EXAMENES NEXT RECORD
               AT END
                   MOVE 1 TO EXAMENES-EOF
               NOT AT END
                   IF EXA-FECHA = NEX-FECHA
                       AND EXA-INICIO < NEX-FIN
                       AND EXA-FIN > NEX-INICIO
                       IF EXA-AULA = NEX-AULA
                           DISPLAY "EMPALME DE AULA " EXA-AULA
                               " CON GRUPO " EXA-GRUPO " DE "
                               EXA-INICIO " A " EXA-FIN
                           MOVE 1 TO HAY-EMPALME
                       END-IF
                       IF EXA-PROFESOR = NEX-PROFESOR
                           DISPLAY "EMPALME DEL PROFESOR "
                               EXA-PROFESOR " CON GRUPO " EXA-GRUPO
                               " DE " EXA-INICIO " A " EXA-FIN
                           MOVE 1 TO HAY-EMPALME
                       END-IF
                       IF EXA-GRUPO = NEX-GRUPO
                           DISPLAY "EMPALME DEL GRUPO " EXA-GRUPO
                               " (CASILLA " EXA-CASILLA ") DE "
                               EXA-INICIO " A " EXA-FIN
                           MOVE 1 TO HAY-EMPALME
                       END-IF
                   END-IF
           END-READ.

      *******************************************************************
      *                             BAJA
      *******************************************************************
       BAJA.
           DISPLAY "CICLO (AAAAPP)"
           ACCEPT EXA-CICLO
           DISPLAY "GRUPO"
           ACCEPT EXA-GRUPO
           DISPLAY "CASILLA DE LA MATERIA (1 A 6)"
           ACCEPT EXA-CASILLA
           DISPLAY "NUMERO DE EXAMEN (1 A 9)"
           ACCEPT EXA-NUMERO
           MOVE 1 TO EXA-KEY-EXISTE
           READ EXAMENES INVALID KEY MOVE 0 TO EXA-KEY-EXISTE.
           IF EXA-KEY-EXISTE = 1
               DISPLAY "EXAMEN: " EXA-TIPO " FECHA " EXA-FECHA
                   " DE " EXA-INICIO " A " EXA-FIN " AULA " EXA-AULA
                   " PROF " EXA-PROFESOR
               DISPLAY "QUIERES DAR DE BAJA ESTE EXAMEN?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DELETE EXAMENES
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "EL EXAMEN NO EXISTE".

      *******************************************************************
      *                        LISTAR UN CICLO
      *******************************************************************
       LISTAR-CICLO.
           DISPLAY "CICLO (AAAAPP)"
           ACCEPT CICLO-LISTADO
           MOVE 0 TO FIN-LISTADO.
           MOVE LOW-VALUES TO EXA-LLAVE.
           MOVE CICLO-LISTADO TO EXA-CICLO.
           START EXAMENES KEY IS NOT LESS THAN EXA-LLAVE
               INVALID KEY
                   DISPLAY "NO HAY EXAMENES"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "GRUPO CAS NUM T FECHA    INICIO FIN  AULA PROFESOR".
           PERFORM UNTIL FIN-LISTADO = 1
               READ EXAMENES NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       IF EXA-CICLO NOT = CICLO-LISTADO
                           MOVE 1 TO FIN-LISTADO
                       ELSE
                           DISPLAY EXA-GRUPO "   " EXA-CASILLA "   "
                               EXA-NUMERO "   " EXA-TIPO " "
                               EXA-FECHA " " EXA-INICIO "   "
                               EXA-FIN " " EXA-AULA " " EXA-PROFESOR
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------------------".
           DISPLAY "  CALENDARIO DE EXAMENES".
           DISPLAY "------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA DE EXAMEN.".
           DISPLAY "2. BAJA DE EXAMEN.".
           DISPLAY "3. LISTAR UN CICLO.".
           DISPLAY "4. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               IF NIVEL-FIRMADO < 2
                   DISPLAY "LA BAJA REQUIERE NIVEL SUPERVISOR"
               ELSE
                   PERFORM BAJA
               END-IF
           ELSE IF OPCION-MENU = 3
               PERFORM LISTAR-CICLO
           ELSE IF OPCION-MENU = 4
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 4EXAABC.
