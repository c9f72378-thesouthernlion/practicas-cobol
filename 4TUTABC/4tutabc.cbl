           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.

           SELECT OPTIONAL PAGADORES ASSIGN TO "PAGADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-MATRICULA.

           SELECT OPTIONAL ALUNIP ASSIGN TO "ALUNIP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NIP-MATRICULA.

       DATA DIVISION.
       FILE SECTION.
      *****SATELITE DE CONTACTO DEL ALUMNO: TUTOR, DOMICILIO Y
      *****TELEFONO, LO QUE EL MAESTRO DE ALUMNOS NO GUARDA; MISMO
      *****ESPIRITU QUE EL EMPDATOS DE 4DATABC. 3CARTAS LO USA PARA
      *****GENERAR LAS CARTAS A LOS PADRES; SEXO Y FECHA DE NACIMIENTO
      *****ALIMENTAN LA ESTADISTICA OFICIAL (3EST911)
       FD  ALUDATOS.
       01  ALUDATOS-REG.
           03  TUT-MATRICULA       PIC 9(08).
           03  TUT-TUTOR           PIC X(30).
           03  TUT-DOMICILIO       PIC X(40).
           03  TUT-TELEFONO        PIC X(10).
           03  TUT-SEXO            PIC X(01).
           03  TUT-FEC-NAC         PIC 9(08).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****DATOS FISCALES DE QUIEN PAGA LA COLEGIATURA, JUNTO CON LA
      *****CURP Y EL NIVEL EDUCATIVO DEL ALUMNO QUE PIDE LA FACTURA
      *****DEDUCIBLE (3FACCOL); NIVEL 1 PREESCOLAR, 2 PRIMARIA,
      *****3 SECUNDARIA, 4 PROFESIONAL TECNICO, 5 BACHILLERATO
       FD  PAGADORES.
       01  PAGADORES-REG.
           03  PAG-MATRICULA       PIC 9(08).
           03  PAG-NOMBRE          PIC X(30).
           03  PAG-RFC             PIC X(13).
           03  PAG-REGIMEN         PIC X(03).
           03  PAG-CP              PIC X(05).
           03  PAG-CURP-ALUMNO     PIC X(18).
           03  PAG-NIVEL           PIC 9(01).

      *****NIP DE LOS PADRES PARA LA CONSULTA DE 2PADCON, JUNTO AL
      *****SATELITE DE CONTACTO; NIP CERO ES SIN ACCESO. TRES NIPS
      *****EQUIVOCADOS SEGUIDOS DEJAN LA MATRICULA BLOQUEADA HASTA QUE
      *****LA ESCUELA LA DESBLOQUEA AQUI
       FD  ALUNIP.
       01  ALUNIP-REG.
           03  NIP-MATRICULA       PIC 9(08).
           03  NIP-CLAVE           PIC 9(04).
           03  NIP-INTENTOS        PIC 9(01).
           03  NIP-ESTADO          PIC X(10).
           03  NIP-FEC-BLOQUEO     PIC 9(08).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  PAG-KEY-EXISTE      PIC 9.
       77  NIP-KEY-EXISTE      PIC 9.
       01  FECHA-NAC-CAPTURA.
           03  FNC-ANIO            PIC 9(04).
           03  FNC-MES             PIC 9(02).
           03  FNC-DIA             PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O ALUDATOS.
           OPEN INPUT ALUINX.
           OPEN I-O PAGADORES.
           OPEN I-O ALUNIP.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE ALUDATOS
           CLOSE ALUINX
           CLOSE PAGADORES
           CLOSE ALUNIP
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           ACCEPT TUT-DOMICILIO.
           DISPLAY "TELEFONO"
           ACCEPT TUT-TELEFONO.
           PERFORM CAPTURA-SEXO.
           PERFORM CAPTURA-FEC-NAC.

      *****N ES PARA QUIEN PREFIERE NO DECLARARLO (MISMO CRITERIO QUE
      *****4DATABC); EN LA ESTADISTICA CUENTA COMO SIN DATO
       CAPTURA-SEXO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "SEXO (H = HOMBRE, M = MUJER, N = NO DECLARA)"
               ACCEPT TUT-SEXO
               IF TUT-SEXO = "H" OR TUT-SEXO = "M" OR TUT-SEXO = "N"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "SEXO INVALIDO"
               END-IF
           END-PERFORM.

      *****CERO = SE DESCONOCE; SI SE DA, MES Y DIA DEBEN SER VALIDOS
       CAPTURA-FEC-NAC.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD, 0 = SIN DATO)"
               ACCEPT TUT-FEC-NAC
               MOVE TUT-FEC-NAC TO FECHA-NAC-CAPTURA
               IF TUT-FEC-NAC = 0
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE IF FNC-ANIO < 1900 OR FNC-MES < 1 OR FNC-MES > 12
                       OR FNC-DIA < 1 OR FNC-DIA > 31
                   DISPLAY "FECHA INVALIDA"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
               END-IF
           END-PERFORM.

      *******************************************************************
      *                             ALTA
               DISPLAY "TUTOR:      ", TUT-TUTOR
               DISPLAY "DOMICILIO:  ", TUT-DOMICILIO
               DISPLAY "TELEFONO:   ", TUT-TELEFONO
               DISPLAY "SEXO:       ", TUT-SEXO
               DISPLAY "NACIMIENTO: ", TUT-FEC-NAC
           ELSE
               DISPLAY "MATRICULA SIN DATOS".

           ELSE
               DISPLAY "MATRICULA SIN DATOS".

      *******************************************************************
      *                   DATOS FISCALES DEL PAGADOR
      *******************************************************************
      *****ALTA O CAMBIO EN UN SOLO PASO: SIN RENGLON SE DA DE ALTA,
      *****CON RENGLON SE MUESTRA Y SE PREGUNTA SI SE MODIFICA
       PAGADOR.
           DISPLAY "INGRESA MATRICULA"
           ACCEPT PAG-MATRICULA
           MOVE PAG-MATRICULA TO ALUINX-MATRICULA
           PERFORM LEER-ALUINX
           IF ALUINX-KEY-EXISTE = 0
               DISPLAY "MATRICULA NO EXISTE EN EL MAESTRO"
           ELSE
               DISPLAY "ALUMNO: " ALUINX-NOMBRE
               MOVE 1 TO PAG-KEY-EXISTE
               READ PAGADORES INVALID KEY MOVE 0 TO PAG-KEY-EXISTE
               END-READ
               IF PAG-KEY-EXISTE = 1
                   DISPLAY "PAGADOR:    ", PAG-NOMBRE
                   DISPLAY "RFC:        ", PAG-RFC
                   DISPLAY "REGIMEN:    ", PAG-REGIMEN
                   DISPLAY "C.P.:       ", PAG-CP
                   DISPLAY "CURP:       ", PAG-CURP-ALUMNO
                   DISPLAY "NIVEL:      ", PAG-NIVEL
                   DISPLAY "DESEA MODIFICAR?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM CAPTURA-PAGADOR
                       REWRITE PAGADORES-REG
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "MODIFICACION CANCELADA"
                   END-IF
               ELSE
                   PERFORM CAPTURA-PAGADOR
                   WRITE PAGADORES-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           END-IF.

      *****RFC DE 12 (MORAL) O 13 (FISICA) POSICIONES; REGIMEN Y
      *****CODIGO POSTAL SON CLAVES NUMERICAS DEL SAT
       CAPTURA-PAGADOR.
           DISPLAY "NOMBRE O RAZON SOCIAL DEL PAGADOR"
           ACCEPT PAG-NOMBRE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "RFC DEL PAGADOR"
               ACCEPT PAG-RFC
               IF PAG-RFC(1:12) = SPACES OR PAG-RFC(12:1) = SPACE
                   DISPLAY "RFC INVALIDO"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "REGIMEN FISCAL (CLAVE SAT, EJ. 605)"
               ACCEPT PAG-REGIMEN
               IF PAG-REGIMEN IS NUMERIC
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "REGIMEN INVALIDO"
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CODIGO POSTAL DEL DOMICILIO FISCAL"
               ACCEPT PAG-CP
               IF PAG-CP IS NUMERIC
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "CODIGO POSTAL INVALIDO"
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "CURP DEL ALUMNO"
               ACCEPT PAG-CURP-ALUMNO
               IF PAG-CURP-ALUMNO(18:1) = SPACE
                   DISPLAY "CURP INVALIDA"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "NIVEL EDUCATIVO: 1 PREESCOLAR 2 PRIMARIA"
                   " 3 SECUNDARIA 4 PROF. TECNICO 5 BACHILLERATO"
               ACCEPT PAG-NIVEL
               IF PAG-NIVEL >= 1 AND PAG-NIVEL <= 5
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "NIVEL INVALIDO"
               END-IF
           END-PERFORM.

      *******************************************************************
      *                     NIP DE CONSULTA DE PADRES
      *******************************************************************
      *****ASIGNAR UN NIP NUEVO TAMBIEN DESBLOQUEA LA MATRICULA
       NIP-PADRES.
           DISPLAY "INGRESA MATRICULA"
           ACCEPT NIP-MATRICULA
           MOVE NIP-MATRICULA TO ALUINX-MATRICULA
           PERFORM LEER-ALUINX
           IF ALUINX-KEY-EXISTE = 0
               DISPLAY "MATRICULA NO EXISTE EN EL MAESTRO"
           ELSE
               DISPLAY "ALUMNO: " ALUINX-NOMBRE
               MOVE 1 TO NIP-KEY-EXISTE
               READ ALUNIP INVALID KEY MOVE 0 TO NIP-KEY-EXISTE
               END-READ
               IF NIP-KEY-EXISTE = 1
                   DISPLAY "ESTADO:     ", NIP-ESTADO
                   IF NIP-ESTADO = "BLOQUEADO"
                       DISPLAY "BLOQUEADO:  ", NIP-FEC-BLOQUEO
                   END-IF
                   DISPLAY "DESEA ASIGNAR NIP NUEVO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM CAPTURA-NIP
                       REWRITE ALUNIP-REG
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "MODIFICACION CANCELADA"
                   END-IF
               ELSE
                   PERFORM CAPTURA-NIP
                   WRITE ALUNIP-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           END-IF.

       CAPTURA-NIP.
           DISPLAY "NIP DE 4 DIGITOS (0 = SIN ACCESO)"
           ACCEPT NIP-CLAVE.
           MOVE 0 TO NIP-INTENTOS.
           MOVE 0 TO NIP-FEC-BLOQUEO.
           IF NIP-CLAVE = 0
               MOVE "SIN ACCESO" TO NIP-ESTADO
           ELSE
               MOVE "ACTIVO" TO NIP-ESTADO
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
           DISPLAY "2. BAJA.".
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. DATOS FISCALES DEL PAGADOR.".
           DISPLAY "6. NIP DE CONSULTA DE PADRES.".
           DISPLAY "7. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 4
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 5
               PERFORM PAGADOR
           ELSE IF OPCION-MENU = 6
               PERFORM NIP-PADRES
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

