           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.

           SELECT OPTIONAL AULAS ASSIGN TO "AULAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUL-CLAVE.

           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA
           ALTERNATE RECORD KEY IS ALUINX-GRUPO WITH DUPLICATES.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LAS AUDITORIAS
       FD  USUARIOS.
       77  HOR-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  PRF-KEY-EXISTE      PIC 9.
       77  AUL-KEY-EXISTE      PIC 9.
       77  INSCRITOS-GRUPO     PIC 9(04).
       77  FIN-CONTEO          PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
           OPEN I-O HORARIOS.
           OPEN INPUT GRUPOS.
           OPEN INPUT PROFESORES.
           OPEN INPUT AULAS.
           OPEN INPUT ALUINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE HORARIOS
           CLOSE GRUPOS
           CLOSE PROFESORES
           CLOSE AULAS
           CLOSE ALUINX
           CLOSE USUARIOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           END-IF.

      *****CAPTURA Y VALIDA LOS CAMPOS DE LA CLASE NUEVA; DIA 1 A 6
      *****(LUNES A SABADO), HORAS EN HHMM, FIN DESPUES DEL INICIO,
      *****AULA ACTIVA DEL MAESTRO CON LUGARES PARA LOS INSCRITOS DEL
      *****GRUPO Y PROFESOR ACTIVO DEL MAESTRO
       CAPTURA-CLASE.
           MOVE 0 TO NVA-DIA.
           PERFORM WITH TEST AFTER
               DISPLAY "CASILLA DE LA MATERIA (1 A 6)"
               ACCEPT NVA-CASILLA
           END-PERFORM.
           PERFORM CONTAR-INSCRITOS.
           MOVE 0 TO AUL-KEY-EXISTE.
           PERFORM WITH TEST AFTER UNTIL AUL-KEY-EXISTE = 1
               DISPLAY "AULA"
               ACCEPT NVA-AULA
               PERFORM VALIDAR-AULA
           END-PERFORM.
           MOVE 0 TO PRF-KEY-EXISTE.
           PERFORM WITH TEST AFTER UNTIL PRF-KEY-EXISTE = 1
               DISPLAY "CLAVE DEL PROFESOR"
           MOVE 1 TO HOR-KEY-EXISTE.
           READ HORARIOS INVALID KEY MOVE 0 TO HOR-KEY-EXISTE.

      *****EL GRUPO CABE SI SUS INSCRITOS DE HOY NO REBASAN LOS LUGARES;
      *****SI LO QUE REBASA ES EL CUPO PLANEADO DEL GRUPO SOLO SE AVISA
       VALIDAR-AULA.
           MOVE NVA-AULA TO AUL-CLAVE.
           MOVE 1 TO AUL-KEY-EXISTE.
           READ AULAS INVALID KEY MOVE 0 TO AUL-KEY-EXISTE.
           IF AUL-KEY-EXISTE = 0
               DISPLAY "AULA NO EXISTE EN EL MAESTRO (4AULABC)"
           ELSE IF AUL-ESTADO NOT = "ACTIVA"
               DISPLAY "EL AULA NO ESTA ACTIVA"
               MOVE 0 TO AUL-KEY-EXISTE
           ELSE IF INSCRITOS-GRUPO > AUL-CUPO
               DISPLAY "EL GRUPO TIENE " INSCRITOS-GRUPO
                   " INSCRITOS Y EL AULA SOLO " AUL-CUPO " LUGARES"
               MOVE 0 TO AUL-KEY-EXISTE
           ELSE IF GPO-CUPO > AUL-CUPO
               DISPLAY "AVISO: EL CUPO DEL GRUPO (" GPO-CUPO
                   ") REBASA LOS LUGARES DEL AULA (" AUL-CUPO ")"
           END-IF.

       CONTAR-INSCRITOS.
           MOVE 0 TO INSCRITOS-GRUPO.
           MOVE 0 TO FIN-CONTEO.
           MOVE NVA-GRUPO TO ALUINX-GRUPO.
           START ALUINX KEY IS NOT LESS THAN ALUINX-GRUPO
               INVALID KEY MOVE 1 TO FIN-CONTEO.
           PERFORM UNTIL FIN-CONTEO = 1
               READ ALUINX NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-CONTEO
                   NOT AT END
                       IF ALUINX-GRUPO = NVA-GRUPO
                           ADD 1 TO INSCRITOS-GRUPO
                       ELSE
                           MOVE 1 TO FIN-CONTEO
                       END-IF
               END-READ
           END-PERFORM.

      *****BARRIDO COMPLETO DEL MAESTRO: LA CLASE NUEVA EMPALMA SI EL
      *****MISMO DIA SE CRUZA EN HORARIO CON OTRA CLASE DE LA MISMA
      *****AULA, DEL MISMO PROFESOR O DEL MISMO GRUPO
