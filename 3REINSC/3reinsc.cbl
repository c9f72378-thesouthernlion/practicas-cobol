           RECORD KEY IS CIC-CICLO.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMREINSC".

           SELECT OPTIONAL MATADEU ASSIGN TO "MATADEU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAD-LLAVE.

           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.

           SELECT OPTIONAL MATERIAS ASSIGN TO "MATERIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.

           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       01  PARAMETROS-REG.
           03  PARM-CICLO-REINSC   PIC 9(06).

      *****MATERIAS ADEUDADAS POR ALUMNO A TRAVES DE LOS CICLOS: UN
      *****RENGLON POR MATRICULA Y MATERIA DEL PLAN (EL GRUPO SIN PLAN
      *****USA "#" Y LA CASILLA) CON EL CICLO EN QUE SE REPROBO, LOS
      *****INTENTOS, EL ULTIMO EXTRAORDINARIO (2EXTCAP) Y SI YA SE
      *****ACREDITO. ESTA CORRIDA LO ALIMENTA CON EL KARDEX DEL CICLO
      *****QUE CIERRA; 3CERTIF Y 5MADREP LO LEEN
       FD  MATADEU.
       01  MATADEU-REG.
           03  MAD-LLAVE.
               05  MAD-MATRICULA   PIC 9(08).
               05  MAD-MATERIA     PIC X(03).
           03  MAD-NOMBRE-MATERIA  PIC X(20).
           03  MAD-GRUPO           PIC X(03).
           03  MAD-CASILLA         PIC 9(01).
           03  MAD-CICLO-REPROBO   PIC 9(06).
           03  MAD-CICLO-ULTIMO    PIC 9(06).
           03  MAD-INTENTOS        PIC 9(02).
           03  MAD-ULTIMA-CAL      PIC 999V99.
           03  MAD-CAL-EXTRA       PIC 999V99.
           03  MAD-FEC-EXTRA       PIC 9(08).
           03  MAD-ESTADO          PIC X(10).
           03  MAD-CICLO-ACREDITA  PIC 9(06).

      *****PLAN DE ESTUDIOS Y CATALOGO DE MATERIAS (VER 4MATABC)
       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

       FD  MATERIAS.
       01  MATERIAS-REG.
           03  MAT-CLAVE           PIC X(03).
           03  MAT-NOMBRE          PIC X(20).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       WORKING-STORAGE SECTION.
       77  KARDEX-EOF          PIC 9.
       77  LISTAESP-EOF        PIC 9.
       77  CONT-A-ESPERA       PIC 9(05) VALUE 0.
       77  CONT-TERMINALES     PIC 9(05) VALUE 0.
       77  CONT-SIN-MAESTRO    PIC 9(05) VALUE 0.
       77  CONT-POR-ADEUDO     PIC 9(05) VALUE 0.

      *****LIBRO DE MATERIAS ADEUDADAS: EL ALUMNO APROBADO QUE DEBE
      *****MAS MATERIAS QUE EL MAXIMO DE 4PARABC (MAX-ADEUDOS) SE
      *****QUEDA EN SU GRADO; SIN PARAMETRO SE PERMITEN DOS
       77  MINIMA-APROBATORIA  PIC 999V99 VALUE 6.
       77  MAXIMO-ADEUDOS      PIC 9(02) VALUE 2.
       77  ADEUDOS-ALUMNO      PIC 9(02).
       77  MAD-KEY-EXISTE      PIC 9.
       77  PLA-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  MATADEU-EOF         PIC 9.
       77  I-CAS               PIC 9.
       77  MATERIA-CASILLA     PIC X(03).
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-ESPERA.
           03  FECHA-ESPERA-AA     PIC 99.
           03  FECHA-ESPERA-MM     PIC 99.
           05  RESREI-ESP          PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  TERMINALES:".
           05  RESREI-TER          PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  POR ADEUDO: ".
           05  RESREI-ADE          PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****REINSCRIPCION: RECORRE EL KARDEX DEL CICLO QUE CIERRA; EL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CARGAR-MAXIMO-ADEUDOS.
           OPEN INPUT KARDEX.
           OPEN I-O MATADEU.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT GPOSIG.
           OPEN INPUT GRUPOS.
           OPEN I-O ALUINX.
           MOVE CONT-RETENIDOS  TO RESREI-RET.
           MOVE CONT-A-ESPERA   TO RESREI-ESP.
           MOVE CONT-TERMINALES TO RESREI-TER.
           MOVE CONT-POR-ADEUDO TO RESREI-ADE.
           WRITE REPORTE-REG FROM RESUMEN-REI BEFORE 2 LINES.
           DISPLAY "PROMOVIDOS      : " CONT-PROMOVIDOS.
           DISPLAY "RETENIDOS       : " CONT-RETENIDOS.
           DISPLAY "A LISTA ESPERA  : " CONT-A-ESPERA.
           DISPLAY "GRUPO TERMINAL  : " CONT-TERMINALES.
           DISPLAY "SIN MAESTRO     : " CONT-SIN-MAESTRO.
           DISPLAY "RETENIDOS ADEUDO: " CONT-POR-ADEUDO.
           CLOSE KARDEX.
           CLOSE MATADEU.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE GPOSIG.
           CLOSE GRUPOS.
           CLOSE ALUINX.
           MOVE KAR-MATRICULA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           PERFORM ACTUALIZAR-ADEUDOS.
           IF EXISTE-MATRICULA = 0
               ADD 1 TO CONT-SIN-MAESTRO
           ELSE
               IF KAR-ESTATUS = "APROBADO"
                   PERFORM CONTAR-ADEUDOS
               END-IF
               IF KAR-ESTATUS = "APROBADO"
                   AND ADEUDOS-ALUMNO > MAXIMO-ADEUDOS
                   ADD 1 TO CONT-RETENIDOS
                   ADD 1 TO CONT-POR-ADEUDO
                   MOVE KAR-MATRICULA TO DETREI-MATRICULA
                   MOVE ALUINX-NOMBRE TO DETREI-NOMBRE
                   MOVE KAR-GRUPO     TO DETREI-ORIGEN
                   MOVE KAR-GRUPO     TO DETREI-DESTINO
                   MOVE "RETENIDO ADEUDO" TO DETREI-ACCION
                   WRITE REPORTE-REG FROM DETALLE-REI BEFORE 1 LINES
               ELSE IF KAR-ESTATUS = "APROBADO"
                   PERFORM PROMOVER-ALUMNO
               ELSE
                   ADD 1 TO CONT-RETENIDOS
                   MOVE "RETENIDO"    TO DETREI-ACCION
                   WRITE REPORTE-REG FROM DETALLE-REI BEFORE 1 LINES
               END-IF
               END-IF
           END-IF.

      *******************************************************************
      *                    LIBRO DE MATERIAS ADEUDADAS
      *******************************************************************
      *****CADA CASILLA DEL CICLO QUE CIERRA: LA REPROBADA ABRE (O
      *****SUMA UN INTENTO A) SU RENGLON; LA APROBADA ACREDITA LA
      *****MATERIA QUE SE DEBIA DE UN CICLO ANTERIOR. EL RENGLON YA
      *****TOCADO EN ESTE CICLO (POR UNA CORRIDA PREVIA O POR EL
      *****EXTRAORDINARIO) NO SE VUELVE A CONTAR
       ACTUALIZAR-ADEUDOS.
           MOVE KAR-GRUPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           PERFORM VARYING I-CAS FROM 1 BY 1 UNTIL I-CAS > 6
               IF PLA-KEY-EXISTE = 1
                   MOVE PLA-MATERIA(I-CAS) TO MATERIA-CASILLA
               ELSE IF KAR-CAL(I-CAS) > 0
                   MOVE "#" TO MATERIA-CASILLA
                   MOVE I-CAS TO MATERIA-CASILLA(2:1)
               ELSE
                   MOVE SPACES TO MATERIA-CASILLA
               END-IF
               END-IF
               IF MATERIA-CASILLA NOT = SPACES
                   PERFORM ACTUALIZAR-UNA-MATERIA
               END-IF
           END-PERFORM.

       ACTUALIZAR-UNA-MATERIA.
           MOVE KAR-MATRICULA   TO MAD-MATRICULA.
           MOVE MATERIA-CASILLA TO MAD-MATERIA.
           MOVE 1 TO MAD-KEY-EXISTE.
           READ MATADEU INVALID KEY MOVE 0 TO MAD-KEY-EXISTE.
           IF MAD-KEY-EXISTE = 0
               IF KAR-CAL(I-CAS) < MINIMA-APROBATORIA
                   PERFORM ABRIR-ADEUDO
               END-IF
           ELSE IF MAD-CICLO-ULTIMO < KAR-CICLO
               AND MAD-ESTADO = "ADEUDADA"
               ADD 1 TO MAD-INTENTOS
               MOVE KAR-CICLO       TO MAD-CICLO-ULTIMO
               MOVE KAR-CAL(I-CAS)  TO MAD-ULTIMA-CAL
               IF KAR-CAL(I-CAS) >= MINIMA-APROBATORIA
                   MOVE "ACREDITADA" TO MAD-ESTADO
                   MOVE KAR-CICLO    TO MAD-CICLO-ACREDITA
               END-IF
               REWRITE MATADEU-REG
           ELSE IF MAD-CICLO-ULTIMO < KAR-CICLO
               AND KAR-CAL(I-CAS) < MINIMA-APROBATORIA
               PERFORM REABRIR-ADEUDO
           END-IF
           END-IF
           END-IF.

       ABRIR-ADEUDO.
           MOVE KAR-MATRICULA   TO MAD-MATRICULA.
           MOVE MATERIA-CASILLA TO MAD-MATERIA.
           PERFORM NOMBRAR-MATERIA.
           MOVE KAR-GRUPO       TO MAD-GRUPO.
           MOVE I-CAS           TO MAD-CASILLA.
           MOVE KAR-CICLO       TO MAD-CICLO-REPROBO.
           MOVE KAR-CICLO       TO MAD-CICLO-ULTIMO.
           MOVE 1               TO MAD-INTENTOS.
           MOVE KAR-CAL(I-CAS)  TO MAD-ULTIMA-CAL.
           MOVE 0               TO MAD-CAL-EXTRA.
           MOVE 0               TO MAD-FEC-EXTRA.
           MOVE "ADEUDADA"      TO MAD-ESTADO.
           MOVE 0               TO MAD-CICLO-ACREDITA.
           WRITE MATADEU-REG.

      *****LA MATERIA YA ACREDITADA QUE SE VUELVE A REPROBAR (OTRO
      *****PLAN, OTRO GRADO) SE ABRE DE NUEVO SOBRE EL MISMO RENGLON
       REABRIR-ADEUDO.
           MOVE KAR-GRUPO       TO MAD-GRUPO.
           MOVE I-CAS           TO MAD-CASILLA.
           MOVE KAR-CICLO       TO MAD-CICLO-REPROBO.
           MOVE KAR-CICLO       TO MAD-CICLO-ULTIMO.
           ADD 1                TO MAD-INTENTOS.
           MOVE KAR-CAL(I-CAS)  TO MAD-ULTIMA-CAL.
           MOVE "ADEUDADA"      TO MAD-ESTADO.
           MOVE 0               TO MAD-CICLO-ACREDITA.
           REWRITE MATADEU-REG.

       NOMBRAR-MATERIA.
           MOVE SPACES TO MAD-NOMBRE-MATERIA.
           IF MATERIA-CASILLA(1:1) = "#"
               STRING "CASILLA " I-CAS DELIMITED BY SIZE
                   INTO MAD-NOMBRE-MATERIA
           ELSE
               MOVE MATERIA-CASILLA TO MAT-CLAVE
               MOVE 1 TO MAT-KEY-EXISTE
               READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
               END-READ
               IF MAT-KEY-EXISTE = 1
                   MOVE MAT-NOMBRE TO MAD-NOMBRE-MATERIA
               ELSE
                   MOVE MATERIA-CASILLA TO MAD-NOMBRE-MATERIA
               END-IF
           END-IF.

       CONTAR-ADEUDOS.
           MOVE 0 TO ADEUDOS-ALUMNO.
           MOVE 0 TO MATADEU-EOF.
           MOVE KAR-MATRICULA TO MAD-MATRICULA.
           MOVE LOW-VALUES TO MAD-MATERIA.
           START MATADEU KEY IS NOT LESS THAN MAD-LLAVE
               INVALID KEY MOVE 1 TO MATADEU-EOF.
           PERFORM UNTIL MATADEU-EOF = 1
               READ MATADEU NEXT RECORD
                   AT END
                       MOVE 1 TO MATADEU-EOF
                   NOT AT END
                       IF MAD-MATRICULA NOT = KAR-MATRICULA
                           MOVE 1 TO MATADEU-EOF
                       ELSE
                           IF MAD-ESTADO = "ADEUDADA"
                               AND ADEUDOS-ALUMNO < 99
                               ADD 1 TO ADEUDOS-ALUMNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CARGAR-MAXIMO-ADEUDOS.
           ACCEPT FECHA-ESPERA FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-ESPERA-AA * 10000
               + FECHA-ESPERA-MM * 100 + FECHA-ESPERA-DD.
           OPEN INPUT PARAMET.
           MOVE "MAX-ADEUDOS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO MAXIMO-ADEUDOS
           END-IF.
           CLOSE PARAMET.

      *****BUSCA LA VIGENCIA MAS RECIENTE DEL CODIGO QUE NO REBASE HOY;
      *****SIN RENGLON APLICABLE EL VALOR FIJO DE SIEMPRE SE QUEDA
       BUSCAR-PARAMETRO.
           MOVE 0 TO PARM-HALLADO.
           MOVE 0 TO PARM-VIG-ELEGIDA.
           MOVE 0 TO PARAMET-EOF.
           MOVE PARM-CODIGO-BUSCADO TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = PARM-CODIGO-BUSCADO
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-HOY-LARGA
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR-VIGENTE
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PROMOVER-ALUMNO.
           MOVE KAR-GRUPO TO SUC-GRUPO.
           MOVE 1 TO SUC-KEY-EXISTE.
