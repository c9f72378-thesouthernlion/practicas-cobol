           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.
           SELECT OPTIONAL MATADEU ASSIGN TO "MATADEU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAD-LLAVE.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****ACTAS DE CALIFICACIONES CERRADAS (VER 3ACTCIE); CON EL ACTA
      *****DEL GRUPO Y CASILLA CERRADA EN EL CICLO EL EXTRAORDINARIO
      *****YA NO SE APLICA
       FD  ACTAS.
       01  ACTAS-REG.
           03  ACT-LLAVE.
               05  ACT-CICLO       PIC 9(06).
               05  ACT-GRUPO       PIC X(03).
               05  ACT-CASILLA     PIC 9(01).
           03  ACT-FOLIO           PIC 9(06).
           03  ACT-ESTADO          PIC X(10).
           03  ACT-PROFESOR        PIC X(08).
           03  ACT-FEC-CIERRE      PIC 9(08).
           03  ACT-OPERADOR        PIC X(08).
           03  ACT-ALUMNOS         PIC 9(04).
           03  ACT-APROBADOS       PIC 9(04).
           03  ACT-PROMEDIO        PIC 999V99.

      *****LIBRO DE MATERIAS ADEUDADAS (VER 3REINSC): EL EXTRAORDINARIO
      *****SUMA UN INTENTO A LA MATERIA, GUARDA SU CALIFICACION Y LA
      *****ACREDITA SI ALCANZA LA MINIMA
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

      *****MISMA BITACORA DE AUDITORIA QUE 4ALUABC (AUDITALU)
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).
       77  PRF-KEY-EXISTE      PIC 9.
       77  ASG-KEY-EXISTE      PIC 9.
       77  CASILLA-PERMITIDA   PIC 9.
       77  ACT-KEY-EXISTE      PIC 9.
       77  ACTA-CERRADA        PIC 9.
       77  AUTORIZACION        PIC 9(03) VALUE 0.

       01  FECHA-AUDIT.
       77  CONT-REVISADOS      PIC 9(04) VALUE 0.
       77  CONT-RECUPERADOS    PIC 9(04) VALUE 0.
       77  CONT-SIGUEN-MAL     PIC 9(04) VALUE 0.
       77  MAD-KEY-EXISTE      PIC 9.
       77  CAL-ORDINARIA       PIC 999V99.
       77  MATERIA-ADEUDO      PIC X(03).

       01  TITULO-EXT-1.
           05  FILLER              PIC X(42) VALUE
           OPEN I-O KARDEX.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT ACTAS.
           OPEN I-O MATADEU.
           OPEN OUTPUT REPORTE.
           WRITE REPORTE-REG FROM TITULO-EXT-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-EXT-2 BEFORE 2 LINES.
           CLOSE KARDEX.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE ACTAS.
           CLOSE MATADEU.
           CLOSE AUDITORIA.
           CLOSE PROFESORES.
           CLOSE ASIGNA.
           IF NOT W88-NO
               ADD 1 TO CONT-REVISADOS
               PERFORM CAPTURA-MATERIA
               PERFORM REVISAR-ACTA-CERRADA
               IF ACTA-CERRADA = 1
                   DISPLAY "ACTA CERRADA CON FOLIO " ACT-FOLIO
                       " - EXTRAORDINARIO NO APLICADO"
               ELSE
                   PERFORM CAPTURA-CALIFICACION
                   PERFORM APLICAR-RESULTADO
               END-IF
           END-IF.
           PERFORM LEER-REPROBADOS.

               END-IF
           END-IF.

      *****LA CASILLA CON ACTA CERRADA EN EL CICLO YA NO SE TOCA
       REVISAR-ACTA-CERRADA.
           MOVE 0 TO ACTA-CERRADA.
           MOVE CICLO-ESCOLAR  TO ACT-CICLO.
           MOVE REPROBADOS-GPO TO ACT-GRUPO.
           MOVE CASILLA-EXTRA  TO ACT-CASILLA.
           MOVE 1 TO ACT-KEY-EXISTE.
           READ ACTAS INVALID KEY MOVE 0 TO ACT-KEY-EXISTE.
           IF ACT-KEY-EXISTE = 1 AND ACT-ESTADO = "CERRADA"
               MOVE 1 TO ACTA-CERRADA
           END-IF.

       MOSTRAR-CASILLA.
           IF PLA-MATERIA(I-PLA) = SPACES
               DISPLAY "CASILLA " I-PLA ": (SIN MATERIA)"
           WRITE REPORTE-REG FROM DETALLE-EXT BEFORE 1 LINES.
           PERFORM ACTUALIZAR-ALUPRO.
           PERFORM ACTUALIZAR-ALUINX.
           PERFORM ACTUALIZAR-ADEUDO.
           PERFORM ACTUALIZAR-KARDEX.
           PERFORM GRABAR-AUDITORIA.

               REWRITE ALUINX-REG
           END-IF.

      *****SE CORRE ANTES DE CORREGIR EL KARDEX PARA QUE LA MATERIA
      *****QUE AUN NO ESTABA EN EL LIBRO SE ABRA CON SU CALIFICACION
      *****ORDINARIA; EL RENGLON NUEVO LLEVA DOS INTENTOS (ORDINARIO
      *****Y EXTRAORDINARIO)
       ACTUALIZAR-ADEUDO.
           MOVE REPROBADOS-MAT TO KAR-MATRICULA.
           MOVE CICLO-ESCOLAR  TO KAR-CICLO.
           MOVE 1 TO KAR-KEY-EXISTE.
           READ KARDEX INVALID KEY MOVE 0 TO KAR-KEY-EXISTE.
           IF KAR-KEY-EXISTE = 1
               MOVE KAR-CAL(CASILLA-EXTRA) TO CAL-ORDINARIA
           ELSE
               MOVE REPROBADOS-PROM TO CAL-ORDINARIA
           END-IF.
           IF PLA-KEY-EXISTE = 1
               AND PLA-MATERIA(CASILLA-EXTRA) NOT = SPACES
               MOVE PLA-MATERIA(CASILLA-EXTRA) TO MATERIA-ADEUDO
           ELSE
               MOVE "#" TO MATERIA-ADEUDO
               MOVE CASILLA-EXTRA TO MATERIA-ADEUDO(2:1)
           END-IF.
           MOVE REPROBADOS-MAT TO MAD-MATRICULA.
           MOVE MATERIA-ADEUDO TO MAD-MATERIA.
           MOVE 1 TO MAD-KEY-EXISTE.
           READ MATADEU INVALID KEY MOVE 0 TO MAD-KEY-EXISTE.
           IF MAD-KEY-EXISTE = 0
               MOVE REPROBADOS-MAT TO MAD-MATRICULA
               MOVE MATERIA-ADEUDO TO MAD-MATERIA
               IF MATERIA-EXTRA = SPACES
                   MOVE SPACES TO MAD-NOMBRE-MATERIA
                   STRING "CASILLA " CASILLA-EXTRA DELIMITED BY SIZE
                       INTO MAD-NOMBRE-MATERIA
               ELSE
                   MOVE MATERIA-EXTRA TO MAD-NOMBRE-MATERIA
               END-IF
               MOVE REPROBADOS-GPO TO MAD-GRUPO
               MOVE CASILLA-EXTRA  TO MAD-CASILLA
               MOVE CICLO-ESCOLAR  TO MAD-CICLO-REPROBO
               MOVE 1              TO MAD-INTENTOS
               MOVE CAL-ORDINARIA  TO MAD-ULTIMA-CAL
               MOVE 0              TO MAD-CICLO-ACREDITA
           END-IF.
           ADD 1 TO MAD-INTENTOS.
           MOVE CICLO-ESCOLAR      TO MAD-CICLO-ULTIMO.
           MOVE CAL-EXTRAORDINARIO TO MAD-CAL-EXTRA.
           ACCEPT FECHA-AUDIT FROM DATE.
           COMPUTE MAD-FEC-EXTRA = 20000000
               + FECHA-AUDIT-AA * 10000
               + FECHA-AUDIT-MM * 100 + FECHA-AUDIT-DD.
           IF CAL-EXTRAORDINARIO >= MINIMA-APROBATORIA
               MOVE "ACREDITADA"  TO MAD-ESTADO
               MOVE CICLO-ESCOLAR TO MAD-CICLO-ACREDITA
           ELSE
               MOVE "ADEUDADA"    TO MAD-ESTADO
               MOVE 0             TO MAD-CICLO-ACREDITA
           END-IF.
           IF MAD-KEY-EXISTE = 0
               WRITE MATADEU-REG
           ELSE
               REWRITE MATADEU-REG
           END-IF.

       ACTUALIZAR-KARDEX.
           MOVE REPROBADOS-MAT TO KAR-MATRICULA.
           MOVE CICLO-ESCOLAR  TO KAR-CICLO.
