      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5AULREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AULAS ASSIGN TO "AULAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUL-CLAVE.
           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-LLAVE.
           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA
           ALTERNATE RECORD KEY IS ALUINX-GRUPO WITH DUPLICATES.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL AULAS DE 4AULABC
       FD  AULAS.
       01  AULAS-REG.
           03  AUL-CLAVE           PIC X(04).
           03  AUL-EDIFICIO        PIC X(10).
           03  AUL-CUPO            PIC 9(03).
           03  AUL-TIPO            PIC X(01).
           03  AUL-PLANTEL         PIC X(10).
           03  AUL-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL HORARIOS DE 4HORABC
       FD  HORARIOS.
       01  HORARIOS-REG.
           03  HOR-LLAVE.
               05  HOR-GRUPO       PIC X(03).
               05  HOR-DIA         PIC 9(01).
               05  HOR-INICIO      PIC 9(04).
           03  HOR-FIN             PIC 9(04).
           03  HOR-CASILLA         PIC 9(01).
           03  HOR-AULA            PIC X(04).
           03  HOR-PROFESOR        PIC X(08).

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARCHIVO-EOF         PIC 9 VALUE ZERO.
       77  FIN-CONTEO          PIC 9.
       77  INSCRITOS-GRUPO     PIC 9(04).
       77  LUGARES-LIBRES      PIC S9(04).
       77  AUL-KEY-EXISTE      PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  CONT-EXCEDIDAS      PIC 9(04) VALUE 0.
       77  CONT-SIN-AULA       PIC 9(04) VALUE 0.

      *****CADA PAREJA AULA-GRUPO QUE APARECE EN LOS HORARIOS, UNA
      *****SOLA VEZ AUNQUE EL GRUPO USE EL AULA VARIOS DIAS
       01  TABLA-PAREJAS.
           03  PAR-OC OCCURS 500 TIMES.
               05  PAR-AULA        PIC X(04).
               05  PAR-GRUPO       PIC X(03).
       77  PAREJAS-TOTAL       PIC 9(03) VALUE 0.
       77  I-PAR               PIC 9(03).
       77  PAR-HALLADA         PIC 9.

      *****REJILLA DE OCUPACION: POR AULA DEL MAESTRO, SEIS DIAS
      *****(LUNES A SABADO) DE QUINCE HORAS CADA UNO (07:00 A 22:00);
      *****LA HORA QUEDA OCUPADA SI ALGUNA CLASE LA TOCA
       01  TABLA-REJILLA.
           03  REJ-OC OCCURS 200 TIMES.
               05  REJ-AULA        PIC X(04).
               05  REJ-CUPO        PIC 9(03).
               05  REJ-TIPO        PIC X(01).
               05  REJ-DIA OCCURS 6 TIMES.
                   07  REJ-HORA OCCURS 15 TIMES PIC X(01).
       77  REJILLA-TOTAL       PIC 9(03) VALUE 0.
       77  I-REJ               PIC 9(03).
       77  REJ-HALLADA         PIC 9(03).
       77  I-DIA               PIC 9(01).
       77  I-HORA              PIC 9(02).
       77  HORA-DESDE          PIC 9(04).
       77  HORA-HASTA          PIC 9(04).
       77  HORAS-OCUPADAS      PIC 9(03).
       01  NOMBRES-DIAS.
           03  FILLER              PIC X(18) VALUE
               "LUNMARMIEJUEVIESAB".
       01  NOMBRES-DIAS-R REDEFINES NOMBRES-DIAS.
           03  NOMBRE-DIA OCCURS 6 TIMES PIC X(03).

       01  TITULO-AUL-1.
           05  FILLER              PIC X(40) VALUE
               "INSCRITOS POR GRUPO CONTRA LUGARES DEL A".
           05  FILLER              PIC X(03) VALUE "ULA".
       01  TITULO-AUL-2.
           05  FILLER              PIC X(06) VALUE "AULA".
           05  FILLER              PIC X(06) VALUE "TIPO".
           05  FILLER              PIC X(09) VALUE "LUGARES".
           05  FILLER              PIC X(07) VALUE "GRUPO".
           05  FILLER              PIC X(22) VALUE "DESCRIPCION".
           05  FILLER              PIC X(11) VALUE "INSCRITOS".
           05  FILLER              PIC X(08) VALUE "LIBRES".
           05  FILLER              PIC X(10) VALUE "SITUACION".
       01  DETALLE-AUL.
           05  DETAUL-AULA         PIC X(04).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETAUL-TIPO         PIC X(01).
           05  FILLER              PIC X(06) VALUE SPACES.
           05  DETAUL-CUPO         PIC ZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  DETAUL-GRUPO        PIC X(03).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETAUL-DESC         PIC X(20).
           05  FILLER              PIC X(04) VALUE SPACES.
           05  DETAUL-INSCRITOS    PIC ZZZ9.
           05  FILLER              PIC X(05) VALUE SPACES.
           05  DETAUL-LIBRES       PIC ZZZ9-.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETAUL-SITUACION    PIC X(20).
       01  RESUMEN-AUL.
           05  FILLER              PIC X(26) VALUE
               "GRUPOS QUE NO CABEN:      ".
           05  RAUL-EXCEDIDAS      PIC ZZZ9.
           05  FILLER              PIC X(26) VALUE
               "   AULAS NO REGISTRADAS:  ".
           05  RAUL-SIN-AULA       PIC ZZZ9.
       01  TITULO-REJ-1.
           05  FILLER              PIC X(40) VALUE
               "OCUPACION DE AULAS POR DIA Y HORA (X = O".
           05  FILLER              PIC X(25) VALUE
               "CUPADA, . = LIBRE)".
       01  TITULO-REJ-2.
           05  FILLER              PIC X(16) VALUE "AULA T LUG  DIA".
           05  FILLER              PIC X(45) VALUE
               "07 08 09 10 11 12 13 14 15 16 17 18 19 20 21".
           05  FILLER              PIC X(10) VALUE "  OCUPADAS".
       01  DETALLE-REJ.
           05  DETREJ-AULA         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETREJ-TIPO         PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETREJ-CUPO         PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREJ-DIA          PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETREJ-CELDA OCCURS 15 TIMES.
               07  DETREJ-MARCA    PIC X(01).
               07  FILLER          PIC X(02).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETREJ-OCUPADAS     PIC Z9.

       PROCEDURE DIVISION.
      *****AULAS CONTRA GRUPOS: CADA GRUPO CONTRA LOS LUGARES DE CADA
      *****AULA EN LA QUE TIENE CLASE (INSCRITOS POR LA LLAVE ALTERNA DE
      *****ALUINX, COMO 5CUPREP), Y LA REJILLA DE HORAS LIBRES Y
      *****OCUPADAS DE CADA AULA DEL MAESTRO POR DIA
       MAIN-PROCEDURE.
           OPEN INPUT AULAS.
           OPEN INPUT HORARIOS.
           OPEN INPUT GRUPOS.
           OPEN INPUT ALUINX.
           OPEN OUTPUT REPORTE.
           PERFORM CARGAR-AULAS.
           PERFORM RECORRER-HORARIOS.
           WRITE REPORTE-REG FROM TITULO-AUL-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-AUL-2 BEFORE 2 LINES.
           PERFORM IMPRIMIR-PAREJA VARYING I-PAR FROM 1 BY 1
               UNTIL I-PAR > PAREJAS-TOTAL.
           MOVE CONT-EXCEDIDAS TO RAUL-EXCEDIDAS.
           MOVE CONT-SIN-AULA  TO RAUL-SIN-AULA.
           WRITE REPORTE-REG FROM RESUMEN-AUL BEFORE 3 LINES.
           WRITE REPORTE-REG FROM TITULO-REJ-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-REJ-2 BEFORE 2 LINES.
           PERFORM IMPRIMIR-AULA VARYING I-REJ FROM 1 BY 1
               UNTIL I-REJ > REJILLA-TOTAL.
           CLOSE AULAS.
           CLOSE HORARIOS.
           CLOSE GRUPOS.
           CLOSE ALUINX.
           CLOSE REPORTE.
           DISPLAY "GRUPOS QUE NO CABEN EN SU AULA: " CONT-EXCEDIDAS.
           DISPLAY "AULAS DE HORARIOS SIN REGISTRO: " CONT-SIN-AULA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****LAS AULAS DADAS DE BAJA NO ENTRAN A LA REJILLA
       CARGAR-AULAS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO AUL-CLAVE.
           START AULAS KEY IS NOT LESS THAN AUL-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ AULAS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF AUL-ESTADO = "ACTIVA"
                           PERFORM AGREGAR-AULA
                       END-IF
               END-READ
           END-PERFORM.

       AGREGAR-AULA.
           IF REJILLA-TOTAL >= 200
               DISPLAY "CAPACIDAD DE AULAS EXCEDIDA (200)"
           ELSE
               ADD 1 TO REJILLA-TOTAL
               MOVE AUL-CLAVE TO REJ-AULA(REJILLA-TOTAL)
               MOVE AUL-CUPO  TO REJ-CUPO(REJILLA-TOTAL)
               MOVE AUL-TIPO  TO REJ-TIPO(REJILLA-TOTAL)
               PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 6
                   PERFORM VARYING I-HORA FROM 1 BY 1
                           UNTIL I-HORA > 15
                       MOVE "." TO REJ-HORA(REJILLA-TOTAL I-DIA I-HORA)
                   END-PERFORM
               END-PERFORM
           END-IF.

       RECORRER-HORARIOS.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO HOR-LLAVE.
           START HORARIOS KEY IS NOT LESS THAN HOR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       PERFORM AGREGAR-PAREJA
                       PERFORM MARCAR-REJILLA
               END-READ
           END-PERFORM.

       AGREGAR-PAREJA.
           MOVE 0 TO PAR-HALLADA.
           PERFORM VARYING I-PAR FROM 1 BY 1
                   UNTIL I-PAR > PAREJAS-TOTAL
               IF PAR-AULA(I-PAR) = HOR-AULA
                   AND PAR-GRUPO(I-PAR) = HOR-GRUPO
                   MOVE 1 TO PAR-HALLADA
               END-IF
           END-PERFORM.
           IF PAR-HALLADA = 0
               IF PAREJAS-TOTAL >= 500
                   DISPLAY "CAPACIDAD DE AULA-GRUPO EXCEDIDA (500)"
               ELSE
                   ADD 1 TO PAREJAS-TOTAL
                   MOVE HOR-AULA  TO PAR-AULA(PAREJAS-TOTAL)
                   MOVE HOR-GRUPO TO PAR-GRUPO(PAREJAS-TOTAL)
               END-IF
           END-IF.

      *****LA HORA H (07 A 21) VA DE H:00 A H+1:00; LA CLASE LA OCUPA
      *****SI EMPIEZA ANTES DE QUE TERMINE Y TERMINA DESPUES DE QUE
      *****EMPIECE
       MARCAR-REJILLA.
           MOVE 0 TO REJ-HALLADA.
           PERFORM VARYING I-REJ FROM 1 BY 1
                   UNTIL I-REJ > REJILLA-TOTAL
               IF REJ-AULA(I-REJ) = HOR-AULA
                   MOVE I-REJ TO REJ-HALLADA
               END-IF
           END-PERFORM.
           IF REJ-HALLADA > 0 AND HOR-DIA >= 1 AND HOR-DIA <= 6
               PERFORM VARYING I-HORA FROM 1 BY 1 UNTIL I-HORA > 15
                   COMPUTE HORA-DESDE = (I-HORA + 6) * 100
                   COMPUTE HORA-HASTA = (I-HORA + 7) * 100
                   IF HOR-INICIO < HORA-HASTA
                       AND HOR-FIN > HORA-DESDE
                       MOVE "X" TO
                           REJ-HORA(REJ-HALLADA HOR-DIA I-HORA)
                   END-IF
               END-PERFORM
           END-IF.

       IMPRIMIR-PAREJA.
           MOVE PAR-AULA(I-PAR)  TO DETAUL-AULA.
           MOVE PAR-GRUPO(I-PAR) TO DETAUL-GRUPO.
           MOVE PAR-GRUPO(I-PAR) TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 1
               MOVE GPO-DESCRIPCION TO DETAUL-DESC
           ELSE
               MOVE "GRUPO NO EXISTE" TO DETAUL-DESC
           END-IF.
           PERFORM CONTAR-INSCRITOS.
           MOVE INSCRITOS-GRUPO TO DETAUL-INSCRITOS.
           MOVE PAR-AULA(I-PAR) TO AUL-CLAVE.
           MOVE 1 TO AUL-KEY-EXISTE.
           READ AULAS INVALID KEY MOVE 0 TO AUL-KEY-EXISTE.
           IF AUL-KEY-EXISTE = 0
               ADD 1 TO CONT-SIN-AULA
               MOVE SPACES TO DETAUL-TIPO
               MOVE 0      TO DETAUL-CUPO
               MOVE 0      TO DETAUL-LIBRES
               MOVE "AULA NO REGISTRADA" TO DETAUL-SITUACION
           ELSE
               MOVE AUL-TIPO TO DETAUL-TIPO
               MOVE AUL-CUPO TO DETAUL-CUPO
               COMPUTE LUGARES-LIBRES = AUL-CUPO - INSCRITOS-GRUPO
               MOVE LUGARES-LIBRES TO DETAUL-LIBRES
               IF INSCRITOS-GRUPO > AUL-CUPO
                   ADD 1 TO CONT-EXCEDIDAS
                   MOVE "** NO CABE **" TO DETAUL-SITUACION
               ELSE IF AUL-ESTADO NOT = "ACTIVA"
                   MOVE "AULA DADA DE BAJA" TO DETAUL-SITUACION
               ELSE IF INSCRITOS-GRUPO = AUL-CUPO
                   MOVE "JUSTO" TO DETAUL-SITUACION
               ELSE
                   MOVE "CABE" TO DETAUL-SITUACION
               END-IF
               END-IF
               END-IF
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-AUL BEFORE 1 LINES.

       CONTAR-INSCRITOS.
           MOVE 0 TO INSCRITOS-GRUPO.
           MOVE 0 TO FIN-CONTEO.
           MOVE PAR-GRUPO(I-PAR) TO ALUINX-GRUPO.
           START ALUINX KEY IS NOT LESS THAN ALUINX-GRUPO
               INVALID KEY MOVE 1 TO FIN-CONTEO.
           PERFORM UNTIL FIN-CONTEO = 1
               READ ALUINX NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-CONTEO
                   NOT AT END
                       IF ALUINX-GRUPO = PAR-GRUPO(I-PAR)
                           ADD 1 TO INSCRITOS-GRUPO
                       ELSE
                           MOVE 1 TO FIN-CONTEO
                       END-IF
               END-READ
           END-PERFORM.

       IMPRIMIR-AULA.
           PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 6
               MOVE SPACES TO DETALLE-REJ
               IF I-DIA = 1
                   MOVE REJ-AULA(I-REJ) TO DETREJ-AULA
                   MOVE REJ-TIPO(I-REJ) TO DETREJ-TIPO
                   MOVE REJ-CUPO(I-REJ) TO DETREJ-CUPO
               END-IF
               MOVE NOMBRE-DIA(I-DIA) TO DETREJ-DIA
               MOVE 0 TO HORAS-OCUPADAS
               PERFORM VARYING I-HORA FROM 1 BY 1 UNTIL I-HORA > 15
                   MOVE REJ-HORA(I-REJ I-DIA I-HORA)
                       TO DETREJ-MARCA(I-HORA)
                   IF REJ-HORA(I-REJ I-DIA I-HORA) = "X"
                       ADD 1 TO HORAS-OCUPADAS
                   END-IF
               END-PERFORM
               MOVE HORAS-OCUPADAS TO DETREJ-OCUPADAS
               WRITE REPORTE-REG FROM DETALLE-REJ BEFORE 1 LINES
           END-PERFORM.
           WRITE REPORTE-REG FROM SPACES BEFORE 1 LINES.

       END PROGRAM 5AULREP.
