      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 5REIREP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REINGRESOS ASSIGN TO "REINGRESOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REI-NOMINA.
           SELECT OPTIONAL MOTIVOS ASSIGN TO "MOTIVOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOT-CLAVE.
           SELECT REPORTE ASSIGN TO "REIREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE LA LIGA DE REINGRESOS DE 4EMPABC/EMPCAP
       FD  REINGRESOS.
       01  REINGRESOS-REG.
           03  REI-NOMINA          PIC 9(06).
           03  REI-NOMBRE          PIC X(20).
           03  REI-RFC             PIC X(13).
           03  REI-DPTO            PIC X(03).
           03  REI-FEC-INGRESO     PIC 9(08).
           03  REI-SUELDO          PIC S9(05)V99.
           03  REI-NOMINA-ANT      PIC 9(06).
           03  REI-DPTO-ANT        PIC X(03).
           03  REI-FEC-INGRESO-ANT PIC 9(08).
           03  REI-FEC-BAJA-ANT    PIC 9(08).
           03  REI-MOTIVO-ANT      PIC X(03).
           03  REI-SUELDO-ANT      PIC S9(05)V99.
           03  REI-AUTORIZO        PIC X(08).
           03  REI-PROGRAMA        PIC X(08).

      *****CATALOGO DE MOTIVOS DE BAJA (4MOTABC), PARA PONER NOMBRE AL
      *****MOTIVO DE LA BAJA ANTERIOR
       FD  MOTIVOS.
       01  MOTIVOS-REG.
           03  MOT-CLAVE           PIC X(03).
           03  MOT-DESCRIPCION     PIC X(20).
           03  MOT-PAGA-PRIMA      PIC X(01).
           03  MOT-PAGA-3MESES     PIC X(01).
           03  MOT-PAGA-20DIAS     PIC X(01).
           03  MOT-RECONTRATABLE   PIC X(01).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MES-REPORTE         PIC 9(06).
       77  REINGRESOS-EOF      PIC 9 VALUE ZERO.
       77  MOT-KEY-EXISTE      PIC 9.
       77  CONT-REINGRESOS     PIC 9(05) VALUE 0.
       77  CONT-AUTORIZADOS    PIC 9(05) VALUE 0.

       01  TITULO-REI-1.
           05  FILLER              PIC X(30) VALUE
               "REINGRESOS DEL MES (AAAAMM): ".
           05  TREI-MES            PIC 9(06).
       01  TITULO-REI-2.
           05  FILLER              PIC X(44) VALUE
               "NOMINA NOMBRE               DPTO INGRESO   ".
           05  FILLER              PIC X(44) VALUE
               "SUELDO     | NOM ANT DPTO INGRESO  BAJA     ".
           05  FILLER              PIC X(44) VALUE
               "MOTIVO                   SUELDO FINAL AUTORI".
       01  DETALLE-REI.
           05  DETREI-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-DPTO         PIC X(03).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREI-INGRESO      PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-SUELDO       PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(03) VALUE " | ".
           05  DETREI-NOMINA-ANT   PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETREI-DPTO-ANT     PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-INGRESO-ANT  PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-BAJA-ANT     PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-MOTIVO       PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-MOTIVO-DESC  PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-SUELDO-ANT   PIC ZZ,ZZ9.99-.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETREI-AUTORIZO     PIC X(08).
       01  TOTAL-REI.
           05  FILLER              PIC X(20) VALUE
               "TOTAL REINGRESOS:   ".
           05  TOTREI-CUENTA       PIC ZZZZ9.
           05  FILLER              PIC X(36) VALUE
               "   AUTORIZADOS POR SUPERVISOR:      ".
           05  TOTREI-AUTORIZADOS  PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****REPORTE MENSUAL DE REINGRESOS: CADA ALTA DEL MES QUE LA
      *****CAPTURA LIGO A UNA NOMINA ANTERIOR (MISMO RFC), CON LOS DATOS
      *****DE LA BAJA ANTERIOR Y, SI EL MOTIVO NO ERA RECONTRATABLE, EL
      *****SUPERVISOR QUE AUTORIZO EL REINGRESO
       MAIN-PROCEDURE.
           DISPLAY "MES DEL REPORTE (AAAAMM)".
           ACCEPT MES-REPORTE.
           IF MES-REPORTE(5:2) < "01" OR MES-REPORTE(5:2) > "12"
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REINGRESOS.
           OPEN INPUT MOTIVOS.
           OPEN OUTPUT REPORTE.
           MOVE MES-REPORTE TO TREI-MES.
           WRITE REPORTE-REG FROM TITULO-REI-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-REI-2 BEFORE 1 LINES.
           MOVE 0 TO REI-NOMINA.
           START REINGRESOS KEY IS NOT LESS THAN REI-NOMINA
               INVALID KEY MOVE 1 TO REINGRESOS-EOF.
           PERFORM UNTIL REINGRESOS-EOF = 1
               READ REINGRESOS NEXT RECORD
                   AT END
                       MOVE 1 TO REINGRESOS-EOF
                   NOT AT END
                       IF REI-FEC-INGRESO(1:6) = MES-REPORTE
                           PERFORM IMPRIMIR-REINGRESO
                       END-IF
               END-READ
           END-PERFORM.
           MOVE CONT-REINGRESOS  TO TOTREI-CUENTA.
           MOVE CONT-AUTORIZADOS TO TOTREI-AUTORIZADOS.
           WRITE REPORTE-REG FROM TOTAL-REI BEFORE 2 LINES.
           DISPLAY "REINGRESOS DEL MES: " CONT-REINGRESOS.
           CLOSE REINGRESOS.
           CLOSE MOTIVOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       IMPRIMIR-REINGRESO.
           ADD 1 TO CONT-REINGRESOS.
           IF REI-AUTORIZO NOT = SPACES
               ADD 1 TO CONT-AUTORIZADOS.
           MOVE REI-NOMINA          TO DETREI-NOMINA.
           MOVE REI-NOMBRE          TO DETREI-NOMBRE.
           MOVE REI-DPTO            TO DETREI-DPTO.
           MOVE REI-FEC-INGRESO     TO DETREI-INGRESO.
           MOVE REI-SUELDO          TO DETREI-SUELDO.
           MOVE REI-NOMINA-ANT      TO DETREI-NOMINA-ANT.
           MOVE REI-DPTO-ANT        TO DETREI-DPTO-ANT.
           MOVE REI-FEC-INGRESO-ANT TO DETREI-INGRESO-ANT.
           MOVE REI-FEC-BAJA-ANT    TO DETREI-BAJA-ANT.
           MOVE REI-MOTIVO-ANT      TO DETREI-MOTIVO.
           MOVE REI-SUELDO-ANT      TO DETREI-SUELDO-ANT.
           MOVE REI-AUTORIZO        TO DETREI-AUTORIZO.
           MOVE REI-MOTIVO-ANT TO MOT-CLAVE.
           MOVE 1 TO MOT-KEY-EXISTE.
           READ MOTIVOS
               INVALID KEY MOVE 0 TO MOT-KEY-EXISTE
           END-READ.
           IF MOT-KEY-EXISTE = 1
               MOVE MOT-DESCRIPCION TO DETREI-MOTIVO-DESC
           ELSE
               MOVE "(SIN CATALOGO)" TO DETREI-MOTIVO-DESC
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-REI BEFORE 1 LINES.

       END PROGRAM 5REIREP.
