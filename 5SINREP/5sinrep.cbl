           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT REPORTE ASSIGN TO DISK.
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  SINDICATO-EOF       PIC 9 VALUE ZERO.
       77  EXISTE-NOMINA       PIC 9.
           CLOSE SINDICATO.
           CLOSE EMPINX.
           CLOSE REPORTE.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

               WRITE REPORTE-REG FROM DETALLE-SIN BEFORE 1 LINES
           END-IF.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, CON EL PERIODO DE NOMINA QUE SE PROCESO
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "5SINREP" TO POB-PROGRAMA.
           MOVE "P"       TO POB-TIPO.
           MOVE PERIODO-REMESA TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 5SINREP.
