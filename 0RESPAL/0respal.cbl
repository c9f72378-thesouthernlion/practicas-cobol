           SELECT OPTIONAL GPOGEN3 ASSIGN TO DISK.

           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMRESPAL".
           SELECT OPTIONAL EMPGENCTL ASSIGN TO "EMPGENCTL".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       01  PARAMETROS-REG.
           03  PARM-MODO           PIC 9.

      *****FECHA Y HORA EN QUE SE TOMO CADA GENERACION DE EMPINX; ROTA
      *****JUNTO CON LAS COPIAS Y DE AQUI PARTE LA RECUPERACION HACIA
      *****ADELANTE DE 7EMPRCU
       FD  EMPGENCTL.
       01  EMPGENCTL-REG.
           03  GCT-GENERACION OCCURS 3 TIMES.
               05  GCT-FECHA       PIC 9(06).
               05  GCT-HORA        PIC 9(06).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
       77  CONT-RESTAURADOS    PIC 9(05).
       77  TOTAL-VIVO          PIC S9(11)V99.
       77  TOTAL-COPIA         PIC S9(11)V99.
       77  FECHA-COPIA         PIC 9(06).
       01  HORA-COPIA.
           03  HORA-COPIA-HHMMSS   PIC 9(06).
           03  HORA-COPIA-CC       PIC 9(02).

      *****AREA DE TRABAJO PARA DESARMAR LA COPIA DE EMPINX EN LA
      *****VERIFICACION Y EN LA RESTAURACION
           END-PERFORM.
           CLOSE EMPGEN1.
           CLOSE EMPGEN2.
           PERFORM ROTAR-ESTAMPAS.

      *****LAS ESTAMPAS SE RECORREN IGUAL QUE LAS COPIAS; LA DE GEN1
      *****QUEDA EN CERO HASTA QUE COPIAR-EMPINX LA VUELVE A SELLAR
       ROTAR-ESTAMPAS.
           MOVE ZEROES TO EMPGENCTL-REG.
           OPEN INPUT EMPGENCTL.
           READ EMPGENCTL AT END MOVE ZEROES TO EMPGENCTL-REG.
           CLOSE EMPGENCTL.
           MOVE GCT-GENERACION(2) TO GCT-GENERACION(3).
           MOVE GCT-GENERACION(1) TO GCT-GENERACION(2).
           MOVE ZEROES TO GCT-GENERACION(1).
           OPEN OUTPUT EMPGENCTL.
           WRITE EMPGENCTL-REG.
           CLOSE EMPGENCTL.

       COPIAR-EMPINX.
           MOVE 0 TO CONT-VIVO.
           MOVE 0 TO TOTAL-VIVO.
           ACCEPT FECHA-COPIA FROM DATE.
           ACCEPT HORA-COPIA FROM TIME.
           OPEN INPUT EMPINX.
           OPEN OUTPUT EMPGEN1.
           MOVE 0 TO ARCHIVO-EOF.
           END-PERFORM.
           CLOSE EMPINX.
           CLOSE EMPGEN1.
           OPEN INPUT EMPGENCTL.
           READ EMPGENCTL AT END MOVE ZEROES TO EMPGENCTL-REG.
           CLOSE EMPGENCTL.
           MOVE FECHA-COPIA       TO GCT-FECHA(1).
           MOVE HORA-COPIA-HHMMSS TO GCT-HORA(1).
           OPEN OUTPUT EMPGENCTL.
           WRITE EMPGENCTL-REG.
           CLOSE EMPGENCTL.

       VERIFICAR-EMPINX.
           MOVE 0 TO CONT-COPIA.
