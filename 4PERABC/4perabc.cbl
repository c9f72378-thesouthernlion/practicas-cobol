           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT PARM-SALIDA-RECGEN ASSIGN TO "PARMRECGEN".

       DATA DIVISION.
       FILE SECTION.
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****PERIODO QUE SE ACABA DE ABRIR, PARA 3RECGEN
       FD  PARM-SALIDA-RECGEN.
       01  PARM-B-REG-RECGEN.
           03  PARM-B-PERIODO-RECGEN   PIC 9(06).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
           88  W88-NO VALUE "NO".
       77  BANDERA-ESTADO      PIC 9.
       77  FIN-LISTADO         PIC 9.
       77  ESTADO-ANTERIOR     PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               WRITE PERIODOS-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               PERFORM GENERAR-RECURRENTES
           END-IF.

      *******************************************************************
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE PER-ESTADO TO ESTADO-ANTERIOR
                   PERFORM CAPTURA-ESTADO
                   DISPLAY "FECHA DE INICIO (AAAAMMDD)"
                   ACCEPT PER-FEC-INICIO
                   REWRITE PERIODOS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   IF PER-ESTADO = "ABIERTO"
                       AND ESTADO-ANTERIOR NOT = "ABIERTO"
                       PERFORM GENERAR-RECURRENTES
                   END-IF
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "PERIODO NO EXISTE".

      *******************************************************************
      *                      MOVIMIENTOS RECURRENTES
      *******************************************************************
      *****AL ABRIRSE UN PERIODO SE GENERAN SUS MOVIMIENTOS RECURRENTES
      *****(VER 4RECABC); 3RECGEN LEE EL MAESTRO DE PERIODOS, POR ESO SE
      *****CIERRA MIENTRAS CORRE Y SE REABRE AL REGRESAR
       GENERAR-RECURRENTES.
           OPEN OUTPUT PARM-SALIDA-RECGEN.
           MOVE PER-PERIODO TO PARM-B-PERIODO-RECGEN.
           WRITE PARM-B-REG-RECGEN.
           CLOSE PARM-SALIDA-RECGEN.
           CLOSE PERIODOS.
           CALL "3RECGEN".
           IF RETURN-CODE NOT = 0
               DISPLAY "3RECGEN TERMINO CON CODIGO " RETURN-CODE
           ELSE
               DISPLAY "RECURRENTES GENERADOS, VER RECGENREP"
           END-IF.
           OPEN I-O PERIODOS.

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
