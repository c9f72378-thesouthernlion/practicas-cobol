           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG.
           03  RB-NOMINA           PIC 9(06).
           03  RB-RESTO            PIC X(120).

      *****BITACORA DE MOVIMIENTOS YA NOTIFICADOS AL IMSS: UN RENGLON
      *****POR MOVIMIENTO ENVIADO, PARA QUE EL MISMO MOVIMIENTO NUNCA
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  ARCHIVO-EOF         PIC 9.
           CLOSE IDSEEXP.
           CLOSE IDSELOG.
           CLOSE EMPDATOS.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           END-PERFORM.
           CLOSE RESPALDO-BAJAS.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, SIN PERIODO: 7OBLCAL CUMPLE LA PENDIENTE MAS VIEJA
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "7IDSEXP" TO POB-PROGRAMA.
           MOVE "F"       TO POB-TIPO.
           MOVE 0         TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 7IDSEXP.
