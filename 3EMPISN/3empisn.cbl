           SELECT POLIZA             ASSIGN TO DISK.
           SELECT REPORTE            ASSIGN TO DISK.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03  CONC-LABEL           PIC X(13).
           03  CONC-BUCKET          PIC X(01).
           03  CONC-TOPE            PIC 9(08).
           03  CONC-EXENCION        PIC X(01).
           03  CONC-UMAS            PIC 9(03)V99.
           03  CONC-PORC-EXENTO     PIC 9(03).

      *****MISMO LAYOUT QUE EL NOMCTL QUE DEJA 6EMPNOMV3; SUS
      *****PERCEPCIONES DE EMPRESA SON LA CIFRA DE CONTROL DE LA BASE
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       WORKING-STORAGE SECTION.
       77  MOV-EOF             PIC 9.
       77  ISN-KEY-EXISTE      PIC 9.
           CLOSE PERCEPCION-DEDUCCION.
           CLOSE ISNTASAS.
           CLOSE REPORTE.
           PERFORM MARCAR-OBLIGACION.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           MOVE "31" TO TC-CLAVE(27).
           MOVE "CUOTA SIND" TO TC-LABEL(27).
           MOVE "D"  TO TC-BUCKET(27).
           MOVE "32" TO TC-CLAVE(28).
           MOVE "COMISIONES" TO TC-LABEL(28).
           MOVE "P"  TO TC-BUCKET(28).
           MOVE "33" TO TC-CLAVE(29).
           MOVE "FONACOT" TO TC-LABEL(29).
           MOVE "D"  TO TC-BUCKET(29).
           MOVE "34" TO TC-CLAVE(30).
           MOVE "SEGURO GMM" TO TC-LABEL(30).
           MOVE "D"  TO TC-BUCKET(30).
           MOVE "35" TO TC-CLAVE(31).
           MOVE "REEMB VIATIC" TO TC-LABEL(31).
           MOVE "P"  TO TC-BUCKET(31).
           MOVE "36" TO TC-CLAVE(32).
           MOVE "RECUP VIATIC" TO TC-LABEL(32).
           MOVE "D"  TO TC-BUCKET(32).
           MOVE "37" TO TC-CLAVE(33).
           MOVE "VIAT NO COMPR" TO TC-LABEL(33).
           MOVE "P"  TO TC-BUCKET(33).
           MOVE "38" TO TC-CLAVE(34).
           MOVE "BONO QUINQ" TO TC-LABEL(34).
           MOVE "P"  TO TC-BUCKET(34).
           MOVE "39" TO TC-CLAVE(35).
           MOVE "PRIMA QUINQ" TO TC-LABEL(35).
           MOVE "P"  TO TC-BUCKET(35).
           MOVE 35 TO CONT-CONCEPTOS.

      *****AVISA AL CALENDARIO DE OBLIGACIONES QUE ESTA SALIDA YA SE
      *****PRODUJO, CON EL PERIODO DE NOMINA QUE SE PROCESO
       MARCAR-OBLIGACION.
           MOVE "C"       TO POB-MODO.
           MOVE "3EMPISN" TO POB-PROGRAMA.
           MOVE "P"       TO POB-TIPO.
           MOVE PERIODO-DECLARADO TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".

       END PROGRAM 3EMPISN.
