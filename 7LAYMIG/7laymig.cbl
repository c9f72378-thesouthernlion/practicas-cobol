           RECORD KEY IS ANT-GPO-CLAVE.
           SELECT OPTIONAL RESPANT  ASSIGN TO "RESPANT".
           SELECT OPTIONAL RESP115ANT ASSIGN TO "RESP115ANT".
           SELECT OPTIONAL RESP118ANT ASSIGN TO "RESP118ANT".
           SELECT OPTIONAL RARCH118ANT ASSIGN TO "RARCH118ANT".
           SELECT OPTIONAL MOTIVOSANT ASSIGN TO "MOTIVOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-MOT-CLAVE.
           SELECT OPTIONAL DATOSANT ASSIGN TO "DATOSANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-DAT-NOMINA.
           SELECT OPTIONAL DATOS131ANT ASSIGN TO "DATOS131ANT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT131-DAT-NOMINA.
           SELECT OPTIONAL HISTANT  ASSIGN TO "HISTANT".
           SELECT OPTIONAL NOMHISTANT ASSIGN TO "NOMHISTANT".
           SELECT OPTIONAL PRESTANT ASSIGN TO "PRESTANT"
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL RESPARCH ASSIGN TO DISK.
           SELECT OPTIONAL MOTIVOS ASSIGN TO "MOTIVOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOT-CLAVE.
           SELECT OPTIONAL EMPINXHIST ASSIGN TO DISK.
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
       01  RESP115ANT-REG.
           03  A15-CUERPO          PIC X(115).

      *****LAYOUT DE 118 (ANTES DE LA FECHA DE BAJA), DEL VIVO Y DE SU
      *****ARCHIVO MUERTO: EL CUERPO SE COPIA TAL CUAL Y LA FECHA DE
      *****LOS RESPALDOS VIEJOS QUEDA EN CERO (NO SE CONOCE)
       FD  RESP118ANT.
       01  RESP118ANT-REG.
           03  A18-CUERPO          PIC X(118).
       FD  RARCH118ANT.
       01  RARCH118ANT-REG.
           03  AR18-CUERPO         PIC X(118).

      *****CATALOGO DE MOTIVOS ANTES DE LA BANDERA DE RECONTRATABLE
       FD  MOTIVOSANT.
       01  MOTIVOSANT-REG.
           03  ANT-MOT-CLAVE       PIC X(03).
           03  ANT-MOT-CUERPO      PIC X(23).

      *****SATELITE DE DATOS PERSONALES ANTES DEL NIP DEL KIOSCO
       FD  DATOSANT.
       01  DATOSANT-REG.
           03  ANT-DAT-NOMINA      PIC 9(06).
           03  ANT-DAT-RESTO       PIC X(121).

      *****SATELITE CON NIP, ANTES DEL SEXO DEL EMPLEADO
       FD  DATOS131ANT.
       01  DATOS131ANT-REG.
           03  ANT131-DAT-NOMINA   PIC 9(06).
           03  ANT131-DAT-RESTO    PIC X(125).

       FD  HISTANT.
       01  HISTANT-REG.
           03  ANT-HIST-CUERPO     PIC X(77).
           03  RB-FALTAS-YTD       PIC 9(03).
           03  RB-INCAP-YTD        PIC 9(03).
           03  RB-MOTIVO           PIC X(03).
           03  RB-FEC-BAJA         PIC 9(08).

      *****ARCHIVO MUERTO DEL RESPALDO (7ARCHIV), MISMO LAYOUT
       FD  RESPARCH.
       01  RESPARCH-REG.
           03  RA-CUERPO           PIC X(118).
           03  RA-FEC-BAJA         PIC 9(08).

       FD  MOTIVOS.
       01  MOTIVOS-REG.
           03  MOT-CLAVE           PIC X(03).
           03  MOT-CUERPO          PIC X(23).
           03  MOT-RECONTRATABLE   PIC X(01).

       FD  EMPINXHIST.
       01  EMPINXHIST-REG.
           03  DAT-NOMINA          PIC 9(06).
           03  DAT-RESTO           PIC X(121).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****LAYOUTS VIVOS DE LA HISTORIA Y LAS CARTERAS, LOS MISMOS DE
      *****6EMPNOMV3/5NOMHIS
               MOVE ANT-RB-FALTAS-YTD  TO RB-FALTAS-YTD
               MOVE 0                  TO RB-INCAP-YTD
               MOVE SPACES             TO RB-MOTIVO
               MOVE 0                  TO RB-FEC-BAJA
               WRITE RESPALDO-BAJAS-REG
               ADD 1 TO CONT-CONVERTIDOS
               READ RESPANT AT END MOVE 1 TO ARCHIVO-EOF
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE A15-CUERPO TO RESPALDO-BAJAS-REG(1:115)
               MOVE SPACES     TO RB-MOTIVO
               MOVE 0          TO RB-FEC-BAJA
               WRITE RESPALDO-BAJAS-REG
               ADD 1 TO CONT-CONVERTIDOS
               READ RESP115ANT AT END MOVE 1 TO ARCHIVO-EOF
           DISPLAY "RESPALDO-BAJAS CONVERTIDO: " CONT-CONVERTIDOS
               " REGS".

      *******************************************************************
      *          RESPALDO-BAJAS Y RESPARCH (118 -> 126)
      *******************************************************************
      *****EL RESPALDO SOLO CRECE CON LA FECHA DE BAJA AL FINAL; SE
      *****CONVIERTEN EL VIVO Y SU ARCHIVO MUERTO PARA QUE LA BUSQUEDA
      *****DE REINGRESOS DE 4EMPABC/EMPCAP LEA LOS DOS IGUAL
       CONVERTIR-RESPALDO-118.
           MOVE 0 TO CONT-CONVERTIDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RESP118ANT.
           OPEN OUTPUT RESPALDO-BAJAS.
           READ RESP118ANT AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE A18-CUERPO TO RESPALDO-BAJAS-REG(1:118)
               MOVE 0          TO RB-FEC-BAJA
               WRITE RESPALDO-BAJAS-REG
               ADD 1 TO CONT-CONVERTIDOS
               READ RESP118ANT AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESP118ANT.
           CLOSE RESPALDO-BAJAS.
           DISPLAY "RESPALDO-BAJAS CONVERTIDO: " CONT-CONVERTIDOS
               " REGS".
           MOVE 0 TO CONT-CONVERTIDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RARCH118ANT.
           OPEN OUTPUT RESPARCH.
           READ RARCH118ANT AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE AR18-CUERPO TO RA-CUERPO
               MOVE 0           TO RA-FEC-BAJA
               WRITE RESPARCH-REG
               ADD 1 TO CONT-CONVERTIDOS
               READ RARCH118ANT AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RARCH118ANT.
           CLOSE RESPARCH.
           DISPLAY "RESPARCH CONVERTIDO: " CONT-CONVERTIDOS " REGS".

      *******************************************************************
      *                      MOTIVOS (26 -> 27)
      *******************************************************************
      *****LOS MOTIVOS EXISTENTES QUEDAN COMO RECONTRATABLES; RECURSOS
      *****HUMANOS MARCA EN 4MOTABC LOS QUE NO LO SEAN
       CONVERTIR-MOTIVOS.
           MOVE 0 TO CONT-CONVERTIDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT MOTIVOSANT.
           OPEN OUTPUT MOTIVOS.
           MOVE LOW-VALUES TO ANT-MOT-CLAVE.
           START MOTIVOSANT KEY IS NOT LESS THAN ANT-MOT-CLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ MOTIVOSANT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       MOVE ANT-MOT-CLAVE  TO MOT-CLAVE
                       MOVE ANT-MOT-CUERPO TO MOT-CUERPO
                       MOVE "S"            TO MOT-RECONTRATABLE
                       WRITE MOTIVOS-REG
                       ADD 1 TO CONT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE MOTIVOSANT.
           CLOSE MOTIVOS.
           DISPLAY "MOTIVOS CONVERTIDO: " CONT-CONVERTIDOS " REGS".

      *******************************************************************
      *                   EMPDATOS (127 -> 131)
      *******************************************************************
                       MOVE ANT-DAT-NOMINA TO DAT-NOMINA
                       MOVE ANT-DAT-RESTO  TO DAT-RESTO
                       MOVE 0              TO DAT-NIP
                       MOVE SPACES         TO DAT-SEXO
                       WRITE EMPDATOS-REG
                       ADD 1 TO CONT-CONVERTIDOS
               END-READ
           CLOSE EMPDATOS.
           DISPLAY "EMPDATOS CONVERTIDO: " CONT-CONVERTIDOS " REGS".

      *******************************************************************
      *                   EMPDATOS (131 -> 132)
      *******************************************************************
      *****EL SEXO DEL EMPLEADO SE AGREGA AL FINAL DEL SATELITE; LOS
      *****RENGLONES VIEJOS QUEDAN EN BLANCO HASTA QUE RECURSOS
      *****HUMANOS LO CAPTURE EN 4DATABC
       CONVERTIR-EMPDATOS-131.
           MOVE 0 TO CONT-CONVERTIDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT DATOS131ANT.
           OPEN OUTPUT EMPDATOS.
           MOVE 0 TO ANT131-DAT-NOMINA.
           START DATOS131ANT KEY IS NOT LESS THAN ANT131-DAT-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ DATOS131ANT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       MOVE ANT131-DAT-NOMINA TO DAT-NOMINA
                       MOVE ANT131-DAT-RESTO  TO EMPDATOS-REG(7:125)
                       MOVE SPACES            TO DAT-SEXO
                       WRITE EMPDATOS-REG
                       ADD 1 TO CONT-CONVERTIDOS
               END-READ
           END-PERFORM.
           CLOSE DATOS131ANT.
           CLOSE EMPDATOS.
           DISPLAY "EMPDATOS CONVERTIDO: " CONT-CONVERTIDOS " REGS".

      *******************************************************************
      *                  EMPINXHIST (77 -> 86)
      *******************************************************************
           DISPLAY "8. NOMHIST (DESDE NOMHISTANT).".
           DISPLAY "9. CARTERAS PRESTAMOS/FONDOAH/ADEUDOS (DESDE"
               " PRESTANT/FONDOANT/ADEUDANT).".
           DISPLAY "10. RESPALDO-BAJAS Y RESPARCH 118 (DESDE"
               " RESP118ANT/RARCH118ANT).".
           DISPLAY "11. MOTIVOS (DESDE MOTIVOSANT).".
           DISPLAY "12. EMPDATOS 131 (DESDE DATOS131ANT).".
           DISPLAY "13. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CONVERTIR-EMPINX
               PERFORM CONVERTIR-FONDOAH
               PERFORM CONVERTIR-ADEUDOS
           ELSE IF OPCION-MENU = 10
               PERFORM CONVERTIR-RESPALDO-118
           ELSE IF OPCION-MENU = 11
               PERFORM CONVERTIR-MOTIVOS
           ELSE IF OPCION-MENU = 12
               PERFORM CONVERTIR-EMPDATOS-131
           ELSE IF OPCION-MENU = 13
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 7LAYMIG.
