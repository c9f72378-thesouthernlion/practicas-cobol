           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT OPTIONAL INCIDENCIAS ASSIGN TO "INCIDENCIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INC-LLAVE.
           SELECT OPTIONAL TIPOSINC ASSIGN TO "TIPOSINC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TIN-CLAVE.
           SELECT CARTAS ASSIGN TO DISK.
           SELECT CARTASLOG ASSIGN TO "CARTASLOG".
      ******************************************************************
           03  TUT-TUTOR           PIC X(30).
           03  TUT-DOMICILIO       PIC X(40).
           03  TUT-TELEFONO        PIC X(10).
           03  TUT-SEXO            PIC X(01).
           03  TUT-FEC-NAC         PIC 9(08).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MISMO LAYOUT QUE EL INCIDENCIAS DE 2INCCAP; LOS INCIDENTES
      *****CON CARTA PENDIENTE (P) SALEN AQUI Y QUEDAN COMO ENVIADOS (S)
       FD  INCIDENCIAS.
       01  INCIDENCIAS-REG.
           03  INC-LLAVE.
               05  INC-MATRICULA   PIC 9(08).
               05  INC-FECHA       PIC 9(08).
               05  INC-SECUENCIA   PIC 9(02).
           03  INC-GRUPO           PIC X(03).
           03  INC-TIPO            PIC X(03).
           03  INC-GRAVEDAD        PIC 9(01).
           03  INC-PROFESOR        PIC X(08).
           03  INC-DESCRIPCION     PIC X(60).
           03  INC-SANCION         PIC X(30).
           03  INC-CARTA           PIC X(01).
           03  INC-FEC-CARTA       PIC 9(08).
           03  INC-OPERADOR        PIC X(08).

      *****CATALOGO DE TIPOS DE INCIDENTE (4TINABC)
       FD  TIPOSINC.
       01  TIPOSINC-REG.
           03  TIN-CLAVE           PIC X(03).
           03  TIN-DESCRIPCION     PIC X(25).
           03  TIN-CATEGORIA       PIC X(01).
           03  TIN-NOTIFICA        PIC X(01).

       FD  CARTAS.
       01  CARTAS-REG              PIC X(132).

       WORKING-STORAGE SECTION.
       77  REPROBADOS-EOF      PIC 9 VALUE ZERO.
       77  RIESGO-EOF          PIC 9 VALUE ZERO.
       77  INCIDENCIAS-EOF     PIC 9 VALUE ZERO.
       77  TIN-KEY-EXISTE      PIC 9.
       77  CONT-CONDUCTA       PIC 9(04) VALUE 0.
       77  TUT-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  MATRICULA-CARTA     PIC 9(08).
           05  FILLER              PIC X(44) VALUE
               "LE PEDIMOS PRESENTARSE CON EL ASESOR DEL".
           05  FILLER              PIC X(07) VALUE " GRUPO.".
      *****CARTA DE CONDUCTA: EL INCIDENTE CON SU TIPO, GRAVEDAD Y
      *****SANCION; EL RECONOCIMIENTO CIERRA CON FELICITACION
       01  CARTA-CONDUCTA-1.
           05  FILLER              PIC X(11) VALUE "MATRICULA: ".
           05  CCO-MATRICULA       PIC 9(08).
           05  FILLER              PIC X(08) VALUE " GRUPO: ".
           05  CCO-GRUPO           PIC X(03).
           05  FILLER              PIC X(24) VALUE
               " TIENE REGISTRADO EL DIA".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  CCO-FECHA           PIC 9(08).
       01  CARTA-CONDUCTA-2.
           05  CCO-ETIQUETA        PIC X(16).
           05  CCO-TIPO            PIC X(25).
           05  CCO-GRAVEDAD        PIC X(22).
       01  CARTA-CONDUCTA-3.
           05  FILLER              PIC X(13) VALUE "DESCRIPCION: ".
           05  CCO-DESCRIPCION     PIC X(60).
       01  CARTA-CONDUCTA-4.
           05  FILLER              PIC X(09) VALUE "SANCION: ".
           05  CCO-SANCION         PIC X(30).
       01  CARTA-CONDUCTA-5.
           05  FILLER              PIC X(44) VALUE
               "NOS DA GUSTO COMPARTIRLE ESTE RECONOCIMIENTO".
           05  FILLER              PIC X(22) VALUE
               " A SU DESEMPENO.".
       01  CARTA-PIE.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  CAR-FECHA           PIC 9(08).
      *****LA LISTA DE RIESGO DE 5ASIREP, LES PEGA EL CONTACTO DEL
      *****SATELITE (4TUTABC) Y GENERA UNA CARTA IMPRIMIBLE POR
      *****ALUMNO (UNA SOLA AUNQUE ESTE EN LAS DOS LISTAS), DEJANDO
      *****BITACORA DE CADA CARTA GENERADA. ADEMAS, UNA CARTA DE
      *****CONDUCTA POR CADA INCIDENTE CON CARTA PENDIENTE (2INCCAP)
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE CAR-FECHA = 20000000
           OPEN INPUT RIESGOALU.
           OPEN INPUT ALUDATOS.
           OPEN INPUT ALUINX.
           OPEN I-O INCIDENCIAS.
           OPEN INPUT TIPOSINC.
           OPEN OUTPUT CARTAS.
           OPEN EXTEND CARTASLOG.
           PERFORM LEER-REPROBADOS.
           PERFORM CARTA-DE-REPROBADO UNTIL REPROBADOS-EOF = 1.
           PERFORM LEER-RIESGO.
           PERFORM CARTA-DE-RIESGO UNTIL RIESGO-EOF = 1.
           PERFORM CARTAS-DE-CONDUCTA.
           DISPLAY "CARTAS GENERADAS   : " CONT-CARTAS.
           DISPLAY "CARTAS DE CONDUCTA : " CONT-CONDUCTA.
           DISPLAY "SIN CONTACTO       : " CONT-SIN-CONTACTO.
           CLOSE REPROBADOS.
           CLOSE RIESGOALU.
           CLOSE ALUDATOS.
           CLOSE ALUINX.
           CLOSE INCIDENCIAS.
           CLOSE TIPOSINC.
           CLOSE CARTAS.
           CLOSE CARTASLOG.
           MOVE 0 TO RETURN-CODE.
      *****TUTOR EN GENERAL Y SE CUENTA APARTE, PARA QUE LA SECRETARIA
      *****SEPA A QUIEN LE FALTA TELEFONO Y DOMICILIO
       ARMAR-E-IMPRIMIR-CARTA.
           PERFORM BUSCAR-CONTACTO.
           MOVE NOMBRE-CARTA    TO CAR-NOMBRE.
           MOVE MATRICULA-CARTA TO CAR-MATRICULA.
           MOVE GRUPO-CARTA     TO CAR-GRUPO.
               MOVE MATRICULA-CARTA
                   TO CARTA-HECHA-OC(CARTAS-HECHAS-TOTAL)
           END-IF.
           PERFORM REGISTRAR-BITACORA.

       BUSCAR-CONTACTO.
           MOVE MATRICULA-CARTA TO TUT-MATRICULA.
           MOVE 1 TO TUT-KEY-EXISTE.
           READ ALUDATOS INVALID KEY MOVE 0 TO TUT-KEY-EXISTE.
           IF TUT-KEY-EXISTE = 1
               MOVE TUT-TUTOR     TO CAR-TUTOR
               MOVE TUT-DOMICILIO TO CAR-DOMICILIO
               MOVE TUT-TELEFONO  TO CAR-TELEFONO
           ELSE
               MOVE "PADRE O TUTOR" TO CAR-TUTOR
               MOVE "(SIN DOMICILIO REGISTRADO)" TO CAR-DOMICILIO
               MOVE SPACES TO CAR-TELEFONO
               ADD 1 TO CONT-SIN-CONTACTO
           END-IF.

       REGISTRAR-BITACORA.
           MOVE CAR-FECHA       TO LOG-FECHA.
           MOVE MATRICULA-CARTA TO LOG-MATRICULA.
           MOVE GRUPO-CARTA     TO LOG-GRUPO.
           MOVE LOG-LINEA       TO CARTASLOG-REG.
           WRITE CARTASLOG-REG.

      *******************************************************************
      *                       CARTAS DE CONDUCTA
      *******************************************************************
      *****UNA CARTA POR INCIDENTE PENDIENTE (NO SE FUSIONAN COMO LAS DE
      *****CALIFICACIONES: CADA INCIDENTE SE NOTIFICA); AL IMPRIMIRSE
      *****EL INCIDENTE QUEDA COMO ENVIADO CON LA FECHA DE LA CARTA
       CARTAS-DE-CONDUCTA.
           MOVE 0 TO INCIDENCIAS-EOF.
           MOVE LOW-VALUES TO INC-LLAVE.
           START INCIDENCIAS KEY IS NOT LESS THAN INC-LLAVE
               INVALID KEY MOVE 1 TO INCIDENCIAS-EOF.
           PERFORM UNTIL INCIDENCIAS-EOF = 1
               READ INCIDENCIAS NEXT RECORD
                   AT END
                       MOVE 1 TO INCIDENCIAS-EOF
                   NOT AT END
                       IF INC-CARTA = "P"
                           PERFORM CARTA-DE-CONDUCTA
                       END-IF
               END-READ
           END-PERFORM.

       CARTA-DE-CONDUCTA.
           MOVE INC-MATRICULA TO MATRICULA-CARTA.
           MOVE INC-GRUPO     TO GRUPO-CARTA.
           MOVE INC-MATRICULA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 1
               MOVE ALUINX-NOMBRE TO NOMBRE-CARTA
           ELSE
               MOVE "(SIN MAESTRO)" TO NOMBRE-CARTA
           END-IF.
           MOVE INC-TIPO TO TIN-CLAVE.
           MOVE 1 TO TIN-KEY-EXISTE.
           READ TIPOSINC INVALID KEY MOVE 0 TO TIN-KEY-EXISTE.
           IF TIN-KEY-EXISTE = 0
               MOVE INC-TIPO TO TIN-DESCRIPCION
               MOVE "F" TO TIN-CATEGORIA
           END-IF.
           MOVE TIN-DESCRIPCION TO MOTIVO-CARTA.
           PERFORM BUSCAR-CONTACTO.
           MOVE NOMBRE-CARTA    TO CAR-NOMBRE.
           MOVE INC-MATRICULA   TO CCO-MATRICULA.
           MOVE INC-GRUPO       TO CCO-GRUPO.
           MOVE INC-FECHA       TO CCO-FECHA.
           MOVE TIN-DESCRIPCION TO CCO-TIPO.
           IF TIN-CATEGORIA = "R"
               MOVE "RECONOCIMIENTO: " TO CCO-ETIQUETA
               MOVE SPACES TO CCO-GRAVEDAD
           ELSE
               MOVE "REPORTE: " TO CCO-ETIQUETA
               IF INC-GRAVEDAD = 3
                   MOVE " (GRAVEDAD: GRAVE)" TO CCO-GRAVEDAD
               ELSE IF INC-GRAVEDAD = 2
                   MOVE " (GRAVEDAD: MODERADA)" TO CCO-GRAVEDAD
               ELSE
                   MOVE " (GRAVEDAD: LEVE)" TO CCO-GRAVEDAD
               END-IF
               END-IF
           END-IF.
           MOVE INC-DESCRIPCION TO CCO-DESCRIPCION.
           IF INC-SANCION = SPACES
               MOVE "NINGUNA" TO CCO-SANCION
           ELSE
               MOVE INC-SANCION TO CCO-SANCION
           END-IF.
           WRITE CARTAS-REG FROM CARTA-ENCABEZADO BEFORE PAGE.
           WRITE CARTAS-REG FROM CARTA-DOMICILIO BEFORE 2 LINES.
           WRITE CARTAS-REG FROM CARTA-CUERPO-1 BEFORE 2 LINES.
           WRITE CARTAS-REG FROM CARTA-CONDUCTA-1 BEFORE 2 LINES.
           WRITE CARTAS-REG FROM CARTA-CONDUCTA-2 BEFORE 1 LINES.
           WRITE CARTAS-REG FROM CARTA-CONDUCTA-3 BEFORE 1 LINES.
           IF TIN-CATEGORIA = "R"
               WRITE CARTAS-REG FROM CARTA-CONDUCTA-5 BEFORE 2 LINES
           ELSE
               WRITE CARTAS-REG FROM CARTA-CONDUCTA-4 BEFORE 2 LINES
               WRITE CARTAS-REG FROM CARTA-CUERPO-3 BEFORE 2 LINES
           END-IF.
           WRITE CARTAS-REG FROM CARTA-PIE BEFORE 2 LINES.
           ADD 1 TO CONT-CONDUCTA.
           PERFORM REGISTRAR-BITACORA.
           MOVE "S"       TO INC-CARTA.
           MOVE CAR-FECHA TO INC-FEC-CARTA.
           REWRITE INCIDENCIAS-REG.

       END PROGRAM 3CARTAS.
