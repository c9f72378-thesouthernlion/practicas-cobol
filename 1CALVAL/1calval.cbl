           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PON-GRUPO.
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL EXAMENES ASSIGN TO "EXAMENES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXA-LLAVE.
           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
      *****CAS = CASILLA FUERA DE 1 A 6
      *****CAL = CALIFICACION NO NUMERICA O FUERA DE 0 A 10
      *****ALU = EL ALUMNO NO TIENE RENGLON EN ALUPRO
      *****ACT = EL ACTA DEL GRUPO Y CASILLA YA ESTA CERRADA EN EL
      *****      CICLO VIGENTE (3ACTCIE); LA CALIFICACION ES FINAL
       FD  CALEXC.
       01  CALEXC-REG.
           03  EXC-LINEA           PIC X(17).
           03  PON-PESOS OCCURS 6 TIMES.
               05  PON-PESO        PIC 9(03).

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC); EL CICLO
      *****VIGENTE ES EL QUE NO ESTA CERRADO Y CUBRE LA FECHA DE HOY
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****CALENDARIO DE EXAMENES (VER 4EXAABC); LA CALIFICACION DE
      *****UN GRUPO Y CASILLA SIN EXAMEN EN EL CICLO VIGENTE SE APLICA
      *****PERO SALE COMO AVISO
       FD  EXAMENES.
       01  EXAMENES-REG.
           03  EXA-LLAVE.
               05  EXA-CICLO       PIC 9(06).
               05  EXA-GRUPO       PIC X(03).
               05  EXA-CASILLA     PIC 9(01).
               05  EXA-NUMERO      PIC 9(01).
           03  EXA-TIPO            PIC X(01).
           03  EXA-FECHA           PIC 9(08).
           03  EXA-INICIO          PIC 9(04).
           03  EXA-FIN             PIC 9(04).
           03  EXA-AULA            PIC X(04).
           03  EXA-PROFESOR        PIC X(08).

      *****ACTAS DE CALIFICACIONES CERRADAS (VER 3ACTCIE)
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

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       77  MQ-ACEPTADOS        PIC 9(05) VALUE 0.
       77  MQ-RECHAZADOS       PIC 9(05) VALUE 0.
       77  MQ-APLICADOS        PIC 9(05) VALUE 0.
       77  MQ-SIN-EXAMEN       PIC 9(05) VALUE 0.
       77  CICLOS-EOF          PIC 9.
       77  CICLO-VIGENTE       PIC 9(06) VALUE 0.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       77  EXAMEN-HALLADO      PIC 9.
       77  YA-AVISADO          PIC 9.
       77  ACT-KEY-EXISTE      PIC 9.

      *****GRUPO Y CASILLA YA AVISADOS COMO FUERA DEL CALENDARIO, PARA
      *****QUE EL AVISO SALGA UNA SOLA VEZ Y NO POR CADA ALUMNO
       01  TABLA-AVISADOS.
           03  AVI-OC OCCURS 200 TIMES.
               05  AVI-GRUPO       PIC X(03).
               05  AVI-CASILLA     PIC 9(01).
       77  AVISADOS-TOTAL      PIC 9(03) VALUE 0.
       77  I-AVI               PIC 9(03).

      *****CALIFICACIONES ACEPTADAS, EN MEMORIA, PARA APLICARLAS A
      *****ALUPRO EN UNA SOLA PASADA; TOPE REVISADO CON RECHAZO DURO
           05  CTL-RECHAZADOS      PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  APLICADOS: ".
           05  CTL-APLICADOS       PIC ZZZZ9.
       01  CONTROL-CAL-3.
           05  FILLER              PIC X(40) VALUE
               "CALIFICACIONES SIN EXAMEN EN CALENDARIO:".
           05  CTL-SIN-EXAMEN      PIC ZZZZ9.
           05  FILLER              PIC X(09) VALUE "  CICLO: ".
           05  CTL-CICLO           PIC 9(06).
       01  AVISO-EXAMEN.
           05  FILLER              PIC X(26) VALUE
               "AVISO: EXAMEN DEL GRUPO ".
           05  AVE-GRUPO           PIC X(03).
           05  FILLER              PIC X(10) VALUE " CASILLA ".
           05  AVE-CASILLA         PIC 9(01).
           05  FILLER              PIC X(40) VALUE
               " NO ESTA EN EL CALENDARIO DEL CICLO".
           05  AVE-CICLO           PIC 9(06).

       PROCEDURE DIVISION.
      *****IMPORTACION DE LA MAQUINA CALIFICADORA, EN EL ESPIRITU DE
      *****1PREVAL: CADA LINEA SE VALIDA (MATRICULA, GRUPO, CASILLA Y
      *****RANGO), LAS BUENAS CAEN EN SU CASILLA DE ALUPRO CON EL
      *****PROMEDIO RECALCULADO Y LAS MALAS SALEN AL ARCHIVO DE
      *****EXCEPCIONES CON SU MOTIVO; AL FINAL, CIFRAS DE CONTROL.
      *****LA CALIFICACION DE UN EXAMEN QUE NO ESTA EN EL CALENDARIO
      *****DEL CICLO VIGENTE SOLO SE AVISA
       MAIN-PROCEDURE.
           OPEN INPUT CALIFMAQ.
           OPEN OUTPUT CALEXC.
           OPEN INPUT ALUINX.
           OPEN INPUT PONDERA.
           OPEN INPUT CICLOS.
           OPEN INPUT EXAMENES.
           OPEN INPUT ACTAS.
           OPEN OUTPUT REPORTE.
           PERFORM BUSCAR-CICLO-VIGENTE.
           PERFORM LEER-CALIFMAQ.
           PERFORM VALIDAR-LINEA UNTIL CALIFMAQ-EOF = 1.
           CLOSE CALIFMAQ.
           CLOSE ALUINX.
           CLOSE CICLOS.
           CLOSE EXAMENES.
           CLOSE ACTAS.
           PERFORM APLICAR-A-ALUPRO.
           PERFORM EXCEPCIONES-NO-APLICADAS.
           MOVE MQ-LEIDOS     TO CTL-LEIDOS.
           MOVE MQ-APLICADOS  TO CTL-APLICADOS.
           WRITE REPORTE-REG FROM CONTROL-CAL-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM CONTROL-CAL-2 BEFORE 1 LINES.
           IF CICLO-VIGENTE > 0
               MOVE MQ-SIN-EXAMEN TO CTL-SIN-EXAMEN
               MOVE CICLO-VIGENTE TO CTL-CICLO
               WRITE REPORTE-REG FROM CONTROL-CAL-3 BEFORE 1 LINES
           END-IF.
           DISPLAY "LEIDOS    : " MQ-LEIDOS.
           DISPLAY "ACEPTADOS : " MQ-ACEPTADOS.
           DISPLAY "RECHAZADOS: " MQ-RECHAZADOS.
           DISPLAY "APLICADOS : " MQ-APLICADOS.
           IF CICLO-VIGENTE > 0
               DISPLAY "SIN EXAMEN: " MQ-SIN-EXAMEN
           END-IF.
           CLOSE PONDERA.
           CLOSE CALEXC.
           CLOSE REPORTE.
                   MOVE "CAL" TO MOTIVO-RECHAZO
               END-IF
           END-IF.
           IF MOTIVO-RECHAZO = SPACES AND CICLO-VIGENTE > 0
               PERFORM REVISAR-ACTA-CERRADA
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               IF ACEPTADAS-TOTAL >= 2000
                   MOVE "CAP" TO MOTIVO-RECHAZO
                       TO ACE-CASILLA(ACEPTADAS-TOTAL)
                   MOVE MAQ-CAL-N TO ACE-CAL(ACEPTADAS-TOTAL)
                   MOVE 0 TO ACE-APLICADA(ACEPTADAS-TOTAL)
                   IF CICLO-VIGENTE > 0
                       PERFORM REVISAR-CALENDARIO-EXAMEN
                   END-IF
               END-IF
           ELSE
               PERFORM RECHAZAR-LINEA
           MOVE MOTIVO-RECHAZO TO EXC-MOTIVO.
           WRITE CALEXC-REG.

      *****CON EL ACTA CERRADA LA CASILLA YA NO SE TOCA
       REVISAR-ACTA-CERRADA.
           MOVE CICLO-VIGENTE TO ACT-CICLO.
           MOVE MAQ-GRUPO     TO ACT-GRUPO.
           MOVE MAQ-CASILLA-N TO ACT-CASILLA.
           MOVE 1 TO ACT-KEY-EXISTE.
           READ ACTAS INVALID KEY MOVE 0 TO ACT-KEY-EXISTE.
           IF ACT-KEY-EXISTE = 1 AND ACT-ESTADO = "CERRADA"
               MOVE "ACT" TO MOTIVO-RECHAZO
           END-IF.

      *****EL CICLO VIGENTE ES EL PRIMERO NO CERRADO CUYAS FECHAS
      *****CUBREN EL DIA DE HOY; SIN CICLO VIGENTE NO HAY CALENDARIO
      *****DE EXAMENES CONTRA EL CUAL REVISAR
       BUSCAR-CICLO-VIGENTE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE 0 TO CICLOS-EOF.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO CICLOS-EOF.
           PERFORM UNTIL CICLOS-EOF = 1
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 1 TO CICLOS-EOF
                   NOT AT END
                       IF CIC-ESTADO NOT = "CERRADO"
                           AND CIC-FEC-INICIO <= FECHA-HOY-LARGA
                           AND CIC-FEC-FIN >= FECHA-HOY-LARGA
                           MOVE CIC-CICLO TO CICLO-VIGENTE
                           MOVE 1 TO CICLOS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           IF CICLO-VIGENTE = 0
               DISPLAY "SIN CICLO VIGENTE: NO SE REVISA EL "
                   "CALENDARIO DE EXAMENES"
           END-IF.

      *****BUSCA CUALQUIER EXAMEN DEL GRUPO Y CASILLA EN EL CICLO
      *****VIGENTE; SI NO HAY, AVISA UNA VEZ POR GRUPO Y CASILLA
       REVISAR-CALENDARIO-EXAMEN.
           MOVE 0 TO YA-AVISADO.
           PERFORM VARYING I-AVI FROM 1 BY 1
                   UNTIL I-AVI > AVISADOS-TOTAL
               IF AVI-GRUPO(I-AVI) = MAQ-GRUPO
                   AND AVI-CASILLA(I-AVI) = MAQ-CASILLA-N
                   MOVE 1 TO YA-AVISADO
               END-IF
           END-PERFORM.
           IF YA-AVISADO = 1
               ADD 1 TO MQ-SIN-EXAMEN
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO EXAMEN-HALLADO.
           MOVE CICLO-VIGENTE TO EXA-CICLO.
           MOVE MAQ-GRUPO     TO EXA-GRUPO.
           MOVE MAQ-CASILLA-N TO EXA-CASILLA.
           MOVE 0             TO EXA-NUMERO.
           START EXAMENES KEY IS NOT LESS THAN EXA-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ EXAMENES NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF EXA-CICLO = CICLO-VIGENTE
                               AND EXA-GRUPO = MAQ-GRUPO
                               AND EXA-CASILLA = MAQ-CASILLA-N
                               MOVE 1 TO EXAMEN-HALLADO
                           END-IF
                   END-READ
           END-START.
           IF EXAMEN-HALLADO = 0
               ADD 1 TO MQ-SIN-EXAMEN
               MOVE MAQ-GRUPO     TO AVE-GRUPO
               MOVE MAQ-CASILLA-N TO AVE-CASILLA
               MOVE CICLO-VIGENTE TO AVE-CICLO
               WRITE REPORTE-REG FROM AVISO-EXAMEN BEFORE 1 LINES
               DISPLAY "AVISO: GRUPO " MAQ-GRUPO " CASILLA "
                   MAQ-CASILLA-N " SIN EXAMEN EN CALENDARIO"
               IF AVISADOS-TOTAL < 200
                   ADD 1 TO AVISADOS-TOTAL
                   MOVE MAQ-GRUPO     TO AVI-GRUPO(AVISADOS-TOTAL)
                   MOVE MAQ-CASILLA-N TO AVI-CASILLA(AVISADOS-TOTAL)
               END-IF
           END-IF.

      *****UNA SOLA PASADA SOBRE ALUPRO: A CADA RENGLON SE LE APLICAN
      *****TODAS SUS CALIFICACIONES ACEPTADAS, SE EXTIENDE EL NUMERO
      *****DE CASILLAS CAPTURADAS SI HACE FALTA Y SE RECALCULA EL
