      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 1EVAVAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EVALMAQ ASSIGN TO "EVALMAQ".
           SELECT EVALEXC ASSIGN TO "EVALEXC".
           SELECT OPTIONAL EVALPRF ASSIGN TO "EVALPRF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVA-LLAVE.
           SELECT OPTIONAL ASIGNA ASSIGN TO "ASIGNA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-LLAVE.
           SELECT GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****HOJA DE LA LECTORA OPTICA PARA LA EVALUACION DE PROFESORES:
      *****LA MISMA HOJA DE LOS EXAMENES, CON GRUPO, CASILLA Y DIEZ
      *****RESPUESTAS DE 1 A 5 (BLANCO = SIN CONTESTAR). LA LECTORA
      *****LLENA TAMBIEN LA MATRICULA, QUE AQUI NO SE LEE NI SE GUARDA
       FD  EVALMAQ.
       01  EVALMAQ-REG.
           03  FILLER              PIC X(08).
           03  EVM-DATOS.
               05  EVM-GRUPO       PIC X(03).
               05  EVM-CASILLA     PIC X(01).
               05  EVM-CASILLA-N REDEFINES EVM-CASILLA PIC 9(01).
               05  EVM-RESPUESTAS OCCURS 10 TIMES.
                   07  EVM-RESP    PIC X(01).
                   07  EVM-RESP-N REDEFINES EVM-RESP PIC 9(01).

      *****HOJAS RECHAZADAS CON SU MOTIVO, SIN LA MATRICULA:
      *****GPO = EL GRUPO NO EXISTE EN EL CATALOGO
      *****CAS = CASILLA FUERA DE 1 A 6
      *****PRF = NINGUN PROFESOR TIENE ASIGNADA LA CASILLA DEL GRUPO
      *****AMB = MAS DE UN PROFESOR TIENE ASIGNADA LA CASILLA
      *****RES = RESPUESTA FUERA DE 1 A 5, U HOJA SIN RESPUESTAS
       FD  EVALEXC.
       01  EVALEXC-REG.
           03  EXC-LINEA           PIC X(14).
           03  EXC-MOTIVO          PIC X(03).

      *****RESULTADOS ACUMULADOS POR PROFESOR, CICLO, GRUPO Y CASILLA:
      *****SOLO CUENTAS Y SUMAS POR PREGUNTA, NUNCA LA HOJA NI QUIEN
      *****LA CONTESTO
       FD  EVALPRF.
       01  EVALPRF-REG.
           03  EVA-LLAVE.
               05  EVA-PROFESOR    PIC X(08).
               05  EVA-CICLO       PIC 9(06).
               05  EVA-GRUPO       PIC X(03).
               05  EVA-CASILLA     PIC 9(01).
           03  EVA-HOJAS           PIC 9(05).
           03  EVA-PREGUNTAS OCCURS 10 TIMES.
               05  EVA-CONTESTADAS PIC 9(05).
               05  EVA-SUMA        PIC 9(06).

      *****ASIGNACIONES DE 4PRFABC: EL PROFESOR SE OBTIENE DEL GRUPO Y
      *****LA CASILLA, NO DE LA HOJA
       FD  ASIGNA.
       01  ASIGNA-REG.
           03  ASG-LLAVE.
               05  ASG-PROFESOR    PIC X(08).
               05  ASG-GRUPO       PIC X(03).
               05  ASG-CASILLA     PIC 9(01).

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  EVALMAQ-EOF         PIC 9 VALUE ZERO.
       77  EVALPRF-EOF         PIC 9.
       77  ASIGNA-EOF          PIC 9.
       77  GPO-KEY-EXISTE      PIC 9.
       77  CIC-KEY-EXISTE      PIC 9.
       77  EVA-KEY-EXISTE      PIC 9.
       77  MOTIVO-RECHAZO      PIC X(03).
       77  CICLO-EVALUADO      PIC 9(06).
       77  PROFESOR-HALLADO    PIC X(08).
       77  ASIGNADOS-HALLADOS  PIC 9(02).
       77  RESPUESTAS-HOJA     PIC 9(02).
       77  I-RES               PIC 9(02).
       77  EV-LEIDAS           PIC 9(05) VALUE 0.
       77  EV-ACEPTADAS        PIC 9(05) VALUE 0.
       77  EV-RECHAZADAS       PIC 9(05) VALUE 0.
       77  EV-BORRADOS         PIC 9(05) VALUE 0.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****ASIGNACIONES EN MEMORIA; EL ARCHIVO VA POR PROFESOR Y LA
      *****BUSQUEDA AQUI ES POR GRUPO Y CASILLA
       01  TABLA-ASIGNA.
           03  TAS-OC OCCURS 1000 TIMES.
               05  TAS-PROFESOR    PIC X(08).
               05  TAS-GRUPO       PIC X(03).
               05  TAS-CASILLA     PIC 9(01).
       77  ASIGNA-TOTAL        PIC 9(04) VALUE 0.
       77  I-TAS               PIC 9(04).

       01  CONTROL-EVA-1.
           05  FILLER              PIC X(44) VALUE
               "CIFRAS DE CONTROL - EVALUACION DE PROFESORES".
           05  FILLER              PIC X(09) VALUE "  CICLO: ".
           05  CTL-CICLO           PIC 9(06).
       01  CONTROL-EVA-2.
           05  FILLER              PIC X(09) VALUE "LEIDAS:  ".
           05  CTL-LEIDAS          PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  ACEPTADAS: ".
           05  CTL-ACEPTADAS       PIC ZZZZ9.
           05  FILLER              PIC X(14) VALUE "  RECHAZADAS: ".
           05  CTL-RECHAZADAS      PIC ZZZZ9.
       01  CONTROL-EVA-3.
           05  FILLER              PIC X(44) VALUE
               "RESULTADOS ANTERIORES DEL CICLO REEMPLAZADOS".
           05  FILLER              PIC X(02) VALUE ": ".
           05  CTL-BORRADOS        PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****IMPORTACION DE LA EVALUACION DE PROFESORES, EN EL ESPIRITU
      *****DE 1CALVAL: CADA HOJA SE VALIDA, EL PROFESOR SE BUSCA EN
      *****ASIGNA POR GRUPO Y CASILLA Y SUS RESPUESTAS SE SUMAN A LOS
      *****ACUMULADOS DEL CICLO; LAS HOJAS MALAS VAN A EXCEPCIONES.
      *****VOLVER A IMPORTAR UN CICLO REEMPLAZA SUS RESULTADOS
       MAIN-PROCEDURE.
           DISPLAY "CICLO EVALUADO (AAAAPP, ENTER = VIGENTE)".
           ACCEPT CICLO-EVALUADO.
           OPEN INPUT CICLOS.
           IF CICLO-EVALUADO = 0
               PERFORM BUSCAR-CICLO-VIGENTE
           ELSE
               MOVE CICLO-EVALUADO TO CIC-CICLO
               MOVE 1 TO CIC-KEY-EXISTE
               READ CICLOS INVALID KEY MOVE 0 TO CIC-KEY-EXISTE
               END-READ
               IF CIC-KEY-EXISTE = 0
                   DISPLAY "EL CICLO NO EXISTE EN EL CALENDARIO"
                   MOVE 0 TO CICLO-EVALUADO
               END-IF
           END-IF.
           CLOSE CICLOS.
           IF CICLO-EVALUADO = 0
               DISPLAY "SIN CICLO: NO SE IMPORTA LA EVALUACION"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT EVALMAQ.
           OPEN OUTPUT EVALEXC.
           OPEN I-O EVALPRF.
           OPEN INPUT ASIGNA.
           OPEN INPUT GRUPOS.
           OPEN OUTPUT REPORTE.
           PERFORM CARGAR-ASIGNA.
           PERFORM BORRAR-CICLO.
           PERFORM LEER-EVALMAQ.
           PERFORM VALIDAR-HOJA UNTIL EVALMAQ-EOF = 1.
           MOVE CICLO-EVALUADO TO CTL-CICLO.
           MOVE EV-LEIDAS      TO CTL-LEIDAS.
           MOVE EV-ACEPTADAS   TO CTL-ACEPTADAS.
           MOVE EV-RECHAZADAS  TO CTL-RECHAZADAS.
           MOVE EV-BORRADOS    TO CTL-BORRADOS.
           WRITE REPORTE-REG FROM CONTROL-EVA-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM CONTROL-EVA-2 BEFORE 1 LINES.
           IF EV-BORRADOS > 0
               WRITE REPORTE-REG FROM CONTROL-EVA-3 BEFORE 1 LINES
           END-IF.
           DISPLAY "LEIDAS    : " EV-LEIDAS.
           DISPLAY "ACEPTADAS : " EV-ACEPTADAS.
           DISPLAY "RECHAZADAS: " EV-RECHAZADAS.
           CLOSE EVALMAQ.
           CLOSE EVALEXC.
           CLOSE EVALPRF.
           CLOSE ASIGNA.
           CLOSE GRUPOS.
           CLOSE REPORTE.
           IF EV-RECHAZADAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-EVALMAQ.
           READ EVALMAQ AT END MOVE 1 TO EVALMAQ-EOF.

       CARGAR-ASIGNA.
           MOVE 0 TO ASIGNA-EOF.
           MOVE LOW-VALUES TO ASG-LLAVE.
           START ASIGNA KEY IS NOT LESS THAN ASG-LLAVE
               INVALID KEY MOVE 1 TO ASIGNA-EOF.
           PERFORM UNTIL ASIGNA-EOF = 1
               READ ASIGNA NEXT RECORD
                   AT END
                       MOVE 1 TO ASIGNA-EOF
                   NOT AT END
                       IF ASIGNA-TOTAL < 1000
                           ADD 1 TO ASIGNA-TOTAL
                           MOVE ASG-PROFESOR
                               TO TAS-PROFESOR(ASIGNA-TOTAL)
                           MOVE ASG-GRUPO TO TAS-GRUPO(ASIGNA-TOTAL)
                           MOVE ASG-CASILLA
                               TO TAS-CASILLA(ASIGNA-TOTAL)
                       END-IF
               END-READ
           END-PERFORM.

      *****LOS ACUMULADOS DEL CICLO SE BORRAN ANTES DE CARGAR, PARA
      *****QUE UNA SEGUNDA CORRIDA NO CUENTE DOS VECES LAS HOJAS
       BORRAR-CICLO.
           MOVE 0 TO EVALPRF-EOF.
           MOVE LOW-VALUES TO EVA-LLAVE.
           START EVALPRF KEY IS NOT LESS THAN EVA-LLAVE
               INVALID KEY MOVE 1 TO EVALPRF-EOF.
           PERFORM UNTIL EVALPRF-EOF = 1
               READ EVALPRF NEXT RECORD
                   AT END
                       MOVE 1 TO EVALPRF-EOF
                   NOT AT END
                       IF EVA-CICLO = CICLO-EVALUADO
                           DELETE EVALPRF
                           ADD 1 TO EV-BORRADOS
                       END-IF
               END-READ
           END-PERFORM.

      *****VALIDACION POR HOJA; EL PRIMER MOTIVO QUE FALLA MANDA LA
      *****HOJA A EXCEPCIONES
       VALIDAR-HOJA.
           ADD 1 TO EV-LEIDAS.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE EVM-GRUPO TO GPO-CLAVE.
           MOVE 1 TO GPO-KEY-EXISTE.
           READ GRUPOS INVALID KEY MOVE 0 TO GPO-KEY-EXISTE.
           IF GPO-KEY-EXISTE = 0
               MOVE "GPO" TO MOTIVO-RECHAZO
           ELSE IF EVM-CASILLA NOT NUMERIC
               OR EVM-CASILLA-N < 1 OR EVM-CASILLA-N > 6
               MOVE "CAS" TO MOTIVO-RECHAZO
           ELSE
               PERFORM BUSCAR-PROFESOR
               IF ASIGNADOS-HALLADOS = 0
                   MOVE "PRF" TO MOTIVO-RECHAZO
               ELSE IF ASIGNADOS-HALLADOS > 1
                   MOVE "AMB" TO MOTIVO-RECHAZO
               ELSE
                   PERFORM REVISAR-RESPUESTAS
               END-IF
               END-IF
           END-IF
           END-IF.
           IF MOTIVO-RECHAZO = SPACES
               PERFORM ACUMULAR-HOJA
           ELSE
               PERFORM RECHAZAR-HOJA
           END-IF.
           PERFORM LEER-EVALMAQ.

       BUSCAR-PROFESOR.
           MOVE 0 TO ASIGNADOS-HALLADOS.
           MOVE SPACES TO PROFESOR-HALLADO.
           PERFORM VARYING I-TAS FROM 1 BY 1
                   UNTIL I-TAS > ASIGNA-TOTAL
               IF TAS-GRUPO(I-TAS) = EVM-GRUPO
                   AND TAS-CASILLA(I-TAS) = EVM-CASILLA-N
                   ADD 1 TO ASIGNADOS-HALLADOS
                   MOVE TAS-PROFESOR(I-TAS) TO PROFESOR-HALLADO
               END-IF
           END-PERFORM.

       REVISAR-RESPUESTAS.
           MOVE 0 TO RESPUESTAS-HOJA.
           PERFORM VARYING I-RES FROM 1 BY 1 UNTIL I-RES > 10
               IF EVM-RESP(I-RES) NOT = SPACE
                   IF EVM-RESP(I-RES) NOT NUMERIC
                       OR EVM-RESP-N(I-RES) < 1
                       OR EVM-RESP-N(I-RES) > 5
                       MOVE "RES" TO MOTIVO-RECHAZO
                   ELSE
                       ADD 1 TO RESPUESTAS-HOJA
                   END-IF
               END-IF
           END-PERFORM.
           IF RESPUESTAS-HOJA = 0
               MOVE "RES" TO MOTIVO-RECHAZO
           END-IF.

       ACUMULAR-HOJA.
           MOVE PROFESOR-HALLADO TO EVA-PROFESOR.
           MOVE CICLO-EVALUADO   TO EVA-CICLO.
           MOVE EVM-GRUPO        TO EVA-GRUPO.
           MOVE EVM-CASILLA-N    TO EVA-CASILLA.
           MOVE 1 TO EVA-KEY-EXISTE.
           READ EVALPRF INVALID KEY MOVE 0 TO EVA-KEY-EXISTE.
           IF EVA-KEY-EXISTE = 0
               MOVE 0 TO EVA-HOJAS
               PERFORM VARYING I-RES FROM 1 BY 1 UNTIL I-RES > 10
                   MOVE 0 TO EVA-CONTESTADAS(I-RES)
                   MOVE 0 TO EVA-SUMA(I-RES)
               END-PERFORM
           END-IF.
           ADD 1 TO EVA-HOJAS.
           PERFORM VARYING I-RES FROM 1 BY 1 UNTIL I-RES > 10
               IF EVM-RESP(I-RES) NOT = SPACE
                   ADD 1 TO EVA-CONTESTADAS(I-RES)
                   ADD EVM-RESP-N(I-RES) TO EVA-SUMA(I-RES)
               END-IF
           END-PERFORM.
           IF EVA-KEY-EXISTE = 0
               WRITE EVALPRF-REG
           ELSE
               REWRITE EVALPRF-REG
           END-IF.
           ADD 1 TO EV-ACEPTADAS.

       RECHAZAR-HOJA.
           ADD 1 TO EV-RECHAZADAS.
           MOVE EVM-DATOS TO EXC-LINEA.
           MOVE MOTIVO-RECHAZO TO EXC-MOTIVO.
           WRITE EVALEXC-REG.

      *****MISMA REGLA QUE 1CALVAL: EL PRIMER CICLO NO CERRADO CUYAS
      *****FECHAS CUBREN EL DIA DE HOY
       BUSCAR-CICLO-VIGENTE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE 1 TO CIC-KEY-EXISTE.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 0 TO CIC-KEY-EXISTE.
           PERFORM UNTIL CIC-KEY-EXISTE = 0
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 0 TO CIC-KEY-EXISTE
                   NOT AT END
                       IF CIC-ESTADO NOT = "CERRADO"
                           AND CIC-FEC-INICIO <= FECHA-HOY-LARGA
                           AND CIC-FEC-FIN >= FECHA-HOY-LARGA
                           MOVE CIC-CICLO TO CICLO-EVALUADO
                           MOVE 0 TO CIC-KEY-EXISTE
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM 1EVAVAL.
