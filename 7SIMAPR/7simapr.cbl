           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
           SELECT OPTIONAL ALERTAS ASSIGN TO "ALERTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALE-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****MISMO LAYOUT QUE EL ALERTAS DE 7FRAREV: LA SECUENCIA 0 DICE
      *****QUE LA REVISION DE FRAUDE SE CORRIO PARA EL PERIODO; EL BANCO
      *****NO SE LIBERA SIN ELLA NI CON ALERTAS PENDIENTES
       FD  ALERTAS.
       01  ALERTAS-REG.
           03  ALE-LLAVE.
               05  ALE-PERIODO     PIC 9(06).
               05  ALE-SECUENCIA   PIC 9(04).
           03  ALE-NOMINA          PIC 9(06).
           03  ALE-TIPO            PIC X(02).
           03  ALE-DETALLE         PIC X(40).
           03  ALE-ESTADO          PIC X(10).
           03  ALE-OPERADOR        PIC X(08).
           03  ALE-FECHA           PIC 9(06).
           03  ALE-NOTA            PIC X(30).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  ALERTAS-EOF         PIC 9.
       77  REVISION-CORRIDA    PIC 9.
       77  ALERTAS-PENDIENTES  PIC 9(04).
       77  ALERTAS-REVISADAS   PIC 9(04).
       77  NOTA-REVISION       PIC X(30).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           END-IF.
           OPEN I-O APROBSIM.
           OPEN I-O BANCOCTL.
           OPEN I-O ALERTAS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE APROBSIM.
           CLOSE BANCOCTL.
           CLOSE ALERTAS.
           CLOSE USUARIOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       AUTORIZAR-CORRIDA.
           DISPLAY "PERIODO REVISADO (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           PERFORM CONTAR-ALERTAS.
           IF REVISION-CORRIDA = 0
               DISPLAY "AVISO: FALTA LA REVISION DE FRAUDE (7FRAREV);"
                   " SIN ELLA NO SE LIBERA EL BANCO"
           ELSE IF ALERTAS-PENDIENTES > 0
               DISPLAY "AVISO: " ALERTAS-PENDIENTES
                   " ALERTAS DE PAGO SIN REVISAR (OPCION 4)"
           END-IF.
           DISPLAY "REVISASTE EL REPORTE DE SIMULACION Y AUTORIZAS"
               " LA CORRIDA REAL?".
           ACCEPT WKS-RESP.
               DISPLAY "EL PERIODO NO TIENE ARCHIVO BANCO RETENIDO"
           ELSE IF BC-ESTADO = "LIBERADO"
               DISPLAY "EL BANCO YA ESTA LIBERADO"
           ELSE
               PERFORM CONFIRMAR-LIBERACION
           END-IF.

      *****CADA ALERTA DE 7FRAREV DEBE ESTAR REVISADA POR UN SUPERVISOR
      *****ANTES DE LIBERAR
       CONFIRMAR-LIBERACION.
           PERFORM CONTAR-ALERTAS.
           IF REVISION-CORRIDA = 0
               DISPLAY "FALTA LA REVISION DE FRAUDE (7FRAREV) DEL"
                   " PERIODO; NO SE LIBERA"
           ELSE IF ALERTAS-PENDIENTES > 0
               DISPLAY ALERTAS-PENDIENTES " ALERTAS DE PAGO SIN"
                   " REVISAR (OPCION 4); NO SE LIBERA"
           ELSE
               DISPLAY "LIBERAR EL ARCHIVO BANCO DEL PERIODO "
                   PERIODO-TRABAJO "?"
               DISPLAY "BANCO:      " BC-ESTADO " POR " BC-OPERADOR
                   " EL " BC-FECHA
           ELSE
               DISPLAY "SIN ARCHIVO BANCO DEL PERIODO"
           END-IF.
           PERFORM CONTAR-ALERTAS.
           IF REVISION-CORRIDA = 0
               DISPLAY "REVISION DE FRAUDE: NO SE HA CORRIDO"
           ELSE
               DISPLAY "REVISION DE FRAUDE: " ALERTAS-PENDIENTES
                   " PENDIENTES, " ALERTAS-REVISADAS " REVISADAS"
           END-IF.

      *******************************************************************
      *                   REVISION DE ALERTAS DE PAGO
      *******************************************************************
      *****RECORRE LAS ALERTAS DEL PERIODO; EL SUPERVISOR MARCA CADA
      *****PENDIENTE COMO REVISADA CON UNA NOTA, O LA DEJA PENDIENTE
       REVISAR-ALERTAS.
           DISPLAY "PERIODO DE LAS ALERTAS (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           MOVE 0 TO ALERTAS-EOF.
           MOVE PERIODO-TRABAJO TO ALE-PERIODO.
           MOVE 1 TO ALE-SECUENCIA.
           START ALERTAS KEY IS NOT LESS THAN ALE-LLAVE
               INVALID KEY MOVE 1 TO ALERTAS-EOF.
           PERFORM UNTIL ALERTAS-EOF = 1
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE 1 TO ALERTAS-EOF
                   NOT AT END
                       IF ALE-PERIODO NOT = PERIODO-TRABAJO
                           MOVE 1 TO ALERTAS-EOF
                       ELSE IF ALE-ESTADO = "PENDIENTE"
                           PERFORM REVISAR-ALERTA
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM CONTAR-ALERTAS.
           DISPLAY "ALERTAS PENDIENTES DEL PERIODO: "
               ALERTAS-PENDIENTES.

       REVISAR-ALERTA.
           DISPLAY "NOMINA " ALE-NOMINA " " ALE-TIPO " " ALE-DETALLE.
           DISPLAY "MARCAR COMO REVISADA?".
           ACCEPT WKS-RESP.
           IF W88-NO
               DISPLAY "QUEDA PENDIENTE"
           ELSE
               DISPLAY "NOTA DE LA REVISION"
               ACCEPT NOTA-REVISION
               ACCEPT FECHA-HOY FROM DATE
               MOVE "REVISADA"       TO ALE-ESTADO
               MOVE OPERADOR-FIRMADO TO ALE-OPERADOR
               MOVE FECHA-HOY        TO ALE-FECHA
               MOVE NOTA-REVISION    TO ALE-NOTA
               REWRITE ALERTAS-REG
               DISPLAY "ALERTA REVISADA"
           END-IF.

       CONTAR-ALERTAS.
           MOVE 0 TO REVISION-CORRIDA.
           MOVE 0 TO ALERTAS-PENDIENTES.
           MOVE 0 TO ALERTAS-REVISADAS.
           MOVE 0 TO ALERTAS-EOF.
           MOVE PERIODO-TRABAJO TO ALE-PERIODO.
           MOVE 0 TO ALE-SECUENCIA.
           START ALERTAS KEY IS NOT LESS THAN ALE-LLAVE
               INVALID KEY MOVE 1 TO ALERTAS-EOF.
           PERFORM UNTIL ALERTAS-EOF = 1
               READ ALERTAS NEXT RECORD
                   AT END
                       MOVE 1 TO ALERTAS-EOF
                   NOT AT END
                       IF ALE-PERIODO NOT = PERIODO-TRABAJO
                           MOVE 1 TO ALERTAS-EOF
                       ELSE
                           PERFORM CLASIFICAR-ALERTA
                       END-IF
               END-READ
           END-PERFORM.

       CLASIFICAR-ALERTA.
           IF ALE-SECUENCIA = 0
               MOVE 1 TO REVISION-CORRIDA
           ELSE IF ALE-ESTADO = "PENDIENTE"
               ADD 1 TO ALERTAS-PENDIENTES
           ELSE
               ADD 1 TO ALERTAS-REVISADAS.

      *******************************************************************
      *                               MENU
           DISPLAY "1. AUTORIZAR CORRIDA REAL (SIMULACION REVISADA).".
           DISPLAY "2. LIBERAR ARCHIVO BANCO.".
           DISPLAY "3. CONSULTA DEL PERIODO.".
           DISPLAY "4. REVISAR ALERTAS DE PAGO (7FRAREV).".
           DISPLAY "5. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM AUTORIZAR-CORRIDA
           ELSE IF OPCION-MENU = 3
               PERFORM CONSULTA
           ELSE IF OPCION-MENU = 4
               PERFORM REVISAR-ALERTAS
           ELSE IF OPCION-MENU = 5
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

