           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-LLAVE.
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.
           SELECT AUDITORIA ASSIGN TO "AUDITALU".
      ******************************************************************
       DATA DIVISION.
               05  ASG-GRUPO       PIC X(03).
               05  ASG-CASILLA     PIC 9(01).

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC) Y ACTAS DE
      *****CALIFICACIONES CERRADAS (VER 3ACTCIE): LA CASILLA CON ACTA
      *****CERRADA EN EL CICLO VIGENTE YA NO SE CAPTURA
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

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

      *****MISMA BITACORA DE AUDITORIA QUE 4ALUABC (AUDITALU)
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).
       77  GRUPO-PERMITIDO     PIC 9.
       77  I-ASG               PIC 9.
       77  AUTORIZACION        PIC 9(03) VALUE 0.
       77  ACT-KEY-EXISTE      PIC 9.
       77  CICLOS-EOF          PIC 9.
       77  CICLO-VIGENTE       PIC 9(06) VALUE 0.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

       01  FECHA-AUDIT.
           03  FECHA-AUDIT-AA      PIC 99.
           OPEN INPUT GRUPOS.
           OPEN INPUT ALUINX.
           OPEN EXTEND AUDITORIA.
           OPEN INPUT CICLOS.
           OPEN INPUT ACTAS.
           PERFORM BUSCAR-CICLO-VIGENTE.
           MOVE "SI" TO WKS-RESP.
           PERFORM CAPTURA-ALUMNOS UNTIL W88-NO.

           CLOSE AUDITORIA
           CLOSE PROFESORES
           CLOSE ASIGNA
           CLOSE CICLOS
           CLOSE ACTAS
           CLOSE USUARIOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
               IF CASILLA-PERMITIDA = 1
                   DISPLAY "DAME CALIFICACION " I-CAL
                   ACCEPT ALU-CAL(I-CAL)
               ELSE IF CASILLA-PERMITIDA = 2
                   DISPLAY "CASILLA " I-CAL " CON ACTA CERRADA EN EL"
                       " CICLO - QUEDA EN CERO"
               ELSE
                   DISPLAY "CASILLA " I-CAL " NO ASIGNADA AL"
                       " PROFESOR - QUEDA EN CERO"
               END-IF
               END-IF
           END-PERFORM.

      *****EL PROFESOR SOLO ESCRIBE LAS CASILLAS QUE TIENE ASIGNADAS
      *****PARA EL GRUPO; EL OPERADOR COMUN LAS ESCRIBE TODAS. NADIE
      *****ESCRIBE UNA CASILLA CON ACTA CERRADA (CASILLA-PERMITIDA 2)
       REVISAR-CASILLA-PERMITIDA.
           MOVE 1 TO CASILLA-PERMITIDA.
           IF CICLO-VIGENTE > 0
               MOVE CICLO-VIGENTE TO ACT-CICLO
               MOVE ALU-GPO       TO ACT-GRUPO
               MOVE I-CAL         TO ACT-CASILLA
               MOVE 1 TO ACT-KEY-EXISTE
               READ ACTAS INVALID KEY MOVE 0 TO ACT-KEY-EXISTE
               END-READ
               IF ACT-KEY-EXISTE = 1 AND ACT-ESTADO = "CERRADA"
                   MOVE 2 TO CASILLA-PERMITIDA
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ES-PROFESOR = 1
               MOVE OPERADOR-FIRMADO TO ASG-PROFESOR
               MOVE ALU-GPO          TO ASG-GRUPO
               END-IF
           END-IF.

      *****EL CICLO VIGENTE ES EL PRIMERO NO CERRADO CUYAS FECHAS
      *****CUBREN EL DIA DE HOY, IGUAL QUE EN 1CALVAL
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

      *****EL PROFESOR SOLO PUEDE CAPTURAR GRUPOS DONDE TENGA AL MENOS
      *****UNA CASILLA ASIGNADA
       REVISAR-GRUPO-PERMITIDO.
