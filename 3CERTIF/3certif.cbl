           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.

           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.

           SELECT OPTIONAL MATADEU ASSIGN TO "MATADEU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAD-LLAVE.

           SELECT OPTIONAL SERVSOC ASSIGN TO "SERVSOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSO-MATRICULA.

           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****ACTAS DE CALIFICACIONES CERRADAS (VER 3ACTCIE): CADA CICLO
      *****DEL KARDEX DEBE TENER CERRADAS LAS ACTAS DE LAS MATERIAS DEL
      *****PLAN DE SU GRUPO (SIN PLAN, LAS CASILLAS CON CALIFICACION);
      *****CON EL ARCHIVO DE ACTAS VACIO NO SE EXIGE (ARRANQUE INICIAL)
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

       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

      *****LIBRO DE MATERIAS ADEUDADAS (VER 3REINSC): MIENTRAS EL
      *****ALUMNO DEBA ALGUNA MATERIA NO SE EXPIDE EL CERTIFICADO
       FD  MATADEU.
       01  MATADEU-REG.
           03  MAD-LLAVE.
               05  MAD-MATRICULA   PIC 9(08).
               05  MAD-MATERIA     PIC X(03).
           03  MAD-NOMBRE-MATERIA  PIC X(20).
           03  MAD-GRUPO           PIC X(03).
           03  MAD-CASILLA         PIC 9(01).
           03  MAD-CICLO-REPROBO   PIC 9(06).
           03  MAD-CICLO-ULTIMO    PIC 9(06).
           03  MAD-INTENTOS        PIC 9(02).
           03  MAD-ULTIMA-CAL      PIC 999V99.
           03  MAD-CAL-EXTRA       PIC 999V99.
           03  MAD-FEC-EXTRA       PIC 9(08).
           03  MAD-ESTADO          PIC X(10).
           03  MAD-CICLO-ACREDITA  PIC 9(06).

      *****EXPEDIENTE DE SERVICIO SOCIAL (VER 2SSOCAP): SIN CARTA DE
      *****LIBERACION NO SE ASIGNA FOLIO DE CERTIFICADO
       FD  SERVSOC.
       01  SERVSOC-REG.
           03  SSO-MATRICULA       PIC 9(08).
           03  SSO-INSTITUCION     PIC X(30).
           03  SSO-PROGRAMA        PIC X(30).
           03  SSO-FEC-INICIO      PIC 9(08).
           03  SSO-HORAS-REQUERIDAS PIC 9(04).
           03  SSO-HORAS-REPORTADAS PIC 9(04).
           03  SSO-HORAS-APROBADAS PIC 9(04).
           03  SSO-ULTIMO-REPORTE  PIC 9(03).
           03  SSO-ESTADO          PIC X(10).
           03  SSO-FEC-LIBERACION  PIC 9(08).
           03  SSO-FOLIO-CARTA     PIC 9(06).
           03  SSO-OPERADOR-LIB    PIC X(08).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       77  FOLIO-EXPEDIDO      PIC 9(06).
       77  CONT-EXPEDIDOS      PIC 9(04) VALUE 0.
       77  CONT-DUPLICADOS     PIC 9(04) VALUE 0.
       77  HAY-ACTAS           PIC 9.
       77  ACT-KEY-EXISTE      PIC 9.
       77  PLA-KEY-EXISTE      PIC 9.
       77  ACTAS-ABIERTAS      PIC 9(03).
       77  I-CAS               PIC 9.
       77  MATADEU-EOF         PIC 9.
       77  MATERIAS-ADEUDADAS  PIC 9(03).
       77  SSO-KEY-EXISTE      PIC 9.
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           OPEN INPUT KARDEX.
           OPEN INPUT ALUINX.
           OPEN I-O CERTLOG.
           OPEN INPUT ACTAS.
           OPEN INPUT PLANEST.
           OPEN INPUT MATADEU.
           OPEN INPUT SERVSOC.
           OPEN OUTPUT REPORTE.
           PERFORM REVISAR-ACTAS-VACIO.
           PERFORM LEER-CERTCTL.
           MOVE 0 TO BANDERA-SALIR.
           PERFORM EXPEDIR-CERTIFICADO UNTIL BANDERA-SALIR = 1.
           CLOSE KARDEX.
           CLOSE ALUINX.
           CLOSE CERTLOG.
           CLOSE ACTAS.
           CLOSE PLANEST.
           CLOSE MATADEU.
           CLOSE SERVSOC.
           CLOSE USUARIOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
               DISPLAY "LA MATRICULA NO ESTA EN EL MAESTRO"
           ELSE
               PERFORM REVISAR-KARDEX
               PERFORM CONTAR-ADEUDADAS
               IF CONT-CICLOS = 0
                   DISPLAY "LA MATRICULA NO TIENE KARDEX"
               ELSE IF CICLOS-REPROBADOS > 0
                   DISPLAY "CERTIFICADO NEGADO: "
                       CICLOS-REPROBADOS " CICLOS SIN APROBAR"
               ELSE IF ACTAS-ABIERTAS > 0
                   DISPLAY "CERTIFICADO NEGADO: "
                       ACTAS-ABIERTAS " ACTAS SIN CERRAR"
               ELSE IF MATERIAS-ADEUDADAS > 0
                   DISPLAY "CERTIFICADO NEGADO: "
                       MATERIAS-ADEUDADAS " MATERIAS ADEUDADAS"
               ELSE
                   PERFORM EMITIR-O-DUPLICAR
               END-IF
               END-IF
               END-IF
           END-IF.
           DISPLAY "OTRO CERTIFICADO?".
           ACCEPT WKS-RESP.
           MOVE 0 TO CONT-CICLOS.
           MOVE 0 TO CICLOS-REPROBADOS.
           MOVE 0 TO SUMA-PROMEDIOS.
           MOVE 0 TO ACTAS-ABIERTAS.
           MOVE 0 TO KARDEX-EOF.
           MOVE MATRICULA-BUSCADA TO KAR-MATRICULA.
           MOVE 0 TO KAR-CICLO.
                           IF KAR-ESTATUS NOT = "APROBADO"
                               ADD 1 TO CICLOS-REPROBADOS
                           END-IF
                           IF HAY-ACTAS = 1
                               PERFORM CONTAR-ACTAS-ABIERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           ELSE
               MOVE 0 TO PROMEDIO-FINAL.

      *****MATERIAS DEL LIBRO DE ADEUDOS AUN SIN ACREDITAR; CADA UNA
      *****SE MUESTRA PARA QUE VENTANILLA SEPA QUE PEDIRLE AL ALUMNO
       CONTAR-ADEUDADAS.
           MOVE 0 TO MATERIAS-ADEUDADAS.
           MOVE 0 TO MATADEU-EOF.
           MOVE MATRICULA-BUSCADA TO MAD-MATRICULA.
           MOVE LOW-VALUES TO MAD-MATERIA.
           START MATADEU KEY IS NOT LESS THAN MAD-LLAVE
               INVALID KEY MOVE 1 TO MATADEU-EOF.
           PERFORM UNTIL MATADEU-EOF = 1
               READ MATADEU NEXT RECORD
                   AT END
                       MOVE 1 TO MATADEU-EOF
                   NOT AT END
                       IF MAD-MATRICULA NOT = MATRICULA-BUSCADA
                           MOVE 1 TO MATADEU-EOF
                       ELSE
                           IF MAD-ESTADO = "ADEUDADA"
                               ADD 1 TO MATERIAS-ADEUDADAS
                               DISPLAY "ADEUDA " MAD-NOMBRE-MATERIA
                                   " REPROBADA EN " MAD-CICLO-REPROBO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****ACTAS SIN CERRAR DEL CICLO DEL KARDEX LEIDO
       CONTAR-ACTAS-ABIERTAS.
           MOVE KAR-GRUPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           PERFORM VARYING I-CAS FROM 1 BY 1 UNTIL I-CAS > 6
               IF (PLA-KEY-EXISTE = 1
                       AND PLA-MATERIA(I-CAS) NOT = SPACES)
                   OR (PLA-KEY-EXISTE = 0 AND KAR-CAL(I-CAS) > 0)
                   PERFORM REVISAR-ACTA-CASILLA
               END-IF
           END-PERFORM.

       REVISAR-ACTA-CASILLA.
           MOVE KAR-CICLO TO ACT-CICLO.
           MOVE KAR-GRUPO TO ACT-GRUPO.
           MOVE I-CAS     TO ACT-CASILLA.
           MOVE 1 TO ACT-KEY-EXISTE.
           READ ACTAS INVALID KEY MOVE 0 TO ACT-KEY-EXISTE.
           IF ACT-KEY-EXISTE = 0 OR ACT-ESTADO NOT = "CERRADA"
               ADD 1 TO ACTAS-ABIERTAS
           END-IF.

       REVISAR-ACTAS-VACIO.
           MOVE 0 TO HAY-ACTAS.
           MOVE 0 TO ACT-CICLO.
           MOVE SPACES TO ACT-GRUPO.
           MOVE 0 TO ACT-CASILLA.
           START ACTAS KEY IS NOT LESS THAN ACT-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ ACTAS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO HAY-ACTAS
                   END-READ
           END-START.

      *****EL CERTIFICADO YA EXPEDIDO NO CONSUME FOLIO NUEVO: SE
      *****REIMPRIME CON LA LEYENDA DE DUPLICADO Y SU FOLIO ORIGINAL;
      *****EL FOLIO NUEVO EXIGE LA LIBERACION DEL SERVICIO SOCIAL
       EMITIR-O-DUPLICAR.
           MOVE MATRICULA-BUSCADA TO CERT-MATRICULA.
           MOVE 1 TO CERT-KEY-EXISTE.
                   ADD 1 TO CONT-DUPLICADOS
               END-IF
           ELSE
               PERFORM REVISAR-SERVICIO-SOCIAL
           END-IF.

       REVISAR-SERVICIO-SOCIAL.
           MOVE MATRICULA-BUSCADA TO SSO-MATRICULA.
           MOVE 1 TO SSO-KEY-EXISTE.
           READ SERVSOC INVALID KEY MOVE 0 TO SSO-KEY-EXISTE.
           IF SSO-KEY-EXISTE = 0
               DISPLAY "CERTIFICADO NEGADO: SIN EXPEDIENTE DE "
                   "SERVICIO SOCIAL"
           ELSE IF SSO-ESTADO NOT = "LIBERADO"
               DISPLAY "CERTIFICADO NEGADO: SERVICIO SOCIAL SIN "
                   "LIBERAR (" SSO-HORAS-APROBADAS " DE "
                   SSO-HORAS-REQUERIDAS " HORAS APROBADAS)"
           ELSE
               PERFORM ASIGNAR-FOLIO
           END-IF
           END-IF.

       ASIGNAR-FOLIO.
           ADD 1 TO CTL-ULTIMO-FOLIO.
           MOVE CTL-ULTIMO-FOLIO TO FOLIO-EXPEDIDO.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE MATRICULA-BUSCADA TO CERT-MATRICULA.
           MOVE FOLIO-EXPEDIDO    TO CERT-FOLIO.
           COMPUTE CERT-FECHA = 20000000
               + FECHA-HOY-AA * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE OPERADOR-FIRMADO  TO CERT-OPERADOR.
           MOVE PROMEDIO-FINAL    TO CERT-PROMEDIO.
           WRITE CERTLOG-REG.
           MOVE SPACES TO CRT-DUPLICADO.
           PERFORM IMPRIMIR-CERTIFICADO.
           ADD 1 TO CONT-EXPEDIDOS.
           DISPLAY "CERTIFICADO EXPEDIDO CON FOLIO "
               FOLIO-EXPEDIDO.

       IMPRIMIR-CERTIFICADO.
           MOVE FOLIO-EXPEDIDO     TO CRT-FOLIO.
           MOVE MATRICULA-BUSCADA  TO CRT-MATRICULA.
