       FILE-CONTROL.
           SELECT OPTIONAL BITACORA  ASSIGN TO "BITACORA".
           SELECT OPTIONAL CADENACTL ASSIGN TO "CADENACTL".
           SELECT OPTIONAL PASOSCAT  ASSIGN TO "PASOSCAT"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCT-LLAVE.
           SELECT OPTIONAL SUSPENSO  ASSIGN TO DISK.
           SELECT OPTIONAL RECHAZOS  ASSIGN TO DISK.
           SELECT OPTIONAL SUSPCTL   ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BC-PERIODO.
           SELECT OPTIONAL DOCALERT  ASSIGN TO "DOCALERT".
           SELECT OPTIONAL POLIZACTL ASSIGN TO "POLIZACTL"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-LLAVE.
           SELECT OPTIONAL PARAMET   ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
           SELECT OPTIONAL OBLCUMP   ASSIGN TO "OBLCUMP"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCU-LLAVE.
           SELECT PARM-OBLIG ASSIGN TO "PARMOBLIG".
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
           03  FILLER              PIC X(01).
           03  BIT-RETCODE         PIC 9(04).

      *****CHECKPOINT DE LA CADENA (0BATCH): UN RENGLON POR PASO
      *****TERMINADO
       FD  CADENACTL.
       01  CADENACTL-REG.
           03  CC-PERIODO          PIC 9(06).
           03  CC-CADENA           PIC X(01).
           03  CC-PASO             PIC X(08).

      *****CATALOGO DE PASOS DE LAS CADENAS (4PASABC); SOLO SE USAN
      *****LA LLAVE Y EL NOMBRE DEL PASO
       FD  PASOSCAT.
       01  PASOSCAT-REG.
           03  PCT-LLAVE.
               05  PCT-CADENA      PIC X(01).
               05  PCT-ORDEN       PIC 9(03).
           03  PCT-PASO            PIC X(08).
           03  FILLER              PIC X(115).

      *****SALIDAS DE LA ULTIMA CORRIDA DE 6EMPNOMV3
       FD  SUSPENSO.
           03  BC-OPERADOR         PIC X(08).
           03  BC-FECHA            PIC 9(06).

      *****ALERTAS DE DOCUMENTOS DEL PERSONAL (7DOCVEN)
       FD  DOCALERT.
       01  DOCALERT-REG.
           03  DA-ETIQUETA         PIC X(08).
           03  DA-NOMINA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  DA-NOMBRE           PIC X(20).
           03  FILLER              PIC X(01).
           03  DA-TIPO             PIC X(04).
           03  FILLER              PIC X(01).
           03  DA-SITUACION        PIC X(10).
           03  FILLER              PIC X(29).

      *****CONTROL DE LA POLIZA CONTABLE POR PERIODO (7POLCON)
       FD  POLIZACTL.
       01  POLIZACTL-REG.
           03  CP-LLAVE.
               05  CP-PERIODO      PIC 9(06).
               05  CP-EMPRESA      PIC X(03).
           03  CP-ESTADO           PIC X(10).
           03  CP-FEC-CORRIDA      PIC 9(08).
           03  CP-FEC-ENTREGA      PIC 9(08).
           03  CP-FEC-CONCILIA     PIC 9(08).
           03  CP-RENGLONES        PIC 9(04).
           03  CP-CARGOS           PIC 9(10)V99.
           03  CP-ABONOS           PIC 9(10)V99.
           03  CP-DIARIO           PIC X(10).
           03  CP-RECHAZOS         PIC 9(04).
           03  CP-DIFERENCIAS      PIC 9(04).
           03  CP-OPERADOR         PIC X(08).

      *****MAESTRO CENTRAL DE PARAMETROS CON VIGENCIAS (4PARABC)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****CUMPLIMIENTO DE LAS OBLIGACIONES LEGALES (7OBLCAL)
       FD  OBLCUMP.
       01  OBLCUMP-REG.
           03  OCU-LLAVE.
               05  OCU-CLAVE       PIC X(08).
               05  OCU-PERIODO     PIC 9(06).
           03  OCU-FEC-VENCE       PIC 9(08).
           03  OCU-ESTADO          PIC X(10).
           03  OCU-FEC-CUMPLE      PIC 9(08).
           03  OCU-RESPONSABLE     PIC X(08).
           03  OCU-PROGRAMA        PIC X(08).

      *****MISMO LAYOUT QUE PARAMETROS DE 7OBLCAL
       FD  PARM-OBLIG.
       01  PARM-OBLIG-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       77  EXISTE-CADENACTL    PIC 9 VALUE 0.
       77  CONT-PASOS-PEND     PIC 9(02) VALUE 0.
       77  I-PASO              PIC 9(02).
       77  PERIODO-CADENA      PIC 9(06).
       77  CADENA-PENDIENTE    PIC X(01).
       77  PASO-TERMINADO      PIC 9.
       77  PASOS-TERMINADOS    PIC 9(02) VALUE 0.
       01  TABLA-TERMINADOS.
           03  PASO-TERMINADO-OC   PIC X(08) OCCURS 30 TIMES.
       77  CONT-SUSPENSO       PIC 9(05) VALUE 0.
       77  CONT-RECHAZOS       PIC 9(05) VALUE 0.
       77  CONT-SUSP-PEND      PIC 9(05) VALUE 0.
       77  CONT-BAN-RECHAZOS   PIC 9(05) VALUE 0.
       77  EXISTE-CANDADO      PIC 9 VALUE 0.
       77  CONT-BANCO-RET      PIC 9(03) VALUE 0.
       77  CONT-DOC-VENCIDOS   PIC 9(05) VALUE 0.
       77  CONT-DOC-FALTANTES  PIC 9(05) VALUE 0.
       77  CONT-DOC-POR-VENCER PIC 9(05) VALUE 0.
       77  CONT-POL-VENCIDAS   PIC 9(03) VALUE 0.
       77  BANDERA-ROJO        PIC 9 VALUE 0.
       77  VEREDICTO           PIC X(10).

       01  LINEA-GENERICA.
           05  DETOPS-ETIQUETA     PIC X(36).
           05  DETOPS-CUENTA       PIC ZZZZ9.
       01  LINEA-POLIZA.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETPOL-PERIODO      PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETPOL-EMPRESA      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETPOL-ESTADO       PIC X(10).
           05  FILLER              PIC X(07) VALUE " DESDE ".
           05  DETPOL-FECHA        PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETPOL-DIAS         PIC ZZZ9.
           05  FILLER              PIC X(05) VALUE " DIAS".

      *****DIAS QUE UNA POLIZA PUEDE ESPERAR SU APLICACION EN
      *****CONTABILIDAD ANTES DE PONER EL TABLERO EN ROJO (PARAMETRO
      *****POLIZA-DIAS); LOS DIAS SE CUENTAN COMO EN 5ESPREP
       77  DIAS-POLIZA         PIC 9(03) VALUE 5.
       77  DIAS-TRANSCURRIDOS  PIC 9(05).
       77  FECHA-BASE-POLIZA   PIC 9(08).
       77  SERIAL-HOY          PIC 9(07).
       77  SERIAL-CALCULADO    PIC 9(07).
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.
      *****OBLIGACIONES LEGALES PENDIENTES: LAS VENCIDAS PONEN EL
      *****TABLERO EN ROJO; LAS QUE VENCEN DENTRO DE OBLIG-DIAS DIAS
      *****(PARAMETRO, 10 SI NO HAY) SOLO AVISAN
       77  DIAS-OBLIGACION     PIC 9(03) VALUE 10.
       77  DIAS-PARA-VENCER    PIC 9(05).
       77  CONT-OBL-VENCIDAS   PIC 9(03) VALUE 0.
       77  CONT-OBL-POR-VENCER PIC 9(03) VALUE 0.
       77  SITUACION-OBL       PIC X(10).
       01  LINEA-OBLIGACION.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETOBL-CLAVE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-PERIODO      PIC 9(06).
           05  FILLER              PIC X(07) VALUE " VENCE ".
           05  DETOBL-VENCE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-SITUACION    PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-DIAS         PIC ZZZ9.
           05  FILLER              PIC X(07) VALUE " DIAS  ".
           05  DETOBL-RESPONSABLE  PIC X(08).
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.

       PROCEDURE DIVISION.
      *****TABLERO DEL OPERADOR DE LA MANANA: JUNTA EN UNA SOLA HOJA
      *****LO QUE ANTES ERAN SIETE ARCHIVOS (BITACORA, CADENACTL,
      *****SUSPENSO, RECHAZOS, MESA DE SUSPENSO, RESPUESTAS DEL BANCO
      *****Y CANDADO) CON UN VEREDICTO ROJO/OK HASTA ARRIBA, MAS LAS
      *****ALERTAS DE DOCUMENTOS DEL PERSONAL DE 7DOCVEN, LAS
      *****POLIZAS CONTABLES QUE NO SE HAN APLICADO A TIEMPO (7POLCON)
      *****Y LAS OBLIGACIONES LEGALES VENCIDAS O POR VENCER (7OBLCAL)
       MAIN-PROCEDURE.
           PERFORM REVISAR-BITACORA.
           PERFORM REVISAR-CADENA.
           PERFORM CONTAR-BANCORET.
           PERFORM REVISAR-CANDADO.
           PERFORM REVISAR-BANCO-RETENIDO.
           PERFORM CONTAR-DOCUMENTOS.
           PERFORM REVISAR-POLIZAS.
           PERFORM REVISAR-OBLIGACIONES.
           IF BANDERA-ROJO = 1
               MOVE "** ROJO **" TO VEREDICTO
           ELSE
               TO DETOPS-ETIQUETA.
           MOVE EXISTE-CANDADO TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           MOVE "DOCUMENTOS VENCIDOS EN USO:         "
               TO DETOPS-ETIQUETA.
           MOVE CONT-DOC-VENCIDOS TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           MOVE "DOCUMENTOS EXIGIDOS FALTANTES:      "
               TO DETOPS-ETIQUETA.
           MOVE CONT-DOC-FALTANTES TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           MOVE "DOCUMENTOS POR VENCER (90 DIAS):    "
               TO DETOPS-ETIQUETA.
           MOVE CONT-DOC-POR-VENCER TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           IF CONT-DOC-VENCIDOS + CONT-DOC-FALTANTES
               + CONT-DOC-POR-VENCER > 0
               PERFORM ESCRIBIR-DOCUMENTOS
           END-IF.
           MOVE "POLIZAS SIN APLICAR (VENCIDAS):     "
               TO DETOPS-ETIQUETA.
           MOVE CONT-POL-VENCIDAS TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           IF CONT-POL-VENCIDAS > 0
               PERFORM ESCRIBIR-POLIZAS
           END-IF.
           MOVE "OBLIGACIONES LEGALES VENCIDAS:     "
               TO DETOPS-ETIQUETA.
           MOVE CONT-OBL-VENCIDAS TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           MOVE "OBLIGACIONES POR VENCER:           "
               TO DETOPS-ETIQUETA.
           MOVE CONT-OBL-POR-VENCER TO DETOPS-CUENTA.
           WRITE REPORTE-REG FROM LINEA-GENERICA BEFORE 1 LINES.
           IF CONT-OBL-VENCIDAS + CONT-OBL-POR-VENCER > 0
               PERFORM ESCRIBIR-OBLIGACIONES
           END-IF.
           CLOSE REPORTE.
           DISPLAY "VEREDICTO: " VEREDICTO.
           DISPLAY "PASOS CON RETCODE MALO : " CONT-PASOS-MAL.
           DISPLAY "RECHAZOS DEL BANCO     : " CONT-BAN-RECHAZOS.
           DISPLAY "BANCOS RETENIDOS       : " CONT-BANCO-RET.
           DISPLAY "CANDADO VIVO           : " EXISTE-CANDADO.
           DISPLAY "DOCS VENCIDOS/FALTANTES: " CONT-DOC-VENCIDOS " / "
               CONT-DOC-FALTANTES.
           DISPLAY "DOCS POR VENCER (90)   : " CONT-DOC-POR-VENCER.
           DISPLAY "POLIZAS SIN APLICAR    : " CONT-POL-VENCIDAS.
           DISPLAY "OBLIGACIONES VENC/PROX : " CONT-OBL-VENCIDAS " / "
               CONT-OBL-POR-VENCER.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           IF CONT-PASOS-MAL > 0
               MOVE 1 TO BANDERA-ROJO.

      *****LOS PASOS DEL CATALOGO DE LA CADENA DEL CHECKPOINT QUE NO
      *****TIENEN RENGLON DE TERMINADO SON LOS PENDIENTES
       REVISAR-CADENA.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT CADENACTL.
           READ CADENACTL AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE 1 TO EXISTE-CADENACTL
               MOVE CC-PERIODO TO PERIODO-CADENA
               MOVE CC-CADENA  TO CADENA-PENDIENTE
               IF PASOS-TERMINADOS < 30
                   ADD 1 TO PASOS-TERMINADOS
                   MOVE CC-PASO TO PASO-TERMINADO-OC(PASOS-TERMINADOS)
               END-IF
               READ CADENACTL AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE CADENACTL.
           IF EXISTE-CADENACTL = 1
               MOVE PERIODO-CADENA TO CC-PERIODO
               PERFORM CONTAR-PASOS-PENDIENTES
               IF CONT-PASOS-PEND > 0
                   MOVE 1 TO BANDERA-ROJO
               END-IF
           END-IF.

       CONTAR-PASOS-PENDIENTES.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT PASOSCAT.
           MOVE CADENA-PENDIENTE TO PCT-CADENA.
           MOVE 0 TO PCT-ORDEN.
           START PASOSCAT KEY IS NOT LESS THAN PCT-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PASOSCAT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF PCT-CADENA NOT = CADENA-PENDIENTE
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           MOVE 0 TO PASO-TERMINADO
                           PERFORM VARYING I-PASO FROM 1 BY 1
                                   UNTIL I-PASO > PASOS-TERMINADOS
                               IF PASO-TERMINADO-OC(I-PASO) = PCT-PASO
                                   MOVE 1 TO PASO-TERMINADO
                               END-IF
                           END-PERFORM
                           IF PASO-TERMINADO = 0
                               ADD 1 TO CONT-PASOS-PEND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PASOSCAT.

      *****LAS LINEAS DE DETALLE DE SUSPENSO Y RECHAZOS EMPIEZAN CON
      *****"NOMINA: "; LAS DE RESUMEN NO SE CUENTAN
       CONTAR-SUSPENSO.
           IF CONT-BANCO-RET > 0
               MOVE 1 TO BANDERA-ROJO.

      *****ALERTAS DE LA ULTIMA CORRIDA DE 7DOCVEN: LOS VENCIDOS Y LOS
      *****FALTANTES PONEN EL TABLERO EN ROJO; LOS POR VENCER AVISAN
       CONTAR-DOCUMENTOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT DOCALERT.
           READ DOCALERT AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF DA-ETIQUETA = "NOMINA: "
                   IF DA-SITUACION = "VENCIDO"
                       ADD 1 TO CONT-DOC-VENCIDOS
                   ELSE IF DA-SITUACION = "FALTANTE"
                       ADD 1 TO CONT-DOC-FALTANTES
                   ELSE
                       ADD 1 TO CONT-DOC-POR-VENCER
                   END-IF
                   END-IF
               END-IF
               READ DOCALERT AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE DOCALERT.
           IF CONT-DOC-VENCIDOS > 0 OR CONT-DOC-FALTANTES > 0
               MOVE 1 TO BANDERA-ROJO.

      *****LA LISTA DE 7DOCVEN TAL CUAL, DEBAJO DE LOS CONTADORES
       ESCRIBIR-DOCUMENTOS.
           MOVE "DOCUMENTOS DEL PERSONAL A ATENDER:" TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT DOCALERT.
           READ DOCALERT AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF DA-ETIQUETA = "NOMINA: "
                   MOVE SPACES TO REPORTE-REG
                   MOVE DOCALERT-REG TO REPORTE-REG(3:80)
                   WRITE REPORTE-REG BEFORE 1 LINES
               END-IF
               READ DOCALERT AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE DOCALERT.

      *****POLIZAS DE NOMINA QUE CONTABILIDAD NO HA APLICADO DESPUES DE
      *****POLIZA-DIAS DIAS; SE CUENTA DESDE LA ENTREGA, O DESDE LA
      *****CORRIDA SI NUNCA SE ENTREGO
       REVISAR-POLIZAS.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           OPEN INPUT PARAMET.
           MOVE "POLIZA-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO DIAS-POLIZA.
           CLOSE PARAMET.
           MOVE FECHA-HOY-LARGA TO FECHA-BASE-POLIZA.
           PERFORM CALCULAR-SERIAL.
           MOVE SERIAL-CALCULADO TO SERIAL-HOY.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT POLIZACTL.
           MOVE 0      TO CP-PERIODO.
           MOVE SPACES TO CP-EMPRESA.
           START POLIZACTL KEY IS NOT LESS THAN CP-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ POLIZACTL NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       PERFORM CALCULAR-DIAS-POLIZA
                       IF CP-ESTADO NOT = "APLICADA"
                           AND DIAS-TRANSCURRIDOS > DIAS-POLIZA
                           ADD 1 TO CONT-POL-VENCIDAS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLIZACTL.
           IF CONT-POL-VENCIDAS > 0
               MOVE 1 TO BANDERA-ROJO.

       CALCULAR-DIAS-POLIZA.
           IF CP-FEC-ENTREGA > 0
               MOVE CP-FEC-ENTREGA TO FECHA-BASE-POLIZA
           ELSE
               MOVE CP-FEC-CORRIDA TO FECHA-BASE-POLIZA
           END-IF.
           MOVE 0 TO DIAS-TRANSCURRIDOS.
           IF FECHA-BASE-POLIZA > 0
               PERFORM CALCULAR-SERIAL
               IF SERIAL-HOY > SERIAL-CALCULADO
                   COMPUTE DIAS-TRANSCURRIDOS =
                       SERIAL-HOY - SERIAL-CALCULADO
               END-IF
           END-IF.

       CALCULAR-SERIAL.
           MOVE FECHA-BASE-POLIZA(1:4) TO ANIO-SERIE.
           MOVE FECHA-BASE-POLIZA(5:2) TO MES-SERIE.
           MOVE FECHA-BASE-POLIZA(7:2) TO DIA-SERIE.
           COMPUTE SERIAL-CALCULADO =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *****LAS POLIZAS VENCIDAS UNA POR RENGLON, CON SU ESTADO Y LA
      *****FECHA DESDE LA QUE SE CUENTAN LOS DIAS
       ESCRIBIR-POLIZAS.
           MOVE "POLIZAS CONTABLES SIN APLICAR:" TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT POLIZACTL.
           MOVE 0      TO CP-PERIODO.
           MOVE SPACES TO CP-EMPRESA.
           START POLIZACTL KEY IS NOT LESS THAN CP-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ POLIZACTL NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       PERFORM CALCULAR-DIAS-POLIZA
                       IF CP-ESTADO NOT = "APLICADA"
                           AND DIAS-TRANSCURRIDOS > DIAS-POLIZA
                           MOVE CP-PERIODO         TO DETPOL-PERIODO
                           MOVE CP-EMPRESA         TO DETPOL-EMPRESA
                           MOVE CP-ESTADO          TO DETPOL-ESTADO
                           MOVE FECHA-BASE-POLIZA  TO DETPOL-FECHA
                           MOVE DIAS-TRANSCURRIDOS TO DETPOL-DIAS
                           WRITE REPORTE-REG FROM LINEA-POLIZA
                               BEFORE 1 LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POLIZACTL.

      *****OBLIGACIONES LEGALES AUN PENDIENTES EN EL CALENDARIO DE
      *****7OBLCAL: VENCIDAS (ROJO) Y LAS QUE VENCEN PRONTO; LOS DIAS
      *****SE CUENTAN COMO LOS DE LAS POLIZAS (SERIAL-HOY YA CALCULADO)
      *****ANTES SE PIDE A 7OBLCAL QUE GENERE EL CALENDARIO DEL MES,
      *****PARA QUE LO QUE VENCE PRONTO YA ESTE EN OBLCUMP
       REVISAR-OBLIGACIONES.
           MOVE "G"    TO POB-MODO.
           MOVE SPACES TO POB-PROGRAMA.
           MOVE SPACE  TO POB-TIPO.
           MOVE 0      TO POB-PERIODO.
           OPEN OUTPUT PARM-OBLIG.
           WRITE PARM-OBLIG-REG.
           CLOSE PARM-OBLIG.
           CALL "7OBLCAL".
           OPEN INPUT PARAMET.
           MOVE "OBLIG-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1 AND PARM-VALOR-VIGENTE > 0
               MOVE PARM-VALOR-VIGENTE TO DIAS-OBLIGACION.
           CLOSE PARAMET.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT OBLCUMP.
           MOVE LOW-VALUES TO OCU-LLAVE.
           START OBLCUMP KEY IS NOT LESS THAN OCU-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ OBLCUMP NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       PERFORM CLASIFICAR-OBLIGACION
                       IF SITUACION-OBL = "VENCIDA"
                           ADD 1 TO CONT-OBL-VENCIDAS
                       ELSE IF SITUACION-OBL = "POR VENCER"
                           ADD 1 TO CONT-OBL-POR-VENCER
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBLCUMP.
           IF CONT-OBL-VENCIDAS > 0
               MOVE 1 TO BANDERA-ROJO.

      *****DEJA EN SITUACION-OBL VENCIDA, POR VENCER O ESPACIOS (YA
      *****CUMPLIDA O AUN LEJOS), Y EN DIAS-PARA-VENCER LOS DIAS QUE
      *****FALTAN O LOS QUE LLEVA VENCIDA
       CLASIFICAR-OBLIGACION.
           MOVE SPACES TO SITUACION-OBL.
           MOVE 0 TO DIAS-PARA-VENCER.
           IF OCU-ESTADO = "PENDIENTE"
               MOVE OCU-FEC-VENCE TO FECHA-BASE-POLIZA
               PERFORM CALCULAR-SERIAL
               IF OCU-FEC-VENCE < FECHA-HOY-LARGA
                   MOVE "VENCIDA" TO SITUACION-OBL
                   IF SERIAL-HOY > SERIAL-CALCULADO
                       COMPUTE DIAS-PARA-VENCER =
                           SERIAL-HOY - SERIAL-CALCULADO
                   END-IF
               ELSE
                   IF SERIAL-CALCULADO > SERIAL-HOY
                       COMPUTE DIAS-PARA-VENCER =
                           SERIAL-CALCULADO - SERIAL-HOY
                   END-IF
                   IF DIAS-PARA-VENCER NOT > DIAS-OBLIGACION
                       MOVE "POR VENCER" TO SITUACION-OBL
                   END-IF
               END-IF
           END-IF.

      *****UNA POR RENGLON CON SU RESPONSABLE, PRIMERO LO VENCIDO Y
      *****LUEGO LO QUE VENCE PRONTO
       ESCRIBIR-OBLIGACIONES.
           MOVE "OBLIGACIONES LEGALES A ATENDER:" TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           MOVE "VENCIDA" TO DETOBL-SITUACION.
           PERFORM LISTAR-OBLIGACIONES.
           MOVE "POR VENCER" TO DETOBL-SITUACION.
           PERFORM LISTAR-OBLIGACIONES.

       LISTAR-OBLIGACIONES.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT OBLCUMP.
           MOVE LOW-VALUES TO OCU-LLAVE.
           START OBLCUMP KEY IS NOT LESS THAN OCU-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ OBLCUMP NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       PERFORM CLASIFICAR-OBLIGACION
                       IF SITUACION-OBL = DETOBL-SITUACION
                           MOVE OCU-CLAVE        TO DETOBL-CLAVE
                           MOVE OCU-PERIODO      TO DETOBL-PERIODO
                           MOVE OCU-FEC-VENCE    TO DETOBL-VENCE
                           MOVE DIAS-PARA-VENCER TO DETOBL-DIAS
                           MOVE OCU-RESPONSABLE  TO DETOBL-RESPONSABLE
                           WRITE REPORTE-REG FROM LINEA-OBLIGACION
                               BEFORE 1 LINES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBLCUMP.

      *****BUSCA LA VIGENCIA MAS RECIENTE DEL CODIGO QUE NO REBASE HOY;
      *****SIN RENGLON APLICABLE EL VALOR FIJO DE SIEMPRE SE QUEDA
       BUSCAR-PARAMETRO.
           MOVE 0 TO PARM-HALLADO.
           MOVE 0 TO PARM-VIG-ELEGIDA.
           MOVE 0 TO PARAMET-EOF.
           MOVE PARM-CODIGO-BUSCADO TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = PARM-CODIGO-BUSCADO
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-HOY-LARGA
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PARM-VALOR-VIGENTE
                               MOVE 1 TO PARM-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       END PROGRAM 7OPSREP.
