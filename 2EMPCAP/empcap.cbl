           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT BITACORA ASSIGN TO "BITACORA".
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL RESPARCH ASSIGN TO DISK.
           SELECT OPTIONAL MOTIVOS ASSIGN TO "MOTIVOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOT-CLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
           SELECT OPTIONAL REINGRESOS ASSIGN TO "REINGRESOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REI-NOMINA.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMEMPCAP".
      ******************************************************************
       DATA DIVISION.
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****HISTORIAL COMPARTIDO DE CAMBIOS AL MAESTRO EMPINX; MISMO
      *****LAYOUT QUE EN 4EMPABC/6EMPNOMV3
           03  FILLER              PIC X(01).
           03  HIST-OPERADOR       PIC X(08).

      *****RESPALDO DE BAJAS DE 4EMPABC Y SU ARCHIVO MUERTO (7ARCHIV),
      *****MISMO LAYOUT; SOLO SE LEEN PARA BUSCAR BAJAS ANTERIORES DEL
      *****RFC QUE SE ESTA DANDO DE ALTA
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG      PIC X(126).
       FD  RESPARCH.
       01  RESPARCH-REG            PIC X(126).

      *****CATALOGO DE MOTIVOS DE BAJA (4MOTABC)
       FD  MOTIVOS.
       01  MOTIVOS-REG.
           03  MOT-CLAVE           PIC X(03).
           03  MOT-DESCRIPCION     PIC X(20).
           03  MOT-PAGA-PRIMA      PIC X(01).
           03  MOT-PAGA-3MESES     PIC X(01).
           03  MOT-PAGA-20DIAS     PIC X(01).
           03  MOT-RECONTRATABLE   PIC X(01).

      *****MAESTRO DE OPERADORES (VER 4USUABC), PARA LA FIRMA DEL
      *****SUPERVISOR QUE AUTORIZA UN REINGRESO
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****LIGA DE REINGRESOS, MISMO LAYOUT QUE EN 4EMPABC
       FD  REINGRESOS.
       01  REINGRESOS-REG.
           03  REI-NOMINA          PIC 9(06).
           03  REI-NOMBRE          PIC X(20).
           03  REI-RFC             PIC X(13).
           03  REI-DPTO            PIC X(03).
           03  REI-FEC-INGRESO     PIC 9(08).
           03  REI-SUELDO          PIC S9(05)V99.
           03  REI-NOMINA-ANT      PIC 9(06).
           03  REI-DPTO-ANT        PIC X(03).
           03  REI-FEC-INGRESO-ANT PIC 9(08).
           03  REI-FEC-BAJA-ANT    PIC 9(08).
           03  REI-MOTIVO-ANT      PIC X(03).
           03  REI-SUELDO-ANT      PIC S9(05)V99.
           03  REI-AUTORIZO        PIC X(08).
           03  REI-PROGRAMA        PIC X(08).

       WORKING-STORAGE SECTION.
       77  BANDERA-DPTO PIC 9.
       77  WKS-RESP PIC X(02).
       77  RFC-FEC-COMPARA     PIC 9(08).
       77  RFC-FEC-AAAA        PIC 9(04).

      *****REINGRESOS, MISMA REVISION QUE EL ALTA DE 4EMPABC: EL RFC
      *****SE BUSCA EN EL RESPALDO DE BAJAS Y EN SU ARCHIVO MUERTO; UN
      *****MOTIVO NO RECONTRATABLE DETIENE EL ALTA SALVO FIRMA DE
      *****SUPERVISOR (EN LA CARGA POR LOTE NO HAY QUIEN FIRME, ASI QUE
      *****SE RECHAZA)
       01  BAJA-ANTERIOR.
           03  BA-NOMINA           PIC 9(06).
           03  BA-NOMBRE           PIC X(20).
           03  BA-DPTO             PIC X(03).
           03  BA-SUELDO           PIC S9(05)V99.
           03  BA-RFC              PIC X(13).
           03  BA-FEC-INGRESO      PIC 9(08).
           03  FILLER              PIC X(58).
           03  BA-MOTIVO           PIC X(03).
           03  BA-FEC-BAJA         PIC 9(08).
       01  BAJA-ULTIMA.
           03  BU-NOMINA           PIC 9(06).
           03  BU-DPTO             PIC X(03).
           03  BU-SUELDO           PIC S9(05)V99.
           03  BU-FEC-INGRESO      PIC 9(08).
           03  BU-FEC-BAJA         PIC 9(08).
           03  BU-MOTIVO           PIC X(03).
       77  REINGRESO-HALLADO   PIC 9.
       77  REINGRESO-BLOQUEADO PIC 9.
       77  FIN-REINGRESO       PIC 9.
       77  SUPERVISOR-REINGRESO PIC X(08).
       77  SUELDO-REINGRESO-ED PIC ZZ,ZZ9.99-.
       77  HAY-MOTIVOS         PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

      *****FORMULARIO DE CAPTURA; CADA CAMPO SE MUESTRA
      *****Y SE ACEPTA POR SEPARADO PARA PODER RE-PEDIRLO SI LA EDICION
      *****FALLA, IGUAL QUE YA HACE VALIDACION-DPTOS CON EL DEPARTAMENTO
           OPEN I-O EMPINX.
           OPEN I-O EMPDATOS.
           OPEN EXTEND EMPINXHIST.
           OPEN INPUT MOTIVOS.
           PERFORM REVISAR-HAY-MOTIVOS.
           OPEN INPUT USUARIOS.
           OPEN I-O REINGRESOS.
           PERFORM LEER-PARAMETROS.
           IF BANDERA-MODO-PARM = 0
               DISPLAY "MODO DE CAPTURA: "
           CLOSE DEPARTAMENTOS
           CLOSE EMPINX
           CLOSE EMPDATOS
           CLOSE EMPINXHIST
           CLOSE MOTIVOS
           CLOSE USUARIOS
           CLOSE REINGRESOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           DISPLAY "DAME FECHA DE INGRESO (AAAAMMDD)"
           ACCEPT EMP-FEC-INGRESO.
           PERFORM CAPTURA-RFC.
           PERFORM REVISAR-REINGRESO.
           IF REINGRESO-BLOQUEADO = 1
               PERFORM AUTORIZAR-REINGRESO
           END-IF.
           IF REINGRESO-BLOQUEADO = 1
               DISPLAY "ALTA CANCELADA (REINGRESO NO AUTORIZADO)"
           ELSE
               PERFORM GRABA-ALTA-INTERACTIVA
           END-IF.
           DISPLAY "DESEAS SEGUIR CAPTURANDO EMPLEADOS: ".
           ACCEPT WKS-RESP.

       GRABA-ALTA-INTERACTIVA.
           WRITE EMP-REG.
           PERFORM GRABA-EMPINX.
      *****CONTADOR EMPLEADOS
           ADD EMP-PERCEP  TO CONT-PERCEP.
      *****CONTADOR DEDUCCIONES
           ADD EMP-DEDU    TO CONT-DEDU.

      *****ESPEJO DE EMP-REG HACIA EL MAESTRO INDEXADO EMPINX; EL SUELDO
      *****ACTUAL SE DERIVA DE PERCEPCIONES MENOS DEDUCCIONES Y LOS
                   MOVE WKS-HIST-EDITADO TO WKS-HIST-DESPUES
                   PERFORM GRABAR-HIST-EMPINX
                   PERFORM CREAR-EMPDATOS-BLANCO
                   IF REINGRESO-HALLADO = 1
                       PERFORM GRABAR-REINGRESO
                   END-IF
           END-WRITE.

      *****CADA ALTA DEJA SU REGISTRO DE DATOS PERSONALES CREADO EN
           MOVE SPACES TO DAT-TEL-CONTACTO.
           MOVE SPACES TO DAT-PUESTO.
           MOVE 0 TO DAT-NIP.
           MOVE SPACES TO DAT-SEXO.
           WRITE EMPDATOS-REG
               INVALID KEY
                   CONTINUE
           MOVE EMP-RFC TO RFC-TRABAJO.
           MOVE EMP-FEC-INGRESO TO RFC-FEC-COMPARA.
           PERFORM VALIDAR-RFC.
           MOVE 0 TO REINGRESO-HALLADO.
           MOVE 0 TO REINGRESO-BLOQUEADO.
           IF RFC-VALIDO = 1
               PERFORM REVISAR-REINGRESO
           END-IF.

           MOVE 0 TO PLANTILLA-LLENA.
           IF DPTO-VALIDO-LOTE = 1 AND DPTO-PLANTILLA > 0
               DISPLAY "RECHAZADO, RFC INVALIDO: ", EMP-NOMINA
           ELSE IF PLANTILLA-LLENA = 1
               DISPLAY "RECHAZADO, PLANTILLA CUBIERTA: ", EMP-NOMINA
           ELSE IF REINGRESO-BLOQUEADO = 1
               DISPLAY "RECHAZADO, NO RECONTRATABLE: ", EMP-NOMINA
           ELSE
               WRITE EMP-REG
               PERFORM GRABA-EMPINX

           PERFORM LEER-EMPTRANS.

      *****EL CATALOGO DE MOTIVOS ES OPCIONAL; SIN EL TODO MOTIVO ES
      *****RECONTRATABLE
       REVISAR-HAY-MOTIVOS.
           MOVE 0 TO HAY-MOTIVOS.
           MOVE LOW-VALUES TO MOT-CLAVE.
           START MOTIVOS KEY IS NOT LESS THAN MOT-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ MOTIVOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO HAY-MOTIVOS
                   END-READ
           END-START.

      *****BUSCA EL RFC EN EL ARCHIVO MUERTO Y EN EL RESPALDO VIVO
       REVISAR-REINGRESO.
           MOVE 0 TO REINGRESO-HALLADO.
           MOVE 0 TO REINGRESO-BLOQUEADO.
           MOVE SPACES TO SUPERVISOR-REINGRESO.
           MOVE 0 TO BU-FEC-BAJA.
           MOVE 0 TO FIN-REINGRESO.
           OPEN INPUT RESPARCH.
           PERFORM UNTIL FIN-REINGRESO = 1
               READ RESPARCH INTO BAJA-ANTERIOR
                   AT END
                       MOVE 1 TO FIN-REINGRESO
                   NOT AT END
                       PERFORM REVISAR-BAJA-ANTERIOR
               END-READ
           END-PERFORM.
           CLOSE RESPARCH.
           MOVE 0 TO FIN-REINGRESO.
           OPEN INPUT RESPALDO-BAJAS.
           PERFORM UNTIL FIN-REINGRESO = 1
               READ RESPALDO-BAJAS INTO BAJA-ANTERIOR
                   AT END
                       MOVE 1 TO FIN-REINGRESO
                   NOT AT END
                       PERFORM REVISAR-BAJA-ANTERIOR
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.

      *****MISMA REVISION POR BAJA ANTERIOR QUE EN 4EMPABC
       REVISAR-BAJA-ANTERIOR.
           IF BA-RFC = EMP-RFC
               IF REINGRESO-HALLADO = 0
                   DISPLAY "*** ESTE RFC YA TUVO NOMINA AQUI ***"
               END-IF
               MOVE 1 TO REINGRESO-HALLADO
               MOVE BA-SUELDO TO SUELDO-REINGRESO-ED
               DISPLAY "NOMINA ANTERIOR: " BA-NOMINA " " BA-NOMBRE
                   " DEPTO " BA-DPTO
               DISPLAY "  INGRESO: " BA-FEC-INGRESO
                   "  BAJA: " BA-FEC-BAJA
                   "  SUELDO FINAL: " SUELDO-REINGRESO-ED
               MOVE SPACES TO MOT-DESCRIPCION
               MOVE "S" TO MOT-RECONTRATABLE
               IF HAY-MOTIVOS = 1 AND BA-MOTIVO NOT = SPACES
                   MOVE BA-MOTIVO TO MOT-CLAVE
                   READ MOTIVOS
                       INVALID KEY
                           MOVE "(SIN CATALOGO)" TO MOT-DESCRIPCION
                           MOVE "S" TO MOT-RECONTRATABLE
                   END-READ
               END-IF
               DISPLAY "  MOTIVO DE BAJA: " BA-MOTIVO " "
                   MOT-DESCRIPCION
               IF MOT-RECONTRATABLE = "N"
                   DISPLAY "  ** MOTIVO NO RECONTRATABLE **"
                   MOVE 1 TO REINGRESO-BLOQUEADO
               END-IF
               IF BA-FEC-BAJA >= BU-FEC-BAJA
                   MOVE BA-NOMINA      TO BU-NOMINA
                   MOVE BA-DPTO        TO BU-DPTO
                   MOVE BA-SUELDO      TO BU-SUELDO
                   MOVE BA-FEC-INGRESO TO BU-FEC-INGRESO
                   MOVE BA-FEC-BAJA    TO BU-FEC-BAJA
                   MOVE BA-MOTIVO      TO BU-MOTIVO
               END-IF
           END-IF.

      *****LA CAPTURA NO TIENE FIRMA DE ENTRADA, ASI QUE SIEMPRE SE
      *****PIDE LA DE UN SUPERVISOR; CON EL MAESTRO DE USUARIOS VACIO
      *****SE AUTORIZA COMO SISTEMA, IGUAL QUE EL ACCESO LIBRE DE LOS
      *****MANTENIMIENTOS
       AUTORIZAR-REINGRESO.
           DISPLAY "EL REINGRESO REQUIERE AUTORIZACION DE SUPERVISOR".
           PERFORM REVISAR-USUARIOS-VACIO.
           IF USUARIOS-VACIO = 1
               DISPLAY "SIN MAESTRO DE USUARIOS - AUTORIZAR? (SI/NO)"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE "SISTEMA" TO SUPERVISOR-REINGRESO
               END-IF
           ELSE
               DISPLAY "CLAVE DEL SUPERVISOR"
               ACCEPT CLAVE-FIRMA
               DISPLAY "PASSWORD"
               ACCEPT PASSWORD-FIRMA
               MOVE CLAVE-FIRMA TO USU-CLAVE
               MOVE 1 TO FIRMA-EXISTE
               READ USUARIOS INVALID KEY MOVE 0 TO FIRMA-EXISTE
               END-READ
               IF FIRMA-EXISTE = 1 AND USU-PASSWORD = PASSWORD-FIRMA
                   AND USU-NIVEL >= 2
                   MOVE USU-CLAVE TO SUPERVISOR-REINGRESO
               ELSE
                   DISPLAY "FIRMA DE SUPERVISOR INVALIDA"
               END-IF
           END-IF.
           MOVE "SI" TO WKS-RESP.
           IF SUPERVISOR-REINGRESO NOT = SPACES
               MOVE 0 TO REINGRESO-BLOQUEADO
               DISPLAY "REINGRESO AUTORIZADO POR " SUPERVISOR-REINGRESO
           END-IF.

       REVISAR-USUARIOS-VACIO.
           MOVE 1 TO USUARIOS-VACIO.
           MOVE LOW-VALUES TO USU-CLAVE.
           START USUARIOS KEY IS NOT LESS THAN USU-CLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ USUARIOS NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 0 TO USUARIOS-VACIO
                   END-READ
           END-START.

      *****LIGA NOMINA NUEVA / ANTERIOR; LA AUTORIZACION DEL
      *****SUPERVISOR QUEDA ADEMAS EN EL HISTORIAL (ESTE PROGRAMA NO
      *****ESCRIBE EL AUDIT DE 4EMPABC)
       GRABAR-REINGRESO.
           MOVE EMPINX-NOMINA      TO REI-NOMINA.
           MOVE EMPINX-NOMBRE      TO REI-NOMBRE.
           MOVE EMPINX-RFC         TO REI-RFC.
           MOVE EMPINX-DPTO        TO REI-DPTO.
           MOVE EMPINX-FEC-INGRESO TO REI-FEC-INGRESO.
           MOVE EMPINX-SUELDO      TO REI-SUELDO.
           MOVE BU-NOMINA          TO REI-NOMINA-ANT.
           MOVE BU-DPTO            TO REI-DPTO-ANT.
           MOVE BU-FEC-INGRESO     TO REI-FEC-INGRESO-ANT.
           MOVE BU-FEC-BAJA        TO REI-FEC-BAJA-ANT.
           MOVE BU-MOTIVO          TO REI-MOTIVO-ANT.
           MOVE BU-SUELDO          TO REI-SUELDO-ANT.
           MOVE SUPERVISOR-REINGRESO TO REI-AUTORIZO.
           MOVE "EMPCAP"           TO REI-PROGRAMA.
           WRITE REINGRESOS-REG
               INVALID KEY
                   REWRITE REINGRESOS-REG
                   END-REWRITE
           END-WRITE.
           MOVE "REINGRESO"     TO WKS-HIST-CAMPO.
           MOVE SPACES          TO WKS-HIST-ANTES.
           STRING "ANT " BU-NOMINA " " BU-MOTIVO DELIMITED BY SIZE
               INTO WKS-HIST-ANTES.
           MOVE SPACES          TO WKS-HIST-DESPUES.
           IF SUPERVISOR-REINGRESO = SPACES
               MOVE "RECONTRATABLE" TO WKS-HIST-DESPUES
           ELSE
               STRING "AUT " SUPERVISOR-REINGRESO DELIMITED BY SIZE
                   INTO WKS-HIST-DESPUES
           END-IF.
           PERFORM GRABAR-HIST-EMPINX.

       END PROGRAM EMPCAP.
