           SELECT AUDITORIA ASSIGN TO DISK.

           SELECT RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL RESPARCH ASSIGN TO DISK.

           SELECT OPTIONAL REINGRESOS ASSIGN TO "REINGRESOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REI-NOMINA.

           SELECT DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           03  RB-FALTAS-YTD       PIC 9(03).
           03  RB-INCAP-YTD        PIC 9(03).
           03  RB-MOTIVO           PIC X(03).
           03  RB-FEC-BAJA         PIC 9(08).

      *****ARCHIVO MUERTO DEL RESPALDO (7ARCHIV); SOLO SE LEE PARA
      *****BUSCAR BAJAS ANTERIORES EN EL ALTA
       FD  RESPARCH.
       01  RESPARCH-REG            PIC X(126).

      *****LIGA DE REINGRESOS: UN RENGLON POR CADA ALTA DE ALGUIEN QUE
      *****YA HABIA TRABAJADO AQUI (SU RFC ESTA EN EL RESPALDO DE BAJAS
      *****O EN SU ARCHIVO MUERTO), CON LA NOMINA NUEVA Y LA ANTERIOR;
      *****EMPCAP ESCRIBE LA MISMA LIGA Y 5REIREP SACA DE AQUI EL
      *****REPORTE MENSUAL DE REINGRESOS
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

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****CATALOGO DE PUESTOS CON SU BANDA SALARIAL (4PUEABC): LA
      *****BANDA DEL PUESTO DEL SATELITE SE REVISA ADEMAS DE LA BANDA
           03  MOT-PAGA-PRIMA      PIC X(01).
           03  MOT-PAGA-3MESES     PIC X(01).
           03  MOT-PAGA-20DIAS     PIC X(01).
           03  MOT-RECONTRATABLE   PIC X(01).

      *****COLA DE CAMBIOS PROGRAMADOS CON FECHA EFECTIVA: EL AUMENTO
      *****QUE RECURSOS HUMANOS MANDA CON TRES SEMANAS DE ANTICIPO SE
       77  SUELDO-PROGRAMADO   PIC S9(05)V99.
       77  CLABE-ANTERIOR      PIC X(18).

      *****REINGRESOS: EN EL ALTA EL RFC SE BUSCA EN EL RESPALDO DE
      *****BAJAS Y EN SU ARCHIVO MUERTO; CADA BAJA ANTERIOR SE MUESTRA
      *****Y LA MAS RECIENTE QUEDA PARA LA LIGA. SI ALGUNA FUE POR UN
      *****MOTIVO NO RECONTRATABLE EL ALTA SOLO PASA CON FIRMA DE
      *****SUPERVISOR, Y LA AUTORIZACION QUEDA EN EL AUDIT
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

      *****CONTROL DE PLANTILLA: CONTEO DE EMPLEADOS VIVOS DEL
      *****DEPARTAMENTO EN EMPINX CONTRA LA PLANTILLA AUTORIZADA DE
      *****4DPTABC; EL REGISTRO EN CAPTURA SE RESGUARDA DURANTE EL
           OPEN I-O EMPINX.
           OPEN EXTEND AUDITORIA.
           OPEN EXTEND RESPALDO-BAJAS.
           OPEN I-O REINGRESOS.
           OPEN INPUT DEPARTAMENTOS.
           OPEN INPUT TABULADOR.
           OPEN INPUT PUESTOS.
           CLOSE EMPINX
           CLOSE AUDITORIA
           CLOSE RESPALDO-BAJAS
           CLOSE REINGRESOS
           CLOSE DEPARTAMENTOS
           CLOSE TABULADOR
           CLOSE PUESTOS
           MOVE SPACES TO DAT-TEL-CONTACTO.
           MOVE SPACES TO DAT-PUESTO.
           MOVE 0 TO DAT-NIP.
           MOVE SPACES TO DAT-SEXO.
           WRITE EMPDATOS-REG
               INVALID KEY
                   CONTINUE
               DISPLAY "INGRESE LA FECHA DE INGRESO (AAAAMMDD)"
               ACCEPT EMPINX-FEC-INGRESO
               PERFORM CAPTURA-RFC
               PERFORM REVISAR-REINGRESO
               PERFORM CAPTURA-CLABE
               DISPLAY "INGRESE HORAS EXTRAS DEL PERIODO"
               ACCEPT EMPINX-HORAS-EXTRAS
               PERFORM REVISAR-PUESTO
               IF BANDERA-FUERA-TABULADOR = 1 OR PLANTILLA-LLENA = 1
                   OR BANDERA-FUERA-PUESTO = 1
                   OR REINGRESO-BLOQUEADO = 1
                   DISPLAY "ALTA CANCELADA (TABULADOR, PUESTO,"
                       " PLANTILLA O REINGRESO NO AUTORIZADO)"
               ELSE
                   MOVE 0 TO EMPINX-SUELDO-YTD
                   MOVE 0 TO EMPINX-PERCEP-YTD
                   MOVE SPACES TO CLABE-ANTERIOR
                   PERFORM GRABAR-HIST-CLABE
                   PERFORM CREAR-EMPDATOS-BLANCO
                   IF REINGRESO-HALLADO = 1
                       PERFORM GRABAR-REINGRESO
                   END-IF
               END-IF
           END-IF.

                   MOVE EMPINX-FALTAS-YTD   TO RB-FALTAS-YTD
                   MOVE EMPINX-INCAP-YTD    TO RB-INCAP-YTD
                   MOVE MOTIVO-BAJA         TO RB-MOTIVO
                   ACCEPT FECHA-AUDIT FROM DATE
                   COMPUTE RB-FEC-BAJA = 20000000
                       + FECHA-AUDIT-AA * 10000
                       + FECHA-AUDIT-MM * 100 + FECHA-AUDIT-DD
                   WRITE RESPALDO-BAJAS-REG
                   DELETE EMPINX
                   ADD 1 TO AUTORIZACION
               ELSE
                   DISPLAY "NO HAY RESPALDO PARA ESA NOMINA".

      *******************************************************************
      *                          REINGRESOS
      *******************************************************************
      *****EL RESPALDO ESTA ABIERTO EN EXTEND PARA LA SESION; SE
      *****REABRE DE LECTURA PARA LA BUSQUEDA, IGUAL QUE EN RESTAURAR.
      *****EL ARCHIVO MUERTO VA PRIMERO PORQUE TRAE LAS BAJAS MAS
      *****VIEJAS
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
           CLOSE RESPALDO-BAJAS.
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
           OPEN EXTEND RESPALDO-BAJAS.
           IF REINGRESO-BLOQUEADO = 1
               PERFORM AUTORIZAR-REINGRESO
           END-IF.

      *****UNA BAJA ANTERIOR CON EL MISMO RFC: SE MUESTRA Y SE REVISA
      *****SU MOTIVO CONTRA EL CATALOGO (SIN CATALOGO TODO MOTIVO ES
      *****RECONTRATABLE); LA DE FECHA DE BAJA MAS RECIENTE QUEDA COMO
      *****LA ULTIMA
       REVISAR-BAJA-ANTERIOR.
           IF BA-RFC = EMPINX-RFC
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

      *****UN SUPERVISOR FIRMADO AUTORIZA AHI MISMO; CON OPERADOR DE
      *****CAPTURA SE PIDE LA FIRMA DE UN SUPERVISOR DEL MAESTRO DE
      *****USUARIOS SIN CAMBIAR AL OPERADOR DE LA SESION
       AUTORIZAR-REINGRESO.
           DISPLAY "EL REINGRESO REQUIERE AUTORIZACION DE SUPERVISOR".
           IF NIVEL-FIRMADO >= 2
               DISPLAY "AUTORIZAS EL REINGRESO?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE OPERADOR-FIRMADO TO SUPERVISOR-REINGRESO
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
           IF SUPERVISOR-REINGRESO NOT = SPACES
               MOVE 0 TO REINGRESO-BLOQUEADO
               DISPLAY "REINGRESO AUTORIZADO POR " SUPERVISOR-REINGRESO
           END-IF.

      *****LIGA NOMINA NUEVA / ANTERIOR Y RENGLON DE AUDIT; SI HUBO
      *****AUTORIZACION DE SUPERVISOR, SU CLAVE QUEDA EN LOS DOS
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
           MOVE "4EMPABC"          TO REI-PROGRAMA.
           WRITE REINGRESOS-REG
               INVALID KEY
                   REWRITE REINGRESOS-REG
                   END-REWRITE
           END-WRITE.
           MOVE "REINGRESO"   TO AUDIT-OPERACION.
           MOVE EMPINX-NOMINA TO AUDIT-KEY.
           MOVE SPACES        TO AUDIT-ANTES.
           STRING "NOMINA ANT " BU-NOMINA DELIMITED BY SIZE
               " MOTIVO " BU-MOTIVO DELIMITED BY SIZE
               INTO AUDIT-ANTES.
           MOVE SPACES        TO AUDIT-DESPUES.
           IF SUPERVISOR-REINGRESO = SPACES
               MOVE "RECONTRATABLE" TO AUDIT-DESPUES
           ELSE
               STRING "AUTORIZO " SUPERVISOR-REINGRESO
                   DELIMITED BY SIZE INTO AUDIT-DESPUES
           END-IF.
           PERFORM GRABAR-AUDITORIA.

      *******************************************************************
      *                      BUSCAR POR NOMBRE
      *******************************************************************
