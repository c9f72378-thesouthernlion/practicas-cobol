           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT OPTIONAL COBEXC ASSIGN TO "COBEXC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXC-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****CARTERA DE COLEGIATURAS QUE GENERA 3COLPRO; AQUI LA CAJA
      *****CAPTURA LOS PAGOS Y EL CARGO SE LIQUIDA CUANDO LO PAGADO
      *****CUBRE EL NETO; LA REFERENCIA BANCARIA SALE EN EL ESTADO DE
      *****CUENTA
       FD  CARTERA.
       01  CARTERA-REG.
           03  CAR-LLAVE.
               05  CAR-MATRICULA   PIC 9(08).
               05  CAR-MES         PIC 9(06).
               05  CAR-SERVICIO    PIC X(04).
           03  CAR-GRUPO           PIC X(03).
           03  CAR-CARGO           PIC 9(05)V99.
           03  CAR-BECA            PIC 9(05)V99.
           03  CAR-NETO            PIC 9(05)V99.
           03  CAR-PAGADO          PIC 9(05)V99.
           03  CAR-ESTADO          PIC X(10).
           03  CAR-REFERENCIA      PIC 9(16).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****EXCEPCIONES DE LA COBRANZA BANCARIA QUE DEJA 7COBREC
      *****(PAGO PARCIAL, EXCEDENTE, REFERENCIA DESCONOCIDA O CARGO YA
      *****PAGADO); LA CAJA LAS RESUELVE AQUI. EL REMANENTE ES LO QUE
      *****EL BANCO COBRO Y TODAVIA NO ESTA APLICADO A NINGUN CARGO
       FD  COBEXC.
       01  COBEXC-REG.
           03  EXC-LLAVE.
               05  EXC-FECHA       PIC 9(08).
               05  EXC-SECUENCIA   PIC 9(05).
           03  EXC-REFERENCIA      PIC X(16).
           03  EXC-AUTORIZACION    PIC X(10).
           03  EXC-IMPORTE         PIC 9(07)V99.
           03  EXC-TIPO            PIC X(11).
           03  EXC-MATRICULA       PIC 9(08).
           03  EXC-MES             PIC 9(06).
           03  EXC-APLICADO        PIC 9(07)V99.
           03  EXC-REMANENTE       PIC 9(07)V99.
           03  EXC-ESTADO          PIC X(10).
           03  EXC-RESOLUCION      PIC X(10).
           03  EXC-FEC-RESOL       PIC 9(08).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  CONT-PAGOS          PIC 9(04) VALUE 0.
       77  MONTO-PAGOS         PIC 9(08)V99 VALUE 0.
       77  MONTO-EDITADO       PIC $$$,$$$,$$9.99.
       77  EXC-KEY-EXISTE      PIC 9.
       77  OPCION-RESOLUCION   PIC 9.
       77  CONT-EXCEPCIONES    PIC 9(05).
       77  IMPORTE-APLICAR     PIC 9(07)V99.
       77  REF-BASE            PIC 9(16).
       77  REF-COCIENTE        PIC 9(16).
       77  REF-RESIDUO         PIC 9(02).
       77  REF-DIGITO          PIC 9(02).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           OPEN I-O CARTERA.
           OPEN INPUT ALUINX.
           OPEN I-O COBEXC.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           DISPLAY "PAGOS CAPTURADOS: " CONT-PAGOS.
           MOVE MONTO-PAGOS TO MONTO-EDITADO.
           DISPLAY "MONTO COBRADO   : " MONTO-EDITADO.
           CLOSE CARTERA.
           CLOSE ALUINX.
           CLOSE COBEXC.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           ACCEPT CAR-MATRICULA.
           DISPLAY "MES DEL CARGO (AAAAMM)".
           ACCEPT CAR-MES.
           DISPLAY "SERVICIO (ENTER = COLEGIATURA)".
           ACCEPT CAR-SERVICIO.
           MOVE 1 TO CAR-KEY-EXISTE.
           READ CARTERA INVALID KEY MOVE 0 TO CAR-KEY-EXISTE.
           IF CAR-KEY-EXISTE = 0
           MOVE 0 TO ARCHIVO-EOF.
           MOVE MATRICULA-TRABAJO TO CAR-MATRICULA.
           MOVE 0 TO CAR-MES.
           MOVE SPACES TO CAR-SERVICIO.
           START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "MES    SERV NETO      PAGADO    ESTADO     "
               "REFERENCIA".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ CARTERA NEXT RECORD
                   AT END
                       IF CAR-MATRICULA NOT = MATRICULA-TRABAJO
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           IF CAR-REFERENCIA = 0
                               PERFORM CALCULAR-REFERENCIA
                           END-IF
                           DISPLAY CAR-MES " " CAR-SERVICIO " "
                               CAR-NETO " "
                               CAR-PAGADO " " CAR-ESTADO " "
                               CAR-REFERENCIA
                       END-IF
               END-READ
           END-PERFORM.

      *****LOS CARGOS FACTURADOS ANTES DE LA REFERENCIA BANCARIA LA
      *****CALCULAN AL VUELO; MISMO CALCULO QUE 3COLPRO (MATRICULA +
      *****MES + DIGITOS MODULO 97)
       CALCULAR-REFERENCIA.
           COMPUTE REF-BASE =
               (CAR-MATRICULA * 1000000 + CAR-MES) * 100.
           DIVIDE REF-BASE BY 97 GIVING REF-COCIENTE
               REMAINDER REF-RESIDUO.
           COMPUTE REF-DIGITO = 98 - REF-RESIDUO.
           COMPUTE CAR-REFERENCIA = REF-BASE + REF-DIGITO.

      *******************************************************************
      *                EXCEPCIONES DE COBRANZA BANCARIA
      *******************************************************************
      *****LISTA LAS PENDIENTES Y RESUELVE UNA: EL REMANENTE SE APLICA
      *****A UN CARGO (LO QUE EXCEDA SU SALDO SIGUE PENDIENTE) O SE
      *****DEVUELVE AL PADRE; EL PAGO PARCIAL YA APLICADO SOLO SE DA
      *****POR ENTERADO
       RESOLVER-EXCEPCIONES.
           MOVE 0 TO CONT-EXCEPCIONES.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE LOW-VALUES TO EXC-LLAVE.
           START COBEXC KEY IS NOT LESS THAN EXC-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "FECHA    SEC   TIPO        REFERENCIA       "
               "REMANENTE".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ COBEXC NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF EXC-ESTADO = "PENDIENTE"
                           ADD 1 TO CONT-EXCEPCIONES
                           DISPLAY EXC-FECHA " " EXC-SECUENCIA " "
                               EXC-TIPO " " EXC-REFERENCIA " "
                               EXC-REMANENTE
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-EXCEPCIONES = 0
               DISPLAY "NO HAY EXCEPCIONES PENDIENTES"
           ELSE
               DISPLAY "FECHA DE LA EXCEPCION A RESOLVER (AAAAMMDD)"
               ACCEPT EXC-FECHA
               DISPLAY "SECUENCIA"
               ACCEPT EXC-SECUENCIA
               MOVE 1 TO EXC-KEY-EXISTE
               READ COBEXC INVALID KEY MOVE 0 TO EXC-KEY-EXISTE
               END-READ
               IF EXC-KEY-EXISTE = 0
                   DISPLAY "NO EXISTE ESA EXCEPCION"
               ELSE IF EXC-ESTADO NOT = "PENDIENTE"
                   DISPLAY "LA EXCEPCION YA ESTA " EXC-ESTADO
               ELSE
                   PERFORM RESOLVER-UNA-EXCEPCION
               END-IF
               END-IF
           END-IF.

       RESOLVER-UNA-EXCEPCION.
           DISPLAY "TIPO: " EXC-TIPO " IMPORTE: " EXC-IMPORTE
               " APLICADO: " EXC-APLICADO.
           DISPLAY "REFERENCIA: " EXC-REFERENCIA
               " AUTORIZACION: " EXC-AUTORIZACION.
           IF EXC-MATRICULA NOT = 0
               DISPLAY "CARGO: " EXC-MATRICULA " MES " EXC-MES
           END-IF.
           IF EXC-REMANENTE = 0
               DISPLAY "1. DAR POR ENTERADO  2. DEJAR PENDIENTE"
               ACCEPT OPCION-RESOLUCION
               IF OPCION-RESOLUCION = 1
                   MOVE "ENTERADO" TO EXC-RESOLUCION
                   PERFORM CERRAR-EXCEPCION
               END-IF
           ELSE
               DISPLAY "REMANENTE SIN APLICAR: " EXC-REMANENTE
               DISPLAY "1. APLICAR A UN CARGO  2. DEVOLVER AL PADRE"
                   "  3. DEJAR PENDIENTE"
               ACCEPT OPCION-RESOLUCION
               IF OPCION-RESOLUCION = 1
                   PERFORM APLICAR-REMANENTE
               ELSE IF OPCION-RESOLUCION = 2
                   MOVE "DEVUELTO" TO EXC-RESOLUCION
                   PERFORM CERRAR-EXCEPCION
               END-IF
               END-IF
           END-IF.

       APLICAR-REMANENTE.
           DISPLAY "MATRICULA DEL CARGO".
           ACCEPT CAR-MATRICULA.
           DISPLAY "MES DEL CARGO (AAAAMM)".
           ACCEPT CAR-MES.
           DISPLAY "SERVICIO (ENTER = COLEGIATURA)".
           ACCEPT CAR-SERVICIO.
           MOVE 1 TO CAR-KEY-EXISTE.
           READ CARTERA INVALID KEY MOVE 0 TO CAR-KEY-EXISTE.
           IF CAR-KEY-EXISTE = 0
               DISPLAY "NO HAY CARGO DE ESE MES PARA LA MATRICULA"
           ELSE IF CAR-ESTADO = "PAGADO" OR CAR-ESTADO = "NOMINA"
               DISPLAY "EL CARGO YA ESTA " CAR-ESTADO
           ELSE
               COMPUTE SALDO-CARGO = CAR-NETO - CAR-PAGADO
               IF EXC-REMANENTE > SALDO-CARGO
                   MOVE SALDO-CARGO TO IMPORTE-APLICAR
               ELSE
                   MOVE EXC-REMANENTE TO IMPORTE-APLICAR
               END-IF
               ADD IMPORTE-APLICAR TO CAR-PAGADO
               IF CAR-PAGADO >= CAR-NETO
                   MOVE "PAGADO" TO CAR-ESTADO
               END-IF
               REWRITE CARTERA-REG
               ADD 1 TO CONT-PAGOS
               ADD IMPORTE-APLICAR TO MONTO-PAGOS
               ADD IMPORTE-APLICAR TO EXC-APLICADO
               SUBTRACT IMPORTE-APLICAR FROM EXC-REMANENTE
               DISPLAY "APLICADO: " IMPORTE-APLICAR
                   " - ESTADO DEL CARGO: " CAR-ESTADO
               IF EXC-REMANENTE = 0
                   MOVE "APLICADO" TO EXC-RESOLUCION
                   PERFORM CERRAR-EXCEPCION
               ELSE
                   REWRITE COBEXC-REG
                   DISPLAY "QUEDA REMANENTE PENDIENTE: " EXC-REMANENTE
               END-IF
           END-IF
           END-IF.

       CERRAR-EXCEPCION.
           MOVE "RESUELTA" TO EXC-ESTADO.
           MOVE FECHA-HOY-LARGA TO EXC-FEC-RESOL.
           REWRITE COBEXC-REG.
           DISPLAY "EXCEPCION RESUELTA: " EXC-RESOLUCION.

      *******************************************************************
      *                               MENU
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CAPTURAR PAGO.".
           DISPLAY "2. ESTADO DE CUENTA DEL ALUMNO.".
           DISPLAY "3. EXCEPCIONES DE COBRANZA BANCARIA.".
           DISPLAY "4. CERRAR SESION."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CAPTURAR-PAGO
           ELSE IF OPCION-MENU = 2
               PERFORM ESTADO-DE-CUENTA
           ELSE IF OPCION-MENU = 3
               PERFORM RESOLVER-EXCEPCIONES
           ELSE IF OPCION-MENU = 4
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 2COLCAP.
