      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3CONLAB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.

           SELECT OPTIONAL PUESTOS ASSIGN TO "PUESTOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUE-CLAVE.

           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.

           SELECT OPTIONAL RECIBARCH ASSIGN TO "RECIBARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RA-LLAVE.

           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".

           SELECT OPTIONAL LABCTL ASSIGN TO "LABCTL".

           SELECT OPTIONAL LABLOG ASSIGN TO "LABLOG"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LAB-FOLIO.

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT REPORTE ASSIGN TO "CONLABREP".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

      *****MISMO LAYOUT QUE EL EMPDATOS DE 4DATABC
       FD  EMPDATOS.
       01  EMPDATOS-REG.
           03  DAT-NOMINA          PIC 9(06).
           03  DAT-DOMICILIO       PIC X(40).
           03  DAT-TELEFONO        PIC X(10).
           03  DAT-NSS             PIC X(11).
           03  DAT-CONTACTO        PIC X(30).
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****CATALOGO DE PUESTOS (4PUEABC); DAT-PUESTO(1:4) ES SU CLAVE
       FD  PUESTOS.
       01  PUESTOS-REG.
           03  PUE-CLAVE           PIC X(04).
           03  PUE-DESCRIPCION     PIC X(20).
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL RECIBARCH DE 6EMPNOMV3; EL SUELDO DE LA
      *****CONSTANCIA SALE DEL XML ARCHIVADO (TIPO X) DEL ULTIMO
      *****PERIODO CERRADO DE LA NOMINA
       FD  RECIBARCH.
       01  RECIBARCH-REG.
           03  RA-LLAVE.
               05  RA-PERIODO      PIC 9(06).
               05  RA-NOMINA       PIC 9(06).
               05  RA-TIPO         PIC X(01).
               05  RA-LINEA        PIC 9(04).
           03  RA-TEXTO            PIC X(132).

      *****MISMO LAYOUT QUE EL EMPRESACT DE 4RAZABC
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****FOLIADOR DE CONSTANCIAS LABORALES: UN SOLO RENGLON CON EL
      *****ULTIMO FOLIO EXPEDIDO, IGUAL QUE EL CERTCTL DE 3CERTIF
       FD  LABCTL.
       01  LABCTL-REG.
           03  CTL-ULTIMO-FOLIO    PIC 9(06).

      *****BITACORA DE CONSTANCIAS LABORALES POR FOLIO: QUIEN LA PIDIO,
      *****A QUIEN VA DIRIGIDA, QUIEN LA EXPIDIO Y LAS CIFRAS QUE DIJO,
      *****PARA CONTESTAR LA LLAMADA DE VERIFICACION DEL BANCO
       FD  LABLOG.
       01  LABLOG-REG.
           03  LAB-FOLIO           PIC 9(06).
           03  LAB-FECHA           PIC 9(08).
           03  LAB-NOMINA          PIC 9(06).
           03  LAB-NOMBRE          PIC X(20).
           03  LAB-TIPO            PIC X(01).
           03  LAB-SOLICITANTE     PIC X(30).
           03  LAB-DESTINATARIO    PIC X(30).
           03  LAB-OPERADOR        PIC X(08).
           03  LAB-FEC-INGRESO     PIC 9(08).
           03  LAB-PUESTO          PIC X(20).
           03  LAB-PERIODO         PIC 9(06).
           03  LAB-BRUTO           PIC 9(08)V99.
           03  LAB-NETO            PIC S9(08)V99.

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA FIRMA DE ENTRADA
      *****VALIDA CONTRA EL Y LA CLAVE FIRMADA QUEDA EN LA BITACORA
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  DAT-KEY-EXISTE      PIC 9.
       77  PUE-KEY-EXISTE      PIC 9.
       77  LAB-KEY-EXISTE      PIC 9.
       77  EXISTE-EMPRESACT    PIC 9.
       77  PERIODOS-EOF        PIC 9.
       77  RECIBARCH-EOF       PIC 9.
       77  NOMINA-BUSCADA      PIC 9(06).
       77  FOLIO-BUSCADO       PIC 9(06).
       77  TIPO-CONSTANCIA     PIC X(01).
       77  SOLICITANTE         PIC X(30).
       77  DESTINATARIO        PIC X(30).
       77  PUESTO-CONSTANCIA   PIC X(20).
       77  FOLIO-EXPEDIDO      PIC 9(06).
       77  CONT-EXPEDIDAS      PIC 9(04) VALUE 0.
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       01  FECHA-CARTA.
           03  FECHA-CARTA-AAAA    PIC 9(04).
           03  FECHA-CARTA-MM      PIC 9(02).
           03  FECHA-CARTA-DD      PIC 9(02).
       01  FECHA-CARTA-N REDEFINES FECHA-CARTA PIC 9(08).
       01  FECHA-EDITADA.
           03  FECHA-ED-DD         PIC 9(02).
           03  FILLER              PIC X(01) VALUE "/".
           03  FECHA-ED-MM         PIC 9(02).
           03  FILLER              PIC X(01) VALUE "/".
           03  FECHA-ED-AAAA       PIC 9(04).
       77  FECHA-INGRESO-ED    PIC X(10).
       77  FECHA-EXPEDICION-ED PIC X(10).

      *****SUELDO DEL ULTIMO PERIODO CERRADO CON RECIBO ARCHIVADO: LAS
      *****PERCEPCIONES SON LOS CONCEPTOS DEL XML CON PARTE EXENTA Y
      *****GRAVADA; EL NETO ES EL TOTAL DEL RECIBO. EL MES SE FORMA CON
      *****LOS PERIODOS QUE TERMINAN EN EL MISMO MES (COMO 359 DE
      *****6EMPNOMV3)
       77  PERIODO-RECIBO      PIC 9(06).
       77  FIN-PERIODO-RECIBO  PIC 9(08).
       77  MES-RECIBO          PIC 9(06).
       77  PERIODOS-DEL-MES    PIC 9(02).
       77  BRUTO-PERIODO       PIC 9(08)V99.
       77  NETO-PERIODO        PIC S9(08)V99.
       77  BRUTO-MENSUAL       PIC 9(08)V99.
       77  NETO-MENSUAL        PIC S9(08)V99.
       77  CONT-ETIQUETA       PIC 9(03).
       77  CONT-EXENTO         PIC 9(03).
       77  XML-ANTES           PIC X(132).
       77  XML-DESPUES         PIC X(132).
       77  XML-IMPORTE-ED      PIC 9(08).99.
       77  XML-NETO-ED         PIC -(08)9.99.
       77  IMPORTE-XML         PIC 9(08)V99.
       77  BRUTO-ED            PIC $$$,$$$,$$9.99.
       77  NETO-ED             PIC $$$,$$$,$$9.99-.

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08).
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

       01  CARTA-LINEA-EMPRESA.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  CRT-RAZON           PIC X(30).
           05  FILLER              PIC X(07) VALUE "  RFC: ".
           05  CRT-RFC-EMPRESA     PIC X(13).
       01  CARTA-LINEA-1.
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(20) VALUE
               "CONSTANCIA LABORAL".
       01  CARTA-LINEA-FOLIO.
           05  FILLER              PIC X(07) VALUE "FOLIO: ".
           05  CRT-FOLIO           PIC 9(06).
           05  FILLER              PIC X(30) VALUE SPACES.
           05  FILLER              PIC X(07) VALUE "FECHA: ".
           05  CRT-FECHA           PIC X(10).
       01  CARTA-LINEA-TEXTO.
           05  CRT-TEXTO           PIC X(100).
       01  CARTA-LINEA-PIE.
           05  FILLER              PIC X(10) VALUE "EXPIDIO: ".
           05  CRT-OPERADOR        PIC X(08).
           05  FILLER              PIC X(17) VALUE
               "   SOLICITO: ".
           05  CRT-SOLICITANTE     PIC X(30).

       PROCEDURE DIVISION.
      *****CONSTANCIAS LABORALES: ARMA LA CARTA DESDE EL MAESTRO, LOS
      *****DATOS PERSONALES Y EL ULTIMO RECIBO ARCHIVADO, LE DA FOLIO
      *****DEL FOLIADOR CONTROLADO Y DEJA EN LABLOG QUIEN LA PIDIO,
      *****QUIEN LA EXPIDIO Y LAS CIFRAS QUE DIJO
       MAIN-PROCEDURE.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           PERFORM LEER-EMPRESACT.
           OPEN INPUT EMPINX.
           OPEN INPUT EMPDATOS.
           OPEN INPUT PUESTOS.
           OPEN INPUT PERIODOS.
           OPEN INPUT RECIBARCH.
           OPEN I-O LABLOG.
           OPEN OUTPUT REPORTE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           DISPLAY "CONSTANCIAS EXPEDIDAS: " CONT-EXPEDIDAS.
           CLOSE EMPINX.
           CLOSE EMPDATOS.
           CLOSE PUESTOS.
           CLOSE PERIODOS.
           CLOSE RECIBARCH.
           CLOSE LABLOG.
           CLOSE USUARIOS.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                          FIRMA (SIGN-ON)
      *******************************************************************
       FIRMAR-OPERADOR.
           PERFORM REVISAR-USUARIOS-VACIO.
           IF USUARIOS-VACIO = 1
               DISPLAY "SIN MAESTRO DE USUARIOS - ACCESO LIBRE"
               MOVE "SISTEMA" TO OPERADOR-FIRMADO
               MOVE 2 TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               MOVE 0 TO FIRMA-OK
               MOVE 0 TO INTENTOS-FIRMA
               PERFORM VALIDAR-FIRMA
                   UNTIL FIRMA-OK = 1 OR INTENTOS-FIRMA >= 3
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

       VALIDAR-FIRMA.
           ADD 1 TO INTENTOS-FIRMA.
           DISPLAY "CLAVE DE OPERADOR".
           ACCEPT CLAVE-FIRMA.
           DISPLAY "PASSWORD".
           ACCEPT PASSWORD-FIRMA.
           MOVE CLAVE-FIRMA TO USU-CLAVE.
           MOVE 1 TO FIRMA-EXISTE.
           READ USUARIOS INVALID KEY MOVE 0 TO FIRMA-EXISTE.
           IF FIRMA-EXISTE = 1 AND USU-PASSWORD = PASSWORD-FIRMA
               MOVE USU-CLAVE TO OPERADOR-FIRMADO
               MOVE USU-NIVEL TO NIVEL-FIRMADO
               MOVE 1 TO FIRMA-OK
           ELSE
               DISPLAY "CLAVE O PASSWORD INCORRECTOS"
           END-IF.

      *****RAZON SOCIAL DEL DIRECTORIO DE DATOS; SIN ARCHIVO LA CARTA
      *****SALE SIN ENCABEZADO DE EMPRESA
       LEER-EMPRESACT.
           MOVE 0 TO EXISTE-EMPRESACT.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO EXISTE-EMPRESACT
           END-READ.
           CLOSE EMPRESACT.

      *******************************************************************
      *                      FOLIADOR CONTROLADO
      *******************************************************************
      *****CADA FOLIO SE GRABA EN CUANTO SE USA, PARA QUE UNA SESION
      *****QUE MUERA A MEDIAS NO DEJE FOLIOS REPETIDOS EN LABLOG
       SIGUIENTE-FOLIO.
           MOVE 0 TO CTL-ULTIMO-FOLIO.
           OPEN INPUT LABCTL.
           READ LABCTL
               AT END
                   CONTINUE
           END-READ.
           CLOSE LABCTL.
           ADD 1 TO CTL-ULTIMO-FOLIO.
           MOVE CTL-ULTIMO-FOLIO TO FOLIO-EXPEDIDO.
           OPEN OUTPUT LABCTL.
           WRITE LABCTL-REG.
           CLOSE LABCTL.

      *******************************************************************
      *                     EXPEDIR UNA CONSTANCIA
      *******************************************************************
       EXPEDIR-CONSTANCIA.
           DISPLAY "NOMINA DEL EMPLEADO".
           ACCEPT NOMINA-BUSCADA.
           MOVE NOMINA-BUSCADA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               DISPLAY "LA NOMINA NO ESTA EN EL MAESTRO (UNA BAJA NO"
                   " RECIBE CONSTANCIA LABORAL)"
           ELSE
               DISPLAY "EMPLEADO: " EMPINX-NOMBRE " INGRESO "
                   EMPINX-FEC-INGRESO
               PERFORM CAPTURA-CONSTANCIA
               PERFORM BUSCAR-PUESTO
               MOVE 0 TO PERIODO-RECIBO
               MOVE 0 TO BRUTO-MENSUAL
               MOVE 0 TO NETO-MENSUAL
               IF TIPO-CONSTANCIA = "C"
                   PERFORM CALCULAR-SUELDO-MENSUAL
               END-IF
               IF TIPO-CONSTANCIA = "C" AND PERIODO-RECIBO = 0
                   DISPLAY "LA NOMINA NO TIENE RECIBO ARCHIVADO DE UN"
                       " PERIODO CERRADO; SOLO PUEDE EXPEDIRSE SIN"
                       " SUELDO"
               ELSE
                   PERFORM EMITIR-CONSTANCIA
               END-IF
           END-IF.

       CAPTURA-CONSTANCIA.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "TIPO (C = CON SUELDO, S = SIN SUELDO)"
               ACCEPT TIPO-CONSTANCIA
               IF TIPO-CONSTANCIA = "C" OR TIPO-CONSTANCIA = "S"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "TIPO INVALIDO"
               END-IF
           END-PERFORM.
           MOVE SPACES TO SOLICITANTE.
           PERFORM WITH TEST AFTER UNTIL SOLICITANTE NOT = SPACES
               DISPLAY "QUIEN LA SOLICITA (EMPLEADO, BANCO, ETC.)"
               ACCEPT SOLICITANTE
           END-PERFORM.
           DISPLAY "DIRIGIDA A (VACIO = A QUIEN CORRESPONDA)".
           MOVE SPACES TO DESTINATARIO.
           ACCEPT DESTINATARIO.
           IF DESTINATARIO = SPACES
               MOVE "A QUIEN CORRESPONDA" TO DESTINATARIO.

      *****EL PUESTO DEL CATALOGO SI DAT-PUESTO TRAE SU CLAVE; SI NO,
      *****EL TEXTO CAPTURADO EN LOS DATOS PERSONALES
       BUSCAR-PUESTO.
           MOVE SPACES TO PUESTO-CONSTANCIA.
           MOVE NOMINA-BUSCADA TO DAT-NOMINA.
           MOVE 1 TO DAT-KEY-EXISTE.
           READ EMPDATOS INVALID KEY MOVE 0 TO DAT-KEY-EXISTE.
           IF DAT-KEY-EXISTE = 1 AND DAT-PUESTO NOT = SPACES
               MOVE DAT-PUESTO TO PUESTO-CONSTANCIA
               MOVE DAT-PUESTO(1:4) TO PUE-CLAVE
               MOVE 1 TO PUE-KEY-EXISTE
               READ PUESTOS INVALID KEY MOVE 0 TO PUE-KEY-EXISTE
               END-READ
               IF PUE-KEY-EXISTE = 1
                   MOVE PUE-DESCRIPCION TO PUESTO-CONSTANCIA
               END-IF
           END-IF.
           IF PUESTO-CONSTANCIA = SPACES
               MOVE "(SIN PUESTO CAPTURADO)" TO PUESTO-CONSTANCIA.

      *******************************************************************
      *                  SUELDO DEL ULTIMO RECIBO
      *******************************************************************
       CALCULAR-SUELDO-MENSUAL.
           PERFORM BUSCAR-ULTIMO-RECIBO.
           IF PERIODO-RECIBO > 0
               PERFORM SUMAR-RECIBO
               PERFORM CONTAR-PERIODOS-MES
               COMPUTE BRUTO-MENSUAL = BRUTO-PERIODO * PERIODOS-DEL-MES
               COMPUTE NETO-MENSUAL = NETO-PERIODO * PERIODOS-DEL-MES
               DISPLAY "ULTIMO RECIBO: PERIODO " PERIODO-RECIBO
                   " (" PERIODOS-DEL-MES " PERIODO(S) EN EL MES)"
           END-IF.

      *****EL PERIODO CERRADO MAS RECIENTE QUE TENGA XML ARCHIVADO DE
      *****LA NOMINA
       BUSCAR-ULTIMO-RECIBO.
           MOVE 0 TO PERIODO-RECIBO.
           MOVE 0 TO PERIODOS-EOF.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF
           END-START.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-ESTADO = "CERRADO"
                           PERFORM REVISAR-RECIBO-PERIODO
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-RECIBO-PERIODO.
           MOVE PER-PERIODO    TO RA-PERIODO.
           MOVE NOMINA-BUSCADA TO RA-NOMINA.
           MOVE "X"            TO RA-TIPO.
           MOVE 0              TO RA-LINEA.
           START RECIBARCH KEY IS NOT LESS THAN RA-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RECIBARCH NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RA-PERIODO = PER-PERIODO
                               AND RA-NOMINA = NOMINA-BUSCADA
                               AND RA-TIPO = "X"
                               MOVE PER-PERIODO TO PERIODO-RECIBO
                               MOVE PER-FEC-FIN TO FIN-PERIODO-RECIBO
                           END-IF
                   END-READ
           END-START.

       SUMAR-RECIBO.
           MOVE 0 TO BRUTO-PERIODO.
           MOVE 0 TO NETO-PERIODO.
           MOVE 0 TO RECIBARCH-EOF.
           MOVE PERIODO-RECIBO TO RA-PERIODO.
           MOVE NOMINA-BUSCADA TO RA-NOMINA.
           MOVE "X"            TO RA-TIPO.
           MOVE 0              TO RA-LINEA.
           START RECIBARCH KEY IS NOT LESS THAN RA-LLAVE
               INVALID KEY MOVE 1 TO RECIBARCH-EOF
           END-START.
           PERFORM UNTIL RECIBARCH-EOF = 1
               READ RECIBARCH NEXT RECORD
                   AT END
                       MOVE 1 TO RECIBARCH-EOF
                   NOT AT END
                       IF RA-PERIODO NOT = PERIODO-RECIBO
                           OR RA-NOMINA NOT = NOMINA-BUSCADA
                           OR RA-TIPO NOT = "X"
                           MOVE 1 TO RECIBARCH-EOF
                       ELSE
                           PERFORM ANALIZAR-LINEA-XML
                       END-IF
               END-READ
           END-PERFORM.

      *****SOLO LOS NODOS DE PERCEPCION LLEVAN EXENTO Y GRAVADO; EL
      *****NODO TOTAL TRAE EL NETO DEL RECIBO (VER 321/322 DE 6EMPNOMV3)
       ANALIZAR-LINEA-XML.
           MOVE 0 TO CONT-ETIQUETA.
           INSPECT RA-TEXTO TALLYING CONT-ETIQUETA FOR ALL "<concepto ".
           IF CONT-ETIQUETA > 0
               MOVE 0 TO CONT-EXENTO
               INSPECT RA-TEXTO TALLYING CONT-EXENTO FOR ALL "exento="
               IF CONT-EXENTO > 0
                   MOVE SPACES TO XML-DESPUES
                   UNSTRING RA-TEXTO DELIMITED BY "importe="
                       INTO XML-ANTES XML-DESPUES
                   MOVE XML-DESPUES(2:11) TO XML-IMPORTE-ED
                   MOVE XML-IMPORTE-ED TO IMPORTE-XML
                   ADD IMPORTE-XML TO BRUTO-PERIODO
               END-IF
           ELSE
               MOVE 0 TO CONT-ETIQUETA
               INSPECT RA-TEXTO TALLYING CONT-ETIQUETA
                   FOR ALL "<total neto="
               IF CONT-ETIQUETA > 0
                   MOVE SPACES TO XML-DESPUES
                   UNSTRING RA-TEXTO DELIMITED BY "neto="
                       INTO XML-ANTES XML-DESPUES
                   MOVE XML-DESPUES(2:12) TO XML-NETO-ED
                   MOVE XML-NETO-ED TO NETO-PERIODO
               END-IF
           END-IF.

       CONTAR-PERIODOS-MES.
           MOVE 0 TO PERIODOS-DEL-MES.
           MOVE FIN-PERIODO-RECIBO(1:6) TO MES-RECIBO.
           MOVE 0 TO PERIODOS-EOF.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-EOF
           END-START.
           PERFORM UNTIL PERIODOS-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-EOF
                   NOT AT END
                       IF PER-FEC-FIN(1:6) = MES-RECIBO
                           ADD 1 TO PERIODOS-DEL-MES
                       END-IF
               END-READ
           END-PERFORM.
           IF PERIODOS-DEL-MES = 0
               MOVE 1 TO PERIODOS-DEL-MES.

      *******************************************************************
      *                  FOLIO, BITACORA E IMPRESION
      *******************************************************************
       EMITIR-CONSTANCIA.
           PERFORM SIGUIENTE-FOLIO.
           ACCEPT FECHA-HOY FROM DATE.
           MOVE FOLIO-EXPEDIDO    TO LAB-FOLIO.
           COMPUTE LAB-FECHA = 20000000
               + FECHA-HOY-AA * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE NOMINA-BUSCADA     TO LAB-NOMINA.
           MOVE EMPINX-NOMBRE      TO LAB-NOMBRE.
           MOVE TIPO-CONSTANCIA    TO LAB-TIPO.
           MOVE SOLICITANTE        TO LAB-SOLICITANTE.
           MOVE DESTINATARIO       TO LAB-DESTINATARIO.
           MOVE OPERADOR-FIRMADO   TO LAB-OPERADOR.
           MOVE EMPINX-FEC-INGRESO TO LAB-FEC-INGRESO.
           MOVE PUESTO-CONSTANCIA  TO LAB-PUESTO.
           MOVE PERIODO-RECIBO     TO LAB-PERIODO.
           MOVE BRUTO-MENSUAL      TO LAB-BRUTO.
           MOVE NETO-MENSUAL       TO LAB-NETO.
           WRITE LABLOG-REG
               INVALID KEY
                   DISPLAY "FOLIO " FOLIO-EXPEDIDO " YA EXISTE EN"
                       " LABLOG - REVISAR EL FOLIADOR LABCTL"
           END-WRITE.
           PERFORM IMPRIMIR-CONSTANCIA.
           ADD 1 TO CONT-EXPEDIDAS.
           DISPLAY "CONSTANCIA EXPEDIDA CON FOLIO " FOLIO-EXPEDIDO.

       IMPRIMIR-CONSTANCIA.
           MOVE LAB-FEC-INGRESO TO FECHA-CARTA-N.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-EDITADA TO FECHA-INGRESO-ED.
           MOVE LAB-FECHA TO FECHA-CARTA-N.
           PERFORM EDITAR-FECHA.
           MOVE FECHA-EDITADA TO FECHA-EXPEDICION-ED.
           IF EXISTE-EMPRESACT = 1
               MOVE EA-RAZON TO CRT-RAZON
               MOVE EA-RFC   TO CRT-RFC-EMPRESA
               WRITE REPORTE-REG FROM CARTA-LINEA-EMPRESA BEFORE PAGE
               WRITE REPORTE-REG FROM CARTA-LINEA-1 BEFORE 2 LINES
           ELSE
               WRITE REPORTE-REG FROM CARTA-LINEA-1 BEFORE PAGE
           END-IF.
           MOVE LAB-FOLIO           TO CRT-FOLIO.
           MOVE FECHA-EXPEDICION-ED TO CRT-FECHA.
           WRITE REPORTE-REG FROM CARTA-LINEA-FOLIO BEFORE 2 LINES.
           MOVE SPACES TO CRT-TEXTO.
           STRING LAB-DESTINATARIO DELIMITED BY "  "
               ":" DELIMITED BY SIZE INTO CRT-TEXTO.
           WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 3 LINES.
           MOVE SPACES TO CRT-TEXTO.
           STRING "POR MEDIO DE LA PRESENTE SE HACE CONSTAR QUE "
               DELIMITED BY SIZE
               LAB-NOMBRE DELIMITED BY "  "
               ", CON RFC " DELIMITED BY SIZE
               EMPINX-RFC DELIMITED BY SIZE
               INTO CRT-TEXTO.
           WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 1 LINES.
           MOVE SPACES TO CRT-TEXTO.
           STRING "Y NUMERO DE NOMINA " DELIMITED BY SIZE
               LAB-NOMINA DELIMITED BY SIZE
               ", PRESTA SUS SERVICIOS EN ESTA EMPRESA DESDE EL "
               DELIMITED BY SIZE
               FECHA-INGRESO-ED DELIMITED BY SIZE
               INTO CRT-TEXTO.
           WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 1 LINES.
           MOVE SPACES TO CRT-TEXTO.
           STRING "DESEMPENANDO EL PUESTO DE " DELIMITED BY SIZE
               LAB-PUESTO DELIMITED BY "  "
               " EN EL DEPARTAMENTO " DELIMITED BY SIZE
               EMPINX-DPTO DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO CRT-TEXTO.
           WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 1 LINES.
           IF LAB-TIPO = "C"
               MOVE LAB-BRUTO TO BRUTO-ED
               MOVE LAB-NETO  TO NETO-ED
               MOVE SPACES TO CRT-TEXTO
               STRING "PERCIBE UN INGRESO MENSUAL BRUTO DE "
                   DELIMITED BY SIZE
                   BRUTO-ED DELIMITED BY SIZE
                   " Y NETO DE " DELIMITED BY SIZE
                   NETO-ED DELIMITED BY SIZE
                   INTO CRT-TEXTO
               WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 1 LINES
               MOVE SPACES TO CRT-TEXTO
               STRING "(SEGUN LA NOMINA DEL PERIODO " DELIMITED BY SIZE
                   LAB-PERIODO DELIMITED BY SIZE
                   ")." DELIMITED BY SIZE
                   INTO CRT-TEXTO
               WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 1 LINES
           END-IF.
           MOVE "SE EXTIENDE LA PRESENTE PARA LOS FINES QUE AL"
               TO CRT-TEXTO.
           WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 2 LINES.
           MOVE "INTERESADO CONVENGAN." TO CRT-TEXTO.
           WRITE REPORTE-REG FROM CARTA-LINEA-TEXTO BEFORE 1 LINES.
           MOVE LAB-OPERADOR    TO CRT-OPERADOR.
           MOVE LAB-SOLICITANTE TO CRT-SOLICITANTE.
           WRITE REPORTE-REG FROM CARTA-LINEA-PIE BEFORE 4 LINES.

       EDITAR-FECHA.
           MOVE FECHA-CARTA-DD   TO FECHA-ED-DD.
           MOVE FECHA-CARTA-MM   TO FECHA-ED-MM.
           MOVE FECHA-CARTA-AAAA TO FECHA-ED-AAAA.

      *******************************************************************
      *                VERIFICACION DE UN FOLIO EXPEDIDO
      *******************************************************************
       CONSULTAR-FOLIO.
           DISPLAY "FOLIO DE LA CONSTANCIA".
           ACCEPT FOLIO-BUSCADO.
           MOVE FOLIO-BUSCADO TO LAB-FOLIO.
           MOVE 1 TO LAB-KEY-EXISTE.
           READ LABLOG INVALID KEY MOVE 0 TO LAB-KEY-EXISTE.
           IF LAB-KEY-EXISTE = 0
               DISPLAY "FOLIO NO EXPEDIDO - LA CONSTANCIA NO ES NUESTRA"
           ELSE
               DISPLAY "FOLIO " LAB-FOLIO " DEL " LAB-FECHA
                   " EXPIDIO " LAB-OPERADOR
               DISPLAY "NOMINA " LAB-NOMINA " " LAB-NOMBRE
                   " INGRESO " LAB-FEC-INGRESO
               DISPLAY "PUESTO " LAB-PUESTO
               DISPLAY "SOLICITO " LAB-SOLICITANTE
               DISPLAY "DIRIGIDA A " LAB-DESTINATARIO
               IF LAB-TIPO = "C"
                   MOVE LAB-BRUTO TO BRUTO-ED
                   MOVE LAB-NETO  TO NETO-ED
                   DISPLAY "BRUTO MENSUAL " BRUTO-ED " NETO MENSUAL "
                       NETO-ED " (PERIODO " LAB-PERIODO ")"
               ELSE
                   DISPLAY "CONSTANCIA SIN SUELDO"
               END-IF
           END-IF.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " CONSTANCIAS LABORALES".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. EXPEDIR CONSTANCIA.".
           DISPLAY "2. VERIFICAR FOLIO.".
           DISPLAY "3. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM EXPEDIR-CONSTANCIA
           ELSE IF OPCION-MENU = 2
               PERFORM CONSULTAR-FOLIO
           ELSE IF OPCION-MENU = 3
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 3CONLAB.
