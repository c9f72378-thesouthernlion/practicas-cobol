      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 3FACCOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CARTERA ASSIGN TO "CARTERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-LLAVE.

           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.

           SELECT OPTIONAL PAGADORES ASSIGN TO "PAGADORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAG-MATRICULA.

           SELECT OPTIONAL FACTCOL ASSIGN TO "FACTCOL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FAC-FOLIO
           ALTERNATE RECORD KEY IS FAC-CARGO WITH DUPLICATES.

           SELECT OPTIONAL FACCTL ASSIGN TO "FACCTL".

           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".

           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.

           SELECT FACTXML ASSIGN TO DISK.
           SELECT FACSORT ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE LA CARTERA DE 3COLPRO; LO PAGADO HASTA EL
      *****NETO ES LA COLEGIATURA YA CON BECA Y DESCUENTO FAMILIAR. SOLO
      *****SE FACTURA EL RENGLON DE COLEGIATURA (SERVICIO EN ESPACIOS):
      *****TRANSPORTE, COMEDOR Y TALLERES NO SON DEDUCIBLES
       FD  CARTERA.
       01  CARTERA-REG.
           03  CAR-LLAVE.
               05  CAR-MATRICULA   PIC 9(08).
               05  CAR-MES         PIC 9(06).
               05  CAR-SERVICIO    PIC X(04).
           03  CAR-GRUPO           PIC X(03).
           03  CAR-CARGO           PIC 9(05)V99.
           03  CAR-BECA            PIC 9(05)V99.
           03  CAR-BENEF           PIC 9(05)V99.
           03  CAR-NETO            PIC 9(05)V99.
           03  CAR-PAGADO          PIC 9(05)V99.
           03  CAR-ESTADO          PIC X(10).
           03  CAR-REFERENCIA      PIC 9(16).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****DATOS FISCALES DEL PAGADOR POR MATRICULA (VER 4TUTABC)
       FD  PAGADORES.
       01  PAGADORES-REG.
           03  PAG-MATRICULA       PIC 9(08).
           03  PAG-NOMBRE          PIC X(30).
           03  PAG-RFC             PIC X(13).
           03  PAG-REGIMEN         PIC X(03).
           03  PAG-CP              PIC X(05).
           03  PAG-CURP-ALUMNO     PIC X(18).
           03  PAG-NIVEL           PIC 9(01).

      *****REGISTRO DE FACTURAS DE COLEGIATURA: UNA POR PAGO APLICADO
      *****AL CARGO (MATRICULA + MES); LA CANCELADA YA NO CUENTA COMO
      *****FACTURADO Y LA SUSTITUCION LIGA LOS DOS FOLIOS
       FD  FACTCOL.
       01  FACTCOL-REG.
           03  FAC-FOLIO           PIC 9(06).
           03  FAC-CARGO.
               05  FAC-MATRICULA   PIC 9(08).
               05  FAC-MES         PIC 9(06).
           03  FAC-FECHA           PIC 9(08).
           03  FAC-IMPORTE         PIC 9(05)V99.
           03  FAC-RFC             PIC X(13).
           03  FAC-NOMBRE          PIC X(30).
           03  FAC-ESTADO          PIC X(10).
           03  FAC-OPERADOR        PIC X(08).
           03  FAC-SUSTITUYE       PIC 9(06).
           03  FAC-SUSTITUIDA-POR  PIC 9(06).
           03  FAC-MOTIVO-CANC     PIC X(02).
           03  FAC-FEC-CANCELA     PIC 9(08).
           03  FAC-OPER-CANCELA    PIC X(08).

      *****FOLIADOR DE FACTURAS: UN SOLO RENGLON CON EL ULTIMO FOLIO,
      *****MISMO ESQUEMA QUE CERTCTL; LA SECUENCIA NO SE REUTILIZA
       FD  FACCTL.
       01  FACCTL-REG.
           03  FCT-ULTIMO-FOLIO    PIC 9(06).

      *****EMPRESA ACTIVA DEL DIRECTORIO (MISMO QUE 6EMPNOMV3): SU RFC
      *****Y RAZON SOCIAL SON EL EMISOR DE LAS FACTURAS
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC): RVOE ES EL NUMERO
      *****DE RECONOCIMIENTO DE VALIDEZ OFICIAL QUE PIDE LA FACTURA
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

      *****FACTURAS EN FORMATO XML TIPO CFDI CON EL COMPLEMENTO DE
      *****INSTITUCIONES EDUCATIVAS, MAS LAS SOLICITUDES DE
      *****CANCELACION, PARA ENTREGARSE AL PROVEEDOR DE TIMBRADO
       FD  FACTXML.
       01  FACTXML-REG             PIC X(132).

       SD  FACSORT.
       01  FACSORT-REG.
           03  FSS-RFC             PIC X(13).
           03  FSS-MATRICULA       PIC 9(08).
           03  FSS-PAGADOR         PIC X(30).
           03  FSS-ALUMNO          PIC X(30).
           03  FSS-CURP            PIC X(18).
           03  FSS-PAGADO          PIC 9(07)V99.
           03  FSS-FACTURADO       PIC 9(07)V99.

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  CARTERA-EOF         PIC 9.
       77  FACTCOL-EOF         PIC 9.
       77  PAGADORES-EOF       PIC 9.
       77  FACSORT-EOF         PIC 9.
       77  FAC-KEY-EXISTE      PIC 9.
       77  PAG-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  EXISTE-EMPRESACT    PIC 9.
       77  EXISTE-FACCTL       PIC 9.
       77  MES-FACTURA         PIC 9(06).
       77  EJERCICIO           PIC 9(04).
       77  MES-DESDE           PIC 9(06).
       77  MES-HASTA           PIC 9(06).
       77  FACTURABLE-CARGO    PIC 9(05)V99.
       77  FACTURADO-CARGO     PIC 9(05)V99.
       77  FACTURA-MATRICULA   PIC 9(08).
       77  FACTURA-MES         PIC 9(06).
       77  FACTURA-IMPORTE     PIC 9(05)V99.
       77  FOLIO-RELACIONADO   PIC 9(06).
       77  FOLIO-ANTERIOR      PIC 9(06).
       77  MOTIVO-CANCELACION  PIC X(02).
       77  PAGADO-EJERCICIO    PIC 9(07)V99.
       77  FACTURADO-EJERCICIO PIC 9(07)V99.
       77  RFC-ANTERIOR        PIC X(13).
       77  PRIMER-CORTE        PIC 9.
       77  PAGADO-PAGADOR      PIC 9(08)V99.
       77  FACTURADO-PAGADOR   PIC 9(08)V99.
       77  CONT-FACTURAS       PIC 9(05) VALUE 0.
       77  CONT-SIN-DATOS      PIC 9(05) VALUE 0.
       77  CONT-CANCELADAS     PIC 9(05) VALUE 0.
       77  CONT-PAGADORES      PIC 9(05) VALUE 0.
       77  TOTAL-FACTURADO     PIC 9(09)V99 VALUE 0.
       77  EMISOR-RFC          PIC X(13) VALUE SPACES.
       77  EMISOR-RAZON        PIC X(30) VALUE SPACES.
       77  RVOE-NUMERO         PIC 9(09) VALUE 0.
       77  I-NIV               PIC 9.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  PARM-VALOR-VIGENTE  PIC 9(09)V9999.
       77  PARM-VIG-ELEGIDA    PIC 9(08).
       77  PARM-HALLADO        PIC 9.
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

      *****CAMPOS DE TRABAJO PARA ARMAR CADA LINEA DEL XML CON STRING,
      *****IGUAL QUE EL RECIBO XML DE 6EMPNOMV3
       77  XML-LINEA           PIC X(132).
       77  XML-IMPORTE-ED      PIC 9(05).99.
       77  CLAVE-SAT-COLEGIATURA PIC X(08) VALUE "86121700".
       01  FECHA-FACTURA-R.
           03  FFR-ANIO            PIC 9(04).
           03  FFR-MES             PIC 9(02).
           03  FFR-DIA             PIC 9(02).
       01  FECHA-XML.
           03  FX-ANIO             PIC 9(04).
           03  FILLER              PIC X(01) VALUE "-".
           03  FX-MES              PIC 9(02).
           03  FILLER              PIC X(01) VALUE "-".
           03  FX-DIA              PIC 9(02).

      *****NIVEL EDUCATIVO CON EL TEXTO QUE PIDE EL COMPLEMENTO
       01  TABLA-NIVELES.
           03  FILLER              PIC X(30) VALUE "Preescolar".
           03  FILLER              PIC X(30) VALUE "Primaria".
           03  FILLER              PIC X(30) VALUE "Secundaria".
           03  FILLER              PIC X(30) VALUE
               "Profesional tecnico".
           03  FILLER              PIC X(30) VALUE
               "Bachillerato o su equivalente".
       01  NIVELES-R REDEFINES TABLA-NIVELES.
           03  NIVEL-TEXTO         PIC X(30) OCCURS 5 TIMES.

       01  TITULO-FAC-1.
           05  FILLER              PIC X(40) VALUE
               "FACTURACION DE COLEGIATURAS".
           05  FILLER              PIC X(05) VALUE "MES: ".
           05  TFAC-MES            PIC X(06).
           05  FILLER              PIC X(09) VALUE "  FECHA: ".
           05  TFAC-FECHA          PIC 9(08).
       01  TITULO-FAC-2.
           05  FILLER              PIC X(44) VALUE
               " FOLIO MATRICULA    MES RFC           NOMBRE".
           05  FILLER              PIC X(44) VALUE
               "                            IMPORTE OBSERVAC".
       01  DETALLE-FAC.
           05  DETFAC-FOLIO        PIC Z(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFAC-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFAC-MES          PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFAC-RFC          PIC X(13).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFAC-NOMBRE       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFAC-IMPORTE      PIC $$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETFAC-OBSERVACION  PIC X(22).
       01  RESUMEN-FAC.
           05  FILLER              PIC X(10) VALUE "FACTURAS: ".
           05  RESFAC-FACTURAS     PIC ZZZZ9.
           05  FILLER              PIC X(13) VALUE "  FACTURADO: ".
           05  RESFAC-FACTURADO    PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(22) VALUE
               "  SIN DATOS FISCALES: ".
           05  RESFAC-SIN-DATOS    PIC ZZZZ9.

       01  TITULO-CON-1.
           05  FILLER              PIC X(44) VALUE
               "CONSTANCIA ANUAL DE COLEGIATURAS PAGADAS Y F".
           05  FILLER              PIC X(19) VALUE
               "ACTURADAS  EJERC.: ".
           05  TCON-EJERCICIO      PIC 9(04).
       01  TITULO-CON-2.
           05  FILLER              PIC X(09) VALUE "PAGADOR: ".
           05  TCON-PAGADOR        PIC X(30).
           05  FILLER              PIC X(07) VALUE "  RFC: ".
           05  TCON-RFC            PIC X(13).
       01  TITULO-CON-3.
           05  FILLER              PIC X(44) VALUE
               "MATRICULA ALUMNO                         CUR".
           05  FILLER              PIC X(44) VALUE
               "P                      PAGADO     FACTURADO".
       01  DETALLE-CON.
           05  DETCON-MATRICULA    PIC 9(08).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCON-ALUMNO       PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETCON-CURP         PIC X(18).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETCON-PAGADO       PIC $$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCON-FACTURADO    PIC $$$,$$9.99.
       01  TOTAL-CON.
           05  FILLER              PIC X(42) VALUE
               "TOTAL DEL EJERCICIO".
           05  FILLER              PIC X(17) VALUE SPACES.
           05  TOTCON-PAGADO       PIC $$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TOTCON-FACTURADO    PIC $$$$,$$9.99.

       PROCEDURE DIVISION.
      *****FACTURAS DEDUCIBLES DE COLEGIATURA: CADA PAGO APLICADO A UN
      *****CARGO DE LA CARTERA (CAJA, BANCO O NOMINA) SALE FACTURADO POR
      *****LA PARTE DE COLEGIATURA (HASTA EL NETO, YA SIN BECA NI
      *****DESCUENTO FAMILIAR) A NOMBRE DEL PAGADOR, CON LA CURP Y EL
      *****NIVEL DEL ALUMNO; FOLIO CONTROLADO, CANCELACION Y
      *****SUSTITUCION CON FIRMA DE SUPERVISOR, Y EN ENERO LA
      *****CONSTANCIA ANUAL DE LO PAGADO Y FACTURADO POR PAGADOR
       MAIN-PROCEDURE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           PERFORM LEER-EMPRESA-ACTIVA.
           OPEN INPUT PARAMET.
           MOVE "RVOE" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO RVOE-NUMERO.
           CLOSE PARAMET.
           OPEN INPUT CARTERA.
           OPEN INPUT ALUINX.
           OPEN INPUT PAGADORES.
           OPEN I-O FACTCOL.
           OPEN OUTPUT FACTXML.
           OPEN OUTPUT REPORTE.
           PERFORM LEER-FACCTL.
           MOVE 0 TO BANDERA-SALIR-MENU.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           PERFORM GRABAR-FACCTL.
           DISPLAY "FACTURAS EMITIDAS  : " CONT-FACTURAS.
           DISPLAY "FACTURAS CANCELADAS: " CONT-CANCELADAS.
           CLOSE CARTERA.
           CLOSE ALUINX.
           CLOSE PAGADORES.
           CLOSE FACTCOL.
           CLOSE FACTXML.
           CLOSE REPORTE.
           CLOSE USUARIOS.
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

      *******************************************************************
      *                    EMISOR, PARAMETROS Y FOLIO
      *******************************************************************
       LEER-EMPRESA-ACTIVA.
           MOVE 0 TO EXISTE-EMPRESACT.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO EXISTE-EMPRESACT
                   MOVE EA-RFC   TO EMISOR-RFC
                   MOVE EA-RAZON TO EMISOR-RAZON
           END-READ.
           CLOSE EMPRESACT.

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

       LEER-FACCTL.
           MOVE 0 TO FCT-ULTIMO-FOLIO.
           MOVE 0 TO EXISTE-FACCTL.
           OPEN INPUT FACCTL.
           READ FACCTL
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 1 TO EXISTE-FACCTL
           END-READ.
           CLOSE FACCTL.

       GRABAR-FACCTL.
           OPEN OUTPUT FACCTL.
           WRITE FACCTL-REG.
           CLOSE FACCTL.

      *******************************************************************
      *                    FACTURAR PAGOS APLICADOS
      *******************************************************************
      *****LO FACTURABLE DE UN CARGO ES LO PAGADO HASTA SU NETO; LO QUE
      *****PASE DE LO YA FACTURADO (FACTURAS VIGENTES) ES UN PAGO NUEVO
      *****Y SALE EN SU PROPIA FACTURA
       FACTURAR-PAGOS.
           IF EXISTE-EMPRESACT = 0
               DISPLAY "SIN EMPRESA ACTIVA (EMPRESACT) - NO HAY EMISOR"
               DISPLAY "NO SE FACTURA"
           ELSE
               DISPLAY "MES DE LOS CARGOS (AAAAMM, 0 = TODOS)"
               ACCEPT MES-FACTURA
               IF MES-FACTURA = 0
                   MOVE "TODOS" TO TFAC-MES
               ELSE
                   MOVE MES-FACTURA TO TFAC-MES
               END-IF
               MOVE FECHA-HOY-LARGA TO TFAC-FECHA
               WRITE REPORTE-REG FROM TITULO-FAC-1 BEFORE 2 LINES
               WRITE REPORTE-REG FROM TITULO-FAC-2 BEFORE 1 LINES
               MOVE 0 TO CONT-SIN-DATOS
               MOVE 0 TO CARTERA-EOF
               MOVE LOW-VALUES TO CAR-LLAVE
               START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
                   INVALID KEY MOVE 1 TO CARTERA-EOF
               END-START
               PERFORM UNTIL CARTERA-EOF = 1
                   READ CARTERA NEXT RECORD
                       AT END
                           MOVE 1 TO CARTERA-EOF
                       NOT AT END
                           IF (MES-FACTURA = 0
                               OR CAR-MES = MES-FACTURA)
                               AND CAR-SERVICIO = SPACES
                               PERFORM FACTURAR-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               MOVE CONT-FACTURAS   TO RESFAC-FACTURAS
               MOVE TOTAL-FACTURADO TO RESFAC-FACTURADO
               MOVE CONT-SIN-DATOS  TO RESFAC-SIN-DATOS
               WRITE REPORTE-REG FROM RESUMEN-FAC BEFORE 2 LINES
               DISPLAY "FACTURAS EMITIDAS: " CONT-FACTURAS
                   "  SIN DATOS FISCALES: " CONT-SIN-DATOS
           END-IF.

       FACTURAR-CARGO.
           IF CAR-PAGADO > CAR-NETO
               MOVE CAR-NETO TO FACTURABLE-CARGO
           ELSE
               MOVE CAR-PAGADO TO FACTURABLE-CARGO
           END-IF.
           IF FACTURABLE-CARGO > 0
               PERFORM SUMAR-FACTURADO
               IF FACTURABLE-CARGO > FACTURADO-CARGO
                   MOVE CAR-MATRICULA TO FACTURA-MATRICULA
                   MOVE CAR-MES       TO FACTURA-MES
                   COMPUTE FACTURA-IMPORTE =
                       FACTURABLE-CARGO - FACTURADO-CARGO
                   MOVE CAR-MATRICULA TO PAG-MATRICULA
                   MOVE 1 TO PAG-KEY-EXISTE
                   READ PAGADORES INVALID KEY MOVE 0 TO PAG-KEY-EXISTE
                   END-READ
                   IF PAG-KEY-EXISTE = 0
                       ADD 1 TO CONT-SIN-DATOS
                       MOVE 0             TO DETFAC-FOLIO
                       MOVE CAR-MATRICULA TO DETFAC-MATRICULA
                       MOVE CAR-MES       TO DETFAC-MES
                       MOVE SPACES        TO DETFAC-RFC
                       MOVE SPACES        TO DETFAC-NOMBRE
                       MOVE FACTURA-IMPORTE TO DETFAC-IMPORTE
                       MOVE "SIN DATOS FISCALES" TO DETFAC-OBSERVACION
                       WRITE REPORTE-REG FROM DETALLE-FAC
                           BEFORE 1 LINES
                   ELSE
                       MOVE 0 TO FOLIO-RELACIONADO
                       PERFORM EMITIR-FACTURA
                   END-IF
               END-IF
           END-IF.

      *****SUMA LAS FACTURAS VIGENTES DEL CARGO POR LA LLAVE ALTERNA
       SUMAR-FACTURADO.
           MOVE 0 TO FACTURADO-CARGO.
           MOVE 0 TO FACTCOL-EOF.
           MOVE CAR-MATRICULA TO FAC-MATRICULA.
           MOVE CAR-MES       TO FAC-MES.
           START FACTCOL KEY IS = FAC-CARGO
               INVALID KEY MOVE 1 TO FACTCOL-EOF.
           PERFORM UNTIL FACTCOL-EOF = 1
               READ FACTCOL NEXT RECORD
                   AT END
                       MOVE 1 TO FACTCOL-EOF
                   NOT AT END
                       IF FAC-MATRICULA NOT = CAR-MATRICULA
                           OR FAC-MES NOT = CAR-MES
                           MOVE 1 TO FACTCOL-EOF
                       ELSE
                           IF FAC-ESTADO = "VIGENTE"
                               ADD FAC-IMPORTE TO FACTURADO-CARGO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****TOMA EL SIGUIENTE FOLIO, REGISTRA LA FACTURA CON LOS DATOS
      *****FISCALES VIGENTES DEL PAGADOR Y ESCRIBE SU XML
       EMITIR-FACTURA.
           ADD 1 TO FCT-ULTIMO-FOLIO.
           MOVE FCT-ULTIMO-FOLIO  TO FAC-FOLIO.
           MOVE FACTURA-MATRICULA TO FAC-MATRICULA.
           MOVE FACTURA-MES       TO FAC-MES.
           MOVE FECHA-HOY-LARGA   TO FAC-FECHA.
           MOVE FACTURA-IMPORTE   TO FAC-IMPORTE.
           MOVE PAG-RFC           TO FAC-RFC.
           MOVE PAG-NOMBRE        TO FAC-NOMBRE.
           MOVE "VIGENTE"         TO FAC-ESTADO.
           MOVE OPERADOR-FIRMADO  TO FAC-OPERADOR.
           MOVE FOLIO-RELACIONADO TO FAC-SUSTITUYE.
           MOVE 0                 TO FAC-SUSTITUIDA-POR.
           MOVE SPACES            TO FAC-MOTIVO-CANC.
           MOVE 0                 TO FAC-FEC-CANCELA.
           MOVE SPACES            TO FAC-OPER-CANCELA.
           WRITE FACTCOL-REG
               INVALID KEY
                   DISPLAY "FOLIO " FAC-FOLIO " YA EXISTE EN FACTCOL"
           END-WRITE.
           PERFORM ESCRIBIR-XML-FACTURA.
           ADD 1 TO CONT-FACTURAS.
           ADD FAC-IMPORTE TO TOTAL-FACTURADO.
           MOVE FAC-FOLIO     TO DETFAC-FOLIO.
           MOVE FAC-MATRICULA TO DETFAC-MATRICULA.
           MOVE FAC-MES       TO DETFAC-MES.
           MOVE FAC-RFC       TO DETFAC-RFC.
           MOVE FAC-NOMBRE    TO DETFAC-NOMBRE.
           MOVE FAC-IMPORTE   TO DETFAC-IMPORTE.
           IF FOLIO-RELACIONADO > 0
               MOVE "SUSTITUYE FOLIO" TO DETFAC-OBSERVACION
               MOVE FOLIO-RELACIONADO TO DETFAC-OBSERVACION(16:6)
           ELSE
               MOVE SPACES TO DETFAC-OBSERVACION
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-FAC BEFORE 1 LINES.

      *******************************************************************
      *                         XML DE LA FACTURA
      *******************************************************************
      *****COMPROBANTE DE INGRESO CON EMISOR, RECEPTOR (USO D10,
      *****COLEGIATURAS), UN CONCEPTO Y EL COMPLEMENTO DE INSTITUCIONES
      *****EDUCATIVAS; LA SUSTITUCION LLEVA LA RELACION 04 AL FOLIO
      *****ANTERIOR. EL SELLO Y EL TIMBRE LOS PONE EL PROVEEDOR
       ESCRIBIR-XML-FACTURA.
           MOVE FAC-FECHA TO FECHA-FACTURA-R.
           MOVE FFR-ANIO  TO FX-ANIO.
           MOVE FFR-MES   TO FX-MES.
           MOVE FFR-DIA   TO FX-DIA.
           MOVE FAC-IMPORTE TO XML-IMPORTE-ED.
           MOVE FAC-MATRICULA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 0
               MOVE SPACES TO ALUINX-NOMBRE
           END-IF.
           IF PAG-NIVEL >= 1 AND PAG-NIVEL <= 5
               MOVE PAG-NIVEL TO I-NIV
           ELSE
               MOVE 5 TO I-NIV
           END-IF.
           MOVE SPACES TO XML-LINEA.
           STRING "<cfdi:Comprobante Version=" DELIMITED BY SIZE
                  QUOTE "4.0" QUOTE DELIMITED BY SIZE
                  " Serie=" QUOTE "COL" QUOTE DELIMITED BY SIZE
                  " Folio=" QUOTE FAC-FOLIO QUOTE DELIMITED BY SIZE
                  " Fecha=" QUOTE FECHA-XML QUOTE DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           STRING "    TipoDeComprobante=" QUOTE "I" QUOTE
                      DELIMITED BY SIZE
                  " Moneda=" QUOTE "MXN" QUOTE DELIMITED BY SIZE
                  " SubTotal=" QUOTE XML-IMPORTE-ED QUOTE
                      DELIMITED BY SIZE
                  " Total=" QUOTE XML-IMPORTE-ED QUOTE ">"
                      DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           IF FAC-SUSTITUYE > 0
               MOVE SPACES TO XML-LINEA
               STRING "  <cfdi:CfdiRelacionados TipoRelacion="
                          DELIMITED BY SIZE
                      QUOTE "04" QUOTE ">" DELIMITED BY SIZE
                   INTO XML-LINEA
               WRITE FACTXML-REG FROM XML-LINEA
               MOVE SPACES TO XML-LINEA
               STRING "    <cfdi:CfdiRelacionado Serie=" QUOTE "COL"
                          QUOTE DELIMITED BY SIZE
                      " Folio=" QUOTE FAC-SUSTITUYE QUOTE "/>"
                          DELIMITED BY SIZE
                   INTO XML-LINEA
               WRITE FACTXML-REG FROM XML-LINEA
               MOVE "  </cfdi:CfdiRelacionados>" TO XML-LINEA
               WRITE FACTXML-REG FROM XML-LINEA
           END-IF.
           MOVE SPACES TO XML-LINEA.
           STRING "  <cfdi:Emisor Rfc=" DELIMITED BY SIZE
                  QUOTE EMISOR-RFC DELIMITED BY " "
                  QUOTE " Nombre=" QUOTE DELIMITED BY SIZE
                  EMISOR-RAZON DELIMITED BY "  "
                  QUOTE "/>" DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           STRING "  <cfdi:Receptor Rfc=" DELIMITED BY SIZE
                  QUOTE FAC-RFC DELIMITED BY " "
                  QUOTE " Nombre=" QUOTE DELIMITED BY SIZE
                  FAC-NOMBRE DELIMITED BY "  "
                  QUOTE DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           STRING "    DomicilioFiscalReceptor=" DELIMITED BY SIZE
                  QUOTE PAG-CP QUOTE DELIMITED BY SIZE
                  " RegimenFiscalReceptor=" DELIMITED BY SIZE
                  QUOTE PAG-REGIMEN QUOTE DELIMITED BY SIZE
                  " UsoCFDI=" QUOTE "D10" QUOTE "/>"
                      DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE "  <cfdi:Conceptos>" TO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           STRING "    <cfdi:Concepto ClaveProdServ=" DELIMITED BY SIZE
                  QUOTE CLAVE-SAT-COLEGIATURA QUOTE DELIMITED BY SIZE
                  " Cantidad=" QUOTE "1" QUOTE DELIMITED BY SIZE
                  " ClaveUnidad=" QUOTE "E48" QUOTE DELIMITED BY SIZE
                  " Descripcion=" QUOTE "COLEGIATURA " FAC-MES QUOTE
                      DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           STRING "      ValorUnitario=" QUOTE XML-IMPORTE-ED QUOTE
                      DELIMITED BY SIZE
                  " Importe=" QUOTE XML-IMPORTE-ED QUOTE
                      DELIMITED BY SIZE
                  " ObjetoImp=" QUOTE "01" QUOTE ">" DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE "      <cfdi:ComplementoConcepto>" TO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           STRING "        <iedu:instEducativas version=" QUOTE "1.0"
                      QUOTE DELIMITED BY SIZE
                  " nombreAlumno=" QUOTE DELIMITED BY SIZE
                  ALUINX-NOMBRE DELIMITED BY "  "
                  QUOTE " CURP=" QUOTE PAG-CURP-ALUMNO QUOTE
                      DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE SPACES TO XML-LINEA.
           IF RVOE-NUMERO > 0
               STRING "          nivelEducativo=" QUOTE
                          DELIMITED BY SIZE
                      NIVEL-TEXTO(I-NIV) DELIMITED BY "  "
                      QUOTE " autRVOE=" QUOTE RVOE-NUMERO QUOTE "/>"
                          DELIMITED BY SIZE
                   INTO XML-LINEA
           ELSE
               STRING "          nivelEducativo=" QUOTE
                          DELIMITED BY SIZE
                      NIVEL-TEXTO(I-NIV) DELIMITED BY "  "
                      QUOTE "/>" DELIMITED BY SIZE
                   INTO XML-LINEA
           END-IF.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE "      </cfdi:ComplementoConcepto>" TO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE "    </cfdi:Concepto>" TO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE "  </cfdi:Conceptos>" TO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.
           MOVE "</cfdi:Comprobante>" TO XML-LINEA.
           WRITE FACTXML-REG FROM XML-LINEA.

      *****SOLICITUD DE CANCELACION PARA EL PROVEEDOR: MOTIVO 01 LLEVA
      *****EL FOLIO QUE LA SUSTITUYE
       ESCRIBIR-XML-CANCELACION.
           MOVE FAC-FEC-CANCELA TO FECHA-FACTURA-R.
           MOVE FFR-ANIO  TO FX-ANIO.
           MOVE FFR-MES   TO FX-MES.
           MOVE FFR-DIA   TO FX-DIA.
           MOVE SPACES TO XML-LINEA.
           IF FAC-SUSTITUIDA-POR > 0
               STRING "<cfdi:Cancelacion Serie=" QUOTE "COL" QUOTE
                          DELIMITED BY SIZE
                      " Folio=" QUOTE FAC-FOLIO QUOTE DELIMITED BY SIZE
                      " Fecha=" QUOTE FECHA-XML QUOTE DELIMITED BY SIZE
                      " Motivo=" QUOTE FAC-MOTIVO-CANC QUOTE
                          DELIMITED BY SIZE
                      " FolioSustitucion=" QUOTE FAC-SUSTITUIDA-POR
                          QUOTE "/>" DELIMITED BY SIZE
                   INTO XML-LINEA
           ELSE
               STRING "<cfdi:Cancelacion Serie=" QUOTE "COL" QUOTE
                          DELIMITED BY SIZE
                      " Folio=" QUOTE FAC-FOLIO QUOTE DELIMITED BY SIZE
                      " Fecha=" QUOTE FECHA-XML QUOTE DELIMITED BY SIZE
                      " Motivo=" QUOTE FAC-MOTIVO-CANC QUOTE "/>"
                          DELIMITED BY SIZE
                   INTO XML-LINEA
           END-IF.
           WRITE FACTXML-REG FROM XML-LINEA.

      *******************************************************************
      *                  CANCELACION Y SUSTITUCION
      *******************************************************************
      *****SIN SUSTITUCION: 02 ERRORES SIN RELACION, 03 NO SE LLEVO A
      *****CABO; EL PAGO QUEDA DE NUEVO POR FACTURAR EN LA SIGUIENTE
      *****CORRIDA SI SIGUE APLICADO EN LA CARTERA
       CANCELAR-FACTURA.
           IF NIVEL-FIRMADO < 2
               DISPLAY "LA CANCELACION REQUIERE NIVEL SUPERVISOR"
           ELSE
               PERFORM LEER-FOLIO-VIGENTE
               IF FAC-KEY-EXISTE = 1
                   MOVE SPACES TO MOTIVO-CANCELACION
                   PERFORM UNTIL MOTIVO-CANCELACION = "02"
                           OR MOTIVO-CANCELACION = "03"
                       DISPLAY "MOTIVO: 02 = ERRORES SIN RELACION,"
                           " 03 = NO SE LLEVO A CABO"
                       ACCEPT MOTIVO-CANCELACION
                   END-PERFORM
                   DISPLAY "CONFIRMA LA CANCELACION?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       MOVE 0 TO FAC-SUSTITUIDA-POR
                       PERFORM MARCAR-CANCELADA
                   ELSE
                       DISPLAY "CANCELACION ABANDONADA"
                   END-IF
               END-IF
           END-IF.

      *****LA SUSTITUCION EMITE UN FOLIO NUEVO POR EL MISMO CARGO E
      *****IMPORTE CON LOS DATOS FISCALES YA CORREGIDOS DEL PAGADOR Y
      *****CANCELA EL ANTERIOR CON MOTIVO 01
       SUSTITUIR-FACTURA.
           IF NIVEL-FIRMADO < 2
               DISPLAY "LA SUSTITUCION REQUIERE NIVEL SUPERVISOR"
           ELSE IF EXISTE-EMPRESACT = 0
               DISPLAY "SIN EMPRESA ACTIVA (EMPRESACT) - NO HAY EMISOR"
           ELSE
               PERFORM LEER-FOLIO-VIGENTE
               IF FAC-KEY-EXISTE = 1
                   MOVE FAC-MATRICULA TO PAG-MATRICULA
                   MOVE 1 TO PAG-KEY-EXISTE
                   READ PAGADORES INVALID KEY MOVE 0 TO PAG-KEY-EXISTE
                   END-READ
                   IF PAG-KEY-EXISTE = 0
                       DISPLAY "LA MATRICULA YA NO TIENE DATOS FISCALES"
                   ELSE
                       DISPLAY "DATOS ACTUALES: " PAG-RFC " "
                           PAG-NOMBRE
                       DISPLAY "CONFIRMA LA SUSTITUCION?"
                       ACCEPT WKS-RESP
                       IF NOT W88-NO
                           PERFORM EMITIR-SUSTITUTA
                       ELSE
                           DISPLAY "SUSTITUCION ABANDONADA"
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

       EMITIR-SUSTITUTA.
           MOVE FAC-FOLIO     TO FOLIO-ANTERIOR.
           MOVE FAC-MATRICULA TO FACTURA-MATRICULA.
           MOVE FAC-MES       TO FACTURA-MES.
           MOVE FAC-IMPORTE   TO FACTURA-IMPORTE.
           MOVE FOLIO-ANTERIOR TO FOLIO-RELACIONADO.
           PERFORM EMITIR-FACTURA.
           MOVE FAC-FOLIO TO FOLIO-RELACIONADO.
           MOVE FOLIO-ANTERIOR TO FAC-FOLIO.
           READ FACTCOL INVALID KEY MOVE 0 TO FAC-KEY-EXISTE.
           MOVE "01" TO MOTIVO-CANCELACION.
           MOVE FOLIO-RELACIONADO TO FAC-SUSTITUIDA-POR.
           PERFORM MARCAR-CANCELADA.
           DISPLAY "FOLIO NUEVO: " FOLIO-RELACIONADO.

       MARCAR-CANCELADA.
           MOVE "CANCELADA"        TO FAC-ESTADO.
           MOVE MOTIVO-CANCELACION TO FAC-MOTIVO-CANC.
           MOVE FECHA-HOY-LARGA    TO FAC-FEC-CANCELA.
           MOVE OPERADOR-FIRMADO   TO FAC-OPER-CANCELA.
           REWRITE FACTCOL-REG.
           PERFORM ESCRIBIR-XML-CANCELACION.
           ADD 1 TO CONT-CANCELADAS.
           DISPLAY "FOLIO " FAC-FOLIO " CANCELADO, MOTIVO "
               FAC-MOTIVO-CANC.

       LEER-FOLIO-VIGENTE.
           DISPLAY "FOLIO DE LA FACTURA".
           ACCEPT FAC-FOLIO.
           MOVE 1 TO FAC-KEY-EXISTE.
           READ FACTCOL INVALID KEY MOVE 0 TO FAC-KEY-EXISTE.
           IF FAC-KEY-EXISTE = 0
               DISPLAY "NO EXISTE ESE FOLIO"
           ELSE
               DISPLAY "MATRICULA: " FAC-MATRICULA " MES: " FAC-MES
                   " IMPORTE: " FAC-IMPORTE
               DISPLAY "RFC: " FAC-RFC " " FAC-NOMBRE
               IF FAC-ESTADO NOT = "VIGENTE"
                   DISPLAY "LA FACTURA YA ESTA " FAC-ESTADO
                   MOVE 0 TO FAC-KEY-EXISTE
               END-IF
           END-IF.

      *******************************************************************
      *                 CONSULTA DE FACTURAS POR MATRICULA
      *******************************************************************
       CONSULTAR-FACTURAS.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT FACTURA-MATRICULA.
           MOVE FACTURA-MATRICULA TO FAC-MATRICULA.
           MOVE 0 TO FAC-MES.
           MOVE 0 TO FACTCOL-EOF.
           START FACTCOL KEY IS NOT LESS THAN FAC-CARGO
               INVALID KEY MOVE 1 TO FACTCOL-EOF.
           DISPLAY "FOLIO  MES     IMPORTE   ESTADO     RFC".
           PERFORM UNTIL FACTCOL-EOF = 1
               READ FACTCOL NEXT RECORD
                   AT END
                       MOVE 1 TO FACTCOL-EOF
                   NOT AT END
                       IF FAC-MATRICULA NOT = FACTURA-MATRICULA
                           MOVE 1 TO FACTCOL-EOF
                       ELSE
                           DISPLAY FAC-FOLIO " " FAC-MES " "
                               FAC-IMPORTE " " FAC-ESTADO " " FAC-RFC
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "---------------------------".
           DISPLAY " FACTURAS DE COLEGIATURA".
           DISPLAY "---------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. FACTURAR PAGOS APLICADOS.".
           DISPLAY "2. CANCELAR FACTURA.".
           DISPLAY "3. SUSTITUIR FACTURA.".
           DISPLAY "4. CONSTANCIA ANUAL POR PAGADOR.".
           DISPLAY "5. CONSULTAR FACTURAS DE UNA MATRICULA.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM FACTURAR-PAGOS
           ELSE IF OPCION-MENU = 2
               PERFORM CANCELAR-FACTURA
           ELSE IF OPCION-MENU = 3
               PERFORM SUSTITUIR-FACTURA
           ELSE IF OPCION-MENU = 4
               PERFORM CONSTANCIA-ANUAL
           ELSE IF OPCION-MENU = 5
               PERFORM CONSULTAR-FACTURAS
           ELSE IF OPCION-MENU = 6
               MOVE 1 TO BANDERA-SALIR-MENU.

      *******************************************************************
      *                  CONSTANCIA ANUAL POR PAGADOR
      *******************************************************************
      *****SE CORRE EN ENERO POR EL EJERCICIO ANTERIOR: POR RFC DEL
      *****PAGADOR, CADA ALUMNO CON LO PAGADO DE LOS CARGOS DEL
      *****EJERCICIO (HASTA EL NETO) Y LO FACTURADO VIGENTE
       CONSTANCIA-ANUAL.
           COMPUTE EJERCICIO = 2000 + FECHA-HOY-AA - 1.
           DISPLAY "EJERCICIO (AAAA, ENTER = " EJERCICIO ")".
           ACCEPT EJERCICIO.
           IF EJERCICIO = 0
               COMPUTE EJERCICIO = 2000 + FECHA-HOY-AA - 1
           END-IF.
           COMPUTE MES-DESDE = EJERCICIO * 100 + 1.
           COMPUTE MES-HASTA = EJERCICIO * 100 + 12.
           MOVE 0 TO CONT-PAGADORES.
           SORT FACSORT ON ASCENDING KEY FSS-RFC FSS-MATRICULA
               INPUT PROCEDURE SELECCIONAR-CONSTANCIAS
               OUTPUT PROCEDURE IMPRIMIR-CONSTANCIAS.
           DISPLAY "CONSTANCIAS IMPRESAS: " CONT-PAGADORES.

       SELECCIONAR-CONSTANCIAS SECTION.
           MOVE 0 TO PAGADORES-EOF.
           MOVE 0 TO PAG-MATRICULA.
           START PAGADORES KEY IS NOT LESS THAN PAG-MATRICULA
               INVALID KEY MOVE 1 TO PAGADORES-EOF.
           PERFORM SELECCIONAR-UNO UNTIL PAGADORES-EOF = 1.
           GO TO FIN-SELECCIONAR.

       SELECCIONAR-UNO.
           READ PAGADORES NEXT RECORD
               AT END
                   MOVE 1 TO PAGADORES-EOF
               NOT AT END
                   PERFORM ACUMULAR-EJERCICIO
                   IF PAGADO-EJERCICIO > 0 OR FACTURADO-EJERCICIO > 0
                       MOVE PAG-RFC         TO FSS-RFC
                       MOVE PAG-MATRICULA   TO FSS-MATRICULA
                       MOVE PAG-NOMBRE      TO FSS-PAGADOR
                       MOVE PAG-CURP-ALUMNO TO FSS-CURP
                       MOVE PAG-MATRICULA   TO ALUINX-MATRICULA
                       MOVE 1 TO EXISTE-MATRICULA
                       READ ALUINX
                           INVALID KEY MOVE 0 TO EXISTE-MATRICULA
                       END-READ
                       IF EXISTE-MATRICULA = 1
                           MOVE ALUINX-NOMBRE TO FSS-ALUMNO
                       ELSE
                           MOVE "(BAJA O SIN MAESTRO)" TO FSS-ALUMNO
                       END-IF
                       MOVE PAGADO-EJERCICIO    TO FSS-PAGADO
                       MOVE FACTURADO-EJERCICIO TO FSS-FACTURADO
                       RELEASE FACSORT-REG
                   END-IF
           END-READ.

       ACUMULAR-EJERCICIO.
           MOVE 0 TO PAGADO-EJERCICIO.
           MOVE 0 TO FACTURADO-EJERCICIO.
           MOVE 0 TO CARTERA-EOF.
           MOVE PAG-MATRICULA TO CAR-MATRICULA.
           MOVE MES-DESDE     TO CAR-MES.
           MOVE SPACES        TO CAR-SERVICIO.
           START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO CARTERA-EOF.
           PERFORM UNTIL CARTERA-EOF = 1
               READ CARTERA NEXT RECORD
                   AT END
                       MOVE 1 TO CARTERA-EOF
                   NOT AT END
                       IF CAR-MATRICULA NOT = PAG-MATRICULA
                           OR CAR-MES > MES-HASTA
                           MOVE 1 TO CARTERA-EOF
                       ELSE IF CAR-SERVICIO = SPACES
                           IF CAR-PAGADO > CAR-NETO
                               ADD CAR-NETO TO PAGADO-EJERCICIO
                           ELSE
                               ADD CAR-PAGADO TO PAGADO-EJERCICIO
                           END-IF
                           PERFORM SUMAR-FACTURADO
                           ADD FACTURADO-CARGO TO FACTURADO-EJERCICIO
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIN-SELECCIONAR.

       IMPRIMIR-CONSTANCIAS SECTION.
           MOVE 1 TO PRIMER-CORTE.
           MOVE 0 TO FACSORT-EOF.
           RETURN FACSORT AT END MOVE 1 TO FACSORT-EOF.
           PERFORM IMPRIMIR-UNA UNTIL FACSORT-EOF = 1.
           IF PRIMER-CORTE = 0
               PERFORM CERRAR-CORTE
           END-IF.
           GO TO FIN-IMPRIMIR.

       IMPRIMIR-UNA.
           IF PRIMER-CORTE = 1 OR FSS-RFC NOT = RFC-ANTERIOR
               IF PRIMER-CORTE = 0
                   PERFORM CERRAR-CORTE
               END-IF
               PERFORM ENCABEZAR-CORTE
           END-IF.
           MOVE FSS-MATRICULA TO DETCON-MATRICULA.
           MOVE FSS-ALUMNO    TO DETCON-ALUMNO.
           MOVE FSS-CURP      TO DETCON-CURP.
           MOVE FSS-PAGADO    TO DETCON-PAGADO.
           MOVE FSS-FACTURADO TO DETCON-FACTURADO.
           WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES.
           ADD FSS-PAGADO    TO PAGADO-PAGADOR.
           ADD FSS-FACTURADO TO FACTURADO-PAGADOR.
           RETURN FACSORT AT END MOVE 1 TO FACSORT-EOF.

       ENCABEZAR-CORTE.
           MOVE 0 TO PRIMER-CORTE.
           MOVE FSS-RFC TO RFC-ANTERIOR.
           MOVE 0 TO PAGADO-PAGADOR.
           MOVE 0 TO FACTURADO-PAGADOR.
           ADD 1 TO CONT-PAGADORES.
           MOVE EJERCICIO   TO TCON-EJERCICIO.
           MOVE FSS-PAGADOR TO TCON-PAGADOR.
           MOVE FSS-RFC     TO TCON-RFC.
           WRITE REPORTE-REG FROM TITULO-CON-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-CON-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-CON-3 BEFORE 1 LINES.

       CERRAR-CORTE.
           MOVE PAGADO-PAGADOR    TO TOTCON-PAGADO.
           MOVE FACTURADO-PAGADOR TO TOTCON-FACTURADO.
           WRITE REPORTE-REG FROM TOTAL-CON BEFORE PAGE.

       FIN-IMPRIMIR.

       END PROGRAM 3FACCOL.
