      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7POLCON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POLIZA ASSIGN TO DISK.
           SELECT OPTIONAL POLIZACTL ASSIGN TO "POLIZACTL"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-LLAVE.
           SELECT OPTIONAL POLIZARCH ASSIGN TO "POLIZARCH"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PA-LLAVE.
           SELECT OPTIONAL POLIZACUS ASSIGN TO "POLIZACUS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAC-LLAVE.
           SELECT OPTIONAL ACUSECONT ASSIGN TO "ACUSECONT".
           SELECT OPTIONAL CONTAMAP ASSIGN TO DISK.
           SELECT OPTIONAL PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL EMPRESACT ASSIGN TO "EMPRESACT".
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
           SELECT REPORTE ASSIGN TO "POLCONC".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE LA POLIZA DE 6EMPNOMV3 (CON LO QUE LE
      *****ANEXAN 3EMPISN Y LA PROVISION DEL MODO 7)
       FD  POLIZA.
       01  POLIZA-REG.
           03  POL-CUENTA          PIC X(10).
           03  POL-DESCRIPCION     PIC X(20).
           03  POL-CARGO           PIC 9(08)V99.
           03  POL-ABONO           PIC 9(08)V99.
           03  POL-EMPRESA         PIC X(03).

      *****MISMO LAYOUT QUE EL POLIZACTL DE 6EMPNOMV3
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

      *****COPIA DE LA POLIZA TAL COMO SE ENTREGO A CONTABILIDAD; EL
      *****ARCHIVO POLIZA SE REESCRIBE EN CADA CORRIDA Y ESTA ES LA
      *****QUE SE CONCILIA
       FD  POLIZARCH.
       01  POLIZARCH-REG.
           03  PA-LLAVE.
               05  PA-PERIODO      PIC 9(06).
               05  PA-EMPRESA      PIC X(03).
               05  PA-RENGLON      PIC 9(04).
           03  PA-CUENTA           PIC X(10).
           03  PA-DESCRIPCION      PIC X(20).
           03  PA-CARGO            PIC 9(08)V99.
           03  PA-ABONO            PIC 9(08)V99.

      *****ACUSE DE APLICACION QUE DEVUELVE EL SISTEMA CONTABLE: UN
      *****RENGLON POR CUENTA CON SU NUMERO DE DIARIO, EL MES EN QUE
      *****SE REGISTRO Y SI SE APLICO O SE RECHAZO
       FD  ACUSECONT.
       01  ACUSECONT-REG.
           03  AC-DIARIO           PIC X(10).
           03  AC-PERIODO          PIC 9(06).
           03  AC-EMPRESA          PIC X(03).
           03  AC-MES-CONTABLE     PIC 9(06).
           03  AC-CUENTA           PIC X(10).
           03  AC-CARGO            PIC 9(08)V99.
           03  AC-ABONO            PIC 9(08)V99.
           03  AC-ESTADO           PIC X(10).
           03  AC-MOTIVO           PIC X(30).

      *****ACUSES IMPORTADOS POR POLIZA; UNA IMPORTACION NUEVA DE LA
      *****MISMA POLIZA REEMPLAZA LA ANTERIOR
       FD  POLIZACUS.
       01  POLIZACUS-REG.
           03  PAC-LLAVE.
               05  PAC-PERIODO     PIC 9(06).
               05  PAC-EMPRESA     PIC X(03).
               05  PAC-RENGLON     PIC 9(04).
           03  PAC-DIARIO          PIC X(10).
           03  PAC-MES-CONTABLE    PIC 9(06).
           03  PAC-CUENTA          PIC X(10).
           03  PAC-CARGO           PIC 9(08)V99.
           03  PAC-ABONO           PIC 9(08)V99.
           03  PAC-ESTADO          PIC X(10).
           03  PAC-MOTIVO          PIC X(30).

      *****MISMO LAYOUT QUE EL CONTAMAP DE 6EMPNOMV3
       FD  CONTAMAP.
       01  CONTAMAP-REG.
           03  MAP-TIPO            PIC X(01).
           03  MAP-CLAVE           PIC X(03).
           03  MAP-CUENTA          PIC X(10).

      *****MAESTRO DE PERIODOS (4PERABC); EL MES CONTABLE CORRECTO ES
      *****EL DE LA FECHA DE FIN DEL PERIODO
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL EMPRESACT DE 4RAZABC
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

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  CP-KEY-EXISTE       PIC 9.
       77  PER-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  RENGLON-EOF         PIC 9.
       77  EMPRESA-ACTIVA      PIC X(03) VALUE SPACES.
       77  PERIODO-TRABAJO     PIC 9(06).
       77  EMPRESA-TRABAJO     PIC X(03).
       77  MES-ESPERADO        PIC 9(06).
       77  RENGLON-TRABAJO     PIC 9(04).
       77  SUMA-CARGOS         PIC 9(10)V99.
       77  SUMA-ABONOS         PIC 9(10)V99.
       77  CONT-ACUSE          PIC 9(04).
       77  CONT-RECHAZOS       PIC 9(04).
       77  CONT-MES-DISTINTO   PIC 9(04).
       77  CONT-DIFERENCIAS    PIC 9(04).
       77  CONT-FUERA-MAPA     PIC 9(04).
       77  CONT-LEIDOS         PIC 9(05).
       77  CONT-SIN-POLIZA     PIC 9(05).
       77  DIARIO-TRABAJO      PIC X(10).
       77  CUENTA-CONOCIDA     PIC 9.
       77  REPORTE-ABIERTO     PIC 9 VALUE 0.
       77  WKS-RESP            PIC X(02).
           88  W88-SI VALUE "SI".
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE (ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08).
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

      *****CUENTAS DEL CONTAMAP MAS LAS GENERICAS QUE 6EMPNOMV3 Y
      *****3EMPISN USAN CUANDO UNA CLAVE NO ESTA MAPEADA
       01  TABLA-CONTAMAP.
           03  MAPA-CUENTA OCCURS 200 TIMES PIC X(10).
       77  CONT-MAPA           PIC 9(03) VALUE 0.
       77  I-MAPA              PIC 9(03).
       77  CONTAMAP-EOF        PIC 9.
       01  CUENTAS-GENERICAS-VALORES.
           03  FILLER              PIC X(40) VALUE
               "6101000000210500000011020000006102000000".
           03  FILLER              PIC X(30) VALUE
               "210600000061030000002107000000".
       01  CUENTAS-GENERICAS REDEFINES CUENTAS-GENERICAS-VALORES.
           03  CUENTA-GENERICA OCCURS 7 TIMES PIC X(10).
       77  I-GEN               PIC 9.

      *****CUENTAS DE LA POLIZA EN CONCILIACION: LO ENVIADO CONTRA LO
      *****QUE CONTABILIDAD DICE HABER APLICADO
       01  TABLA-CUENTAS.
           03  TCU-OC OCCURS 200 TIMES.
               05  TCU-CUENTA      PIC X(10).
               05  TCU-ENV-CARGO   PIC 9(10)V99.
               05  TCU-ENV-ABONO   PIC 9(10)V99.
               05  TCU-APL-CARGO   PIC 9(10)V99.
               05  TCU-APL-ABONO   PIC 9(10)V99.
       77  CUENTAS-TOTAL       PIC 9(03) VALUE 0.
       77  I-CTA               PIC 9(03).
       77  CUENTA-BUSCADA      PIC X(10).

      *****POLIZAS QUE TRAE EL ARCHIVO DE ACUSES EN CURSO
       01  TABLA-IMPORTADAS.
           03  TI-OC OCCURS 50 TIMES.
               05  TI-PERIODO      PIC 9(06).
               05  TI-EMPRESA      PIC X(03).
               05  TI-RENGLON      PIC 9(04).
               05  TI-VALIDA       PIC 9.
       77  IMPORTADAS-TOTAL    PIC 9(02) VALUE 0.
       77  I-IMP               PIC 9(02).
       77  IMP-HALLADA         PIC 9(02).

       01  TITULO-CON-1.
           05  FILLER              PIC X(40) VALUE
               "CONCILIACION DE POLIZA CONTRA ACUSE DE C".
           05  FILLER              PIC X(11) VALUE "ONTABILIDAD".
       01  TITULO-CON-2.
           05  FILLER              PIC X(09) VALUE "PERIODO: ".
           05  TCON-PERIODO        PIC 9(06).
           05  FILLER              PIC X(16) VALUE
               "  RAZON SOCIAL: ".
           05  TCON-EMPRESA        PIC X(03).
           05  FILLER              PIC X(10) VALUE "  DIARIO: ".
           05  TCON-DIARIO         PIC X(10).
           05  FILLER              PIC X(19) VALUE
               "  MES CONTABLE OK: ".
           05  TCON-MES            PIC 9(06).
       01  TITULO-CON-3.
           05  FILLER              PIC X(30) VALUE
               "SITUACION         CUENTA".
           05  FILLER              PIC X(30) VALUE
               "  ENVIADO CARGO  ENVIADO ABONO".
           05  FILLER              PIC X(30) VALUE
               "  APLICADO CARG  APLICADO ABON".
           05  FILLER              PIC X(10) VALUE "  NOTA".
       01  DETALLE-CON.
           05  DCON-SITUACION      PIC X(18).
           05  DCON-CUENTA         PIC X(10).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DCON-ENV-CARGO      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DCON-ENV-ABONO      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DCON-APL-CARGO      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DCON-APL-ABONO      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DCON-NOTA           PIC X(30).
       01  RESUMEN-CON-1.
           05  FILLER              PIC X(21) VALUE
               "RENGLONES DE ACUSE:  ".
           05  RCON-ACUSE          PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE
               "  RECHAZADOS:  ".
           05  RCON-RECHAZOS       PIC ZZZ9.
           05  FILLER              PIC X(18) VALUE
               "  MES DISTINTO:   ".
           05  RCON-MES            PIC ZZZ9.
       01  RESUMEN-CON-2.
           05  FILLER              PIC X(21) VALUE
               "CUENTAS CON DIFER.:  ".
           05  RCON-DIFERENCIAS    PIC ZZZ9.
           05  FILLER              PIC X(15) VALUE
               "  FUERA MAPA:  ".
           05  RCON-FUERA-MAPA     PIC ZZZ9.
           05  FILLER              PIC X(18) VALUE
               "  ESTADO POLIZA:  ".
           05  RCON-ESTADO         PIC X(10).

       PROCEDURE DIVISION.
      *****CONCILIACION CONTABLE DE LA NOMINA: LA POLIZA DE LA CORRIDA
      *****SE ENTREGA A CONTABILIDAD (QUEDA COPIA POR PERIODO Y RAZON
      *****SOCIAL), SE IMPORTA EL ACUSE DE APLICACION QUE DEVUELVE EL
      *****SISTEMA CONTABLE Y SE CRUZAN: RENGLONES RECHAZADOS, MES
      *****CONTABLE EQUIVOCADO, CUENTAS FUERA DEL CONTAMAP E IMPORTES
      *****DISTINTOS. SOLO UNA POLIZA SIN NINGUNA DE ESAS QUEDA
      *****APLICADA; LAS DEMAS SIGUEN PENDIENTES EN EL TABLERO 7OPSREP
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           PERFORM LEER-EMPRESA-ACTIVA.
           PERFORM CARGAR-CONTAMAP.
           OPEN I-O POLIZACTL.
           OPEN I-O POLIZARCH.
           OPEN I-O POLIZACUS.
           OPEN INPUT PERIODOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           IF REPORTE-ABIERTO = 1
               CLOSE REPORTE
           END-IF.
           CLOSE POLIZACTL.
           CLOSE POLIZARCH.
           CLOSE POLIZACUS.
           CLOSE PERIODOS.
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
      *                            CATALOGOS
      *******************************************************************
       LEER-EMPRESA-ACTIVA.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EA-CLAVE TO EMPRESA-ACTIVA
           END-READ.
           CLOSE EMPRESACT.

       CARGAR-CONTAMAP.
           MOVE 0 TO CONTAMAP-EOF.
           OPEN INPUT CONTAMAP.
           READ CONTAMAP AT END MOVE 1 TO CONTAMAP-EOF.
           PERFORM UNTIL CONTAMAP-EOF = 1
               IF CONT-MAPA >= 200
                   DISPLAY "CAPACIDAD DE CONTAMAP EXCEDIDA (200)"
                   MOVE 1 TO CONTAMAP-EOF
               ELSE
                   ADD 1 TO CONT-MAPA
                   MOVE MAP-CUENTA TO MAPA-CUENTA(CONT-MAPA)
                   READ CONTAMAP AT END MOVE 1 TO CONTAMAP-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CONTAMAP.

       PEDIR-POLIZA.
           DISPLAY "PERIODO (AAAAPP)".
           ACCEPT PERIODO-TRABAJO.
           DISPLAY "RAZON SOCIAL (ENTER = " EMPRESA-ACTIVA ")".
           MOVE SPACES TO EMPRESA-TRABAJO.
           ACCEPT EMPRESA-TRABAJO.
           IF EMPRESA-TRABAJO = SPACES
               MOVE EMPRESA-ACTIVA TO EMPRESA-TRABAJO
           END-IF.

       LEER-CONTROL.
           MOVE PERIODO-TRABAJO TO CP-PERIODO.
           MOVE EMPRESA-TRABAJO TO CP-EMPRESA.
           MOVE 1 TO CP-KEY-EXISTE.
           READ POLIZACTL INVALID KEY MOVE 0 TO CP-KEY-EXISTE.

       ABRIR-REPORTE.
           IF REPORTE-ABIERTO = 0
               OPEN OUTPUT REPORTE
               MOVE 1 TO REPORTE-ABIERTO
           END-IF.

      *******************************************************************
      *                  ENTREGA DE LA POLIZA A CONTABILIDAD
      *******************************************************************
      *****SE ENTREGA DESPUES DE QUE 3EMPISN Y LA PROVISION ANEXARON LO
      *****SUYO; LA COPIA QUEDA POR PERIODO Y RAZON SOCIAL Y UNA
      *****ENTREGA REPETIDA LA REEMPLAZA MIENTRAS NO ESTE APLICADA
       ENTREGAR-POLIZA.
           PERFORM PEDIR-POLIZA.
           PERFORM LEER-CONTROL.
           IF CP-KEY-EXISTE = 1 AND CP-ESTADO = "APLICADA"
               DISPLAY "LA POLIZA YA ESTA APLICADA EN CONTABILIDAD,"
                   " NO SE REEMPLAZA"
               EXIT PARAGRAPH
           END-IF.
           IF CP-KEY-EXISTE = 0
               DISPLAY "NO HAY CORRIDA REGISTRADA DE ESE PERIODO Y"
                   " RAZON SOCIAL. ENTREGAR DE TODOS MODOS? (SI/NO)"
               MOVE "NO" TO WKS-RESP
               ACCEPT WKS-RESP
               IF NOT W88-SI
                   DISPLAY "ENTREGA CANCELADA"
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE POLIZACTL-REG
               MOVE PERIODO-TRABAJO TO CP-PERIODO
               MOVE EMPRESA-TRABAJO TO CP-EMPRESA
               MOVE FECHA-HOY-LARGA TO CP-FEC-CORRIDA
           END-IF.
           PERFORM BORRAR-ARCHIVADA.
           MOVE 0 TO RENGLON-TRABAJO.
           MOVE 0 TO SUMA-CARGOS.
           MOVE 0 TO SUMA-ABONOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT POLIZA.
           READ POLIZA AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF POL-EMPRESA = EMPRESA-TRABAJO
                   ADD 1 TO RENGLON-TRABAJO
                   MOVE PERIODO-TRABAJO TO PA-PERIODO
                   MOVE EMPRESA-TRABAJO TO PA-EMPRESA
                   MOVE RENGLON-TRABAJO TO PA-RENGLON
                   MOVE POL-CUENTA      TO PA-CUENTA
                   MOVE POL-DESCRIPCION TO PA-DESCRIPCION
                   MOVE POL-CARGO       TO PA-CARGO
                   MOVE POL-ABONO       TO PA-ABONO
                   WRITE POLIZARCH-REG
                   ADD POL-CARGO TO SUMA-CARGOS
                   ADD POL-ABONO TO SUMA-ABONOS
               END-IF
               READ POLIZA AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE POLIZA.
           IF RENGLON-TRABAJO = 0
               DISPLAY "LA POLIZA NO TRAE RENGLONES DE LA RAZON SOCIAL "
                   EMPRESA-TRABAJO " - NADA QUE ENTREGAR"
               EXIT PARAGRAPH
           END-IF.
           MOVE "ENTREGADA"      TO CP-ESTADO.
           MOVE FECHA-HOY-LARGA  TO CP-FEC-ENTREGA.
           MOVE 0                TO CP-FEC-CONCILIA.
           MOVE RENGLON-TRABAJO  TO CP-RENGLONES.
           MOVE SUMA-CARGOS      TO CP-CARGOS.
           MOVE SUMA-ABONOS      TO CP-ABONOS.
           MOVE SPACES           TO CP-DIARIO.
           MOVE 0                TO CP-RECHAZOS.
           MOVE 0                TO CP-DIFERENCIAS.
           MOVE OPERADOR-FIRMADO TO CP-OPERADOR.
           IF CP-KEY-EXISTE = 1
               REWRITE POLIZACTL-REG
           ELSE
               WRITE POLIZACTL-REG
           END-IF.
           DISPLAY "POLIZA ENTREGADA: " RENGLON-TRABAJO " RENGLONES,"
               " CARGOS " SUMA-CARGOS " ABONOS " SUMA-ABONOS.
           IF SUMA-CARGOS NOT = SUMA-ABONOS
               DISPLAY "AVISO: LA POLIZA ENTREGADA NO CUADRA"
           END-IF.

       BORRAR-ARCHIVADA.
           MOVE 0 TO RENGLON-EOF.
           MOVE PERIODO-TRABAJO TO PA-PERIODO.
           MOVE EMPRESA-TRABAJO TO PA-EMPRESA.
           MOVE 0               TO PA-RENGLON.
           START POLIZARCH KEY IS NOT LESS THAN PA-LLAVE
               INVALID KEY MOVE 1 TO RENGLON-EOF.
           PERFORM UNTIL RENGLON-EOF = 1
               READ POLIZARCH NEXT RECORD
                   AT END
                       MOVE 1 TO RENGLON-EOF
                   NOT AT END
                       IF PA-PERIODO NOT = PERIODO-TRABAJO
                           OR PA-EMPRESA NOT = EMPRESA-TRABAJO
                           MOVE 1 TO RENGLON-EOF
                       ELSE
                           DELETE POLIZARCH
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                 IMPORTACION DEL ACUSE CONTABLE
      *******************************************************************
      *****EL ARCHIVO PUEDE TRAER VARIAS POLIZAS; CADA UNA REEMPLAZA
      *****SU ACUSE ANTERIOR Y SE CONCILIA AL TERMINAR. LOS RENGLONES
      *****DE UNA POLIZA QUE NUNCA SE ENTREGO SE CUENTAN Y SE IGNORAN
       IMPORTAR-ACUSE.
           MOVE 0 TO IMPORTADAS-TOTAL.
           MOVE 0 TO CONT-LEIDOS.
           MOVE 0 TO CONT-SIN-POLIZA.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT ACUSECONT.
           READ ACUSECONT AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               ADD 1 TO CONT-LEIDOS
               PERFORM UBICAR-IMPORTADA
               IF IMP-HALLADA = 0
                   ADD 1 TO CONT-SIN-POLIZA
               ELSE IF TI-VALIDA(IMP-HALLADA) = 0
                   ADD 1 TO CONT-SIN-POLIZA
               ELSE
                   ADD 1 TO TI-RENGLON(IMP-HALLADA)
                   MOVE AC-PERIODO      TO PAC-PERIODO
                   MOVE AC-EMPRESA      TO PAC-EMPRESA
                   MOVE TI-RENGLON(IMP-HALLADA) TO PAC-RENGLON
                   MOVE AC-DIARIO       TO PAC-DIARIO
                   MOVE AC-MES-CONTABLE TO PAC-MES-CONTABLE
                   MOVE AC-CUENTA       TO PAC-CUENTA
                   MOVE AC-CARGO        TO PAC-CARGO
                   MOVE AC-ABONO        TO PAC-ABONO
                   MOVE AC-ESTADO       TO PAC-ESTADO
                   MOVE AC-MOTIVO       TO PAC-MOTIVO
                   WRITE POLIZACUS-REG
               END-IF
               END-IF
               READ ACUSECONT AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE ACUSECONT.
           DISPLAY "RENGLONES LEIDOS: " CONT-LEIDOS
               "  SIN POLIZA ENTREGADA: " CONT-SIN-POLIZA.
           PERFORM VARYING I-IMP FROM 1 BY 1
                   UNTIL I-IMP > IMPORTADAS-TOTAL
               IF TI-VALIDA(I-IMP) = 1
                   MOVE TI-PERIODO(I-IMP) TO PERIODO-TRABAJO
                   MOVE TI-EMPRESA(I-IMP) TO EMPRESA-TRABAJO
                   PERFORM CONCILIAR-POLIZA
               END-IF
           END-PERFORM.

      *****DEJA EN IMP-HALLADA LA POLIZA DEL RENGLON; LA PRIMERA VEZ
      *****QUE APARECE REVISA QUE SE HAYA ENTREGADO Y BORRA SU ACUSE
      *****ANTERIOR
       UBICAR-IMPORTADA.
           MOVE 0 TO IMP-HALLADA.
           PERFORM VARYING I-IMP FROM 1 BY 1
                   UNTIL I-IMP > IMPORTADAS-TOTAL
               IF TI-PERIODO(I-IMP) = AC-PERIODO
                   AND TI-EMPRESA(I-IMP) = AC-EMPRESA
                   MOVE I-IMP TO IMP-HALLADA
               END-IF
           END-PERFORM.
           IF IMP-HALLADA = 0
               IF IMPORTADAS-TOTAL >= 50
                   DISPLAY "CAPACIDAD DE POLIZAS POR ACUSE EXCEDIDA"
                       " (50)"
               ELSE
                   ADD 1 TO IMPORTADAS-TOTAL
                   MOVE IMPORTADAS-TOTAL TO IMP-HALLADA
                   MOVE AC-PERIODO TO TI-PERIODO(IMP-HALLADA)
                   MOVE AC-EMPRESA TO TI-EMPRESA(IMP-HALLADA)
                   MOVE 0 TO TI-RENGLON(IMP-HALLADA)
                   MOVE AC-PERIODO TO PERIODO-TRABAJO
                   MOVE AC-EMPRESA TO EMPRESA-TRABAJO
                   PERFORM LEER-CONTROL
                   IF CP-KEY-EXISTE = 1
                       MOVE 1 TO TI-VALIDA(IMP-HALLADA)
                       PERFORM BORRAR-ACUSE
                   ELSE
                       MOVE 0 TO TI-VALIDA(IMP-HALLADA)
                       DISPLAY "ACUSE DE POLIZA NO REGISTRADA: "
                           AC-PERIODO " " AC-EMPRESA
                   END-IF
               END-IF
           END-IF.

       BORRAR-ACUSE.
           MOVE 0 TO RENGLON-EOF.
           MOVE PERIODO-TRABAJO TO PAC-PERIODO.
           MOVE EMPRESA-TRABAJO TO PAC-EMPRESA.
           MOVE 0               TO PAC-RENGLON.
           START POLIZACUS KEY IS NOT LESS THAN PAC-LLAVE
               INVALID KEY MOVE 1 TO RENGLON-EOF.
           PERFORM UNTIL RENGLON-EOF = 1
               READ POLIZACUS NEXT RECORD
                   AT END
                       MOVE 1 TO RENGLON-EOF
                   NOT AT END
                       IF PAC-PERIODO NOT = PERIODO-TRABAJO
                           OR PAC-EMPRESA NOT = EMPRESA-TRABAJO
                           MOVE 1 TO RENGLON-EOF
                       ELSE
                           DELETE POLIZACUS
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                    CONCILIACION DE UNA POLIZA
      *******************************************************************
       CONCILIAR-PERIODO.
           PERFORM PEDIR-POLIZA.
           PERFORM CONCILIAR-POLIZA.

      *****CRUZA LA POLIZA ENTREGADA (POLIZARCH) CON SU ACUSE
      *****(POLIZACUS) POR CUENTA; LOS RENGLONES RECHAZADOS Y LOS DE
      *****OTRO MES NO CUENTAN COMO APLICADOS
       CONCILIAR-POLIZA.
           PERFORM LEER-CONTROL.
           IF CP-KEY-EXISTE = 0
               DISPLAY "SIN POLIZA REGISTRADA: " PERIODO-TRABAJO " "
                   EMPRESA-TRABAJO
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO MES-ESPERADO.
           MOVE PERIODO-TRABAJO TO PER-PERIODO.
           MOVE 1 TO PER-KEY-EXISTE.
           READ PERIODOS INVALID KEY MOVE 0 TO PER-KEY-EXISTE.
           IF PER-KEY-EXISTE = 1
               MOVE PER-FEC-FIN(1:6) TO MES-ESPERADO
           END-IF.
           MOVE 0 TO CUENTAS-TOTAL.
           MOVE 0 TO CONT-ACUSE.
           MOVE 0 TO CONT-RECHAZOS.
           MOVE 0 TO CONT-MES-DISTINTO.
           MOVE 0 TO CONT-DIFERENCIAS.
           MOVE 0 TO CONT-FUERA-MAPA.
           MOVE SPACES TO DIARIO-TRABAJO.
           PERFORM CARGAR-ENVIADA.
           IF CUENTAS-TOTAL = 0
               DISPLAY "LA POLIZA " PERIODO-TRABAJO " " EMPRESA-TRABAJO
                   " NO SE HA ENTREGADO (OPCION 1)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM ABRIR-REPORTE.
           PERFORM LEER-PRIMER-DIARIO.
           MOVE PERIODO-TRABAJO TO TCON-PERIODO.
           MOVE EMPRESA-TRABAJO TO TCON-EMPRESA.
           MOVE DIARIO-TRABAJO  TO TCON-DIARIO.
           MOVE MES-ESPERADO    TO TCON-MES.
           WRITE REPORTE-REG FROM TITULO-CON-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-CON-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-CON-3 BEFORE 1 LINES.
           PERFORM REVISAR-ACUSE.
           PERFORM VARYING I-CTA FROM 1 BY 1
                   UNTIL I-CTA > CUENTAS-TOTAL
               PERFORM REVISAR-CUENTA
           END-PERFORM.
           IF CONT-ACUSE = 0
               MOVE "SIN ACUSE"  TO DCON-SITUACION
               MOVE SPACES       TO DCON-CUENTA
               MOVE 0 TO DCON-ENV-CARGO
               MOVE 0 TO DCON-ENV-ABONO
               MOVE 0 TO DCON-APL-CARGO
               MOVE 0 TO DCON-APL-ABONO
               MOVE "CONTABILIDAD NO HA DEVUELTO" TO DCON-NOTA
               WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES
           ELSE IF CONT-RECHAZOS = 0 AND CONT-MES-DISTINTO = 0
               AND CONT-DIFERENCIAS = 0
               MOVE "APLICADA"   TO CP-ESTADO
           ELSE
               MOVE "DIFERENCIA" TO CP-ESTADO
           END-IF.
           IF CONT-ACUSE > 0
               MOVE DIARIO-TRABAJO   TO CP-DIARIO
               MOVE FECHA-HOY-LARGA  TO CP-FEC-CONCILIA
               MOVE CONT-RECHAZOS    TO CP-RECHAZOS
               COMPUTE CP-DIFERENCIAS =
                   CONT-DIFERENCIAS + CONT-MES-DISTINTO
               MOVE OPERADOR-FIRMADO TO CP-OPERADOR
               REWRITE POLIZACTL-REG
           END-IF.
           MOVE CONT-ACUSE        TO RCON-ACUSE.
           MOVE CONT-RECHAZOS     TO RCON-RECHAZOS.
           MOVE CONT-MES-DISTINTO TO RCON-MES.
           MOVE CONT-DIFERENCIAS  TO RCON-DIFERENCIAS.
           MOVE CONT-FUERA-MAPA   TO RCON-FUERA-MAPA.
           MOVE CP-ESTADO         TO RCON-ESTADO.
           WRITE REPORTE-REG FROM RESUMEN-CON-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-CON-2 BEFORE 3 LINES.
           DISPLAY "POLIZA " PERIODO-TRABAJO " " EMPRESA-TRABAJO
               ": " CP-ESTADO.

       CARGAR-ENVIADA.
           MOVE 0 TO RENGLON-EOF.
           MOVE PERIODO-TRABAJO TO PA-PERIODO.
           MOVE EMPRESA-TRABAJO TO PA-EMPRESA.
           MOVE 0               TO PA-RENGLON.
           START POLIZARCH KEY IS NOT LESS THAN PA-LLAVE
               INVALID KEY MOVE 1 TO RENGLON-EOF.
           PERFORM UNTIL RENGLON-EOF = 1
               READ POLIZARCH NEXT RECORD
                   AT END
                       MOVE 1 TO RENGLON-EOF
                   NOT AT END
                       IF PA-PERIODO NOT = PERIODO-TRABAJO
                           OR PA-EMPRESA NOT = EMPRESA-TRABAJO
                           MOVE 1 TO RENGLON-EOF
                       ELSE
                           MOVE PA-CUENTA TO CUENTA-BUSCADA
                           PERFORM UBICAR-CUENTA
                           IF I-CTA > 0
                               ADD PA-CARGO TO TCU-ENV-CARGO(I-CTA)
                               ADD PA-ABONO TO TCU-ENV-ABONO(I-CTA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****EL NUMERO DE DIARIO ES EL DEL PRIMER RENGLON QUE LO TRAIGA
       LEER-PRIMER-DIARIO.
           MOVE 0 TO RENGLON-EOF.
           MOVE PERIODO-TRABAJO TO PAC-PERIODO.
           MOVE EMPRESA-TRABAJO TO PAC-EMPRESA.
           MOVE 0               TO PAC-RENGLON.
           START POLIZACUS KEY IS NOT LESS THAN PAC-LLAVE
               INVALID KEY MOVE 1 TO RENGLON-EOF.
           PERFORM UNTIL RENGLON-EOF = 1
               READ POLIZACUS NEXT RECORD
                   AT END
                       MOVE 1 TO RENGLON-EOF
                   NOT AT END
                       IF PAC-PERIODO NOT = PERIODO-TRABAJO
                           OR PAC-EMPRESA NOT = EMPRESA-TRABAJO
                           MOVE 1 TO RENGLON-EOF
                       ELSE IF PAC-DIARIO NOT = SPACES
                           MOVE PAC-DIARIO TO DIARIO-TRABAJO
                           MOVE 1 TO RENGLON-EOF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-ACUSE.
           MOVE 0 TO RENGLON-EOF.
           MOVE PERIODO-TRABAJO TO PAC-PERIODO.
           MOVE EMPRESA-TRABAJO TO PAC-EMPRESA.
           MOVE 0               TO PAC-RENGLON.
           START POLIZACUS KEY IS NOT LESS THAN PAC-LLAVE
               INVALID KEY MOVE 1 TO RENGLON-EOF.
           PERFORM UNTIL RENGLON-EOF = 1
               READ POLIZACUS NEXT RECORD
                   AT END
                       MOVE 1 TO RENGLON-EOF
                   NOT AT END
                       IF PAC-PERIODO NOT = PERIODO-TRABAJO
                           OR PAC-EMPRESA NOT = EMPRESA-TRABAJO
                           MOVE 1 TO RENGLON-EOF
                       ELSE
                           PERFORM REVISAR-RENGLON-ACUSE
                       END-IF
               END-READ
           END-PERFORM.

       REVISAR-RENGLON-ACUSE.
           ADD 1 TO CONT-ACUSE.
           MOVE PAC-CUENTA TO DCON-CUENTA.
           MOVE 0          TO DCON-ENV-CARGO.
           MOVE 0          TO DCON-ENV-ABONO.
           MOVE PAC-CARGO  TO DCON-APL-CARGO.
           MOVE PAC-ABONO  TO DCON-APL-ABONO.
           IF PAC-ESTADO NOT = "APLICADO"
               ADD 1 TO CONT-RECHAZOS
               MOVE "RECHAZADO" TO DCON-SITUACION
               MOVE PAC-MOTIVO  TO DCON-NOTA
               WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES
           ELSE IF MES-ESPERADO > 0
               AND PAC-MES-CONTABLE NOT = MES-ESPERADO
               ADD 1 TO CONT-MES-DISTINTO
               MOVE "MES EQUIVOCADO" TO DCON-SITUACION
               MOVE SPACES TO DCON-NOTA
               STRING "REGISTRADA EN " PAC-MES-CONTABLE
                   DELIMITED BY SIZE INTO DCON-NOTA
               WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES
           ELSE
               MOVE PAC-CUENTA TO CUENTA-BUSCADA
               PERFORM UBICAR-CUENTA
               IF I-CTA > 0
                   ADD PAC-CARGO TO TCU-APL-CARGO(I-CTA)
                   ADD PAC-ABONO TO TCU-APL-ABONO(I-CTA)
               END-IF
           END-IF.

      *****CADA CUENTA: PRIMERO SI EXISTE EN EL CONTAMAP (O ES UNA DE
      *****LAS GENERICAS) Y LUEGO SI LO APLICADO IGUALA LO ENVIADO
       REVISAR-CUENTA.
           MOVE TCU-CUENTA(I-CTA)    TO DCON-CUENTA.
           MOVE TCU-ENV-CARGO(I-CTA) TO DCON-ENV-CARGO.
           MOVE TCU-ENV-ABONO(I-CTA) TO DCON-ENV-ABONO.
           MOVE TCU-APL-CARGO(I-CTA) TO DCON-APL-CARGO.
           MOVE TCU-APL-ABONO(I-CTA) TO DCON-APL-ABONO.
           MOVE 0 TO CUENTA-CONOCIDA.
           PERFORM VARYING I-MAPA FROM 1 BY 1 UNTIL I-MAPA > CONT-MAPA
               IF MAPA-CUENTA(I-MAPA) = TCU-CUENTA(I-CTA)
                   MOVE 1 TO CUENTA-CONOCIDA
               END-IF
           END-PERFORM.
           PERFORM VARYING I-GEN FROM 1 BY 1 UNTIL I-GEN > 7
               IF CUENTA-GENERICA(I-GEN) = TCU-CUENTA(I-CTA)
                   MOVE 1 TO CUENTA-CONOCIDA
               END-IF
           END-PERFORM.
           IF CUENTA-CONOCIDA = 0
               ADD 1 TO CONT-FUERA-MAPA
               MOVE "FUERA DE CONTAMAP" TO DCON-SITUACION
               MOVE "CUENTA DESCONOCIDA EN CONTAMAP" TO DCON-NOTA
               WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES
           END-IF.
           IF TCU-ENV-CARGO(I-CTA) NOT = TCU-APL-CARGO(I-CTA)
               OR TCU-ENV-ABONO(I-CTA) NOT = TCU-APL-ABONO(I-CTA)
               ADD 1 TO CONT-DIFERENCIAS
               MOVE "DIFERENCIA"  TO DCON-SITUACION
               IF TCU-ENV-CARGO(I-CTA) = 0
                   AND TCU-ENV-ABONO(I-CTA) = 0
                   MOVE "CUENTA QUE NO VENIA EN LA POLIZA" TO DCON-NOTA
               ELSE
                   MOVE SPACES TO DCON-NOTA
               END-IF
               WRITE REPORTE-REG FROM DETALLE-CON BEFORE 1 LINES
           END-IF.

      *****DEJA EN I-CTA EL RENGLON DE CUENTA-BUSCADA, DANDOLO DE ALTA
      *****SI NO ESTA; CERO SI LA TABLA YA ESTA LLENA
       UBICAR-CUENTA.
           MOVE 0 TO I-CTA.
           PERFORM VARYING I-MAPA FROM 1 BY 1
                   UNTIL I-MAPA > CUENTAS-TOTAL
               IF TCU-CUENTA(I-MAPA) = CUENTA-BUSCADA
                   MOVE I-MAPA TO I-CTA
               END-IF
           END-PERFORM.
           IF I-CTA = 0
               IF CUENTAS-TOTAL >= 200
                   DISPLAY "CAPACIDAD DE CUENTAS EXCEDIDA (200)"
               ELSE
                   ADD 1 TO CUENTAS-TOTAL
                   MOVE CUENTAS-TOTAL TO I-CTA
                   INITIALIZE TCU-OC(I-CTA)
                   MOVE CUENTA-BUSCADA TO TCU-CUENTA(I-CTA)
               END-IF
           END-IF.

      *******************************************************************
      *                       CONSULTA DE ESTADO
      *******************************************************************
       CONSULTAR-ESTADO.
           MOVE 0 TO RENGLON-EOF.
           MOVE 0      TO CP-PERIODO.
           MOVE SPACES TO CP-EMPRESA.
           START POLIZACTL KEY IS NOT LESS THAN CP-LLAVE
               INVALID KEY MOVE 1 TO RENGLON-EOF.
           DISPLAY "PERIODO RS  ESTADO     CORRIDA  ENTREGA  "
               "CONCILIA DIARIO     RECH DIF".
           PERFORM UNTIL RENGLON-EOF = 1
               READ POLIZACTL NEXT RECORD
                   AT END
                       MOVE 1 TO RENGLON-EOF
                   NOT AT END
                       DISPLAY CP-PERIODO " " CP-EMPRESA " "
                           CP-ESTADO " " CP-FEC-CORRIDA " "
                           CP-FEC-ENTREGA " " CP-FEC-CONCILIA " "
                           CP-DIARIO " " CP-RECHAZOS " "
                           CP-DIFERENCIAS
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " POLIZA CONTABLE".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ENTREGAR POLIZA A CONTABILIDAD.".
           DISPLAY "2. IMPORTAR ACUSE DE CONTABILIDAD (ACUSECONT).".
           DISPLAY "3. CONCILIAR UN PERIODO.".
           DISPLAY "4. CONSULTAR ESTADO DE LAS POLIZAS.".
           DISPLAY "5. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ENTREGAR-POLIZA
           ELSE IF OPCION-MENU = 2
               PERFORM IMPORTAR-ACUSE
           ELSE IF OPCION-MENU = 3
               PERFORM CONCILIAR-PERIODO
           ELSE IF OPCION-MENU = 4
               PERFORM CONSULTAR-ESTADO
           ELSE IF OPCION-MENU = 5
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 7POLCON.
