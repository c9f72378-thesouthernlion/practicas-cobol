      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7SEGEXP.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDITORIA  ASSIGN TO DISK.
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT OPTIONAL SEGLOG     ASSIGN TO "SEGLOG".
           SELECT SEGEXP              ASSIGN TO "SEGEXP".
           SELECT REPORTE             ASSIGN TO "SEGREP".
           SELECT OPTIONAL EMPRESACT  ASSIGN TO "EMPRESACT".
           SELECT OPTIONAL SEGUROS ASSIGN TO "SEGUROS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NOMINA.
           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL PARAMET ASSIGN TO "PARAMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PAR-LLAVE.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

      *****MISMO LAYOUT QUE EL RESPALDO-BAJAS DE 4EMPABC
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG.
           03  RB-NOMINA           PIC 9(06).
           03  RB-RESTO            PIC X(120).

      *****BITACORA DE ALTAS Y BAJAS DEL AUDIT YA APLICADAS AL SEGURO,
      *****PARA QUE EL MISMO RENGLON DEL AUDIT NUNCA SE APLIQUE DOS
      *****VECES AUNQUE LA CORRIDA SE REPITA
       FD  SEGLOG.
       01  SEGLOG-REG.
           03  LOG-TIPO            PIC X(01).
           03  LOG-NOMINA          PIC 9(06).
           03  LOG-FECHA           PIC 9(06).
           03  LOG-HORA            PIC 9(06).

      *****ARCHIVO PARA LA ASEGURADORA: ENCABEZADO H, AVISOS M (A =
      *****ALTA, B = BAJA, C = CAMBIO), CENSO DEL MES CON UN RENGLON E
      *****POR TITULAR Y UN F POR DEPENDIENTE, Y COLA T DE CONTROL
       FD  SEGEXP.
       01  SEGEXP-REG              PIC X(100).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****EMPRESA ACTIVA DEL DIRECTORIO DE DATOS (4RAZABC)
       FD  EMPRESACT.
       01  EMPRESACT-REG.
           03  EA-CLAVE            PIC X(03).
           03  EA-RAZON            PIC X(30).
           03  EA-RFC              PIC X(13).
           03  EA-REGPAT           PIC X(11).

      *****MISMO LAYOUT QUE EL SEGUROS DE 4SEGABC
       FD  SEGUROS.
       01  SEGUROS-REG.
           03  SEG-NOMINA          PIC 9(06).
           03  SEG-PLAN            PIC X(04).
           03  SEG-NIVEL           PIC X(01).
           03  SEG-PRIMA-EMPRESA   PIC 9(06)V99.
           03  SEG-PRIMA-EMPLEADO  PIC 9(06)V99.
           03  SEG-FEC-ALTA        PIC 9(08).
           03  SEG-FEC-BAJA        PIC 9(08).
           03  SEG-ESTADO          PIC X(10).
           03  SEG-AVISO           PIC X(01).
           03  SEG-CONT-DEP        PIC 9(01).
           03  SEG-DEPENDIENTE OCCURS 6 TIMES.
               05  SEG-DEP-NOMBRE      PIC X(30).
               05  SEG-DEP-PARENTESCO  PIC X(01).
               05  SEG-DEP-FEC-NAC     PIC 9(08).

       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-RESTO        PIC X(58).

      *****MAESTRO CENTRAL DE PARAMETROS (4PARABC); DE AQUI SALE LA
      *****PRIMA MENSUAL DEL SEGURO DE VIDA QUE LA EMPRESA PAGA POR
      *****CADA ALTA (PRIMA-VIDA)
       FD  PARAMET.
       01  PARAMET-REG.
           03  PAR-LLAVE.
               05  PAR-CODIGO      PIC X(12).
               05  PAR-VIGENCIA    PIC 9(08).
           03  PAR-VALOR           PIC 9(09)V9999.
           03  PAR-DESCRIPCION     PIC X(20).

       WORKING-STORAGE SECTION.
       77  ARCHIVO-EOF         PIC 9.
       77  SEGUROS-EOF         PIC 9.
       77  PARAMET-EOF         PIC 9.
       77  SEG-KEY-EXISTE      PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  YA-APLICADO         PIC 9.
       77  MES-REMESA          PIC 9(06).
       77  FECHA-OBJETIVO      PIC 9(08).
       77  FECHA-HOY-LARGA     PIC 9(08).
       77  FECHA-MOVIMIENTO    PIC 9(08).
       77  PARM-VIG-ELEGIDA    PIC 9(08) VALUE 0.
       77  PRIMA-VIDA          PIC 9(06)V99 VALUE 0.
       77  TIPO-TRABAJO        PIC X(01).
       77  NOMINA-TRABAJO      PIC 9(06).
       77  FECHA-TRABAJO       PIC 9(06).
       77  HORA-TRABAJO        PIC 9(06).
       77  I-DEP               PIC 9.
       77  PRIMA-TOTAL         PIC 9(07)V99.

       77  CONT-ALTAS-AUDIT    PIC 9(05) VALUE 0.
       77  CONT-BAJAS-AUDIT    PIC 9(05) VALUE 0.
       77  CONT-BAJAS-RESPALDO PIC 9(05) VALUE 0.
       77  CONT-AVISOS         PIC 9(05) VALUE 0.
       77  CONT-TITULARES      PIC 9(05) VALUE 0.
       77  CONT-DEPENDIENTES   PIC 9(05) VALUE 0.
       77  TOTAL-EMPRESA       PIC 9(10)V99 VALUE 0.
       77  TOTAL-EMPLEADO      PIC 9(10)V99 VALUE 0.
       77  TOTAL-REMESA        PIC 9(10)V99 VALUE 0.

      *****MISMO LAYOUT QUE EL AUDIT-LINEA QUE ESCRIBE 4EMPABC, PARA
      *****DESARMAR CADA RENGLON DEL AUDIT
       01  AUDIT-LINEA.
           05  AUDIT-FECHA         PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUDIT-HORA          PIC 9(06).
           05  FILLER              PIC X(01).
           05  AUDIT-AUTORIZACION  PIC X(03).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERACION     PIC X(10).
           05  FILLER              PIC X(01).
           05  AUDIT-KEY           PIC X(10).
           05  FILLER              PIC X(01).
           05  AUDIT-ANTES         PIC X(35).
           05  FILLER              PIC X(01).
           05  AUDIT-DESPUES       PIC X(35).
           05  FILLER              PIC X(01).
           05  AUDIT-OPERADOR      PIC X(08).
           05  FILLER              PIC X(22).

      *****RENGLONES DEL AUDIT YA APLICADOS, CARGADOS DEL LOG EN
      *****MEMORIA PARA EL COTEJO; TOPE REVISADO CON ABORTE LIMPIO
       01  TABLA-APLICADOS.
           03  APL-OC OCCURS 5000 TIMES.
               05  APL-TIPO        PIC X(01).
               05  APL-NOMINA      PIC 9(06).
               05  APL-FECHA       PIC 9(06).
               05  APL-HORA        PIC 9(06).
       77  APLICADOS-TOTAL     PIC 9(04) VALUE 0.
       77  I-APL               PIC 9(04).

       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

       01  SALIDA-ENCABEZADO.
           05  FILLER              PIC X(01) VALUE "H".
           05  SAL-HDR-RFC         PIC X(13).
           05  SAL-HDR-RAZON       PIC X(30).
           05  SAL-HDR-MES         PIC 9(06).
           05  SAL-HDR-FECHA       PIC 9(08).
           05  FILLER              PIC X(42) VALUE SPACES.
       01  SALIDA-AVISO.
           05  FILLER              PIC X(01) VALUE "M".
           05  SAL-AVI-TIPO        PIC X(01).
           05  SAL-AVI-NOMINA      PIC 9(06).
           05  SAL-AVI-RFC         PIC X(13).
           05  SAL-AVI-NOMBRE      PIC X(20).
           05  SAL-AVI-PLAN        PIC X(04).
           05  SAL-AVI-NIVEL       PIC X(01).
           05  SAL-AVI-FECHA       PIC 9(08).
           05  SAL-AVI-DEPEND      PIC 9(01).
           05  FILLER              PIC X(45) VALUE SPACES.
       01  SALIDA-TITULAR.
           05  FILLER              PIC X(01) VALUE "E".
           05  SAL-TIT-NOMINA      PIC 9(06).
           05  SAL-TIT-RFC         PIC X(13).
           05  SAL-TIT-NOMBRE      PIC X(20).
           05  SAL-TIT-PLAN        PIC X(04).
           05  SAL-TIT-NIVEL       PIC X(01).
           05  SAL-TIT-FEC-ALTA    PIC 9(08).
           05  SAL-TIT-DEPEND      PIC 9(01).
           05  SAL-TIT-PRIMA       PIC 9(09).
           05  SAL-TIT-ESTADO      PIC X(01).
           05  FILLER              PIC X(36) VALUE SPACES.
       01  SALIDA-DEPENDIENTE.
           05  FILLER              PIC X(01) VALUE "F".
           05  SAL-DEP-NOMINA      PIC 9(06).
           05  SAL-DEP-NOMBRE      PIC X(30).
           05  SAL-DEP-PARENTESCO  PIC X(01).
           05  SAL-DEP-FEC-NAC     PIC 9(08).
           05  FILLER              PIC X(54) VALUE SPACES.
       01  SALIDA-COLA.
           05  FILLER              PIC X(01) VALUE "T".
           05  SAL-TRL-TITULARES   PIC 9(05).
           05  SAL-TRL-DEPEND      PIC 9(05).
           05  SAL-TRL-AVISOS      PIC 9(05).
           05  SAL-TRL-EMPRESA     PIC 9(12).
           05  SAL-TRL-EMPLEADO    PIC 9(12).
           05  SAL-TRL-TOTAL       PIC 9(12).
           05  FILLER              PIC X(48) VALUE SPACES.

       01  TITULO-SEG-1.
           05  FILLER              PIC X(40) VALUE
               "REMESA Y CENSO DEL SEGURO DE GRUPO - MES".
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TSEG-MES            PIC 9(06).
       01  TITULO-SEG-2.
           05  FILLER              PIC X(40) VALUE
               "NOMINA NOMBRE               PLAN NIV DEP".
           05  FILLER              PIC X(40) VALUE
               "    PRIMA EMPRESA  PRIMA EMPLEADO       ".
           05  FILLER              PIC X(20) VALUE
               "   TOTAL EDO".
       01  DETALLE-SEG.
           05  DETSEG-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSEG-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSEG-PLAN         PIC X(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSEG-NIVEL        PIC X(01).
           05  FILLER              PIC X(03) VALUE SPACES.
           05  DETSEG-DEPEND       PIC 9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSEG-EMPRESA      PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSEG-EMPLEADO     PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETSEG-TOTAL        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETSEG-ESTADO       PIC X(06).
       01  TITULO-SEG-3.
           05  FILLER              PIC X(40) VALUE
               "AVISOS A LA ASEGURADORA".
       01  DETALLE-AVISO.
           05  DETAVI-NOMINA       PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETAVI-NOMBRE       PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETAVI-TIPO         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETAVI-FECHA        PIC 9(08).
       01  RESUMEN-SEG-1.
           05  FILLER              PIC X(11) VALUE "TITULARES: ".
           05  RESSEG-TITULARES    PIC ZZZZ9.
           05  FILLER              PIC X(16) VALUE "  DEPENDIENTES: ".
           05  RESSEG-DEPEND       PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  AVISOS: ".
           05  RESSEG-AVISOS       PIC ZZZZ9.
       01  RESUMEN-SEG-2.
           05  FILLER              PIC X(11) VALUE "EMPRESA:   ".
           05  RESSEG-EMPRESA      PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(12) VALUE "  EMPLEADO: ".
           05  RESSEG-EMPLEADO     PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(10) VALUE "  REMESA: ".
           05  RESSEG-TOTAL        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *****REMESA MENSUAL DEL SEGURO DE GRUPO. PRIMERO APLICA A LAS
      *****INSCRIPCIONES LAS ALTAS Y BAJAS DEL AUDIT DE 4EMPABC (TODA
      *****ALTA QUEDA CON EL SEGURO DE VIDA QUE PAGA LA EMPRESA; TODA
      *****BAJA CIERRA LA INSCRIPCION) Y REVISA EL RESPALDO-BAJAS POR
      *****SI ALGUNA BAJA NO QUEDO EN EL AUDIT. DESPUES MANDA LOS
      *****AVISOS PENDIENTES Y EL CENSO DEL MES CON LA PRIMA DE CADA
      *****TITULAR; QUIEN SE DIO DE BAJA ANTES DEL MES YA NO SE PAGA
       MAIN-PROCEDURE.
           DISPLAY "MES DE LA REMESA (AAAAMM)".
           ACCEPT MES-REMESA.
           IF MES-REMESA(5:2) < "01" OR MES-REMESA(5:2) > "12"
               DISPLAY "MES INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE FECHA-OBJETIVO = MES-REMESA * 100 + 31.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           PERFORM CARGAR-PRIMA-VIDA.
           PERFORM CARGAR-LOG.
           MOVE SPACES TO EA-RFC.
           MOVE SPACES TO EA-RAZON.
           OPEN INPUT EMPRESACT.
           READ EMPRESACT
               AT END
                   MOVE SPACES TO EA-RFC
                   MOVE SPACES TO EA-RAZON
           END-READ.
           CLOSE EMPRESACT.
           OPEN I-O SEGUROS.
           OPEN INPUT EMPINX.
           OPEN EXTEND SEGLOG.
           PERFORM APLICAR-AUDITORIA.
           PERFORM APLICAR-RESPALDOS.
           CLOSE SEGLOG.
           OPEN OUTPUT SEGEXP.
           OPEN OUTPUT REPORTE.
           MOVE EA-RFC          TO SAL-HDR-RFC.
           MOVE EA-RAZON        TO SAL-HDR-RAZON.
           MOVE MES-REMESA      TO SAL-HDR-MES.
           MOVE FECHA-HOY-LARGA TO SAL-HDR-FECHA.
           WRITE SEGEXP-REG FROM SALIDA-ENCABEZADO.
           MOVE MES-REMESA TO TSEG-MES.
           WRITE REPORTE-REG FROM TITULO-SEG-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-SEG-3 BEFORE 2 LINES.
           PERFORM POSICIONAR-SEGUROS.
           PERFORM MANDAR-AVISOS UNTIL SEGUROS-EOF = 1.
           WRITE REPORTE-REG FROM TITULO-SEG-2 BEFORE 2 LINES.
           PERFORM POSICIONAR-SEGUROS.
           PERFORM ARMAR-CENSO UNTIL SEGUROS-EOF = 1.
           MOVE CONT-TITULARES    TO SAL-TRL-TITULARES.
           MOVE CONT-DEPENDIENTES TO SAL-TRL-DEPEND.
           MOVE CONT-AVISOS       TO SAL-TRL-AVISOS.
           COMPUTE SAL-TRL-EMPRESA ROUNDED  = TOTAL-EMPRESA * 100.
           COMPUTE SAL-TRL-EMPLEADO ROUNDED = TOTAL-EMPLEADO * 100.
           COMPUTE SAL-TRL-TOTAL ROUNDED    = TOTAL-REMESA * 100.
           WRITE SEGEXP-REG FROM SALIDA-COLA.
           MOVE CONT-TITULARES    TO RESSEG-TITULARES.
           MOVE CONT-DEPENDIENTES TO RESSEG-DEPEND.
           MOVE CONT-AVISOS       TO RESSEG-AVISOS.
           MOVE TOTAL-EMPRESA     TO RESSEG-EMPRESA.
           MOVE TOTAL-EMPLEADO    TO RESSEG-EMPLEADO.
           MOVE TOTAL-REMESA      TO RESSEG-TOTAL.
           WRITE REPORTE-REG FROM RESUMEN-SEG-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM RESUMEN-SEG-2 BEFORE 1 LINES.
           DISPLAY "ALTAS DEL AUDIT        : " CONT-ALTAS-AUDIT.
           DISPLAY "BAJAS DEL AUDIT        : " CONT-BAJAS-AUDIT.
           DISPLAY "BAJAS POR RESPALDO     : " CONT-BAJAS-RESPALDO.
           DISPLAY "AVISOS A LA ASEGURADORA: " CONT-AVISOS.
           DISPLAY "TITULARES EN EL CENSO  : " CONT-TITULARES.
           DISPLAY "TOTAL DE LA REMESA     : " TOTAL-REMESA.
           IF PRIMA-VIDA = 0
               DISPLAY "SIN PRIMA-VIDA EN PARAMET: LAS ALTAS QUEDARON"
                   " CON PRIMA EN CERO; CAPTURALA EN 4SEGABC"
           END-IF.
           CLOSE SEGUROS.
           CLOSE EMPINX.
           CLOSE SEGEXP.
           CLOSE REPORTE.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *****PRIMA DE VIDA VIGENTE AL CIERRE DEL MES
       CARGAR-PRIMA-VIDA.
           MOVE 0 TO PARAMET-EOF.
           OPEN INPUT PARAMET.
           MOVE "PRIMA-VIDA" TO PAR-CODIGO.
           MOVE 0 TO PAR-VIGENCIA.
           START PARAMET KEY IS NOT LESS THAN PAR-LLAVE
               INVALID KEY MOVE 1 TO PARAMET-EOF.
           PERFORM UNTIL PARAMET-EOF = 1
               READ PARAMET NEXT RECORD
                   AT END
                       MOVE 1 TO PARAMET-EOF
                   NOT AT END
                       IF PAR-CODIGO NOT = "PRIMA-VIDA"
                           MOVE 1 TO PARAMET-EOF
                       ELSE
                           IF PAR-VIGENCIA <= FECHA-OBJETIVO
                               AND PAR-VIGENCIA >= PARM-VIG-ELEGIDA
                               MOVE PAR-VIGENCIA TO PARM-VIG-ELEGIDA
                               MOVE PAR-VALOR TO PRIMA-VIDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PARAMET.

      *****CARGA EL LOG DE RENGLONES APLICADOS EN MEMORIA
       CARGAR-LOG.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT SEGLOG.
           READ SEGLOG AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF APLICADOS-TOTAL >= 5000
                   DISPLAY "CAPACIDAD DEL LOG EXCEDIDA (5000)"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO APLICADOS-TOTAL
               MOVE LOG-TIPO   TO APL-TIPO(APLICADOS-TOTAL)
               MOVE LOG-NOMINA TO APL-NOMINA(APLICADOS-TOTAL)
               MOVE LOG-FECHA  TO APL-FECHA(APLICADOS-TOTAL)
               MOVE LOG-HORA   TO APL-HORA(APLICADOS-TOTAL)
               READ SEGLOG AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE SEGLOG.

       REVISAR-APLICADO.
           MOVE 0 TO YA-APLICADO.
           PERFORM VARYING I-APL FROM 1 BY 1
                   UNTIL I-APL > APLICADOS-TOTAL
               IF APL-TIPO(I-APL) = TIPO-TRABAJO
                   AND APL-NOMINA(I-APL) = NOMINA-TRABAJO
                   AND APL-FECHA(I-APL) = FECHA-TRABAJO
                   AND APL-HORA(I-APL) = HORA-TRABAJO
                   MOVE 1 TO YA-APLICADO
               END-IF
           END-PERFORM.

      *****ALTAS Y BAJAS DEL AUDIT DE 4EMPABC (LA RESTAURACION DE UNA
      *****BAJA CUENTA COMO RE-ALTA), EN EL ORDEN EN QUE OCURRIERON
       APLICAR-AUDITORIA.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT AUDITORIA.
           READ AUDITORIA AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE AUDITORIA-REG TO AUDIT-LINEA
               IF AUDIT-OPERACION = "ALTA"
                   OR AUDIT-OPERACION = "BAJA"
                   OR AUDIT-OPERACION = "RESTAURAR"
                   PERFORM APLICAR-UN-AUDIT
               END-IF
               READ AUDITORIA AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE AUDITORIA.

       APLICAR-UN-AUDIT.
           IF AUDIT-OPERACION = "BAJA"
               MOVE "B" TO TIPO-TRABAJO
           ELSE
               MOVE "A" TO TIPO-TRABAJO
           END-IF.
           MOVE AUDIT-KEY(1:6) TO NOMINA-TRABAJO.
           MOVE AUDIT-FECHA    TO FECHA-TRABAJO.
           MOVE AUDIT-HORA     TO HORA-TRABAJO.
           PERFORM REVISAR-APLICADO.
           IF YA-APLICADO = 0
               COMPUTE FECHA-MOVIMIENTO = 20000000 + FECHA-TRABAJO
               IF TIPO-TRABAJO = "B"
                   PERFORM CERRAR-INSCRIPCION
                   ADD 1 TO CONT-BAJAS-AUDIT
               ELSE
                   PERFORM ABRIR-INSCRIPCION
                   ADD 1 TO CONT-ALTAS-AUDIT
               END-IF
               MOVE TIPO-TRABAJO   TO LOG-TIPO
               MOVE NOMINA-TRABAJO TO LOG-NOMINA
               MOVE FECHA-TRABAJO  TO LOG-FECHA
               MOVE HORA-TRABAJO   TO LOG-HORA
               WRITE SEGLOG-REG
           END-IF.

      *****UN ALTA SIN INSCRIPCION QUEDA CON EL SEGURO DE VIDA A CARGO
      *****DE LA EMPRESA; UNA INSCRIPCION EN BAJA SE REACTIVA COMO
      *****ESTABA (EL GASTOS MEDICOS SE REVISA EN 4SEGABC)
       ABRIR-INSCRIPCION.
           MOVE NOMINA-TRABAJO TO SEG-NOMINA.
           MOVE 1 TO SEG-KEY-EXISTE.
           READ SEGUROS INVALID KEY MOVE 0 TO SEG-KEY-EXISTE.
           IF SEG-KEY-EXISTE = 0
               MOVE "VIDA"     TO SEG-PLAN
               MOVE "T"        TO SEG-NIVEL
               MOVE PRIMA-VIDA TO SEG-PRIMA-EMPRESA
               MOVE 0          TO SEG-PRIMA-EMPLEADO
               MOVE 0          TO SEG-CONT-DEP
               MOVE SPACES TO SEG-DEPENDIENTE(1) SEG-DEPENDIENTE(2)
                   SEG-DEPENDIENTE(3) SEG-DEPENDIENTE(4)
                   SEG-DEPENDIENTE(5) SEG-DEPENDIENTE(6)
               MOVE FECHA-MOVIMIENTO TO SEG-FEC-ALTA
               MOVE 0          TO SEG-FEC-BAJA
               MOVE "ACTIVO"   TO SEG-ESTADO
               MOVE "A"        TO SEG-AVISO
               WRITE SEGUROS-REG
           ELSE
               IF SEG-ESTADO NOT = "ACTIVO"
                   MOVE FECHA-MOVIMIENTO TO SEG-FEC-ALTA
                   MOVE 0        TO SEG-FEC-BAJA
                   MOVE "ACTIVO" TO SEG-ESTADO
                   MOVE "A"      TO SEG-AVISO
                   REWRITE SEGUROS-REG
               END-IF
           END-IF.

       CERRAR-INSCRIPCION.
           MOVE NOMINA-TRABAJO TO SEG-NOMINA.
           MOVE 1 TO SEG-KEY-EXISTE.
           READ SEGUROS INVALID KEY MOVE 0 TO SEG-KEY-EXISTE.
           IF SEG-KEY-EXISTE = 1 AND SEG-ESTADO = "ACTIVO"
               MOVE FECHA-MOVIMIENTO TO SEG-FEC-BAJA
               MOVE "BAJA" TO SEG-ESTADO
               MOVE "B"    TO SEG-AVISO
               REWRITE SEGUROS-REG
           END-IF.

      *****CIFRA DE CONTROL DEL AUDIT: QUIEN ESTA EN EL RESPALDO DE
      *****BAJAS, YA NO ESTA EN EMPINX Y SIGUE ASEGURADO SE CIERRA CON
      *****LA FECHA DE HOY
       APLICAR-RESPALDOS.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT RESPALDO-BAJAS.
           READ RESPALDO-BAJAS AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE RB-NOMINA TO SEG-NOMINA
               MOVE 1 TO SEG-KEY-EXISTE
               READ SEGUROS INVALID KEY MOVE 0 TO SEG-KEY-EXISTE
               END-READ
               IF SEG-KEY-EXISTE = 1 AND SEG-ESTADO = "ACTIVO"
                   MOVE RB-NOMINA TO EMPINX-NOMINA
                   MOVE 1 TO EXISTE-NOMINA
                   READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
                   END-READ
                   IF EXISTE-NOMINA = 0
                       MOVE FECHA-HOY-LARGA TO SEG-FEC-BAJA
                       MOVE "BAJA" TO SEG-ESTADO
                       MOVE "B"    TO SEG-AVISO
                       REWRITE SEGUROS-REG
                       ADD 1 TO CONT-BAJAS-RESPALDO
                   END-IF
               END-IF
               READ RESPALDO-BAJAS AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.

       POSICIONAR-SEGUROS.
           MOVE 0 TO SEGUROS-EOF.
           MOVE 0 TO SEG-NOMINA.
           START SEGUROS KEY IS NOT LESS THAN SEG-NOMINA
               INVALID KEY MOVE 1 TO SEGUROS-EOF.

       LEER-NOMBRE.
           MOVE SEG-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-NOMINA.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA.
           IF EXISTE-NOMINA = 0
               MOVE "(YA NO EXISTE)" TO EMPINX-NOMBRE
               MOVE SPACES TO EMPINX-RFC
           END-IF.

      *****CADA AVISO PENDIENTE SALE UNA SOLA VEZ Y SE LIMPIA
       MANDAR-AVISOS.
           READ SEGUROS NEXT RECORD
               AT END
                   MOVE 1 TO SEGUROS-EOF
               NOT AT END
                   IF SEG-AVISO NOT = SPACES
                       PERFORM MANDAR-UN-AVISO
                   END-IF
           END-READ.

       MANDAR-UN-AVISO.
           PERFORM LEER-NOMBRE.
           MOVE SEG-AVISO     TO SAL-AVI-TIPO.
           MOVE SEG-NOMINA    TO SAL-AVI-NOMINA.
           MOVE EMPINX-RFC    TO SAL-AVI-RFC.
           MOVE EMPINX-NOMBRE TO SAL-AVI-NOMBRE.
           MOVE SEG-PLAN      TO SAL-AVI-PLAN.
           MOVE SEG-NIVEL     TO SAL-AVI-NIVEL.
           MOVE SEG-CONT-DEP  TO SAL-AVI-DEPEND.
           MOVE SEG-NOMINA    TO DETAVI-NOMINA.
           MOVE EMPINX-NOMBRE TO DETAVI-NOMBRE.
           IF SEG-AVISO = "B"
               MOVE SEG-FEC-BAJA TO SAL-AVI-FECHA
               MOVE "BAJA"       TO DETAVI-TIPO
           ELSE
               MOVE SEG-FEC-ALTA TO SAL-AVI-FECHA
               IF SEG-AVISO = "A"
                   MOVE "ALTA"   TO DETAVI-TIPO
               ELSE
                   MOVE FECHA-HOY-LARGA TO SAL-AVI-FECHA
                   MOVE "CAMBIO" TO DETAVI-TIPO
               END-IF
           END-IF.
           MOVE SAL-AVI-FECHA TO DETAVI-FECHA.
           WRITE SEGEXP-REG FROM SALIDA-AVISO.
           WRITE REPORTE-REG FROM DETALLE-AVISO BEFORE 1 LINES.
           ADD 1 TO CONT-AVISOS.
           MOVE SPACES TO SEG-AVISO.
           REWRITE SEGUROS-REG.

      *****EN EL CENSO VA QUIEN YA ESTABA ASEGURADO EN EL MES Y NO SE
      *****DIO DE BAJA ANTES DE EL; EL MES DE LA BAJA SE PAGA COMPLETO
       ARMAR-CENSO.
           READ SEGUROS NEXT RECORD
               AT END
                   MOVE 1 TO SEGUROS-EOF
               NOT AT END
                   IF SEG-FEC-ALTA(1:6) <= MES-REMESA
                       AND (SEG-ESTADO = "ACTIVO"
                           OR SEG-FEC-BAJA(1:6) >= MES-REMESA)
                       PERFORM CENSAR-TITULAR
                   END-IF
           END-READ.

       CENSAR-TITULAR.
           PERFORM LEER-NOMBRE.
           COMPUTE PRIMA-TOTAL = SEG-PRIMA-EMPRESA + SEG-PRIMA-EMPLEADO.
           ADD 1 TO CONT-TITULARES.
           ADD SEG-PRIMA-EMPRESA  TO TOTAL-EMPRESA.
           ADD SEG-PRIMA-EMPLEADO TO TOTAL-EMPLEADO.
           ADD PRIMA-TOTAL        TO TOTAL-REMESA.
           MOVE SEG-NOMINA    TO SAL-TIT-NOMINA.
           MOVE EMPINX-RFC    TO SAL-TIT-RFC.
           MOVE EMPINX-NOMBRE TO SAL-TIT-NOMBRE.
           MOVE SEG-PLAN      TO SAL-TIT-PLAN.
           MOVE SEG-NIVEL     TO SAL-TIT-NIVEL.
           MOVE SEG-FEC-ALTA  TO SAL-TIT-FEC-ALTA.
           MOVE SEG-CONT-DEP  TO SAL-TIT-DEPEND.
           COMPUTE SAL-TIT-PRIMA ROUNDED = PRIMA-TOTAL * 100.
           MOVE SEG-ESTADO(1:1) TO SAL-TIT-ESTADO.
           WRITE SEGEXP-REG FROM SALIDA-TITULAR.
           PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > SEG-CONT-DEP
               MOVE SEG-NOMINA                TO SAL-DEP-NOMINA
               MOVE SEG-DEP-NOMBRE(I-DEP)     TO SAL-DEP-NOMBRE
               MOVE SEG-DEP-PARENTESCO(I-DEP) TO SAL-DEP-PARENTESCO
               MOVE SEG-DEP-FEC-NAC(I-DEP)    TO SAL-DEP-FEC-NAC
               WRITE SEGEXP-REG FROM SALIDA-DEPENDIENTE
               ADD 1 TO CONT-DEPENDIENTES
           END-PERFORM.
           MOVE SEG-NOMINA         TO DETSEG-NOMINA.
           MOVE EMPINX-NOMBRE      TO DETSEG-NOMBRE.
           MOVE SEG-PLAN           TO DETSEG-PLAN.
           MOVE SEG-NIVEL          TO DETSEG-NIVEL.
           MOVE SEG-CONT-DEP       TO DETSEG-DEPEND.
           MOVE SEG-PRIMA-EMPRESA  TO DETSEG-EMPRESA.
           MOVE SEG-PRIMA-EMPLEADO TO DETSEG-EMPLEADO.
           MOVE PRIMA-TOTAL        TO DETSEG-TOTAL.
           MOVE SEG-ESTADO         TO DETSEG-ESTADO.
           WRITE REPORTE-REG FROM DETALLE-SEG BEFORE 1 LINES.

       END PROGRAM 7SEGEXP.
