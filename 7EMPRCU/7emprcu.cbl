      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7EMPRCU.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA
           ALTERNATE RECORD KEY IS EMPINX-NOMBRE WITH DUPLICATES.
           SELECT EMPINXREC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NOMINA.
           SELECT OPTIONAL EMPGEN ASSIGN TO ARCHIVO-GENERACION.
           SELECT OPTIONAL EMPGENCTL ASSIGN TO "EMPGENCTL".
           SELECT OPTIONAL EMPINXHIST ASSIGN TO DISK.
           SELECT OPTIONAL AUDITORIA ASSIGN TO DISK.
           SELECT OPTIONAL RESPALDO-BAJAS ASSIGN TO DISK.
           SELECT EMPINXDAN ASSIGN TO DISK.
           SELECT REPORTE ASSIGN TO DISK.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****EL MAESTRO DANIADO; SOLO SE LEE PARA LA COMPARACION Y SE
      *****REEMPLAZA AL FINAL SI EL OPERADOR LO AUTORIZA
       FD  EMPINX.
       01  EMPINX-REG.
           03  EMPINX-NOMINA       PIC 9(06).
           03  EMPINX-NOMBRE       PIC X(20).
           03  EMPINX-DPTO         PIC X(03).
           03  EMPINX-SUELDO       PIC S9(05)V99.
           03  EMPINX-RFC          PIC X(13).
           03  EMPINX-FEC-INGRESO  PIC 9(08).
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

      *****MAESTRO DE TRABAJO: AQUI SE RESTAURA LA GENERACION Y SE
      *****REPRODUCEN LOS CAMBIOS; MISMO LAYOUT QUE EMPINX
       FD  EMPINXREC.
       01  EMPINXREC-REG.
           03  REC-NOMINA          PIC 9(06).
           03  REC-NOMBRE          PIC X(20).
           03  REC-DPTO            PIC X(03).
           03  REC-SUELDO          PIC S9(05)V99.
           03  REC-RFC             PIC X(13).
           03  REC-FEC-INGRESO     PIC 9(08).
           03  REC-SUELDO-YTD      PIC 9(08)V99.
           03  REC-PERCEP-YTD      PIC 9(08).
           03  REC-DEDUC-YTD       PIC 9(08).
           03  REC-CLABE           PIC X(18).
           03  REC-HORAS-EXTRAS    PIC 9(03).
           03  REC-TARIFA-EXTRA    PIC 9(03)V99.
           03  REC-FALTAS-YTD      PIC 9(03).
           03  REC-INCAP-YTD       PIC 9(03).

      *****GENERACION DE 0RESPAL (EMPGEN1, EMPGEN2 O EMPGEN3)
       FD  EMPGEN.
       01  EMPGEN-REG              PIC X(130).

      *****MISMO LAYOUT QUE EL EMPGENCTL DE 0RESPAL
       FD  EMPGENCTL.
       01  EMPGENCTL-REG.
           03  GCT-GENERACION OCCURS 3 TIMES.
               05  GCT-FECHA       PIC 9(06).
               05  GCT-HORA        PIC 9(06).

      *****HISTORIAL COMPARTIDO; VIENE EN ORDEN CRONOLOGICO
       FD  EMPINXHIST.
       01  EMPINXHIST-REG.
           03  HIST-FECHA          PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-HORA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-PROGRAMA       PIC X(08).
           03  FILLER              PIC X(01).
           03  HIST-NOMINA         PIC 9(06).
           03  FILLER              PIC X(01).
           03  HIST-CAMPO          PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-VALOR-ANTES    PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-VALOR-DESPUES  PIC X(15).
           03  FILLER              PIC X(01).
           03  HIST-OPERADOR       PIC X(08).

      *****AUDIT DE EMPLEADOS (4EMPABC Y 3CTRVEN); DE AQUI SALEN LAS
      *****ALTAS, BAJAS, RESTAURACIONES Y CAMBIOS DE NOMBRE/DPTO
       FD  AUDITORIA.
       01  AUDITORIA-REG           PIC X(142).

      *****MISMO LAYOUT QUE EL RESPALDO-BAJAS DE 4EMPABC; DE AQUI SE
      *****TOMA EL REGISTRO COMPLETO AL REPRODUCIR UNA RESTAURACION
       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG.
           03  RB-NOMINA           PIC 9(06).
           03  RB-NOMBRE           PIC X(20).
           03  RB-DPTO             PIC X(03).
           03  RB-SUELDO           PIC S9(05)V99.
           03  RB-RFC              PIC X(13).
           03  RB-FEC-INGRESO      PIC 9(08).
           03  RB-SUELDO-YTD       PIC 9(08)V99.
           03  RB-PERCEP-YTD       PIC 9(08).
           03  RB-DEDUC-YTD        PIC 9(08).
           03  RB-CLABE            PIC X(18).
           03  RB-HORAS-EXTRAS     PIC 9(03).
           03  RB-TARIFA-EXTRA     PIC 9(03)V99.
           03  RB-FALTAS-YTD       PIC 9(03).
           03  RB-INCAP-YTD        PIC 9(03).
           03  RB-MOTIVO           PIC X(03).
           03  RB-FEC-BAJA         PIC 9(08).

      *****COPIA DEL MAESTRO DANIADO ANTES DE PONER EL RECUPERADO EN
      *****SU LUGAR, POR SI HAY QUE VOLVER A REVISARLO
       FD  EMPINXDAN.
       01  EMPINXDAN-REG           PIC X(130).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  MODO-UTILERIA       PIC 9.
       77  GENERACION-ELEGIDA  PIC 9.
       77  ARCHIVO-GENERACION  PIC X(08).
       77  ARCHIVO-EOF         PIC 9.
       77  EXISTE-REC          PIC 9.
       77  EXISTE-DANIADO      PIC 9.
       77  EXISTE-RESPALDO     PIC 9.
       77  REPRODUCCION-DETENIDA PIC 9 VALUE 0.
       77  EVENTO-CASA         PIC 9.
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".

      *****VENTANA DE LA REPRODUCCION: DESDE LA ESTAMPA DE LA
      *****GENERACION (EXCLUSIVE) HASTA LA FECHA Y HORA PEDIDAS
      *****(INCLUSIVE); LAS MARCAS SON AAMMDDHHMMSS, IGUAL QUE LAS
      *****FECHAS DEL HISTORIAL Y DEL AUDIT
       77  FECHA-DESDE         PIC 9(06).
       77  HORA-DESDE          PIC 9(06).
       77  FECHA-HASTA         PIC 9(06).
       77  HORA-HASTA          PIC 9(06).
       77  MARCA-DESDE         PIC 9(12).
       77  MARCA-HASTA         PIC 9(12).
       77  MARCA-HIST          PIC 9(12).
       77  MARCA-AUDIT         PIC 9(12).
       77  MARCA-FIN           PIC 9(12) VALUE 999999999999.

       77  CONT-GENERACION     PIC 9(05) VALUE 0.
       77  CONT-APLICADOS      PIC 9(05) VALUE 0.
       77  CONT-ALTAS          PIC 9(05) VALUE 0.
       77  CONT-BAJAS          PIC 9(05) VALUE 0.
       77  CONT-INFORMATIVOS   PIC 9(05) VALUE 0.
       77  CONT-AVISOS         PIC 9(05) VALUE 0.
       77  CONT-RECUPERADO     PIC 9(05) VALUE 0.
       77  CONT-DANIADO        PIC 9(05) VALUE 0.
       77  CONT-SOLO-RECUPERADO PIC 9(05) VALUE 0.
       77  CONT-SOLO-DANIADO   PIC 9(05) VALUE 0.
       77  CONT-DIFERENCIAS    PIC 9(05) VALUE 0.
       77  CONT-RESGUARDADOS   PIC 9(05) VALUE 0.
       77  CONT-REEMPLAZADOS   PIC 9(05) VALUE 0.

       77  TEXTO-APLICA        PIC X(12).
       77  VALOR-EDITADO       PIC -(07)9.99.
       77  VALOR-ACTUAL        PIC X(15).

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
      *****EL AUDIT GUARDA NOMBRE Y DPTO ARMADOS CON STRING
      *****(NOMBRE, UN ESPACIO, DPTO); ASI SE COTEJAN Y SE APLICAN
       01  NOMBRE-DPTO-AUDIT.
           05  NDA-NOMBRE          PIC X(20).
           05  FILLER              PIC X(01).
           05  NDA-DPTO            PIC X(03).
           05  FILLER              PIC X(11).
       01  NOMBRE-DPTO-REC.
           05  NDR-NOMBRE          PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  NDR-DPTO            PIC X(03).

      *****DES-EDICION DE IMPORTES DEL HISTORIAL, MISMO PATRON QUE
      *****7EMPFIX
       77  DESED-TEXTO         PIC X(15).
       77  DESED-RESULTADO     PIC S9(08)V99.
       77  DESED-ENTERO        PIC 9(08).
       77  DESED-CENT          PIC 9(02).
       77  DESED-NEGATIVO      PIC 9.
       77  DESED-PUNTO         PIC 9.
       77  DESED-NCENT         PIC 9.
       77  I-DESED             PIC 99.
       01  DESED-DIGITO-X      PIC X.
       01  DESED-DIGITO REDEFINES DESED-DIGITO-X PIC 9.
       77  VALOR-ANTES-NUM     PIC S9(08)V99.

       01  TITULO-RCU-1.
           05  FILLER              PIC X(40) VALUE
               "RECUPERACION DE EMPINX HACIA ADELANTE - ".
           05  TITRCU-MODO         PIC X(20).
       01  TITULO-RCU-2.
           05  FILLER              PIC X(11) VALUE "GENERACION ".
           05  TITRCU-GENERACION   PIC 9.
           05  FILLER              PIC X(08) VALUE "  DESDE ".
           05  TITRCU-FECHA-DESDE  PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TITRCU-HORA-DESDE   PIC 9(06).
           05  FILLER              PIC X(08) VALUE "  HASTA ".
           05  TITRCU-FECHA-HASTA  PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  TITRCU-HORA-HASTA   PIC 9(06).
       01  TITULO-RCU-3.
           05  FILLER              PIC X(46) VALUE
               "FECHA  HORA   ORIGEN   NOMINA CAMPO/OPERACION ".
           05  FILLER              PIC X(44) VALUE
               "VALOR ANTES     VALOR DESPUES   RESULTADO".
       01  DETALLE-RCU.
           05  DETRCU-FECHA        PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-HORA         PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-ORIGEN       PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-NOMINA       PIC X(06).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-CAMPO        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-ANTES        PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-DESPUES      PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETRCU-RESULTADO    PIC X(40).
       01  RESUMEN-RCU-1.
           05  FILLER              PIC X(24) VALUE
               "REGISTROS DE GENERACION:".
           05  RESRCU-GENERACION   PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "  CAMBIOS APLICADOS:  ".
           05  RESRCU-APLICADOS    PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  ALTAS:  ".
           05  RESRCU-ALTAS        PIC ZZZZ9.
           05  FILLER              PIC X(10) VALUE "  BAJAS:  ".
           05  RESRCU-BAJAS        PIC ZZZZ9.
       01  RESUMEN-RCU-2.
           05  FILLER              PIC X(24) VALUE
               "INFORMATIVOS:           ".
           05  RESRCU-INFORMATIVOS PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "  AVISOS YTD:         ".
           05  RESRCU-AVISOS       PIC ZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RESRCU-ESTADO       PIC X(40).

       01  TITULO-CMP-1.
           05  FILLER              PIC X(45) VALUE
               "COMPARACION EMPINX RECUPERADO CONTRA DANIADO".
       01  TITULO-CMP-2.
           05  FILLER              PIC X(44) VALUE
               "NOMINA  CAMPO             RECUPERADO        ".
           05  FILLER              PIC X(07) VALUE "DANIADO".
       01  DETALLE-CMP.
           05  DETCMP-NOMINA       PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCMP-CAMPO        PIC X(16).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCMP-RECUPERADO   PIC X(20).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETCMP-DANIADO      PIC X(20).
       01  RESUMEN-CMP-1.
           05  FILLER              PIC X(22) VALUE
               "REGISTROS RECUPERADO: ".
           05  RESCMP-RECUPERADO   PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "  REGISTROS DANIADO:  ".
           05  RESCMP-DANIADO      PIC ZZZZ9.
       01  RESUMEN-CMP-2.
           05  FILLER              PIC X(22) VALUE
               "SOLO EN RECUPERADO:   ".
           05  RESCMP-SOLO-REC     PIC ZZZZ9.
           05  FILLER              PIC X(22) VALUE
               "  SOLO EN DANIADO:    ".
           05  RESCMP-SOLO-DAN     PIC ZZZZ9.
           05  FILLER              PIC X(24) VALUE
               "  CAMPOS DIFERENTES:    ".
           05  RESCMP-CAMPOS       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "1 = SIMULAR (SOLO LISTA LO QUE SE REPRODUCIRIA)".
           DISPLAY "2 = RECUPERAR EMPINX A UNA FECHA Y HORA".
           ACCEPT MODO-UTILERIA.
           DISPLAY "GENERACION DE PARTIDA (1 = MAS RECIENTE, 2, 3)".
           ACCEPT GENERACION-ELEGIDA.
           IF GENERACION-ELEGIDA < 1 OR GENERACION-ELEGIDA > 3
               DISPLAY "GENERACION INVALIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PEDIR-VENTANA.
           OPEN OUTPUT REPORTE.
           IF MODO-UTILERIA = 2
               MOVE "RECUPERACION" TO TITRCU-MODO
               MOVE "APLICADO"     TO TEXTO-APLICA
           ELSE
               MOVE "SIMULACION"   TO TITRCU-MODO
               MOVE "SE APLICARIA" TO TEXTO-APLICA
           END-IF.
           MOVE GENERACION-ELEGIDA TO TITRCU-GENERACION.
           MOVE FECHA-DESDE        TO TITRCU-FECHA-DESDE.
           MOVE HORA-DESDE         TO TITRCU-HORA-DESDE.
           MOVE FECHA-HASTA        TO TITRCU-FECHA-HASTA.
           MOVE HORA-HASTA         TO TITRCU-HORA-HASTA.
           WRITE REPORTE-REG FROM TITULO-RCU-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-RCU-2 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-RCU-3 BEFORE 1 LINES.
           PERFORM RESTAURAR-GENERACION.
           OPEN INPUT EMPINX.
           OPEN I-O EMPINXREC.
           PERFORM REPRODUCIR-CAMBIOS.
           PERFORM CERRAR-REPRODUCCION.
           IF MODO-UTILERIA = 2
               PERFORM COMPARAR-MAESTROS
           END-IF.
           CLOSE EMPINX.
           CLOSE EMPINXREC.
           CLOSE REPORTE.
           IF MODO-UTILERIA = 2
               PERFORM PONER-EN-LUGAR
           END-IF.
           IF REPRODUCCION-DETENIDA = 1
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *******************************************************************
      *                        VENTANA DE TIEMPO
      *******************************************************************
      *****EL PUNTO DE PARTIDA ES LA ESTAMPA QUE 0RESPAL DEJO AL TOMAR
      *****LA GENERACION; SI LA GENERACION ES ANTERIOR A LAS ESTAMPAS
      *****EL OPERADOR DA LA FECHA Y HORA DEL RESPALDO A MANO
       PEDIR-VENTANA.
           MOVE ZEROES TO EMPGENCTL-REG.
           OPEN INPUT EMPGENCTL.
           READ EMPGENCTL AT END MOVE ZEROES TO EMPGENCTL-REG.
           CLOSE EMPGENCTL.
           MOVE GCT-FECHA(GENERACION-ELEGIDA) TO FECHA-DESDE.
           MOVE GCT-HORA(GENERACION-ELEGIDA)  TO HORA-DESDE.
           IF FECHA-DESDE = 0
               DISPLAY "LA GENERACION NO TRAE ESTAMPA DE 0RESPAL"
               DISPLAY "FECHA EN QUE SE TOMO (AAMMDD)"
               ACCEPT FECHA-DESDE
               DISPLAY "HORA EN QUE SE TOMO (HHMMSS)"
               ACCEPT HORA-DESDE
           ELSE
               DISPLAY "GENERACION TOMADA EL " FECHA-DESDE
                   " A LAS " HORA-DESDE
           END-IF.
           DISPLAY "REPRODUCIR HASTA LA FECHA (AAMMDD, 0 = TODO)".
           ACCEPT FECHA-HASTA.
           IF FECHA-HASTA = 0
               MOVE 999999 TO FECHA-HASTA
               MOVE 999999 TO HORA-HASTA
           ELSE
               DISPLAY "HASTA LA HORA (HHMMSS)"
               ACCEPT HORA-HASTA
           END-IF.
           COMPUTE MARCA-DESDE = FECHA-DESDE * 1000000 + HORA-DESDE.
           COMPUTE MARCA-HASTA = FECHA-HASTA * 1000000 + HORA-HASTA.

      *******************************************************************
      *                     RESTAURAR LA GENERACION
      *******************************************************************
      *****LA GENERACION SE CARGA EN EL MAESTRO DE TRABAJO, NUNCA
      *****DIRECTO SOBRE EMPINX
       RESTAURAR-GENERACION.
           MOVE SPACES TO ARCHIVO-GENERACION.
           STRING "EMPGEN" GENERACION-ELEGIDA DELIMITED BY SIZE
               INTO ARCHIVO-GENERACION.
           OPEN INPUT EMPGEN.
           OPEN OUTPUT EMPINXREC.
           MOVE 0 TO ARCHIVO-EOF.
           READ EMPGEN AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               MOVE EMPGEN-REG TO EMPINXREC-REG
               WRITE EMPINXREC-REG
                   INVALID KEY
                       DISPLAY "NOMINA DUPLICADA EN LA GENERACION: "
                           REC-NOMINA
                   NOT INVALID KEY
                       ADD 1 TO CONT-GENERACION
               END-WRITE
               READ EMPGEN AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE EMPGEN.
           CLOSE EMPINXREC.
           DISPLAY "REGISTROS RESTAURADOS DE " ARCHIVO-GENERACION
               ": " CONT-GENERACION.

      *******************************************************************
      *                      REPRODUCIR LOS CAMBIOS
      *******************************************************************
      *****EL HISTORIAL Y EL AUDIT SE MEZCLAN POR FECHA Y HORA; A
      *****IGUALDAD DE SEGUNDO VA PRIMERO EL AUDIT, PORQUE 4EMPABC
      *****ESCRIBE EL ALTA O LA MODIFICACION ANTES QUE SUS RENGLONES
      *****DE HISTORIAL
       REPRODUCIR-CAMBIOS.
           OPEN INPUT EMPINXHIST.
           OPEN INPUT AUDITORIA.
           PERFORM LEER-HIST.
           PERFORM LEER-HIST UNTIL MARCA-HIST > MARCA-DESDE.
           PERFORM LEER-AUDIT.
           PERFORM LEER-AUDIT UNTIL MARCA-AUDIT > MARCA-DESDE.
      *    CON "0 = TODO" EL LIMITE ES IGUAL A MARCA-FIN: EL FIN DE
      *    AMBOS ARCHIVOS TAMBIEN TERMINA LA REPRODUCCION
           PERFORM REPRODUCIR-EVENTO
               UNTIL REPRODUCCION-DETENIDA = 1
                  OR (MARCA-HIST > MARCA-HASTA
                      AND MARCA-AUDIT > MARCA-HASTA)
                  OR (MARCA-HIST = MARCA-FIN
                      AND MARCA-AUDIT = MARCA-FIN).
           CLOSE EMPINXHIST.
           CLOSE AUDITORIA.

       LEER-HIST.
           READ EMPINXHIST
               AT END
                   MOVE MARCA-FIN TO MARCA-HIST
               NOT AT END
                   COMPUTE MARCA-HIST =
                       HIST-FECHA * 1000000 + HIST-HORA
           END-READ.

       LEER-AUDIT.
           READ AUDITORIA
               AT END
                   MOVE MARCA-FIN TO MARCA-AUDIT
               NOT AT END
                   MOVE AUDITORIA-REG TO AUDIT-LINEA
                   COMPUTE MARCA-AUDIT =
                       AUDIT-FECHA * 1000000 + AUDIT-HORA
           END-READ.

       REPRODUCIR-EVENTO.
           IF MARCA-AUDIT NOT > MARCA-HIST
               PERFORM REPRODUCIR-AUDIT
               IF REPRODUCCION-DETENIDA = 0
                   PERFORM LEER-AUDIT
               END-IF
           ELSE
               PERFORM REPRODUCIR-HIST
               IF REPRODUCCION-DETENIDA = 0
                   PERFORM LEER-HIST
               END-IF
           END-IF.

      *****ALTA, BAJA, RESTAURAR Y MODIFICAR CAMBIAN EL MAESTRO; LOS
      *****DEMAS RENGLONES DEL AUDIT (REINGRESO) SOLO SE LISTAN
       REPRODUCIR-AUDIT.
           MOVE AUDIT-FECHA      TO DETRCU-FECHA.
           MOVE AUDIT-HORA       TO DETRCU-HORA.
           MOVE "AUDIT"          TO DETRCU-ORIGEN.
           MOVE AUDIT-KEY(1:6)   TO DETRCU-NOMINA.
           MOVE AUDIT-OPERACION  TO DETRCU-CAMPO.
           MOVE AUDIT-ANTES      TO DETRCU-ANTES.
           MOVE AUDIT-DESPUES    TO DETRCU-DESPUES.
           MOVE SPACES           TO DETRCU-RESULTADO.
           IF AUDIT-OPERACION NOT = "ALTA"
               AND AUDIT-OPERACION NOT = "BAJA"
               AND AUDIT-OPERACION NOT = "RESTAURAR"
               AND AUDIT-OPERACION NOT = "MODIFICAR"
               ADD 1 TO CONT-INFORMATIVOS
               MOVE "INFORMATIVO, NO CAMBIA EL MAESTRO"
                   TO DETRCU-RESULTADO
               WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES
           ELSE
               IF AUDIT-KEY(1:6) NOT NUMERIC
                   MOVE "LLAVE DEL AUDIT NO ES UNA NOMINA"
                       TO DETRCU-RESULTADO
                   PERFORM DETENER-REPRODUCCION
               ELSE
                   MOVE AUDIT-KEY(1:6) TO REC-NOMINA
                   PERFORM LEER-REC
                   IF AUDIT-OPERACION = "BAJA"
                       PERFORM REPRODUCIR-BAJA
                   ELSE IF AUDIT-OPERACION = "MODIFICAR"
                       PERFORM REPRODUCIR-MODIFICAR
                   ELSE
                       PERFORM REPRODUCIR-ALTA
                   END-IF
               END-IF
           END-IF.

       LEER-REC.
           MOVE 1 TO EXISTE-REC.
           READ EMPINXREC INVALID KEY MOVE 0 TO EXISTE-REC.

      *****LA BAJA SOLO CASA SI EL EMPLEADO EXISTE CON EL MISMO NOMBRE
      *****Y DPTO QUE QUEDARON EN EL AUDIT
       REPRODUCIR-BAJA.
           IF EXISTE-REC = 0
               MOVE "NO CASA: LA NOMINA NO EXISTE"
                   TO DETRCU-RESULTADO
               PERFORM DETENER-REPRODUCCION
           ELSE
               MOVE REC-NOMBRE  TO NDR-NOMBRE
               MOVE REC-DPTO    TO NDR-DPTO
               IF AUDIT-ANTES(1:24) NOT = NOMBRE-DPTO-REC
                   STRING "NO CASA, ACTUAL " NOMBRE-DPTO-REC
                       DELIMITED BY SIZE INTO DETRCU-RESULTADO
                   PERFORM DETENER-REPRODUCCION
               ELSE
                   DELETE EMPINXREC
                   ADD 1 TO CONT-BAJAS
                   MOVE TEXTO-APLICA TO DETRCU-RESULTADO
                   WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES
               END-IF
           END-IF.

      *****4EMPABC DEJA NOMBRE Y DPTO ANTES/DESPUES EN EL AUDIT; LAS
      *****HORAS EXTRAS Y LA TARIFA NO QUEDAN REGISTRADAS EN NINGUN
      *****LADO, Y EL SUELDO Y LA CLABE LLEGAN POR EL HISTORIAL
       REPRODUCIR-MODIFICAR.
           IF EXISTE-REC = 0
               MOVE "NO CASA: LA NOMINA NO EXISTE"
                   TO DETRCU-RESULTADO
               PERFORM DETENER-REPRODUCCION
           ELSE
               MOVE REC-NOMBRE  TO NDR-NOMBRE
               MOVE REC-DPTO    TO NDR-DPTO
               IF AUDIT-ANTES(1:24) NOT = NOMBRE-DPTO-REC
                   STRING "NO CASA, ACTUAL " NOMBRE-DPTO-REC
                       DELIMITED BY SIZE INTO DETRCU-RESULTADO
                   PERFORM DETENER-REPRODUCCION
               ELSE
                   MOVE AUDIT-DESPUES TO NOMBRE-DPTO-AUDIT
                   MOVE NDA-NOMBRE TO REC-NOMBRE
                   MOVE NDA-DPTO   TO REC-DPTO
                   REWRITE EMPINXREC-REG
                   ADD 1 TO CONT-APLICADOS
                   MOVE TEXTO-APLICA TO DETRCU-RESULTADO
                   WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES
               END-IF
           END-IF.

      *****EL ALTA SOLO CASA SI LA NOMINA NO EXISTE TODAVIA; LA
      *****RESTAURACION TOMA EL REGISTRO DEL RESPALDO DE BAJAS COMO
      *****LO HACE 4EMPABC, Y EL ALTA ARMA EL REGISTRO CON EL NOMBRE Y
      *****DPTO DEL AUDIT (SUELDO Y CLABE LLEGAN DESPUES POR EL
      *****HISTORIAL)
       REPRODUCIR-ALTA.
           IF EXISTE-REC = 1
               MOVE "NO CASA: LA NOMINA YA EXISTE"
                   TO DETRCU-RESULTADO
               PERFORM DETENER-REPRODUCCION
           ELSE
               IF AUDIT-OPERACION = "RESTAURAR"
                   PERFORM BUSCAR-RESPALDO-BAJA
               ELSE
                   MOVE 1 TO EXISTE-RESPALDO
                   MOVE AUDIT-DESPUES TO NOMBRE-DPTO-AUDIT
                   MOVE NDA-NOMBRE TO REC-NOMBRE
                   MOVE NDA-DPTO   TO REC-DPTO
                   PERFORM COMPLETAR-ALTA
               END-IF
               IF EXISTE-RESPALDO = 0
                   MOVE "NO CASA: NO HAY RESPALDO DE LA BAJA"
                       TO DETRCU-RESULTADO
                   PERFORM DETENER-REPRODUCCION
               ELSE
                   WRITE EMPINXREC-REG
                   ADD 1 TO CONT-ALTAS
                   IF DETRCU-RESULTADO = SPACES
                       MOVE TEXTO-APLICA TO DETRCU-RESULTADO
                   END-IF
                   WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES
               END-IF
           END-IF.

       BUSCAR-RESPALDO-BAJA.
           MOVE 0 TO EXISTE-RESPALDO.
           OPEN INPUT RESPALDO-BAJAS.
           MOVE 0 TO ARCHIVO-EOF.
           READ RESPALDO-BAJAS AT END MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               IF RB-NOMINA = REC-NOMINA
                   MOVE RB-NOMBRE       TO REC-NOMBRE
                   MOVE RB-DPTO         TO REC-DPTO
                   MOVE RB-SUELDO       TO REC-SUELDO
                   MOVE RB-RFC          TO REC-RFC
                   MOVE RB-FEC-INGRESO  TO REC-FEC-INGRESO
                   MOVE RB-SUELDO-YTD   TO REC-SUELDO-YTD
                   MOVE RB-PERCEP-YTD   TO REC-PERCEP-YTD
                   MOVE RB-DEDUC-YTD    TO REC-DEDUC-YTD
                   MOVE RB-CLABE        TO REC-CLABE
                   MOVE RB-HORAS-EXTRAS TO REC-HORAS-EXTRAS
                   MOVE RB-TARIFA-EXTRA TO REC-TARIFA-EXTRA
                   MOVE RB-FALTAS-YTD   TO REC-FALTAS-YTD
                   MOVE RB-INCAP-YTD    TO REC-INCAP-YTD
                   MOVE 1 TO EXISTE-RESPALDO
               END-IF
               READ RESPALDO-BAJAS AT END MOVE 1 TO ARCHIVO-EOF
               END-READ
           END-PERFORM.
           CLOSE RESPALDO-BAJAS.

      *****LO QUE NI EL AUDIT NI EL HISTORIAL CARGAN (RFC, FECHA DE
      *****INGRESO, HORAS EXTRAS Y TARIFA) SE TOMA DEL MAESTRO DANIADO
      *****SI LA NOMINA TODAVIA SE PUEDE LEER AHI; LOS ACUMULADOS DE
      *****UN ALTA NACEN EN CERO IGUAL QUE EN 4EMPABC
       COMPLETAR-ALTA.
           MOVE 0      TO REC-SUELDO.
           MOVE SPACES TO REC-CLABE.
           MOVE 0      TO REC-SUELDO-YTD.
           MOVE 0      TO REC-PERCEP-YTD.
           MOVE 0      TO REC-DEDUC-YTD.
           MOVE 0      TO REC-FALTAS-YTD.
           MOVE 0      TO REC-INCAP-YTD.
           MOVE REC-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-DANIADO.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-DANIADO.
           IF EXISTE-DANIADO = 1
               MOVE EMPINX-RFC          TO REC-RFC
               MOVE EMPINX-FEC-INGRESO  TO REC-FEC-INGRESO
               MOVE EMPINX-HORAS-EXTRAS TO REC-HORAS-EXTRAS
               MOVE EMPINX-TARIFA-EXTRA TO REC-TARIFA-EXTRA
           ELSE
               MOVE SPACES TO REC-RFC
               MOVE 0      TO REC-FEC-INGRESO
               MOVE 0      TO REC-HORAS-EXTRAS
               MOVE 0      TO REC-TARIFA-EXTRA
               MOVE "ALTA SIN RFC NI FECHA (NO ESTA EN DANIADO)"
                   TO DETRCU-RESULTADO
           END-IF.

      *****CADA RENGLON DEL HISTORIAL SE COTEJA CONTRA EL VALOR QUE
      *****TIENE EN ESE MOMENTO EL MAESTRO DE TRABAJO ANTES DE APLICAR
      *****SU VALOR-DESPUES
       REPRODUCIR-HIST.
           MOVE HIST-FECHA         TO DETRCU-FECHA.
           MOVE HIST-HORA          TO DETRCU-HORA.
           MOVE HIST-PROGRAMA      TO DETRCU-ORIGEN.
           MOVE HIST-NOMINA        TO DETRCU-NOMINA.
           MOVE HIST-CAMPO         TO DETRCU-CAMPO.
           MOVE HIST-VALOR-ANTES   TO DETRCU-ANTES.
           MOVE HIST-VALOR-DESPUES TO DETRCU-DESPUES.
           MOVE SPACES             TO DETRCU-RESULTADO.
           IF HIST-CAMPO NOT = "EMPINX-SUELDO"
               AND HIST-CAMPO NOT = "EMPINX-DPTO"
               AND HIST-CAMPO NOT = "EMPINX-CLABE 1"
               AND HIST-CAMPO NOT = "EMPINX-CLABE 2"
               AND HIST-CAMPO NOT = "SUELDO-YTD"
               AND HIST-CAMPO NOT = "PERCEP-YTD"
               AND HIST-CAMPO NOT = "DEDUC-YTD"
               AND HIST-CAMPO NOT = "FALTAS-YTD"
               AND HIST-CAMPO NOT = "INCAP-YTD"
               ADD 1 TO CONT-INFORMATIVOS
               MOVE "INFORMATIVO, NO CAMBIA EL MAESTRO"
                   TO DETRCU-RESULTADO
               WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES
           ELSE
               MOVE HIST-NOMINA TO REC-NOMINA
               PERFORM LEER-REC
               IF EXISTE-REC = 0
                   IF HIST-CAMPO = "EMPINX-SUELDO"
                       AND HIST-VALOR-ANTES = SPACES
                       PERFORM ALTA-POR-HISTORIAL
                   ELSE
                       MOVE "NO CASA: LA NOMINA NO EXISTE"
                           TO DETRCU-RESULTADO
                       PERFORM DETENER-REPRODUCCION
                   END-IF
               ELSE
                   PERFORM COTEJAR-VALOR-ANTES
                   IF EVENTO-CASA = 0
                       STRING "NO CASA, ACTUAL " VALOR-ACTUAL
                           DELIMITED BY SIZE INTO DETRCU-RESULTADO
                       PERFORM DETENER-REPRODUCCION
                   ELSE
                       PERFORM APLICAR-VALOR-DESPUES
                       REWRITE EMPINXREC-REG
                       ADD 1 TO CONT-APLICADOS
                       IF DETRCU-RESULTADO = SPACES
                           MOVE TEXTO-APLICA TO DETRCU-RESULTADO
                       END-IF
                       WRITE REPORTE-REG FROM DETALLE-RCU
                           BEFORE 1 LINES
                   END-IF
               END-IF
           END-IF.

      *****EL ALTA DE LA CAPTURA POR LOTE (EMPCAP) NO DEJA AUDIT; SU
      *****PRIMER RENGLON DE SUELDO SIN VALOR-ANTES ES EL ALTA
       ALTA-POR-HISTORIAL.
           MOVE REC-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-DANIADO.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-DANIADO.
           IF EXISTE-DANIADO = 1
               MOVE EMPINX-NOMBRE TO REC-NOMBRE
               MOVE EMPINX-DPTO   TO REC-DPTO
           ELSE
               MOVE SPACES TO REC-NOMBRE
               MOVE SPACES TO REC-DPTO
           END-IF.
           PERFORM COMPLETAR-ALTA.
           MOVE HIST-VALOR-DESPUES TO DESED-TEXTO.
           PERFORM DESEDITAR-IMPORTE.
           MOVE DESED-RESULTADO TO REC-SUELDO.
           WRITE EMPINXREC-REG.
           ADD 1 TO CONT-ALTAS.
           IF DETRCU-RESULTADO = SPACES
               STRING "ALTA POR LOTE, " TEXTO-APLICA
                   DELIMITED BY SIZE INTO DETRCU-RESULTADO
           END-IF.
           WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES.

      *****UN VALOR-ANTES EN BLANCO EN EL SUELDO ES EL RENGLON DEL ALTA
      *****Y NO SE COTEJA; LOS ACUMULADOS QUE PONE EN CERO 7EMPCIE SE
      *****COTEJAN PERO UNA DIFERENCIA SOLO SE AVISA, PORQUE LO QUE
      *****ACUMULA LA NOMINA NO PASA POR EL HISTORIAL
       COTEJAR-VALOR-ANTES.
           MOVE 1 TO EVENTO-CASA.
           MOVE SPACES TO VALOR-ACTUAL.
           IF HIST-CAMPO = "EMPINX-DPTO"
               MOVE REC-DPTO TO VALOR-ACTUAL
               IF HIST-VALOR-ANTES(1:3) NOT = REC-DPTO
                   MOVE 0 TO EVENTO-CASA
               END-IF
           ELSE IF HIST-CAMPO = "EMPINX-CLABE 1"
               MOVE REC-CLABE(1:15) TO VALOR-ACTUAL
               IF HIST-VALOR-ANTES NOT = REC-CLABE(1:15)
                   MOVE 0 TO EVENTO-CASA
               END-IF
           ELSE IF HIST-CAMPO = "EMPINX-CLABE 2"
               MOVE REC-CLABE(16:3) TO VALOR-ACTUAL
               IF HIST-VALOR-ANTES(1:3) NOT = REC-CLABE(16:3)
                   MOVE 0 TO EVENTO-CASA
               END-IF
           ELSE IF HIST-CAMPO = "EMPINX-SUELDO"
               MOVE REC-SUELDO TO VALOR-EDITADO
               MOVE VALOR-EDITADO TO VALOR-ACTUAL
               IF HIST-VALOR-ANTES NOT = SPACES
                   MOVE HIST-VALOR-ANTES TO DESED-TEXTO
                   PERFORM DESEDITAR-IMPORTE
                   IF DESED-RESULTADO NOT = REC-SUELDO
                       MOVE 0 TO EVENTO-CASA
                   END-IF
               END-IF
           ELSE
               PERFORM COTEJAR-ACUMULADO
           END-IF.

       COTEJAR-ACUMULADO.
           MOVE HIST-VALOR-ANTES TO DESED-TEXTO.
           PERFORM DESEDITAR-IMPORTE.
           MOVE DESED-RESULTADO TO VALOR-ANTES-NUM.
           IF HIST-CAMPO = "SUELDO-YTD"
               MOVE REC-SUELDO-YTD TO VALOR-EDITADO
           ELSE IF HIST-CAMPO = "PERCEP-YTD"
               MOVE REC-PERCEP-YTD TO VALOR-EDITADO
           ELSE IF HIST-CAMPO = "DEDUC-YTD"
               MOVE REC-DEDUC-YTD TO VALOR-EDITADO
           ELSE IF HIST-CAMPO = "FALTAS-YTD"
               MOVE REC-FALTAS-YTD TO VALOR-EDITADO
           ELSE
               MOVE REC-INCAP-YTD TO VALOR-EDITADO
           END-IF.
           MOVE VALOR-EDITADO TO VALOR-ACTUAL.
           MOVE VALOR-ACTUAL TO DESED-TEXTO.
           PERFORM DESEDITAR-IMPORTE.
           IF DESED-RESULTADO NOT = VALOR-ANTES-NUM
               ADD 1 TO CONT-AVISOS
               STRING "AVISO YTD, ACTUAL " VALOR-ACTUAL
                   DELIMITED BY SIZE INTO DETRCU-RESULTADO
           END-IF.

       APLICAR-VALOR-DESPUES.
           IF HIST-CAMPO = "EMPINX-DPTO"
               MOVE HIST-VALOR-DESPUES(1:3) TO REC-DPTO
           ELSE IF HIST-CAMPO = "EMPINX-CLABE 1"
               MOVE HIST-VALOR-DESPUES TO REC-CLABE(1:15)
           ELSE IF HIST-CAMPO = "EMPINX-CLABE 2"
               MOVE HIST-VALOR-DESPUES(1:3) TO REC-CLABE(16:3)
           ELSE
               MOVE HIST-VALOR-DESPUES TO DESED-TEXTO
               PERFORM DESEDITAR-IMPORTE
               IF HIST-CAMPO = "EMPINX-SUELDO"
                   MOVE DESED-RESULTADO TO REC-SUELDO
               ELSE IF HIST-CAMPO = "SUELDO-YTD"
                   MOVE DESED-RESULTADO TO REC-SUELDO-YTD
               ELSE IF HIST-CAMPO = "PERCEP-YTD"
                   MOVE DESED-RESULTADO TO REC-PERCEP-YTD
               ELSE IF HIST-CAMPO = "DEDUC-YTD"
                   MOVE DESED-RESULTADO TO REC-DEDUC-YTD
               ELSE IF HIST-CAMPO = "FALTAS-YTD"
                   MOVE DESED-RESULTADO TO REC-FALTAS-YTD
               ELSE
                   MOVE DESED-RESULTADO TO REC-INCAP-YTD
               END-IF
           END-IF.

      *****EL PRIMER RENGLON QUE NO CASA DETIENE LA REPRODUCCION; EL
      *****MAESTRO DE TRABAJO QUEDA CON TODO LO ANTERIOR A ESE RENGLON
       DETENER-REPRODUCCION.
           MOVE 1 TO REPRODUCCION-DETENIDA.
           WRITE REPORTE-REG FROM DETALLE-RCU BEFORE 1 LINES.
           DISPLAY "** REPRODUCCION DETENIDA EN " DETRCU-FECHA " "
               DETRCU-HORA " NOMINA " DETRCU-NOMINA " "
               DETRCU-CAMPO " **".
           DISPLAY DETRCU-RESULTADO.

       CERRAR-REPRODUCCION.
           MOVE CONT-GENERACION   TO RESRCU-GENERACION.
           MOVE CONT-APLICADOS    TO RESRCU-APLICADOS.
           MOVE CONT-ALTAS        TO RESRCU-ALTAS.
           MOVE CONT-BAJAS        TO RESRCU-BAJAS.
           MOVE CONT-INFORMATIVOS TO RESRCU-INFORMATIVOS.
           MOVE CONT-AVISOS       TO RESRCU-AVISOS.
           IF REPRODUCCION-DETENIDA = 1
               MOVE "DETENIDA POR UN VALOR ANTES QUE NO CASA"
                   TO RESRCU-ESTADO
           ELSE
               MOVE "COMPLETA HASTA LA FECHA Y HORA PEDIDAS"
                   TO RESRCU-ESTADO
           END-IF.
           WRITE REPORTE-REG FROM RESUMEN-RCU-1 BEFORE 1 LINES.
           WRITE REPORTE-REG FROM RESUMEN-RCU-2 BEFORE 2 LINES.
           DISPLAY "CAMBIOS APLICADOS   : " CONT-APLICADOS.
           DISPLAY "ALTAS               : " CONT-ALTAS.
           DISPLAY "BAJAS               : " CONT-BAJAS.
           DISPLAY "INFORMATIVOS        : " CONT-INFORMATIVOS.
           DISPLAY "AVISOS YTD          : " CONT-AVISOS.
           DISPLAY "REPRODUCCION        : " RESRCU-ESTADO.

      *****CONVIERTE EL TEXTO EDITADO DEL HISTORIAL (SIGNO Y PUNTO
      *****DECIMAL) DE REGRESO A NUMERICO, DIGITO POR DIGITO
       DESEDITAR-IMPORTE.
           MOVE 0 TO DESED-ENTERO.
           MOVE 0 TO DESED-CENT.
           MOVE 0 TO DESED-NEGATIVO.
           MOVE 0 TO DESED-PUNTO.
           MOVE 0 TO DESED-NCENT.
           PERFORM VARYING I-DESED FROM 1 BY 1 UNTIL I-DESED > 15
               MOVE DESED-TEXTO(I-DESED:1) TO DESED-DIGITO-X
               IF DESED-DIGITO-X = "-"
                   MOVE 1 TO DESED-NEGATIVO
               ELSE IF DESED-DIGITO-X = "."
                   MOVE 1 TO DESED-PUNTO
               ELSE IF DESED-DIGITO-X NUMERIC
                   IF DESED-PUNTO = 0
                       COMPUTE DESED-ENTERO =
                           DESED-ENTERO * 10 + DESED-DIGITO
                   ELSE IF DESED-NCENT < 2
                       COMPUTE DESED-CENT =
                           DESED-CENT * 10 + DESED-DIGITO
                       ADD 1 TO DESED-NCENT
                   END-IF
               END-IF
           END-PERFORM.
           IF DESED-NCENT = 1
               MULTIPLY 10 BY DESED-CENT.
           COMPUTE DESED-RESULTADO = DESED-ENTERO + DESED-CENT / 100.
           IF DESED-NEGATIVO = 1
               COMPUTE DESED-RESULTADO = DESED-RESULTADO * -1.

      *******************************************************************
      *                  COMPARACION CONTRA EL DANIADO
      *******************************************************************
      *****PRIMER BARRIDO POR EL RECUPERADO, COTEJANDO CAMPO POR CAMPO;
      *****SEGUNDO BARRIDO POR EL DANIADO PARA LO QUE SOLO VIVE AHI
       COMPARAR-MAESTROS.
           WRITE REPORTE-REG FROM TITULO-CMP-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-CMP-2 BEFORE 1 LINES.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO REC-NOMINA.
           START EMPINXREC KEY IS NOT LESS THAN REC-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINXREC NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO CONT-RECUPERADO
                       PERFORM COMPARAR-UN-RECUPERADO
               END-READ
           END-PERFORM.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO CONT-DANIADO
                       PERFORM BUSCAR-SOLO-DANIADO
               END-READ
           END-PERFORM.
           MOVE CONT-RECUPERADO      TO RESCMP-RECUPERADO.
           MOVE CONT-DANIADO         TO RESCMP-DANIADO.
           WRITE REPORTE-REG FROM RESUMEN-CMP-1 BEFORE 1 LINES.
           MOVE CONT-SOLO-RECUPERADO TO RESCMP-SOLO-REC.
           MOVE CONT-SOLO-DANIADO    TO RESCMP-SOLO-DAN.
           MOVE CONT-DIFERENCIAS     TO RESCMP-CAMPOS.
           WRITE REPORTE-REG FROM RESUMEN-CMP-2 BEFORE 1 LINES.
           DISPLAY "SOLO EN RECUPERADO  : " CONT-SOLO-RECUPERADO.
           DISPLAY "SOLO EN DANIADO     : " CONT-SOLO-DANIADO.
           DISPLAY "CAMPOS DIFERENTES   : " CONT-DIFERENCIAS.

       COMPARAR-UN-RECUPERADO.
           MOVE REC-NOMINA TO EMPINX-NOMINA.
           MOVE 1 TO EXISTE-DANIADO.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-DANIADO.
           MOVE REC-NOMINA TO DETCMP-NOMINA.
           IF EXISTE-DANIADO = 0
               ADD 1 TO CONT-SOLO-RECUPERADO
               MOVE "REGISTRO"     TO DETCMP-CAMPO
               MOVE REC-NOMBRE     TO DETCMP-RECUPERADO
               MOVE "NO EXISTE"    TO DETCMP-DANIADO
               WRITE REPORTE-REG FROM DETALLE-CMP BEFORE 1 LINES
           ELSE
               IF REC-NOMBRE NOT = EMPINX-NOMBRE
                   MOVE "NOMBRE"       TO DETCMP-CAMPO
                   MOVE REC-NOMBRE     TO DETCMP-RECUPERADO
                   MOVE EMPINX-NOMBRE  TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-DPTO NOT = EMPINX-DPTO
                   MOVE "DEPARTAMENTO" TO DETCMP-CAMPO
                   MOVE REC-DPTO       TO DETCMP-RECUPERADO
                   MOVE EMPINX-DPTO    TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-SUELDO NOT = EMPINX-SUELDO
                   MOVE "SUELDO"       TO DETCMP-CAMPO
                   MOVE REC-SUELDO     TO VALOR-EDITADO
                   MOVE VALOR-EDITADO  TO DETCMP-RECUPERADO
                   MOVE EMPINX-SUELDO  TO VALOR-EDITADO
                   MOVE VALOR-EDITADO  TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-RFC NOT = EMPINX-RFC
                   MOVE "RFC"          TO DETCMP-CAMPO
                   MOVE REC-RFC        TO DETCMP-RECUPERADO
                   MOVE EMPINX-RFC     TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-FEC-INGRESO NOT = EMPINX-FEC-INGRESO
                   MOVE "FECHA INGRESO"    TO DETCMP-CAMPO
                   MOVE REC-FEC-INGRESO    TO DETCMP-RECUPERADO
                   MOVE EMPINX-FEC-INGRESO TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-SUELDO-YTD NOT = EMPINX-SUELDO-YTD
                   MOVE "SUELDO-YTD"      TO DETCMP-CAMPO
                   MOVE REC-SUELDO-YTD    TO VALOR-EDITADO
                   MOVE VALOR-EDITADO     TO DETCMP-RECUPERADO
                   MOVE EMPINX-SUELDO-YTD TO VALOR-EDITADO
                   MOVE VALOR-EDITADO     TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-PERCEP-YTD NOT = EMPINX-PERCEP-YTD
                   MOVE "PERCEP-YTD"      TO DETCMP-CAMPO
                   MOVE REC-PERCEP-YTD    TO VALOR-EDITADO
                   MOVE VALOR-EDITADO     TO DETCMP-RECUPERADO
                   MOVE EMPINX-PERCEP-YTD TO VALOR-EDITADO
                   MOVE VALOR-EDITADO     TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-DEDUC-YTD NOT = EMPINX-DEDUC-YTD
                   MOVE "DEDUC-YTD"       TO DETCMP-CAMPO
                   MOVE REC-DEDUC-YTD     TO VALOR-EDITADO
                   MOVE VALOR-EDITADO     TO DETCMP-RECUPERADO
                   MOVE EMPINX-DEDUC-YTD  TO VALOR-EDITADO
                   MOVE VALOR-EDITADO     TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-CLABE NOT = EMPINX-CLABE
                   MOVE "CLABE"        TO DETCMP-CAMPO
                   MOVE REC-CLABE      TO DETCMP-RECUPERADO
                   MOVE EMPINX-CLABE   TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-HORAS-EXTRAS NOT = EMPINX-HORAS-EXTRAS
                   MOVE "HORAS EXTRAS"      TO DETCMP-CAMPO
                   MOVE REC-HORAS-EXTRAS    TO DETCMP-RECUPERADO
                   MOVE EMPINX-HORAS-EXTRAS TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-TARIFA-EXTRA NOT = EMPINX-TARIFA-EXTRA
                   MOVE "TARIFA EXTRA"      TO DETCMP-CAMPO
                   MOVE REC-TARIFA-EXTRA    TO VALOR-EDITADO
                   MOVE VALOR-EDITADO       TO DETCMP-RECUPERADO
                   MOVE EMPINX-TARIFA-EXTRA TO VALOR-EDITADO
                   MOVE VALOR-EDITADO       TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-FALTAS-YTD NOT = EMPINX-FALTAS-YTD
                   MOVE "FALTAS-YTD"      TO DETCMP-CAMPO
                   MOVE REC-FALTAS-YTD    TO DETCMP-RECUPERADO
                   MOVE EMPINX-FALTAS-YTD TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
               IF REC-INCAP-YTD NOT = EMPINX-INCAP-YTD
                   MOVE "INCAP-YTD"       TO DETCMP-CAMPO
                   MOVE REC-INCAP-YTD     TO DETCMP-RECUPERADO
                   MOVE EMPINX-INCAP-YTD  TO DETCMP-DANIADO
                   PERFORM ESCRIBIR-DIFERENCIA
               END-IF
           END-IF.

       ESCRIBIR-DIFERENCIA.
           ADD 1 TO CONT-DIFERENCIAS.
           WRITE REPORTE-REG FROM DETALLE-CMP BEFORE 1 LINES.

       BUSCAR-SOLO-DANIADO.
           MOVE EMPINX-NOMINA TO REC-NOMINA.
           PERFORM LEER-REC.
           IF EXISTE-REC = 0
               ADD 1 TO CONT-SOLO-DANIADO
               MOVE EMPINX-NOMINA  TO DETCMP-NOMINA
               MOVE "REGISTRO"     TO DETCMP-CAMPO
               MOVE "NO EXISTE"    TO DETCMP-RECUPERADO
               MOVE EMPINX-NOMBRE  TO DETCMP-DANIADO
               WRITE REPORTE-REG FROM DETALLE-CMP BEFORE 1 LINES
           END-IF.

      *******************************************************************
      *                       PONER EN LUGAR
      *******************************************************************
      *****SOLO SE OFRECE SI LA REPRODUCCION LLEGO COMPLETA; EL DANIADO
      *****SE RESGUARDA EN EMPINXDAN ANTES DE SOBREESCRIBIR EMPINX
       PONER-EN-LUGAR.
           IF REPRODUCCION-DETENIDA = 1
               DISPLAY "LA REPRODUCCION NO LLEGO COMPLETA; EL"
                   " RECUPERADO QUEDA EN EMPINXREC Y EMPINX NO SE TOCA"
           ELSE
               DISPLAY "REVISA LA COMPARACION EN EL REPORTE."
               DISPLAY "PONER EL RECUPERADO EN LUGAR DE EMPINX?"
               ACCEPT WKS-RESP
               IF W88-NO
                   DISPLAY "EMPINX NO SE TOCA; EL RECUPERADO QUEDA"
                       " EN EMPINXREC"
               ELSE
                   PERFORM RESGUARDAR-DANIADO
                   PERFORM REEMPLAZAR-EMPINX
                   DISPLAY "DANIADO RESGUARDADO EN EMPINXDAN: "
                       CONT-RESGUARDADOS
                   DISPLAY "EMPINX REEMPLAZADO, REGISTROS: "
                       CONT-REEMPLAZADOS
               END-IF
           END-IF.

       RESGUARDAR-DANIADO.
           OPEN INPUT EMPINX.
           OPEN OUTPUT EMPINXDAN.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINX NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       ADD 1 TO CONT-RESGUARDADOS
                       WRITE EMPINXDAN-REG FROM EMPINX-REG
               END-READ
           END-PERFORM.
           CLOSE EMPINX.
           CLOSE EMPINXDAN.

       REEMPLAZAR-EMPINX.
           OPEN INPUT EMPINXREC.
           OPEN OUTPUT EMPINX.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO REC-NOMINA.
           START EMPINXREC KEY IS NOT LESS THAN REC-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ EMPINXREC NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       WRITE EMPINX-REG FROM EMPINXREC-REG
                       ADD 1 TO CONT-REEMPLAZADOS
               END-READ
           END-PERFORM.
           CLOSE EMPINXREC.
           CLOSE EMPINX.

       END PROGRAM 7EMPRCU.
