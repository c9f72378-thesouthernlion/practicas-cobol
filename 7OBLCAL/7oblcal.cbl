      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7OBLCAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OBLIGAC    ASSIGN TO "OBLIGAC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OBL-CLAVE.
           SELECT OPTIONAL OBLCUMP    ASSIGN TO "OBLCUMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OCU-LLAVE.
           SELECT OPTIONAL CALENDARIO ASSIGN TO "CALENDARIO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA.
           SELECT OPTIONAL PERIODOS   ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMOBLIG".
           SELECT REPORTE             ASSIGN TO "OBLREP".

       DATA DIVISION.
       FILE SECTION.
      *****MISMO LAYOUT QUE EL CATALOGO DE OBLIGACIONES DE 4OBLABC
       FD  OBLIGAC.
       01  OBLIGAC-REG.
           03  OBL-CLAVE           PIC X(08).
           03  OBL-DESCRIPCION     PIC X(30).
           03  OBL-FRECUENCIA      PIC X(01).
               88  OBL-MENSUAL        VALUE "M".
               88  OBL-BIMESTRAL      VALUE "B".
               88  OBL-ANUAL          VALUE "A".
           03  OBL-REGLA           PIC X(01).
               88  OBL-DIA-NATURAL    VALUE "D".
               88  OBL-DIA-HABIL      VALUE "H".
           03  OBL-DIA             PIC 9(02).
           03  OBL-MESES           PIC 9(02).
           03  OBL-OPERADOR        PIC X(08).
           03  OBL-PROGRAMA        PIC X(08).

      *****CUMPLIMIENTO DE CADA OBLIGACION POR PERIODO: EL PERIODO ES
      *****EL ULTIMO MES QUE CUBRE (AAAAMM; EL BIMESTRE TERMINA EN MES
      *****PAR Y EL EJERCICIO EN DICIEMBRE), LA FECHA EN QUE VENCE YA
      *****RESUELTA CONTRA EL CALENDARIO, Y CUANDO Y CON QUE PROGRAMA
      *****SE CUMPLIO. EL RESPONSABLE SE COPIA AL GENERARSE PARA QUE
      *****LA HISTORIA NO CAMBIE SI EL CATALOGO SE REASIGNA
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

      *****CALENDARIO LABORAL (4CALABC): UN DIA FESTIVO (F) NO ES
      *****HABIL; TAMPOCO LOS SABADOS NI LOS DOMINGOS
       FD  CALENDARIO.
       01  CALENDARIO-REG.
           03  CAL-FECHA           PIC 9(08).
           03  CAL-TIPO            PIC X(01).
           03  CAL-DESCRIPCION     PIC X(20).

      *****MISMO LAYOUT QUE PERIODOS DE 4PERABC; SOLO PARA SABER EN QUE
      *****MES TERMINA UN PERIODO DE NOMINA
       FD  PERIODOS.
       01  PERIODOS-REG.
           03  PER-PERIODO         PIC 9(06).
           03  PER-ESTADO          PIC X(10).
           03  PER-FEC-INICIO      PIC 9(08).
           03  PER-FEC-FIN         PIC 9(08).

      *****LO DEJA QUIEN LLAMA: C = EL PROGRAMA POB-PROGRAMA YA CORRIO,
      *****SE DA POR CUMPLIDA SU OBLIGACION DEL PERIODO; G = GENERAR
      *****EL CALENDARIO DEL MES POB-PERIODO; R = REPORTE DE
      *****CUMPLIMIENTO DE LOS VENCIMIENTOS DEL MES POB-PERIODO.
      *****EL TIPO DEL PERIODO QUE MANDA EL PRODUCTOR: M = MES AAAAMM,
      *****P = PERIODO DE NOMINA AAAAPP, F = SIN PERIODO (SE CUMPLE LA
      *****PENDIENTE MAS VIEJA YA CERRADA)
       FD  PARAMETROS.
       01  PARAMETROS-REG.
           03  POB-MODO            PIC X(01).
           03  POB-PROGRAMA        PIC X(08).
           03  POB-TIPO            PIC X(01).
           03  POB-PERIODO         PIC 9(06).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  BANDERA-MODO-PARM   PIC 9 VALUE 0.
       77  OPCION-MENU         PIC 9.
       77  OBLIGAC-EOF         PIC 9.
       77  OBLCUMP-EOF         PIC 9.
       77  OCU-KEY-EXISTE      PIC 9.
       77  OBL-KEY-EXISTE      PIC 9.
       77  PER-KEY-EXISTE      PIC 9.
       77  FECHA-HOY           PIC 9(08).
       77  MES-ACTUAL          PIC 9(06).
       77  MES-CUBIERTO        PIC 9(06).
       77  MES-REPORTE         PIC 9(06).
       77  PERIODO-INST        PIC 9(06).
       77  FECHA-VENCE         PIC 9(08).
       77  CONT-GENERADAS      PIC 9(04) VALUE 0.
       77  CONT-MARCADAS       PIC 9(04) VALUE 0.
       77  FECHA-LIMITE-ALTA   PIC 9(08) VALUE 0.
       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.

      *****ARITMETICA DE MESES Y DIAS PARA RESOLVER LOS VENCIMIENTOS
       01  MES-TRABAJO.
           03  MT-AAAA             PIC 9(04).
           03  MT-MM               PIC 9(02).
       01  MES-TRABAJO-N REDEFINES MES-TRABAJO PIC 9(06).
       01  FECHA-TRABAJO.
           03  FT-AAAA             PIC 9(04).
           03  FT-MM               PIC 9(02).
           03  FT-DD               PIC 9(02).
       01  FECHA-TRABAJO-N REDEFINES FECHA-TRABAJO PIC 9(08).
       77  MESES-A-MOVER       PIC S9(03).
       77  MESES-ABSOLUTOS     PIC 9(06).
       77  MESES-RESTO         PIC 9(02).
       77  MESES-PERIODO       PIC 9(02).
       77  DIAS-DEL-MES        PIC 9(02).
       77  HABILES-CONTADOS    PIC 9(02).
       77  DIA-HABIL           PIC 9.
       01  TABLA-FIN-MES.
           03  FILLER  PIC X(24) VALUE "312831303130313130313031".
       01  TABLA-FIN-MES-R REDEFINES TABLA-FIN-MES.
           03  DIAS-MES-OC     PIC 9(02) OCCURS 12 TIMES.

      *****DIA SERIAL Y DIA DE LA SEMANA (RESIDUO 1 = DOMINGO,
      *****0 = SABADO), MISMO CALCULO QUE FECHA-A-SERIAL DE 0BATCH
       77  DIA-SEMANA          PIC 9.
       77  SER-FECHA           PIC 9(08).
       77  SER-AAAA            PIC 9(04).
       77  SER-MM              PIC 99.
       77  SER-DD              PIC 99.
       77  SER-ANIO-PREVIO     PIC 9(04).
       77  SER-B4              PIC 9(04).
       77  SER-B100            PIC 9(04).
       77  SER-B400            PIC 9(04).
       77  SER-COCIENTE        PIC 9(04).
       77  SER-RESIDUO         PIC 9(04).
       77  SER-BISIESTO        PIC 9.
       77  SER-RESULTADO       PIC 9(08).
       77  SER-SEMANAS         PIC 9(07).
       77  SERIAL-VENCE        PIC 9(08).
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-OC    PIC 9(03) OCCURS 12 TIMES.

      *****SITUACION DE UN VENCIMIENTO EN EL REPORTE DEL MES
       77  SITUACION-INST      PIC X(12).
       77  DIAS-ATRASO         PIC 9(04).
       77  CONT-A-TIEMPO       PIC 9(04) VALUE 0.
       77  CONT-TARDE          PIC 9(04) VALUE 0.
       77  CONT-VENCIDAS       PIC 9(04) VALUE 0.
       77  CONT-POR-VENCER     PIC 9(04) VALUE 0.
       77  CONT-VENCIMIENTOS   PIC 9(04) VALUE 0.
       77  CONT-EXIGIBLES      PIC 9(04) VALUE 0.
       77  PORCENTAJE-A-TIEMPO PIC 9(03)V9.

       01  TITULO-OBL-1.
           05  FILLER              PIC X(46) VALUE
               "CUMPLIMIENTO DE OBLIGACIONES LEGALES - VENCEN ".
           05  FILLER              PIC X(11) VALUE "EN EL MES: ".
           05  TOBL-MES            PIC 9(06).
           05  FILLER              PIC X(12) VALUE "   EMITIDO: ".
           05  TOBL-FECHA          PIC 9(08).
       01  TITULO-OBL-2.
           05  FILLER              PIC X(48) VALUE
               "OBLIGAC  DESCRIPCION                    PERIODO ".
           05  FILLER              PIC X(60) VALUE
               "VENCE    CUMPLIDA RESPONSA PROGRAMA SITUACION    DIAS".
       01  DETALLE-OBL.
           05  DETOBL-CLAVE        PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-DESCRIPCION  PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-PERIODO      PIC 9(06).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETOBL-VENCE        PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-CUMPLE       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-RESPONSABLE  PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-PROGRAMA     PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-SITUACION    PIC X(12).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DETOBL-DIAS         PIC ZZZ9.
       01  RESUMEN-OBL-1.
           05  FILLER              PIC X(11) VALUE "A TIEMPO: ".
           05  RESOBL-A-TIEMPO     PIC ZZZ9.
           05  FILLER              PIC X(10) VALUE "  TARDE: ".
           05  RESOBL-TARDE        PIC ZZZ9.
           05  FILLER              PIC X(24) VALUE
               "  VENCIDAS SIN CUMPLIR: ".
           05  RESOBL-VENCIDAS     PIC ZZZ9.
           05  FILLER              PIC X(16) VALUE "  POR VENCER:  ".
           05  RESOBL-POR-VENCER   PIC ZZZ9.
       01  RESUMEN-OBL-2.
           05  FILLER              PIC X(22) VALUE
               "VENCIMIENTOS DEL MES: ".
           05  RESOBL-TOTAL        PIC ZZZ9.
           05  FILLER              PIC X(24) VALUE
               "  CUMPLIDAS A TIEMPO %: ".
           05  RESOBL-PORCENTAJE   PIC ZZ9.9.

       PROCEDURE DIVISION.
      *****CALENDARIO DE OBLIGACIONES LEGALES: GENERA POR CADA
      *****OBLIGACION DEL CATALOGO (4OBLABC) SU PERIODO CERRADO MAS
      *****RECIENTE Y EL QUE ESTA EN CURSO, CON LA FECHA EN QUE VENCE
      *****RESUELTA CONTRA LOS DIAS HABILES DEL CALENDARIO; LA DA POR
      *****CUMPLIDA CUANDO EL PROGRAMA QUE LA PRODUCE CORRE PARA ESE
      *****PERIODO (LO LLAMA CON MODO C) E IMPRIME EL REPORTE MENSUAL
      *****DE LO QUE SE CUMPLIO A TIEMPO Y LO QUE NO. 7OPSREP LEE
      *****OBLCUMP PARA AVISAR LO QUE VENCE PRONTO Y LO VENCIDO
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           PERFORM LEER-FECHA-HOY.
           IF BANDERA-MODO-PARM = 1
               IF POB-MODO = "C"
                   PERFORM MARCAR-CUMPLIDA
               ELSE IF POB-MODO = "G"
                   MOVE POB-PERIODO TO MES-CUBIERTO
                   PERFORM GENERAR-CALENDARIO
               ELSE IF POB-MODO = "R"
                   MOVE POB-PERIODO TO MES-REPORTE
                   PERFORM REPORTE-CUMPLIMIENTO
               ELSE
                   DISPLAY "MODO DE 7OBLCAL INVALIDO: " POB-MODO
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               END-IF
               END-IF
           ELSE
               PERFORM MOSTRAR-MENU
           END-IF.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE 0 TO BANDERA-MODO-PARM
               NOT AT END
                   MOVE 1 TO BANDERA-MODO-PARM
           END-READ.
           CLOSE PARAMETROS.
           IF BANDERA-MODO-PARM = 1
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
           END-IF.

       LEER-FECHA-HOY.
           ACCEPT FECHA-SIS FROM DATE.
           COMPUTE FECHA-HOY = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           MOVE FECHA-HOY(1:6) TO MES-ACTUAL.

       MOSTRAR-MENU.
           DISPLAY "--------------------------------".
           DISPLAY " CALENDARIO DE OBLIGACIONES".
           DISPLAY "--------------------------------".
           DISPLAY "1. GENERAR EL CALENDARIO DEL MES.".
           DISPLAY "2. REPORTE DE CUMPLIMIENTO DEL MES.".
           DISPLAY "3. SALIR.".
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               DISPLAY "MES (AAAAMM, ENTER = EL ACTUAL)"
               MOVE 0 TO MES-CUBIERTO
               ACCEPT MES-CUBIERTO
               PERFORM GENERAR-CALENDARIO
           ELSE IF OPCION-MENU = 2
               DISPLAY "MES DE LOS VENCIMIENTOS (AAAAMM, ENTER = EL "
                   "ACTUAL)"
               MOVE 0 TO MES-REPORTE
               ACCEPT MES-REPORTE
               PERFORM REPORTE-CUMPLIMIENTO.

      *******************************************************************
      *                      GENERAR EL CALENDARIO
      *******************************************************************
      *****POR CADA OBLIGACION, EL ULTIMO PERIODO YA CERRADO AL MES
      *****DADO Y EL PERIODO QUE LO CONTIENE; LO QUE YA EXISTE EN
      *****OBLCUMP NO SE TOCA, ASI QUE SE PUEDE CORRER CUANTAS VECES
      *****SE QUIERA. NO SE DAN DE ALTA VENCIMIENTOS ANTERIORES AL MES
      *****PREVIO (EL CALENDARIO ARRANCA DE AHI EN ADELANTE, SIN
      *****MARCAR VENCIDO LO QUE SE CUMPLIO ANTES DE TENERLO)
       GENERAR-CALENDARIO.
           IF MES-CUBIERTO = 0
               MOVE MES-ACTUAL TO MES-CUBIERTO
           END-IF.
           MOVE MES-CUBIERTO TO MES-TRABAJO-N.
           MOVE -1 TO MESES-A-MOVER.
           PERFORM MOVER-MESES.
           COMPUTE FECHA-LIMITE-ALTA = MES-TRABAJO-N * 100 + 1.
           MOVE 0 TO CONT-GENERADAS.
           OPEN INPUT OBLIGAC.
           OPEN I-O OBLCUMP.
           OPEN INPUT CALENDARIO.
           MOVE 0 TO OBLIGAC-EOF.
           MOVE LOW-VALUES TO OBL-CLAVE.
           START OBLIGAC KEY IS NOT LESS THAN OBL-CLAVE
               INVALID KEY MOVE 1 TO OBLIGAC-EOF.
           PERFORM UNTIL OBLIGAC-EOF = 1
               READ OBLIGAC NEXT RECORD
                   AT END
                       MOVE 1 TO OBLIGAC-EOF
                   NOT AT END
                       MOVE MES-CUBIERTO TO MES-TRABAJO-N
                       PERFORM PERIODO-ANTERIOR
                       MOVE MES-TRABAJO-N TO PERIODO-INST
                       PERFORM ASEGURAR-INSTANCIA
                       MOVE MES-CUBIERTO TO MES-TRABAJO-N
                       PERFORM NORMALIZAR-PERIODO
                       MOVE MES-TRABAJO-N TO PERIODO-INST
                       PERFORM ASEGURAR-INSTANCIA
               END-READ
           END-PERFORM.
           CLOSE OBLIGAC.
           CLOSE OBLCUMP.
           CLOSE CALENDARIO.
           MOVE 0 TO FECHA-LIMITE-ALTA.
           DISPLAY "VENCIMIENTOS NUEVOS EN EL CALENDARIO: "
               CONT-GENERADAS.

      *****DEJA EN EL AREA DE OBLCUMP EL VENCIMIENTO DE LA OBLIGACION
      *****EN CURSO PARA PERIODO-INST; SI NO EXISTIA SE DA DE ALTA
      *****PENDIENTE CON SU FECHA YA RESUELTA (AL GENERAR, SOLO SI NO
      *****VENCE ANTES DE FECHA-LIMITE-ALTA)
       ASEGURAR-INSTANCIA.
           MOVE OBL-CLAVE    TO OCU-CLAVE.
           MOVE PERIODO-INST TO OCU-PERIODO.
           MOVE 1 TO OCU-KEY-EXISTE.
           READ OBLCUMP INVALID KEY MOVE 0 TO OCU-KEY-EXISTE.
           IF OCU-KEY-EXISTE = 0
               PERFORM CALCULAR-VENCIMIENTO
           END-IF.
           IF OCU-KEY-EXISTE = 0
               AND FECHA-VENCE NOT < FECHA-LIMITE-ALTA
               MOVE OBL-CLAVE    TO OCU-CLAVE
               MOVE PERIODO-INST TO OCU-PERIODO
               MOVE FECHA-VENCE  TO OCU-FEC-VENCE
               MOVE "PENDIENTE"  TO OCU-ESTADO
               MOVE 0            TO OCU-FEC-CUMPLE
               MOVE OBL-OPERADOR TO OCU-RESPONSABLE
               MOVE SPACES       TO OCU-PROGRAMA
               WRITE OBLCUMP-REG
               ADD 1 TO CONT-GENERADAS
           END-IF.

      *****LLEVA MES-TRABAJO AL ULTIMO MES DEL PERIODO QUE LO CONTIENE
      *****SEGUN LA FRECUENCIA, Y DEJA EN MESES-PERIODO CUANTOS MESES
      *****CUBRE CADA PERIODO
       NORMALIZAR-PERIODO.
           IF OBL-BIMESTRAL
               MOVE 2 TO MESES-PERIODO
               DIVIDE MT-MM BY 2 GIVING SER-COCIENTE
                   REMAINDER SER-RESIDUO
               IF SER-RESIDUO = 1
                   ADD 1 TO MT-MM
               END-IF
           ELSE IF OBL-ANUAL
               MOVE 12 TO MESES-PERIODO
               MOVE 12 TO MT-MM
           ELSE
               MOVE 1 TO MESES-PERIODO
           END-IF
           END-IF.

      *****EL ULTIMO PERIODO YA CERRADO ANTES DEL QUE CONTIENE AL MES
       PERIODO-ANTERIOR.
           PERFORM NORMALIZAR-PERIODO.
           COMPUTE MESES-A-MOVER = 0 - MESES-PERIODO.
           PERFORM MOVER-MESES.

       MOVER-MESES.
           COMPUTE MESES-ABSOLUTOS =
               MT-AAAA * 12 + MT-MM - 1 + MESES-A-MOVER.
           DIVIDE MESES-ABSOLUTOS BY 12
               GIVING MT-AAAA REMAINDER MESES-RESTO.
           COMPUTE MT-MM = MESES-RESTO + 1.

      *****EL MES DE VENCIMIENTO ES EL DEL PERIODO MAS OBL-MESES. CON
      *****REGLA D SE TOMA ESE DIA (O EL ULTIMO DEL MES) Y SI NO ES
      *****HABIL SE RECORRE AL SIGUIENTE HABIL; CON REGLA H SE CUENTAN
      *****LOS DIAS HABILES DESDE EL PRIMERO DEL MES
       CALCULAR-VENCIMIENTO.
           MOVE PERIODO-INST TO MES-TRABAJO-N.
           MOVE OBL-MESES TO MESES-A-MOVER.
           PERFORM MOVER-MESES.
           MOVE MT-AAAA TO FT-AAAA.
           MOVE MT-MM   TO FT-MM.
           PERFORM CALCULAR-DIAS-DEL-MES.
           IF OBL-DIA-HABIL
               MOVE 0 TO FT-DD
               MOVE 0 TO HABILES-CONTADOS
               PERFORM CONTAR-DIA-HABIL
                   UNTIL HABILES-CONTADOS NOT < OBL-DIA
                   OR FT-DD NOT < DIAS-DEL-MES
           ELSE
               IF OBL-DIA > DIAS-DEL-MES OR OBL-DIA = 0
                   MOVE DIAS-DEL-MES TO FT-DD
               ELSE
                   MOVE OBL-DIA TO FT-DD
               END-IF
               PERFORM REVISAR-DIA-HABIL
               PERFORM AVANZAR-DIA-HABIL UNTIL DIA-HABIL = 1
           END-IF.
           MOVE FECHA-TRABAJO-N TO FECHA-VENCE.

       CONTAR-DIA-HABIL.
           ADD 1 TO FT-DD.
           PERFORM REVISAR-DIA-HABIL.
           IF DIA-HABIL = 1
               ADD 1 TO HABILES-CONTADOS
           END-IF.

       AVANZAR-DIA-HABIL.
           ADD 1 TO FT-DD.
           IF FT-DD > DIAS-DEL-MES
               MOVE 1 TO FT-DD
               ADD 1 TO FT-MM
               IF FT-MM > 12
                   MOVE 1 TO FT-MM
                   ADD 1 TO FT-AAAA
               END-IF
               PERFORM CALCULAR-DIAS-DEL-MES
           END-IF.
           PERFORM REVISAR-DIA-HABIL.

       CALCULAR-DIAS-DEL-MES.
           MOVE DIAS-MES-OC(FT-MM) TO DIAS-DEL-MES.
           IF FT-MM = 2
               MOVE FT-AAAA TO SER-AAAA
               PERFORM REVISAR-BISIESTO
               IF SER-BISIESTO = 1
                   MOVE 29 TO DIAS-DEL-MES
               END-IF
           END-IF.

      *****HABIL: DE LUNES A VIERNES Y SIN FESTIVO EN EL CALENDARIO
       REVISAR-DIA-HABIL.
           MOVE FECHA-TRABAJO-N TO SER-FECHA.
           PERFORM FECHA-A-SERIAL.
           DIVIDE SER-RESULTADO BY 7
               GIVING SER-SEMANAS REMAINDER DIA-SEMANA.
           MOVE 1 TO DIA-HABIL.
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 1
               MOVE 0 TO DIA-HABIL
           ELSE
               MOVE FECHA-TRABAJO-N TO CAL-FECHA
               READ CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAL-TIPO = "F"
                           MOVE 0 TO DIA-HABIL
                       END-IF
               END-READ
           END-IF.

       FECHA-A-SERIAL.
           MOVE SER-FECHA(1:4) TO SER-AAAA.
           MOVE SER-FECHA(5:2) TO SER-MM.
           MOVE SER-FECHA(7:2) TO SER-DD.
           IF SER-MM < 1 OR SER-MM > 12
               MOVE 1 TO SER-MM.
           COMPUTE SER-ANIO-PREVIO = SER-AAAA - 1.
           DIVIDE SER-ANIO-PREVIO BY 4
               GIVING SER-B4 REMAINDER SER-RESIDUO.
           DIVIDE SER-ANIO-PREVIO BY 100
               GIVING SER-B100 REMAINDER SER-RESIDUO.
           DIVIDE SER-ANIO-PREVIO BY 400
               GIVING SER-B400 REMAINDER SER-RESIDUO.
           PERFORM REVISAR-BISIESTO.
           COMPUTE SER-RESULTADO =
               SER-AAAA * 365 + SER-B4 - SER-B100 + SER-B400
               + DIAS-ACUM-OC(SER-MM) + SER-DD.
           IF SER-BISIESTO = 1 AND SER-MM > 2
               ADD 1 TO SER-RESULTADO.

       REVISAR-BISIESTO.
           MOVE 0 TO SER-BISIESTO.
           DIVIDE SER-AAAA BY 4
               GIVING SER-COCIENTE REMAINDER SER-RESIDUO.
           IF SER-RESIDUO = 0
               MOVE 1 TO SER-BISIESTO
               DIVIDE SER-AAAA BY 100
                   GIVING SER-COCIENTE REMAINDER SER-RESIDUO
               IF SER-RESIDUO = 0
                   MOVE 0 TO SER-BISIESTO
                   DIVIDE SER-AAAA BY 400
                       GIVING SER-COCIENTE REMAINDER SER-RESIDUO
                   IF SER-RESIDUO = 0
                       MOVE 1 TO SER-BISIESTO
                   END-IF
               END-IF
           END-IF.

      *******************************************************************
      *                      MARCAR COMO CUMPLIDA
      *******************************************************************
      *****EL PRODUCTOR DICE QUE PERIODO CUBRIO; CADA OBLIGACION QUE
      *****PRODUCE ESE PROGRAMA QUEDA CUMPLIDA EN EL PERIODO QUE LO
      *****CONTIENE (SE DA DE ALTA SI EL CALENDARIO AUN NO LO TENIA).
      *****SIN PERIODO SE CUMPLE LA PENDIENTE MAS VIEJA YA CERRADA O,
      *****SI NO QUEDA NINGUNA, EL ULTIMO PERIODO CERRADO. UNA SEGUNDA
      *****CORRIDA NO CAMBIA LA FECHA DEL PRIMER CUMPLIMIENTO
       MARCAR-CUMPLIDA.
           MOVE 0 TO MES-CUBIERTO.
           IF POB-TIPO = "M"
               MOVE POB-PERIODO TO MES-CUBIERTO
           ELSE IF POB-TIPO = "P"
               PERFORM MES-DEL-PERIODO-NOMINA
           END-IF
           END-IF.
           MOVE 0 TO CONT-MARCADAS.
           OPEN INPUT OBLIGAC.
           OPEN I-O OBLCUMP.
           OPEN INPUT CALENDARIO.
           MOVE 0 TO OBLIGAC-EOF.
           MOVE LOW-VALUES TO OBL-CLAVE.
           START OBLIGAC KEY IS NOT LESS THAN OBL-CLAVE
               INVALID KEY MOVE 1 TO OBLIGAC-EOF.
           PERFORM UNTIL OBLIGAC-EOF = 1
               READ OBLIGAC NEXT RECORD
                   AT END
                       MOVE 1 TO OBLIGAC-EOF
                   NOT AT END
                       IF OBL-PROGRAMA = POB-PROGRAMA
                           PERFORM CUMPLIR-OBLIGACION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OBLIGAC.
           CLOSE OBLCUMP.
           CLOSE CALENDARIO.

      *****EL MES EN QUE TERMINA EL PERIODO DE NOMINA; SIN EL PERIODO
      *****EN EL MAESTRO SE TRATA COMO SI NO HUBIERA MANDADO PERIODO
       MES-DEL-PERIODO-NOMINA.
           OPEN INPUT PERIODOS.
           MOVE POB-PERIODO TO PER-PERIODO.
           MOVE 1 TO PER-KEY-EXISTE.
           READ PERIODOS INVALID KEY MOVE 0 TO PER-KEY-EXISTE.
           IF PER-KEY-EXISTE = 1 AND PER-FEC-FIN > 0
               MOVE PER-FEC-FIN(1:6) TO MES-CUBIERTO
           END-IF.
           CLOSE PERIODOS.

       CUMPLIR-OBLIGACION.
           IF MES-CUBIERTO > 0
               MOVE MES-CUBIERTO TO MES-TRABAJO-N
               PERFORM NORMALIZAR-PERIODO
               MOVE MES-TRABAJO-N TO PERIODO-INST
           ELSE
               PERFORM BUSCAR-PENDIENTE-CERRADA
               IF PERIODO-INST = 0
                   MOVE MES-ACTUAL TO MES-TRABAJO-N
                   PERFORM PERIODO-ANTERIOR
                   MOVE MES-TRABAJO-N TO PERIODO-INST
               END-IF
           END-IF.
           PERFORM ASEGURAR-INSTANCIA.
           IF OCU-ESTADO = "PENDIENTE"
               MOVE "CUMPLIDA"   TO OCU-ESTADO
               MOVE FECHA-HOY    TO OCU-FEC-CUMPLE
               MOVE POB-PROGRAMA TO OCU-PROGRAMA
               REWRITE OBLCUMP-REG
               ADD 1 TO CONT-MARCADAS
               IF OCU-FEC-CUMPLE > OCU-FEC-VENCE
                   DISPLAY "OBLIGACION " OBL-CLAVE " DEL PERIODO "
                       OCU-PERIODO " CUMPLIDA FUERA DE TIEMPO (VENCIO "
                       OCU-FEC-VENCE ")"
               ELSE
                   DISPLAY "OBLIGACION " OBL-CLAVE " DEL PERIODO "
                       OCU-PERIODO " CUMPLIDA"
               END-IF
           END-IF.

      *****LA PENDIENTE MAS VIEJA DE LA OBLIGACION CUYO PERIODO YA
      *****TERMINO (ANTERIOR AL MES EN CURSO); CERO SI NO HAY
       BUSCAR-PENDIENTE-CERRADA.
           MOVE 0 TO PERIODO-INST.
           MOVE 0 TO OBLCUMP-EOF.
           MOVE OBL-CLAVE TO OCU-CLAVE.
           MOVE 0 TO OCU-PERIODO.
           START OBLCUMP KEY IS NOT LESS THAN OCU-LLAVE
               INVALID KEY MOVE 1 TO OBLCUMP-EOF.
           PERFORM UNTIL OBLCUMP-EOF = 1
               READ OBLCUMP NEXT RECORD
                   AT END
                       MOVE 1 TO OBLCUMP-EOF
                   NOT AT END
                       IF OCU-CLAVE NOT = OBL-CLAVE
                           OR OCU-PERIODO NOT < MES-ACTUAL
                           MOVE 1 TO OBLCUMP-EOF
                       ELSE IF OCU-ESTADO = "PENDIENTE"
                           MOVE OCU-PERIODO TO PERIODO-INST
                           MOVE 1 TO OBLCUMP-EOF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                 REPORTE MENSUAL DE CUMPLIMIENTO
      *******************************************************************
      *****TODOS LOS VENCIMIENTOS QUE CAEN EN EL MES, CUMPLIDOS A
      *****TIEMPO, TARDE, VENCIDOS SIN CUMPLIR O AUN POR VENCER; EL
      *****PORCENTAJE SE SACA SOBRE LO YA EXIGIBLE
       REPORTE-CUMPLIMIENTO.
           MOVE 0 TO CONT-A-TIEMPO.
           MOVE 0 TO CONT-TARDE.
           MOVE 0 TO CONT-VENCIDAS.
           MOVE 0 TO CONT-POR-VENCER.
           MOVE 0 TO CONT-VENCIMIENTOS.
           IF MES-REPORTE = 0
               MOVE MES-ACTUAL TO MES-REPORTE
           END-IF.
           OPEN INPUT OBLIGAC.
           OPEN INPUT OBLCUMP.
           OPEN OUTPUT REPORTE.
           MOVE MES-REPORTE TO TOBL-MES.
           MOVE FECHA-HOY   TO TOBL-FECHA.
           WRITE REPORTE-REG FROM TITULO-OBL-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-OBL-2 BEFORE 2 LINES.
           MOVE 0 TO OBLCUMP-EOF.
           MOVE LOW-VALUES TO OCU-LLAVE.
           START OBLCUMP KEY IS NOT LESS THAN OCU-LLAVE
               INVALID KEY MOVE 1 TO OBLCUMP-EOF.
           PERFORM UNTIL OBLCUMP-EOF = 1
               READ OBLCUMP NEXT RECORD
                   AT END
                       MOVE 1 TO OBLCUMP-EOF
                   NOT AT END
                       IF OCU-FEC-VENCE(1:6) = MES-REPORTE
                           PERFORM LISTAR-VENCIMIENTO
                       END-IF
               END-READ
           END-PERFORM.
           COMPUTE CONT-EXIGIBLES =
               CONT-A-TIEMPO + CONT-TARDE + CONT-VENCIDAS.
           MOVE 0 TO PORCENTAJE-A-TIEMPO.
           IF CONT-EXIGIBLES > 0
               COMPUTE PORCENTAJE-A-TIEMPO ROUNDED =
                   CONT-A-TIEMPO * 100 / CONT-EXIGIBLES
           END-IF.
           MOVE CONT-A-TIEMPO     TO RESOBL-A-TIEMPO.
           MOVE CONT-TARDE        TO RESOBL-TARDE.
           MOVE CONT-VENCIDAS     TO RESOBL-VENCIDAS.
           MOVE CONT-POR-VENCER   TO RESOBL-POR-VENCER.
           WRITE REPORTE-REG FROM RESUMEN-OBL-1 BEFORE 1 LINES.
           MOVE CONT-VENCIMIENTOS TO RESOBL-TOTAL.
           MOVE PORCENTAJE-A-TIEMPO TO RESOBL-PORCENTAJE.
           WRITE REPORTE-REG FROM RESUMEN-OBL-2 BEFORE 1 LINES.
           CLOSE OBLIGAC.
           CLOSE OBLCUMP.
           CLOSE REPORTE.
           DISPLAY "VENCIMIENTOS DEL MES : " CONT-VENCIMIENTOS.
           DISPLAY "A TIEMPO / TARDE     : " CONT-A-TIEMPO " / "
               CONT-TARDE.
           DISPLAY "VENCIDAS SIN CUMPLIR : " CONT-VENCIDAS.
           DISPLAY "POR VENCER           : " CONT-POR-VENCER.

       LISTAR-VENCIMIENTO.
           ADD 1 TO CONT-VENCIMIENTOS.
           MOVE OCU-FEC-VENCE TO SER-FECHA.
           PERFORM FECHA-A-SERIAL.
           MOVE SER-RESULTADO TO SERIAL-VENCE.
           MOVE 0 TO DIAS-ATRASO.
           IF OCU-ESTADO = "CUMPLIDA"
               IF OCU-FEC-CUMPLE > OCU-FEC-VENCE
                   MOVE "TARDE" TO SITUACION-INST
                   ADD 1 TO CONT-TARDE
                   MOVE OCU-FEC-CUMPLE TO SER-FECHA
                   PERFORM FECHA-A-SERIAL
                   COMPUTE DIAS-ATRASO = SER-RESULTADO - SERIAL-VENCE
               ELSE
                   MOVE "A TIEMPO" TO SITUACION-INST
                   ADD 1 TO CONT-A-TIEMPO
               END-IF
           ELSE IF OCU-FEC-VENCE < FECHA-HOY
               MOVE "VENCIDA" TO SITUACION-INST
               ADD 1 TO CONT-VENCIDAS
               MOVE FECHA-HOY TO SER-FECHA
               PERFORM FECHA-A-SERIAL
               COMPUTE DIAS-ATRASO = SER-RESULTADO - SERIAL-VENCE
           ELSE
               MOVE "POR VENCER" TO SITUACION-INST
               ADD 1 TO CONT-POR-VENCER
           END-IF
           END-IF.
           MOVE OCU-CLAVE TO OBL-CLAVE.
           MOVE 1 TO OBL-KEY-EXISTE.
           READ OBLIGAC INVALID KEY MOVE 0 TO OBL-KEY-EXISTE.
           IF OBL-KEY-EXISTE = 0
               MOVE "(YA NO ESTA EN EL CATALOGO)" TO OBL-DESCRIPCION
           END-IF.
           MOVE OCU-CLAVE       TO DETOBL-CLAVE.
           MOVE OBL-DESCRIPCION TO DETOBL-DESCRIPCION.
           MOVE OCU-PERIODO     TO DETOBL-PERIODO.
           MOVE OCU-FEC-VENCE   TO DETOBL-VENCE.
           MOVE OCU-FEC-CUMPLE  TO DETOBL-CUMPLE.
           MOVE OCU-RESPONSABLE TO DETOBL-RESPONSABLE.
           MOVE OCU-PROGRAMA    TO DETOBL-PROGRAMA.
           MOVE SITUACION-INST  TO DETOBL-SITUACION.
           MOVE DIAS-ATRASO     TO DETOBL-DIAS.
           WRITE REPORTE-REG FROM DETALLE-OBL BEFORE 1 LINES.

       END PROGRAM 7OBLCAL.
