           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA.
           SELECT BITACORA             ASSIGN TO "BITACORA".
           SELECT OPTIONAL PASOSCAT    ASSIGN TO "PASOSCAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCT-LLAVE.
           SELECT PARMPASO             ASSIGN TO ARCHIVO-PARM-PASO.
           SELECT REPORTE              ASSIGN TO DISK.
           SELECT PARMSELLOS           ASSIGN TO "PARMSELLOS".
           SELECT OPTIONAL CICLOS      ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           03  PARM-PERIODO-CORRIDA    PIC 9(06).
           03  PARM-CADENA-CORRIDA     PIC X(01).
           03  PARM-EMPRESA-CORRIDA    PIC X(03).
      *****L = SOLO LISTAR EL PLAN DE LA CADENA PARA LA FECHA DADA (EN
      *****CEROS, HOY) SIN CORRER NADA; EN BLANCO CORRE COMO SIEMPRE
           03  PARM-MODO-CORRIDA       PIC X(01).
           03  PARM-FECHA-PLAN         PIC 9(08).

      *****EMPRESA ACTIVA DEL DIRECTORIO (4RAZABC); LA CADENA VALIDA
      *****QUE LA EMPRESA PEDIDA SEA LA DE ESTE DIRECTORIO PARA QUE
           03  APR-OPERADOR            PIC X(08).
           03  APR-FECHA               PIC 9(06).

      *****CHECKPOINT DE LA CADENA (MISMO ESPIRITU QUE EL CHECKPOINT
      *****234/235 DE 6EMPNOMV3): UN RENGLON POR PASO TERMINADO, CON
      *****SU NOMBRE DEL CATALOGO; SI LA CADENA MUERE A MEDIO CAMINO,
      *****EL SIGUIENTE ARRANQUE DEL MISMO PERIODO BRINCA LOS PASOS
      *****ANOTADOS AUNQUE EN MEDIO SE HAYAN DADO DE ALTA O DE BAJA
      *****OTROS PASOS EN EL CATALOGO
       FD  CADENACTL.
       01  CADENACTL-REG.
           03  CC-PERIODO              PIC 9(06).
           03  CC-CADENA               PIC X(01).
           03  CC-PASO                 PIC X(08).

      *****CALENDARIO LABORAL (4CALABC): SI EXISTE, LA NOMINA SOLO
      *****CORRE EN UN DIA MARCADO COMO DE PAGO
           03  CAL-TIPO            PIC X(01).
           03  CAL-DESCRIPCION     PIC X(20).

      *****BITACORA COMPARTIDA DE LA CADENA: EL DRIVER ANOTA CADA PASO
      *****CON SU RETURN-CODE PARA QUE EL OPERADOR DE LA MANANA LEA UN
      *****SOLO LOG EN VEZ DEL SCROLLBACK
           03  FILLER              PIC X(01).
           03  BIT-RETCODE         PIC 9(04).

      *****CATALOGO DE PASOS DE LAS CADENAS (4PASABC); MISMO LAYOUT
       FD  PASOSCAT.
       01  PASOSCAT-REG.
           03  PCT-LLAVE.
               05  PCT-CADENA      PIC X(01).
               05  PCT-ORDEN       PIC 9(03).
           03  PCT-DATOS           PIC X(123).

      *****ARCHIVO DE PARAMETROS QUE ESTE MISMO DRIVER DEJA ANTES DE
      *****CADA PASO PARA QUE EL PROGRAMA NO PREGUNTE NADA EN PANTALLA
      *****Y LA CADENA CORRA DESATENDIDA; EL NOMBRE FISICO Y EL
      *****CONTENIDO SALEN DEL CATALOGO, CADA PASO CON EL SUYO PARA QUE
      *****UNA CORRIDA SUELTA DE CUALQUIER PROGRAMA NO PISE EL
      *****PARAMETROS DE OTRO
       FD  PARMPASO.
       01  PARMPASO-REG            PIC X(20).

      *****PLAN DE LA CADENA EN MODO LISTADO
       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

      *****CALENDARIO DE CICLOS ESCOLARES (4CICABC); LA CADENA ESCOLAR
      *****CIERRA SOLA EL CICLO AL TERMINAR BIEN, IGUAL QUE LA NOMINA
           03  CIC-FEC-INICIO          PIC 9(08).
           03  CIC-FEC-FIN             PIC 9(08).

      *****MISMO LAYOUT QUE PARAMETROS DE 7SELLOS
       FD  PARMSELLOS.
       01  PARMSELLOS-REG.
           03  PSEL-MODO               PIC X(01).
           03  PSEL-PERIODO            PIC 9(06).
           03  PSEL-PROGRAMA           PIC X(08).

       WORKING-STORAGE SECTION.
       77  BANDERA-PASO-OK     PIC 9 VALUE 1.
           88  PASO-OK                  VALUE 1.
           03  HORA-BIT-SS         PIC 99.
           03  HORA-BIT-CC         PIC 99.

      *****PASOS DE LA CADENA CARGADOS DEL CATALOGO EN SU ORDEN; EL
      *****ESTADO DE CADA UNO: P = PENDIENTE, H = HECHO (EN ESTA
      *****CORRIDA O EN EL CHECKPOINT), B = BRINCADO, F = FALLO SIENDO
      *****OPCIONAL, C = CORRERIA (SOLO EN EL LISTADO DEL PLAN)
       77  TOTAL-PASOS         PIC 9(02) VALUE 0.
       01  TABLA-PASOS.
           03  TP-PASO-OC OCCURS 30 TIMES.
               05  TP-ORDEN            PIC 9(03).
               05  TP-ESTADO           PIC X(01).
                   88  TP-PENDIENTE       VALUE "P".
                   88  TP-HECHO           VALUE "H".
                   88  TP-BRINCADO        VALUE "B".
                   88  TP-FALLIDO         VALUE "F".
                   88  TP-CORRERIA        VALUE "C".
               05  TP-DATOS.
                   07  TP-PASO             PIC X(08).
                   07  TP-TIPO             PIC X(01).
                       88  TP-VISTO-BUENO     VALUE "V".
                   07  TP-PROGRAMA         PIC X(10).
                   07  TP-DESCRIPCION      PIC X(30).
                   07  TP-OBLIGATORIO      PIC X(01).
                   07  TP-DEPENDE          PIC X(08) OCCURS 3 TIMES.
                   07  TP-RC-MAXIMO        PIC 9(04).
                   07  TP-DIAS             PIC X(01).
                   07  TP-DIA-MES          PIC 9(02) OCCURS 4 TIMES.
                   07  TP-PARM-ARCHIVO     PIC X(12).
                   07  TP-PARM-DATOS       PIC X(20).
                   07  TP-POS-PERIODO      PIC 9(02).
                   07  TP-POS-EMPRESA      PIC 9(02).
       77  I-PASO              PIC 9(02).
       77  J-PASO              PIC 9(02).
       77  I-DEP               PIC 9.
       77  I-DIA               PIC 9.
       77  PASOSCAT-EOF        PIC 9.
       77  CADENACTL-EOF       PIC 9.
       77  PASO-PROCEDE        PIC 9.
       77  DEPENDENCIA-OK      PIC 9.
       77  MOTIVO-PLAN         PIC X(30).
       77  CADENA-DETENIDA     PIC 9.
       77  ARCHIVO-PARM-PASO   PIC X(12).
       77  APR-KEY-EXISTE      PIC 9.
       77  APR-AUTORIZADA      PIC 9.
       77  EXISTE-CADENACTL    PIC 9.
       77  CADENA-CORRIDA      PIC X(01) VALUE "E".
       77  MODO-CORRIDA        PIC X(01) VALUE SPACE.
           88  MODO-LISTADO            VALUE "L".
       77  WKS-RESP            PIC X(02).
           88  W88-NO VALUE "NO".
       77  HAY-CALENDARIO      PIC 9.
       77  CAL-TIPO-PLAN       PIC X(01).
       77  FECHA-HOY           PIC 9(08).
       77  FECHA-PLAN          PIC 9(08) VALUE 0.
       77  EMPRESA-CORRIDA     PIC X(03) VALUE SPACES.
       77  EMPRESA-ACTIVA      PIC X(03) VALUE SPACES.
       77  EXISTE-EMPRESACT    PIC 9 VALUE 0.
       77  CIC-KEY-EXISTE      PIC 9.
       77  CADENA-REANUDADA    PIC 9.

      *****DIA DE LA SEMANA DE LA FECHA DEL PLAN VIA DIA SERIAL
      *****(RESIDUO 1 = DOMINGO, 0 = SABADO), MISMO CALCULO QUE
      *****FECHA-A-SERIAL DE 2CHECAP
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
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-OC    PIC 9(03) OCCURS 12 TIMES.

       01  TITULO-PLAN-1.
           05  FILLER              PIC X(18) VALUE
               "PLAN DE LA CADENA ".
           05  TITPLN-CADENA       PIC X(01).
           05  FILLER              PIC X(10) VALUE
               "  PERIODO ".
           05  TITPLN-PERIODO      PIC 9(06).
           05  FILLER              PIC X(14) VALUE
               "  PARA EL DIA ".
           05  TITPLN-FECHA        PIC 9(08).
       01  TITULO-PLAN-2.
           05  FILLER              PIC X(41) VALUE
               "ORD PASO     PROGRAMA   O   RC D  ESTADO".
       01  DETALLE-PLAN.
           05  DETPLN-ORDEN        PIC 9(03).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETPLN-PASO         PIC X(08).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETPLN-PROGRAMA     PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETPLN-OBLIGATORIO  PIC X(01).
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETPLN-RC           PIC ZZZ9.
           05  FILLER              PIC X(01) VALUE SPACE.
           05  DETPLN-DIAS         PIC X(01).
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DETPLN-ESTADO       PIC X(50).

       PROCEDURE DIVISION.
      *****CORRE UNA CADENA DEL LOTE (NOMINA, ESCUELA O LA QUE SE DE
      *****DE ALTA) SEGUN EL CATALOGO DE PASOS DE 4PASABC. CADA
      *****PROGRAMA SE LLAMA COMO SUBPROGRAMA (GOBACK EN VEZ DE STOP
      *****RUN) Y SU RETURN-CODE SE COMPARA CONTRA EL MAXIMO DEL
      *****CATALOGO ANTES DE AVANZAR. ANTES DE CADA PASO SE DEJA EN
      *****DISCO EL PARAMETROS QUE ESE PASO NECESITA, PARA QUE LA
      *****CADENA PUEDA CORRER DESATENDIDA. EN MODO LISTADO SOLO SE
      *****IMPRIME EL PLAN QUE CORRERIA EN LA FECHA DADA
       MAIN-PROCEDURE.
           DISPLAY "===== INICIO DE CORRIDA BATCH DE NOMINA =====".
           PERFORM LEER-PERIODO-CORRIDA.
           IF BANDERA-PERIODO-PARM = 0
               DISPLAY "PERIODO A PROCESAR (AAAAPP)"
               ACCEPT PERIODO-CORRIDA
               DISPLAY "CADENA A CORRER (E = NOMINA, A = ESCUELA, "
                   "N = NOCTURNA)"
               ACCEPT CADENA-CORRIDA
               DISPLAY "MODO (ENTER = CORRER, L = LISTAR EL PLAN SIN "
                   "CORRER)"
               ACCEPT MODO-CORRIDA
               IF MODO-LISTADO
                   DISPLAY "FECHA DEL PLAN (AAAAMMDD, ENTER = HOY)"
                   ACCEPT FECHA-PLAN
               END-IF
           END-IF.
           PERFORM REVISAR-EMPRESA.
           IF PASO-FALLO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CADENA-CORRIDA = SPACE
               MOVE "E" TO CADENA-CORRIDA
           END-IF.
           PERFORM CARGAR-PASOS.
           IF TOTAL-PASOS = 0
               DISPLAY "LA CADENA " CADENA-CORRIDA " NO TIENE PASOS "
                   "EN EL CATALOGO (4PASABC)"
               MOVE "CATALOGO DE PASOS VACIO" TO PASO-ACTUAL
               DISPLAY "===== CORRIDA BATCH DETENIDA EN: " PASO-ACTUAL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PREPARAR-CALENDARIO.
           PERFORM LEER-CADENACTL.

           IF MODO-LISTADO
               PERFORM LISTAR-PLAN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CADENA-CORRIDA = "E"
               PERFORM VERIFICAR-SELLOS-CADENA
               IF PASO-FALLO
                   DISPLAY "===== CORRIDA BATCH DETENIDA EN: "
                       PASO-ACTUAL
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           PERFORM CORRER-UN-PASO
               VARYING I-PASO FROM 1 BY 1
               UNTIL I-PASO > TOTAL-PASOS OR PASO-FALLO.
           IF PASO-OK AND CADENA-CORRIDA = "A"
               PERFORM CERRAR-CICLO
           END-IF.

           IF PASO-OK
           END-IF.
           GOBACK.

      *****LOS PASOS DE LA CADENA PEDIDA, EN EL ORDEN DEL CATALOGO
       CARGAR-PASOS.
           MOVE 0 TO TOTAL-PASOS.
           MOVE 0 TO PASOSCAT-EOF.
           OPEN INPUT PASOSCAT.
           MOVE CADENA-CORRIDA TO PCT-CADENA.
           MOVE 0 TO PCT-ORDEN.
           START PASOSCAT KEY IS NOT LESS THAN PCT-LLAVE
               INVALID KEY MOVE 1 TO PASOSCAT-EOF.
           PERFORM UNTIL PASOSCAT-EOF = 1
               READ PASOSCAT NEXT RECORD
                   AT END
                       MOVE 1 TO PASOSCAT-EOF
                   NOT AT END
                       IF PCT-CADENA NOT = CADENA-CORRIDA
                           MOVE 1 TO PASOSCAT-EOF
                       ELSE IF TOTAL-PASOS < 30
                           ADD 1 TO TOTAL-PASOS
                           MOVE PCT-ORDEN TO TP-ORDEN(TOTAL-PASOS)
                           MOVE "P" TO TP-ESTADO(TOTAL-PASOS)
                           MOVE PCT-DATOS TO TP-DATOS(TOTAL-PASOS)
                       ELSE
                           DISPLAY "CADENA CON MAS DE 30 PASOS; DESDE "
                               "EL ORDEN " PCT-ORDEN " NO SE CARGA"
                           MOVE 1 TO PASOSCAT-EOF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PASOSCAT.

      *****LA FECHA DEL PLAN (HOY SI NO SE DIO) CONTRA EL CALENDARIO
      *****LABORAL (4CALABC): SI HAY CALENDARIO CARGADO SE TOMA EL
      *****TIPO DEL DIA (P = PAGO, F = FESTIVO); SIN CALENDARIO LOS
      *****PASOS DE DIA DE PAGO CORREN COMO SIEMPRE
       PREPARAR-CALENDARIO.
           ACCEPT FECHA-BIT FROM DATE.
           COMPUTE FECHA-HOY = 20000000
               + FECHA-BIT-AA * 10000
               + FECHA-BIT-MM * 100 + FECHA-BIT-DD.
           IF FECHA-PLAN = 0
               MOVE FECHA-HOY TO FECHA-PLAN
           END-IF.
           MOVE FECHA-PLAN TO SER-FECHA.
           PERFORM FECHA-A-SERIAL.
           DIVIDE SER-RESULTADO BY 7
               GIVING SER-SEMANAS REMAINDER DIA-SEMANA.
           MOVE 0 TO HAY-CALENDARIO.
           MOVE SPACE TO CAL-TIPO-PLAN.
           OPEN INPUT CALENDARIO.
           MOVE 0 TO CAL-FECHA.
           START CALENDARIO KEY IS NOT LESS THAN CAL-FECHA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ CALENDARIO NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE 1 TO HAY-CALENDARIO
                   END-READ
           END-START.
           IF HAY-CALENDARIO = 1
               MOVE FECHA-PLAN TO CAL-FECHA
               READ CALENDARIO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CAL-TIPO TO CAL-TIPO-PLAN
               END-READ
           END-IF.
           CLOSE CALENDARIO.

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
           COMPUTE SER-RESULTADO =
               SER-AAAA * 365 + SER-B4 - SER-B100 + SER-B400
               + DIAS-ACUM-OC(SER-MM) + SER-DD.
           IF SER-BISIESTO = 1 AND SER-MM > 2
               ADD 1 TO SER-RESULTADO.

      *****UN PASO PENDIENTE CORRE SI SUS DEPENDENCIAS YA TERMINARON
      *****Y LE TOCA EL DIA; SI NO, EL OBLIGATORIO DETIENE LA CADENA Y
      *****EL OPCIONAL SE BRINCA. EL OPCIONAL QUE TERMINA CON
      *****RETURN-CODE ARRIBA DE SU MAXIMO TAMPOCO DETIENE LA CADENA,
      *****PERO LO QUE DEPENDE DE EL YA NO CORRE
       CORRER-UN-PASO.
           IF TP-HECHO(I-PASO)
               DISPLAY TP-DESCRIPCION(I-PASO) " YA COMPLETO, SE BRINCA"
           ELSE
               PERFORM EVALUAR-PASO
               IF PASO-PROCEDE = 1
                   PERFORM EJECUTAR-PASO
               ELSE IF TP-OBLIGATORIO(I-PASO) = "S"
                   DISPLAY TP-DESCRIPCION(I-PASO) ": " MOTIVO-PLAN
                   MOVE MOTIVO-PLAN TO PASO-ACTUAL
                   MOVE 0 TO BANDERA-PASO-OK
               ELSE
                   DISPLAY TP-DESCRIPCION(I-PASO) " SE BRINCA: "
                       MOTIVO-PLAN
                   MOVE "B" TO TP-ESTADO(I-PASO)
               END-IF
               END-IF
           END-IF.

       EVALUAR-PASO.
           MOVE 1 TO PASO-PROCEDE.
           MOVE SPACES TO MOTIVO-PLAN.
           PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 3
               IF TP-DEPENDE(I-PASO, I-DEP) NOT = SPACES
                   AND PASO-PROCEDE = 1
                   PERFORM REVISAR-DEPENDENCIA
               END-IF
           END-PERFORM.
           IF PASO-PROCEDE = 1
               PERFORM REVISAR-DIA-PASO
           END-IF.

       REVISAR-DEPENDENCIA.
           MOVE 0 TO DEPENDENCIA-OK.
           PERFORM VARYING J-PASO FROM 1 BY 1
                   UNTIL J-PASO > TOTAL-PASOS
               IF TP-PASO(J-PASO) = TP-DEPENDE(I-PASO, I-DEP)
                   AND (TP-HECHO(J-PASO) OR TP-CORRERIA(J-PASO))
                   MOVE 1 TO DEPENDENCIA-OK
               END-IF
           END-PERFORM.
           IF DEPENDENCIA-OK = 0
               MOVE 0 TO PASO-PROCEDE
               STRING "FALTA EL PASO " DELIMITED BY SIZE
                   TP-DEPENDE(I-PASO, I-DEP) DELIMITED BY SPACE
                   INTO MOTIVO-PLAN
           END-IF.

      *****T = TODOS LOS DIAS, H = LUNES A VIERNES NO FESTIVOS,
      *****P = DIA DE PAGO DEL CALENDARIO, M = DIAS DEL MES DADOS
       REVISAR-DIA-PASO.
           IF TP-DIAS(I-PASO) = "P"
               IF HAY-CALENDARIO = 1 AND CAL-TIPO-PLAN NOT = "P"
                   MOVE 0 TO PASO-PROCEDE
                   MOVE "CALENDARIO: NO ES DIA DE PAGO"
                       TO MOTIVO-PLAN
               END-IF
           ELSE IF TP-DIAS(I-PASO) = "H"
               IF DIA-SEMANA < 2 OR CAL-TIPO-PLAN = "F"
                   MOVE 0 TO PASO-PROCEDE
                   MOVE "CALENDARIO: NO ES DIA HABIL"
                       TO MOTIVO-PLAN
               END-IF
           ELSE IF TP-DIAS(I-PASO) = "M"
               MOVE 0 TO PASO-PROCEDE
               PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 4
                   IF TP-DIA-MES(I-PASO, I-DIA) > 0
                       AND TP-DIA-MES(I-PASO, I-DIA)
                           = FECHA-PLAN(7:2)
                       MOVE 1 TO PASO-PROCEDE
                   END-IF
               END-PERFORM
               IF PASO-PROCEDE = 0
                   MOVE "CALENDARIO: NO TOCA ESTE DIA"
                       TO MOTIVO-PLAN
               END-IF
           END-IF
           END-IF
           END-IF.

       EJECUTAR-PASO.
           MOVE TP-DESCRIPCION(I-PASO) TO PASO-ACTUAL.
           DISPLAY "PASO " I-PASO " DE " TOTAL-PASOS ": " PASO-ACTUAL.
           IF TP-VISTO-BUENO(I-PASO)
               PERFORM PASO-APROBACION
           ELSE
               PERFORM GRABAR-BITACORA-INICIO
               IF TP-PARM-ARCHIVO(I-PASO) NOT = SPACES
                   PERFORM ESCRIBIR-PARM-PASO
               END-IF
               CALL TP-PROGRAMA(I-PASO)
               PERFORM REVISAR-RETURN-CODE
           END-IF.
           IF PASO-OK
               MOVE "H" TO TP-ESTADO(I-PASO)
               PERFORM GRABAR-CADENACTL
           ELSE IF TP-OBLIGATORIO(I-PASO) = "N"
               DISPLAY "  PASO OPCIONAL, LA CADENA SIGUE"
               MOVE "F" TO TP-ESTADO(I-PASO)
               MOVE 1 TO BANDERA-PASO-OK
           END-IF
           END-IF.

      *****EL REGISTRO DEL CATALOGO CON EL PERIODO Y LA EMPRESA DE LA
      *****CORRIDA SOBREPUESTOS EN SUS POSICIONES
       ESCRIBIR-PARM-PASO.
           MOVE TP-PARM-ARCHIVO(I-PASO) TO ARCHIVO-PARM-PASO.
           MOVE TP-PARM-DATOS(I-PASO)   TO PARMPASO-REG.
           IF TP-POS-PERIODO(I-PASO) > 0
               MOVE PERIODO-CORRIDA
                   TO PARMPASO-REG(TP-POS-PERIODO(I-PASO):6)
           END-IF.
           IF TP-POS-EMPRESA(I-PASO) > 0
               MOVE EMPRESA-ACTIVA
                   TO PARMPASO-REG(TP-POS-EMPRESA(I-PASO):3)
           END-IF.
           OPEN OUTPUT PARMPASO.
           WRITE PARMPASO-REG.
           CLOSE PARMPASO.

      *****MODO LISTADO: EL PLAN EFECTIVO DE LA CADENA PARA LA FECHA,
      *****CON LA MISMA REGLA DE DEPENDENCIAS Y DIAS QUE LA CORRIDA
      *****(SUPONIENDO QUE CADA PASO QUE CORRE TERMINA BIEN); NO SE
      *****LLAMA NINGUN PROGRAMA NI SE TOCA EL CHECKPOINT
       LISTAR-PLAN.
           OPEN OUTPUT REPORTE.
           MOVE CADENA-CORRIDA  TO TITPLN-CADENA.
           MOVE PERIODO-CORRIDA TO TITPLN-PERIODO.
           MOVE FECHA-PLAN      TO TITPLN-FECHA.
           WRITE REPORTE-REG FROM TITULO-PLAN-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-PLAN-2 BEFORE 1 LINES.
           DISPLAY TITULO-PLAN-1.
           DISPLAY TITULO-PLAN-2.
           MOVE 0 TO CADENA-DETENIDA.
           PERFORM LISTAR-UN-PASO
               VARYING I-PASO FROM 1 BY 1 UNTIL I-PASO > TOTAL-PASOS.
           CLOSE REPORTE.

       LISTAR-UN-PASO.
           MOVE SPACES TO DETPLN-ESTADO.
           IF CADENA-DETENIDA = 1
               MOVE "NO LLEGA (CADENA DETENIDA)" TO DETPLN-ESTADO
           ELSE IF TP-HECHO(I-PASO)
               MOVE "YA COMPLETO (CHECKPOINT)" TO DETPLN-ESTADO
           ELSE
               PERFORM EVALUAR-PASO
               IF PASO-PROCEDE = 1 AND TP-VISTO-BUENO(I-PASO)
                   PERFORM REVISAR-VISTO-BUENO
                   IF APR-AUTORIZADA = 0
                       MOVE 0 TO PASO-PROCEDE
                       MOVE "SIMULACION SIN VISTO BUENO"
                           TO MOTIVO-PLAN
                   END-IF
               END-IF
               IF PASO-PROCEDE = 1
                   MOVE "CORRE" TO DETPLN-ESTADO
                   MOVE "C" TO TP-ESTADO(I-PASO)
               ELSE IF TP-OBLIGATORIO(I-PASO) = "S"
                   STRING "DETIENE LA CADENA: " DELIMITED BY SIZE
                       MOTIVO-PLAN DELIMITED BY SIZE
                       INTO DETPLN-ESTADO
                   MOVE 1 TO CADENA-DETENIDA
               ELSE
                   STRING "SE BRINCA: " DELIMITED BY SIZE
                       MOTIVO-PLAN DELIMITED BY SIZE
                       INTO DETPLN-ESTADO
                   MOVE "B" TO TP-ESTADO(I-PASO)
               END-IF
               END-IF
           END-IF
           END-IF.
           MOVE TP-ORDEN(I-PASO)       TO DETPLN-ORDEN.
           MOVE TP-PASO(I-PASO)        TO DETPLN-PASO.
           MOVE TP-PROGRAMA(I-PASO)    TO DETPLN-PROGRAMA.
           MOVE TP-OBLIGATORIO(I-PASO) TO DETPLN-OBLIGATORIO.
           MOVE TP-RC-MAXIMO(I-PASO)   TO DETPLN-RC.
           MOVE TP-DIAS(I-PASO)        TO DETPLN-DIAS.
           WRITE REPORTE-REG FROM DETALLE-PLAN BEFORE 1 LINES.
           DISPLAY DETALLE-PLAN.

      *****CON TODA LA CADENA ESCOLAR COMPLETA EL CICLO SE CIERRA EN
      *****EL CALENDARIO; EL CICLO SIN RENGLON NO DETIENE NADA
           END-IF.
           CLOSE CICLOS.

      *****EL PASO DE VISTO BUENO NO LLAMA PROGRAMA: PRIMERO CORRE LA
      *****SIMULACION (MODO 4) Y LA CADENA SE DETIENE AQUI; EL
      *****SUPERVISOR REVISA LA VARIACION DEL REPORTE Y AUTORIZA EN
      *****7SIMAPR; AL RELANZAR LA CADENA EL CHECKPOINT REANUDA AQUI Y,
      *****YA AUTORIZADA, SIGUE LA CORRIDA REAL
       PASO-APROBACION.
           PERFORM GRABAR-BITACORA-INICIO.
           PERFORM REVISAR-VISTO-BUENO.
           IF APR-AUTORIZADA = 1
               DISPLAY "  CORRIDA REAL AUTORIZADA POR " APR-OPERADOR
                   " EL " APR-FECHA
               MOVE 1 TO BANDERA-PASO-OK
           ELSE
               DISPLAY "  LA SIMULACION DEL PERIODO " PERIODO-CORRIDA
                   " NO ESTA AUTORIZADA; REVISA EL REPORTE, AUTORIZA"
           END-IF.
           PERFORM GRABAR-BITACORA.

       REVISAR-VISTO-BUENO.
           MOVE 0 TO APR-AUTORIZADA.
           OPEN INPUT APROBSIM.
           MOVE PERIODO-CORRIDA TO APR-PERIODO.
           MOVE 1 TO APR-KEY-EXISTE.
           READ APROBSIM INVALID KEY MOVE 0 TO APR-KEY-EXISTE.
           CLOSE APROBSIM.
           IF APR-KEY-EXISTE = 1 AND APR-ESTADO = "AUTORIZADO"
               MOVE 1 TO APR-AUTORIZADA
           END-IF.

      *****CON EMPRESA ACTIVA FIJADA (4RAZABC), LA EMPRESA PEDIDA POR
               END-IF
           END-IF.

      *****SI HAY UN CHECKPOINT DE CADENA DEL MISMO PERIODO, SE OFRECE
      *****REANUDAR BRINCANDO LOS PASOS YA ANOTADOS (EN MODO
      *****DESATENDIDO SE REANUDA SOLO); UN CHECKPOINT DE OTRO PERIODO
      *****O CADENA SE DESCARTA Y LA CADENA ARRANCA COMPLETA. EN MODO
      *****LISTADO EL CHECKPOINT SOLO SE LEE
       LEER-CADENACTL.
           MOVE 0 TO EXISTE-CADENACTL.
           OPEN INPUT CADENACTL.
           READ CADENACTL
           IF EXISTE-CADENACTL = 1
               AND CC-PERIODO = PERIODO-CORRIDA
               AND CC-CADENA = CADENA-CORRIDA
               IF MODO-LISTADO
                   PERFORM CARGAR-PASOS-HECHOS
               ELSE IF BANDERA-PERIODO-PARM = 0
                   DISPLAY "HAY UNA CORRIDA INCOMPLETA DEL PERIODO "
                       CC-PERIODO ". REANUDAR DONDE SE QUEDO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       PERFORM CARGAR-PASOS-HECHOS
                   ELSE
                       PERFORM BORRAR-CADENACTL
                   END-IF
               ELSE
                   DISPLAY "REANUDANDO CORRIDA INCOMPLETA DEL "
                       "PERIODO " CC-PERIODO
                   PERFORM CARGAR-PASOS-HECHOS
               END-IF
               END-IF
           ELSE IF EXISTE-CADENACTL = 1 AND NOT MODO-LISTADO
               PERFORM BORRAR-CADENACTL
           END-IF
           END-IF.

      *****ANTES DE CORRER LA NOMINA, 7SELLOS REVISA QUE EMPINX Y
      *****LAS CARTERAS SIGAN COMO LAS SELLO EL ULTIMO CIERRE; UNA
      *****CADENA QUE SE REANUDA YA LOS MOVIO Y NO SE VERIFICA
       VERIFICAR-SELLOS-CADENA.
           MOVE 1 TO BANDERA-PASO-OK.
           MOVE 0 TO CADENA-REANUDADA.
           PERFORM VARYING J-PASO FROM 1 BY 1
                   UNTIL J-PASO > TOTAL-PASOS
               IF TP-HECHO(J-PASO)
                   MOVE 1 TO CADENA-REANUDADA
               END-IF
           END-PERFORM.
           IF CADENA-REANUDADA = 0
               MOVE "SELLOS DE INTEGRIDAD" TO PASO-ACTUAL
               PERFORM GRABAR-BITACORA-INICIO
               MOVE "V"             TO PSEL-MODO
               MOVE PERIODO-CORRIDA TO PSEL-PERIODO
               MOVE "0BATCH"        TO PSEL-PROGRAMA
               OPEN OUTPUT PARMSELLOS
               WRITE PARMSELLOS-REG
               CLOSE PARMSELLOS
               CALL "7SELLOS"
               IF RETURN-CODE NOT = 0
                   MOVE 0 TO BANDERA-PASO-OK
                   DISPLAY "  >> LOS MAESTROS NO CUADRAN CON SU SELLO"
                       " - VER SELLOSREP"
               END-IF
               PERFORM GRABAR-BITACORA
           END-IF.

       CARGAR-PASOS-HECHOS.
           MOVE 0 TO CADENACTL-EOF.
           OPEN INPUT CADENACTL.
           READ CADENACTL AT END MOVE 1 TO CADENACTL-EOF.
           PERFORM UNTIL CADENACTL-EOF = 1
               PERFORM VARYING J-PASO FROM 1 BY 1
                       UNTIL J-PASO > TOTAL-PASOS
                   IF TP-PASO(J-PASO) = CC-PASO
                       MOVE "H" TO TP-ESTADO(J-PASO)
                   END-IF
               END-PERFORM
               READ CADENACTL AT END MOVE 1 TO CADENACTL-EOF
               END-READ
           END-PERFORM.
           CLOSE CADENACTL.

       GRABAR-CADENACTL.
           OPEN EXTEND CADENACTL.
           MOVE PERIODO-CORRIDA  TO CC-PERIODO.
           MOVE CADENA-CORRIDA   TO CC-CADENA.
           MOVE TP-PASO(I-PASO)  TO CC-PASO.
           WRITE CADENACTL-REG.
           CLOSE CADENACTL.

                   MOVE PARM-PERIODO-CORRIDA TO PERIODO-CORRIDA
                   MOVE PARM-CADENA-CORRIDA  TO CADENA-CORRIDA
                   MOVE PARM-EMPRESA-CORRIDA TO EMPRESA-CORRIDA
                   MOVE PARM-MODO-CORRIDA    TO MODO-CORRIDA
                   MOVE PARM-FECHA-PLAN      TO FECHA-PLAN
                   MOVE 1 TO BANDERA-PERIODO-PARM
           END-READ.
           CLOSE PARMCORRIDA.
           WRITE BITACORA-REG.
           CLOSE BITACORA.

      *****ADEMAS DE REVISAR EL CODIGO CONTRA EL MAXIMO DEL CATALOGO,
      *****CADA PASO DEJA SU RENGLON DE RESUMEN EN LA BITACORA
      *****COMPARTIDA
       REVISAR-RETURN-CODE.
           IF RETURN-CODE NOT > TP-RC-MAXIMO(I-PASO)
               MOVE 1 TO BANDERA-PASO-OK
           ELSE
               MOVE 0 TO BANDERA-PASO-OK
