           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-LLAVE.

           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.

           SELECT OPTIONAL ACTAS ASSIGN TO "ACTAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACT-LLAVE.

           SELECT OPTIONAL MOTIVOSALU ASSIGN TO "MOTIVOSALU"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MTA-CLAVE.

           SELECT BAJASALU ASSIGN TO "BAJASALU".

           SELECT ALUPRO ASSIGN TO DISK.

           SELECT OPTIONAL FALTASALU ASSIGN TO "FALTASALU".

           SELECT OPTIONAL CARTERA ASSIGN TO "CARTERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-LLAVE.

           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.

           SELECT OPTIONAL PONDERA ASSIGN TO "PONDERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PON-GRUPO.

           SELECT OPTIONAL COLMAES ASSIGN TO "COLMAES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COL-GRUPO.

       DATA DIVISION.
       FILE SECTION.
       FD  ALUINX.
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****CALENDARIO DE CICLOS ESCOLARES (VER 4CICABC) Y ACTAS DE
      *****CALIFICACIONES CERRADAS (VER 3ACTCIE): EL ALUMNO DE UN GRUPO
      *****CON ACTAS CERRADAS EN EL CICLO VIGENTE YA NO SE DA DE BAJA,
      *****PORQUE SU RENGLON ES PARTE DE UN ACTA OFICIAL
       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

       FD  ACTAS.
       01  ACTAS-REG.
           03  ACT-LLAVE.
               05  ACT-CICLO       PIC 9(06).
               05  ACT-GRUPO       PIC X(03).
               05  ACT-CASILLA     PIC 9(01).
           03  ACT-FOLIO           PIC 9(06).
           03  ACT-ESTADO          PIC X(10).
           03  ACT-PROFESOR        PIC X(08).
           03  ACT-FEC-CIERRE      PIC 9(08).
           03  ACT-OPERADOR        PIC X(08).
           03  ACT-ALUMNOS         PIC 9(04).
           03  ACT-APROBADOS       PIC 9(04).
           03  ACT-PROMEDIO        PIC 999V99.

      *****CATALOGO DE MOTIVOS DE BAJA ESCOLAR (4MTAABC)
       FD  MOTIVOSALU.
       01  MOTIVOSALU-REG.
           03  MTA-CLAVE           PIC X(03).
           03  MTA-DESCRIPCION     PIC X(20).
           03  MTA-CATEGORIA       PIC X(10).

      *****RESPALDO DE BAJAS ESCOLARES, COMO EL RESPALDO-BAJAS DE
      *****4EMPABC: EL ALUINX COMPLETO MAS EL MOTIVO Y LA FECHA, Y LA
      *****FOTO DEL ALUMNO AL IRSE (CICLO, CAMPUS/TURNO, FALTAS Y
      *****ASISTENCIA DEL CICLO, SALDO PENDIENTE EN CARTERA) QUE LEE
      *****5DESREP
       FD  BAJASALU.
       01  BAJASALU-REG.
           03  RBA-MATRICULA       PIC 9(08).
           03  RBA-NOMBRE          PIC X(30).
           03  RBA-GRUPO           PIC X(03).
           03  RBA-PROMEDIO        PIC 9(03)V99.
           03  RBA-MOTIVO          PIC X(03).
           03  RBA-FEC-BAJA        PIC 9(08).
           03  RBA-CICLO           PIC 9(06).
           03  RBA-CAMPUS-TURNO    PIC X(03).
           03  RBA-FALTAS          PIC 9(03).
           03  RBA-ASISTENCIA      PIC 9(03)V9.
           03  RBA-SALDO           PIC 9(07)V99.
           03  RBA-OPERADOR        PIC X(08).

      *****MISMO LAYOUT QUE EL ALUPRO DE 3ALUPRO; SE LEE PARA TOMAR
      *****EL CAMPUS/TURNO DEL ALUMNO Y SE REESCRIBE EN EL CAMBIO DE
      *****GRUPO
       FD  ALUPRO.
       01  ALUPRO-REG.
         03 ALUPRO-NOM  PIC X(30).
         03 ALUPRO-MAT  PIC 9(08).
         03 ALUPRO-GPO  PIC X(03).
         03 ALUPRO-CAMPUS-TURNO PIC X(03).
         03 ALUPRO-NUM-CAL  PIC 9.
         03 ALUPRO-CALIFICACIONES OCCURS 6 TIMES.
           05 ALUPRO-CAL    PIC 999V99.
         03 ALUPRO-PROM     PIC 999V99.
         03 ALUPRO-ESTATUS  PIC X(09).
         03 FILLER       PIC XX.

      *****MISMO LAYOUT QUE EL FALTASALU QUE ESCRIBE 2ASICAP
       FD  FALTASALU.
       01  FALTASALU-REG.
           03  FAL-MATRICULA       PIC 9(08).
           03  FAL-FECHA           PIC 9(08).
           03  FAL-MOTIVO          PIC X(01).

      *****MISMO LAYOUT QUE LA CARTERA DE 3COLPRO
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

      *****MISMOS LAYOUTS QUE EN 3ALUPRO (PLAN DE ESTUDIOS Y
      *****PONDERACION POR GRUPO) Y QUE EL COLMAES DE 3COLPRO
       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

       FD  PONDERA.
       01  PONDERA-REG.
           03  PON-GRUPO           PIC X(03).
           03  PON-PESOS OCCURS 6 TIMES.
               05  PON-PESO        PIC 9(03).

       FD  COLMAES.
       01  COLMAES-REG.
           03  COL-GRUPO           PIC X(03).
           03  COL-IMPORTE         PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  FIN-CONTEO          PIC 9.
       77  GRUPO-CONTEO        PIC X(03).
       01  ALUINX-GUARDADO     PIC X(50).
       77  ACTAS-EOF           PIC 9.
       77  ACTAS-CERRADAS-GPO  PIC 9.
       77  CICLOS-EOF          PIC 9.
       77  CICLO-VIGENTE       PIC 9(06) VALUE 0.
       77  INICIO-CICLO-VIGENTE PIC 9(08) VALUE 0.
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.

      *****MOTIVO DE LA BAJA Y FOTO DEL ALUMNO PARA EL RESPALDO
       77  HAY-MOTIVOS         PIC 9.
       77  MOTIVOS-EOF         PIC 9.
       77  MTA-KEY-EXISTE      PIC 9.
       77  MOTIVO-BAJA         PIC X(03).
       77  ALUPRO-EOF          PIC 9.
       77  FALTAS-EOF          PIC 9.
       77  CARTERA-EOF         PIC 9.
       77  FALTAS-ALUMNO       PIC 9(03).
       77  DIAS-CLASE          PIC 9(04).
       77  PORCENTAJE-ASIST    PIC 9(03)V9.
       77  SALDO-ALUMNO        PIC 9(07)V99.
       77  SALDO-CARGO         PIC S9(06)V99.
       77  CAMPUS-ALUMNO       PIC X(03).

      *****CAMBIO DE GRUPO: LAS CALIFICACIONES PASAN DE LA CASILLA DEL
      *****PLAN VIEJO A LA CASILLA DEL PLAN NUEVO CON LA MISMA MATERIA
      *****Y LOS MESES FUTUROS DE CARTERA SE VUELVEN A TASAR
       77  GRUPO-ANTERIOR      PIC X(03).
       77  GRUPO-NUEVO         PIC X(03).
       77  CAMPUS-NUEVO        PIC X(03).
       77  ALUPRO-HALLADO      PIC 9.
       77  PLAN-ANT-EXISTE     PIC 9.
       77  PLAN-NVO-EXISTE     PIC 9.
       77  I-CAL               PIC 9.
       77  J-CAL               PIC 9.
       77  NUM-CAL-ANTERIOR    PIC 9.
       77  CAL-PASADAS         PIC 9.
       01  TABLA-PLAN-ANTERIOR.
           03  PLAN-ANT-MATERIA    PIC X(03) OCCURS 6 TIMES.
       01  TABLA-CAL-ANTERIOR.
           03  CAL-ANTERIOR        PIC 999V99 OCCURS 6 TIMES.
       77  MINIMA-APROBATORIA  PIC 999V99 VALUE 6.
       77  PON-KEY-EXISTE      PIC 9.
       77  SUMA-CALIFICACIONES PIC 9(04)V99.
       77  SUMA-PONDERADA      PIC 9(06)V9999.
       77  SUMA-PESOS-USADOS   PIC 9(04).
       77  COL-KEY-EXISTE      PIC 9.
       77  MES-ACTUAL          PIC 9(06).
       77  CARGO-ANTERIOR      PIC 9(05)V99.
       77  CARGOS-RETASADOS    PIC 9(03).

      *****DIAS DE CLASE DEL INICIO DEL CICLO A LA BAJA, SIN FINES DE
      *****SEMANA (5 DE CADA 7), IGUAL QUE LA ASISTENCIA DE 3BOLGEN
       77  FECHA-SERIE         PIC 9(08).
       77  SERIAL-CALCULADO    PIC 9(07).
       77  SERIAL-INICIO       PIC 9(07).
       77  ANIO-SERIE          PIC 9(04).
       77  MES-SERIE           PIC 9(02).
       77  DIA-SERIE           PIC 9(02).
       01  TABLA-DIAS-MES.
           03  FILLER  PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
           03  DIAS-ACUM-MES   PIC 9(03) OCCURS 12 TIMES.

       01  FECHA-AUDIT.
           03  FECHA-AUDIT-AA      PIC 99.
           OPEN EXTEND AUDITORIA.
           OPEN INPUT GRUPOS.
           OPEN I-O LISTAESP.
           OPEN INPUT CICLOS.
           OPEN INPUT ACTAS.
           OPEN INPUT MOTIVOSALU.
           OPEN EXTEND BAJASALU.
           OPEN I-O CARTERA.
           OPEN INPUT PLANEST.
           OPEN INPUT PONDERA.
           OPEN INPUT COLMAES.
           PERFORM BUSCAR-CICLO-VIGENTE.
           PERFORM REVISAR-HAY-MOTIVOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE ALUINX
           CLOSE AUDITORIA
           CLOSE GRUPOS
           CLOSE LISTAESP
           CLOSE CICLOS
           CLOSE ACTAS
           CLOSE MOTIVOSALU
           CLOSE BAJASALU
           CLOSE CARTERA
           CLOSE PLANEST
           CLOSE PONDERA
           CLOSE COLMAES
           CLOSE USUARIOS
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       BAJA.
           DISPLAY "INGRESA MATRICULA"
           ACCEPT ALUINX-MATRICULA
           PERFORM LEER-ALUINX.
           IF ALUINX-KEY-EXISTE = 1
               PERFORM REVISAR-ACTAS-GRUPO
               IF ACTAS-CERRADAS-GPO = 1
                   DISPLAY "EL GRUPO " ALUINX-GRUPO " TIENE ACTAS "
                       "CERRADAS EN EL CICLO " CICLO-VIGENTE
                   DISPLAY "BAJA NO PERMITIDA"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ALUINX-KEY-EXISTE = 1
               DISPLAY "MATRICULA:     ", ALUINX-MATRICULA
               DISPLAY "NOMBRE:        ", ALUINX-NOMBRE
               DISPLAY "QUIERES DAR DE BAJA?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-MOTIVO-BAJA
                   PERFORM RESPALDAR-BAJA
                   MOVE "BAJA"         TO AUDIT-OPERACION
                   MOVE ALUINX-MATRICULA TO AUDIT-KEY
                   STRING ALUINX-NOMBRE DELIMITED BY SIZE
           ELSE
               DISPLAY "MATRICULA NO EXISTE".

      *****BUSCA CUALQUIER ACTA CERRADA DEL GRUPO DEL ALUMNO EN EL
      *****CICLO VIGENTE (LLAVE CICLO+GRUPO+CASILLA, CASILLA DESDE 0)
       REVISAR-ACTAS-GRUPO.
           MOVE 0 TO ACTAS-CERRADAS-GPO.
           IF CICLO-VIGENTE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ACTAS-EOF.
           MOVE CICLO-VIGENTE TO ACT-CICLO.
           MOVE ALUINX-GRUPO  TO ACT-GRUPO.
           MOVE 0             TO ACT-CASILLA.
           START ACTAS KEY IS NOT LESS THAN ACT-LLAVE
               INVALID KEY MOVE 1 TO ACTAS-EOF.
           PERFORM UNTIL ACTAS-EOF = 1
               READ ACTAS NEXT RECORD
                   AT END
                       MOVE 1 TO ACTAS-EOF
                   NOT AT END
                       IF ACT-CICLO NOT = CICLO-VIGENTE
                           OR ACT-GRUPO NOT = ALUINX-GRUPO
                           MOVE 1 TO ACTAS-EOF
                       ELSE
                           IF ACT-ESTADO = "CERRADA"
                               MOVE 1 TO ACTAS-CERRADAS-GPO
                               MOVE 1 TO ACTAS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****EL CICLO VIGENTE ES EL PRIMERO NO CERRADO CUYAS FECHAS
      *****CUBREN EL DIA DE HOY, IGUAL QUE EN 1CALVAL
       BUSCAR-CICLO-VIGENTE.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.
           MOVE 0 TO CICLOS-EOF.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO CICLOS-EOF.
           PERFORM UNTIL CICLOS-EOF = 1
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 1 TO CICLOS-EOF
                   NOT AT END
                       IF CIC-ESTADO NOT = "CERRADO"
                           AND CIC-FEC-INICIO <= FECHA-HOY-LARGA
                           AND CIC-FEC-FIN >= FECHA-HOY-LARGA
                           MOVE CIC-CICLO TO CICLO-VIGENTE
                           MOVE CIC-FEC-INICIO TO INICIO-CICLO-VIGENTE
                           MOVE 1 TO CICLOS-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                      MOTIVO DE LA BAJA
      *******************************************************************
      *****CON CATALOGO DE MOTIVOS CARGADO LA CLAVE SE VALIDA CONTRA
      *****EL; SIN CATALOGO SE ACEPTA LIBRE, IGUAL QUE EN 4EMPABC
       CAPTURA-MOTIVO-BAJA.
           IF HAY-MOTIVOS = 0
               DISPLAY "MOTIVO DE LA BAJA (CLAVE DE 3)"
               ACCEPT MOTIVO-BAJA
           ELSE
               MOVE 0 TO MTA-KEY-EXISTE
               PERFORM WITH TEST AFTER UNTIL MTA-KEY-EXISTE = 1
                   DISPLAY "MOTIVO DE LA BAJA (VER 4MTAABC)"
                   ACCEPT MTA-CLAVE
                   MOVE 1 TO MTA-KEY-EXISTE
                   READ MOTIVOSALU
                       INVALID KEY MOVE 0 TO MTA-KEY-EXISTE
                   END-READ
                   IF MTA-KEY-EXISTE = 0
                       DISPLAY "MOTIVO NO EXISTE EN EL CATALOGO"
                   ELSE
                       DISPLAY "MOTIVO: " MTA-DESCRIPCION
                       MOVE MTA-CLAVE TO MOTIVO-BAJA
                   END-IF
               END-PERFORM
           END-IF.

       REVISAR-HAY-MOTIVOS.
           MOVE 0 TO HAY-MOTIVOS.
           MOVE 0 TO MOTIVOS-EOF.
           MOVE LOW-VALUES TO MTA-CLAVE.
           START MOTIVOSALU KEY IS NOT LESS THAN MTA-CLAVE
               INVALID KEY
                   MOVE 1 TO MOTIVOS-EOF
           END-START.
           IF MOTIVOS-EOF = 0
               READ MOTIVOSALU NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 1 TO HAY-MOTIVOS
               END-READ
           END-IF.

      *******************************************************************
      *                      RESPALDO DE LA BAJA
      *******************************************************************
      *****SE GUARDA ANTES DEL DELETE, CON EL PROMEDIO, LA ASISTENCIA
      *****Y EL ADEUDO QUE EL ALUMNO TENIA EL DIA QUE SE FUE
       RESPALDAR-BAJA.
           PERFORM BUSCAR-CAMPUS-ALUMNO.
           PERFORM CONTAR-FALTAS-CICLO.
           PERFORM SUMAR-SALDO-CARTERA.
           MOVE ALUINX-MATRICULA   TO RBA-MATRICULA.
           MOVE ALUINX-NOMBRE      TO RBA-NOMBRE.
           MOVE ALUINX-GRUPO       TO RBA-GRUPO.
           MOVE ALUINX-PROMEDIO    TO RBA-PROMEDIO.
           MOVE MOTIVO-BAJA        TO RBA-MOTIVO.
           MOVE FECHA-HOY-LARGA    TO RBA-FEC-BAJA.
           MOVE CICLO-VIGENTE      TO RBA-CICLO.
           MOVE CAMPUS-ALUMNO      TO RBA-CAMPUS-TURNO.
           MOVE FALTAS-ALUMNO      TO RBA-FALTAS.
           MOVE PORCENTAJE-ASIST   TO RBA-ASISTENCIA.
           MOVE SALDO-ALUMNO       TO RBA-SALDO.
           MOVE OPERADOR-FIRMADO   TO RBA-OPERADOR.
           WRITE BAJASALU-REG.

       BUSCAR-CAMPUS-ALUMNO.
           MOVE SPACES TO CAMPUS-ALUMNO.
           MOVE 0 TO ALUPRO-EOF.
           OPEN INPUT ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-MAT = ALUINX-MATRICULA
                   MOVE ALUPRO-CAMPUS-TURNO TO CAMPUS-ALUMNO
                   MOVE 1 TO ALUPRO-EOF
               ELSE
                   READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE ALUPRO.

      *****FALTAS DEL CICLO VIGENTE HASTA HOY; SIN CICLO VIGENTE NO HAY
      *****DIAS DE CLASE Y LA ASISTENCIA QUEDA EN 100
       CONTAR-FALTAS-CICLO.
           MOVE 0 TO FALTAS-ALUMNO.
           MOVE 0 TO DIAS-CLASE.
           IF CICLO-VIGENTE NOT = 0
               MOVE 0 TO FALTAS-EOF
               OPEN INPUT FALTASALU
               READ FALTASALU AT END MOVE 1 TO FALTAS-EOF
               END-READ
               PERFORM UNTIL FALTAS-EOF = 1
                   IF FAL-MATRICULA = ALUINX-MATRICULA
                       AND FAL-FECHA >= INICIO-CICLO-VIGENTE
                       AND FAL-FECHA <= FECHA-HOY-LARGA
                       AND FALTAS-ALUMNO < 999
                       ADD 1 TO FALTAS-ALUMNO
                   END-IF
                   READ FALTASALU AT END MOVE 1 TO FALTAS-EOF
                   END-READ
               END-PERFORM
               CLOSE FALTASALU
               MOVE INICIO-CICLO-VIGENTE TO FECHA-SERIE
               PERFORM CALCULAR-SERIAL
               MOVE SERIAL-CALCULADO TO SERIAL-INICIO
               MOVE FECHA-HOY-LARGA TO FECHA-SERIE
               PERFORM CALCULAR-SERIAL
               IF SERIAL-CALCULADO >= SERIAL-INICIO
                   COMPUTE DIAS-CLASE ROUNDED =
                       (SERIAL-CALCULADO - SERIAL-INICIO + 1) * 5 / 7
               END-IF
           END-IF.
           IF DIAS-CLASE = 0
               MOVE 100 TO PORCENTAJE-ASIST
           ELSE IF DIAS-CLASE > FALTAS-ALUMNO
               COMPUTE PORCENTAJE-ASIST ROUNDED =
                   (DIAS-CLASE - FALTAS-ALUMNO) * 100 / DIAS-CLASE
           ELSE
               MOVE 0 TO PORCENTAJE-ASIST
           END-IF.

       CALCULAR-SERIAL.
           MOVE FECHA-SERIE(1:4) TO ANIO-SERIE.
           MOVE FECHA-SERIE(5:2) TO MES-SERIE.
           MOVE FECHA-SERIE(7:2) TO DIA-SERIE.
           COMPUTE SERIAL-CALCULADO =
               (ANIO-SERIE - 2000) * 365
               + DIAS-ACUM-MES(MES-SERIE)
               + DIA-SERIE.

      *****ADEUDO VIVO EN CARTERA: LOS CARGOS PENDIENTES, NETO MENOS
      *****LO ABONADO, COMO EN 5VENREP
       SUMAR-SALDO-CARTERA.
           MOVE 0 TO SALDO-ALUMNO.
           MOVE 0 TO CARTERA-EOF.
           MOVE ALUINX-MATRICULA TO CAR-MATRICULA.
           MOVE 0 TO CAR-MES.
           MOVE SPACES TO CAR-SERVICIO.
           START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO CARTERA-EOF.
           PERFORM UNTIL CARTERA-EOF = 1
               READ CARTERA NEXT RECORD
                   AT END
                       MOVE 1 TO CARTERA-EOF
                   NOT AT END
                       IF CAR-MATRICULA NOT = ALUINX-MATRICULA
                           MOVE 1 TO CARTERA-EOF
                       ELSE
                           IF CAR-ESTADO = "PENDIENTE"
                               COMPUTE SALDO-CARGO =
                                   CAR-NETO - CAR-PAGADO
                               IF SALDO-CARGO > 0
                                   ADD SALDO-CARGO TO SALDO-ALUMNO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                         LISTAR POR GRUPO
      *******************************************************************
           ELSE
               DISPLAY "MATRICULA NO EXISTE".

      *******************************************************************
      *                         CAMBIO DE GRUPO
      *******************************************************************
      *****EL ALUMNO SE MUEVE A OTRO GRUPO A MEDIO CICLO: EL DESTINO
      *****DEBE EXISTIR, TENER CUPO Y NO TENER ACTAS CERRADAS; SUS
      *****CALIFICACIONES PARCIALES PASAN DONDE LA MATERIA COINCIDE EN
      *****LOS DOS PLANES, LOS MESES FUTUROS PENDIENTES DE CARTERA SE
      *****TASAN CON LA COLEGIATURA DEL GRUPO NUEVO Y EL LUGAR QUE
      *****DEJA SE OFRECE AL PRIMERO EN ESPERA. LAS FALTAS (FALTASALU)
      *****VAN POR MATRICULA Y SIGUEN AL ALUMNO SIN TOCARSE
       CAMBIO-GRUPO.
           DISPLAY "INGRESA MATRICULA"
           ACCEPT ALUINX-MATRICULA
           PERFORM LEER-ALUINX.
           IF ALUINX-KEY-EXISTE = 0
               DISPLAY "MATRICULA NO EXISTE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM REVISAR-ACTAS-GRUPO.
           IF ACTAS-CERRADAS-GPO = 1
               DISPLAY "EL GRUPO " ALUINX-GRUPO " TIENE ACTAS "
                   "CERRADAS EN EL CICLO " CICLO-VIGENTE
               DISPLAY "CAMBIO DE GRUPO NO PERMITIDO"
               EXIT PARAGRAPH
           END-IF.
           MOVE ALUINX-GRUPO TO GRUPO-ANTERIOR.
           DISPLAY "MATRICULA:     ", ALUINX-MATRICULA
           DISPLAY "NOMBRE:        ", ALUINX-NOMBRE
           DISPLAY "GRUPO ACTUAL:  ", ALUINX-GRUPO
           DISPLAY "GRUPO DESTINO"
           ACCEPT GRUPO-NUEVO.
           IF GRUPO-NUEVO = GRUPO-ANTERIOR
               DISPLAY "EL ALUMNO YA ESTA EN ESE GRUPO"
               EXIT PARAGRAPH
           END-IF.
           MOVE GRUPO-NUEVO TO ALUINX-GRUPO.
           PERFORM VALIDACION-GRUPO-ALUINX.
           IF BANDERA-GRUPO = 1
               PERFORM REVISAR-CUPO
               PERFORM REVISAR-ACTAS-GRUPO
           END-IF.
           MOVE GRUPO-ANTERIOR TO ALUINX-GRUPO.
           IF BANDERA-GRUPO = 0 OR GRUPO-LLENO = 1
               DISPLAY "CAMBIO DE GRUPO CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           IF ACTAS-CERRADAS-GPO = 1
               DISPLAY "EL GRUPO " GRUPO-NUEVO " TIENE ACTAS "
                   "CERRADAS EN EL CICLO " CICLO-VIGENTE
               DISPLAY "CAMBIO DE GRUPO NO PERMITIDO"
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUSCAR-CAMPUS-ALUMNO.
           DISPLAY "CAMPUS/TURNO ACTUAL: " CAMPUS-ALUMNO
           DISPLAY "CAMPUS/TURNO NUEVO (ENTER = EL MISMO)"
           MOVE SPACES TO CAMPUS-NUEVO.
           ACCEPT CAMPUS-NUEVO.
           IF CAMPUS-NUEVO = SPACES
               MOVE CAMPUS-ALUMNO TO CAMPUS-NUEVO
           END-IF.
           DISPLAY "QUIERES CAMBIARLO AL GRUPO " GRUPO-NUEVO "?"
           ACCEPT WKS-RESP.
           IF W88-NO
               DISPLAY "CAMBIO DE GRUPO CANCELADO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "CAMBIO GPO"     TO AUDIT-OPERACION.
           MOVE ALUINX-MATRICULA TO AUDIT-KEY.
           STRING ALUINX-NOMBRE DELIMITED BY SIZE
               " " ALUINX-GRUPO DELIMITED BY SIZE
               INTO AUDIT-ANTES.
           PERFORM PASAR-CALIFICACIONES.
           PERFORM RETASAR-CARTERA.
           MOVE GRUPO-NUEVO TO ALUINX-GRUPO.
           REWRITE ALUINX-REG.
           ADD 1 TO AUTORIZACION.
           DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.
           STRING ALUINX-NOMBRE DELIMITED BY SIZE
               " " ALUINX-GRUPO DELIMITED BY SIZE
               INTO AUDIT-DESPUES.
           PERFORM GRABAR-AUDITORIA.
           MOVE GRUPO-ANTERIOR TO GRUPO-CONTEO.
           PERFORM OFRECER-LUGAR.

      *****EL RENGLON DE ALUPRO DEL ALUMNO SE REESCRIBE EN SU LUGAR:
      *****CADA CASILLA DEL PLAN NUEVO TOMA LA CALIFICACION DE LA
      *****CASILLA DEL PLAN VIEJO CON LA MISMA MATERIA, LAS DEMAS
      *****QUEDAN EN CERO Y EL PROMEDIO SE RECALCULA CON LA REGLA DE
      *****3ALUPRO. SIN PLAN EN ALGUNO DE LOS DOS GRUPOS NO HAY CON
      *****QUE CASAR MATERIAS Y LAS CALIFICACIONES SE QUEDAN IGUAL
       PASAR-CALIFICACIONES.
           MOVE GRUPO-ANTERIOR TO PLA-GRUPO.
           MOVE 1 TO PLAN-ANT-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLAN-ANT-EXISTE.
           IF PLAN-ANT-EXISTE = 1
               PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
                   MOVE PLA-MATERIA(I-CAL) TO PLAN-ANT-MATERIA(I-CAL)
               END-PERFORM
           END-IF.
           MOVE GRUPO-NUEVO TO PLA-GRUPO.
           MOVE 1 TO PLAN-NVO-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLAN-NVO-EXISTE.
           MOVE 0 TO ALUPRO-HALLADO.
           MOVE 0 TO ALUPRO-EOF.
           OPEN I-O ALUPRO.
           READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF.
           PERFORM UNTIL ALUPRO-EOF = 1
               IF ALUPRO-MAT = ALUINX-MATRICULA
                   MOVE 1 TO ALUPRO-HALLADO
                   MOVE 1 TO ALUPRO-EOF
               ELSE
                   READ ALUPRO AT END MOVE 1 TO ALUPRO-EOF
               END-IF
           END-PERFORM.
           IF ALUPRO-HALLADO = 1
               MOVE GRUPO-NUEVO  TO ALUPRO-GPO
               MOVE CAMPUS-NUEVO TO ALUPRO-CAMPUS-TURNO
               IF PLAN-ANT-EXISTE = 1 AND PLAN-NVO-EXISTE = 1
                   PERFORM CASAR-CASILLAS
               ELSE
                   DISPLAY "SIN PLAN DE ESTUDIOS PARA COMPARAR, LAS "
                       "CALIFICACIONES SE QUEDAN IGUAL"
               END-IF
               PERFORM RECALCULAR-PROMEDIO
               REWRITE ALUPRO-REG
               MOVE ALUPRO-PROM TO ALUINX-PROMEDIO
           ELSE
               DISPLAY "EL ALUMNO NO TIENE CALIFICACIONES EN ALUPRO"
           END-IF.
           CLOSE ALUPRO.

       CASAR-CASILLAS.
           MOVE ALUPRO-NUM-CAL TO NUM-CAL-ANTERIOR.
           PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
               MOVE ALUPRO-CAL(I-CAL) TO CAL-ANTERIOR(I-CAL)
               MOVE 0 TO ALUPRO-CAL(I-CAL)
           END-PERFORM.
           MOVE 0 TO ALUPRO-NUM-CAL.
           MOVE 0 TO CAL-PASADAS.
           PERFORM VARYING J-CAL FROM 1 BY 1 UNTIL J-CAL > 6
               PERFORM VARYING I-CAL FROM 1 BY 1
                       UNTIL I-CAL > NUM-CAL-ANTERIOR
                   IF PLA-MATERIA(J-CAL) NOT = SPACES
                       AND PLAN-ANT-MATERIA(I-CAL) = PLA-MATERIA(J-CAL)
                       MOVE CAL-ANTERIOR(I-CAL) TO ALUPRO-CAL(J-CAL)
                       MOVE J-CAL TO ALUPRO-NUM-CAL
                       ADD 1 TO CAL-PASADAS
                       MOVE 6 TO I-CAL
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY "CALIFICACIONES PASADAS AL GRUPO NUEVO: "
               CAL-PASADAS " DE " NUM-CAL-ANTERIOR.

      *****MISMA REGLA DE PROMEDIO QUE CALCULA-PROMEDIO EN 3ALUPRO Y
      *****RECALCULAR-PROMEDIO EN 1CALVAL, CON LA PONDERACION DEL
      *****GRUPO NUEVO
       RECALCULAR-PROMEDIO.
           MOVE ALUPRO-GPO TO PON-GRUPO.
           MOVE 1 TO PON-KEY-EXISTE.
           READ PONDERA INVALID KEY MOVE 0 TO PON-KEY-EXISTE.
           IF PON-KEY-EXISTE = 1 AND ALUPRO-NUM-CAL > 0
               PERFORM RECALCULA-PONDERADO
           ELSE
               PERFORM RECALCULA-PAREJO
           END-IF.
           IF ALUPRO-PROM >= MINIMA-APROBATORIA
               MOVE "APROBADO"  TO ALUPRO-ESTATUS
           ELSE
               MOVE "REPROBADO" TO ALUPRO-ESTATUS
           END-IF.

       RECALCULA-PAREJO.
           MOVE 0 TO SUMA-CALIFICACIONES.
           IF ALUPRO-NUM-CAL > 0
               PERFORM VARYING I-CAL FROM 1 BY 1
                       UNTIL I-CAL > ALUPRO-NUM-CAL
                   ADD ALUPRO-CAL(I-CAL) TO SUMA-CALIFICACIONES
               END-PERFORM
               COMPUTE ALUPRO-PROM ROUNDED =
                   SUMA-CALIFICACIONES / ALUPRO-NUM-CAL
           ELSE
               MOVE 0 TO ALUPRO-PROM
           END-IF.

       RECALCULA-PONDERADO.
           MOVE 0 TO SUMA-PONDERADA.
           MOVE 0 TO SUMA-PESOS-USADOS.
           PERFORM VARYING I-CAL FROM 1 BY 1
                   UNTIL I-CAL > ALUPRO-NUM-CAL
               COMPUTE SUMA-PONDERADA =
                   SUMA-PONDERADA + ALUPRO-CAL(I-CAL)
                       * PON-PESO(I-CAL)
               ADD PON-PESO(I-CAL) TO SUMA-PESOS-USADOS
           END-PERFORM.
           IF SUMA-PESOS-USADOS > 0
               COMPUTE ALUPRO-PROM ROUNDED =
                   SUMA-PONDERADA / SUMA-PESOS-USADOS
           ELSE
               PERFORM RECALCULA-PAREJO
           END-IF.

      *****LOS MESES POSTERIORES AL ACTUAL QUE SIGUEN PENDIENTES Y SIN
      *****ABONO SE TASAN CON LA COLEGIATURA DEL GRUPO NUEVO (4COLABC);
      *****BECA Y DESCUENTO FAMILIAR CONSERVAN SU PORCENTAJE. SIN
      *****PRECIO PROPIO DEL GRUPO NUEVO EL CARGO SE QUEDA COMO ESTA.
      *****LOS SERVICIOS Y LOS MESES YA PAGADOS O EN NOMINA NO SE TOCAN
       RETASAR-CARTERA.
           MOVE 0 TO CARGOS-RETASADOS.
           ACCEPT FECHA-HOY FROM DATE.
           COMPUTE MES-ACTUAL =
               (2000 + FECHA-HOY-AA) * 100 + FECHA-HOY-MM.
           MOVE GRUPO-NUEVO TO COL-GRUPO.
           MOVE 1 TO COL-KEY-EXISTE.
           READ COLMAES INVALID KEY MOVE 0 TO COL-KEY-EXISTE.
           MOVE 0 TO CARTERA-EOF.
           MOVE ALUINX-MATRICULA TO CAR-MATRICULA.
           MOVE MES-ACTUAL TO CAR-MES.
           MOVE HIGH-VALUES TO CAR-SERVICIO.
           START CARTERA KEY IS GREATER THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO CARTERA-EOF.
           PERFORM UNTIL CARTERA-EOF = 1
               READ CARTERA NEXT RECORD
                   AT END
                       MOVE 1 TO CARTERA-EOF
                   NOT AT END
                       IF CAR-MATRICULA NOT = ALUINX-MATRICULA
                           MOVE 1 TO CARTERA-EOF
                       ELSE
                           IF CAR-SERVICIO = SPACES
                               AND CAR-ESTADO = "PENDIENTE"
                               AND CAR-PAGADO = 0
                               PERFORM RETASAR-UN-MES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "MESES DE CARTERA RETASADOS: " CARGOS-RETASADOS.

       RETASAR-UN-MES.
           MOVE GRUPO-NUEVO TO CAR-GRUPO.
           IF COL-KEY-EXISTE = 1 AND CAR-CARGO > 0
               MOVE CAR-CARGO TO CARGO-ANTERIOR
               MOVE COL-IMPORTE TO CAR-CARGO
               COMPUTE CAR-BECA ROUNDED =
                   CAR-BECA * CAR-CARGO / CARGO-ANTERIOR
               COMPUTE CAR-BENEF ROUNDED =
                   CAR-BENEF * CAR-CARGO / CARGO-ANTERIOR
               IF CAR-BECA + CAR-BENEF NOT < CAR-CARGO
                   MOVE 0 TO CAR-NETO
                   MOVE "PAGADO" TO CAR-ESTADO
               ELSE
                   COMPUTE CAR-NETO =
                       CAR-CARGO - CAR-BECA - CAR-BENEF
               END-IF
               ADD 1 TO CARGOS-RETASADOS
           END-IF.
           REWRITE CARTERA-REG.

       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "3. CONSULTA.".
           DISPLAY "4. MODIFICACION.".
           DISPLAY "5. LISTAR POR GRUPO.".
           DISPLAY "6. CAMBIO DE GRUPO.".
           DISPLAY "7. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-POR-GRUPO
           ELSE IF OPCION-MENU = 6
               IF NIVEL-FIRMADO < 2
                   DISPLAY "EL CAMBIO DE GRUPO REQUIERE NIVEL "
                       "SUPERVISOR"
               ELSE
                   PERFORM CAMBIO-GRUPO
               END-IF
           ELSE IF OPCION-MENU = 7
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

