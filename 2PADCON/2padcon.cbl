      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 2PADCON.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALUNIP ASSIGN TO "ALUNIP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NIP-MATRICULA.
           SELECT ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT ALUPRO ASSIGN TO DISK.
           SELECT OPTIONAL PLANEST ASSIGN TO "PLANEST"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLA-GRUPO.
           SELECT OPTIONAL MATERIAS ASSIGN TO "MATERIAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAT-CLAVE.
           SELECT KARDEX ASSIGN TO "KARDEX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KAR-LLAVE.
           SELECT OPTIONAL FALTASALU ASSIGN TO "FALTASALU".
           SELECT OPTIONAL CICLOS ASSIGN TO "CICLOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIC-CICLO.
           SELECT OPTIONAL CARTERA ASSIGN TO "CARTERA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAR-LLAVE.
           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-LLAVE.
           SELECT ACCESOPAD ASSIGN TO "ACCESOPAD".
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****NIP DE LOS PADRES (4TUTABC); AQUI SOLO SE CUENTAN LOS
      *****INTENTOS FALLIDOS Y SE BLOQUEA AL TERCERO
       FD  ALUNIP.
       01  ALUNIP-REG.
           03  NIP-MATRICULA       PIC 9(08).
           03  NIP-CLAVE           PIC 9(04).
           03  NIP-INTENTOS        PIC 9(01).
           03  NIP-ESTADO          PIC X(10).
           03  NIP-FEC-BLOQUEO     PIC 9(08).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

      *****MISMO LAYOUT QUE EL ALUPRO-REG DE 3ALUPRO
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

       FD  PLANEST.
       01  PLANEST-REG.
           03  PLA-GRUPO           PIC X(03).
           03  PLA-MATERIAS OCCURS 6 TIMES.
               05  PLA-MATERIA     PIC X(03).

       FD  MATERIAS.
       01  MATERIAS-REG.
           03  MAT-CLAVE           PIC X(03).
           03  MAT-NOMBRE          PIC X(20).

      *****MISMO LAYOUT QUE EL KARDEX QUE ESCRIBE 3ALUCNV
       FD  KARDEX.
       01  KARDEX-REG.
           03  KAR-LLAVE.
               05  KAR-MATRICULA   PIC 9(08).
               05  KAR-CICLO       PIC 9(06).
           03  KAR-GRUPO           PIC X(03).
           03  KAR-CALIFICACIONES OCCURS 6 TIMES.
               05  KAR-CAL         PIC 999V99.
           03  KAR-PROMEDIO        PIC 999V99.
           03  KAR-ESTATUS         PIC X(09).

      *****AUSENCIAS DE 2ASICAP
       FD  FALTASALU.
       01  FALTASALU-REG.
           03  FAL-MATRICULA       PIC 9(08).
           03  FAL-FECHA           PIC 9(08).
           03  FAL-MOTIVO          PIC X(01).

       FD  CICLOS.
       01  CICLOS-REG.
           03  CIC-CICLO           PIC 9(06).
           03  CIC-ESTADO          PIC X(10).
           03  CIC-FEC-INICIO      PIC 9(08).
           03  CIC-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL CARTERA DE 3COLPRO
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

      *****MISMO LAYOUT QUE EN 4HORABC
       FD  HORARIOS.
       01  HORARIOS-REG.
           03  HOR-LLAVE.
               05  HOR-GRUPO       PIC X(03).
               05  HOR-DIA         PIC 9(01).
               05  HOR-INICIO      PIC 9(04).
           03  HOR-FIN             PIC 9(04).
           03  HOR-CASILLA         PIC 9(01).
           03  HOR-AULA            PIC X(04).
           03  HOR-PROFESOR        PIC X(08).

      *****BITACORA DE ACCESOS: CADA FIRMA (BUENA O MALA) Y CADA
      *****CONSULTA, CON FECHA, HORA Y MATRICULA
       FD  ACCESOPAD.
       01  ACCESOPAD-REG           PIC X(80).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR       PIC 9.
       77  OPCION-MENU         PIC 9.
       77  NIP-KEY-EXISTE      PIC 9.
       77  EXISTE-MATRICULA    PIC 9.
       77  PLA-KEY-EXISTE      PIC 9.
       77  MAT-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  MATRICULA-FIRMADA   PIC 9(08).
       77  NIP-CAPTURADO       PIC 9(04).
       77  INTENTOS-SESION     PIC 9.
       77  FIRMA-OK            PIC 9.
       77  BLOQUEADA           PIC 9.
       77  I-CAL               PIC 9.
       77  CICLO-VIGENTE       PIC 9(06).
       77  INICIO-CICLO        PIC 9(08).
       77  FIN-CICLO           PIC 9(08).
       77  FALTAS-E            PIC 9(03).
       77  FALTAS-J            PIC 9(03).
       77  FALTAS-I            PIC 9(03).
       77  SALDO-CARGO         PIC 9(05)V99.
       77  SALDO-TOTAL         PIC 9(07)V99.
       77  CONT-RENGLONES      PIC 9(03).
       77  REF-BASE            PIC 9(16).
       77  REF-COCIENTE        PIC 9(16).
       77  REF-RESIDUO         PIC 9(02).
       77  REF-DIGITO          PIC 9(02).
       77  REFERENCIA-PAGO     PIC 9(16).
       77  FECHA-HOY-LARGA     PIC 9(08).
       01  FECHA-HOY.
           03  FECHA-HOY-AA        PIC 99.
           03  FECHA-HOY-MM        PIC 99.
           03  FECHA-HOY-DD        PIC 99.
       01  HORA-HOY.
           03  HORA-HOY-HHMMSS     PIC 9(06).
           03  FILLER              PIC 9(02).

       01  DIAS-SEMANA.
           03  FILLER PIC X(54) VALUE
               "LUNES    MARTES   MIERCOLESJUEVES   VIERNES  SABADO   ".
       01  DIAS-SEMANA-R REDEFINES DIAS-SEMANA.
           03  DIA-NOMBRE  PIC X(09) OCCURS 6 TIMES.

       01  LOG-LINEA.
           05  LOG-FECHA           PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LOG-HORA            PIC 9(06).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LOG-MATRICULA       PIC 9(08).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  LOG-EVENTO          PIC X(20).

       PROCEDURE DIVISION.
      *****CONSULTA DE PADRES Y ALUMNOS: ENTRAN CON LA MATRICULA Y EL
      *****NIP QUE DA LA ESCUELA (4TUTABC) Y VEN CALIFICACIONES DEL
      *****CICLO, KARDEX, FALTAS, SALDO CON SUS REFERENCIAS DE PAGO Y
      *****EL HORARIO DEL GRUPO. IGUAL QUE 2KIOSCO NO HAY NINGUN
      *****CAMINO DE AQUI A UNA FUNCION DE MANTENIMIENTO: TODOS LOS
      *****ARCHIVOS SE ABREN DE SOLO LECTURA Y LO UNICO QUE SE ESCRIBE
      *****ES EL CONTEO DE NIPS EQUIVOCADOS Y LA BITACORA
       MAIN-PROCEDURE.
           OPEN EXTEND ACCESOPAD.
           PERFORM FIRMAR-PADRE.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE ACCESOPAD
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALUINX.
           OPEN INPUT PLANEST.
           OPEN INPUT MATERIAS.
           OPEN INPUT KARDEX.
           OPEN INPUT CICLOS.
           OPEN INPUT CARTERA.
           OPEN INPUT HORARIOS.
           MOVE MATRICULA-FIRMADA TO ALUINX-MATRICULA.
           MOVE 1 TO EXISTE-MATRICULA.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-MATRICULA.
           IF EXISTE-MATRICULA = 1
               DISPLAY "ALUMNO: " ALUINX-NOMBRE "  GRUPO: "
                   ALUINX-GRUPO
           ELSE
               MOVE SPACES TO ALUINX-GRUPO
               DISPLAY "ALUMNO SIN REGISTRO EN EL MAESTRO"
           END-IF.
           MOVE 0 TO BANDERA-SALIR.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR = 1.
           MOVE "SALIDA" TO LOG-EVENTO.
           PERFORM REGISTRAR-ACCESO.
           CLOSE ALUINX.
           CLOSE PLANEST.
           CLOSE MATERIAS.
           CLOSE KARDEX.
           CLOSE CICLOS.
           CLOSE CARTERA.
           CLOSE HORARIOS.
           CLOSE ACCESOPAD.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                   FIRMA CON MATRICULA Y NIP
      *******************************************************************
      *****TRES INTENTOS POR SESION; ADEMAS LOS NIPS EQUIVOCADOS SE
      *****ACUMULAN EN ALUNIP Y AL TERCERO SEGUIDO LA MATRICULA QUEDA
      *****BLOQUEADA HASTA QUE LA ESCUELA ASIGNE UN NIP NUEVO. UN NIP
      *****CORRECTO REGRESA EL CONTEO A CERO
       FIRMAR-PADRE.
           MOVE 0 TO FIRMA-OK.
           MOVE 0 TO INTENTOS-SESION.
           PERFORM TOMAR-FECHA-HORA.
           OPEN I-O ALUNIP.
           PERFORM VALIDAR-NIP
               UNTIL FIRMA-OK = 1 OR INTENTOS-SESION >= 3.
           CLOSE ALUNIP.

       VALIDAR-NIP.
           ADD 1 TO INTENTOS-SESION.
           MOVE 0 TO BLOQUEADA.
           DISPLAY "MATRICULA DEL ALUMNO".
           ACCEPT MATRICULA-FIRMADA.
           DISPLAY "NIP (4 DIGITOS)".
           ACCEPT NIP-CAPTURADO.
           MOVE MATRICULA-FIRMADA TO NIP-MATRICULA.
           MOVE 1 TO NIP-KEY-EXISTE.
           READ ALUNIP INVALID KEY MOVE 0 TO NIP-KEY-EXISTE.
           IF NIP-KEY-EXISTE = 0 OR NIP-CLAVE = 0
               MOVE "SIN NIP" TO LOG-EVENTO
               DISPLAY "MATRICULA O NIP INCORRECTOS"
           ELSE IF NIP-ESTADO = "BLOQUEADO"
               MOVE "INTENTO BLOQUEADA" TO LOG-EVENTO
               DISPLAY "MATRICULA BLOQUEADA: ACUDA A LA ESCUELA"
               MOVE 3 TO INTENTOS-SESION
           ELSE IF NIP-CLAVE = NIP-CAPTURADO
               MOVE 1 TO FIRMA-OK
               MOVE 0 TO NIP-INTENTOS
               REWRITE ALUNIP-REG
               MOVE "FIRMA CORRECTA" TO LOG-EVENTO
           ELSE
               ADD 1 TO NIP-INTENTOS
               IF NIP-INTENTOS >= 3
                   MOVE "BLOQUEADO" TO NIP-ESTADO
                   MOVE FECHA-HOY-LARGA TO NIP-FEC-BLOQUEO
                   MOVE "NIP ERRONEO/BLOQUEO" TO LOG-EVENTO
                   DISPLAY "MATRICULA BLOQUEADA: ACUDA A LA ESCUELA"
                   MOVE 3 TO INTENTOS-SESION
               ELSE
                   MOVE "NIP ERRONEO" TO LOG-EVENTO
                   DISPLAY "MATRICULA O NIP INCORRECTOS"
               END-IF
               REWRITE ALUNIP-REG
           END-IF
           END-IF
           END-IF.
           PERFORM REGISTRAR-ACCESO.

       TOMAR-FECHA-HORA.
           ACCEPT FECHA-HOY FROM DATE.
           ACCEPT HORA-HOY FROM TIME.
           COMPUTE FECHA-HOY-LARGA =
               (2000 + FECHA-HOY-AA) * 10000
               + FECHA-HOY-MM * 100 + FECHA-HOY-DD.

       REGISTRAR-ACCESO.
           PERFORM TOMAR-FECHA-HORA.
           MOVE FECHA-HOY-LARGA   TO LOG-FECHA.
           MOVE HORA-HOY-HHMMSS   TO LOG-HORA.
           MOVE MATRICULA-FIRMADA TO LOG-MATRICULA.
           WRITE ACCESOPAD-REG FROM LOG-LINEA.

      *******************************************************************
      *                  CALIFICACIONES DEL CICLO ACTUAL
      *******************************************************************
       CONSULTA-CALIFICACIONES.
           MOVE "CALIFICACIONES" TO LOG-EVENTO.
           PERFORM REGISTRAR-ACCESO.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO CONT-RENGLONES.
           OPEN INPUT ALUPRO.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ ALUPRO
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF ALUPRO-MAT = MATRICULA-FIRMADA
                           PERFORM MOSTRAR-CALIFICACIONES
                           MOVE 1 TO ARCHIVO-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ALUPRO.
           IF CONT-RENGLONES = 0
               DISPLAY "SIN CALIFICACIONES EN EL CICLO".

      *****CADA CASILLA CON EL NOMBRE DE SU MATERIA SEGUN EL PLAN DE
      *****ESTUDIOS DEL GRUPO; SIN PLAN SALE SOLO EL NUMERO
       MOSTRAR-CALIFICACIONES.
           ADD 1 TO CONT-RENGLONES.
           MOVE ALUPRO-GPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           PERFORM VARYING I-CAL FROM 1 BY 1 UNTIL I-CAL > 6
               MOVE SPACES TO MAT-NOMBRE
               IF PLA-KEY-EXISTE = 1
                   AND PLA-MATERIA(I-CAL) NOT = SPACES
                   MOVE PLA-MATERIA(I-CAL) TO MAT-CLAVE
                   MOVE 1 TO MAT-KEY-EXISTE
                   READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
                   END-READ
                   IF MAT-KEY-EXISTE = 0
                       MOVE PLA-MATERIA(I-CAL) TO MAT-NOMBRE
                   END-IF
               END-IF
               IF MAT-NOMBRE = SPACES
                   DISPLAY "CASILLA " I-CAL "          "
                       ALUPRO-CAL(I-CAL)
               ELSE
                   DISPLAY MAT-NOMBRE " " ALUPRO-CAL(I-CAL)
               END-IF
           END-PERFORM.
           DISPLAY "PROMEDIO: " ALUPRO-PROM "  " ALUPRO-ESTATUS.

      *******************************************************************
      *                        KARDEX HISTORICO
      *******************************************************************
       CONSULTA-KARDEX.
           MOVE "KARDEX" TO LOG-EVENTO.
           PERFORM REGISTRAR-ACCESO.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO CONT-RENGLONES.
           MOVE MATRICULA-FIRMADA TO KAR-MATRICULA.
           MOVE 0 TO KAR-CICLO.
           START KARDEX KEY IS NOT LESS THAN KAR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "CICLO  GPO PROMEDIO ESTATUS".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ KARDEX NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF KAR-MATRICULA NOT = MATRICULA-FIRMADA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           DISPLAY KAR-CICLO " " KAR-GRUPO " "
                               KAR-PROMEDIO "   " KAR-ESTATUS
                           ADD 1 TO CONT-RENGLONES
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-RENGLONES = 0
               DISPLAY "SIN CICLOS EN EL KARDEX".

      *******************************************************************
      *                       FALTAS DEL CICLO
      *******************************************************************
      *****SOLO LAS AUSENCIAS DENTRO DE LAS FECHAS DEL CICLO VIGENTE,
      *****SEPARADAS POR MOTIVO COMO LAS CAPTURA 2ASICAP
       CONSULTA-FALTAS.
           MOVE "FALTAS" TO LOG-EVENTO.
           PERFORM REGISTRAR-ACCESO.
           PERFORM BUSCAR-CICLO-VIGENTE.
           IF CICLO-VIGENTE = 0
               DISPLAY "SIN CICLO VIGENTE"
           ELSE
               MOVE 0 TO FALTAS-E
               MOVE 0 TO FALTAS-J
               MOVE 0 TO FALTAS-I
               MOVE 0 TO ARCHIVO-EOF
               OPEN INPUT FALTASALU
               PERFORM UNTIL ARCHIVO-EOF = 1
                   READ FALTASALU
                       AT END
                           MOVE 1 TO ARCHIVO-EOF
                       NOT AT END
                           IF FAL-MATRICULA = MATRICULA-FIRMADA
                               AND FAL-FECHA >= INICIO-CICLO
                               AND FAL-FECHA <= FIN-CICLO
                               PERFORM CONTAR-FALTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALTASALU
               DISPLAY "CICLO " CICLO-VIGENTE
               DISPLAY "FALTAS POR ENFERMEDAD:  " FALTAS-E
               DISPLAY "FALTAS JUSTIFICADAS:    " FALTAS-J
               DISPLAY "FALTAS INJUSTIFICADAS:  " FALTAS-I
           END-IF.

       CONTAR-FALTA.
           IF FAL-MOTIVO = "E"
               ADD 1 TO FALTAS-E
           ELSE IF FAL-MOTIVO = "J"
               ADD 1 TO FALTAS-J
           ELSE
               ADD 1 TO FALTAS-I
           END-IF
           END-IF.

      *****MISMA REGLA QUE 1CALVAL: EL PRIMER CICLO NO CERRADO CUYAS
      *****FECHAS CUBREN EL DIA DE HOY
       BUSCAR-CICLO-VIGENTE.
           PERFORM TOMAR-FECHA-HORA.
           MOVE 0 TO CICLO-VIGENTE.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO CIC-CICLO.
           START CICLOS KEY IS NOT LESS THAN CIC-CICLO
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ CICLOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF CIC-ESTADO NOT = "CERRADO"
                           AND CIC-FEC-INICIO <= FECHA-HOY-LARGA
                           AND CIC-FEC-FIN >= FECHA-HOY-LARGA
                           MOVE CIC-CICLO      TO CICLO-VIGENTE
                           MOVE CIC-FEC-INICIO TO INICIO-CICLO
                           MOVE CIC-FEC-FIN    TO FIN-CICLO
                           MOVE 1 TO ARCHIVO-EOF
                       END-IF
               END-READ
           END-PERFORM.

      *******************************************************************
      *                  SALDO Y REFERENCIAS DE PAGO
      *******************************************************************
      *****LOS RENGLONES CON SALDO Y LA REFERENCIA DE CADA MES PARA
      *****PAGAR EN EL BANCO; LA REFERENCIA QUE FALTE SE CALCULA AL
      *****VUELO COMO EN 2COLCAP, SIN GRABARLA
       CONSULTA-SALDO.
           MOVE "SALDO" TO LOG-EVENTO.
           PERFORM REGISTRAR-ACCESO.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO CONT-RENGLONES.
           MOVE 0 TO SALDO-TOTAL.
           MOVE MATRICULA-FIRMADA TO CAR-MATRICULA.
           MOVE 0 TO CAR-MES.
           MOVE SPACES TO CAR-SERVICIO.
           START CARTERA KEY IS NOT LESS THAN CAR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "MES    SERV SALDO     REFERENCIA".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ CARTERA NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF CAR-MATRICULA NOT = MATRICULA-FIRMADA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           PERFORM MOSTRAR-SALDO-CARGO
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-RENGLONES = 0
               DISPLAY "SIN SALDO PENDIENTE"
           ELSE
               DISPLAY "TOTAL A PAGAR: " SALDO-TOTAL.

       MOSTRAR-SALDO-CARGO.
           IF CAR-ESTADO = "PAGADO" OR CAR-ESTADO = "NOMINA"
               OR CAR-PAGADO >= CAR-NETO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE SALDO-CARGO = CAR-NETO - CAR-PAGADO.
           MOVE CAR-REFERENCIA TO REFERENCIA-PAGO.
           IF REFERENCIA-PAGO = 0
               PERFORM CALCULAR-REFERENCIA
           END-IF.
           DISPLAY CAR-MES " " CAR-SERVICIO " " SALDO-CARGO " "
               REFERENCIA-PAGO.
           ADD SALDO-CARGO TO SALDO-TOTAL.
           ADD 1 TO CONT-RENGLONES.

      *****MISMO CALCULO QUE 3COLPRO (MATRICULA + MES + DIGITOS
      *****MODULO 97)
       CALCULAR-REFERENCIA.
           COMPUTE REF-BASE =
               (CAR-MATRICULA * 1000000 + CAR-MES) * 100.
           DIVIDE REF-BASE BY 97 GIVING REF-COCIENTE
               REMAINDER REF-RESIDUO.
           COMPUTE REF-DIGITO = 98 - REF-RESIDUO.
           COMPUTE REFERENCIA-PAGO = REF-BASE + REF-DIGITO.

      *******************************************************************
      *                      HORARIO DEL GRUPO
      *******************************************************************
       CONSULTA-HORARIO.
           MOVE "HORARIO" TO LOG-EVENTO.
           PERFORM REGISTRAR-ACCESO.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE 0 TO CONT-RENGLONES.
           MOVE ALUINX-GRUPO TO HOR-GRUPO.
           MOVE 0 TO HOR-DIA.
           MOVE 0 TO HOR-INICIO.
           START HORARIOS KEY IS NOT LESS THAN HOR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           MOVE ALUINX-GRUPO TO PLA-GRUPO.
           MOVE 1 TO PLA-KEY-EXISTE.
           READ PLANEST INVALID KEY MOVE 0 TO PLA-KEY-EXISTE.
           DISPLAY "DIA       INICIO FIN  MATERIA              AULA".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ HORARIOS NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF HOR-GRUPO NOT = ALUINX-GRUPO
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           PERFORM MOSTRAR-CLASE
                       END-IF
               END-READ
           END-PERFORM.
           IF CONT-RENGLONES = 0
               DISPLAY "SIN HORARIO PARA EL GRUPO".

       MOSTRAR-CLASE.
           MOVE SPACES TO MAT-NOMBRE.
           IF PLA-KEY-EXISTE = 1 AND HOR-CASILLA >= 1
               AND HOR-CASILLA <= 6
               MOVE PLA-MATERIA(HOR-CASILLA) TO MAT-CLAVE
               MOVE 1 TO MAT-KEY-EXISTE
               READ MATERIAS INVALID KEY MOVE 0 TO MAT-KEY-EXISTE
               END-READ
               IF MAT-KEY-EXISTE = 0
                   MOVE PLA-MATERIA(HOR-CASILLA) TO MAT-NOMBRE
               END-IF
           END-IF.
           IF HOR-DIA >= 1 AND HOR-DIA <= 6
               DISPLAY DIA-NOMBRE(HOR-DIA) " " HOR-INICIO "   "
                   HOR-FIN " " MAT-NOMBRE " " HOR-AULA
           ELSE
               DISPLAY "DIA " HOR-DIA "     " HOR-INICIO "   "
                   HOR-FIN " " MAT-NOMBRE " " HOR-AULA
           END-IF.
           ADD 1 TO CONT-RENGLONES.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "----------------------------".
           DISPLAY " CONSULTA DE PADRES Y ALUMNOS".
           DISPLAY "----------------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. CALIFICACIONES DEL CICLO.".
           DISPLAY "2. KARDEX.".
           DISPLAY "3. FALTAS DEL CICLO.".
           DISPLAY "4. SALDO Y REFERENCIAS DE PAGO.".
           DISPLAY "5. HORARIO DEL GRUPO.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM CONSULTA-CALIFICACIONES
           ELSE IF OPCION-MENU = 2
               PERFORM CONSULTA-KARDEX
           ELSE IF OPCION-MENU = 3
               PERFORM CONSULTA-FALTAS
           ELSE IF OPCION-MENU = 4
               PERFORM CONSULTA-SALDO
           ELSE IF OPCION-MENU = 5
               PERFORM CONSULTA-HORARIO
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR.

       END PROGRAM 2PADCON.
