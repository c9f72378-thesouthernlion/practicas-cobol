      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 7INTREF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****MAESTROS CONTRA LOS QUE SE REVISAN LAS LIGAS
           SELECT OPTIONAL EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.
           SELECT OPTIONAL DEPARTAMENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DPTO-CLAVE.
           SELECT OPTIONAL ALUINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUINX-MATRICULA.
           SELECT OPTIONAL GRUPOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GPO-CLAVE.
           SELECT OPTIONAL PROFESORES ASSIGN TO "PROFESORES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLAVE.
      *****ARCHIVOS SATELITE Y CARTERAS QUE CUELGAN DE ELLOS
           SELECT OPTIONAL EMPDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DAT-NOMINA.
           SELECT OPTIONAL PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NOMINA.
           SELECT OPTIONAL INFONAV ASSIGN TO "INFONAV"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INF-NOMINA.
           SELECT OPTIONAL SINDICATO ASSIGN TO "SINDICATO"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-NOMINA.
           SELECT OPTIONAL TURNOEMP ASSIGN TO "TURNOEMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TE-NOMINA.
           SELECT OPTIONAL PAGOMET ASSIGN TO "PAGOMET"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PM-NOMINA.
           SELECT OPTIONAL BENEF ASSIGN TO "BENEF"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-LLAVE.
           SELECT OPTIONAL BECAS ASSIGN TO "BECAS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEC-MATRICULA.
           SELECT OPTIONAL ASIGNA ASSIGN TO "ASIGNA"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ASG-LLAVE.
           SELECT OPTIONAL HORARIOS ASSIGN TO "HORARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOR-LLAVE.
           SELECT OPTIONAL FONDOAH ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FA-NOMINA.
           SELECT OPTIONAL PENSIONES ASSIGN TO "PENSIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NOMINA.
           SELECT OPTIONAL ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AD-LLAVE.
           SELECT OPTIONAL FONACOT ASSIGN TO "FONACOT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FON-LLAVE.
           SELECT OPTIONAL SEGUROS ASSIGN TO "SEGUROS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NOMINA.
           SELECT OPTIONAL VACACIONES ASSIGN TO "VACACIONES"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAC-NOMINA.
           SELECT OPTIONAL SDIINX ASSIGN TO "SDIINX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SDI-NOMINA.
           SELECT OPTIONAL CONTRATOS ASSIGN TO "CONTRATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTR-NOMINA.
           SELECT OPTIONAL VALTAR ASSIGN TO "VALTAR"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VT-NOMINA.
           SELECT OPTIONAL DOCEMP ASSIGN TO "DOCEMP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DE-LLAVE.
           SELECT OPTIONAL ALUDATOS ASSIGN TO "ALUDATOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUT-MATRICULA.
           SELECT OPTIONAL ALUNIP ASSIGN TO "ALUNIP"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NIP-MATRICULA.
           SELECT OPTIONAL SERVSOC ASSIGN TO "SERVSOC"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SSO-MATRICULA.

           SELECT OPTIONAL CUARENTENA ASSIGN TO "CUARENTENA".
           SELECT OPTIONAL SELLOMOV ASSIGN TO "SELLOMOV".
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.
           SELECT OPTIONAL PARAMETROS ASSIGN TO "PARMINTREF".
           SELECT BITACORA ASSIGN TO "BITACORA".
           SELECT REPORTE ASSIGN TO "INTREFREP".

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
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

       FD  DEPARTAMENTOS.
       01  DEPARTAMENTOS-REG.
           03  DPTO-CLAVE          PIC X(03).
           03  DPTO-DESCRIPCION    PIC X(20).
           03  DPTO-PRESUPUESTO    PIC 9(08).
           03  DPTO-PLANTILLA      PIC 9(04).

       FD  ALUINX.
       01  ALUINX-REG.
           03  ALUINX-MATRICULA    PIC 9(8).
           03  ALUINX-NOMBRE       PIC X(30).
           03  ALUINX-GRUPO        PIC X(03).
           03  ALUINX-PROMEDIO     PIC 9(03)V99.

       FD  GRUPOS.
       01  GRUPOS-REG.
           03  GPO-CLAVE           PIC X(03).
           03  GPO-DESCRIPCION     PIC X(20).
           03  GPO-CUPO            PIC 9(03).
           03  GPO-ASESOR          PIC X(15).

      *****MISMO LAYOUT QUE EL PROFESORES DE 4PRFABC; EL PROFESOR DADO
      *****DE BAJA YA NO PUEDE TENER GRUPOS NI HORARIOS
       FD  PROFESORES.
       01  PROFESORES-REG.
           03  PRF-CLAVE           PIC X(08).
           03  PRF-NOMBRE          PIC X(30).
           03  PRF-ESTADO          PIC X(10).

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

       FD  PRESTAMOS.
       01  PRESTAMOS-REG.
           03  PRE-NOMINA          PIC 9(06).
           03  PRE-MONTO-ORIGINAL  PIC 9(08)V99.
           03  PRE-PAGO-PERIODO    PIC 9(08)V99.
           03  PRE-SALDO           PIC 9(08)V99.

       FD  INFONAV.
       01  INFONAV-REG.
           03  INF-NOMINA          PIC 9(06).
           03  INF-CREDITO         PIC X(10).
           03  INF-TIPO            PIC 9.
           03  INF-FACTOR          PIC 9(04)V99.
           03  INF-ESTADO          PIC X(10).

       FD  SINDICATO.
       01  SINDICATO-REG.
           03  SIN-NOMINA          PIC 9(06).
           03  SIN-SECCION         PIC X(04).
           03  SIN-TIPO            PIC X(01).
           03  SIN-VALOR           PIC 9(04)V99.
           03  SIN-CLABE           PIC X(18).
           03  SIN-ESTADO          PIC X(10).

       FD  TURNOEMP.
       01  TURNOEMP-REG.
           03  TE-NOMINA           PIC 9(06).
           03  TE-TURNO            PIC X(02).

       FD  PAGOMET.
       01  PAGOMET-REG.
           03  PM-NOMINA           PIC 9(06).
           03  PM-METODO           PIC X(01).

      *****MISMO LAYOUT QUE EL BENEF DE 4BENABC: LIGA UN EMPLEADO CON
      *****LA MATRICULA DE SU HIJO BECADO
       FD  BENEF.
       01  BENEF-REG.
           03  BEN-LLAVE.
               05  BEN-NOMINA      PIC 9(06).
               05  BEN-MATRICULA   PIC 9(08).
           03  BEN-PORCENTAJE      PIC 9(02).
           03  BEN-ESTADO          PIC X(10).

       FD  BECAS.
       01  BECAS-REG.
           03  BEC-MATRICULA       PIC 9(08).
           03  BEC-PORCENTAJE      PIC 9(02).
           03  BEC-ESTATUS         PIC X(10).

       FD  ASIGNA.
       01  ASIGNA-REG.
           03  ASG-LLAVE.
               05  ASG-PROFESOR    PIC X(08).
               05  ASG-GRUPO       PIC X(03).
               05  ASG-CASILLA     PIC 9(01).

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

      *****MISMO LAYOUT QUE EL FONDOAH DE 6EMPNOMV3
       FD  FONDOAH.
       01  FONDOAH-REG.
           03  FA-NOMINA           PIC 9(06).
           03  FA-APORTACION-YTD   PIC 9(08)V99.
           03  FA-APORTE-EMPRESA-YTD PIC 9(08)V99.
           03  FA-SALDO            PIC 9(08)V99.

      *****MISMO LAYOUT QUE EL PENSIONES DE 4PENABC
       FD  PENSIONES.
       01  PENSIONES-REG.
           03  PEN-NOMINA          PIC 9(06).
           03  PEN-EXPEDIENTE      PIC X(12).
           03  PEN-TIPO            PIC X(01).
           03  PEN-PORCENTAJE      PIC 9(02).
           03  PEN-IMPORTE         PIC 9(08)V99.
           03  PEN-CLABE           PIC X(18).
           03  PEN-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL ADEUDOS DE 6EMPNOMV3
       FD  ADEUDOS.
       01  ADEUDOS-REG.
           03  AD-LLAVE.
               05  AD-NOMINA       PIC 9(06).
               05  AD-PERIODO-ORIGEN PIC 9(06).
           03  AD-SALDO            PIC 9(08)V99.
           03  AD-ESTADO           PIC X(10).
           03  AD-PERIODO-APLICACION PIC 9(06).

      *****MISMO LAYOUT QUE EL FONACOT DE 7FONCED
       FD  FONACOT.
       01  FONACOT-REG.
           03  FON-LLAVE.
               05  FON-NOMINA      PIC 9(06).
               05  FON-CREDITO     PIC X(10).
           03  FON-RFC             PIC X(13).
           03  FON-RETENCION-MENSUAL PIC 9(08)V99.
           03  FON-SALDO           PIC 9(08)V99.
           03  FON-MES-CEDULA      PIC 9(06).
           03  FON-MES-RETENIDO    PIC 9(06).
           03  FON-RETENIDO-MES    PIC 9(08)V99.
           03  FON-ULT-PERIODO     PIC 9(06).
           03  FON-ULT-IMPORTE     PIC 9(08)V99.
           03  FON-ESTADO          PIC X(10).
           03  FON-MES-BAJA        PIC 9(06).

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

      *****MISMO LAYOUT QUE EL VACACIONES DE 2VACCAP
       FD  VACACIONES.
       01  VACACIONES-REG.
           03  VAC-NOMINA          PIC 9(06).
           03  VAC-ANIO            PIC 9(04).
           03  VAC-DIAS-DERECHO    PIC 9(02).
           03  VAC-DIAS-TOMADOS    PIC 9(03).
           03  VAC-DIAS-SALDO      PIC S9(03).

      *****MISMO LAYOUT QUE EL SDIINX DE 3EMPSDI
       FD  SDIINX.
       01  SDIINX-REG.
           03  SDI-NOMINA          PIC 9(06).
           03  SDI-IMPORTE         PIC 9(05)V99.
           03  SDI-FEC-INICIO      PIC 9(08).
           03  SDI-FEC-FIN         PIC 9(08).

      *****MISMO LAYOUT QUE EL CONTRATOS DE 4CTRABC
       FD  CONTRATOS.
       01  CONTRATOS-REG.
           03  CTR-NOMINA          PIC 9(06).
           03  CTR-TIPO            PIC X(01).
           03  CTR-FEC-FIN         PIC 9(08).
           03  CTR-ESTADO          PIC X(10).

      *****MISMO LAYOUT QUE EL VALTAR DE 4VALABC
       FD  VALTAR.
       01  VALTAR-REG.
           03  VT-NOMINA           PIC 9(06).
           03  VT-TARJETA          PIC X(16).
           03  VT-ESTADO           PIC X(10).
           03  VT-FEC-ALTA         PIC 9(06).
           03  VT-OPERADOR         PIC X(08).

      *****MISMO LAYOUT QUE EL DOCEMP DE 2DOCCAP
       FD  DOCEMP.
       01  DOCEMP-REG.
           03  DE-LLAVE.
               05  DE-NOMINA           PIC 9(06).
               05  DE-TIPO             PIC X(04).
               05  DE-FEC-EXPEDICION   PIC 9(08).
           03  DE-NUMERO               PIC X(20).
           03  DE-FEC-VENCE            PIC 9(08).
           03  DE-OPERADOR             PIC X(08).
           03  DE-FEC-CAPTURA          PIC 9(08).

      *****MISMO LAYOUT QUE EL ALUDATOS DE 4TUTABC
       FD  ALUDATOS.
       01  ALUDATOS-REG.
           03  TUT-MATRICULA       PIC 9(08).
           03  TUT-TUTOR           PIC X(30).
           03  TUT-DOMICILIO       PIC X(40).
           03  TUT-TELEFONO        PIC X(10).
           03  TUT-SEXO            PIC X(01).
           03  TUT-FEC-NAC         PIC 9(08).

      *****MISMO LAYOUT QUE EL ALUNIP DE 4TUTABC
       FD  ALUNIP.
       01  ALUNIP-REG.
           03  NIP-MATRICULA       PIC 9(08).
           03  NIP-CLAVE           PIC 9(04).
           03  NIP-INTENTOS        PIC 9(01).
           03  NIP-ESTADO          PIC X(10).
           03  NIP-FEC-BLOQUEO     PIC 9(08).

      *****MISMO LAYOUT QUE EL SERVSOC DE 2SSOCAP
       FD  SERVSOC.
       01  SERVSOC-REG.
           03  SSO-MATRICULA       PIC 9(08).
           03  SSO-INSTITUCION     PIC X(30).
           03  SSO-PROGRAMA        PIC X(30).
           03  SSO-FEC-INICIO      PIC 9(08).
           03  SSO-HORAS-REQUERIDAS PIC 9(04).
           03  SSO-HORAS-REPORTADAS PIC 9(04).
           03  SSO-HORAS-APROBADAS PIC 9(04).
           03  SSO-ULTIMO-REPORTE  PIC 9(03).
           03  SSO-ESTADO          PIC X(10).
           03  SSO-FEC-LIBERACION  PIC 9(08).
           03  SSO-FOLIO-CARTA     PIC 9(06).
           03  SSO-OPERADOR-LIB    PIC X(08).

      *****CUARENTENA DE HUERFANOS: EL REGISTRO SALE DE SU ARCHIVO PERO
      *****SE CONSERVA COMPLETO (CUA-REGISTRO, CON EL LAYOUT DE SU
      *****ARCHIVO) JUNTO CON LA RELACION QUE ROMPIO, QUIEN LO AUTORIZO
      *****Y CUANDO; NUNCA SE BORRA NADA SIN DEJARLO AQUI
       FD  CUARENTENA.
       01  CUARENTENA-REG.
           03  CUA-FECHA           PIC 9(08).
           03  CUA-HORA            PIC 9(06).
           03  CUA-OPERADOR        PIC X(08).
           03  CUA-ARCHIVO         PIC X(10).
           03  CUA-RELACION        PIC 9(02).
           03  CUA-LLAVE           PIC X(20).
           03  CUA-REGISTRO        PIC X(300).

      *****MOVIMIENTOS DE CARTERA FUERA DE LA CORRIDA, MISMO LAYOUT QUE
      *****EN 7SELLOS; SACAR UN PRESTAMO O UN CREDITO INFONAVIT A
      *****CUARENTENA ES UNA BAJA (B) PARA EL SELLO (LO MISMO FONDO DE
      *****AHORRO, ADEUDOS Y PENSIONES)
       FD  SELLOMOV.
       01  SELLOMOV-REG.
           03  SMV-FECHA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-HORA            PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-ARCHIVO         PIC X(10).
           03  FILLER              PIC X(01).
           03  SMV-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(01).
           03  SMV-NOMINA          PIC 9(06).
           03  FILLER              PIC X(01).
           03  SMV-OPERACION       PIC X(01).
           03  FILLER              PIC X(01).
           03  SMV-VALOR-ANTES     PIC 9(09)V99.
           03  FILLER              PIC X(01).
           03  SMV-VALOR-DESPUES   PIC 9(09)V99.
           03  FILLER              PIC X(01).
           03  SMV-OPERADOR        PIC X(08).

      *****MAESTRO DE OPERADORES (VER 4USUABC)
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

      *****0BATCH LO DEJA CON R PARA EL REPORTE NOCTURNO; LA LIMPIEZA
      *****SOLO SE PIDE DESDE EL MENU CON FIRMA DE SUPERVISOR
       FD  PARAMETROS.
       01  PARAMETROS-REG.
           03  IRP-MODO            PIC X(01).

      *****BITACORA COMPARTIDA DE LA CADENA, MISMO LAYOUT QUE EN 0BATCH
       FD  BITACORA.
       01  BITACORA-REG.
           03  BIT-FECHA           PIC 9(06).
           03  FILLER              PIC X(01).
           03  BIT-HORA            PIC 9(06).
           03  FILLER              PIC X(01).
           03  BIT-PROGRAMA        PIC X(08).
           03  FILLER              PIC X(01).
           03  BIT-EVENTO          PIC X(20).
           03  FILLER              PIC X(01).
           03  BIT-CONTADOR        PIC 9(08).
           03  FILLER              PIC X(01).
           03  BIT-RETCODE         PIC 9(04).

       FD  REPORTE.
       01  REPORTE-REG             PIC X(132).

       WORKING-STORAGE SECTION.
       77  ARCHIVO-EOF         PIC 9.
       77  BANDERA-MODO-PARM   PIC 9 VALUE 0.
       77  OPCION-UTILERIA     PIC 9.
       77  MODO-REVISION       PIC X(01) VALUE "R".
           88  MODO-REPORTE       VALUE "R".
           88  MODO-LIMPIEZA      VALUE "L".
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
           88  W88-SI VALUE "SI".
           88  W88-TODOS VALUE "TO".
       77  EXISTE-PADRE        PIC 9.
       77  TODOS-ARCHIVO       PIC 9.
       77  MOVER-REGISTRO      PIC 9.
       77  REL-PRIMERA         PIC 99.
       77  I-REL               PIC 99.
       77  LLAVE-REGISTRO      PIC X(20).
       77  VALOR-LIGA          PIC X(14).
       77  OBSERVACION         PIC X(30).
       77  TOTAL-HUERFANOS     PIC 9(07) VALUE 0.
       77  TOTAL-CUARENTENA    PIC 9(07) VALUE 0.
       77  TOTAL-PENDIENTES    PIC 9(07) VALUE 0.
       77  SALDO-ED            PIC ZZ,ZZZ,ZZ9.99.
       77  ARCHIVO-MOV         PIC X(10).
       77  NOMINA-MOV          PIC 9(06).
       77  VALOR-ANTES-MOV     PIC 9(09)V99.

      *****RELACIONES QUE SE REVISAN, EN EL ORDEN EN QUE SE RECORREN:
      *****ARCHIVO HIJO, CAMPO QUE LIGA, MAESTRO PADRE Y SI EL HUERFANO
      *****PUEDE IR A CUARENTENA (N = SOLO REPORTE: SON MAESTROS Y SE
      *****CORRIGEN EN SU PROPIO MANTENIMIENTO). EL NUMERO DE RELACION
      *****QUEDA GRABADO EN CUA-RELACION: LAS NUEVAS SE AGREGAN ANTES DE
      *****LAS DE SOLO REPORTE, QUE NUNCA VAN A CUARENTENA
       01  TABLA-RELACIONES.
           03  FILLER              PIC X(40) VALUE
               "EMPDATOS  DAT-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "PRESTAMOS PRE-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "INFONAV   INF-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "SINDICATO SIN-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "TURNOEMP  TE-NOMINA     EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "PAGOMET   PM-NOMINA     EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "BENEF     BEN-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "BENEF     BEN-MATRICULA ALUINX         S".
           03  FILLER              PIC X(40) VALUE
               "BECAS     BEC-MATRICULA ALUINX         S".
           03  FILLER              PIC X(40) VALUE
               "ASIGNA    ASG-GRUPO     GRUPOS         S".
           03  FILLER              PIC X(40) VALUE
               "ASIGNA    ASG-PROFESOR  PROFESORES     S".
           03  FILLER              PIC X(40) VALUE
               "HORARIOS  HOR-GRUPO     GRUPOS         S".
           03  FILLER              PIC X(40) VALUE
               "HORARIOS  HOR-PROFESOR  PROFESORES     S".
           03  FILLER              PIC X(40) VALUE
               "FONDOAH   FA-NOMINA     EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "PENSIONES PEN-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "ADEUDOS   AD-NOMINA     EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "FONACOT   FON-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "SEGUROS   SEG-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "VACACIONESVAC-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "SDIINX    SDI-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "CONTRATOS CTR-NOMINA    EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "VALTAR    VT-NOMINA     EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "DOCEMP    DE-NOMINA     EMPINX         S".
           03  FILLER              PIC X(40) VALUE
               "ALUDATOS  TUT-MATRICULA ALUINX         S".
           03  FILLER              PIC X(40) VALUE
               "ALUNIP    NIP-MATRICULA ALUINX         S".
           03  FILLER              PIC X(40) VALUE
               "SERVSOC   SSO-MATRICULA ALUINX         S".
           03  FILLER              PIC X(40) VALUE
               "EMPINX    EMPINX-DPTO   DEPARTAMENTOS  N".
           03  FILLER              PIC X(40) VALUE
               "ALUINX    ALUINX-GRUPO  GRUPOS         N".
       01  TABLA-RELACIONES-R REDEFINES TABLA-RELACIONES.
           03  REL-OC OCCURS 28 TIMES.
               05  REL-ARCHIVO     PIC X(10).
               05  REL-CAMPO       PIC X(14).
               05  REL-PADRE       PIC X(15).
               05  REL-LIMPIABLE   PIC X(01).
       77  TOTAL-RELACIONES    PIC 99 VALUE 28.

      *****CONTADORES POR RELACION
       01  TABLA-CUENTAS.
           03  CTA-OC OCCURS 28 TIMES.
               05  CTA-REVISADOS   PIC 9(07).
               05  CTA-HUERFANOS   PIC 9(07).
               05  CTA-CUARENTENA  PIC 9(07).

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08) VALUE "SISTEMA".
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

       01  FECHA-SIS.
           03  FECHA-SIS-AA        PIC 99.
           03  FECHA-SIS-MM        PIC 99.
           03  FECHA-SIS-DD        PIC 99.
       01  HORA-SIS.
           03  HORA-SIS-HH         PIC 99.
           03  HORA-SIS-MN         PIC 99.
           03  HORA-SIS-SS         PIC 99.
           03  HORA-SIS-CC         PIC 99.
       77  FECHA-HOY-LARGA     PIC 9(08).

      *****RENGLONES DEL REPORTE
       01  TITULO-INT-1.
           05  FILLER              PIC X(40) VALUE
               "INTEGRIDAD REFERENCIAL - HUERFANOS".
           05  FILLER              PIC X(06) VALUE "MODO: ".
           05  TIT-MODO            PIC X(10).
           05  FILLER              PIC X(08) VALUE " FECHA: ".
           05  TIT-FECHA           PIC 9(08).
           05  FILLER              PIC X(11) VALUE " OPERADOR: ".
           05  TIT-OPERADOR        PIC X(08).
       01  TITULO-INT-2.
           05  FILLER              PIC X(50) VALUE
               "REL ARCHIVO    LLAVE                CAMPO         ".
           05  FILLER              PIC X(50) VALUE
               " VALOR          PADRE           OBSERVACION".
       01  DETALLE-INT.
           05  DET-RELACION        PIC 99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  DET-ARCHIVO         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-LLAVE           PIC X(20).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-CAMPO           PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-VALOR           PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-PADRE           PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-OBSERVACION     PIC X(30).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  DET-ACCION          PIC X(12).
       01  TITULO-INT-3.
           05  FILLER              PIC X(46) VALUE
               "REL ARCHIVO    CAMPO          PADRE           ".
           05  FILLER              PIC X(40) VALUE
               "REVISADO  HUERFANOS  CUARENTENA".
       01  RESUMEN-INT.
           05  RES-RELACION        PIC 99.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RES-ARCHIVO         PIC X(10).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RES-CAMPO           PIC X(14).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RES-PADRE           PIC X(15).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  RES-REVISADOS       PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RES-HUERFANOS       PIC ZZZZZZ9.
           05  FILLER              PIC X(03) VALUE SPACES.
           05  RES-CUARENTENA      PIC ZZZZZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  RES-NOTA            PIC X(15).
       01  TOTAL-INT.
           05  FILLER              PIC X(18) VALUE
               "TOTAL HUERFANOS: ".
           05  TOT-HUERFANOS       PIC ZZZZZZ9.
           05  FILLER              PIC X(20) VALUE
               "   EN CUARENTENA: ".
           05  TOT-CUARENTENA      PIC ZZZZZZ9.
           05  FILLER              PIC X(16) VALUE
               "   PENDIENTES: ".
           05  TOT-PENDIENTES      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *****RECORRE CADA ARCHIVO SATELITE Y CADA CARTERA DEL LADO DE
      *****PERSONAL Y DEL LADO ESCOLAR Y REVISA QUE SUS LIGAS APUNTEN A
      *****UN MAESTRO QUE EXISTE (NOMINA EN EMPINX, MATRICULA EN
      *****ALUINX, GRUPO EN GRUPOS, PROFESOR ACTIVO EN PROFESORES).
      *****EN MODO REPORTE SOLO LISTA LOS HUERFANOS Y LOS CUENTA POR
      *****ARCHIVO Y RELACION; EN MODO LIMPIEZA EL SUPERVISOR CONFIRMA
      *****CADA UNO Y EL CONFIRMADO PASA A CUARENTENA EN VEZ DE
      *****BORRARSE. RETURN-CODE 4 SI QUEDAN HUERFANOS.
      *****NO SE REVISAN A PROPOSITO LOS ARCHIVOS DE HISTORIA, QUE
      *****DEBEN SOBREVIVIR A LA BAJA DEL EMPLEADO O DEL ALUMNO (NOMDET,
      *****EMPANUAL, EXENTOS, CHEQUES, CONSTANCIAS, REINGRESOS, KARDEX,
      *****CERTLOG), NI LOS MOVIMIENTOS QUE SE CIERRAN EN SU PROPIA
      *****CAPTURA (VIATICOS, RECURREN, INCIDENCIAS, VACSOL, CAPACITA,
      *****EVALUACION, SSOHORAS)
       MAIN-PROCEDURE.
           PERFORM LEER-PARAMETROS.
           IF BANDERA-MODO-PARM = 0
               DISPLAY "1 = REPORTE DE HUERFANOS"
               DISPLAY "2 = LIMPIEZA SUPERVISADA (MUEVE A CUARENTENA)"
               ACCEPT OPCION-UTILERIA
               IF OPCION-UTILERIA = 2
                   PERFORM AUTORIZAR-LIMPIEZA
                   IF FIRMA-OK = 0
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE "L" TO MODO-REVISION
               ELSE
                   MOVE "R" TO MODO-REVISION
               END-IF
           END-IF.
           ACCEPT FECHA-SIS FROM DATE.
           ACCEPT HORA-SIS FROM TIME.
           COMPUTE FECHA-HOY-LARGA = 20000000
               + FECHA-SIS-AA * 10000
               + FECHA-SIS-MM * 100 + FECHA-SIS-DD.
           INITIALIZE TABLA-CUENTAS.
           MOVE 0 TO TOTAL-HUERFANOS.
           MOVE 0 TO TOTAL-CUARENTENA.
           OPEN OUTPUT REPORTE.
           IF MODO-LIMPIEZA
               MOVE "LIMPIEZA" TO TIT-MODO
               OPEN EXTEND CUARENTENA
           ELSE
               MOVE "REPORTE"  TO TIT-MODO
           END-IF.
           MOVE FECHA-HOY-LARGA  TO TIT-FECHA.
           MOVE OPERADOR-FIRMADO TO TIT-OPERADOR.
           WRITE REPORTE-REG FROM TITULO-INT-1 BEFORE 2 LINES.
           WRITE REPORTE-REG FROM TITULO-INT-2 BEFORE 1 LINES.
           OPEN INPUT EMPINX.
           OPEN INPUT ALUINX.
           OPEN INPUT GRUPOS.
           OPEN INPUT PROFESORES.
           PERFORM REVISAR-EMPDATOS.
           PERFORM REVISAR-PRESTAMOS.
           PERFORM REVISAR-INFONAV.
           PERFORM REVISAR-SINDICATO.
           PERFORM REVISAR-TURNOEMP.
           PERFORM REVISAR-PAGOMET.
           PERFORM REVISAR-BENEF.
           PERFORM REVISAR-BECAS.
           PERFORM REVISAR-ASIGNA.
           PERFORM REVISAR-HORARIOS.
           PERFORM REVISAR-FONDOAH.
           PERFORM REVISAR-PENSIONES.
           PERFORM REVISAR-ADEUDOS.
           PERFORM REVISAR-FONACOT.
           PERFORM REVISAR-SEGUROS.
           PERFORM REVISAR-VACACIONES.
           PERFORM REVISAR-SDIINX.
           PERFORM REVISAR-CONTRATOS.
           PERFORM REVISAR-VALTAR.
           PERFORM REVISAR-DOCEMP.
           PERFORM REVISAR-ALUDATOS.
           PERFORM REVISAR-ALUNIP.
           PERFORM REVISAR-SERVSOC.
           CLOSE PROFESORES.
           CLOSE ALUINX.
           CLOSE EMPINX.
           PERFORM REVISAR-EMPINX-DPTO.
           PERFORM REVISAR-ALUINX-GRUPO.
           CLOSE GRUPOS.
           IF MODO-LIMPIEZA
               CLOSE CUARENTENA
           END-IF.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE REPORTE.
           COMPUTE TOTAL-PENDIENTES =
               TOTAL-HUERFANOS - TOTAL-CUARENTENA.
           DISPLAY "HUERFANOS: " TOTAL-HUERFANOS
               "  EN CUARENTENA: " TOTAL-CUARENTENA
               "  - VER INTREFREP".
           IF TOTAL-PENDIENTES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM GRABAR-BITACORA.
           GOBACK.

      *****EL PARAMETRO SE CONSUME; DESDE LA CADENA SOLO SE CORRE EL
      *****REPORTE, CUALQUIER OTRO VALOR SE TOMA COMO REPORTE
       LEER-PARAMETROS.
           OPEN INPUT PARAMETROS.
           READ PARAMETROS
               AT END
                   MOVE 0 TO BANDERA-MODO-PARM
               NOT AT END
                   MOVE 1 TO BANDERA-MODO-PARM
                   MOVE "R" TO MODO-REVISION
           END-READ.
           CLOSE PARAMETROS.
           IF BANDERA-MODO-PARM = 1
               OPEN OUTPUT PARAMETROS
               CLOSE PARAMETROS
           END-IF.

       AUTORIZAR-LIMPIEZA.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           CLOSE USUARIOS.
           IF FIRMA-OK = 1 AND NIVEL-FIRMADO < 2
               DISPLAY "LA LIMPIEZA DE HUERFANOS REQUIERE NIVEL "
                   "SUPERVISOR"
               MOVE 0 TO FIRMA-OK
           END-IF.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
           END-IF.

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
      *                     BUSQUEDA EN LOS MAESTROS
      *******************************************************************
       BUSCAR-EMPINX.
           MOVE 1 TO EXISTE-PADRE.
           READ EMPINX INVALID KEY MOVE 0 TO EXISTE-PADRE.

       BUSCAR-ALUINX.
           MOVE 1 TO EXISTE-PADRE.
           READ ALUINX INVALID KEY MOVE 0 TO EXISTE-PADRE.

       BUSCAR-GRUPO.
           MOVE 1 TO EXISTE-PADRE.
           READ GRUPOS INVALID KEY MOVE 0 TO EXISTE-PADRE.

      *****EL PROFESOR DEBE EXISTIR Y ESTAR ACTIVO (4PRFABC LO MARCA
      *****BAJA EN VEZ DE BORRARLO)
       BUSCAR-PROFESOR.
           MOVE 1 TO EXISTE-PADRE.
           MOVE SPACES TO OBSERVACION.
           READ PROFESORES INVALID KEY MOVE 0 TO EXISTE-PADRE.
           IF EXISTE-PADRE = 1 AND PRF-ESTADO NOT = "ACTIVO"
               MOVE 0 TO EXISTE-PADRE
               STRING "PROFESOR EN ESTADO " PRF-ESTADO
                   DELIMITED BY SIZE INTO OBSERVACION
           END-IF.

      *******************************************************************
      *                    HUERFANOS Y CUARENTENA
      *******************************************************************
      *****EL LLAMADOR DEJA LA RELACION (I-REL), LA LLAVE DEL REGISTRO,
      *****EL VALOR DE LA LIGA ROTA Y LA OBSERVACION. UN REGISTRO CON
      *****DOS LIGAS ROTAS CUENTA EN LAS DOS RELACIONES PERO VA UNA SOLA
      *****VEZ A CUARENTENA, A NOMBRE DE LA PRIMERA
       ANOTAR-HUERFANO.
           ADD 1 TO CTA-HUERFANOS(I-REL).
           ADD 1 TO TOTAL-HUERFANOS.
           IF REL-PRIMERA = 0
               MOVE I-REL TO REL-PRIMERA.
           MOVE SPACES TO DETALLE-INT.
           MOVE I-REL              TO DET-RELACION.
           MOVE REL-ARCHIVO(I-REL) TO DET-ARCHIVO.
           MOVE LLAVE-REGISTRO     TO DET-LLAVE.
           MOVE REL-CAMPO(I-REL)   TO DET-CAMPO.
           MOVE VALOR-LIGA         TO DET-VALOR.
           MOVE REL-PADRE(I-REL)   TO DET-PADRE.
           IF OBSERVACION = SPACES
               MOVE "NO EXISTE EN EL MAESTRO" TO DET-OBSERVACION
           ELSE
               MOVE OBSERVACION TO DET-OBSERVACION
           END-IF.
           IF REL-LIMPIABLE(I-REL) = "N"
               MOVE "SOLO REPORTE" TO DET-ACCION.
           WRITE REPORTE-REG FROM DETALLE-INT BEFORE 1 LINES.
           MOVE SPACES TO OBSERVACION.

      *****CADA ARCHIVO EMPIEZA PREGUNTANDO UNO POR UNO; CON TO SE
      *****CONFIRMAN LOS QUE FALTAN DE ESE ARCHIVO
       CONFIRMAR-CUARENTENA.
           MOVE 0 TO MOVER-REGISTRO.
           IF REL-PRIMERA > 0 AND MODO-LIMPIEZA
               AND REL-LIMPIABLE(REL-PRIMERA) = "S"
               IF TODOS-ARCHIVO = 1
                   MOVE 1 TO MOVER-REGISTRO
               ELSE
                   DISPLAY REL-ARCHIVO(REL-PRIMERA) " " LLAVE-REGISTRO
                       " - " REL-CAMPO(REL-PRIMERA) " SIN "
                       REL-PADRE(REL-PRIMERA)
                   DISPLAY "MOVER A CUARENTENA? (SI / NO / TO = TODOS "
                       "LOS DE ESTE ARCHIVO)"
                   MOVE SPACES TO WKS-RESP
                   ACCEPT WKS-RESP
                   IF W88-SI
                       MOVE 1 TO MOVER-REGISTRO
                   ELSE IF W88-TODOS
                       MOVE 1 TO MOVER-REGISTRO
                       MOVE 1 TO TODOS-ARCHIVO
                   END-IF
                   END-IF
               END-IF
           END-IF.

      *****EL LLAMADOR DEJA EL REGISTRO EN CUA-REGISTRO Y LO BORRA DE
      *****SU ARCHIVO DESPUES DE QUE QUEDO ESCRITO AQUI
       GRABAR-CUARENTENA.
           MOVE FECHA-HOY-LARGA        TO CUA-FECHA.
           MOVE HORA-SIS(1:6)          TO CUA-HORA.
           MOVE OPERADOR-FIRMADO       TO CUA-OPERADOR.
           MOVE REL-ARCHIVO(REL-PRIMERA) TO CUA-ARCHIVO.
           MOVE REL-PRIMERA            TO CUA-RELACION.
           MOVE LLAVE-REGISTRO         TO CUA-LLAVE.
           WRITE CUARENTENA-REG.
           ADD 1 TO CTA-CUARENTENA(REL-PRIMERA).
           ADD 1 TO TOTAL-CUARENTENA.

      *****EL LLAMADOR DEJA EN ARCHIVO-MOV, NOMINA-MOV Y VALOR-ANTES-MOV
      *****LA CARTERA, LA NOMINA Y EL VALOR QUE ENTRA A LA SUMA DEL SELLO
       GRABAR-SELLOMOV.
           OPEN EXTEND SELLOMOV.
           MOVE SPACES TO SELLOMOV-REG.
           MOVE FECHA-SIS        TO SMV-FECHA.
           MOVE HORA-SIS(1:6)    TO SMV-HORA.
           MOVE ARCHIVO-MOV      TO SMV-ARCHIVO.
           MOVE "7INTREF"        TO SMV-PROGRAMA.
           MOVE NOMINA-MOV       TO SMV-NOMINA.
           MOVE "B"              TO SMV-OPERACION.
           MOVE VALOR-ANTES-MOV  TO SMV-VALOR-ANTES.
           MOVE 0                TO SMV-VALOR-DESPUES.
           MOVE OPERADOR-FIRMADO TO SMV-OPERADOR.
           WRITE SELLOMOV-REG.
           CLOSE SELLOMOV.

      *******************************************************************
      *                     LADO DE PERSONAL (NOMINA)
      *******************************************************************
       REVISAR-EMPDATOS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O EMPDATOS
           ELSE
               OPEN INPUT EMPDATOS
           END-IF.
           MOVE 0 TO DAT-NOMINA.
           START EMPDATOS KEY IS NOT LESS THAN DAT-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-EMPDATOS UNTIL ARCHIVO-EOF = 1.
           CLOSE EMPDATOS.

       REVISAR-UN-EMPDATOS.
           READ EMPDATOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE DAT-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(1)
                   MOVE DAT-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 1 TO I-REL
                       MOVE DAT-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE EMPDATOS-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE EMPDATOS
                   END-IF
           END-READ.

      *****UN PRESTAMO HUERFANO CON SALDO ES DINERO POR COBRAR; EL
      *****REPORTE LO SENALA PARA QUE SE REVISE CONTRA EL FINIQUITO
       REVISAR-PRESTAMOS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O PRESTAMOS
           ELSE
               OPEN INPUT PRESTAMOS
           END-IF.
           MOVE 0 TO PRE-NOMINA.
           START PRESTAMOS KEY IS NOT LESS THAN PRE-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-PRESTAMO UNTIL ARCHIVO-EOF = 1.
           CLOSE PRESTAMOS.

       REVISAR-UN-PRESTAMO.
           READ PRESTAMOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE PRE-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(2)
                   MOVE PRE-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 2 TO I-REL
                       MOVE PRE-NOMINA TO VALOR-LIGA
                       IF PRE-SALDO > 0
                           MOVE PRE-SALDO TO SALDO-ED
                           STRING "CON SALDO " SALDO-ED
                               DELIMITED BY SIZE INTO OBSERVACION
                       END-IF
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE PRESTAMOS-REG TO CUA-REGISTRO
                       MOVE "PRESTAMOS" TO ARCHIVO-MOV
                       MOVE PRE-NOMINA  TO NOMINA-MOV
                       MOVE PRE-SALDO   TO VALOR-ANTES-MOV
                       PERFORM GRABAR-CUARENTENA
                       DELETE PRESTAMOS
                       PERFORM GRABAR-SELLOMOV
                   END-IF
           END-READ.

       REVISAR-INFONAV.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O INFONAV
           ELSE
               OPEN INPUT INFONAV
           END-IF.
           MOVE 0 TO INF-NOMINA.
           START INFONAV KEY IS NOT LESS THAN INF-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-INFONAV UNTIL ARCHIVO-EOF = 1.
           CLOSE INFONAV.

       REVISAR-UN-INFONAV.
           READ INFONAV NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE INF-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(3)
                   MOVE INF-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 3 TO I-REL
                       MOVE INF-NOMINA TO VALOR-LIGA
                       STRING "CREDITO " INF-CREDITO " " INF-ESTADO
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE INFONAV-REG TO CUA-REGISTRO
                       MOVE "INFONAV"  TO ARCHIVO-MOV
                       MOVE INF-NOMINA TO NOMINA-MOV
                       MOVE INF-FACTOR TO VALOR-ANTES-MOV
                       PERFORM GRABAR-CUARENTENA
                       DELETE INFONAV
                       PERFORM GRABAR-SELLOMOV
                   END-IF
           END-READ.

       REVISAR-SINDICATO.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O SINDICATO
           ELSE
               OPEN INPUT SINDICATO
           END-IF.
           MOVE 0 TO SIN-NOMINA.
           START SINDICATO KEY IS NOT LESS THAN SIN-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-SINDICATO UNTIL ARCHIVO-EOF = 1.
           CLOSE SINDICATO.

       REVISAR-UN-SINDICATO.
           READ SINDICATO NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE SIN-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(4)
                   MOVE SIN-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 4 TO I-REL
                       MOVE SIN-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE SINDICATO-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE SINDICATO
                   END-IF
           END-READ.

       REVISAR-TURNOEMP.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O TURNOEMP
           ELSE
               OPEN INPUT TURNOEMP
           END-IF.
           MOVE 0 TO TE-NOMINA.
           START TURNOEMP KEY IS NOT LESS THAN TE-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-TURNOEMP UNTIL ARCHIVO-EOF = 1.
           CLOSE TURNOEMP.

       REVISAR-UN-TURNOEMP.
           READ TURNOEMP NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE TE-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(5)
                   MOVE TE-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 5 TO I-REL
                       MOVE TE-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE TURNOEMP-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE TURNOEMP
                   END-IF
           END-READ.

       REVISAR-PAGOMET.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O PAGOMET
           ELSE
               OPEN INPUT PAGOMET
           END-IF.
           MOVE 0 TO PM-NOMINA.
           START PAGOMET KEY IS NOT LESS THAN PM-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-PAGOMET UNTIL ARCHIVO-EOF = 1.
           CLOSE PAGOMET.

       REVISAR-UN-PAGOMET.
           READ PAGOMET NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE PM-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(6)
                   MOVE PM-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 6 TO I-REL
                       MOVE PM-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE PAGOMET-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE PAGOMET
                   END-IF
           END-READ.

      *****FONDO DE AHORRO, PENSIONES Y ADEUDOS ESTAN SELLADOS COMO
      *****PRESTAMOS E INFONAVIT: SU CUARENTENA DEJA LA BAJA EN SELLOMOV
      *****CON EL MISMO VALOR QUE 7SELLOS SUMA DE CADA REGISTRO
       REVISAR-FONDOAH.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O FONDOAH
           ELSE
               OPEN INPUT FONDOAH
           END-IF.
           MOVE 0 TO FA-NOMINA.
           START FONDOAH KEY IS NOT LESS THAN FA-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-FONDO UNTIL ARCHIVO-EOF = 1.
           CLOSE FONDOAH.

       REVISAR-UN-FONDO.
           READ FONDOAH NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE FA-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(14)
                   MOVE FA-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 14 TO I-REL
                       MOVE FA-NOMINA TO VALOR-LIGA
                       IF FA-SALDO > 0
                           MOVE FA-SALDO TO SALDO-ED
                           STRING "CON SALDO " SALDO-ED
                               DELIMITED BY SIZE INTO OBSERVACION
                       END-IF
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE FONDOAH-REG TO CUA-REGISTRO
                       MOVE "FONDOAH"  TO ARCHIVO-MOV
                       MOVE FA-NOMINA  TO NOMINA-MOV
                       MOVE FA-SALDO   TO VALOR-ANTES-MOV
                       PERFORM GRABAR-CUARENTENA
                       DELETE FONDOAH
                       PERFORM GRABAR-SELLOMOV
                   END-IF
           END-READ.

       REVISAR-PENSIONES.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O PENSIONES
           ELSE
               OPEN INPUT PENSIONES
           END-IF.
           MOVE 0 TO PEN-NOMINA.
           START PENSIONES KEY IS NOT LESS THAN PEN-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UNA-PENSION UNTIL ARCHIVO-EOF = 1.
           CLOSE PENSIONES.

       REVISAR-UNA-PENSION.
           READ PENSIONES NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE PEN-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(15)
                   MOVE PEN-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 15 TO I-REL
                       MOVE PEN-NOMINA TO VALOR-LIGA
                       STRING "EXP " PEN-EXPEDIENTE " " PEN-ESTADO
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE PENSIONES-REG TO CUA-REGISTRO
                       MOVE "PENSIONES" TO ARCHIVO-MOV
                       MOVE PEN-NOMINA  TO NOMINA-MOV
                       COMPUTE VALOR-ANTES-MOV =
                           PEN-IMPORTE + PEN-PORCENTAJE
                       PERFORM GRABAR-CUARENTENA
                       DELETE PENSIONES
                       PERFORM GRABAR-SELLOMOV
                   END-IF
           END-READ.

       REVISAR-ADEUDOS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O ADEUDOS
           ELSE
               OPEN INPUT ADEUDOS
           END-IF.
           MOVE 0 TO AD-NOMINA.
           MOVE 0 TO AD-PERIODO-ORIGEN.
           START ADEUDOS KEY IS NOT LESS THAN AD-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-ADEUDO UNTIL ARCHIVO-EOF = 1.
           CLOSE ADEUDOS.

       REVISAR-UN-ADEUDO.
           READ ADEUDOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   STRING AD-NOMINA " " AD-PERIODO-ORIGEN
                       DELIMITED BY SIZE INTO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(16)
                   MOVE AD-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 16 TO I-REL
                       MOVE AD-NOMINA TO VALOR-LIGA
                       IF AD-SALDO > 0
                           MOVE AD-SALDO TO SALDO-ED
                           STRING "CON SALDO " SALDO-ED
                               DELIMITED BY SIZE INTO OBSERVACION
                       END-IF
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE ADEUDOS-REG TO CUA-REGISTRO
                       MOVE "ADEUDOS"  TO ARCHIVO-MOV
                       MOVE AD-NOMINA  TO NOMINA-MOV
                       MOVE AD-SALDO   TO VALOR-ANTES-MOV
                       PERFORM GRABAR-CUARENTENA
                       DELETE ADEUDOS
                       PERFORM GRABAR-SELLOMOV
                   END-IF
           END-READ.

       REVISAR-FONACOT.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O FONACOT
           ELSE
               OPEN INPUT FONACOT
           END-IF.
           MOVE LOW-VALUES TO FON-LLAVE.
           START FONACOT KEY IS NOT LESS THAN FON-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-CREDITO-FONACOT UNTIL ARCHIVO-EOF = 1.
           CLOSE FONACOT.

       REVISAR-UN-CREDITO-FONACOT.
           READ FONACOT NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   STRING FON-NOMINA " " FON-CREDITO
                       DELIMITED BY SIZE INTO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(17)
                   MOVE FON-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 17 TO I-REL
                       MOVE FON-NOMINA TO VALOR-LIGA
                       STRING "CREDITO " FON-CREDITO " " FON-ESTADO
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE FONACOT-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE FONACOT
                   END-IF
           END-READ.

      *****SACAR UN SEGURO A CUARENTENA NO LE AVISA A LA ASEGURADORA:
      *****SI LA POLIZA SIGUE VIVA, LA BAJA SE DA EN 4SEGABC
       REVISAR-SEGUROS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O SEGUROS
           ELSE
               OPEN INPUT SEGUROS
           END-IF.
           MOVE 0 TO SEG-NOMINA.
           START SEGUROS KEY IS NOT LESS THAN SEG-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-SEGURO UNTIL ARCHIVO-EOF = 1.
           CLOSE SEGUROS.

       REVISAR-UN-SEGURO.
           READ SEGUROS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE SEG-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(18)
                   MOVE SEG-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 18 TO I-REL
                       MOVE SEG-NOMINA TO VALOR-LIGA
                       STRING "PLAN " SEG-PLAN " " SEG-ESTADO
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE SEGUROS-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE SEGUROS
                   END-IF
           END-READ.

       REVISAR-VACACIONES.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O VACACIONES
           ELSE
               OPEN INPUT VACACIONES
           END-IF.
           MOVE 0 TO VAC-NOMINA.
           START VACACIONES KEY IS NOT LESS THAN VAC-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-SALDO-VACACIONES UNTIL ARCHIVO-EOF = 1.
           CLOSE VACACIONES.

       REVISAR-UN-SALDO-VACACIONES.
           READ VACACIONES NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE VAC-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(19)
                   MOVE VAC-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 19 TO I-REL
                       MOVE VAC-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE VACACIONES-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE VACACIONES
                   END-IF
           END-READ.

       REVISAR-SDIINX.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O SDIINX
           ELSE
               OPEN INPUT SDIINX
           END-IF.
           MOVE 0 TO SDI-NOMINA.
           START SDIINX KEY IS NOT LESS THAN SDI-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-SDI UNTIL ARCHIVO-EOF = 1.
           CLOSE SDIINX.

       REVISAR-UN-SDI.
           READ SDIINX NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE SDI-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(20)
                   MOVE SDI-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 20 TO I-REL
                       MOVE SDI-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE SDIINX-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE SDIINX
                   END-IF
           END-READ.

       REVISAR-CONTRATOS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O CONTRATOS
           ELSE
               OPEN INPUT CONTRATOS
           END-IF.
           MOVE 0 TO CTR-NOMINA.
           START CONTRATOS KEY IS NOT LESS THAN CTR-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-CONTRATO UNTIL ARCHIVO-EOF = 1.
           CLOSE CONTRATOS.

       REVISAR-UN-CONTRATO.
           READ CONTRATOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE CTR-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(21)
                   MOVE CTR-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 21 TO I-REL
                       MOVE CTR-NOMINA TO VALOR-LIGA
                       STRING "CONTRATO " CTR-ESTADO
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE CONTRATOS-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE CONTRATOS
                   END-IF
           END-READ.

       REVISAR-VALTAR.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O VALTAR
           ELSE
               OPEN INPUT VALTAR
           END-IF.
           MOVE 0 TO VT-NOMINA.
           START VALTAR KEY IS NOT LESS THAN VT-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UNA-TARJETA UNTIL ARCHIVO-EOF = 1.
           CLOSE VALTAR.

       REVISAR-UNA-TARJETA.
           READ VALTAR NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE VT-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(22)
                   MOVE VT-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 22 TO I-REL
                       MOVE VT-NOMINA TO VALOR-LIGA
                       STRING "TARJETA " VT-TARJETA
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE VALTAR-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE VALTAR
                   END-IF
           END-READ.

       REVISAR-DOCEMP.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O DOCEMP
           ELSE
               OPEN INPUT DOCEMP
           END-IF.
           MOVE LOW-VALUES TO DE-LLAVE.
           START DOCEMP KEY IS NOT LESS THAN DE-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-DOCUMENTO UNTIL ARCHIVO-EOF = 1.
           CLOSE DOCEMP.

       REVISAR-UN-DOCUMENTO.
           READ DOCEMP NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   STRING DE-NOMINA " " DE-TIPO " " DE-FEC-EXPEDICION
                       DELIMITED BY SIZE INTO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(23)
                   MOVE DE-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 23 TO I-REL
                       MOVE DE-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE DOCEMP-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE DOCEMP
                   END-IF
           END-READ.

      *******************************************************************
      *              LIGAS ENTRE PERSONAL Y ESCUELA (BENEF)
      *******************************************************************
       REVISAR-BENEF.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O BENEF
           ELSE
               OPEN INPUT BENEF
           END-IF.
           MOVE 0 TO BEN-NOMINA.
           MOVE 0 TO BEN-MATRICULA.
           START BENEF KEY IS NOT LESS THAN BEN-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-BENEF UNTIL ARCHIVO-EOF = 1.
           CLOSE BENEF.

       REVISAR-UN-BENEF.
           READ BENEF NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   STRING BEN-NOMINA " " BEN-MATRICULA
                       DELIMITED BY SIZE INTO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(7)
                   ADD 1 TO CTA-REVISADOS(8)
                   MOVE BEN-NOMINA TO EMPINX-NOMINA
                   PERFORM BUSCAR-EMPINX
                   IF EXISTE-PADRE = 0
                       MOVE 7 TO I-REL
                       MOVE BEN-NOMINA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   MOVE BEN-MATRICULA TO ALUINX-MATRICULA
                   PERFORM BUSCAR-ALUINX
                   IF EXISTE-PADRE = 0
                       MOVE 8 TO I-REL
                       MOVE BEN-MATRICULA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE BENEF-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE BENEF
                   END-IF
           END-READ.

      *******************************************************************
      *                          LADO ESCOLAR
      *******************************************************************
       REVISAR-BECAS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O BECAS
           ELSE
               OPEN INPUT BECAS
           END-IF.
           MOVE 0 TO BEC-MATRICULA.
           START BECAS KEY IS NOT LESS THAN BEC-MATRICULA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UNA-BECA UNTIL ARCHIVO-EOF = 1.
           CLOSE BECAS.

       REVISAR-UNA-BECA.
           READ BECAS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE BEC-MATRICULA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(9)
                   MOVE BEC-MATRICULA TO ALUINX-MATRICULA
                   PERFORM BUSCAR-ALUINX
                   IF EXISTE-PADRE = 0
                       MOVE 9 TO I-REL
                       MOVE BEC-MATRICULA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE BECAS-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE BECAS
                   END-IF
           END-READ.

       REVISAR-ASIGNA.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O ASIGNA
           ELSE
               OPEN INPUT ASIGNA
           END-IF.
           MOVE LOW-VALUES TO ASG-LLAVE.
           START ASIGNA KEY IS NOT LESS THAN ASG-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UNA-ASIGNACION UNTIL ARCHIVO-EOF = 1.
           CLOSE ASIGNA.

       REVISAR-UNA-ASIGNACION.
           READ ASIGNA NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   STRING ASG-PROFESOR " " ASG-GRUPO " " ASG-CASILLA
                       DELIMITED BY SIZE INTO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(10)
                   ADD 1 TO CTA-REVISADOS(11)
                   MOVE ASG-GRUPO TO GPO-CLAVE
                   PERFORM BUSCAR-GRUPO
                   IF EXISTE-PADRE = 0
                       MOVE 10 TO I-REL
                       MOVE ASG-GRUPO TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   MOVE ASG-PROFESOR TO PRF-CLAVE
                   PERFORM BUSCAR-PROFESOR
                   IF EXISTE-PADRE = 0
                       MOVE 11 TO I-REL
                       MOVE ASG-PROFESOR TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE ASIGNA-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE ASIGNA
                   END-IF
           END-READ.

       REVISAR-HORARIOS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O HORARIOS
           ELSE
               OPEN INPUT HORARIOS
           END-IF.
           MOVE LOW-VALUES TO HOR-LLAVE.
           START HORARIOS KEY IS NOT LESS THAN HOR-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-HORARIO UNTIL ARCHIVO-EOF = 1.
           CLOSE HORARIOS.

       REVISAR-UN-HORARIO.
           READ HORARIOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   STRING HOR-GRUPO " " HOR-DIA " " HOR-INICIO
                       DELIMITED BY SIZE INTO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(12)
                   ADD 1 TO CTA-REVISADOS(13)
                   MOVE HOR-GRUPO TO GPO-CLAVE
                   PERFORM BUSCAR-GRUPO
                   IF EXISTE-PADRE = 0
                       MOVE 12 TO I-REL
                       MOVE HOR-GRUPO TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   MOVE HOR-PROFESOR TO PRF-CLAVE
                   PERFORM BUSCAR-PROFESOR
                   IF EXISTE-PADRE = 0
                       MOVE 13 TO I-REL
                       MOVE HOR-PROFESOR TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE HORARIOS-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE HORARIOS
                   END-IF
           END-READ.

       REVISAR-ALUDATOS.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O ALUDATOS
           ELSE
               OPEN INPUT ALUDATOS
           END-IF.
           MOVE 0 TO TUT-MATRICULA.
           START ALUDATOS KEY IS NOT LESS THAN TUT-MATRICULA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-ALUDATOS UNTIL ARCHIVO-EOF = 1.
           CLOSE ALUDATOS.

       REVISAR-UN-ALUDATOS.
           READ ALUDATOS NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE TUT-MATRICULA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(24)
                   MOVE TUT-MATRICULA TO ALUINX-MATRICULA
                   PERFORM BUSCAR-ALUINX
                   IF EXISTE-PADRE = 0
                       MOVE 24 TO I-REL
                       MOVE TUT-MATRICULA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE ALUDATOS-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE ALUDATOS
                   END-IF
           END-READ.

       REVISAR-ALUNIP.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O ALUNIP
           ELSE
               OPEN INPUT ALUNIP
           END-IF.
           MOVE 0 TO NIP-MATRICULA.
           START ALUNIP KEY IS NOT LESS THAN NIP-MATRICULA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-NIP UNTIL ARCHIVO-EOF = 1.
           CLOSE ALUNIP.

       REVISAR-UN-NIP.
           READ ALUNIP NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE NIP-MATRICULA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(25)
                   MOVE NIP-MATRICULA TO ALUINX-MATRICULA
                   PERFORM BUSCAR-ALUINX
                   IF EXISTE-PADRE = 0
                       MOVE 25 TO I-REL
                       MOVE NIP-MATRICULA TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE ALUNIP-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE ALUNIP
                   END-IF
           END-READ.

       REVISAR-SERVSOC.
           MOVE 0 TO TODOS-ARCHIVO.
           MOVE 0 TO ARCHIVO-EOF.
           IF MODO-LIMPIEZA
               OPEN I-O SERVSOC
           ELSE
               OPEN INPUT SERVSOC
           END-IF.
           MOVE 0 TO SSO-MATRICULA.
           START SERVSOC KEY IS NOT LESS THAN SSO-MATRICULA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-SERVICIO-SOCIAL UNTIL ARCHIVO-EOF = 1.
           CLOSE SERVSOC.

       REVISAR-UN-SERVICIO-SOCIAL.
           READ SERVSOC NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE SSO-MATRICULA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(26)
                   MOVE SSO-MATRICULA TO ALUINX-MATRICULA
                   PERFORM BUSCAR-ALUINX
                   IF EXISTE-PADRE = 0
                       MOVE 26 TO I-REL
                       MOVE SSO-MATRICULA TO VALOR-LIGA
                       STRING "SERVICIO " SSO-ESTADO
                           DELIMITED BY SIZE INTO OBSERVACION
                       PERFORM ANOTAR-HUERFANO
                   END-IF
                   PERFORM CONFIRMAR-CUARENTENA
                   IF MOVER-REGISTRO = 1
                       MOVE SERVSOC-REG TO CUA-REGISTRO
                       PERFORM GRABAR-CUARENTENA
                       DELETE SERVSOC
                   END-IF
           END-READ.

      *******************************************************************
      *              LIGAS DE LOS MAESTROS (SOLO REPORTE)
      *******************************************************************
      *****UN EMPLEADO EN UN DEPARTAMENTO QUE YA NO EXISTE O UN ALUMNO
      *****EN UN GRUPO BORRADO NO SE SACA DEL MAESTRO: SE REPORTA PARA
      *****QUE SE CORRIJA EN 4EMPABC / 4ALUABC
       REVISAR-EMPINX-DPTO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT EMPINX.
           OPEN INPUT DEPARTAMENTOS.
           MOVE 0 TO EMPINX-NOMINA.
           START EMPINX KEY IS NOT LESS THAN EMPINX-NOMINA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-EMPINX UNTIL ARCHIVO-EOF = 1.
           CLOSE DEPARTAMENTOS.
           CLOSE EMPINX.

       REVISAR-UN-EMPINX.
           READ EMPINX NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE EMPINX-NOMINA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(27)
                   MOVE EMPINX-DPTO TO DPTO-CLAVE
                   MOVE 1 TO EXISTE-PADRE
                   READ DEPARTAMENTOS INVALID KEY MOVE 0 TO EXISTE-PADRE
                   END-READ
                   IF EXISTE-PADRE = 0
                       MOVE 27 TO I-REL
                       MOVE EMPINX-DPTO TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
           END-READ.

       REVISAR-ALUINX-GRUPO.
           MOVE 0 TO ARCHIVO-EOF.
           OPEN INPUT ALUINX.
           MOVE 0 TO ALUINX-MATRICULA.
           START ALUINX KEY IS NOT LESS THAN ALUINX-MATRICULA
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM REVISAR-UN-ALUINX UNTIL ARCHIVO-EOF = 1.
           CLOSE ALUINX.

       REVISAR-UN-ALUINX.
           READ ALUINX NEXT RECORD
               AT END
                   MOVE 1 TO ARCHIVO-EOF
               NOT AT END
                   MOVE 0 TO REL-PRIMERA
                   MOVE SPACES TO LLAVE-REGISTRO
                   MOVE ALUINX-MATRICULA TO LLAVE-REGISTRO
                   ADD 1 TO CTA-REVISADOS(28)
                   MOVE ALUINX-GRUPO TO GPO-CLAVE
                   PERFORM BUSCAR-GRUPO
                   IF EXISTE-PADRE = 0
                       MOVE 28 TO I-REL
                       MOVE ALUINX-GRUPO TO VALOR-LIGA
                       PERFORM ANOTAR-HUERFANO
                   END-IF
           END-READ.

      *******************************************************************
      *                     RESUMEN Y BITACORA
      *******************************************************************
       ESCRIBIR-RESUMEN.
           MOVE SPACES TO REPORTE-REG.
           WRITE REPORTE-REG BEFORE 1 LINES.
           WRITE REPORTE-REG FROM TITULO-INT-3 BEFORE 1 LINES.
           PERFORM VARYING I-REL FROM 1 BY 1
                   UNTIL I-REL > TOTAL-RELACIONES
               MOVE SPACES TO RESUMEN-INT
               MOVE I-REL                  TO RES-RELACION
               MOVE REL-ARCHIVO(I-REL)     TO RES-ARCHIVO
               MOVE REL-CAMPO(I-REL)       TO RES-CAMPO
               MOVE REL-PADRE(I-REL)       TO RES-PADRE
               MOVE CTA-REVISADOS(I-REL)   TO RES-REVISADOS
               MOVE CTA-HUERFANOS(I-REL)   TO RES-HUERFANOS
               MOVE CTA-CUARENTENA(I-REL)  TO RES-CUARENTENA
               IF REL-LIMPIABLE(I-REL) = "N"
                   MOVE "(SOLO REPORTE)" TO RES-NOTA
               END-IF
               WRITE REPORTE-REG FROM RESUMEN-INT BEFORE 1 LINES
           END-PERFORM.
           MOVE TOTAL-HUERFANOS  TO TOT-HUERFANOS.
           MOVE TOTAL-CUARENTENA TO TOT-CUARENTENA.
           COMPUTE TOT-PENDIENTES = TOTAL-HUERFANOS - TOTAL-CUARENTENA.
           WRITE REPORTE-REG FROM TOTAL-INT BEFORE 1 LINES.

       GRABAR-BITACORA.
           OPEN EXTEND BITACORA.
           MOVE FECHA-SIS         TO BIT-FECHA.
           MOVE HORA-SIS(1:6)     TO BIT-HORA.
           MOVE "7INTREF"         TO BIT-PROGRAMA.
           IF MODO-LIMPIEZA
               MOVE "HUERFANOS LIMPIEZA" TO BIT-EVENTO
           ELSE IF TOTAL-HUERFANOS > 0
               MOVE "HUERFANOS HALLADOS" TO BIT-EVENTO
           ELSE
               MOVE "SIN HUERFANOS"      TO BIT-EVENTO
           END-IF
           END-IF.
           MOVE TOTAL-HUERFANOS   TO BIT-CONTADOR.
           MOVE RETURN-CODE       TO BIT-RETCODE.
           WRITE BITACORA-REG.
           CLOSE BITACORA.

       END PROGRAM 7INTREF.
