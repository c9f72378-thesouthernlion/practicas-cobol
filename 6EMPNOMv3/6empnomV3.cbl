           SELECT RECHAZOS             ASSIGN TO DISK.
           SELECT EMPINXHIST           ASSIGN TO DISK.
           SELECT OPTIONAL PARAMETROS  ASSIGN TO "PARMEMPNOM".
           SELECT PARM-SELLOS          ASSIGN TO "PARMSELLOS".
           SELECT OPTIONAL PERIODOS    ASSIGN TO DISK
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO.
           SELECT OPTIONAL INFONAV     ASSIGN TO "INFONAV"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS INF-NOMINA.
           SELECT OPTIONAL FONACOT     ASSIGN TO "FONACOT"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS FON-LLAVE.
           SELECT OPTIONAL APROBCTL    ASSIGN TO "APROBCTL"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS AP-LLAVE.
           SELECT OPTIONAL SINDICATO   ASSIGN TO "SINDICATO"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIN-NOMINA.
           SELECT OPTIONAL SEGUROS     ASSIGN TO "SEGUROS"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NOMINA.
           SELECT OPTIONAL VIATICOS    ASSIGN TO "VIATICOS"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIA-LLAVE.
           SELECT OPTIONAL BANCOCTL    ASSIGN TO "BANCOCTL"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS BC-PERIODO.
           SELECT OPTIONAL POLIZACTL   ASSIGN TO "POLIZACTL"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-LLAVE.
           SELECT OPTIONAL PENDCAMB    ASSIGN TO "PENDCAMB"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS PC-FOLIO.
           SELECT NOMCTL               ASSIGN TO DISK.
           SELECT BITACORA             ASSIGN TO "BITACORA".
           SELECT OPTIONAL CANDADO     ASSIGN TO "CANDADO".
           SELECT OPTIONAL EXENTOS     ASSIGN TO "EXENTOS"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS EXE-LLAVE.
           SELECT OPTIONAL NOMDET      ASSIGN TO "NOMDET"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS ND-LLAVE.
           SELECT OPTIONAL ORGANIGRAMA ASSIGN TO "ORGANIGRAMA"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS ORG-CLAVE.
           SELECT OPTIONAL CONSTANCIAS ASSIGN TO "CONSTANCIAS"
           ORGANIZATION IS INDEXED ACCESS MODE IS DYNAMIC
           RECORD KEY IS CNS-NOMINA.

       DATA DIVISION.
       FILE SECTION.
           03  PARM-PERIODO            PIC 9(06).
           03  PARM-EMPRESA            PIC X(03).

      *****QUE HACE 7SELLOS AL LLAMARLO: V = VERIFICAR LOS MAESTROS
      *****ANTES DE CORRER, S = SELLARLOS AL TERMINAR
       FD  PARM-SELLOS.
       01  PARM-SELLOS-REG.
           03  PARM-SELLOS-MODO        PIC X(01).
           03  PARM-SELLOS-PERIODO     PIC 9(06).
           03  PARM-SELLOS-PROGRAMA    PIC X(08).

      *****EMPRESA ACTIVA DEL DIRECTORIO DE DATOS (4RAZABC): LA
      *****CORRIDA SE ESTAMPA CON SU CLAVE Y, SI EL LOTE PIDE OTRA
      *****EMPRESA, SE RECHAZA DURO PARA QUE DOS NOMINAS NUNCA SE
           03  SIN-CLABE               PIC X(18).
           03  SIN-ESTADO              PIC X(10).

      *****INSCRIPCION AL SEGURO DE VIDA / GASTOS MEDICOS (4SEGABC):
      *****LA PARTE DEL EMPLEADO DE LA PRIMA MENSUAL SE REPARTE ENTRE
      *****LOS PERIODOS DEL MES Y SE GENERA SOLA COMO CLAVE 34
       FD  SEGUROS.
       01  SEGUROS-REG.
           03  SEG-NOMINA              PIC 9(06).
           03  SEG-PLAN                PIC X(04).
           03  SEG-NIVEL               PIC X(01).
           03  SEG-PRIMA-EMPRESA       PIC 9(06)V99.
           03  SEG-PRIMA-EMPLEADO      PIC 9(06)V99.
           03  SEG-FEC-ALTA            PIC 9(08).
           03  SEG-FEC-BAJA            PIC 9(08).
           03  SEG-ESTADO              PIC X(10).
           03  SEG-AVISO               PIC X(01).
           03  SEG-CONT-DEP            PIC 9(01).
           03  SEG-DEPENDIENTES        PIC X(234).

      *****MISMO LAYOUT QUE EL VIATICOS DE 2VIACAP; EL FINIQUITO LISTA
      *****LOS ANTICIPOS QUE EL EMPLEADO NO HA TERMINADO DE COMPROBAR
       FD  VIATICOS.
       01  VIATICOS-REG.
           03  VIA-LLAVE.
               05  VIA-NOMINA          PIC 9(06).
               05  VIA-FOLIO           PIC 9(04).
           03  VIA-FEC-ANTICIPO        PIC 9(08).
           03  VIA-DESTINO             PIC X(20).
           03  VIA-IMPORTE             PIC 9(08)V99.
           03  VIA-COMPROBADO          PIC 9(08)V99.
           03  VIA-NO-DEDUCIBLE        PIC 9(08)V99.
           03  VIA-SALDO               PIC S9(08)V99.
           03  VIA-CONT-COMPROB        PIC 9(03).
           03  VIA-ESTADO              PIC X(10).
           03  VIA-PERIODO-LIQ         PIC 9(06).
           03  VIA-OPERADOR            PIC X(08).


      *****ESTADO DEL ARCHIVO BANCO POR PERIODO: LA CORRIDA REAL LO
      *****DEJA RETENIDO Y SOLO EL VISTO BUENO DE 7SIMAPR LO LIBERA;
           03  BC-OPERADOR             PIC X(08).
           03  BC-FECHA                PIC 9(06).

      *****CONTROL DE LA POLIZA POR PERIODO Y RAZON SOCIAL: LA CORRIDA
      *****REAL LA DEJA PENDIENTE Y SOLO LA CONCILIACION CONTRA EL
      *****ACUSE DE CONTABILIDAD (7POLCON) LA DA POR APLICADA
       FD  POLIZACTL.
       01  POLIZACTL-REG.
           03  CP-LLAVE.
               05  CP-PERIODO          PIC 9(06).
               05  CP-EMPRESA          PIC X(03).
           03  CP-ESTADO               PIC X(10).
           03  CP-FEC-CORRIDA          PIC 9(08).
           03  CP-FEC-ENTREGA          PIC 9(08).
           03  CP-FEC-CONCILIA         PIC 9(08).
           03  CP-RENGLONES            PIC 9(04).
           03  CP-CARGOS               PIC 9(10)V99.
           03  CP-ABONOS               PIC 9(10)V99.
           03  CP-DIARIO               PIC X(10).
           03  CP-RECHAZOS             PIC 9(04).
           03  CP-DIFERENCIAS          PIC 9(04).
           03  CP-OPERADOR             PIC X(08).

      *****COLA DE CAMBIOS PROGRAMADOS CON FECHA EFECTIVA (4EMPABC):
      *****AL ABRIR EL PERIODO, LOS CAMBIOS CUYA FECHA CAE DENTRO SE
      *****APLICAN AL MAESTRO Y QUEDAN EN EMPINXHIST
           03  DAT-TEL-CONTACTO                PIC X(10).
           03  DAT-PUESTO                      PIC X(20).
           03  DAT-NIP                         PIC 9(04).
           03  DAT-SEXO                        PIC X(01).

      *****LIBRO DE VACACIONES POR NOMINA (MANTENIDO EN 2VACCAP); DE
      *****AQUI SALE EL SALDO DE DIAS QUE SE IMPRIME EN EL RECIBO
           03  INF-FACTOR                      PIC 9(04)V99.
           03  INF-ESTADO                      PIC X(10).

      *****CARTERA DE CREDITOS FONACOT (CARGADA DE LA CEDULA MENSUAL
      *****POR 7FONCED): 358 RETIENE CADA PERIODO LA PARTE QUE LE TOCA
      *****DE LA RETENCION MENSUAL COMO CLAVE 33, DESPUES DE PENSION E
      *****INFONAVIT, Y BAJA EL SALDO; EL ULTIMO PERIODO DEL MES TOMA
      *****LO QUE FALTE PARA COMPLETAR EL MES
       FD  FONACOT.
       01  FONACOT-REG.
           03  FON-LLAVE.
               05  FON-NOMINA                  PIC 9(06).
               05  FON-CREDITO                 PIC X(10).
           03  FON-RFC                         PIC X(13).
           03  FON-RETENCION-MENSUAL           PIC 9(08)V99.
           03  FON-SALDO                       PIC 9(08)V99.
           03  FON-MES-CEDULA                  PIC 9(06).
           03  FON-MES-RETENIDO                PIC 9(06).
           03  FON-RETENIDO-MES                PIC 9(08)V99.
           03  FON-ULT-PERIODO                 PIC 9(06).
           03  FON-ULT-IMPORTE                 PIC 9(08)V99.
           03  FON-ESTADO                      PIC X(10).
           03  FON-MES-BAJA                    PIC 9(06).

      *****MESA DE APROBACIONES (2MOVCAP/2APRCAP): EL MOVIMIENTO QUE
      *****REBASO EL TOPE DE SU CONCEPTO Y SIGUE PENDIENTE DE FIRMA DE
      *****SUPERVISOR SE DESVIA A SUSPENSO EN VEZ DE PAGARSE
           03  MOT-PAGA-PRIMA                  PIC X(01).
           03  MOT-PAGA-3MESES                 PIC X(01).
           03  MOT-PAGA-20DIAS                 PIC X(01).
           03  MOT-RECONTRATABLE               PIC X(01).

      *****METODO DE PAGO POR NOMINA (4PAGABC): B = BANCO (COMO
      *****SIEMPRE), C = CHEQUE CON FOLIO CONTROLADO, E = EFECTIVO;
           03  CONC-LABEL                       PIC X(13).
           03  CONC-BUCKET                      PIC X(01).
           03  CONC-TOPE                        PIC 9(08).
           03  CONC-EXENCION                    PIC X(01).
           03  CONC-UMAS                        PIC 9(03)V99.
           03  CONC-PORC-EXENTO                 PIC 9(03).
      *****PARTE EXENTA Y GRAVADA DE ISR DE CADA PERCEPCION, UN RENGLON
      *****POR EMPLEADO, ANIO, CLAVE Y PERIODO; LA SUMA DEL ANIO DA LOS
      *****TOPES ANUALES (AGUINALDO, PRIMA VACACIONAL) Y LA BASE
      *****GRAVABLE QUE LEEN 3EMPAJU Y 5EMPCON
       FD  EXENTOS.
       01  EXENTOS-REG.
           03  EXE-LLAVE.
               05  EXE-NOMINA                  PIC 9(06).
               05  EXE-ANIO                    PIC 9(04).
               05  EXE-CLAVE                   PIC XX.
               05  EXE-PERIODO                 PIC 9(06).
           03  EXE-IMPORTE                     PIC 9(08)V99.
           03  EXE-EXENTO                      PIC 9(08)V99.
           03  EXE-GRAVADO                     PIC 9(08)V99.
      *****RESULTADO APLICADO DE CADA PERIODO, UN RENGLON POR PERIODO,
      *****EMPLEADO Y CLAVE CON LO QUE REALMENTE SE PAGO O DESCONTO;
      *****LO CONSULTAN AUDITORIA Y LOS REPORTES EN LUGAR DE VOLVER A
      *****CALCULAR. LA REVERSION (MODO 5) BORRA LOS DEL PERIODO
       FD  NOMDET.
       01  NOMDET-REG.
           03  ND-LLAVE.
               05  ND-PERIODO                  PIC 9(06).
               05  ND-NOMINA                   PIC 9(06).
               05  ND-CLAVE                    PIC XX.
           03  ND-TIPO                         PIC X(01).
           03  ND-IMPORTE                      PIC 9(08)V99.
           03  ND-DIAS                         PIC 9(03).
           03  ND-EXENTO                       PIC 9(08)V99.
           03  ND-GRAVADO                      PIC 9(08)V99.
           03  ND-DPTO                         PIC X(03).
           03  ND-EMPRESA                      PIC X(03).
      *****MISMO LAYOUT QUE EL ORGANIGRAMA-REG DE 4DPTABC; DA LOS
      *****SUBTOTALES POR NIVEL DE LA SECCION DE PRESUPUESTO (336)
       FD  ORGANIGRAMA.
       01  ORGANIGRAMA-REG.
           03  ORG-CLAVE                       PIC X(03).
           03  ORG-TIPO                        PIC X(01).
           03  ORG-DESCRIPCION                 PIC X(20).
           03  ORG-PADRE                       PIC X(03).
      *****MISMO LAYOUT QUE EL CONSTANCIAS DE 3NOADEU: EL FINIQUITO
      *****EXIGE UNA CONSTANCIA DE NO ADEUDO RECIENTE DE LA NOMINA
       FD  CONSTANCIAS.
       01  CONSTANCIAS-REG.
           03  CNS-NOMINA                      PIC 9(06).
           03  CNS-FECHA                       PIC 9(08).
           03  CNS-PARTIDAS                    PIC 9(03).
           03  CNS-PENDIENTES                  PIC 9(03).
           03  CNS-OPERADOR                    PIC X(08).
      *****EL ALMACEN DE MOVIMIENTOS YA ES INDEXADO POR PERIODO +
      *****NOMINA + CLAVE + SECUENCIA (LA SECUENCIA PERMITE VARIOS
      *****MOVIMIENTOS DE LA MISMA CLAVE EN EL PERIODO): LA CORRIDA
       01  TITULO-RECIBO-3.
           05  FILLER                      PIC X(13) VALUE
               "CONCEPTO".
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE
               "PERCEPCIONES".
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE
               "EXENTO".
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE
               "GRAVADO".
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "DEDUCCIONES".
       01  DETALLE-RECIBO.
           05  DETREC-CLAVE                PIC X(13).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  DETREC-PERCEPCION           PIC $$$,$$9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETREC-EXENTO               PIC $$$,$$9.99.
           05  DETREC-EXENTO-X REDEFINES DETREC-EXENTO
                                           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DETREC-GRAVADO              PIC $$$,$$9.99.
           05  DETREC-GRAVADO-X REDEFINES DETREC-GRAVADO
                                           PIC X(10).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DETREC-DEDUCCION            PIC $$$,$$9.99.
       01  DETALLE-RECIBO-EXENTO.
           05  FILLER                      PIC X(14) VALUE
               "TOTAL EXENTO: ".
           05  DETREC-TOT-EXENTO           PIC $(08).99.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  FILLER                      PIC X(15) VALUE
               "TOTAL GRAVADO: ".
           05  DETREC-TOT-GRAVADO          PIC $(08).99.
       01  DETALLE-RECIBO-TOTAL.
           05  FILLER                      PIC X(13) VALUE
               "SUELDO NETO: ".

       77  EXISTE-CHECKPOINT               PIC 9 VALUE 0.
       77  BANDERA-SALTAR-CHECKPOINT       PIC 9 VALUE 0.
       77  BANDERA-SELLO-ROTO              PIC 9 VALUE 0.
       77  BANDERA-SELLAR                  PIC 9 VALUE 0.

       77  WKS-HIST-CAMPO                  PIC X(15).
       77  WKS-HIST-ANTES                  PIC X(15).
               05  TC-CLAVE                    PIC XX.
               05  TC-LABEL                    PIC X(13).
               05  TC-BUCKET                   PIC X(01).
               05  TC-EXENCION                 PIC X(01).
               05  TC-UMAS                     PIC 9(03)V99.
               05  TC-PORC-EXENTO              PIC 9(03).
       77  CONT-CONCEPTOS                  PIC 99 VALUE ZERO.
       77  CONCEPTOS-EOF                   PIC 9.
       77  CONCEPTO-ENCONTRADO             PIC 9.
       77  I-DEF-CONCEPTO                  PIC 99.

      *****EXENCION DE ISR POR CONCEPTO: LA REGLA VIENE DE CONCEPTOS
      *****(4CONABC) Y EL VALOR DIARIO DE LA UMA DE PARAMET POR
      *****VIGENCIA. N = GRAVADO, T = EXENTO, A = TOPE ANUAL EN UMAS,
      *****S = PORCENTAJE CON TOPE DE UMAS POR SEMANA DEL PERIODO
      *****(COMPARTIDO POR LAS CLAVES S DEL EMPLEADO), D = TOPE DE UMAS
      *****POR DIA DEL MOVIMIENTO
       77  UMA-DIARIA                      PIC 9(05)V99 VALUE 113.14.
       77  DIAS-DEL-PERIODO                PIC 9(03) VALUE 15.
       77  ANIO-EXENTOS                    PIC 9(04).
       77  ELEGIBLE-EXENTO                 PIC 9(08)V99.
       77  TOPE-EXENTO                     PIC 9(08)V99.
       77  EXENTO-PREVIO                   PIC 9(08)V99.
       77  EXENTO-CONCEPTO                 PIC 9(08)V99.
       77  GRAVADO-CONCEPTO                PIC 9(08)V99.
       77  SUBTOTAL-EXENTO-NOMINA          PIC 9(08)V99.
       77  SUBTOTAL-GRAVADO-NOMINA         PIC 9(08)V99.
       77  EXENTO-SEMANAL-NOMINA           PIC 9(08)V99.
       77  BANDERA-LINEA-PERCEPCION        PIC 9.
       77  EXENTOS-EOF                     PIC 9.
      *    ACUMULADO DE LA CORRIDA PARA LA NOMINA+CLAVE EN CURSO; EL
      *    RENGLON DEL PERIODO SE REESCRIBE COMPLETO CON ESTOS VALORES,
      *    ASI UN REARRANQUE DESDE CHECKPOINT NO LOS DUPLICA
       77  LLAVE-EXENTO-CORRIDA            PIC X(08) VALUE SPACES.
       77  IMPORTE-CLAVE-CORRIDA           PIC 9(08)V99.
       77  EXENTO-CLAVE-CORRIDA            PIC 9(08)V99.
       77  GRAVADO-CLAVE-CORRIDA           PIC 9(08)V99.
       01  LLAVE-EXENTO-ACTUAL.
           03  LLAVE-EXE-NOMINA            PIC 9(06).
           03  LLAVE-EXE-CLAVE             PIC XX.
      *    LO MISMO PARA EL RENGLON DE NOMDET DE LA NOMINA+CLAVE
       77  LLAVE-NOMDET-CORRIDA            PIC X(08) VALUE SPACES.
       77  IMPORTE-NOMDET-CORRIDA          PIC 9(08)V99.
       77  DIAS-NOMDET-CORRIDA             PIC 9(03).
       77  EXENTO-NOMDET-CORRIDA           PIC 9(08)V99.
       77  GRAVADO-NOMDET-CORRIDA          PIC 9(08)V99.
       77  NOMDET-EOF                      PIC 9.

      *****CALCULO DE AGUINALDO (CLAVE 16), PRORRATEADO POR DIAS
      *****TRABAJADOS EN EL ANIO A PARTIR DE EMPINX-FEC-INGRESO
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(03) VALUE
               "PTU".
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(06) VALUE
               "EXENTO".
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  FILLER                      PIC X(07) VALUE
               "GRAVADO".
       01  DETALLE-PTU.
           05  DETPTU-NOMINA               PIC X(06).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DETPTU-SUELDO               PIC $$$,$$9.99.
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  DETPTU-IMPORTE              PIC $$$,$$9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DETPTU-EXENTO               PIC $$$,$$9.99.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  DETPTU-GRAVADO              PIC $$$,$$9.99.
       01  DETALLE-PTU-TOTAL.
           05  FILLER                      PIC X(21) VALUE
               "TOTAL PTU REPARTIDO: ".
       77  PTU-PARTE-SUELDO                PIC 9(08)V99.
       77  PTU-IMPORTE-EMPLEADO            PIC 9(08)V99.
       77  PTU-TOTAL-REPARTIDO             PIC 9(09)V99.
      *    LA PTU ESTA EXENTA HASTA 15 UMAS POR TRABAJADOR
       77  PTU-UMAS-EXENTAS                PIC 9(03)V99 VALUE 15.
       77  PTU-EXENTO-EMPLEADO             PIC 9(08)V99.
       77  PTU-GRAVADO-EMPLEADO            PIC 9(08)V99.
      *    LA PTU SE PAGA FUERA DE LA NOMINA (NO ENTRA A EMPINX): SU
      *    RENGLON EN EXENTOS LLEVA ESTA CLAVE Y EL AJUSTE ANUAL
      *    (3EMPAJU) LO SUMA AL INGRESO DEL ANIO
       77  CLAVE-EXENTO-PTU                PIC XX VALUE "PT".
       77  PTU-EOF-EMPINX                  PIC 9.
       77  CONTADOR-PAGINAS-PTU            PIC 9(03).
       77  CONT-LINEAS-PTU                 PIC 99.
       77  BANDERA-INF-YA-APLICADO         PIC 9.
       77  MOV-INF-ESCRITO                 PIC 9.
       77  BANDERA-SIN-APROBAR             PIC 9.

      *****CREDITO FONACOT: SOLO SE RETIENE EL CREDITO QUE VINO EN LA
      *****CEDULA DEL MES DEL PERIODO; LA RETENCION MENSUAL SE REPARTE
      *****ENTRE EL PERIODO EN PROCESO Y LOS QUE AUN LE QUEDAN AL MES
       77  FONACOT-EOF                     PIC 9.
       77  IMPORTE-FONACOT                 PIC 9(08)V99.
       77  PENDIENTE-MES-FONACOT           PIC 9(08)V99.
       77  TOTAL-FONACOT-APLICADO          PIC 9(08)V99 VALUE 0.
       77  MES-FONACOT                     PIC 9(06).
       77  PERIODOS-RESTANTES-MES          PIC 9(02).
       77  PERIODOS-FON-EOF                PIC 9.
       77  CONT-SIN-APROBAR                PIC 9(04) VALUE 0.

      *****ARCHIVO HISTORICO DE RECIBOS: CONTADORES DE LINEA POR
       77  IMPORTE-CUOTA-SIND              PIC 9(08)V99.
       77  TOTAL-CUOTAS-SIND               PIC 9(08)V99 VALUE 0.

      *****PRIMA DEL SEGURO A CARGO DEL EMPLEADO
       77  SEGUROS-EOF                     PIC 9.
       77  IMPORTE-PRIMA-SEG               PIC 9(08)V99.
       77  TOTAL-PRIMAS-SEG                PIC 9(08)V99 VALUE 0.
       77  PERIODOS-DEL-MES                PIC 9(02).

      *****ANTICIPOS DE VIATICOS ABIERTOS AL FINIQUITO
       77  VIATICOS-EOF                    PIC 9.
       77  CONT-VIATICOS-ABIERTOS          PIC 9(03).
       77  FIN-SALDO-VIATICOS              PIC S9(08)V99.

      *****CONSTANCIA DE NO ADEUDO PREVIA AL FINIQUITO; SIN PARAMETRO
      *****CONSTAN-DIAS CAPTURADO VALE 5 DIAS
       77  EXISTE-CONSTANCIA               PIC 9.
       77  BANDERA-SIN-CONSTANCIA          PIC 9 VALUE 0.
       77  CONSTANCIA-AUTORIZADA           PIC 9 VALUE 0.
       77  CONSTANCIA-DIAS                 PIC 9(03) VALUE 5.
       77  FECHA-HOY-CONSTANCIA            PIC 9(08).

      *****BUSQUEDA DEL PARAMETRO VIGENTE EN EL MAESTRO CENTRAL
       77  PARAMET-EOF         PIC 9.
       77  PARM-CODIGO-BUSCADO PIC X(12).
       77  EMPRESA-PARM                    PIC X(03) VALUE SPACES.
       77  XML-IMPORTE-ED                  PIC 9(08).99.
       77  XML-NETO-ED                     PIC -(08)9.99.
       77  XML-EXENTO-ED                   PIC 9(08).99.
       77  XML-GRAVADO-ED                  PIC 9(08).99.
       77  XML-LINEA                       PIC X(132).

      *****POLIZA CONTABLE: MAPA DE CUENTAS CARGADO DE CONTAMAP Y
               " VARIAN: ".
           05  DETDIST-VARIANZA            PIC $(08).99-.

      *****ORGANIGRAMA (VER 4DPTABC) EN MEMORIA: CADA RENGLON DE LA
      *****DISTRIBUCION SE SUMA A SU NODO Y A TODOS LOS DE ARRIBA.
      *****NOD-RUTA ES LA CADENA DE CLAVES DESDE LA RAIZ Y DA EL ORDEN
      *****DE IMPRESION; EL ULTIMO RENGLON JUNTA A LOS DEPARTAMENTOS
      *****QUE NO CUELGAN DE NINGUN NODO
       01  TABLA-ORGANIGRAMA.
           03  NODO-OC OCCURS 300 TIMES.
               05  NOD-CLAVE                   PIC X(03).
               05  NOD-TIPO                    PIC X(01).
               05  NOD-DESCRIPCION             PIC X(20).
               05  NOD-PADRE                   PIC X(03).
               05  NOD-RUTA                    PIC X(27).
               05  NOD-NIVEL                   PIC 9(01).
               05  NOD-USADO                   PIC 9(01).
               05  NOD-SUELDO                  PIC S9(10)V99.
               05  NOD-PRESUPUESTO             PIC 9(10).
       01  NODO-INTERCAMBIO                PIC X(78).
       77  NODOS-TOTAL                     PIC 9(03) VALUE 0.
       77  HAY-ORGANIGRAMA                 PIC 9 VALUE 0.
       77  FIN-ORGANIGRAMA                 PIC 9.
       77  I-NOD                           PIC 9(03).
       77  J-NOD                           PIC 9(03).
       77  NODO-HALLADO                    PIC 9(03).
       77  CLAVE-NODO-BUSCADA              PIC X(03).
       77  PROFUNDIDAD-NODO                PIC 9(02).
       77  POS-RUTA                        PIC S9(02).
       77  INICIO-RUTA                     PIC 9(02).
       77  VARIANZA-NODO                   PIC S9(10)V99.
       01  NOMBRE-NODO.
           03  NOMBRE-NODO-CLAVE           PIC X(03).
           03  FILLER                      PIC X(01) VALUE SPACE.
           03  NOMBRE-NODO-TIPO            PIC X(10).
           03  NOMBRE-NODO-DESC            PIC X(20).
       01  TITULO-DIST-ORG.
           05  FILLER                      PIC X(45) VALUE
               "PRESUPUESTO CONTRA REAL POR NIVEL ORGANIGRAMA".
       01  DETALLE-DIST-ORG.
           05  DETORG-NOMBRE               PIC X(50).
           05  FILLER                      PIC X(08) VALUE
               " SUELDO:".
           05  DETORG-SUELDO               PIC $(09)9.99-.
           05  FILLER                      PIC X(08) VALUE
               " PRESUP:".
           05  DETORG-PRESUPUESTO          PIC $$$,$$$,$$9.
           05  FILLER                      PIC X(08) VALUE
               " VARIAN:".
           05  DETORG-VARIANZA             PIC $(09)9.99-.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  DETORG-ALERTA               PIC X(15).

       01  POLIZA-CONCEPTOS.
           03  POL-CONC-OC OCCURS 99 TIMES.
               05  POL-CONC-CLAVE              PIC XX.

       PROCEDURE DIVISION .
       MAIN-PROCEDURE.
      *    EL MENU LLAMA ESTE PROGRAMA VARIAS VECES EN LA SESION: UNA
      *    CORRIDA QUE NO APLICA NO DEBE RESELLAR POR LA ANTERIOR
           MOVE 0 TO BANDERA-SELLAR.
           PERFORM 101-LEER-PARAMETROS.
           PERFORM 105-TOMAR-CANDADO.
           IF BANDERA-SIN-CANDADO = 1
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    LOS MODOS QUE ACTUALIZAN EMPINX O LAS CARTERAS ARRANCAN SOLO
      *    SI LOS MAESTROS SIGUEN COMO LOS DEJO EL ULTIMO CIERRE, MAS
      *    LO QUE EXPLICAN EL AUDIT, EL HISTORIAL Y LOS MOVIMIENTOS
           IF MODO-EJECUCION = 1 OR MODO-EJECUCION = 5
               OR MODO-EJECUCION = 6
               PERFORM 115-VERIFICAR-SELLOS
               IF BANDERA-SELLO-ROTO = 1
                   DISPLAY "LOS MAESTROS CAMBIARON DESDE EL ULTIMO"
                       " CIERRE SIN MOVIMIENTO QUE LO EXPLIQUE -"
                       " VER SELLOSREP; NO SE ARRANCA"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.
           PERFORM 100-INICIO.
           PERFORM 106-GRABAR-CANDADO.
           MOVE "INICIO DE CORRIDA"   TO BIT-EVENTO-TRABAJO.
      *    TIENE PRIORIDAD LEGAL SOBRE TODA OTRA DEDUCCION
           PERFORM 318-APLICAR-PENSIONES.
           PERFORM 350-APLICAR-INFONAVIT.
           PERFORM 358-APLICAR-FONACOT.
           PERFORM 360-APLICAR-SEGUROS.
           PERFORM 356-APLICAR-SINDICATO.
           PERFORM 316-APLICAR-ADEUDOS.
           GO TO FIN-GENERA-EMPSORT.
           OPEN INPUT VACACIONES.
           OPEN INPUT PENSIONES.
           OPEN INPUT INFONAV.
           OPEN I-O FONACOT.
           OPEN INPUT APROBCTL.
           OPEN INPUT CONTRATOS.
           OPEN INPUT SINDICATO.
           OPEN INPUT SEGUROS.
           OPEN INPUT PAGOMET.
           OPEN I-O CHEQUES.
           OPEN OUTPUT CHEQIMP.
      *    EL ALMACEN SE ABRE I-O: 354 GRABA AHI LOS DESCUENTOS
      *    INFONAVIT REALMENTE APLICADOS EN LA CORRIDA
           OPEN I-O PERCEPCION-DEDUCCION.
           OPEN I-O EXENTOS.
           OPEN I-O NOMDET.
           PERFORM 285-CARGAR-CONCEPTOS.
           PERFORM 452-INICIALIZAR-DIAS-ACUM.
           PERFORM 2851-CARGAR-PARAMETROS.
           PERFORM 333-CARGAR-CONTAMAP.
           PERFORM 337-CARGAR-DISTRIB.
           PERFORM 3361-CARGAR-ORGANIGRAMA.
           PERFORM 288-INICIALIZAR-VACACIONES.
      *    UNA SIMULACION NO REANUDA NI TOCA EL CHECKPOINT DE UNA
      *    CORRIDA REAL QUE MURIO A MEDIO CAMINO
               WRITE PERIODOS-REG
           END-IF.
           CLOSE PERIODOS.
      *    EL SELLO SE TOMA EN 300-FIN, YA CON LOS MAESTROS CERRADOS
           MOVE 1 TO BANDERA-SELLAR.

      *****VERIFICA LOS SELLOS CON 7SELLOS ANTES DE ABRIR NADA; UNA
      *****CORRIDA QUE REANUDA DESDE SU CHECKPOINT YA MOVIO LOS
      *****MAESTROS A MEDIAS Y NO SE VERIFICA
       115-VERIFICAR-SELLOS.
           MOVE 0 TO BANDERA-SELLO-ROTO.
           MOVE 0 TO EXISTE-CHECKPOINT.
           IF MODO-EJECUCION = 1
               OPEN INPUT CHECKPOINT
               READ CHECKPOINT
                   AT END
                       MOVE 0 TO EXISTE-CHECKPOINT
                   NOT AT END
                       MOVE 1 TO EXISTE-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT
           END-IF.
           IF EXISTE-CHECKPOINT = 1
               DISPLAY "CORRIDA CON CHECKPOINT: NO SE VERIFICAN LOS"
                   " SELLOS"
           ELSE
               MOVE "V" TO PARM-SELLOS-MODO
               PERFORM 116-LLAMAR-SELLOS
               IF RETURN-CODE NOT = 0
                   MOVE 1 TO BANDERA-SELLO-ROTO
               END-IF
           END-IF.

       116-LLAMAR-SELLOS.
           MOVE PERIODO-SELECCIONADO TO PARM-SELLOS-PERIODO.
           MOVE "6EMPNOMV"           TO PARM-SELLOS-PROGRAMA.
           OPEN OUTPUT PARM-SELLOS.
           WRITE PARM-SELLOS-REG.
           CLOSE PARM-SELLOS.
           CALL "7SELLOS".

      *****SELLA EMPINX Y LAS CARTERAS COMO QUEDARON AL TERMINAR LA
      *****CORRIDA (CIERRE DE PERIODO, REVERSION O PAGO DEL FONDO)
       117-SELLAR-MAESTROS.
           MOVE "S" TO PARM-SELLOS-MODO.
           PERFORM 116-LLAMAR-SELLOS.
           IF RETURN-CODE NOT = 0
               DISPLAY "AVISO: 7SELLOS NO PUDO SELLAR LOS MAESTROS,"
                   " CODIGO " RETURN-CODE
           END-IF.

       200-PROCESO.
           SORT EMPSORT ON  ASCENDING KEY
      *    ARCHIVO DE TRANSACCIONES (318 LAS SUELTA DEL MAESTRO)
           ADD TOTAL-PENSIONES-APLICADAS TO TOTAL-INDEPENDIENTE-TRANS.
           ADD TOTAL-INFONAVIT-APLICADO TO TOTAL-INDEPENDIENTE-TRANS.
           ADD TOTAL-FONACOT-APLICADO TO TOTAL-INDEPENDIENTE-TRANS.
           ADD TOTAL-PRIMAS-SEG TO TOTAL-INDEPENDIENTE-TRANS.
           ADD TOTAL-CUOTAS-SIND TO TOTAL-INDEPENDIENTE-TRANS.
           COMPUTE DIFERENCIA-RECONCILIACION =
               TOTAL-INDEPENDIENTE-TRANS -
                   IF EMPSORT-CLAVE = "23"
                       PERFORM 319-DEPOSITAR-PENSION
                   END-IF
                   MOVE 0 TO BANDERA-LINEA-PERCEPCION
                   IF TC-BUCKET(IDX-CONCEPTO) = "P"
                       ADD EMPSORT-IMPORTE TO SUBTOTAL-PERCEPCION-NOMINA
                       MOVE EMPSORT-IMPORTE TO DETALLE-PERCEPCION
                       MOVE CLEANER TO DETALLE-DEDUCCION
                       MOVE 1 TO BANDERA-LINEA-PERCEPCION
                       PERFORM 282-CALCULA-EXENTO
                   ELSE
                       ADD EMPSORT-IMPORTE TO SUBTOTAL-DEDUCCION-NOMINA
                       MOVE EMPSORT-IMPORTE TO DETALLE-DEDUCCION
                       MOVE CLEANER TO DETALLE-PERCEPCION
                       PERFORM 331-ACUMULAR-POLIZA-CONCEPTO
                   END-IF
                   IF MODO-EJECUCION = 1 AND BANDERA-SIMULACION = 0
                       PERFORM 2823-GRABAR-NOMDET
                   END-IF
                   MOVE CONT-CONCEPTOS TO IDX-CONCEPTO
               END-IF
           END-PERFORM.
           IF CONCEPTO-ENCONTRADO = 0
               MOVE 0 TO BANDERA-LINEA-PERCEPCION
               MOVE CLEANER TO DETALLE-PERCEPCION
               MOVE CLEANER TO DETALLE-DEDUCCION
               MOVE "INVALIDO" TO DETALLE-CLAVE.

      *****PARTE EXENTA Y GRAVADA DE LA PERCEPCION EN EMPSORT-IMPORTE
      *****SEGUN LA REGLA DE SU CONCEPTO (IDX-CONCEPTO); EL IMPORTE YA
      *****TRAE EL CALCULO DE AGUINALDO/PRIMA VACACIONAL DE 287/289
       282-CALCULA-EXENTO.
           MOVE EMPSORT-NOMINA TO LLAVE-EXE-NOMINA.
           MOVE EMPSORT-CLAVE  TO LLAVE-EXE-CLAVE.
           IF LLAVE-EXENTO-ACTUAL NOT = LLAVE-EXENTO-CORRIDA
               MOVE LLAVE-EXENTO-ACTUAL TO LLAVE-EXENTO-CORRIDA
               MOVE 0 TO IMPORTE-CLAVE-CORRIDA
               MOVE 0 TO EXENTO-CLAVE-CORRIDA
               MOVE 0 TO GRAVADO-CLAVE-CORRIDA
           END-IF.
           COMPUTE ELEGIBLE-EXENTO ROUNDED =
               EMPSORT-IMPORTE * TC-PORC-EXENTO(IDX-CONCEPTO) / 100.
           MOVE 0 TO TOPE-EXENTO.
           IF TC-EXENCION(IDX-CONCEPTO) = "T"
               MOVE EMPSORT-IMPORTE TO ELEGIBLE-EXENTO
               MOVE EMPSORT-IMPORTE TO TOPE-EXENTO
           END-IF.
           IF TC-EXENCION(IDX-CONCEPTO) = "A"
               PERFORM 2821-SUMAR-EXENTO-ANIO
               COMPUTE TOPE-EXENTO ROUNDED =
                   TC-UMAS(IDX-CONCEPTO) * UMA-DIARIA
               IF EXENTO-PREVIO >= TOPE-EXENTO
                   MOVE 0 TO TOPE-EXENTO
               ELSE
                   SUBTRACT EXENTO-PREVIO FROM TOPE-EXENTO
               END-IF
           END-IF.
           IF TC-EXENCION(IDX-CONCEPTO) = "S"
               COMPUTE TOPE-EXENTO ROUNDED =
                   TC-UMAS(IDX-CONCEPTO) * UMA-DIARIA
                       * DIAS-DEL-PERIODO / 7
               IF EXENTO-SEMANAL-NOMINA >= TOPE-EXENTO
                   MOVE 0 TO TOPE-EXENTO
               ELSE
                   SUBTRACT EXENTO-SEMANAL-NOMINA FROM TOPE-EXENTO
               END-IF
           END-IF.
           IF TC-EXENCION(IDX-CONCEPTO) = "D"
               IF EMPSORT-DIAS > 1
                   COMPUTE TOPE-EXENTO ROUNDED =
                       TC-UMAS(IDX-CONCEPTO) * UMA-DIARIA
                           * EMPSORT-DIAS
               ELSE
                   COMPUTE TOPE-EXENTO ROUNDED =
                       TC-UMAS(IDX-CONCEPTO) * UMA-DIARIA
               END-IF
           END-IF.
           IF ELEGIBLE-EXENTO > TOPE-EXENTO
               MOVE TOPE-EXENTO TO EXENTO-CONCEPTO
           ELSE
               MOVE ELEGIBLE-EXENTO TO EXENTO-CONCEPTO
           END-IF.
           COMPUTE GRAVADO-CONCEPTO =
               EMPSORT-IMPORTE - EXENTO-CONCEPTO.
           IF TC-EXENCION(IDX-CONCEPTO) = "S"
               ADD EXENTO-CONCEPTO TO EXENTO-SEMANAL-NOMINA
           END-IF.
           ADD EXENTO-CONCEPTO  TO SUBTOTAL-EXENTO-NOMINA.
           ADD GRAVADO-CONCEPTO TO SUBTOTAL-GRAVADO-NOMINA.
           ADD EMPSORT-IMPORTE  TO IMPORTE-CLAVE-CORRIDA.
           ADD EXENTO-CONCEPTO  TO EXENTO-CLAVE-CORRIDA.
           ADD GRAVADO-CONCEPTO TO GRAVADO-CLAVE-CORRIDA.
           IF MODO-EJECUCION = 1 AND BANDERA-SIMULACION = 0
               PERFORM 2822-GRABAR-EXENTO
           END-IF.

      *****EXENTO YA USADO EN EL ANIO POR EL EMPLEADO EN ESTA CLAVE:
      *****LOS OTROS PERIODOS DE EXENTOS MAS LO YA CALCULADO EN LA
      *****CORRIDA PARA EL PERIODO ACTUAL
       2821-SUMAR-EXENTO-ANIO.
           MOVE EXENTO-CLAVE-CORRIDA TO EXENTO-PREVIO.
           MOVE EMPSORT-NOMINA TO EXE-NOMINA.
           MOVE ANIO-EXENTOS   TO EXE-ANIO.
           MOVE EMPSORT-CLAVE  TO EXE-CLAVE.
           MOVE 0              TO EXE-PERIODO.
           MOVE 0 TO EXENTOS-EOF.
           START EXENTOS KEY IS NOT LESS THAN EXE-LLAVE
               INVALID KEY MOVE 1 TO EXENTOS-EOF.
           PERFORM UNTIL EXENTOS-EOF = 1
               READ EXENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO EXENTOS-EOF
                   NOT AT END
                       IF EXE-NOMINA NOT = EMPSORT-NOMINA
                           OR EXE-ANIO NOT = ANIO-EXENTOS
                           OR EXE-CLAVE NOT = EMPSORT-CLAVE
                           MOVE 1 TO EXENTOS-EOF
                       ELSE
                           IF EXE-PERIODO NOT = PERIODO-SELECCIONADO
                               ADD EXE-EXENTO TO EXENTO-PREVIO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****EL RENGLON DEL PERIODO SE GRABA CON EL ACUMULADO DE LA
      *****CORRIDA, NO SUMANDO SOBRE LO QUE YA TENIA
       2822-GRABAR-EXENTO.
           MOVE EMPSORT-NOMINA        TO EXE-NOMINA.
           MOVE ANIO-EXENTOS          TO EXE-ANIO.
           MOVE EMPSORT-CLAVE         TO EXE-CLAVE.
           MOVE PERIODO-SELECCIONADO  TO EXE-PERIODO.
           MOVE IMPORTE-CLAVE-CORRIDA TO EXE-IMPORTE.
           MOVE EXENTO-CLAVE-CORRIDA  TO EXE-EXENTO.
           MOVE GRAVADO-CLAVE-CORRIDA TO EXE-GRAVADO.
           WRITE EXENTOS-REG
               INVALID KEY
                   REWRITE EXENTOS-REG
           END-WRITE.

      *****RENGLON DE NOMDET DE LA NOMINA+CLAVE, GRABADO CON EL
      *****ACUMULADO DE LA CORRIDA IGUAL QUE EXENTOS; LA PARTE EXENTA Y
      *****GRAVADA SOLO EXISTE EN LAS PERCEPCIONES (282)
       2823-GRABAR-NOMDET.
           MOVE EMPSORT-NOMINA TO LLAVE-EXE-NOMINA.
           MOVE EMPSORT-CLAVE  TO LLAVE-EXE-CLAVE.
           IF LLAVE-EXENTO-ACTUAL NOT = LLAVE-NOMDET-CORRIDA
               MOVE LLAVE-EXENTO-ACTUAL TO LLAVE-NOMDET-CORRIDA
               MOVE 0 TO IMPORTE-NOMDET-CORRIDA
               MOVE 0 TO DIAS-NOMDET-CORRIDA
               MOVE 0 TO EXENTO-NOMDET-CORRIDA
               MOVE 0 TO GRAVADO-NOMDET-CORRIDA
           END-IF.
           ADD EMPSORT-IMPORTE TO IMPORTE-NOMDET-CORRIDA.
           ADD EMPSORT-DIAS    TO DIAS-NOMDET-CORRIDA.
           IF BANDERA-LINEA-PERCEPCION = 1
               ADD EXENTO-CONCEPTO  TO EXENTO-NOMDET-CORRIDA
               ADD GRAVADO-CONCEPTO TO GRAVADO-NOMDET-CORRIDA
           END-IF.
           MOVE PERIODO-SELECCIONADO   TO ND-PERIODO.
           MOVE EMPSORT-NOMINA         TO ND-NOMINA.
           MOVE EMPSORT-CLAVE          TO ND-CLAVE.
           MOVE TC-BUCKET(IDX-CONCEPTO) TO ND-TIPO.
           MOVE IMPORTE-NOMDET-CORRIDA TO ND-IMPORTE.
           MOVE DIAS-NOMDET-CORRIDA    TO ND-DIAS.
           MOVE EXENTO-NOMDET-CORRIDA  TO ND-EXENTO.
           MOVE GRAVADO-NOMDET-CORRIDA TO ND-GRAVADO.
           MOVE EMPSORT-DPTO           TO ND-DPTO.
           MOVE EMPRESA-ACTIVA         TO ND-EMPRESA.
           WRITE NOMDET-REG
               INVALID KEY
                   REWRITE NOMDET-REG
           END-WRITE.

      *****CADA TRANSACCION DE FALTAS (CLAVE 13) CUENTA COMO UN DIA
      *****DE AUSENCIA; SE ACUMULA EN EMPINX-FALTAS-YTD PARA QUE
      *****287/289 LO RESTEN DE LA PRORRATA DE AGUINALDO/PRIMA
                       MOVE PTU-DIAS-EMPLEADO TO DETPTU-DIAS
                       MOVE EMPINX-SUELDO TO DETPTU-SUELDO
                       MOVE PTU-IMPORTE-EMPLEADO TO DETPTU-IMPORTE
                       COMPUTE PTU-EXENTO-EMPLEADO ROUNDED =
                           PTU-UMAS-EXENTAS * UMA-DIARIA
                       IF PTU-EXENTO-EMPLEADO > PTU-IMPORTE-EMPLEADO
                           MOVE PTU-IMPORTE-EMPLEADO
                               TO PTU-EXENTO-EMPLEADO
                       END-IF
                       COMPUTE PTU-GRAVADO-EMPLEADO =
                           PTU-IMPORTE-EMPLEADO - PTU-EXENTO-EMPLEADO
                       MOVE PTU-EXENTO-EMPLEADO  TO DETPTU-EXENTO
                       MOVE PTU-GRAVADO-EMPLEADO TO DETPTU-GRAVADO
                       IF PTU-IMPORTE-EMPLEADO > 0
                           PERFORM 406-GRABAR-EXENTO-PTU
                       END-IF
                       WRITE REPORTE-REG FROM DETALLE-PTU
                           BEFORE 1 LINES
                       ADD 1 TO CONT-LINEAS-PTU
               END-READ
           END-PERFORM.

      *****UN SOLO RENGLON POR EMPLEADO Y PERIODO: REPETIR EL REPARTO
      *****LO SOBREESCRIBE
       406-GRABAR-EXENTO-PTU.
           MOVE EMPINX-NOMINA        TO EXE-NOMINA.
           MOVE ANIO-EXENTOS         TO EXE-ANIO.
           MOVE CLAVE-EXENTO-PTU     TO EXE-CLAVE.
           MOVE PERIODO-SELECCIONADO TO EXE-PERIODO.
           MOVE PTU-IMPORTE-EMPLEADO TO EXE-IMPORTE.
           MOVE PTU-EXENTO-EMPLEADO  TO EXE-EXENTO.
           MOVE PTU-GRAVADO-EMPLEADO TO EXE-GRAVADO.
           WRITE EXENTOS-REG
               INVALID KEY
                   REWRITE EXENTOS-REG
           END-WRITE.

       404-IMPRIMIR-FECHA-PTU.
           ACCEPT FECHA FROM DATE.
           MOVE FECHA-DD       TO TP1-DD.
           IF EXISTE-NOMINA = 0
               DISPLAY "NO EXISTE ESA NOMINA - NO SE PUEDE FINIQUITAR"
           ELSE
               PERFORM 417-REVISAR-CONSTANCIA
           END-IF.
           IF EXISTE-NOMINA = 1 AND BANDERA-SIN-CONSTANCIA = 1
               DISPLAY "FINIQUITO NO PROCESADO: FALTA CONSTANCIA DE"
                   " NO ADEUDO VIGENTE (3NOADEU)"
               PERFORM 300-FIN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF EXISTE-NOMINA = 1
               DISPLAY "FECHA DE BAJA (AAAAMMDD): "
               ACCEPT FIN-FECHA-BAJA
               PERFORM 413-CAPTURA-MOTIVO-FINIQUITO
               PERFORM 411-CALCULA-FINIQUITO
               PERFORM 414-CALCULA-COMPONENTES-MOTIVO
               PERFORM 412-IMPRIMIR-FINIQUITO
               PERFORM 415-VIATICOS-ABIERTOS
               PERFORM 418-IMPRIMIR-CONSTANCIA
           END-IF.
           PERFORM 300-FIN.
           MOVE 0 TO RETURN-CODE.
           MOVE FIN-IMPORTE-TOTAL TO DETFIN-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-FIN BEFORE 2 LINES.

      *****ANTICIPOS DE VIATICOS QUE NO SE HAN LIQUIDADO (ABIERTOS O
      *****YA COMPROBADOS SIN PASAR POR 3VIALIQ): SE LISTAN CON SU SALDO
      *****SIN COMPROBAR PARA QUE SE ARREGLEN ANTES DE ENTREGAR EL
      *****FINIQUITO; NO SE DESCUENTAN SOLOS DEL TOTAL
       415-VIATICOS-ABIERTOS.
           MOVE 0 TO CONT-VIATICOS-ABIERTOS.
           MOVE 0 TO FIN-SALDO-VIATICOS.
           MOVE 0 TO VIATICOS-EOF.
           OPEN INPUT VIATICOS.
           MOVE FIN-NOMINA TO VIA-NOMINA.
           MOVE 0 TO VIA-FOLIO.
           START VIATICOS KEY IS NOT LESS THAN VIA-LLAVE
               INVALID KEY MOVE 1 TO VIATICOS-EOF
           END-START.
           PERFORM UNTIL VIATICOS-EOF = 1
               READ VIATICOS NEXT RECORD
                   AT END
                       MOVE 1 TO VIATICOS-EOF
                   NOT AT END
                       IF VIA-NOMINA NOT = FIN-NOMINA
                           MOVE 1 TO VIATICOS-EOF
                       ELSE
                           PERFORM 416-LISTAR-VIATICO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VIATICOS.
           IF CONT-VIATICOS-ABIERTOS > 0
               MOVE "VIATICOS SIN LIQUIDAR" TO DETFIN-LABEL
               MOVE FIN-SALDO-VIATICOS TO DETFIN-IMPORTE
               WRITE REPORTE-REG FROM DETALLE-FIN BEFORE 1 LINES
               DISPLAY "AVISO: " CONT-VIATICOS-ABIERTOS
                   " ANTICIPO(S) DE VIATICOS SIN LIQUIDAR - SALDO "
                   FIN-SALDO-VIATICOS
           END-IF.

       416-LISTAR-VIATICO.
           IF VIA-ESTADO = "ABIERTO" OR "COMPROBADO"
               ADD 1 TO CONT-VIATICOS-ABIERTOS
               ADD VIA-SALDO TO FIN-SALDO-VIATICOS
               MOVE SPACES TO DETFIN-LABEL
               STRING "VIATICOS FOLIO " VIA-FOLIO " "
                   VIA-ESTADO DELIMITED BY SIZE INTO DETFIN-LABEL
               MOVE VIA-SALDO TO DETFIN-IMPORTE
               WRITE REPORTE-REG FROM DETALLE-FIN BEFORE 1 LINES
           END-IF.

      *****EL FINIQUITO SOLO ARRANCA CON UNA CONSTANCIA DE NO ADEUDO
      *****(3NOADEU) DE NO MAS DE CONSTAN-DIAS DIAS; SIN ELLA, EN
      *****PANTALLA EL SUPERVISOR PUEDE AUTORIZARLO (QUEDA EN LA
      *****BITACORA), EN DESATENDIDO NUNCA ARRANCA
       417-REVISAR-CONSTANCIA.
           MOVE 0 TO BANDERA-SIN-CONSTANCIA.
           MOVE 0 TO CONSTANCIA-AUTORIZADA.
           ACCEPT FECHA FROM DATE.
           COMPUTE FECHA-HOY-CONSTANCIA = 20000000
               + FECHA-AA * 10000 + FECHA-MM * 100 + FECHA-DD.
           OPEN INPUT CONSTANCIAS.
           MOVE FIN-NOMINA TO CNS-NOMINA.
           MOVE 1 TO EXISTE-CONSTANCIA.
           READ CONSTANCIAS INVALID KEY MOVE 0 TO EXISTE-CONSTANCIA.
           CLOSE CONSTANCIAS.
           IF EXISTE-CONSTANCIA = 0
               DISPLAY "LA NOMINA NO TIENE CONSTANCIA DE NO ADEUDO"
               MOVE 1 TO BANDERA-SIN-CONSTANCIA
           ELSE
               MOVE CNS-FECHA TO DIAS-DESDE
               MOVE FECHA-HOY-CONSTANCIA TO DIAS-HASTA
               PERFORM 450-CALCULA-DIAS-ENTRE
               IF DIAS-RESULTADO < 0
                   OR DIAS-RESULTADO > CONSTANCIA-DIAS
                   DISPLAY "CONSTANCIA DE NO ADEUDO DEL " CNS-FECHA
                       " VENCIDA (VIGENCIA " CONSTANCIA-DIAS " DIAS)"
                   MOVE 1 TO BANDERA-SIN-CONSTANCIA
               ELSE
                   DISPLAY "CONSTANCIA DE NO ADEUDO DEL " CNS-FECHA
                       " - PARTIDAS QUE REQUIEREN ACCION: "
                       CNS-PENDIENTES
               END-IF
           END-IF.
           IF BANDERA-SIN-CONSTANCIA = 1 AND BANDERA-MODO-PARM = 0
               DISPLAY "EL SUPERVISOR PUEDE AUTORIZAR EL FINIQUITO"
                   " SIN CONSTANCIA. AUTORIZAR Y CONTINUAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE 0 TO BANDERA-SIN-CONSTANCIA
                   MOVE 1 TO CONSTANCIA-AUTORIZADA
                   MOVE "FINIQ SIN CONSTANCIA" TO BIT-EVENTO-TRABAJO
                   MOVE FIN-NOMINA TO BIT-CONTADOR-TRABAJO
                   PERFORM GRABAR-BITACORA
               END-IF
           END-IF.

      *****LA CONSTANCIA CON QUE SE CORRIO QUEDA EN EL FINIQUITO
       418-IMPRIMIR-CONSTANCIA.
           MOVE SPACES TO DETFIN-LABEL.
           IF CONSTANCIA-AUTORIZADA = 0
               STRING "CONSTANCIA " CNS-FECHA " PEND " CNS-PENDIENTES
                   DELIMITED BY SIZE INTO DETFIN-LABEL
           ELSE
               MOVE "SIN CONSTANCIA - AUT. SUPERV." TO DETFIN-LABEL
           END-IF.
           MOVE 0 TO DETFIN-IMPORTE.
           WRITE REPORTE-REG FROM DETALLE-FIN BEFORE 2 LINES.

      *****REVERSION DE UN PERIODO: PRIMERO DESHACE LOS ACUMULADOS YTD
      *****TRANSACCION POR TRANSACCION, LUEGO RESTAURA EMPINX-SUELDO
      *****DESDE EL ULTIMO VALOR-ANTES QUE 297 DEJO EN EMPINXHIST PARA
           PERFORM 425-RESTAURAR-SUELDOS.
           PERFORM 4295-REVERTIR-PENSIONES.
           PERFORM 4299-REVERTIR-SINDICATO.
           PERFORM 4302-REVERTIR-FONACOT.
           PERFORM 4304-REVERTIR-SEGUROS.
           PERFORM 4301-REVERTIR-EXENTOS.
           PERFORM 4306-REVERTIR-NOMDET.
           PERFORM 427-REABRIR-PERIODO.
           IF REV-CONT-TRANS = 0
               DISPLAY "EL PERIODO NO TIENE MOVIMIENTOS VIVOS; SI"
           WRITE REPORTE-REG FROM RESUMEN-REV BEFORE 2 LINES.
           DISPLAY "REVERSION TERMINADA - TRANSACCIONES: "
               REV-CONT-TRANS " EMPLEADOS: " REV-TOTAL.
           MOVE 1 TO BANDERA-SELLAR.
           PERFORM 300-FIN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
                   END-IF
           END-READ.

      *****LAS RETENCIONES FONACOT (CLAVE 33) SALEN DE LA CARTERA SIN
      *****PASAR POR EL ARCHIVO DE MOVIMIENTOS: LO RETENIDO EN EL
      *****PERIODO REVERTIDO REGRESA AL SALDO Y AL PENDIENTE DEL MES, Y
      *****SU EFECTO EN LOS YTD SE DESHACE
       4302-REVERTIR-FONACOT.
           MOVE LOW-VALUES TO FON-LLAVE.
           MOVE 0 TO FONACOT-EOF.
           START FONACOT KEY IS NOT LESS THAN FON-LLAVE
               INVALID KEY MOVE 1 TO FONACOT-EOF
           END-START.
           PERFORM 4303-REVERTIR-UN-FONACOT UNTIL FONACOT-EOF = 1.

       4303-REVERTIR-UN-FONACOT.
           READ FONACOT NEXT RECORD
               AT END
                   MOVE 1 TO FONACOT-EOF
               NOT AT END
                   IF FON-ULT-PERIODO = PERIODO-SELECCIONADO
                       AND FON-ULT-IMPORTE > 0
                       MOVE FON-NOMINA TO EMPINX-NOMINA
                       PERFORM 233-LEER-INDEXADO
                       IF EXISTE-NOMINA = 1
                           IF EMPINX-DEDUC-YTD >= FON-ULT-IMPORTE
                               SUBTRACT FON-ULT-IMPORTE
                                   FROM EMPINX-DEDUC-YTD ROUNDED
                           ELSE
                               MOVE 0 TO EMPINX-DEDUC-YTD
                           END-IF
                           ADD FON-ULT-IMPORTE TO EMPINX-SUELDO-YTD
                           REWRITE EMPINX-REG
                           ADD 1 TO REV-CONT-TRANS
                       END-IF
                       ADD FON-ULT-IMPORTE TO FON-SALDO
                       IF FON-RETENIDO-MES >= FON-ULT-IMPORTE
                           SUBTRACT FON-ULT-IMPORTE
                               FROM FON-RETENIDO-MES
                       ELSE
                           MOVE 0 TO FON-RETENIDO-MES
                       END-IF
                       IF FON-ESTADO = "LIQUIDADO"
                           MOVE "ACTIVO" TO FON-ESTADO
                       END-IF
                       MOVE 0 TO FON-ULT-PERIODO
                       MOVE 0 TO FON-ULT-IMPORTE
                       REWRITE FONACOT-REG
                   END-IF
           END-READ.

      *****LAS PRIMAS DEL SEGURO (CLAVE 34) SALEN DE LA INSCRIPCION
      *****SIN PASAR POR EL ARCHIVO DE MOVIMIENTOS; LO DESCONTADO EN EL
      *****PERIODO QUEDO EN NOMDET (LA PRIMA O LA INSCRIPCION PUDIERON
      *****CAMBIAR DESPUES) Y ESE IMPORTE ES EL QUE SE DESHACE EN LOS
      *****YTD; CORRE ANTES DE 4306, QUE BORRA EL NOMDET DEL PERIODO
       4304-REVERTIR-SEGUROS.
           MOVE PERIODO-SELECCIONADO TO ND-PERIODO.
           MOVE 0      TO ND-NOMINA.
           MOVE SPACES TO ND-CLAVE.
           MOVE 0 TO NOMDET-EOF.
           START NOMDET KEY IS NOT LESS THAN ND-LLAVE
               INVALID KEY MOVE 1 TO NOMDET-EOF
           END-START.
           PERFORM 4305-REVERTIR-UNA-PRIMA UNTIL NOMDET-EOF = 1.

       4305-REVERTIR-UNA-PRIMA.
           READ NOMDET NEXT RECORD
               AT END
                   MOVE 1 TO NOMDET-EOF
               NOT AT END
                   IF ND-PERIODO NOT = PERIODO-SELECCIONADO
                       MOVE 1 TO NOMDET-EOF
                   ELSE
                       IF ND-CLAVE = "34" AND ND-IMPORTE > 0
                           MOVE ND-NOMINA TO EMPINX-NOMINA
                           PERFORM 233-LEER-INDEXADO
                           IF EXISTE-NOMINA = 1
                               MOVE ND-IMPORTE TO IMPORTE-PRIMA-SEG
                               IF EMPINX-DEDUC-YTD >= IMPORTE-PRIMA-SEG
                                   SUBTRACT IMPORTE-PRIMA-SEG
                                       FROM EMPINX-DEDUC-YTD ROUNDED
                               ELSE
                                   MOVE 0 TO EMPINX-DEDUC-YTD
                               END-IF
                               ADD IMPORTE-PRIMA-SEG
                                   TO EMPINX-SUELDO-YTD
                               REWRITE EMPINX-REG
                               ADD 1 TO REV-CONT-TRANS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****EL PERIODO REVERTIDO YA NO CUENTA PARA LOS TOPES ANUALES
      *****NI PARA LA BASE GRAVABLE: SE BORRAN SUS RENGLONES DE EXENTOS;
      *****EL DE LA PTU NO ES DE LA NOMINA Y SE QUEDA
       4301-REVERTIR-EXENTOS.
           MOVE LOW-VALUES TO EXE-LLAVE.
           MOVE 0 TO EXENTOS-EOF.
           START EXENTOS KEY IS NOT LESS THAN EXE-LLAVE
               INVALID KEY MOVE 1 TO EXENTOS-EOF.
           PERFORM UNTIL EXENTOS-EOF = 1
               READ EXENTOS NEXT RECORD
                   AT END
                       MOVE 1 TO EXENTOS-EOF
                   NOT AT END
                       IF EXE-PERIODO = PERIODO-SELECCIONADO
                           AND EXE-CLAVE NOT = CLAVE-EXENTO-PTU
                           DELETE EXENTOS RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *****LA LLAVE EMPIEZA POR EL PERIODO: SE POSICIONA AHI Y SE
      *****BORRA HASTA QUE CAMBIE
       4306-REVERTIR-NOMDET.
           MOVE PERIODO-SELECCIONADO TO ND-PERIODO.
           MOVE 0      TO ND-NOMINA.
           MOVE SPACES TO ND-CLAVE.
           MOVE 0 TO NOMDET-EOF.
           START NOMDET KEY IS NOT LESS THAN ND-LLAVE
               INVALID KEY MOVE 1 TO NOMDET-EOF.
           PERFORM UNTIL NOMDET-EOF = 1
               READ NOMDET NEXT RECORD
                   AT END
                       MOVE 1 TO NOMDET-EOF
                   NOT AT END
                       IF ND-PERIODO NOT = PERIODO-SELECCIONADO
                           MOVE 1 TO NOMDET-EOF
                       ELSE
                           DELETE NOMDET RECORD
                       END-IF
               END-READ
           END-PERFORM.

      *****AGREGA LA NOMINA A LA LISTA DE EMPLEADOS TOCADOS POR LA
      *****REVERSION (SIN DUPLICAR); LA TABLA TIENE TOPE Y SE ABORTA
      *****LIMPIO SI SE REBASA EN VEZ DE PISAR MEMORIA
      *****CARGA DEL MAESTRO CENTRAL (4PARABC) LOS VALORES DE POLITICA
      *****VIGENTES AL PERIODO PROCESADO: DIAS DE AGUINALDO,
      *****PORCENTAJE DE PRIMA VACACIONAL, APORTE DEL FONDO, VALOR DEL
      *****SALARIO MINIMO/UMA, PORCENTAJE DE PROVISION DE PTU Y UMA
      *****DIARIA DE LAS EXENCIONES; LO NO
      *****CAPTURADO CONSERVA SU VALOR FIJO DE SIEMPRE. LA VIGENCIA SE
      *****ELIGE CON LA FECHA DE FIN DEL PERIODO SELECCIONADO, PARA
      *****QUE EL REPROCESO DE UN PERIODO VIEJO USE LA POLITICA DE SU
           IF EXISTE-PERIODO = 1 AND PER-FEC-FIN > 0
               MOVE PER-FEC-FIN TO FECHA-OBJETIVO-PARM
           END-IF.
      *    LOS DIAS DEL PERIODO DAN LAS SEMANAS DEL TOPE DE HORAS
      *    EXTRAS Y FESTIVOS; SIN FECHAS SE SUPONE QUINCENA
           IF EXISTE-PERIODO = 1 AND PER-FEC-INICIO > 0
               AND PER-FEC-FIN >= PER-FEC-INICIO
               MOVE PER-FEC-INICIO TO DIAS-DESDE
               MOVE PER-FEC-FIN    TO DIAS-HASTA
               PERFORM 450-CALCULA-DIAS-ENTRE
               COMPUTE DIAS-DEL-PERIODO = DIAS-RESULTADO + 1
           END-IF.
           MOVE PERIODO-SELECCIONADO(1:4) TO ANIO-EXENTOS.
           OPEN INPUT PARAMET.
           MOVE "AGUIN-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO PTU-PROVISION-PORCENT.
           MOVE "UMA-DIARIA" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO UMA-DIARIA.
           MOVE "CONSTAN-DIAS" TO PARM-CODIGO-BUSCADO.
           PERFORM BUSCAR-PARAMETRO.
           IF PARM-HALLADO = 1
               MOVE PARM-VALOR-VIGENTE TO CONSTANCIA-DIAS.
           CLOSE PARAMET.

      *****BUSCA LA VIGENCIA MAS RECIENTE DEL CODIGO QUE NO REBASE LA
               MOVE CONC-CLAVE  TO TC-CLAVE(CONT-CONCEPTOS)
               MOVE CONC-LABEL  TO TC-LABEL(CONT-CONCEPTOS)
               MOVE CONC-BUCKET TO TC-BUCKET(CONT-CONCEPTOS)
               IF (CONC-EXENCION = "N" OR "T" OR "A" OR "S" OR "D")
                   AND CONC-UMAS NUMERIC AND CONC-PORC-EXENTO NUMERIC
                   MOVE CONC-EXENCION TO TC-EXENCION(CONT-CONCEPTOS)
                   MOVE CONC-UMAS     TO TC-UMAS(CONT-CONCEPTOS)
                   MOVE CONC-PORC-EXENTO
                       TO TC-PORC-EXENTO(CONT-CONCEPTOS)
               ELSE
                   MOVE CONT-CONCEPTOS TO I-DEF-CONCEPTO
                   PERFORM 2861-EXENCION-POR-DEFECTO
               END-IF
               READ CONCEPTOS AT END MOVE 1 TO CONCEPTOS-EOF
           END-PERFORM.
           CLOSE CONCEPTOS.
           MOVE "31" TO TC-CLAVE(27).
           MOVE "CUOTA SIND" TO TC-LABEL(27).
           MOVE "D"  TO TC-BUCKET(27).
           MOVE "32" TO TC-CLAVE(28).
           MOVE "COMISIONES" TO TC-LABEL(28).
           MOVE "P"  TO TC-BUCKET(28).
           MOVE "33" TO TC-CLAVE(29).
           MOVE "FONACOT" TO TC-LABEL(29).
           MOVE "D"  TO TC-BUCKET(29).
           MOVE "34" TO TC-CLAVE(30).
           MOVE "SEGURO GMM" TO TC-LABEL(30).
           MOVE "D"  TO TC-BUCKET(30).
           MOVE "35" TO TC-CLAVE(31).
           MOVE "REEMB VIATIC" TO TC-LABEL(31).
           MOVE "P"  TO TC-BUCKET(31).
           MOVE "36" TO TC-CLAVE(32).
           MOVE "RECUP VIATIC" TO TC-LABEL(32).
           MOVE "D"  TO TC-BUCKET(32).
           MOVE "37" TO TC-CLAVE(33).
           MOVE "VIAT NO COMPR" TO TC-LABEL(33).
           MOVE "P"  TO TC-BUCKET(33).
           MOVE "38" TO TC-CLAVE(34).
           MOVE "BONO QUINQ" TO TC-LABEL(34).
           MOVE "P"  TO TC-BUCKET(34).
           MOVE "39" TO TC-CLAVE(35).
           MOVE "PRIMA QUINQ" TO TC-LABEL(35).
           MOVE "P"  TO TC-BUCKET(35).
           MOVE 35 TO CONT-CONCEPTOS.
           PERFORM VARYING I-DEF-CONCEPTO FROM 1 BY 1
                   UNTIL I-DEF-CONCEPTO > CONT-CONCEPTOS
               PERFORM 2861-EXENCION-POR-DEFECTO
           END-PERFORM.

      *****REGLA DE EXENCION DE LEY PARA LA CLAVE DEL RENGLON
      *****I-DEF-CONCEPTO: CATALOGO AUSENTE O RENGLON ANTERIOR A LA
      *****REGLA. HORAS EXTRAS Y FESTIVO 50% HASTA 5 UMAS POR SEMANA,
      *****PRIMA DOMINICAL 1 UMA POR DOMINGO, AGUINALDO 30 UMAS Y PRIMA
      *****VACACIONAL 15 UMAS AL ANIO; DEVOLUCION, SUBSIDIO Y REEMBOLSO
      *****DE VIATICOS COMPROBADOS NO SON INGRESO GRAVABLE
       2861-EXENCION-POR-DEFECTO.
           MOVE "N" TO TC-EXENCION(I-DEF-CONCEPTO).
           MOVE 0   TO TC-UMAS(I-DEF-CONCEPTO).
           MOVE 100 TO TC-PORC-EXENTO(I-DEF-CONCEPTO).
           IF TC-CLAVE(I-DEF-CONCEPTO) = "16"
               MOVE "A" TO TC-EXENCION(I-DEF-CONCEPTO)
               MOVE 30  TO TC-UMAS(I-DEF-CONCEPTO)
           END-IF.
           IF TC-CLAVE(I-DEF-CONCEPTO) = "17"
               MOVE "A" TO TC-EXENCION(I-DEF-CONCEPTO)
               MOVE 15  TO TC-UMAS(I-DEF-CONCEPTO)
           END-IF.
           IF TC-CLAVE(I-DEF-CONCEPTO) = "06" OR "25" OR "27"
               MOVE "S" TO TC-EXENCION(I-DEF-CONCEPTO)
               MOVE 5   TO TC-UMAS(I-DEF-CONCEPTO)
               MOVE 50  TO TC-PORC-EXENTO(I-DEF-CONCEPTO)
           END-IF.
           IF TC-CLAVE(I-DEF-CONCEPTO) = "26"
               MOVE "D" TO TC-EXENCION(I-DEF-CONCEPTO)
               MOVE 1   TO TC-UMAS(I-DEF-CONCEPTO)
           END-IF.
           IF TC-CLAVE(I-DEF-CONCEPTO) = "21" OR "29" OR "35"
               MOVE "T" TO TC-EXENCION(I-DEF-CONCEPTO)
           END-IF.

      *****YA NO IMPRIME UNA LINEA "ZERO" EN EL REPORTE NORMAL; DESVIA
      *****LA TRANSACCION HUERFANA AL REPORTE DE SUSPENSO Y DEJA
           MOVE 0 TO SUBTOTAL-PERCEPCION-NOMINA.
           MOVE 0 TO SUBTOTAL-DEDUCCION-NOMINA.
           MOVE 0 TO SUBTOTAL-SUELDO-NOMINA.
           MOVE 0 TO SUBTOTAL-EXENTO-NOMINA.
           MOVE 0 TO SUBTOTAL-GRAVADO-NOMINA.
           MOVE 0 TO EXENTO-SEMANAL-NOMINA.
           ADD 1 TO CONT-LINEAS.

       295-IMPRIMIR-SUBTOTAL-DPTO.

      *****GRABA EL DESCUENTO APLICADO EN EL ARCHIVO DE MOVIMIENTOS;
      *****LA SECUENCIA SE BUSCA DESDE 1, MISMO PATRON QUE LA CAPTURA
      *****SE DETIENE EN 899: DE 900 A 999 SON LOS MOVIMIENTOS
      *****GENERADOS (3HORPAG, 3RECGEN, 3COMPRO, 3VIALIQ, 3QUIPRO)
       354-GRABAR-MOVIMIENTO-INF.
           MOVE PERIODO-SELECCIONADO TO PERCEPCION-DEDUCCION-PERIODO.
           MOVE INF-NOMINA           TO PERCEPCION-DEDUCCION-NOMINA.
           MOVE 0 TO MOV-INF-ESCRITO.
           MOVE 1 TO PERCEPCION-DEDUCCION-SECUENCIA.
           PERFORM UNTIL MOV-INF-ESCRITO = 1
               OR PERCEPCION-DEDUCCION-SECUENCIA > 899
               WRITE PERCEPCION-DEDUCCION-REG
                   INVALID KEY
                       ADD 1 TO PERCEPCION-DEDUCCION-SECUENCIA
               END-WRITE
           END-PERFORM.
           IF MOV-INF-ESCRITO = 0
               DISPLAY "SECUENCIAS AGOTADAS PARA ESA LLAVE (899)".

      *****BUSCA UNA CLAVE 19 DE LA NOMINA EN EL PERIODO EN PROCESO;
      *****CON INCAPACIDAD EL DESCUENTO DEL CREDITO SE SUSPENDE
               COMPUTE IMPORTE-INFONAVIT ROUNDED =
                   INF-FACTOR * VALOR-VSM-MENSUAL.

      *****APLICA LOS CREDITOS FONACOT DE LA CEDULA DEL MES (7FONCED)
      *****COMO CLAVE 33, YA APLICADAS LA PENSION (PRIORIDAD LEGAL) Y
      *****EL INFONAVIT; COMO LA PENSION, EL DESCUENTO NO SE RECORTA Y
      *****UN NETO NEGATIVO VA AL ADEUDO. LA RETENCION SE TOMA DEL
      *****SALDO DE LA CARTERA; UN RE-PROCESO DEL MISMO PERIODO VUELVE
      *****A SOLTAR LO YA RETENIDO SIN TOCAR EL SALDO OTRA VEZ
       358-APLICAR-FONACOT.
           IF MODO-EJECUCION = 1 OR MODO-EJECUCION = 4
               PERFORM 359-UBICAR-MES-FONACOT
               MOVE LOW-VALUES TO FON-LLAVE
               MOVE 0 TO FONACOT-EOF
               START FONACOT KEY IS NOT LESS THAN FON-LLAVE
                   INVALID KEY MOVE 1 TO FONACOT-EOF
               END-START
               PERFORM 3581-APLICAR-UN-FONACOT
                   UNTIL FONACOT-EOF = 1
           END-IF.

       3581-APLICAR-UN-FONACOT.
           READ FONACOT NEXT RECORD
               AT END
                   MOVE 1 TO FONACOT-EOF
               NOT AT END
                   MOVE 0 TO IMPORTE-FONACOT
                   IF FON-ULT-PERIODO = PERIODO-SELECCIONADO
                       MOVE FON-ULT-IMPORTE TO IMPORTE-FONACOT
                   ELSE IF FON-ESTADO = "ACTIVO"
                       AND FON-MES-CEDULA = MES-FONACOT
                       AND FON-SALDO > 0
                       PERFORM 3582-CALCULAR-RETENCION-FON
                   END-IF
                   END-IF
                   IF IMPORTE-FONACOT > 0
                       MOVE FON-NOMINA TO EMPINX-NOMINA
                       PERFORM 233-LEER-INDEXADO
                       IF EXISTE-NOMINA = 1
                           MOVE PERIODO-SELECCIONADO
                               TO EMPSORT-PERIODO
                           MOVE FON-NOMINA      TO EMPSORT-NOMINA
                           MOVE "33"            TO EMPSORT-CLAVE
                           MOVE IMPORTE-FONACOT TO EMPSORT-IMPORTE
                           MOVE 0               TO EMPSORT-DIAS
                           PERFORM 240-OBTENER-NOMBRE-DPTO-EMPINX
                           RELEASE EMPSORT-REG
                           ADD IMPORTE-FONACOT TO TOTAL-FONACOT-APLICADO
                           IF BANDERA-SIMULACION = 0
                               AND FON-ULT-PERIODO
                                   NOT = PERIODO-SELECCIONADO
                               PERFORM 3583-GRABAR-RETENCION-FON
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****LO QUE FALTA DEL MES ENTRE ESTE PERIODO Y LOS QUE AUN
      *****CIERRAN DENTRO DEL MES; NUNCA MAS QUE EL SALDO DEL CREDITO
       3582-CALCULAR-RETENCION-FON.
           IF FON-MES-RETENIDO NOT = MES-FONACOT
               MOVE MES-FONACOT TO FON-MES-RETENIDO
               MOVE 0 TO FON-RETENIDO-MES
           END-IF.
           IF FON-RETENIDO-MES < FON-RETENCION-MENSUAL
               COMPUTE PENDIENTE-MES-FONACOT =
                   FON-RETENCION-MENSUAL - FON-RETENIDO-MES
               COMPUTE IMPORTE-FONACOT ROUNDED =
                   PENDIENTE-MES-FONACOT / (PERIODOS-RESTANTES-MES + 1)
           END-IF.
           IF IMPORTE-FONACOT > FON-SALDO
               MOVE FON-SALDO TO IMPORTE-FONACOT
           END-IF.

       3583-GRABAR-RETENCION-FON.
           SUBTRACT IMPORTE-FONACOT FROM FON-SALDO.
           ADD IMPORTE-FONACOT TO FON-RETENIDO-MES.
           MOVE PERIODO-SELECCIONADO TO FON-ULT-PERIODO.
           MOVE IMPORTE-FONACOT      TO FON-ULT-IMPORTE.
           IF FON-SALDO = 0
               MOVE "LIQUIDADO" TO FON-ESTADO
           END-IF.
           REWRITE FONACOT-REG.

      *****EL MES DEL PERIODO ES EL DE SU FECHA DE FIN (SIN FECHAS, EL
      *****DE HOY); SE CUENTAN LOS PERIODOS DEL MAESTRO QUE CIERRAN
      *****DESPUES DE ESTE DENTRO DEL MISMO MES, Y TODOS LOS DEL MES
       359-UBICAR-MES-FONACOT.
           MOVE FECHA-OBJETIVO-PARM(1:6) TO MES-FONACOT.
           MOVE 0 TO PERIODOS-RESTANTES-MES.
           MOVE 0 TO PERIODOS-DEL-MES.
           MOVE 0 TO PERIODOS-FON-EOF.
           OPEN INPUT PERIODOS.
           MOVE 0 TO PER-PERIODO.
           START PERIODOS KEY IS NOT LESS THAN PER-PERIODO
               INVALID KEY MOVE 1 TO PERIODOS-FON-EOF
           END-START.
           PERFORM UNTIL PERIODOS-FON-EOF = 1
               READ PERIODOS NEXT RECORD
                   AT END
                       MOVE 1 TO PERIODOS-FON-EOF
                   NOT AT END
                       IF PER-FEC-FIN(1:6) = MES-FONACOT
                           AND PER-FEC-FIN > FECHA-OBJETIVO-PARM
                           AND PER-PERIODO NOT = PERIODO-SELECCIONADO
                           ADD 1 TO PERIODOS-RESTANTES-MES
                       END-IF
                       IF PER-FEC-FIN(1:6) = MES-FONACOT
                           ADD 1 TO PERIODOS-DEL-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERIODOS.
           IF PERIODOS-DEL-MES = 0
               MOVE 1 TO PERIODOS-DEL-MES
           END-IF.

      *****APLICA LA PARTE DEL EMPLEADO DE LA PRIMA DEL SEGURO
      *****(4SEGABC) COMO CLAVE 34: LA PRIMA MENSUAL ENTRE LOS PERIODOS
      *****DEL MES (358 YA UBICO EL MES). SOLO INSCRIPCIONES ACTIVAS,
      *****YA VIGENTES AL CIERRE DEL PERIODO Y DE QUIEN SIGUE EN EMPINX
       360-APLICAR-SEGUROS.
           IF MODO-EJECUCION = 1 OR MODO-EJECUCION = 4
               MOVE 0 TO SEG-NOMINA
               MOVE 0 TO SEGUROS-EOF
               START SEGUROS KEY IS NOT LESS THAN SEG-NOMINA
                   INVALID KEY MOVE 1 TO SEGUROS-EOF
               END-START
               PERFORM 3601-APLICAR-UNA-PRIMA
                   UNTIL SEGUROS-EOF = 1
           END-IF.

       3601-APLICAR-UNA-PRIMA.
           READ SEGUROS NEXT RECORD
               AT END
                   MOVE 1 TO SEGUROS-EOF
               NOT AT END
                   IF SEG-ESTADO = "ACTIVO"
                       AND SEG-PRIMA-EMPLEADO > 0
                       AND SEG-FEC-ALTA <= FECHA-OBJETIVO-PARM
                       MOVE SEG-NOMINA TO EMPINX-NOMINA
                       PERFORM 233-LEER-INDEXADO
                       IF EXISTE-NOMINA = 1
                           COMPUTE IMPORTE-PRIMA-SEG ROUNDED =
                               SEG-PRIMA-EMPLEADO / PERIODOS-DEL-MES
                           MOVE PERIODO-SELECCIONADO
                               TO EMPSORT-PERIODO
                           MOVE SEG-NOMINA        TO EMPSORT-NOMINA
                           MOVE "34"              TO EMPSORT-CLAVE
                           MOVE IMPORTE-PRIMA-SEG TO EMPSORT-IMPORTE
                           MOVE 0                 TO EMPSORT-DIAS
                           PERFORM 240-OBTENER-NOMBRE-DPTO-EMPINX
                           RELEASE EMPSORT-REG
                           ADD IMPORTE-PRIMA-SEG TO TOTAL-PRIMAS-SEG
                       END-IF
                   END-IF
           END-READ.

      *****APLICA LA CUOTA SINDICAL DEL PADRON (4SINABC) COMO CLAVE
      *****31 DEL PERIODO: PORCENTAJE DEL SUELDO O CUOTA FIJA SEGUN LA
      *****REGLA DEL AGREMIADO; EL TOTAL SE DEPOSITA AL SINDICATO AL
           MOVE FONDO-TOTAL-PAGADO TO RESFON-TOTAL.
           WRITE REPORTE-REG FROM RESUMEN-FONDO BEFORE 2 LINES.
           DISPLAY "FONDOS PAGADOS: " FONDO-CONT-PAGADOS.
           MOVE 1 TO BANDERA-SELLAR.
           PERFORM 300-FIN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
               MOVE PRESUPUESTO-DPTO-ACTUAL TO DETDIST-PRESUPUESTO
               MOVE VARIANZA-DPTO           TO DETDIST-VARIANZA
               WRITE REPORTE-REG FROM DETALLE-DIST BEFORE 1 LINES
               IF HAY-ORGANIGRAMA = 1
                   MOVE DIST-DPTO(I-POLD)(1:3) TO CLAVE-NODO-BUSCADA
                   PERFORM 3366-ACUMULAR-ORGANIGRAMA
               END-IF
           END-PERFORM.
           IF HAY-ORGANIGRAMA = 1
               WRITE REPORTE-REG FROM TITULO-DIST-ORG BEFORE 2 LINES
               PERFORM 3368-IMPRIMIR-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
           END-IF.

      *******************************************************************
      *          SUBTOTALES POR NIVEL DEL ORGANIGRAMA (SECCION 336)
      *******************************************************************
       3361-CARGAR-ORGANIGRAMA.
           MOVE 0 TO NODOS-TOTAL.
           MOVE 1 TO HAY-ORGANIGRAMA.
           MOVE 0 TO FIN-ORGANIGRAMA.
           OPEN INPUT ORGANIGRAMA.
           MOVE LOW-VALUES TO ORG-CLAVE.
           START ORGANIGRAMA KEY IS NOT LESS THAN ORG-CLAVE
               INVALID KEY MOVE 1 TO FIN-ORGANIGRAMA.
           PERFORM UNTIL FIN-ORGANIGRAMA = 1
               READ ORGANIGRAMA NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-ORGANIGRAMA
                   NOT AT END
                       PERFORM 3362-AGREGAR-NODO
               END-READ
           END-PERFORM.
           CLOSE ORGANIGRAMA.
           IF NODOS-TOTAL = 0
               MOVE 0 TO HAY-ORGANIGRAMA.
           IF HAY-ORGANIGRAMA = 1
               PERFORM 3363-CALCULAR-RUTA-NODO VARYING I-NOD FROM 1 BY 1
                   UNTIL I-NOD > NODOS-TOTAL
               PERFORM 3364-ORDENAR-ORGANIGRAMA
               ADD 1 TO NODOS-TOTAL
               INITIALIZE NODO-OC(NODOS-TOTAL)
               MOVE "X" TO NOD-TIPO(NODOS-TOTAL)
               MOVE 1   TO NOD-NIVEL(NODOS-TOTAL).

       3362-AGREGAR-NODO.
           IF NODOS-TOTAL >= 299
               DISPLAY "CAPACIDAD DEL ORGANIGRAMA EXCEDIDA (299) - SIN"
                   " SUBTOTALES POR NIVEL"
               MOVE 0 TO HAY-ORGANIGRAMA
               MOVE 1 TO FIN-ORGANIGRAMA
           ELSE
               ADD 1 TO NODOS-TOTAL
               INITIALIZE NODO-OC(NODOS-TOTAL)
               MOVE ORG-CLAVE       TO NOD-CLAVE(NODOS-TOTAL)
               MOVE ORG-TIPO        TO NOD-TIPO(NODOS-TOTAL)
               MOVE ORG-DESCRIPCION TO NOD-DESCRIPCION(NODOS-TOTAL)
               MOVE ORG-PADRE       TO NOD-PADRE(NODOS-TOTAL).

      *****PRIMERO SE MIDE LA PROFUNDIDAD SUBIENDO POR LOS PADRES; LUEGO
      *****SE LLENA LA RUTA DEL NODO HACIA LA RAIZ, TRES POSICIONES POR
      *****NIVEL. UN PADRE INEXISTENTE DEJA AL NODO COMO RAIZ
       3363-CALCULAR-RUTA-NODO.
           MOVE 1 TO PROFUNDIDAD-NODO.
           MOVE NOD-PADRE(I-NOD) TO CLAVE-NODO-BUSCADA.
           PERFORM UNTIL CLAVE-NODO-BUSCADA = SPACES
                   OR PROFUNDIDAD-NODO >= 9
               PERFORM 3365-BUSCAR-NODO
               IF NODO-HALLADO = 0
                   MOVE SPACES TO CLAVE-NODO-BUSCADA
               ELSE
                   ADD 1 TO PROFUNDIDAD-NODO
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
               END-IF
           END-PERFORM.
           MOVE PROFUNDIDAD-NODO TO NOD-NIVEL(I-NOD).
           MOVE SPACES TO NOD-RUTA(I-NOD).
           MOVE I-NOD TO NODO-HALLADO.
           PERFORM VARYING POS-RUTA FROM PROFUNDIDAD-NODO BY -1
               UNTIL POS-RUTA < 1
               COMPUTE INICIO-RUTA = (POS-RUTA - 1) * 3 + 1
               MOVE NOD-CLAVE(NODO-HALLADO)
                   TO NOD-RUTA(I-NOD)(INICIO-RUTA:3)
               IF POS-RUTA > 1
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
                   PERFORM 3365-BUSCAR-NODO
               END-IF
           END-PERFORM.

      *****INTERCAMBIO SIMPLE POR RUTA; EL PADRE QUEDA ANTES QUE SUS
      *****DEPENDIENTES PORQUE SU RUTA ES PREFIJO DE LA DE ELLOS
       3364-ORDENAR-ORGANIGRAMA.
           PERFORM VARYING I-NOD FROM 1 BY 1 UNTIL I-NOD >= NODOS-TOTAL
               PERFORM VARYING J-NOD FROM 1 BY 1
                   UNTIL J-NOD > NODOS-TOTAL - I-NOD
                   IF NOD-RUTA(J-NOD) > NOD-RUTA(J-NOD + 1)
                       MOVE NODO-OC(J-NOD)     TO NODO-INTERCAMBIO
                       MOVE NODO-OC(J-NOD + 1) TO NODO-OC(J-NOD)
                       MOVE NODO-INTERCAMBIO   TO NODO-OC(J-NOD + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       3365-BUSCAR-NODO.
           MOVE 0 TO NODO-HALLADO.
           PERFORM VARYING J-NOD FROM 1 BY 1
               UNTIL J-NOD > NODOS-TOTAL OR NODO-HALLADO > 0
               IF NOD-CLAVE(J-NOD) = CLAVE-NODO-BUSCADA
                   MOVE J-NOD TO NODO-HALLADO
               END-IF
           END-PERFORM.

      *****EL DEPARTAMENTO SUMA EN SU NODO Y EN CADA NODO DE ARRIBA; SI
      *****NO ESTA EN EL ORGANIGRAMA O NO TIENE PADRE VA AL ULTIMO
      *****RENGLON (SIN UBICAR)
       3366-ACUMULAR-ORGANIGRAMA.
           PERFORM 3365-BUSCAR-NODO.
           IF NODO-HALLADO > 0
               IF NOD-PADRE(NODO-HALLADO) = SPACES
                   MOVE 0 TO NODO-HALLADO.
           IF NODO-HALLADO = 0
               MOVE NODOS-TOTAL TO NODO-HALLADO
               PERFORM 3367-SUMAR-EN-NODO
           ELSE
               MOVE 0 TO PROFUNDIDAD-NODO
               PERFORM UNTIL NODO-HALLADO = 0 OR PROFUNDIDAD-NODO >= 9
                   PERFORM 3367-SUMAR-EN-NODO
                   ADD 1 TO PROFUNDIDAD-NODO
                   MOVE NOD-PADRE(NODO-HALLADO) TO CLAVE-NODO-BUSCADA
                   IF CLAVE-NODO-BUSCADA = SPACES
                       MOVE 0 TO NODO-HALLADO
                   ELSE
                       PERFORM 3365-BUSCAR-NODO
                   END-IF
               END-PERFORM.

       3367-SUMAR-EN-NODO.
           MOVE 1 TO NOD-USADO(NODO-HALLADO).
           ADD DIST-SUELDO(I-POLD)     TO NOD-SUELDO(NODO-HALLADO).
           ADD PRESUPUESTO-DPTO-ACTUAL TO NOD-PRESUPUESTO(NODO-HALLADO).

      *****DIRECCIONES Y GERENCIAS SANGRADAS POR NIVEL, MAS EL RENGLON
      *****DE SIN UBICAR SI RECIBIO ALGO
       3368-IMPRIMIR-NODO.
           IF NOD-TIPO(I-NOD) = "D" OR NOD-TIPO(I-NOD) = "G"
               OR (NOD-TIPO(I-NOD) = "X" AND NOD-USADO(I-NOD) = 1)
               MOVE NOD-CLAVE(I-NOD)       TO NOMBRE-NODO-CLAVE
               MOVE NOD-DESCRIPCION(I-NOD) TO NOMBRE-NODO-DESC
               IF NOD-TIPO(I-NOD) = "D"
                   MOVE "DIRECCION" TO NOMBRE-NODO-TIPO
               ELSE
                   MOVE "GERENCIA"  TO NOMBRE-NODO-TIPO
               END-IF
               IF NOD-TIPO(I-NOD) = "X"
                   MOVE "DEPARTAMENTOS SIN ORGANIGRAMA" TO NOMBRE-NODO
               END-IF
               MOVE SPACES TO DETORG-NOMBRE
               COMPUTE INICIO-RUTA = (NOD-NIVEL(I-NOD) - 1) * 2 + 1
               MOVE NOMBRE-NODO TO DETORG-NOMBRE(INICIO-RUTA:34)
               MOVE NOD-SUELDO(I-NOD)      TO DETORG-SUELDO
               MOVE NOD-PRESUPUESTO(I-NOD) TO DETORG-PRESUPUESTO
               COMPUTE VARIANZA-NODO =
                   NOD-SUELDO(I-NOD) - NOD-PRESUPUESTO(I-NOD)
               MOVE VARIANZA-NODO          TO DETORG-VARIANZA
               IF VARIANZA-NODO > 0
                   MOVE "** SOBRE PRESUP" TO DETORG-ALERTA
               ELSE
                   MOVE SPACES TO DETORG-ALERTA
               END-IF
               WRITE REPORTE-REG FROM DETALLE-DIST-ORG BEFORE 1 LINES
           END-IF.

      *****BUSCA LA CUENTA DEL TIPO/CLAVE EN EL MAPA; SIN MAPA (O
      *****CLAVE NO MAPEADA) SE USAN LAS CUENTAS GENERICAS DE GASTO,
      *****PASIVO Y BANCO
               CLOSE POLIZA
               DISPLAY "POLIZA ESCRITA - CARGOS: " POLIZA-CARGOS
                   " ABONOS: " POLIZA-ABONOS
               IF BANDERA-SIMULACION = 0
                   PERFORM 332-REGISTRAR-POLIZA-CTL
               END-IF
           END-IF.

      *****LA POLIZA DE LA CORRIDA REAL QUEDA PENDIENTE DE APLICAR EN
      *****CONTABILIDAD; UNA CORRIDA REPETIDA (TRAS REVERSION) LA
      *****REGRESA A PENDIENTE CON LA FECHA NUEVA
       332-REGISTRAR-POLIZA-CTL.
           OPEN I-O POLIZACTL.
           INITIALIZE POLIZACTL-REG.
           MOVE PERIODO-SELECCIONADO TO CP-PERIODO.
           MOVE EMPRESA-ACTIVA       TO CP-EMPRESA.
           MOVE "PENDIENTE"          TO CP-ESTADO.
           ACCEPT FECHA-HIST FROM DATE.
           COMPUTE CP-FEC-CORRIDA = 20000000
               + FECHA-HIST-AA * 10000
               + FECHA-HIST-MM * 100 + FECHA-HIST-DD.
           MOVE POLIZA-CARGOS        TO CP-CARGOS.
           MOVE POLIZA-ABONOS        TO CP-ABONOS.
           MOVE OPERADOR-CANDADO     TO CP-OPERADOR.
           WRITE POLIZACTL-REG
               INVALID KEY
                   REWRITE POLIZACTL-REG
           END-WRITE.
           CLOSE POLIZACTL.

      *****RECIBO INDIVIDUAL: ENCABEZADO NUEVO POR EMPLEADO,
      *****UNA LINEA DE DETALLE POR CONCEPTO Y EL SUELDO NETO AL CIERRE
       306-IMPRIMIR-RECIBO-TITULO.
           MOVE DETALLE-CLAVE      TO DETREC-CLAVE.
           MOVE DETALLE-PERCEPCION TO DETREC-PERCEPCION.
           MOVE DETALLE-DEDUCCION  TO DETREC-DEDUCCION.
           IF BANDERA-LINEA-PERCEPCION = 1
               MOVE EXENTO-CONCEPTO  TO DETREC-EXENTO
               MOVE GRAVADO-CONCEPTO TO DETREC-GRAVADO
           ELSE
               MOVE SPACES TO DETREC-EXENTO-X
               MOVE SPACES TO DETREC-GRAVADO-X
           END-IF.
           WRITE RECIBO-REG FROM DETALLE-RECIBO BEFORE 1 LINES.
           MOVE DETALLE-RECIBO TO ARCH-TEXTO.
           PERFORM 323-ARCHIVAR-LINEA-RECIBO.
           PERFORM 321-ESCRIBIR-XML-CONCEPTO.

       308-IMPRIMIR-RECIBO-TOTAL.
           MOVE SUBTOTAL-EXENTO-NOMINA  TO DETREC-TOT-EXENTO.
           MOVE SUBTOTAL-GRAVADO-NOMINA TO DETREC-TOT-GRAVADO.
           WRITE RECIBO-REG FROM DETALLE-RECIBO-EXENTO BEFORE 2 LINES.
           MOVE DETALLE-RECIBO-EXENTO TO ARCH-TEXTO.
           PERFORM 323-ARCHIVAR-LINEA-RECIBO.
           MOVE SUBTOTAL-SUELDO-NOMINA TO DETREC-NETO.
           WRITE RECIBO-REG FROM DETALLE-RECIBO-TOTAL BEFORE 2 LINES.
           MOVE DETALLE-RECIBO-TOTAL TO ARCH-TEXTO.
       321-ESCRIBIR-XML-CONCEPTO.
           MOVE EMPSORT-IMPORTE TO XML-IMPORTE-ED.
           MOVE SPACES TO XML-LINEA.
           IF BANDERA-LINEA-PERCEPCION = 1
               MOVE EXENTO-CONCEPTO  TO XML-EXENTO-ED
               MOVE GRAVADO-CONCEPTO TO XML-GRAVADO-ED
               STRING "    <concepto clave=" DELIMITED BY SIZE
                      QUOTE EMPSORT-CLAVE QUOTE DELIMITED BY SIZE
                      " descripcion=" DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      DETALLE-CLAVE DELIMITED BY "  "
                      QUOTE DELIMITED BY SIZE
                      " importe=" DELIMITED BY SIZE
                      QUOTE XML-IMPORTE-ED QUOTE DELIMITED BY SIZE
                      " exento=" DELIMITED BY SIZE
                      QUOTE XML-EXENTO-ED QUOTE DELIMITED BY SIZE
                      " gravado=" DELIMITED BY SIZE
                      QUOTE XML-GRAVADO-ED QUOTE "/>" DELIMITED BY SIZE
                   INTO XML-LINEA
           ELSE
               STRING "    <concepto clave=" DELIMITED BY SIZE
                      QUOTE EMPSORT-CLAVE QUOTE DELIMITED BY SIZE
                      " descripcion=" DELIMITED BY SIZE
                      QUOTE DELIMITED BY SIZE
                      DETALLE-CLAVE DELIMITED BY "  "
                      QUOTE DELIMITED BY SIZE
                      " importe=" DELIMITED BY SIZE
                      QUOTE XML-IMPORTE-ED QUOTE "/>" DELIMITED BY SIZE
                   INTO XML-LINEA
           END-IF.
           WRITE RECIBOXML-REG FROM XML-LINEA.
           PERFORM 324-ARCHIVAR-LINEA-XML.

           WRITE RECIBOXML-REG FROM XML-LINEA.
           PERFORM 324-ARCHIVAR-LINEA-XML.
           MOVE SUBTOTAL-SUELDO-NOMINA TO XML-NETO-ED.
           MOVE SUBTOTAL-EXENTO-NOMINA  TO XML-EXENTO-ED.
           MOVE SUBTOTAL-GRAVADO-NOMINA TO XML-GRAVADO-ED.
           MOVE SPACES TO XML-LINEA.
           STRING "  <total neto=" DELIMITED BY SIZE
                  QUOTE XML-NETO-ED QUOTE DELIMITED BY SIZE
                  " exento=" DELIMITED BY SIZE
                  QUOTE XML-EXENTO-ED QUOTE DELIMITED BY SIZE
                  " gravado=" DELIMITED BY SIZE
                  QUOTE XML-GRAVADO-ED QUOTE "/>" DELIMITED BY SIZE
               INTO XML-LINEA.
           WRITE RECIBOXML-REG FROM XML-LINEA.
           PERFORM 324-ARCHIVAR-LINEA-XML.
           CLOSE VACACIONES.
           CLOSE PENSIONES.
           CLOSE INFONAV.
           CLOSE FONACOT.
           CLOSE APROBCTL.
           CLOSE CONTRATOS.
           CLOSE SINDICATO.
           CLOSE SEGUROS.
           CLOSE PAGOMET.
           CLOSE CHEQUES.
           CLOSE CHEQIMP.
           CLOSE RECIBARCH.
           CLOSE NOMHIST.
           CLOSE EMPINXHIST.
           CLOSE EXENTOS.
           CLOSE NOMDET.
           IF BANDERA-SELLAR = 1
               PERFORM 117-SELLAR-MAESTROS
           END-IF.



