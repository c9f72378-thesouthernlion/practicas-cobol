      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4SEGABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SEGUROS ASSIGN TO "SEGUROS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEG-NOMINA.

           SELECT EMPINX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMPINX-NOMINA.

       DATA DIVISION.
       FILE SECTION.
      *****INSCRIPCION AL SEGURO DE GRUPO POR NOMINA: PLAN (VIDA PARA
      *****TODOS, GASTOS MEDICOS MAYORES A ELECCION), NIVEL DE
      *****COBERTURA (T = TITULAR, P = TITULAR Y PAREJA, F = FAMILIA),
      *****PRIMA MENSUAL A CARGO DE LA EMPRESA Y DEL EMPLEADO (ESTA
      *****SE DESCUENTA EN 6EMPNOMV3 COMO CLAVE 34) Y HASTA 6
      *****DEPENDIENTES. SEG-AVISO MARCA EL AVISO PENDIENTE PARA LA
      *****ASEGURADORA (A = ALTA, B = BAJA, C = CAMBIO) QUE 7SEGEXP
      *****MANDA Y LIMPIA
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
           03  EMPINX-SUELDO-YTD   PIC 9(08)V99.
           03  EMPINX-PERCEP-YTD   PIC 9(08).
           03  EMPINX-DEDUC-YTD    PIC 9(08).
           03  EMPINX-CLABE        PIC X(18).
           03  EMPINX-HORAS-EXTRAS PIC 9(03).
           03  EMPINX-TARIFA-EXTRA PIC 9(03)V99.
           03  EMPINX-FALTAS-YTD   PIC 9(03).
           03  EMPINX-INCAP-YTD    PIC 9(03).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  SEG-KEY-EXISTE      PIC 9.
       77  EXISTE-NOMINA       PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  FIN-LISTADO         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  I-DEP               PIC 9.
       77  MAX-DEPENDIENTES    PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN I-O SEGUROS.
           OPEN INPUT EMPINX.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE SEGUROS
           CLOSE EMPINX
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *******************************************************************
      *                                LEER
      *******************************************************************
       LEER-SEGUROS.
           MOVE 1 TO SEG-KEY-EXISTE.
           READ SEGUROS INVALID KEY MOVE 0 TO SEG-KEY-EXISTE.

      *****PLAN, NIVEL Y PRIMAS; EL NIVEL DECIDE CUANTOS DEPENDIENTES
      *****SE PUEDEN INSCRIBIR (T NINGUNO, P UNO, F HASTA 6)
       CAPTURA-COBERTURA.
           DISPLAY "PLAN (VIDA = SOLO VIDA, GMM = GASTOS MEDICOS)".
           ACCEPT SEG-PLAN.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "NIVEL (T = TITULAR, P = TITULAR Y PAREJA,"
                   " F = FAMILIA)"
               ACCEPT SEG-NIVEL
               IF SEG-NIVEL = "T" OR SEG-NIVEL = "P"
                   OR SEG-NIVEL = "F"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "NIVEL INVALIDO"
               END-IF
           END-PERFORM.
           DISPLAY "PRIMA MENSUAL A CARGO DE LA EMPRESA".
           ACCEPT SEG-PRIMA-EMPRESA.
           DISPLAY "PRIMA MENSUAL A CARGO DEL EMPLEADO".
           ACCEPT SEG-PRIMA-EMPLEADO.
           PERFORM CAPTURA-DEPENDIENTES.

       CAPTURA-DEPENDIENTES.
           MOVE SPACES TO SEG-DEPENDIENTE(1) SEG-DEPENDIENTE(2)
               SEG-DEPENDIENTE(3) SEG-DEPENDIENTE(4)
               SEG-DEPENDIENTE(5) SEG-DEPENDIENTE(6).
           PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
               MOVE 0 TO SEG-DEP-FEC-NAC(I-DEP)
           END-PERFORM.
           MOVE 0 TO SEG-CONT-DEP.
           IF SEG-NIVEL = "T"
               MOVE 0 TO MAX-DEPENDIENTES
           ELSE
               IF SEG-NIVEL = "P"
                   MOVE 1 TO MAX-DEPENDIENTES
               ELSE
                   MOVE 6 TO MAX-DEPENDIENTES
               END-IF
           END-IF.
           IF MAX-DEPENDIENTES > 0
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "NUMERO DE DEPENDIENTES (MAXIMO "
                       MAX-DEPENDIENTES ")"
                   ACCEPT SEG-CONT-DEP
                   IF SEG-CONT-DEP <= MAX-DEPENDIENTES
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   ELSE
                       DISPLAY "EL NIVEL NO ADMITE TANTOS DEPENDIENTES"
                   END-IF
               END-PERFORM
               PERFORM CAPTURA-UN-DEPENDIENTE
                   VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > SEG-CONT-DEP
           END-IF.

       CAPTURA-UN-DEPENDIENTE.
           DISPLAY "DEPENDIENTE " I-DEP " - NOMBRE".
           ACCEPT SEG-DEP-NOMBRE(I-DEP).
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "PARENTESCO (C = CONYUGE, H = HIJO,"
                   " P = PADRE/MADRE)"
               ACCEPT SEG-DEP-PARENTESCO(I-DEP)
               IF SEG-DEP-PARENTESCO(I-DEP) = "C"
                   OR SEG-DEP-PARENTESCO(I-DEP) = "H"
                   OR SEG-DEP-PARENTESCO(I-DEP) = "P"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "PARENTESCO INVALIDO"
               END-IF
           END-PERFORM.
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD)".
           ACCEPT SEG-DEP-FEC-NAC(I-DEP).

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           DISPLAY "INGRESA NOMINA DEL ASEGURADO"
           ACCEPT SEG-NOMINA
           PERFORM LEER-SEGUROS
           IF SEG-KEY-EXISTE = 1 AND SEG-ESTADO = "ACTIVO"
               DISPLAY "LA NOMINA YA ESTA INSCRITA"
           ELSE
               MOVE SEG-NOMINA TO EMPINX-NOMINA
               MOVE 1 TO EXISTE-NOMINA
               READ EMPINX INVALID KEY MOVE 0 TO EXISTE-NOMINA
               END-READ
               IF EXISTE-NOMINA = 0
                   DISPLAY "NOMINA NO EXISTE EN EMPINX"
               ELSE
                   DISPLAY "EMPLEADO: " EMPINX-NOMBRE
                   PERFORM CAPTURA-COBERTURA
                   DISPLAY "INICIO DE VIGENCIA (AAAAMMDD)"
                   ACCEPT SEG-FEC-ALTA
                   MOVE 0        TO SEG-FEC-BAJA
                   MOVE "ACTIVO" TO SEG-ESTADO
                   MOVE "A"      TO SEG-AVISO
                   IF SEG-KEY-EXISTE = 1
                       REWRITE SEGUROS-REG
                   ELSE
                       WRITE SEGUROS-REG
                   END-IF
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               END-IF
           END-IF.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****LA INSCRIPCION NO SE BORRA: QUEDA EN BAJA CON SU FECHA PARA
      *****QUE 7SEGEXP MANDE EL AVISO Y DEJE DE PAGAR LA PRIMA
       BAJA.
           DISPLAY "INGRESA NOMINA"
           ACCEPT SEG-NOMINA
           PERFORM LEER-SEGUROS
           IF SEG-KEY-EXISTE = 1 AND SEG-ESTADO = "ACTIVO"
               DISPLAY "PLAN: " SEG-PLAN " NIVEL: " SEG-NIVEL
                   " DEPENDIENTES: " SEG-CONT-DEP
               DISPLAY "QUIERES DAR DE BAJA EL SEGURO?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   DISPLAY "FIN DE VIGENCIA (AAAAMMDD)"
                   ACCEPT SEG-FEC-BAJA
                   MOVE "BAJA" TO SEG-ESTADO
                   MOVE "B"    TO SEG-AVISO
                   REWRITE SEGUROS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "BAJA CANCELADA"
           ELSE
               DISPLAY "NOMINA SIN SEGURO ACTIVO".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
       MODIFICAR.
           DISPLAY "INGRESA LA NOMINA"
           ACCEPT SEG-NOMINA
           PERFORM LEER-SEGUROS.
           IF SEG-KEY-EXISTE = 1 AND SEG-ESTADO = "ACTIVO"
               DISPLAY "PLAN: " SEG-PLAN " NIVEL: " SEG-NIVEL
                   " DEPENDIENTES: " SEG-CONT-DEP
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-COBERTURA
                   IF SEG-AVISO NOT = "A"
                       MOVE "C" TO SEG-AVISO
                   END-IF
                   REWRITE SEGUROS-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NOMINA SIN SEGURO ACTIVO".

      *******************************************************************
      *                            CONSULTAR
      *******************************************************************
       CONSULTAR.
           DISPLAY "INGRESA LA NOMINA"
           ACCEPT SEG-NOMINA
           PERFORM LEER-SEGUROS.
           IF SEG-KEY-EXISTE = 1
               DISPLAY "PLAN: " SEG-PLAN " NIVEL: " SEG-NIVEL
                   " ESTADO: " SEG-ESTADO
               DISPLAY "PRIMA EMPRESA: " SEG-PRIMA-EMPRESA
                   " PRIMA EMPLEADO: " SEG-PRIMA-EMPLEADO
               DISPLAY "VIGENCIA: " SEG-FEC-ALTA " - " SEG-FEC-BAJA
               PERFORM VARYING I-DEP FROM 1 BY 1
                       UNTIL I-DEP > SEG-CONT-DEP
                   DISPLAY "  " SEG-DEP-NOMBRE(I-DEP) " "
                       SEG-DEP-PARENTESCO(I-DEP) " "
                       SEG-DEP-FEC-NAC(I-DEP)
               END-PERFORM
           ELSE
               DISPLAY "NOMINA SIN SEGURO".

      *******************************************************************
      *                          LISTAR TODOS
      *******************************************************************
       LISTAR-TODOS.
           MOVE 0 TO FIN-LISTADO.
           MOVE 0 TO SEG-NOMINA.
           START SEGUROS KEY IS NOT LESS THAN SEG-NOMINA
               INVALID KEY
                   DISPLAY "SIN INSCRITOS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "NOMINA PLAN NIV DEP  EMPRESA  EMPLEADO ESTADO".
           PERFORM UNTIL FIN-LISTADO = 1
               READ SEGUROS NEXT RECORD
                   AT END
                       MOVE 1 TO FIN-LISTADO
                   NOT AT END
                       DISPLAY SEG-NOMINA " " SEG-PLAN " "
                           SEG-NIVEL "   " SEG-CONT-DEP "  "
                           SEG-PRIMA-EMPRESA " " SEG-PRIMA-EMPLEADO
                           " " SEG-ESTADO
               END-READ
           END-PERFORM.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "------------".
           DISPLAY " SEGUROS".
           DISPLAY "------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. INSCRIPCION.".
           DISPLAY "2. BAJA DEL SEGURO.".
           DISPLAY "3. MODIFICACION.".
           DISPLAY "4. CONSULTAR.".
           DISPLAY "5. LISTAR INSCRITOS.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               PERFORM BAJA
           ELSE IF OPCION-MENU = 3
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 4
               PERFORM CONSULTAR
           ELSE IF OPCION-MENU = 5
               PERFORM LISTAR-TODOS
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.


       END PROGRAM 4SEGABC.
