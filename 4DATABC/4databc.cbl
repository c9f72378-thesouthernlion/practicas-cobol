           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PUE-CLAVE.

           SELECT EMPINXHIST ASSIGN TO DISK.

       DATA DIVISION.
       FILE SECTION.
      *****SATELITE DE DATOS PERSONALES DEL EMPLEADO: LO QUE RECURSOS
           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

       FD  EMPINX.
       01  EMPINX-REG.
           03  PUE-SUELDO-MIN      PIC 9(05)V99.
           03  PUE-SUELDO-MAX      PIC 9(05)V99.

      *****MISMO LAYOUT QUE EL EMPINXHIST DE 4EMPABC; AQUI SOLO SE
      *****ASIENTAN LOS CAMBIOS DE PUESTO, QUE SON LAS PROMOCIONES QUE
      *****LEE EL REPORTE DE EQUIDAD SALARIAL (5EQUREP)
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

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  HAY-PUESTOS         PIC 9.
       77  PUESTOS-EOF         PIC 9.
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  PUESTO-ANTERIOR     PIC X(20).
       01  FECHA-HIST.
           03  FECHA-HIST-AA       PIC 99.
           03  FECHA-HIST-MM       PIC 99.
           03  FECHA-HIST-DD       PIC 99.
       01  HORA-HIST.
           03  HORA-HIST-HH        PIC 99.
           03  HORA-HIST-MN        PIC 99.
           03  HORA-HIST-SS        PIC 99.
           03  HORA-HIST-CC        PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN I-O EMPDATOS.
           OPEN INPUT EMPINX.
           OPEN INPUT PUESTOS.
           OPEN EXTEND EMPINXHIST.
           PERFORM REVISAR-HAY-PUESTOS.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE EMPDATOS
           CLOSE EMPINX
           CLOSE PUESTOS
           CLOSE EMPINXHIST
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           DISPLAY "TELEFONO DEL CONTACTO"
           ACCEPT DAT-TEL-CONTACTO.
           PERFORM CAPTURA-PUESTO.
           PERFORM CAPTURA-SEXO.
           DISPLAY "NIP DEL KIOSCO DE CONSULTA (4 DIGITOS,"
               " 0 = SIN ACCESO)".
           ACCEPT DAT-NIP.
               END-PERFORM
           END-IF.

      *****EL SEXO SOLO ALIMENTA EL REPORTE DE EQUIDAD SALARIAL;
      *****N ES PARA QUIEN PREFIERE NO DECLARARLO
       CAPTURA-SEXO.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "SEXO (H = HOMBRE, M = MUJER, N = NO DECLARA)"
               ACCEPT DAT-SEXO
               IF DAT-SEXO = "H" OR DAT-SEXO = "M" OR DAT-SEXO = "N"
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "SEXO INVALIDO"
               END-IF
           END-PERFORM.

       REVISAR-HAY-PUESTOS.
           MOVE 0 TO HAY-PUESTOS.
           MOVE 0 TO PUESTOS-EOF.
               DISPLAY "CONTACTO:     ", DAT-CONTACTO
               DISPLAY "TEL CONTACTO: ", DAT-TEL-CONTACTO
               DISPLAY "PUESTO:       ", DAT-PUESTO
               DISPLAY "SEXO:         ", DAT-SEXO
           ELSE
               DISPLAY "NOMINA SIN DATOS".

               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   MOVE DAT-PUESTO TO PUESTO-ANTERIOR
                   PERFORM CAPTURA-DATOS
                   REWRITE EMPDATOS-REG
                   IF DAT-PUESTO NOT = PUESTO-ANTERIOR
                       PERFORM GRABAR-HIST-PUESTO
                   END-IF
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
               ADD 1 TO CONT-FALTANTES
           ELSE IF DAT-DOMICILIO = SPACES
               DISPLAY EMPINX-NOMINA " " EMPINX-NOMBRE " SIN DOMICILIO"
               ADD 1 TO CONT-FALTANTES
           ELSE IF DAT-SEXO = SPACES
               DISPLAY EMPINX-NOMINA " " EMPINX-NOMBRE " SIN SEXO"
               ADD 1 TO CONT-FALTANTES.

      *******************************************************************
      *                     HISTORIAL DE PUESTO
      *******************************************************************
      *****EL CAMBIO DE PUESTO QUEDA EN EMPINXHIST CON LA CLAVE Y EL
      *****INICIO DE LA DESCRIPCION, IGUAL QUE LOS CAMBIOS DE 4EMPABC
       GRABAR-HIST-PUESTO.
           ACCEPT FECHA-HIST FROM DATE.
           ACCEPT HORA-HIST FROM TIME.
           MOVE FECHA-HIST     TO HIST-FECHA.
           MOVE HORA-HIST-HH   TO HIST-HORA(1:2).
           MOVE HORA-HIST-MN   TO HIST-HORA(3:2).
           MOVE HORA-HIST-SS   TO HIST-HORA(5:2).
           MOVE "4DATABC"      TO HIST-PROGRAMA.
           MOVE DAT-NOMINA     TO HIST-NOMINA.
           MOVE "DAT-PUESTO"   TO HIST-CAMPO.
           MOVE PUESTO-ANTERIOR(1:15) TO HIST-VALOR-ANTES.
           MOVE DAT-PUESTO(1:15)      TO HIST-VALOR-DESPUES.
           MOVE "SISTEMA"      TO HIST-OPERADOR.
           WRITE EMPINXHIST-REG.

      *******************************************************************
      *                               MENU
      *******************************************************************
