      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 4PASABC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PASOSCAT ASSIGN TO "PASOSCAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PCT-LLAVE.
           SELECT OPTIONAL USUARIOS ASSIGN TO "USUARIOS"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS USU-CLAVE.

       DATA DIVISION.
       FILE SECTION.
      *****CATALOGO DE PASOS DE LAS CADENAS DE 0BATCH: POR CADENA (E =
      *****NOMINA, A = ESCUELA, N = NOCTURNA O LA QUE SE DE DE ALTA) Y
      *****EN ORDEN, EL PROGRAMA A LLAMAR, SU ARCHIVO DE PARAMETROS, SI
      *****ES OBLIGATORIO, DE QUE PASOS DEPENDE, EL RETURN-CODE MAXIMO
      *****ACEPTABLE Y LOS DIAS DEL CALENDARIO EN QUE CORRE. UN PASO
      *****NUEVO EN LA CADENA ES UN ALTA AQUI Y NO UNA RECOMPILACION.
      *****EL REGISTRO DE PARAMETROS SE ESCRIBE TAL CUAL, CON EL
      *****PERIODO (6) Y LA EMPRESA (3) DE LA CORRIDA SOBREPUESTOS EN
      *****LAS POSICIONES INDICADAS (CERO = NO LLEVA)
       FD  PASOSCAT.
       01  PASOSCAT-REG.
           03  PCT-LLAVE.
               05  PCT-CADENA      PIC X(01).
               05  PCT-ORDEN       PIC 9(03).
           03  PCT-PASO            PIC X(08).
           03  PCT-TIPO            PIC X(01).
               88  PCT-LLAMADA        VALUE "C".
               88  PCT-VISTO-BUENO    VALUE "V".
               88  PCT-TIPO-OK        VALUE "C" "V".
           03  PCT-PROGRAMA        PIC X(10).
           03  PCT-DESCRIPCION     PIC X(30).
           03  PCT-OBLIGATORIO     PIC X(01).
               88  PCT-OBLIGATORIO-OK VALUE "S" "N".
           03  PCT-DEPENDE         PIC X(08) OCCURS 3 TIMES.
           03  PCT-RC-MAXIMO       PIC 9(04).
           03  PCT-DIAS            PIC X(01).
               88  PCT-DIAS-TODOS     VALUE "T".
               88  PCT-DIAS-HABILES   VALUE "H".
               88  PCT-DIAS-PAGO      VALUE "P".
               88  PCT-DIAS-DEL-MES   VALUE "M".
               88  PCT-DIAS-OK        VALUE "T" "H" "P" "M".
           03  PCT-DIA-MES         PIC 9(02) OCCURS 4 TIMES.
           03  PCT-PARM-ARCHIVO    PIC X(12).
           03  PCT-PARM-DATOS      PIC X(20).
           03  PCT-POS-PERIODO     PIC 9(02).
           03  PCT-POS-EMPRESA     PIC 9(02).

      *****MAESTRO DE OPERADORES (VER 4USUABC); LA CADENA NOCTURNA ES
      *****DE SUPERVISOR
       FD  USUARIOS.
       01  USUARIOS-REG.
           03  USU-CLAVE           PIC X(08).
           03  USU-PASSWORD        PIC X(08).
           03  USU-NIVEL           PIC 9.

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
       77  OPCION-MENU         PIC 9.
       77  PCT-KEY-EXISTE      PIC 9.
       77  ARCHIVO-EOF         PIC 9.
       77  AUTORIZACION        PIC 9(03).
       77  WKS-RESP PIC X(02).
           88  W88-NO VALUE "NO".
       77  BANDERA-CAMPO-VALIDO PIC 9.
       77  I-DEP               PIC 9.
       77  I-DIA               PIC 9.
       77  CADENA-BUSCA        PIC X(01).
       77  PASO-BUSCA          PIC X(08).
       77  PASO-HALLADO        PIC 9.
       77  ORDEN-HALLADO       PIC 9(03).
       77  DEPENDIENTES        PIC 9(03).
       77  PASOS-EN-CADENA     PIC 9(03).
       01  PASO-GUARDADO       PIC X(127).

      *****FIRMA DEL OPERADOR: TRES INTENTOS; CON EL MAESTRO DE
      *****USUARIOS VACIO O AUSENTE SE ENTRA LIBRE COMO SUPERVISOR
      *****(ARRANQUE INICIAL)
       77  OPERADOR-FIRMADO    PIC X(08).
       77  NIVEL-FIRMADO       PIC 9.
       77  FIRMA-OK            PIC 9.
       77  INTENTOS-FIRMA      PIC 9.
       77  USUARIOS-VACIO      PIC 9.
       77  CLAVE-FIRMA         PIC X(08).
       77  PASSWORD-FIRMA      PIC X(08).
       77  FIRMA-EXISTE        PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
           PERFORM FIRMAR-OPERADOR.
           IF FIRMA-OK = 0
               DISPLAY "ACCESO DENEGADO"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           IF NIVEL-FIRMADO < 2
               DISPLAY "EL CATALOGO DE PASOS REQUIERE NIVEL SUPERVISOR"
               CLOSE USUARIOS
               GOBACK
           END-IF.
           OPEN I-O PASOSCAT.
           PERFORM MOSTRAR-MENU UNTIL BANDERA-SALIR-MENU = 1.
           CLOSE PASOSCAT.
           CLOSE USUARIOS.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

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
      *                                LEER
      *******************************************************************
       LEER-PASOSCAT.
           DISPLAY "CADENA (E = NOMINA, A = ESCUELA)".
           ACCEPT PCT-CADENA.
           DISPLAY "ORDEN DEL PASO EN LA CADENA (3 DIGITOS)".
           ACCEPT PCT-ORDEN.
           MOVE 1 TO PCT-KEY-EXISTE.
           READ PASOSCAT INVALID KEY MOVE 0 TO PCT-KEY-EXISTE.

      *****BUSCA PASO-BUSCA ENTRE LOS PASOS DE CADENA-BUSCA; EL QUE
      *****LLAMA RESGUARDA EL REGISTRO EN CAPTURA ANTES DEL BARRIDO
       BUSCAR-PASO-EN-CADENA.
           MOVE 0 TO PASO-HALLADO.
           MOVE 0 TO ORDEN-HALLADO.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE CADENA-BUSCA TO PCT-CADENA.
           MOVE 0 TO PCT-ORDEN.
           START PASOSCAT KEY IS NOT LESS THAN PCT-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PASOSCAT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF PCT-CADENA NOT = CADENA-BUSCA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE IF PCT-PASO = PASO-BUSCA
                           MOVE 1 TO PASO-HALLADO
                           MOVE PCT-ORDEN TO ORDEN-HALLADO
                           MOVE 1 TO ARCHIVO-EOF
                       END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *****CUENTA LOS PASOS DE CADENA-BUSCA QUE DEPENDEN DE PASO-BUSCA
       CONTAR-DEPENDIENTES.
           MOVE 0 TO DEPENDIENTES.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE CADENA-BUSCA TO PCT-CADENA.
           MOVE 0 TO PCT-ORDEN.
           START PASOSCAT KEY IS NOT LESS THAN PCT-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PASOSCAT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF PCT-CADENA NOT = CADENA-BUSCA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           PERFORM VARYING I-DEP FROM 1 BY 1
                                   UNTIL I-DEP > 3
                               IF PCT-DEPENDE(I-DEP) = PASO-BUSCA
                                   ADD 1 TO DEPENDIENTES
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.

      *****NOMBRE UNICO DENTRO DE LA CADENA: EL CHECKPOINT DE 0BATCH
      *****SE LLEVA POR NOMBRE DE PASO
       CAPTURA-NOMBRE.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "NOMBRE DEL PASO (8 POSICIONES)"
               ACCEPT PCT-PASO
               IF PCT-PASO = SPACES
                   DISPLAY "EL NOMBRE ES OBLIGATORIO"
               ELSE
                   MOVE PASOSCAT-REG TO PASO-GUARDADO
                   MOVE PCT-CADENA   TO CADENA-BUSCA
                   MOVE PCT-PASO     TO PASO-BUSCA
                   PERFORM BUSCAR-PASO-EN-CADENA
                   MOVE PASO-GUARDADO TO PASOSCAT-REG
                   IF PASO-HALLADO = 1
                       AND ORDEN-HALLADO NOT = PCT-ORDEN
                       DISPLAY "ESE NOMBRE YA LO USA EL PASO "
                           ORDEN-HALLADO " DE LA CADENA"
                   ELSE
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.

       CAPTURA-DATOS.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "TIPO: C = LLAMAR PROGRAMA, V = VISTO BUENO "
                   "DE LA SIMULACION (7SIMAPR)"
               ACCEPT PCT-TIPO
               IF PCT-TIPO-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "TIPO INVALIDO"
               END-IF
           END-PERFORM.
           MOVE SPACES TO PCT-PROGRAMA.
           IF PCT-LLAMADA
               MOVE 0 TO BANDERA-CAMPO-VALIDO
               PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
                   DISPLAY "PROGRAMA A LLAMAR"
                   ACCEPT PCT-PROGRAMA
                   IF PCT-PROGRAMA = SPACES
                       DISPLAY "EL PROGRAMA ES OBLIGATORIO"
                   ELSE
                       MOVE 1 TO BANDERA-CAMPO-VALIDO
                   END-IF
               END-PERFORM
           END-IF.
           DISPLAY "DESCRIPCION (SALE EN PANTALLA Y EN LA BITACORA)".
           ACCEPT PCT-DESCRIPCION.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "OBLIGATORIO? (S = DETIENE LA CADENA SI FALLA,"
                   " N = SE BRINCA)"
               ACCEPT PCT-OBLIGATORIO
               IF PCT-OBLIGATORIO-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "RESPONDE S O N"
               END-IF
           END-PERFORM.
           PERFORM CAPTURA-DEPENDENCIAS.
           DISPLAY "RETURN-CODE MAXIMO ACEPTABLE".
           ACCEPT PCT-RC-MAXIMO.
           PERFORM CAPTURA-DIAS.
           DISPLAY "ARCHIVO DE PARAMETROS (ENTER = NO LLEVA)".
           MOVE SPACES TO PCT-PARM-ARCHIVO.
           ACCEPT PCT-PARM-ARCHIVO.
           MOVE SPACES TO PCT-PARM-DATOS.
           MOVE 0 TO PCT-POS-PERIODO.
           MOVE 0 TO PCT-POS-EMPRESA.
           IF PCT-PARM-ARCHIVO NOT = SPACES
               PERFORM CAPTURA-PARAMETROS
           END-IF.

      *****HASTA TRES PASOS PREVIOS DE LA MISMA CADENA; SOLO PUEDE
      *****DEPENDER DE UN PASO DE ORDEN MENOR (ASI NO HAY CICLOS)
       CAPTURA-DEPENDENCIAS.
           PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 3
               MOVE SPACES TO PCT-DEPENDE(I-DEP)
           END-PERFORM.
           MOVE 1 TO I-DEP.
           PERFORM UNTIL I-DEP > 3
               DISPLAY "DEPENDE DEL PASO (ENTER = NINGUNO MAS)"
               ACCEPT PCT-DEPENDE(I-DEP)
               IF PCT-DEPENDE(I-DEP) = SPACES
                   MOVE 4 TO I-DEP
               ELSE
                   MOVE PASOSCAT-REG       TO PASO-GUARDADO
                   MOVE PCT-CADENA         TO CADENA-BUSCA
                   MOVE PCT-DEPENDE(I-DEP) TO PASO-BUSCA
                   PERFORM BUSCAR-PASO-EN-CADENA
                   MOVE PASO-GUARDADO TO PASOSCAT-REG
                   IF PASO-HALLADO = 0
                       DISPLAY "ESE PASO NO EXISTE EN LA CADENA"
                       MOVE SPACES TO PCT-DEPENDE(I-DEP)
                   ELSE IF ORDEN-HALLADO NOT < PCT-ORDEN
                       DISPLAY "SOLO SE PUEDE DEPENDER DE UN PASO "
                           "ANTERIOR"
                       MOVE SPACES TO PCT-DEPENDE(I-DEP)
                   ELSE
                       ADD 1 TO I-DEP
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CAPTURA-DIAS.
           PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 4
               MOVE 0 TO PCT-DIA-MES(I-DIA)
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "DIAS EN QUE CORRE: T = TODOS, H = HABILES, "
                   "P = DE PAGO (CALENDARIO), M = DIAS DEL MES"
               ACCEPT PCT-DIAS
               IF PCT-DIAS-OK
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               ELSE
                   DISPLAY "OPCION INVALIDA"
               END-IF
           END-PERFORM.
           IF PCT-DIAS-DEL-MES
               MOVE 1 TO I-DIA
               PERFORM UNTIL I-DIA > 4
                   DISPLAY "DIA DEL MES (1-31, 0 = NINGUNO MAS)"
                   ACCEPT PCT-DIA-MES(I-DIA)
                   IF PCT-DIA-MES(I-DIA) = 0
                       IF I-DIA = 1
                           DISPLAY "DA AL MENOS UN DIA"
                       ELSE
                           MOVE 5 TO I-DIA
                       END-IF
                   ELSE IF PCT-DIA-MES(I-DIA) > 31
                       DISPLAY "DIA INVALIDO"
                       MOVE 0 TO PCT-DIA-MES(I-DIA)
                   ELSE
                       ADD 1 TO I-DIA
                   END-IF
                   END-IF
               END-PERFORM
           END-IF.

       CAPTURA-PARAMETROS.
           DISPLAY "REGISTRO DE PARAMETROS (HASTA 20 POSICIONES)".
           ACCEPT PCT-PARM-DATOS.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "POSICION DEL PERIODO EN EL REGISTRO "
                   "(0 = NO LLEVA)"
               ACCEPT PCT-POS-PERIODO
               IF PCT-POS-PERIODO > 15
                   DISPLAY "EL PERIODO (6) NO CABE EN ESA POSICION"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.
           MOVE 0 TO BANDERA-CAMPO-VALIDO.
           PERFORM WITH TEST AFTER UNTIL BANDERA-CAMPO-VALIDO = 1
               DISPLAY "POSICION DE LA EMPRESA EN EL REGISTRO "
                   "(0 = NO LLEVA)"
               ACCEPT PCT-POS-EMPRESA
               IF PCT-POS-EMPRESA > 18
                   DISPLAY "LA EMPRESA (3) NO CABE EN ESA POSICION"
               ELSE
                   MOVE 1 TO BANDERA-CAMPO-VALIDO
               END-IF
           END-PERFORM.

       MOSTRAR-PASO.
           DISPLAY "PASO:          " PCT-PASO " (" PCT-TIPO ") "
               PCT-PROGRAMA.
           DISPLAY "DESCRIPCION:   " PCT-DESCRIPCION.
           DISPLAY "OBLIGATORIO:   " PCT-OBLIGATORIO
               "   RC MAXIMO: " PCT-RC-MAXIMO.
           DISPLAY "DEPENDE DE:    " PCT-DEPENDE(1) " "
               PCT-DEPENDE(2) " " PCT-DEPENDE(3).
           DISPLAY "DIAS:          " PCT-DIAS " " PCT-DIA-MES(1) " "
               PCT-DIA-MES(2) " " PCT-DIA-MES(3) " " PCT-DIA-MES(4).
           DISPLAY "PARAMETROS:    " PCT-PARM-ARCHIVO " ["
               PCT-PARM-DATOS "] PER " PCT-POS-PERIODO
               " EMP " PCT-POS-EMPRESA.

      *******************************************************************
      *                             ALTA
      *******************************************************************
       ALTA.
           PERFORM LEER-PASOSCAT.
           IF PCT-KEY-EXISTE = 1
               DISPLAY "ESE ORDEN YA EXISTE EN LA CADENA, USA "
                   "MODIFICACION"
           ELSE
               PERFORM CAPTURA-NOMBRE
               PERFORM CAPTURA-DATOS
               WRITE PASOSCAT-REG
               ADD 1 TO AUTORIZACION
               DISPLAY "OPERACION EXITOSA: ", AUTORIZACION.

      *******************************************************************
      *                             BAJA
      *******************************************************************
      *****UN PASO DEL QUE DEPENDEN OTROS NO SE BORRA; PRIMERO SE
      *****QUITA LA DEPENDENCIA
       BAJA.
           PERFORM LEER-PASOSCAT.
           IF PCT-KEY-EXISTE = 1
               PERFORM MOSTRAR-PASO
               MOVE PASOSCAT-REG TO PASO-GUARDADO
               MOVE PCT-CADENA   TO CADENA-BUSCA
               MOVE PCT-PASO     TO PASO-BUSCA
               PERFORM CONTAR-DEPENDIENTES
               MOVE PASO-GUARDADO TO PASOSCAT-REG
               IF DEPENDIENTES > 0
                   DISPLAY DEPENDIENTES " PASO(S) DEPENDEN DE ESTE; "
                       "BAJA NO PERMITIDA"
               ELSE
                   DISPLAY "QUIERES DAR DE BAJA ESTE PASO?"
                   ACCEPT WKS-RESP
                   IF NOT W88-NO
                       DELETE PASOSCAT
                       ADD 1 TO AUTORIZACION
                       DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
                   ELSE
                       DISPLAY "BAJA CANCELADA"
                   END-IF
               END-IF
           ELSE
               DISPLAY "NO EXISTE ESE PASO".

      *******************************************************************
      *                            MODIFICAR
      *******************************************************************
      *****EL NOMBRE NO CAMBIA: LO USAN EL CHECKPOINT Y LAS
      *****DEPENDENCIAS DE LOS DEMAS PASOS
       MODIFICAR.
           PERFORM LEER-PASOSCAT.
           IF PCT-KEY-EXISTE = 1
               PERFORM MOSTRAR-PASO
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
                   PERFORM CAPTURA-DATOS
                   REWRITE PASOSCAT-REG
                   ADD 1 TO AUTORIZACION
                   DISPLAY "OPERACION EXITOSA: ", AUTORIZACION
               ELSE
                   DISPLAY "MODIFICACION CANCELADA"
           ELSE
               DISPLAY "NO EXISTE ESE PASO".

      *******************************************************************
      *                          LISTAR CADENA
      *******************************************************************
       LISTAR-CADENA.
           DISPLAY "CADENA A LISTAR (E = NOMINA, A = ESCUELA)".
           ACCEPT CADENA-BUSCA.
           MOVE 0 TO PASOS-EN-CADENA.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE CADENA-BUSCA TO PCT-CADENA.
           MOVE 0 TO PCT-ORDEN.
           START PASOSCAT KEY IS NOT LESS THAN PCT-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           DISPLAY "ORD PASO     T PROGRAMA   O RC   D DEPENDE DE".
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PASOSCAT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF PCT-CADENA NOT = CADENA-BUSCA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           ADD 1 TO PASOS-EN-CADENA
                           DISPLAY PCT-ORDEN " " PCT-PASO " "
                               PCT-TIPO " " PCT-PROGRAMA " "
                               PCT-OBLIGATORIO " " PCT-RC-MAXIMO " "
                               PCT-DIAS " " PCT-DEPENDE(1) " "
                               PCT-DEPENDE(2) " " PCT-DEPENDE(3)
                       END-IF
               END-READ
           END-PERFORM.
           IF PASOS-EN-CADENA = 0
               DISPLAY "LA CADENA " CADENA-BUSCA " NO TIENE PASOS"
           END-IF.

      *******************************************************************
      *                     CARGAR CADENAS DE FABRICA
      *******************************************************************
      *****SIEMBRA LAS DOS CADENAS COMO CORRIAN ANTES DEL CATALOGO
      *****(LOS PASOS DE NOMINA Y LOS DE ESCUELA, CADA UNO
      *****DEPENDIENDO DEL ANTERIOR, TODOS OBLIGATORIOS Y CON
      *****RETURN-CODE CERO); LA CADENA QUE YA TIENE PASOS NO SE TOCA
       CARGAR-FABRICA.
           MOVE "E" TO CADENA-BUSCA.
           PERFORM CONTAR-PASOS-CADENA.
           IF PASOS-EN-CADENA > 0
               DISPLAY "LA CADENA E YA TIENE PASOS, NO SE CARGA"
           ELSE
               PERFORM CARGAR-FABRICA-NOMINA
               PERFORM CONTAR-PASOS-CADENA
               DISPLAY "CADENA E CARGADA CON " PASOS-EN-CADENA
                   " PASOS"
           END-IF.
           MOVE "A" TO CADENA-BUSCA.
           PERFORM CONTAR-PASOS-CADENA.
           IF PASOS-EN-CADENA > 0
               DISPLAY "LA CADENA A YA TIENE PASOS, NO SE CARGA"
           ELSE
               PERFORM CARGAR-FABRICA-ESCUELA
               PERFORM CONTAR-PASOS-CADENA
               DISPLAY "CADENA A CARGADA CON " PASOS-EN-CADENA
                   " PASOS"
           END-IF.
           MOVE "N" TO CADENA-BUSCA.
           PERFORM CONTAR-PASOS-CADENA.
           IF PASOS-EN-CADENA > 0
               DISPLAY "LA CADENA N YA TIENE PASOS, NO SE CARGA"
           ELSE
               PERFORM CARGAR-FABRICA-NOCTURNA
               PERFORM CONTAR-PASOS-CADENA
               DISPLAY "CADENA N CARGADA CON " PASOS-EN-CADENA
                   " PASOS"
           END-IF.

       CONTAR-PASOS-CADENA.
           MOVE 0 TO PASOS-EN-CADENA.
           MOVE 0 TO ARCHIVO-EOF.
           MOVE CADENA-BUSCA TO PCT-CADENA.
           MOVE 0 TO PCT-ORDEN.
           START PASOSCAT KEY IS NOT LESS THAN PCT-LLAVE
               INVALID KEY MOVE 1 TO ARCHIVO-EOF.
           PERFORM UNTIL ARCHIVO-EOF = 1
               READ PASOSCAT NEXT RECORD
                   AT END
                       MOVE 1 TO ARCHIVO-EOF
                   NOT AT END
                       IF PCT-CADENA NOT = CADENA-BUSCA
                           MOVE 1 TO ARCHIVO-EOF
                       ELSE
                           ADD 1 TO PASOS-EN-CADENA
                       END-IF
               END-READ
           END-PERFORM.

      *****DEJA EL REGISTRO LIMPIO: LLAMADA OBLIGATORIA, RC CERO,
      *****TODOS LOS DIAS, SIN DEPENDENCIAS NI PARAMETROS
       LIMPIAR-PASO.
           MOVE SPACES TO PASOSCAT-REG.
           MOVE CADENA-BUSCA TO PCT-CADENA.
           MOVE "C" TO PCT-TIPO.
           MOVE "S" TO PCT-OBLIGATORIO.
           MOVE 0   TO PCT-RC-MAXIMO.
           MOVE "T" TO PCT-DIAS.
           PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 4
               MOVE 0 TO PCT-DIA-MES(I-DIA)
           END-PERFORM.
           MOVE 0 TO PCT-POS-PERIODO.
           MOVE 0 TO PCT-POS-EMPRESA.

       CARGAR-FABRICA-NOMINA.
           PERFORM LIMPIAR-PASO.
           MOVE 010 TO PCT-ORDEN.
           MOVE "RESPALDO" TO PCT-PASO.
           MOVE "0RESPAL" TO PCT-PROGRAMA.
           MOVE "0RESPAL (RESPALDO DE MAESTROS)" TO PCT-DESCRIPCION.
           MOVE "PARMRESPAL" TO PCT-PARM-ARCHIVO.
           MOVE "1" TO PCT-PARM-DATOS.
           WRITE PASOSCAT-REG.
      *****LA RECEPCION DE SUCURSALES REGRESA 4 SI SOLO FALTA ALGUNA
      *****(LA CADENA SIGUE); CON UN ARCHIVO RECHAZADO REGRESA 8
           PERFORM LIMPIAR-PASO.
           MOVE 015 TO PCT-ORDEN.
           MOVE "SUCREC" TO PCT-PASO.
           MOVE "1SUCREC" TO PCT-PROGRAMA.
           MOVE "1SUCREC (RECEPCION SUCURSALES)" TO PCT-DESCRIPCION.
           MOVE "RESPALDO" TO PCT-DEPENDE(1).
           MOVE 4 TO PCT-RC-MAXIMO.
           MOVE "PARMSUCREC" TO PCT-PARM-ARCHIVO.
           MOVE 1 TO PCT-POS-PERIODO.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 020 TO PCT-ORDEN.
           MOVE "PREVAL" TO PCT-PASO.
           MOVE "1PREVAL" TO PCT-PROGRAMA.
           MOVE "1PREVAL (PRE-EDICION ENTRADAS)" TO PCT-DESCRIPCION.
           MOVE "SUCREC" TO PCT-DEPENDE(1).
           MOVE "PARMPREVAL" TO PCT-PARM-ARCHIVO.
           MOVE 1 TO PCT-POS-PERIODO.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 030 TO PCT-ORDEN.
           MOVE "EMPCAP" TO PCT-PASO.
           MOVE "EMPCAP" TO PCT-PROGRAMA.
           MOVE "EMPCAP (CAPTURA DE EMPLEADOS)" TO PCT-DESCRIPCION.
           MOVE "PREVAL" TO PCT-DEPENDE(1).
           MOVE "PARMEMPCAP" TO PCT-PARM-ARCHIVO.
           MOVE "2" TO PCT-PARM-DATOS.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 040 TO PCT-ORDEN.
           MOVE "EMPSDO" TO PCT-PASO.
           MOVE "3EMPSDO" TO PCT-PROGRAMA.
           MOVE "3EMPSDO (PROCESO DE SUELDOS)" TO PCT-DESCRIPCION.
           MOVE "EMPCAP" TO PCT-DEPENDE(1).
           MOVE "PARMEMPSDO" TO PCT-PARM-ARCHIVO.
           MOVE 1 TO PCT-POS-PERIODO.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 050 TO PCT-ORDEN.
           MOVE "EMPREP" TO PCT-PASO.
           MOVE "5EMPREP" TO PCT-PROGRAMA.
           MOVE "5EMPREP (REPORTE DE EMPLEADOS)" TO PCT-DESCRIPCION.
           MOVE "EMPSDO" TO PCT-DEPENDE(1).
           MOVE "PARMEMPREP" TO PCT-PARM-ARCHIVO.
           MOVE "091" TO PCT-PARM-DATOS.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 060 TO PCT-ORDEN.
           MOVE "SIMULA" TO PCT-PASO.
           MOVE "6EMPNOMV3" TO PCT-PROGRAMA.
           MOVE "6EMPNOMV3 (SIMULACION)" TO PCT-DESCRIPCION.
           MOVE "EMPREP" TO PCT-DEPENDE(1).
           MOVE "PARMEMPNOM" TO PCT-PARM-ARCHIVO.
           MOVE "4" TO PCT-PARM-DATOS.
           MOVE 2 TO PCT-POS-PERIODO.
           MOVE 8 TO PCT-POS-EMPRESA.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 070 TO PCT-ORDEN.
           MOVE "VISTOBNO" TO PCT-PASO.
           MOVE "V" TO PCT-TIPO.
           MOVE "VISTO BUENO (7SIMAPR)" TO PCT-DESCRIPCION.
           MOVE "SIMULA" TO PCT-DEPENDE(1).
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 080 TO PCT-ORDEN.
           MOVE "EMPNOM" TO PCT-PASO.
           MOVE "6EMPNOMV3" TO PCT-PROGRAMA.
           MOVE "6EMPNOMV3 (NOMINA)" TO PCT-DESCRIPCION.
           MOVE "VISTOBNO" TO PCT-DEPENDE(1).
           MOVE "P" TO PCT-DIAS.
           MOVE "PARMEMPNOM" TO PCT-PARM-ARCHIVO.
           MOVE "1" TO PCT-PARM-DATOS.
           MOVE 2 TO PCT-POS-PERIODO.
           MOVE 8 TO PCT-POS-EMPRESA.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 090 TO PCT-ORDEN.
           MOVE "RECON" TO PCT-PASO.
           MOVE "7EMPREC" TO PCT-PROGRAMA.
           MOVE "7EMPREC (CONCILIACION 3 VIAS)" TO PCT-DESCRIPCION.
           MOVE "EMPNOM" TO PCT-DEPENDE(1).
           WRITE PASOSCAT-REG.

       CARGAR-FABRICA-ESCUELA.
           PERFORM LIMPIAR-PASO.
           MOVE 010 TO PCT-ORDEN.
           MOVE "ALUPRO" TO PCT-PASO.
           MOVE "3ALUPRO" TO PCT-PROGRAMA.
           MOVE "3ALUPRO (CALIFICACIONES)" TO PCT-DESCRIPCION.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 020 TO PCT-ORDEN.
           MOVE "ALUCNV" TO PCT-PASO.
           MOVE "3ALUCNV" TO PCT-PROGRAMA.
           MOVE "3ALUCNV (MAESTRO ALUMNOS)" TO PCT-DESCRIPCION.
           MOVE "ALUPRO" TO PCT-DEPENDE(1).
           MOVE "PARMALUCNV" TO PCT-PARM-ARCHIVO.
           MOVE 1 TO PCT-POS-PERIODO.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 030 TO PCT-ORDEN.
           MOVE "REINSC" TO PCT-PASO.
           MOVE "3REINSC" TO PCT-PROGRAMA.
           MOVE "3REINSC (REINSCRIPCION)" TO PCT-DESCRIPCION.
           MOVE "ALUCNV" TO PCT-DEPENDE(1).
           MOVE "PARMREINSC" TO PCT-PARM-ARCHIVO.
           MOVE 1 TO PCT-POS-PERIODO.
           WRITE PASOSCAT-REG.
           PERFORM LIMPIAR-PASO.
           MOVE 040 TO PCT-ORDEN.
           MOVE "ALUREP" TO PCT-PASO.
           MOVE "5ALUREP" TO PCT-PROGRAMA.
           MOVE "5ALUREP (REPORTES ESCUELA)" TO PCT-DESCRIPCION.
           MOVE "REINSC" TO PCT-DEPENDE(1).
           MOVE "PARMALUREP" TO PCT-PARM-ARCHIVO.
           MOVE "09051" TO PCT-PARM-DATOS.
           WRITE PASOSCAT-REG.

      *****CADENA NOCTURNA: LOS EXTRACTOS PARA EL ALMACEN DE REPORTES
      *****Y LA REVISION DE HUERFANOS; NO DETIENE NADA SI FALLA, POR
      *****ESO VAN COMO OPCIONALES
       CARGAR-FABRICA-NOCTURNA.
           PERFORM LIMPIAR-PASO.
           MOVE 010 TO PCT-ORDEN.
           MOVE "EXTRACTO" TO PCT-PASO.
           MOVE "7ALMEXT" TO PCT-PROGRAMA.
           MOVE "7ALMEXT (EXTRACTOS ALMACEN)" TO PCT-DESCRIPCION.
           MOVE "N" TO PCT-OBLIGATORIO.
           WRITE PASOSCAT-REG.
      *****REVISION DE HUERFANOS, SOLO REPORTE; REGRESA 4 SI LOS HAY
           PERFORM LIMPIAR-PASO.
           MOVE 020 TO PCT-ORDEN.
           MOVE "INTREF" TO PCT-PASO.
           MOVE "7INTREF" TO PCT-PROGRAMA.
           MOVE "7INTREF (REVISION HUERFANOS)" TO PCT-DESCRIPCION.
           MOVE "N" TO PCT-OBLIGATORIO.
           MOVE 4 TO PCT-RC-MAXIMO.
           MOVE "PARMINTREF" TO PCT-PARM-ARCHIVO.
           MOVE "R" TO PCT-PARM-DATOS.
           WRITE PASOSCAT-REG.

      *******************************************************************
      *                               MENU
      *******************************************************************
       MOSTRAR-MENU.
           MOVE "NO" TO WKS-RESP.
           MOVE 0 TO OPCION-MENU.
           DISPLAY "----------------------".
           DISPLAY " PASOS DE LAS CADENAS".
           DISPLAY "----------------------".
           DISPLAY "SELECCIONA UNA OPCION".
           DISPLAY "1. ALTA DE PASO.".
           DISPLAY "2. BAJA DE PASO.".
           DISPLAY "3. MODIFICACION DE PASO.".
           DISPLAY "4. LISTAR UNA CADENA.".
           DISPLAY "5. CARGAR CADENAS DE FABRICA.".
           DISPLAY "6. SALIR."
           ACCEPT OPCION-MENU.
           IF OPCION-MENU = 1
               PERFORM ALTA
           ELSE IF OPCION-MENU = 2
               PERFORM BAJA
           ELSE IF OPCION-MENU = 3
               PERFORM MODIFICAR
           ELSE IF OPCION-MENU = 4
               PERFORM LISTAR-CADENA
           ELSE IF OPCION-MENU = 5
               PERFORM CARGAR-FABRICA
           ELSE IF OPCION-MENU = 6
               DISPLAY "ADIOS"
               MOVE 1 TO BANDERA-SALIR-MENU.

       END PROGRAM 4PASABC.
