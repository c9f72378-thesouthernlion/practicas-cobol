      *****COMPONENTES LEGALES LLEVA EL FINIQUITO (PRIMA DE
      *****ANTIGUEDAD, TRES MESES DE INDEMNIZACION, VEINTE DIAS POR
      *****ANIO); 4EMPABC LO CAPTURA EN LA BAJA Y EL MODO 3 DE
      *****6EMPNOMV3 ARMA EL FINIQUITO SEGUN SUS BANDERAS. LA BANDERA
      *****DE RECONTRATABLE EN N DETIENE EL ALTA DE QUIEN SE FUE POR
      *****ESE MOTIVO HASTA QUE UN SUPERVISOR LA AUTORICE
       FD  MOTIVOS.
       01  MOTIVOS-REG.
           03  MOT-CLAVE           PIC X(03).
           03  MOT-PAGA-PRIMA      PIC X(01).
           03  MOT-PAGA-3MESES     PIC X(01).
           03  MOT-PAGA-20DIAS     PIC X(01).
           03  MOT-RECONTRATABLE   PIC X(01).

       WORKING-STORAGE SECTION.
       77  BANDERA-SALIR-MENU  PIC 9.
           ACCEPT MOT-PAGA-20DIAS.
           IF MOT-PAGA-20DIAS NOT = "S"
               MOVE "N" TO MOT-PAGA-20DIAS.
           DISPLAY "SE PUEDE RECONTRATAR (S/N)".
           ACCEPT MOT-RECONTRATABLE.
           IF MOT-RECONTRATABLE NOT = "N"
               MOVE "S" TO MOT-RECONTRATABLE.

      *******************************************************************
      *                             ALTA
               DISPLAY "PRIMA ANTIGUEDAD: ", MOT-PAGA-PRIMA
               DISPLAY "3 MESES:          ", MOT-PAGA-3MESES
               DISPLAY "20 DIAS/ANIO:     ", MOT-PAGA-20DIAS
               DISPLAY "RECONTRATABLE:    ", MOT-RECONTRATABLE
           ELSE
               DISPLAY "MOTIVO NO EXISTE".

               DISPLAY "PRIMA ANTIGUEDAD: ", MOT-PAGA-PRIMA
               DISPLAY "3 MESES:          ", MOT-PAGA-3MESES
               DISPLAY "20 DIAS/ANIO:     ", MOT-PAGA-20DIAS
               DISPLAY "RECONTRATABLE:    ", MOT-RECONTRATABLE
               DISPLAY "DESEA MODIFICAR?"
               ACCEPT WKS-RESP
               IF NOT W88-NO
               INVALID KEY
                   DISPLAY "NO HAY MOTIVOS"
                   MOVE 1 TO FIN-LISTADO.
           DISPLAY "CLAVE DESCRIPCION          PRIMA 3MES 20DIAS"
               " RECONT".
           PERFORM UNTIL FIN-LISTADO = 1
               READ MOTIVOS NEXT RECORD
                   AT END
                   NOT AT END
                       DISPLAY MOT-CLAVE "   " MOT-DESCRIPCION "  "
                           MOT-PAGA-PRIMA "     " MOT-PAGA-3MESES
                           "    " MOT-PAGA-20DIAS "      "
                           MOT-RECONTRATABLE
               END-READ
           END-PERFORM.

