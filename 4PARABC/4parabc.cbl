      *****  COLEGIATURA   COLEGIATURA MENSUAL (3BECPRO)
      *****  BECA-PROM-1/2/3 Y BECA-PCT-1/2/3 BANDAS DE BECA (3BECPRO)
      *****  BECA-PISO     PISO DE REVOCACION (3BECPRO)
      *****  TOLERA-IMSS   TOLERANCIA EN PESOS DE LA EMISION (7EMAREC)
      *****  PRIMA-RIESGO  PRIMA DE RIESGO DE TRABAJO (3PRIRT/3EMPIMS)
       MAIN-PROCEDURE.
           MOVE 0 TO BANDERA-SALIR-MENU.
           OPEN INPUT USUARIOS.
