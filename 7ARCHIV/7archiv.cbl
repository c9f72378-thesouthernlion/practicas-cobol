       FD  RESPALDO-BAJAS.
       01  RESPALDO-BAJAS-REG.
           03  RB-NOMINA           PIC 9(06).
           03  RB-RESTO            PIC X(120).

      *****ARCHIVOS MUERTOS: LO QUE SALE DE LOS ARCHIVOS VIVOS POR
      *****RETENCION SE CONSERVA AQUI, NUNCA SE TIRA
       FD  HISARCH.
       01  HISARCH-REG             PIC X(86).
       FD  RESPARCH.
       01  RESPARCH-REG            PIC X(126).

      *****ARCHIVO DE TRABAJO PARA REESCRIBIR LOS VIVOS COMPACTADOS
       FD  TRABAJO.
