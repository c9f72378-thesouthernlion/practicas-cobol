           03  DAT-TEL-CONTACTO    PIC X(10).
           03  DAT-PUESTO          PIC X(20).
           03  DAT-NIP             PIC 9(04).
           03  DAT-SEXO            PIC X(01).

      *****CARTERA DE PRESTAMOS, FONDO DE AHORRO Y ADEUDOS, MISMOS
      *****LAYOUTS QUE EN 6EMPNOMV3; AQUI SOLO SE CONSULTAN
