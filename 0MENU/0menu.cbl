           DISPLAY "10. ACUSES DE RECIBO (2ACUCAP).".
           DISPLAY "11. KIOSCO DEL EMPLEADO (2KIOSCO).".
           DISPLAY "12. PAGOS DE COLEGIATURA (2COLCAP).".
           DISPLAY "13. VIATICOS (2VIACAP).".
           DISPLAY "14. EVALUACION DEL DESEMPENO (2EVACAP).".
           DISPLAY "15. REGISTRO DE CAPACITACION (2CAPCAP).".
           DISPLAY "16. DOCUMENTOS DEL PERSONAL (2DOCCAP).".
           DISPLAY "17. APELACIONES DE CALIFICACION (2APECAP).".
           DISPLAY "18. ASPIRANTES DE NUEVO INGRESO (2ASPCAP).".
           DISPLAY "19. SERVICIO SOCIAL (2SSOCAP).".
           DISPLAY "20. INCIDENTES DE CONDUCTA (2INCCAP).".
           DISPLAY "21. CONSULTA DE PADRES (2PADCON).".
           DISPLAY "22. REGRESAR."
           ACCEPT OPCION-PROGRAMA.
           IF OPCION-PROGRAMA = 1
               IF HAY-DEPARTAMENTOS = 1
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 12
               CALL "2COLCAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 13
               CALL "2VIACAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 14
               CALL "2EVACAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 15
               CALL "2CAPCAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 16
               CALL "2DOCCAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 17
               CALL "2APECAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 18
               CALL "2ASPCAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 19
               CALL "2SSOCAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 20
               CALL "2INCCAP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 21
               CALL "2PADCON"
               PERFORM LLAMAR-Y-REVISAR.

      *******************************************************************
           DISPLAY "31. HORARIOS DE CLASE (4HORABC).".
           DISPLAY "32. CONTACTO DEL ALUMNO (4TUTABC).".
           DISPLAY "33. CICLOS ESCOLARES (4CICABC).".
           DISPLAY "34. MOVIMIENTOS RECURRENTES (4RECABC).".
           DISPLAY "35. TARJETAS DE VALES (4VALABC).".
           DISPLAY "36. RIESGOS DE TRABAJO (4RIEABC).".
           DISPLAY "37. PLANES DE COMISION (4COMABC).".
           DISPLAY "38. SEGURO DE GRUPO (4SEGABC).".
           DISPLAY "39. ESCALONES DE QUINQUENIO (4QUIABC).".
           DISPLAY "40. MATRIZ DE MERITO (4MERABC).".
           DISPLAY "41. CURSOS DE CAPACITACION (4CURABC).".
           DISPLAY "42. TIPOS DE DOCUMENTO (4DOCABC).".
           DISPLAY "43. AULAS (4AULABC).".
           DISPLAY "44. CALENDARIO DE EXAMENES (4EXAABC).".
           DISPLAY "45. MOTIVOS DE BAJA ESCOLAR (4MTAABC).".
           DISPLAY "46. SERVICIOS ESCOLARES (4SERABC).".
           DISPLAY "47. TIPOS DE INCIDENTE (4TINABC).".
           DISPLAY "48. PASOS DE LAS CADENAS (4PASABC).".
           DISPLAY "49. OBLIGACIONES LEGALES (4OBLABC).".
           DISPLAY "50. SUCURSALES (4SUCABC).".
           DISPLAY "51. REGRESAR."
           ACCEPT OPCION-PROGRAMA.
           IF OPCION-PROGRAMA = 1
               CALL "4EMPABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 33
               CALL "4CICABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 34
               CALL "4RECABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 35
               CALL "4VALABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 36
               CALL "4RIEABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 37
               CALL "4COMABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 38
               CALL "4SEGABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 39
               CALL "4QUIABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 40
               CALL "4MERABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 41
               CALL "4CURABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 42
               CALL "4DOCABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 43
               CALL "4AULABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 44
               CALL "4EXAABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 45
               CALL "4MTAABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 46
               CALL "4SERABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 47
               CALL "4TINABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 48
               CALL "4PASABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 49
               CALL "4OBLABC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 50
               CALL "4SUCABC"
               PERFORM LLAMAR-Y-REVISAR.

      *******************************************************************
           DISPLAY "17. REINSCRIPCION (3REINSC).".
           DISPLAY "18. CERTIFICADOS DE ESTUDIOS (3CERTIF).".
           DISPLAY "19. CARTAS A LOS PADRES (3CARTAS).".
           DISPLAY "20. HORA-CLASE DE PROFESORES (3HORPAG).".
           DISPLAY "21. MOVIMIENTOS RECURRENTES (3RECGEN).".
           DISPLAY "22. ENTERO MENSUAL DE ISR (3ENTISR).".
           DISPLAY "23. PRIMA DE RIESGO ANUAL (3PRIRT).".
           DISPLAY "24. COMISIONES SOBRE VENTAS (3COMPRO).".
           DISPLAY "25. LIQUIDACION DE VIATICOS (3VIALIQ).".
           DISPLAY "26. QUINQUENIOS Y PRIMA DE ANTIGUEDAD (3QUIPRO).".
           DISPLAY "27. AUMENTO POR MERITO (3MERPRO).".
           DISPLAY "28. CONSTANCIA DE NO ADEUDO (3NOADEU).".
           DISPLAY "29. CONSTANCIA LABORAL (3CONLAB).".
           DISPLAY "30. CONSTANCIAS DC-3 (3DC3GEN).".
           DISPLAY "31. CIERRE DE ACTAS DE CALIFICACIONES (3ACTCIE).".
           DISPLAY "32. BOLETAS DE CALIFICACIONES (3BOLGEN).".
           DISPLAY "33. ADMISION DE ASPIRANTES (3ADMPRO).".
           DISPLAY "34. ESTADISTICA FORMATO 911 (3EST911).".
           DISPLAY "35. FACTURACION DE COLEGIATURAS (3FACCOL).".
           DISPLAY "36. REGRESAR."
           ACCEPT OPCION-PROGRAMA.
           IF OPCION-PROGRAMA = 1
               IF HAY-EMPLEADOS = 1
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 19
               CALL "3CARTAS"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 20
               CALL "3HORPAG"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 21
               CALL "3RECGEN"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 22
               CALL "3ENTISR"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 23
               CALL "3PRIRT"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 24
               CALL "3COMPRO"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 25
               CALL "3VIALIQ"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 26
               CALL "3QUIPRO"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 27
               CALL "3MERPRO"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 28
               CALL "3NOADEU"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 29
               CALL "3CONLAB"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 30
               CALL "3DC3GEN"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 31
               CALL "3ACTCIE"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 32
               CALL "3BOLGEN"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 33
               CALL "3ADMPRO"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 34
               CALL "3EST911"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 35
               CALL "3FACCOL"
               PERFORM LLAMAR-Y-REVISAR.

      *******************************************************************
           DISPLAY "24. LISTA DE ESPERA (5ESPREP).".
           DISPLAY "25. HORARIOS IMPRESOS (5HORREP).".
           DISPLAY "26. TENDENCIA ACADEMICA (5TENREP).".
           DISPLAY "27. PAGO MENSUAL FONACOT (5FNTREP).".
           DISPLAY "28. ANIVERSARIOS PROXIMOS (5ANIREP).".
           DISPLAY "29. REINGRESOS DEL MES (5REIREP).".
           DISPLAY "30. COSTO INTEGRAL DE EMPLEO (5COSREP).".
           DISPLAY "31. CAPACITACION DC-4 Y BRECHAS (5CAPREP).".
           DISPLAY "32. TARJETA DE ACUMULADOS (5ACUREP).".
           DISPLAY "33. EQUIDAD SALARIAL POR SEXO (5EQUREP).".
           DISPLAY "34. CUPO Y USO DE AULAS (5AULREP).".
           DISPLAY "35. CALENDARIO DE EXAMENES (5EXAREP).".
           DISPLAY "36. ACTAS ABIERTAS AL CIERRE DE CICLO (5ACTREP).".
           DISPLAY "37. APELACIONES DEL CICLO (5APEREP).".
           DISPLAY "38. DESERCION ESCOLAR (5DESREP).".
           DISPLAY "39. MATERIAS ADEUDADAS (5MADREP).".
           DISPLAY "40. SERVICIO SOCIAL PENDIENTE (5SSOREP).".
           DISPLAY "41. INSCRITOS A SERVICIOS ESCOLARES (5SERREP).".
           DISPLAY "42. INCIDENTES POR GRUPO (5INCREP).".
           DISPLAY "43. EVALUACION DE PROFESORES (5EVAREP).".
           DISPLAY "44. REGRESAR."
           ACCEPT OPCION-PROGRAMA.
           IF OPCION-PROGRAMA = 1
               CALL "5EMPREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 26
               CALL "5TENREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 27
               CALL "5FNTREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 28
               CALL "5ANIREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 29
               CALL "5REIREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 30
               CALL "5COSREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 31
               CALL "5CAPREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 32
               CALL "5ACUREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 33
               CALL "5EQUREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 34
               CALL "5AULREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 35
               CALL "5EXAREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 36
               CALL "5ACTREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 37
               CALL "5APEREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 38
               CALL "5DESREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 39
               CALL "5MADREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 40
               CALL "5SSOREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 41
               CALL "5SERREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 42
               CALL "5INCREP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 43
               CALL "5EVAREP"
               PERFORM LLAMAR-Y-REVISAR.

      *******************************************************************
           DISPLAY "21. ARCHIVO DE MOVIMIENTOS (7MOVARC).".
           DISPLAY "22. SEPARACION DE FUNCIONES (7SODREP).".
           DISPLAY "23. IMPORTAR EXAMENES (1CALVAL).".
           DISPLAY "24. DISPERSION DE VALES (7VALFMT).".
           DISPLAY "25. CONFIRMACION DE VALES (7VALREC).".
           DISPLAY "26. CONCILIACION EMISION IMSS (7EMAREC).".
           DISPLAY "27. CEDULA FONACOT (7FONCED).".
           DISPLAY "28. REMESA DEL SEGURO DE GRUPO (7SEGEXP).".
           DISPLAY "29. REVISION DE FRAUDE EN PAGOS (7FRAREV).".
           DISPLAY "30. VENCIMIENTO DE DOCUMENTOS (7DOCVEN).".
           DISPLAY "31. DATOS PERSONALES ARCO (7ARCOEX).".
           DISPLAY "32. CONCILIACION DE POLIZA CONTABLE (7POLCON).".
           DISPLAY "33. COBRANZA BANCARIA DE COLEGIATURAS (7COBREC).".
           DISPLAY "34. IMPORTAR EVALUACION DOCENTE (1EVAVAL).".
           DISPLAY "35. RECUPERAR EMPINX A FECHA Y HORA (7EMPRCU).".
           DISPLAY "36. SELLOS DE INTEGRIDAD DE MAESTROS (7SELLOS).".
           DISPLAY "37. CALENDARIO DE OBLIGACIONES (7OBLCAL).".
           DISPLAY "38. EXTRACTOS PARA EL ALMACEN (7ALMEXT).".
           DISPLAY "39. RECEPCION DE MOVIMIENTOS SUCURSALES (1SUCREC).".
           DISPLAY "40. INTEGRIDAD REFERENCIAL - HUERFANOS (7INTREF).".
           DISPLAY "41. REGRESAR."
           ACCEPT OPCION-PROGRAMA.
           IF OPCION-PROGRAMA = 1
               CALL "0RESPAL"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 23
               CALL "1CALVAL"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 24
               CALL "7VALFMT"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 25
               CALL "7VALREC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 26
               CALL "7EMAREC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 27
               CALL "7FONCED"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 28
               CALL "7SEGEXP"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 29
               CALL "7FRAREV"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 30
               CALL "7DOCVEN"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 31
               CALL "7ARCOEX"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 32
               CALL "7POLCON"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 33
               CALL "7COBREC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 34
               CALL "1EVAVAL"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 35
               CALL "7EMPRCU"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 36
               CALL "7SELLOS"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 37
               CALL "7OBLCAL"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 38
               CALL "7ALMEXT"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 39
               CALL "1SUCREC"
               PERFORM LLAMAR-Y-REVISAR
           ELSE IF OPCION-PROGRAMA = 40
               CALL "7INTREF"
               PERFORM LLAMAR-Y-REVISAR.

       END PROGRAM 0MENU.
