      *           beneficios PERSBEN (clave PERS-ID). Lo graba PERSCNF
      *           al procesar el archivo de confirmacion que devuelve
      *           beneficios y lo consulta TEST1 desde las pantallas
      *           de consulta y PERSCSV para seleccionar por estado.
      ******************************************************************
       01  BEN-RECORD.
           05  BEN-ID                    PIC 9(6).
