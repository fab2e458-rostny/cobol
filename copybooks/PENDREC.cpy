      ******************************************************************
      * PENDREC - Layout del archivo de transacciones pendientes
      *           PERSPEND: altas, cambios, bajas y reactivaciones con
      *           fecha efectiva futura, retenidas hasta que llegue
      *           esa fecha. Clave: fecha efectiva + clave de la
      *           persona (apellido/nombre) + tipo; claves
      *           alternativas (con repetidos) por la clave de la
      *           persona y por el numero de persona (en cero para
      *           las altas). Las graba TEST1 (menu y carga por lote);
      *           PERSPEND libera las vencidas a la fecha de negocio
      *           marcandolas 'L' con la fecha de liberacion y las
      *           borra en la corrida de un dia posterior.
      ******************************************************************
       01  PEND-RECORD.
           05  PEND-KEY.
               10  PEND-FEC-EFECTIVA     PIC 9(8).
               10  PEND-CLAVE.
                   15  PEND-APELLIDO     PIC X(30).
                   15  PEND-NOMBRE       PIC X(20).
               10  PEND-TIPO             PIC X(1).
                   88  PEND-ALTA         VALUE 'A'.
                   88  PEND-CAMBIO       VALUE 'C'.
                   88  PEND-BAJA         VALUE 'B'.
                   88  PEND-REACTIVACION VALUE 'R'.
           05  PEND-ID                   PIC 9(6).
           05  PEND-EDAD                 PIC X(3).
           05  PEND-FEC-NAC              PIC X(8).
           05  PEND-ESTADO               PIC X(1).
               88  PEND-EN-ESPERA        VALUE 'P'.
               88  PEND-LIBERADA         VALUE 'L'.
           05  PEND-FEC-LIBERADA         PIC 9(8).
           05  PEND-FEC-REGISTRO         PIC 9(8).
           05  PEND-OPERADOR             PIC X(8).
           05  PEND-ORIGEN               PIC X(1).
               88  PEND-DE-MENU          VALUE 'M'.
               88  PEND-DE-LOTE          VALUE 'L'.
