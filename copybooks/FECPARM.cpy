      ******************************************************************
      * FECPARM - Area de comunicacion con el subprograma PERSFEC.
      *           Funcion 'L': lee el control de PERSCAL y devuelve la
      *           fecha de proceso, la anterior, la marca de fin de
      *           mes, los dias de retencion y la fecha de corte de la
      *           depuracion (fecha de proceso menos la retencion).
      *           Funcion 'S': suma FEC-DIAS (con signo) a FEC-BASE y
      *           devuelve la fecha resultante y su dia de la semana
      *           (1 = lunes ... 7 = domingo).
      *           FEC-RESULTADO queda en 'S' si la funcion respondio.
      ******************************************************************
       01  FEC-PARAM.
           05  FEC-FUNCION               PIC X(1).
               88  FEC-LEER-CONTROL      VALUE 'L'.
               88  FEC-SUMAR-DIAS        VALUE 'S'.
           05  FEC-RESULTADO             PIC X(1).
               88  FEC-OK                VALUE 'S'.
           05  FEC-PROCESO               PIC 9(8).
           05  FEC-ANTERIOR              PIC 9(8).
           05  FEC-FIN-MES               PIC X(1).
               88  FEC-ES-FIN-MES        VALUE 'S'.
           05  FEC-RETENCION             PIC 9(3).
           05  FEC-CORTE                 PIC 9(8).
           05  FEC-BASE                  PIC 9(8).
           05  FEC-DIAS                  PIC S9(5).
           05  FEC-CALCULADA             PIC 9(8).
           05  FEC-DIA-SEMANA            PIC 9(1).
