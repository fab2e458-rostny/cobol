      ******************************************************************
      * RUNREC - Layout de la linea del registro de corridas PERSRUN.
      *          Cada programa por lote graba, via PERSRUN, una linea
      *          'I' al empezar y una 'F' al terminar con job, paso,
      *          programa, fecha de negocio, fecha y hora de inicio y
      *          de fin, codigo de retorno, una referencia propia del
      *          programa (PERSDLT: fecha del diferencial enviado;
      *          PERSCNF: fecha del extracto confirmado) y hasta diez
      *          contadores rotulados. La linea 'F' repite la fecha y
      *          hora de inicio para aparearla con su 'I'. La lee
      *          RUNRPT para el resumen de operacion de cada noche.
      ******************************************************************
       01  RUN-LINEA.
           05  RUN-TIPO                  PIC X(1).
               88  RUN-ES-INICIO         VALUE 'I'.
               88  RUN-ES-FIN            VALUE 'F'.
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-JOB                   PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-PASO                  PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-PROGRAMA              PIC X(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-FECHA-NEG             PIC 9(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-FECHA-INICIO          PIC 9(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-HORA-INICIO           PIC 9(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-FECHA-FIN             PIC 9(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-HORA-FIN              PIC 9(8).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-RETORNO               PIC 9(4).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  RUN-REFERENCIA            PIC X(8).
           05  RUN-CONTADORES.
               10  RUN-CONTADOR OCCURS 10 TIMES.
                   15  FILLER            PIC X(1).
                   15  RUN-CONT-ROTULO   PIC X(10).
                   15  FILLER            PIC X(1).
                   15  RUN-CONT-VALOR    PIC 9(9).
