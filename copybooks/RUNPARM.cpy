      ******************************************************************
      * RUNPARM - Area de comunicacion con el subprograma PERSRUN.
      *           Funcion 'I' (inicio de corrida): PERSRUN toma job y
      *           paso del PARM del paso ('JOB,PASO'), limpia los
      *           contadores, la referencia y el retorno, devuelve la
      *           fecha y hora de inicio y, si COR-FECHA-NEG viene en
      *           cero, la completa con la fecha de negocio de PERSCAL.
      *           Funcion 'F' (fin de corrida): el programa deja el
      *           codigo de retorno, la referencia y sus contadores
      *           (rotulo y valor) y PERSRUN graba la linea de fin.
      *           El llamador conserva el area entre ambas llamadas.
      ******************************************************************
       01  COR-PARAM.
           05  COR-FUNCION               PIC X(1).
               88  COR-INICIO            VALUE 'I'.
               88  COR-FIN               VALUE 'F'.
           05  COR-JOB                   PIC X(8).
           05  COR-PASO                  PIC X(8).
           05  COR-PROGRAMA              PIC X(8).
           05  COR-FECHA-NEG             PIC 9(8).
           05  COR-FECHA-INICIO          PIC 9(8).
           05  COR-HORA-INICIO           PIC 9(8).
           05  COR-RETORNO               PIC 9(4).
           05  COR-REFERENCIA            PIC X(8).
           05  COR-CONTADOR OCCURS 10 TIMES.
               10  COR-CONT-ROTULO       PIC X(10).
               10  COR-CONT-VALOR        PIC 9(9).
