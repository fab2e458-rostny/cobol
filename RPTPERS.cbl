      *          Edad) con encabezados de pagina y conteo de registros.
      *          Solo lista personas activas; las bajas logicas se
      *          omiten y se cuentan al pie.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               value 'BAJAS LOGICAS OMITIDAS...:'.
           05  total-inact-edit   pic zz,zz9.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform abrir-archivos.
           if master-abierto
               perform imprimir-encabezado
               perform imprimir-total
               perform cerrar-archivos
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'RPTPERS' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LISTADOS' to COR-CONT-ROTULO(1).
           move ws-total-registros to COR-CONT-VALOR(1).
           move 'INACTIVOS' to COR-CONT-ROTULO(2).
           move ws-total-inactivos to COR-CONT-VALOR(2).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       abrir-archivos.
           open input PERSONAS-MASTER.
           evaluate ws-master-status
