      *          sale como registro 'D' y al final se graba un registro
      *          'T' con la cantidad de registros y un total de control
      *          (suma de PERS-ID) que PERSRELD verifica al restaurar.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  resp-trl-control   pic 9(15).
           05  filler             pic x(52) value spaces.

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
               perform leer-master
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSUNLD' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'COPIADOS' to COR-CONT-ROTULO(1).
           move ws-total-registros to COR-CONT-VALOR(1).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       abrir-archivos.
           open input PERSONAS-MASTER.
           if ws-master-status = '00'
