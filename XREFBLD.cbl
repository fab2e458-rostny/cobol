      *          referencia y el maestro. Los numeros repetidos se
      *          informan y terminan la corrida con codigo 8 porque
      *          delatan un maestro inconsistente.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  ws-total-grabados      pic 9(6) value zeros.
       77  ws-total-repetidos     pic 9(6) value zeros.

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
           move 'XREFBLD' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'GRABADOS' to COR-CONT-ROTULO(2).
           move ws-total-grabados to COR-CONT-VALOR(2).
           move 'REPETIDOS' to COR-CONT-ROTULO(3).
           move ws-total-repetidos to COR-CONT-VALOR(3).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       abrir-archivos.
           open input PERSONAS-MASTER.
           if ws-master-status = '00'
