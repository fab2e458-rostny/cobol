      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reconstruccion completa del indice fonetico PERSFON
      *          (codigo fonetico de apellido y nombre + PERS-ID).
      *          Recorre PERSONAS.MASTER y graba un registro por cada
      *          persona, activa o no, con los codigos que calcula
      *          PERSCFON, para la busqueda por sonido de TEST1 y la
      *          seccion de variantes de DUPRPT. Se corre la primera
      *          vez, despues de una conversion, restauracion,
      *          depuracion o fusion, o ante cualquier sospecha de
      *          desfasaje entre el indice y el maestro. Los numeros
      *          repetidos se informan y terminan la corrida con
      *          codigo 8 porque delatan un maestro inconsistente.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONBLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PERSONAS-MASTER ASSIGN TO PERSONAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERS-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FONETICA-FILE ASSIGN TO PERSFON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-KEY
               FILE STATUS IS WS-FON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PERSREC.

       FD  FONETICA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FONREC.

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-fon-status          pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-master-abierto      pic x value 'N'.
           88  master-abierto     value 'Y'.
       77  ws-total-leidos        pic 9(6) value zeros.
       77  ws-total-grabados      pic 9(6) value zeros.
       77  ws-total-repetidos     pic 9(6) value zeros.

           COPY FONPARM.

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
               perform until fin-archivo
                   perform grabar-fonetica
                   perform leer-master
               end-perform
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'FONBLD' to COR-PROGRAMA.
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
               set master-abierto to true
               open output FONETICA-FILE
               if ws-fon-status not = '00'
                   display 'Error al abrir PERSFON, status '
                       ws-fon-status
                   move 'N' to ws-master-abierto
                   close PERSONAS-MASTER
                   move 8 to return-code
               end-if
           else
               display 'Error al abrir PERSONAS.MASTER, status '
                   ws-master-status
               move 8 to return-code
           end-if.

       leer-master.
           read PERSONAS-MASTER next record
               at end set fin-archivo to true
           end-read.

       grabar-fonetica.
           add 1 to ws-total-leidos.
           move PERS-APELLIDO to CFO-TEXTO.
           call 'PERSCFON' using CFO-PARAM.
           move CFO-CODIGO to FON-COD-APELLIDO.
           move PERS-NOMBRE to CFO-TEXTO.
           call 'PERSCFON' using CFO-PARAM.
           move CFO-CODIGO to FON-COD-NOMBRE.
           move PERS-ID       to FON-ID.
           move PERS-APELLIDO to FON-APELLIDO.
           move PERS-NOMBRE   to FON-NOMBRE.
           write FON-RECORD
               invalid key
                   display 'Numero repetido en el maestro: ' PERS-ID
                       ' ' PERS-KEY
                   add 1 to ws-total-repetidos
               not invalid key
                   if ws-fon-status = '00'
                       add 1 to ws-total-grabados
                   else
                       display 'Error al grabar PERSFON, status '
                           ws-fon-status
                       move 8 to return-code
                       set fin-archivo to true
                   end-if
           end-write.

       cerrar-archivos.
           close PERSONAS-MASTER.
           close FONETICA-FILE.

       mostrar-resumen.
           display 'RECONSTRUCCION DEL INDICE FONETICO PERSFON'.
           display 'Registros leidos......: ' ws-total-leidos.
           display 'Codigos grabados......: ' ws-total-grabados.
           if ws-total-repetidos > 0
               display 'Numeros repetidos.....: ' ws-total-repetidos
               display 'ERROR: revisar el maestro antes de usar el '
                   'indice.'
               move 8 to return-code
           end-if.
       END PROGRAM FONBLD.
