      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte por lote de la historia de una persona, a
      *          pedido (auditoria). Lee de SYSIN el numero de persona
      *          o su clave y el rango de fechas, completa el dato que
      *          falta con la clave vigente (PERSXREF por numero,
      *          PERSONAS.MASTER por clave) y llama a HISTPERS, que
      *          imprime en HISTRPT la historia cronologica armada con
      *          la bitacora vigente, las historias mensuales, los
      *          resguardos de depuracion y fusion y el mapeo de
      *          fusiones. Una persona que ya no esta en el maestro se
      *          busca por la clave informada.
      *          Parametros de SYSIN, una linea cada uno:
      *            1) numero de persona (blanco = por clave)
      *            2) apellido (col 1-30) y nombre (col 31-50)
      *               (blanco si se informa el numero)
      *            3) fecha desde  AAAAMMDD (blanco = sin limite)
      *            4) fecha hasta  AAAAMMDD (blanco = sin limite)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PERSONAS-MASTER ASSIGN TO PERSONAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERS-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REFERENCIA-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS XREF-ID
               FILE STATUS IS WS-XREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PERSREC.

       FD  REFERENCIA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-xref-status         pic x(2) value spaces.
       77  ws-numero-txt          pic x(6) value spaces.

       01  ws-tarjeta-clave.
           05  ws-tar-apellido    pic x(30).
           05  ws-tar-nombre      pic x(20).

           COPY HISPARM.

       PROCEDURE DIVISION.
       inicio.
           perform leer-parametros.
           if ws-numero-txt not = spaces
              and ws-numero-txt is not numeric
               display 'Numero de persona no numerico: '
                   ws-numero-txt
               move 8 to return-code
           else
               if his-id > zeros
                   perform buscar-clave-vigente
               else
                   if his-apellido not = spaces
                       perform buscar-numero-vigente
                   end-if
               end-if
               set his-impreso to true
               call 'HISTPERS' using HIS-PARAM
               evaluate true
                   when his-error
                       move 8 to return-code
                   when his-sin-sucesos
                       display 'No hay sucesos para esa persona en el '
                           'rango pedido'
                   when other
                       display 'HISTORIA - NUMERO ' his-id
                           ' SUCESOS ' his-cantidad
               end-evaluate
           end-if.
       STOP RUN.

       leer-parametros.
           accept ws-numero-txt.
           accept ws-tarjeta-clave.
           accept his-desde.
           accept his-hasta.
           move zeros to his-id.
           if ws-numero-txt is numeric
               move ws-numero-txt to his-id
           end-if.
           move ws-tar-apellido to his-apellido.
           move ws-tar-nombre   to his-nombre.

       buscar-clave-vigente.
           open input REFERENCIA-FILE.
           if ws-xref-status = '00'
               move his-id to XREF-ID
               read REFERENCIA-FILE
                   invalid key
                       continue
                   not invalid key
                       if his-apellido = spaces
                           move XREF-APELLIDO to his-apellido
                           move XREF-NOMBRE   to his-nombre
                       end-if
               end-read
               close REFERENCIA-FILE
           else
               display 'PERSXREF no disponible, status '
                   ws-xref-status '; se sigue solo por numero'
           end-if.

       buscar-numero-vigente.
           open input PERSONAS-MASTER.
           if ws-master-status = '00'
               move his-apellido to PERS-APELLIDO
               move his-nombre   to PERS-NOMBRE
               read PERSONAS-MASTER
                   invalid key
                       display 'La clave no esta en el maestro; se '
                           'busca en la historia'
                   not invalid key
                       move PERS-ID to his-id
               end-read
               close PERSONAS-MASTER
           else
               display 'PERSONAS.MASTER no disponible, status '
                   ws-master-status '; se sigue solo por clave'
           end-if.
       END PROGRAM HISTRPT.
