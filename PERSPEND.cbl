      ******************************************************************
      * Author:
      * Date:
      * Purpose: Liberacion nocturna de las transacciones pendientes.
      *          TEST1 guarda en PERSPEND las altas, cambios, bajas y
      *          reactivaciones con fecha efectiva futura. Este paso
      *          corre antes de la carga y copia a PERSPDUE, con el
      *          layout de PERSIN, las que vencen a la fecha de
      *          negocio de PERSCAL (o antes); el JCL concatena
      *          PERSPDUE delante de PERSIN para que se apliquen por
      *          la misma validacion, suspensos y auditoria que la
      *          carga del dia. Cada una liberada queda marcada 'L'
      *          con la fecha de liberacion: si el paso se reejecuta
      *          el mismo dia vuelve a copiar exactamente las mismas,
      *          y la corrida de un dia posterior las borra.
      *          La edad de las altas y cambios se recalcula desde la
      *          fecha de nacimiento a la fecha de negocio (con la
      *          misma regla de TEST1) porque la tipeada al registrar
      *          la transaccion ya no vale si la persona cumplio anos
      *          entre el registro y la fecha efectiva.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSPEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PENDIENTES-FILE ASSIGN TO PERSPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               ALTERNATE RECORD KEY IS PEND-CLAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEND-ID WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

           SELECT VENCIDAS-FILE ASSIGN TO PERSPDUE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-VENC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  VENCIDAS-FILE
           LABEL RECORDS ARE STANDARD.
       01  VENC-RECORD.
           05  VENC-TIPO              PIC X(1).
           05  VENC-APELLIDO          PIC X(30).
           05  VENC-NOMBRE            PIC X(20).
           05  VENC-EDAD              PIC X(3).
           05  VENC-FEC-NAC           PIC X(8).
           05  VENC-NUMERO            PIC X(6).
           05  VENC-APELLIDO-NVO      PIC X(30).
           05  VENC-NOMBRE-NVO        PIC X(20).
           05  VENC-FEC-EFECTIVA      PIC X(8).

       WORKING-STORAGE SECTION.
       77  ws-pend-status         pic x(2) value spaces.
       77  ws-venc-status         pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-pend-abierto        pic x value 'N'.
           88  pendientes-abierto value 'Y'.
       77  ws-archivos-ok         pic x value 'N'.
           88  archivos-ok        value 'Y'.
       77  ws-fecha-negocio       pic 9(8) value zeros.
       77  ws-total-leidos        pic 9(9) value zeros.
       77  ws-total-liberados     pic 9(9) value zeros.
       77  ws-total-reliberados   pic 9(9) value zeros.
       77  ws-total-borrados      pic 9(9) value zeros.
       77  ws-total-en-espera     pic 9(9) value zeros.
       77  ws-edad-calc           pic 9(3) value zeros.

       01  ws-nac-fecha.
           05  ws-nac-aaaa        pic 9(4).
           05  ws-nac-mmdd        pic 9(4).

       01  ws-neg-fecha.
           05  ws-neg-aaaa        pic 9(4).
           05  ws-neg-mmdd        pic 9(4).

           COPY FECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform obtener-fecha-negocio.
           if FEC-OK
               perform abrir-archivos
               if archivos-ok
                   if pendientes-abierto
                       perform leer-pendiente
                       perform until fin-archivo
                           perform procesar-pendiente
                           perform leer-pendiente
                       end-perform
                   end-if
                   perform cerrar-archivos
                   perform mostrar-resumen
               end-if
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSPEND' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'LIBERADOS' to COR-CONT-ROTULO(2).
           move ws-total-liberados to COR-CONT-VALOR(2).
           move 'REPETIDOS' to COR-CONT-ROTULO(3).
           move ws-total-reliberados to COR-CONT-VALOR(3).
           move 'BORRADOS' to COR-CONT-ROTULO(4).
           move ws-total-borrados to COR-CONT-VALOR(4).
           move 'EN ESPERA' to COR-CONT-ROTULO(5).
           move ws-total-en-espera to COR-CONT-VALOR(5).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-negocio
           else
               display 'Fecha de negocio no disponible (PERSCAL); '
                   'no se liberan pendientes'
               move 8 to return-code
           end-if.

      * Sin PERSPEND (nadie registro todavia una transaccion futura)
      * la salida queda vacia y la carga sigue con PERSIN solo.
       abrir-archivos.
           open output VENCIDAS-FILE.
           if ws-venc-status not = '00'
               display 'Error al abrir PERSPDUE, status '
                   ws-venc-status
               move 8 to return-code
           else
               set archivos-ok to true
               open i-o PENDIENTES-FILE
               evaluate ws-pend-status
                   when '00'
                       set pendientes-abierto to true
                   when '35'
                       display 'PERSPEND no existe; no hay '
                           'pendientes para liberar'
                   when other
                       display 'Error al abrir PERSPEND, status '
                           ws-pend-status
                       move 'N' to ws-archivos-ok
                       close VENCIDAS-FILE
                       move 8 to return-code
               end-evaluate
           end-if.

       leer-pendiente.
           read PENDIENTES-FILE next record
               at end set fin-archivo to true
           end-read.

       procesar-pendiente.
           add 1 to ws-total-leidos.
           evaluate true
               when PEND-LIBERADA
                and PEND-FEC-LIBERADA < ws-fecha-negocio
                   delete PENDIENTES-FILE record
                   add 1 to ws-total-borrados
               when PEND-LIBERADA
                   perform copiar-vencida
                   add 1 to ws-total-reliberados
               when PEND-FEC-EFECTIVA > ws-fecha-negocio
                   add 1 to ws-total-en-espera
               when other
                   perform copiar-vencida
                   if ws-venc-status = '00'
                       set PEND-LIBERADA to true
                       move ws-fecha-negocio to PEND-FEC-LIBERADA
                       rewrite PEND-RECORD
                       add 1 to ws-total-liberados
                   end-if
           end-evaluate.
           if ws-pend-status not = '00'
               display 'Error al actualizar PERSPEND, status '
                   ws-pend-status
               move 8 to return-code
               set fin-archivo to true
           end-if.

      * Las altas van sin numero; el resto con el numero de persona,
      * que la carga resuelve a la clave vigente.
       copiar-vencida.
           move spaces to VENC-RECORD.
           move PEND-TIPO     to VENC-TIPO.
           move PEND-APELLIDO to VENC-APELLIDO.
           move PEND-NOMBRE   to VENC-NOMBRE.
           move PEND-EDAD     to VENC-EDAD.
           move PEND-FEC-NAC  to VENC-FEC-NAC.
           if (PEND-ALTA or PEND-CAMBIO)
              and PEND-FEC-NAC is numeric
              and PEND-FEC-NAC not = '00000000'
               perform recalcular-edad
           end-if.
           if PEND-ID > zeros
               move PEND-ID to VENC-NUMERO
           end-if.
           move PEND-FEC-EFECTIVA to VENC-FEC-EFECTIVA.
           write VENC-RECORD.
           if ws-venc-status not = '00'
               display 'Error al grabar PERSPDUE, status '
                   ws-venc-status
               move 8 to return-code
               set fin-archivo to true
           end-if.

      * Edad a la fecha de negocio, como la calcula la validacion de
      * TEST1; una fecha de nacimiento posterior queda como vino para
      * que la carga la rechace.
       recalcular-edad.
           move PEND-FEC-NAC     to ws-nac-fecha.
           move ws-fecha-negocio to ws-neg-fecha.
           if ws-nac-fecha not > ws-neg-fecha
               subtract ws-nac-aaaa from ws-neg-aaaa
                   giving ws-edad-calc
               if ws-nac-mmdd > ws-neg-mmdd
                   subtract 1 from ws-edad-calc
               end-if
               move ws-edad-calc to VENC-EDAD
           end-if.

       cerrar-archivos.
           close VENCIDAS-FILE.
           if pendientes-abierto
               close PENDIENTES-FILE
           end-if.

       mostrar-resumen.
           display 'PERSPEND - FECHA DE NEGOCIO ' ws-fecha-negocio.
           display 'Pendientes leidos.......: ' ws-total-leidos.
           display 'Liberados hoy...........: ' ws-total-liberados.
           display 'Liberados de nuevo......: ' ws-total-reliberados.
           display 'Borrados (ya aplicados).: ' ws-total-borrados.
           display 'Siguen en espera........: ' ws-total-en-espera.
       END PROGRAM PERSPEND.
