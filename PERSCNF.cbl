      *            H fecha-extracto(8) cantidad-enviada(9)
      *            D numero(6) estado(1: E/R/D) motivo(2)
      *            T total(9) enrolados(9) rechazados(9) descon.(9)
      *          Con el DD opcional PERSDLT la confirmacion del
      *          diferencial diario se valida contra ese diferencial
      *          cuando la fecha del header coincide. PERSDLT apunta a
      *          todas las generaciones del diferencial y se toma la
      *          que trae en su header la fecha de la confirmacion, de
      *          modo que una generacion catalogada despues (corrida
      *          rechazada, vacia, o enviada con FORZAR) no interfiere.
      *          Una confirmacion en control queda en PERSRUN con la
      *          fecha confirmada como referencia; PERSDLT la exige
      *          antes de enviar el diferencial siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACTO-STATUS.

           SELECT DELTA-FILE ASSIGN TO PERSDLT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT BENEFICIOS-FILE ASSIGN TO PERSBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           LABEL RECORDS ARE STANDARD.
       01  EXTRACTO-RECORD        PIC X(142).

       FD  DELTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DELTA-RECORD           PIC X(143).

       FD  BENEFICIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENFREC.
       WORKING-STORAGE SECTION.
       77  ws-confirma-status     pic x(2) value spaces.
       77  ws-extracto-status     pic x(2) value spaces.
       77  ws-delta-status        pic x(2) value spaces.
       77  ws-benef-status        pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-fin-extracto        pic x value 'N'.
           88  fin-extracto       value 'Y'.
       77  ws-fin-delta           pic x value 'N'.
           88  fin-delta          value 'Y'.
       77  ws-hay-delta           pic x value 'N'.
           88  hay-delta          value 'Y'.
       77  ws-en-diferencial      pic x value 'N'.
           88  en-diferencial     value 'Y'.
       77  ws-archivos-ok         pic x value 'N'.
           88  archivos-ok        value 'Y'.
       77  ws-header-sw           pic x value 'N'.
           88  control-ok         value 'Y'.
       77  ws-env-fecha           pic 9(8) value zeros.
       77  ws-env-cantidad        pic 9(9) value zeros.
       77  ws-dlt-fecha           pic 9(8) value zeros.
       77  ws-dlt-cantidad        pic 9(9) value zeros.
       77  ws-tot-detalle         pic 9(9) value zeros.
       77  ws-tot-enrolados       pic 9(9) value zeros.
       77  ws-tot-rechazados      pic 9(9) value zeros.
           05  xtr-trl-edades     pic 9(12).
           05  filler             pic x(120).

       01  dlt-header.
           05  dlt-hdr-tipo       pic x.
           05  dlt-hdr-fecha      pic 9(8).
           05  filler             pic x(134).

       01  dlt-trailer.
           05  dlt-trl-tipo       pic x.
           05  dlt-trl-total      pic 9(9).
           05  filler             pic x(133).

       01  ws-fid-param.
           05  fid-id-buscado     pic 9(6).
           05  fid-encontrado     pic x.
           05  tot-rotulo         pic x(22).
           05  tot-cant           pic zzz,zz9.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform leer-extracto-enviado.
           perform abrir-archivos.
           if archivos-ok
               perform imprimir-totales
               perform cerrar-archivos
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSCNF' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           if header-leido and control-ok and COR-RETORNO = zeros
               move cnf-hdr-fecha to COR-REFERENCIA
           end-if.
           move 'DETALLES' to COR-CONT-ROTULO(1).
           move ws-tot-detalle to COR-CONT-VALOR(1).
           move 'ENROLADOS' to COR-CONT-ROTULO(2).
           move ws-tot-enrolados to COR-CONT-VALOR(2).
           move 'RECHAZADOS' to COR-CONT-ROTULO(3).
           move ws-tot-rechazados to COR-CONT-VALOR(3).
           move 'DESCONOC' to COR-CONT-ROTULO(4).
           move ws-tot-desconoc to COR-CONT-VALOR(4).
           move 'INVALIDOS' to COR-CONT-ROTULO(5).
           move ws-tot-invalidos to COR-CONT-VALOR(5).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       leer-extracto-enviado.
           open input EXTRACTO-FILE.
           if ws-extracto-status not = '00'
               at end set fin-extracto to true
           end-read.

      * El DD PERSDLT es opcional: cuando esta presente y alguna de
      * sus generaciones trae en el header la fecha de la
      * confirmacion, los controles se hacen contra ese diferencial y
      * no contra el extracto completo. Se toma el primero que
      * coincide (las generaciones vienen de la mas nueva a la mas
      * vieja); las generaciones vacias no tienen header y se saltean.
       leer-diferencial-enviado.
           open input DELTA-FILE.
           if ws-delta-status = '00'
               move 'N' to ws-en-diferencial
               perform leer-registro-delta
               perform until fin-delta
                   evaluate DELTA-RECORD(1:1)
                       when 'H'
                           move DELTA-RECORD to dlt-header
                           if dlt-hdr-fecha = cnf-hdr-fecha
                               set en-diferencial to true
                               move dlt-hdr-fecha to ws-dlt-fecha
                           else
                               move 'N' to ws-en-diferencial
                           end-if
                       when 'T'
                           if en-diferencial
                               move DELTA-RECORD to dlt-trailer
                               move dlt-trl-total to ws-dlt-cantidad
                               set hay-delta to true
                               set fin-delta to true
                           end-if
                       when other
                           continue
                   end-evaluate
                   if not fin-delta
                       perform leer-registro-delta
                   end-if
               end-perform
               close DELTA-FILE
           end-if.

       leer-registro-delta.
           read DELTA-FILE
               at end set fin-delta to true
           end-read.

       abrir-archivos.
           open input CONFIRMA-FILE.
           if ws-confirma-status not = '00'
               display 'ERROR: la confirmacion no trae trailer.'
               move 'N' to ws-control-ok
           end-if.
           if header-leido
               perform leer-diferencial-enviado
           end-if.
           if header-leido and hay-delta
               display 'Confirmacion del diferencial PERSDLT del '
                   ws-dlt-fecha
               move ws-dlt-fecha    to ws-env-fecha
               move ws-dlt-cantidad to ws-env-cantidad
           end-if.
           if header-leido
               if cnf-hdr-fecha not = ws-env-fecha
                   display 'ERROR: fecha de la confirmacion ('
