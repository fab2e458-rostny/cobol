      *          registro 'T' con la cantidad de registros y el total
      *          de control de edades, para que el sistema receptor
      *          valide la completitud antes de cargar.
      *          Despues del registro 'D' de cada titular se graban
      *          registros 'F' con sus vinculos familiares vigentes de
      *          PERSREL (dependiente, tipo de vinculo, vigencia), para
      *          que beneficios arme los grupos familiares; el trailer
      *          lleva tambien la cantidad de registros 'F'.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS DOM-ID
               FILE STATUS IS WS-DOM-STATUS.

           SELECT VINCULOS-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-ID-DEPEND WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY DOMREC.

       FD  VINCULOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELAREC.

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-extracto-status     pic x(2) value spaces.
       77  ws-dom-status          pic x(2) value spaces.
       77  ws-dom-abierto         pic x value 'N'.
           88  domicilios-abiertos value 'Y'.
       77  ws-rel-status          pic x(2) value spaces.
       77  ws-rel-abierto         pic x value 'N'.
           88  vinculos-abiertos  value 'Y'.
       77  ws-fin-vinculos        pic x value 'N'.
           88  fin-vinculos       value 'Y'.
       77  ws-total-familia       pic 9(9) value zeros.

       01  xtr-header.
           05  xtr-hdr-tipo       pic x value 'H'.
           05  xtr-det-cod-postal pic x(8).
           05  xtr-det-telefono   pic x(15).

       01  xtr-familia.
           05  xtr-fam-tipo       pic x value 'F'.
           05  xtr-fam-titular    pic 9(6).
           05  xtr-fam-depend     pic 9(6).
           05  xtr-fam-vinculo    pic x.
           05  xtr-fam-desde      pic 9(8).
           05  xtr-fam-hasta      pic 9(8).
           05  xtr-fam-motivo     pic x.
           05  filler             pic x(111) value spaces.

       01  xtr-trailer.
           05  xtr-trl-tipo       pic x value 'T'.
           05  xtr-trl-cantidad   pic 9(9).
           05  xtr-trl-edades     pic 9(12).
           05  xtr-trl-familias   pic 9(9).
           05  filler             pic x(111) value spaces.

       PROCEDURE DIVISION.
       inicio.
               if ws-dom-status = '00'
                   set domicilios-abiertos to true
               end-if
               open input VINCULOS-FILE
               if ws-rel-status = '00'
                   set vinculos-abiertos to true
               end-if
               open output EXTRACTO-FILE
               if ws-extracto-status not = '00'
                   display 'Error al abrir PERSXTR, status '
               if extracto-ok
                   add 1 to ws-total-activos
                   add PERS-EDAD to ws-control-edades
                   perform grabar-familia
               end-if
           else
               add 1 to ws-total-inactivos
               end-read
           end-if.

       grabar-familia.
           if vinculos-abiertos
               move 'N' to ws-fin-vinculos
               move PERS-ID to REL-ID-TITULAR
               move zeros   to REL-ID-DEPEND
               start VINCULOS-FILE key is >= REL-KEY
                   invalid key
                       set fin-vinculos to true
               end-start
               perform until fin-vinculos
                   read VINCULOS-FILE next record
                       at end set fin-vinculos to true
                   end-read
                   if not fin-vinculos
                       if REL-ID-TITULAR not = PERS-ID
                           set fin-vinculos to true
                       else
                           if REL-VIGENTE
                               perform grabar-vinculo
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

       grabar-vinculo.
           move REL-ID-TITULAR to xtr-fam-titular.
           move REL-ID-DEPEND  to xtr-fam-depend.
           move REL-TIPO       to xtr-fam-vinculo.
           move REL-FEC-DESDE  to xtr-fam-desde.
           move REL-FEC-HASTA  to xtr-fam-hasta.
           move REL-MOTIVO-FIN to xtr-fam-motivo.
           write EXTRACTO-RECORD from xtr-familia.
           perform chequear-grabacion.
           if extracto-ok
               add 1 to ws-total-familia
           else
               set fin-vinculos to true
           end-if.

       grabar-trailer.
           move ws-total-activos  to xtr-trl-cantidad.
           move ws-control-edades to xtr-trl-edades.
           move ws-total-familia  to xtr-trl-familias.
           write EXTRACTO-RECORD from xtr-trailer.
           perform chequear-grabacion.

           if domicilios-abiertos
               close DOMICILIO-FILE
           end-if.
           if vinculos-abiertos
               close VINCULOS-FILE
           end-if.

       mostrar-resumen.
           display 'EXTRACTO DE PERSONAS ACTIVAS - ' ws-fecha-hoy.
           display 'Activos extraidos.....: ' ws-total-activos.
           display 'Inactivos omitidos....: ' ws-total-inactivos.
           display 'Control de edades.....: ' ws-control-edades.
           display 'Vinculos familiares...: ' ws-total-familia.
       END PROGRAM PERSXTR.
