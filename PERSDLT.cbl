      * Purpose: Extracto diferencial diario para el area de
      *          beneficios. Toma de la bitacora PERSAUDT la actividad
      *          de la fecha de proceso (SYSIN, AAAAMMDD; en blanco la
      *          fecha de negocio de PERSCAL via PERSFEC), arma la
      *          lista de personas tocadas sin
      *          repetir (la ultima operacion del dia manda: las
      *          correcciones de clave re-claven la entrada, las
      *          depuraciones la quitan) y las vuelve a leer de
      *          'D' por persona con la marca de movimiento
      *          Alta/Cambio/Baja/Reactivacion, numero, apellido,
      *          nombre, fecha de nacimiento, edad, status y el
      *          domicilio y telefono de PERSDOM, como en PERSXTR.
      *          Enmarca el archivo con un registro 'H' con
      *          la fecha y un 'T' con la cantidad por tipo de
      *          movimiento para que el receptor valide la
      *          completitud. PERSXTR sigue disponible para los
      *          reenvios completos a pedido.
      *          Cuando en el dia cambio el grupo familiar de un
      *          titular (bitacora 'V' alta o 'T' terminacion de un
      *          vinculo) se graban despues de su 'D' (o solos, si la
      *          persona no tuvo otro movimiento) registros 'F' con
      *          sus vinculos de PERSREL vigentes y los terminados a
      *          partir de la fecha de proceso; el trailer lleva la
      *          cantidad de registros 'F'.
      *          Antes de armar el diferencial busca en PERSRUN el
      *          ultimo diferencial enviado y no envia el nuevo si
      *          PERSCNF no proceso su confirmacion (termina con
      *          codigo 8); una segunda tarjeta FORZAR en SYSIN lo
      *          envia igual. Deja inicio y fin de la corrida, con sus
      *          contadores, en PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.

           SELECT CORRIDAS-FILE ASSIGN TO PERSRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT DOMICILIO-FILE ASSIGN TO PERSDOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  DELTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  DELTA-RECORD           PIC X(143).

       FD  CORRIDAS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-RECORD             PIC X(297).

       FD  DOMICILIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DOMREC.

       FD  VINCULOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELAREC.

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-audit-status        pic x(2) value spaces.
       77  ws-delta-status        pic x(2) value spaces.
       77  ws-run-status          pic x(2) value spaces.
       77  ws-fin-corridas        pic x value 'N'.
           88  fin-corridas       value 'Y'.
       77  ws-confirmado          pic x value 'N'.
           88  dlt-confirmado     value 'Y'.
       77  ws-dlt-anterior        pic x(8) value spaces.
       77  ws-forzar              pic x(8) value spaces.
       77  ws-fin-bitacora        pic x value 'N'.
           88  fin-bitacora       value 'Y'.
       77  ws-archivos-ok         pic x value 'N'.
       77  ws-dom-status          pic x(2) value spaces.
       77  ws-dom-abierto         pic x value 'N'.
           88  domicilios-abiertos value 'Y'.
       77  ws-rel-status          pic x(2) value spaces.
       77  ws-rel-abierto         pic x value 'N'.
           88  vinculos-abiertos  value 'Y'.
       77  ws-fin-vinculos        pic x value 'N'.
           88  fin-vinculos       value 'Y'.
       77  ws-tot-familia         pic 9(6) value zeros.

           COPY AUDITREC.

           COPY FECPARM.

           COPY RUNREC.

       01  ws-tabla-delta.
           05  ws-dlt-ent occurs 1000 times.
               10  ws-dlt-key.
                   15  ws-dlt-apellido pic x(30).
                   15  ws-dlt-nombre   pic x(20).
               10  ws-dlt-mov     pic x.
               10  ws-dlt-fam     pic x.

       01  dlt-header.
           05  dlt-hdr-tipo       pic x value 'H'.
           05  dlt-det-cod-postal pic x(8).
           05  dlt-det-telefono   pic x(15).

       01  dlt-familia.
           05  dlt-fam-tipo       pic x value 'F'.
           05  dlt-fam-titular    pic 9(6).
           05  dlt-fam-depend     pic 9(6).
           05  dlt-fam-vinculo    pic x.
           05  dlt-fam-desde      pic 9(8).
           05  dlt-fam-hasta      pic 9(8).
           05  dlt-fam-motivo     pic x.
           05  filler             pic x(112) value spaces.

       01  dlt-trailer.
           05  dlt-trl-tipo       pic x value 'T'.
           05  dlt-trl-total      pic 9(9).
           05  dlt-trl-cambios    pic 9(6).
           05  dlt-trl-bajas      pic 9(6).
           05  dlt-trl-react      pic 9(6).
           05  dlt-trl-familias   pic 9(6).
           05  filler             pic x(103) value spaces.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           accept ws-fecha-proceso.
           if ws-fecha-proceso = spaces
              or ws-fecha-proceso is not numeric
               perform obtener-fecha-negocio
           end-if.
           accept ws-forzar.
           if extracto-ok
               perform verificar-confirmacion
           end-if.
           if extracto-ok
               perform juntar-actividad
           end-if.
           if extracto-ok
               perform abrir-archivos
           end-if.
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSDLT' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           if ws-fecha-proceso is numeric
               move ws-fecha-proceso to COR-FECHA-NEG
               move ws-fecha-proceso to COR-REFERENCIA
           end-if.
           move 'EXTRAIDOS' to COR-CONT-ROTULO(1).
           move ws-tot-detalle to COR-CONT-VALOR(1).
           move 'ALTAS' to COR-CONT-ROTULO(2).
           move ws-tot-altas to COR-CONT-VALOR(2).
           move 'CAMBIOS' to COR-CONT-ROTULO(3).
           move ws-tot-cambios to COR-CONT-VALOR(3).
           move 'BAJAS' to COR-CONT-ROTULO(4).
           move ws-tot-bajas to COR-CONT-VALOR(4).
           move 'REACTIVAC' to COR-CONT-ROTULO(5).
           move ws-tot-react to COR-CONT-VALOR(5).
           move 'OMITIDOS' to COR-CONT-ROTULO(6).
           move ws-tot-omitidos to COR-CONT-VALOR(6).
           move 'VINCULOS' to COR-CONT-ROTULO(7).
           move ws-tot-familia to COR-CONT-VALOR(7).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-proceso
           else
               display 'Fecha de negocio no disponible (PERSCAL)'
               move 'N' to ws-extracto-ok
               move 8 to return-code
           end-if.

      * No se envia un diferencial nuevo mientras el anterior (el
      * ultimo que termino bien con fecha menor) no tenga una
      * confirmacion de PERSCNF en control con esa misma fecha. La
      * tarjeta FORZAR en SYSIN (despues de la de fecha) lo envia
      * igual, con aviso.
       verificar-confirmacion.
           open input CORRIDAS-FILE.
           if ws-run-status = '00'
               perform leer-corrida
               perform until fin-corridas
                   move RUN-RECORD to RUN-LINEA
                   if RUN-ES-FIN and RUN-RETORNO = zeros
                       perform anotar-corrida
                   end-if
                   perform leer-corrida
               end-perform
               close CORRIDAS-FILE
           end-if.
           if ws-dlt-anterior not = spaces and not dlt-confirmado
               if ws-forzar = 'FORZAR'
                   display 'AVISO: el diferencial del ' ws-dlt-anterior
                       ' no tiene confirmacion de PERSCNF; se envia '
                       'igual por tarjeta FORZAR.'
               else
                   display 'El diferencial del ' ws-dlt-anterior
                       ' no tiene confirmacion de PERSCNF procesada; '
                       'no se envia el del ' ws-fecha-proceso '.'
                   display 'Procesar la confirmacion (CNFJOB) o '
                       'reejecutar con la tarjeta FORZAR.'
                   move 'N' to ws-extracto-ok
                   move 8 to return-code
               end-if
           end-if.

       leer-corrida.
           read CORRIDAS-FILE
               at end set fin-corridas to true
           end-read.

       anotar-corrida.
           evaluate RUN-PROGRAMA
               when 'PERSDLT'
                   if RUN-REFERENCIA is numeric
                      and RUN-REFERENCIA < ws-fecha-proceso
                      and RUN-REFERENCIA > ws-dlt-anterior
                       move RUN-REFERENCIA to ws-dlt-anterior
                       move 'N' to ws-confirmado
                   end-if
               when 'PERSCNF'
                   if ws-dlt-anterior not = spaces
                      and RUN-REFERENCIA = ws-dlt-anterior
                       set dlt-confirmado to true
                   end-if
               when other
                   continue
           end-evaluate.

       juntar-actividad.
           open input AUDIT-LOG.
           if ws-audit-status not = '00'
               when 'K' move 'K' to ws-mov
               when 'M' move 'M' to ws-mov
               when 'P' move 'P' to ws-mov
               when 'V' move 'F' to ws-mov
               when 'T' move 'F' to ws-mov
               when other move space to ws-mov
           end-evaluate.
           evaluate ws-mov
               when space
                   continue
               when 'F'
                   perform marcar-familia
               when 'P'
                   perform quitar-entrada
               when 'K'
                   move AUD-APELLIDO to ws-dlt-apellido(ws-dlt-usados)
                   move AUD-NOMBRE   to ws-dlt-nombre(ws-dlt-usados)
                   move ws-mov to ws-dlt-mov(ws-dlt-usados)
                   move 'N' to ws-dlt-fam(ws-dlt-usados)
               end-if
           end-if.

      * Un cambio en el grupo familiar marca al titular para enviar
      * sus vinculos; si no tuvo otro movimiento entra solo con la
      * marca 'F' y no lleva registro 'D'.
       marcar-familia.
           if AUD-APELLIDO not = spaces
               perform buscar-entrada
               if entrada-hallada
                   move 'S' to ws-dlt-fam(ws-i)
               else
                   perform anotar-entrada
                   if extracto-ok
                       move 'S' to ws-dlt-fam(ws-dlt-usados)
                   end-if
               end-if
           end-if.

           if entrada-hallada
               move spaces to ws-dlt-key(ws-i)
               move space  to ws-dlt-mov(ws-i)
               move 'N'    to ws-dlt-fam(ws-i)
           end-if.

      * Una correccion de clave reemplaza la entrada que quedo con la
           if entrada-hallada
               move spaces to ws-dlt-key(ws-i)
               move space  to ws-dlt-mov(ws-i)
               move 'N'    to ws-dlt-fam(ws-i)
           end-if.
           move 'C' to ws-mov.
           perform anotar-entrada.
                   if ws-dom-status = '00'
                       set domicilios-abiertos to true
                   end-if
                   open input VINCULOS-FILE
                   if ws-rel-status = '00'
                       set vinculos-abiertos to true
                   end-if
               end-if
           end-if.

                           ws-dlt-key(ws-i)
                       add 1 to ws-tot-omitidos
                   not invalid key
                       if ws-dlt-mov(ws-i) not = 'F'
                           perform grabar-detalle
                       end-if
                       if ws-dlt-fam(ws-i) = 'S' and extracto-ok
                           perform grabar-familia
                       end-if
               end-read
           end-if.
           add 1 to ws-i.
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
               perform until fin-vinculos or not extracto-ok
                   read VINCULOS-FILE next record
                       at end set fin-vinculos to true
                   end-read
                   if not fin-vinculos
                       if REL-ID-TITULAR not = PERS-ID
                           set fin-vinculos to true
                       else
                           if REL-VIGENTE
                              or REL-FEC-HASTA not < ws-fecha-proceso
                               perform grabar-vinculo
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

       grabar-vinculo.
           move REL-ID-TITULAR to dlt-fam-titular.
           move REL-ID-DEPEND  to dlt-fam-depend.
           move REL-TIPO       to dlt-fam-vinculo.
           move REL-FEC-DESDE  to dlt-fam-desde.
           move REL-FEC-HASTA  to dlt-fam-hasta.
           move REL-MOTIVO-FIN to dlt-fam-motivo.
           write DELTA-RECORD from dlt-familia.
           perform chequear-grabacion.
           if extracto-ok
               add 1 to ws-tot-familia
           end-if.

       grabar-trailer.
           move ws-tot-detalle to dlt-trl-total.
           move ws-tot-altas   to dlt-trl-altas.
           move ws-tot-cambios to dlt-trl-cambios.
           move ws-tot-bajas   to dlt-trl-bajas.
           move ws-tot-react   to dlt-trl-react.
           move ws-tot-familia to dlt-trl-familias.
           write DELTA-RECORD from dlt-trailer.
           perform chequear-grabacion.

           if domicilios-abiertos
               close DOMICILIO-FILE
           end-if.
           if vinculos-abiertos
               close VINCULOS-FILE
           end-if.

       mostrar-resumen.
           display 'EXTRACTO DIFERENCIAL DE PERSONAS - '
           display 'Cambios...............: ' ws-tot-cambios.
           display 'Bajas.................: ' ws-tot-bajas.
           display 'Reactivaciones........: ' ws-tot-react.
           display 'Vinculos familiares...: ' ws-tot-familia.
           if ws-tot-omitidos > 0
               display 'No hallados (omitidos): ' ws-tot-omitidos
           end-if.
