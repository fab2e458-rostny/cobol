      *          mapeo PERSMAP y graba en PERSAUDT una linea tipo 'M'
      *          con la clave sobreviviente y la clave absorbida en
      *          los campos ANT, para que el balanceo y los reportes
      *          de actividad expliquen la desaparicion. Los vinculos
      *          familiares vigentes de la perdedora (PERSREL, como
      *          titular o como dependiente) se terminan con motivo
      *          'M' y pasan a la sobreviviente, con una linea 'T' en
      *          la bitacora por cada vinculo terminado (como en la
      *          baja de TEST1) y una 'V' por cada vinculo que pasa;
      *          si la sobreviviente ya tiene ese vinculo vigente no se
      *          duplica, y el vinculo entre ambas se termina sin
      *          pasarlo. Cada linea de bitacora la numera y
      *          encadena PERSASEC. La bitacora
      *          y el mapeo se fechan con la fecha de negocio de
      *          PERSCAL (via PERSFEC). Termina con
      *          codigo 8 si alguna decision no se puede aplicar.
      *          Formato de PERSDEC (una linea por fusion):
      *            col 1-6  numero sobreviviente
      *            col 8-13 numero a dar de baja
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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

       FD  VINCULOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELAREC.

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-total-leidas        pic 9(6) value zeros.
       77  ws-total-fusionadas    pic 9(6) value zeros.
       77  ws-total-errores       pic 9(6) value zeros.
       77  ws-fecha-negocio       pic 9(8) value zeros.
       77  ws-hora-hoy            pic 9(8) value zeros.
       77  ws-rel-status          pic x(2) value spaces.
       77  ws-fin-vinculos        pic x value 'N'.
           88  fin-vinculos       value 'Y'.
       77  ws-vin-usados          pic 9(3) value zeros.
       77  ws-i                   pic 9(3) value zeros.
       77  ws-total-vinculos      pic 9(6) value zeros.
       77  ws-tipo-vinculo        pic x value spaces.
       77  ws-retorno-llamada     pic 9(4) value zeros.

           COPY AUDITREC.

           COPY FECPARM.

           COPY SECPARM.

       01  ws-reg-sobrev          pic x(76).
       01  ws-reg-baja            pic x(76).

           05  ws-baj-apellido    pic x(30).
           05  ws-baj-nombre      pic x(20).

       01  ws-tabla-vinculos.
           05  ws-vin-ent         pic x(30) occurs 100 times.

       01  ws-rel-nuevo           pic x(30).

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform obtener-fecha-negocio.
           perform abrir-archivos.
           if archivos-ok
               perform leer-decision
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSMRG' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDAS' to COR-CONT-ROTULO(1).
           move ws-total-leidas to COR-CONT-VALOR(1).
           move 'FUSIONADAS' to COR-CONT-ROTULO(2).
           move ws-total-fusionadas to COR-CONT-VALOR(2).
           move 'ERRORES' to COR-CONT-ROTULO(3).
           move ws-total-errores to COR-CONT-VALOR(3).
           move 'VINCULOS' to COR-CONT-ROTULO(4).
           move ws-total-vinculos to COR-CONT-VALOR(4).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-negocio
           else
               accept ws-fecha-negocio from date yyyymmdd
               display 'Fecha de negocio no disponible; se usa la '
                   'fecha del sistema ' ws-fecha-negocio
           end-if.

       abrir-archivos.
           open input DECISIONES-FILE.
           if ws-decisiones-status not = '00'
                   if ws-audit-status = '35'
                       open output AUDIT-LOG
                   end-if
                   open i-o VINCULOS-FILE
                   if ws-rel-status = '35'
                       open output VINCULOS-FILE
                       close VINCULOS-FILE
                       open i-o VINCULOS-FILE
                   end-if
                   if ws-rel-status not = '00'
                       display 'Error al abrir PERSREL, status '
                           ws-rel-status
                       move 'N' to ws-archivos-ok
                       move 8 to return-code
                   end-if
               end-if
           end-if.

               perform completar-sobreviviente
               perform traspasar-domicilio
               perform repuntar-referencia
               perform traspasar-vinculos
               perform grabar-mapeo
               perform registrar-fusion
               add 1 to ws-total-fusionadas
                   continue
           end-rewrite.

      * Los vinculos vigentes se juntan primero en la tabla y recien
      * despues se terminan y se vuelven a grabar con el numero de la
      * sobreviviente, para no alterar el recorrido de PERSREL.
       traspasar-vinculos.
           move zeros to ws-vin-usados.
           move 'N' to ws-fin-vinculos.
           move ws-id-baja to REL-ID-TITULAR.
           move zeros      to REL-ID-DEPEND.
           start VINCULOS-FILE key is >= REL-KEY
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-TITULAR not = ws-id-baja
                       set fin-vinculos to true
                   else
                       perform juntar-vinculo
                   end-if
               end-if
           end-perform.
           move 'N' to ws-fin-vinculos.
           move ws-id-baja to REL-ID-DEPEND.
           start VINCULOS-FILE key is = REL-ID-DEPEND
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-DEPEND not = ws-id-baja
                       set fin-vinculos to true
                   else
                       perform juntar-vinculo
                   end-if
               end-if
           end-perform.
           move 1 to ws-i.
           perform mudar-vinculo until ws-i > ws-vin-usados.

       juntar-vinculo.
           if REL-VIGENTE
               if ws-vin-usados >= 100
                   display 'Demasiados vinculos vigentes para '
                       ws-id-baja '; revisar PERSREL'
                   perform marcar-error
                   set fin-vinculos to true
               else
                   add 1 to ws-vin-usados
                   move REL-RECORD to ws-vin-ent(ws-vin-usados)
               end-if
           end-if.

       mudar-vinculo.
           move ws-vin-ent(ws-i) to REL-RECORD.
           move ws-fecha-negocio to REL-FEC-HASTA.
           move 'M' to REL-MOTIVO-FIN.
           rewrite REL-RECORD
               invalid key
                   display 'Error al terminar el vinculo '
                       REL-ID-TITULAR '-' REL-ID-DEPEND
                   perform marcar-error
               not invalid key
                   perform registrar-terminacion
           end-rewrite.
           move ws-vin-ent(ws-i) to REL-RECORD.
           if REL-ID-TITULAR = ws-id-baja
               move ws-id-sobrev to REL-ID-TITULAR
           else
               move ws-id-sobrev to REL-ID-DEPEND
           end-if.
           if REL-ID-TITULAR not = REL-ID-DEPEND
               perform grabar-vinculo-nuevo
           end-if.
           add 1 to ws-i.

       grabar-vinculo-nuevo.
           move REL-RECORD to ws-rel-nuevo.
           read VINCULOS-FILE
               invalid key
                   move ws-rel-nuevo to REL-RECORD
                   write REL-RECORD
                       invalid key
                           display 'Error al pasar el vinculo '
                               REL-ID-TITULAR '-' REL-ID-DEPEND
                           perform marcar-error
                       not invalid key
                           perform registrar-vinculo
                   end-write
               not invalid key
                   if not REL-VIGENTE
                       move ws-rel-nuevo to REL-RECORD
                       rewrite REL-RECORD
                           invalid key
                               display 'Error al pasar el vinculo '
                                   REL-ID-TITULAR '-' REL-ID-DEPEND
                               perform marcar-error
                           not invalid key
                               perform registrar-vinculo
                       end-rewrite
                   end-if
           end-read.

       registrar-vinculo.
           add 1 to ws-total-vinculos.
           move 'V' to ws-tipo-vinculo.
           perform auditar-vinculo.

      * El vinculo de la perdedora terminado con motivo 'M' queda en la
      * bitacora como la terminacion de la baja en TEST1: clave del
      * titular y, en los campos anteriores, la del dependiente.
       registrar-terminacion.
           move 'T' to ws-tipo-vinculo.
           perform auditar-vinculo.

      * La referencia de la perdedora ya apunta a la sobreviviente;
      * su nombre se toma del resguardo de la baja.
       auditar-vinculo.
           accept ws-hora-hoy from time.
           move 'PERSMRG '    to AUD-OPERADOR.
           move ws-fecha-negocio to AUD-FECHA.
           move ws-hora-hoy   to AUD-HORA.
           if REL-ID-TITULAR = ws-id-baja
               move ws-baj-apellido to AUD-APELLIDO
               move ws-baj-nombre   to AUD-NOMBRE
           else
               move REL-ID-TITULAR to XREF-ID
               perform buscar-clave
               move XREF-APELLIDO to AUD-APELLIDO
               move XREF-NOMBRE   to AUD-NOMBRE
           end-if.
           if REL-ID-DEPEND = ws-id-baja
               move ws-baj-apellido to AUD-APELLIDO-ANT
               move ws-baj-nombre   to AUD-NOMBRE-ANT
           else
               move REL-ID-DEPEND to XREF-ID
               perform buscar-clave
               move XREF-APELLIDO to AUD-APELLIDO-ANT
               move XREF-NOMBRE   to AUD-NOMBRE-ANT
           end-if.
           move zeros         to AUD-EDAD.
           move ws-tipo-vinculo to AUD-TIPO-OP.
           move REL-ID-TITULAR to AUD-PERS-ID.
           move REL-ID-DEPEND to AUD-PERS-ID-ANT.
           perform sellar-linea.
           move AUD-LINEA to AUDIT-RECORD.
           write AUDIT-RECORD.

       buscar-clave.
           read REFERENCIA-FILE
               invalid key
                   move spaces to XREF-KEY
           end-read.

       grabar-mapeo.
           move ws-id-baja   to MAP-ID-BAJA.
           move ws-id-sobrev to MAP-ID-SOBREV.
           move ws-fecha-negocio to MAP-FECHA.
           write MAP-RECORD.
           if ws-mapeo-status not = '00'
               display 'Error al grabar PERSMAP, status '
           end-if.

       registrar-fusion.
           accept ws-hora-hoy from time.
           move ws-reg-sobrev to PERS-RECORD.
           move 'PERSMRG '    to AUD-OPERADOR.
           move ws-fecha-negocio to AUD-FECHA.
           move ws-hora-hoy   to AUD-HORA.
           move PERS-APELLIDO to AUD-APELLIDO.
           move PERS-NOMBRE   to AUD-NOMBRE.
           move PERS-EDAD     to AUD-EDAD.
           move 'M'           to AUD-TIPO-OP.
           move ws-id-sobrev  to AUD-PERS-ID.
           move ws-id-baja    to AUD-PERS-ID-ANT.
           move ws-baj-apellido to AUD-APELLIDO-ANT.
           move ws-baj-nombre   to AUD-NOMBRE-ANT.
           perform sellar-linea.
           move AUD-LINEA to AUDIT-RECORD.
           write AUDIT-RECORD.

       sellar-linea.
           move 'S' to SEC-FUNCION.
           move return-code to ws-retorno-llamada.
           call 'PERSASEC' using SEC-PARAM AUD-LINEA.
           move ws-retorno-llamada to return-code.
           if not SEC-OK
               display 'AVISO: linea de bitacora sin secuencia; '
                   'revisar PERSASEQ'
           end-if.

       cerrar-archivos.
           close DECISIONES-FILE.
           close PERSONAS-MASTER.
           close ARCHIVO-DOMIC.
           close MAPEO-FILE.
           close AUDIT-LOG.
           close VINCULOS-FILE.

       mostrar-resumen.
           display 'FUSION DE PERSONAS DUPLICADAS'.
           display 'Decisiones leidas.....: ' ws-total-leidas.
           display 'Fusiones aplicadas....: ' ws-total-fusionadas.
           display 'Decisiones con error..: ' ws-total-errores.
           display 'Vinculos traspasados..: ' ws-total-vinculos.
       END PROGRAM PERSMRG.
