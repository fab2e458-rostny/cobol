      * Date:
      * Purpose: Depuracion periodica de bajas logicas. Recorre
      *          PERSONAS.MASTER y las personas inactivas cuya fecha
      *          de baja es anterior o igual a la fecha de corte se
      *          copian integras al archivo
      *          secuencial de resguardo PERSARCH y recien entonces
      *          se eliminan fisicamente del maestro. Cada depuracion
      *          se registra en la bitacora PERSAUDT con tipo 'P' para
      *          que el balanceo diario pueda explicar el movimiento
      *          del maestro (numerada y encadenada por PERSASEC).
      *          La fecha de corte no se tipea: es la
      *          fecha de negocio vigente menos los dias de retencion
      *          del control de PERSCAL (ambos via PERSFEC), y la
      *          bitacora se fecha con la fecha de negocio.
      *          El domicilio de la persona depurada
      *          (PERSDOM) se resguarda en PERSARCD y se elimina junto
      *          con ella. Sus vinculos familiares (PERSREL), como
      *          titular o como dependiente, se resguardan en PERSARCV
      *          y se eliminan, para que ningun grupo familiar quede
      *          apuntando a un numero que ya no esta en el maestro.
      *          Emite un resumen de leidos / archivados /
      *          conservados / domicilios / vinculos.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS XREF-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT VINCULOS-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-ID-DEPEND WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT ARCHIVO-VINC ASSIGN TO PERSARCV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHVIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  DOMICILIO-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  VINCULOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELAREC.

       FD  ARCHIVO-VINC
           LABEL RECORDS ARE STANDARD.
       01  ARCHVIN-RECORD         PIC X(30).

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-archivo-status      pic x(2) value spaces.
           88  fin-archivo        value 'Y'.
       77  ws-master-abierto      pic x value 'N'.
           88  master-abierto     value 'Y'.
       77  ws-fecha-corte         pic 9(8) value zeros.
       77  ws-fecha-negocio       pic 9(8) value zeros.
       77  ws-dias-retencion      pic 9(3) value zeros.
       77  ws-total-leidos        pic 9(6) value zeros.
       77  ws-total-archivados    pic 9(6) value zeros.
       77  ws-total-conservados   pic 9(6) value zeros.
       77  ws-audit-status        pic x(2) value spaces.
       77  ws-hora-hoy            pic 9(8) value zeros.
       77  ws-dom-status          pic x(2) value spaces.
       77  ws-archdom-status      pic x(2) value spaces.
       77  ws-xref-status         pic x(2) value spaces.
       77  ws-xref-abierta        pic x value 'N'.
           88  referencia-abierta value 'Y'.
       77  ws-rel-status          pic x(2) value spaces.
       77  ws-archvin-status      pic x(2) value spaces.
       77  ws-rel-abierto         pic x value 'N'.
           88  vinculos-abiertos  value 'Y'.
       77  ws-fin-vinculos        pic x value 'N'.
           88  fin-vinculos       value 'Y'.
       77  ws-total-vinculos      pic 9(6) value zeros.
       77  ws-retorno-llamada     pic 9(4) value zeros.

           COPY AUDITREC.

           COPY FECPARM.

           COPY SECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform obtener-fecha-corte.
           if FEC-OK
               perform abrir-archivos
               if master-abierto
                   perform leer-master
                   perform mostrar-resumen
               end-if
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSARCH' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           if FEC-OK
               move ws-fecha-corte to COR-REFERENCIA
           end-if.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'ARCHIVADOS' to COR-CONT-ROTULO(2).
           move ws-total-archivados to COR-CONT-VALOR(2).
           move 'CONSERVAD' to COR-CONT-ROTULO(3).
           move ws-total-conservados to COR-CONT-VALOR(3).
           move 'DOMICILIOS' to COR-CONT-ROTULO(4).
           move ws-total-domicilios to COR-CONT-VALOR(4).
           move 'VINCULOS' to COR-CONT-ROTULO(5).
           move ws-total-vinculos to COR-CONT-VALOR(5).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-corte.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO   to ws-fecha-negocio
               move FEC-RETENCION to ws-dias-retencion
               move FEC-CORTE     to ws-fecha-corte
           else
               display 'Fecha de negocio no disponible (PERSCAL); '
                   'no se depura'
               move 8 to return-code
           end-if.

       abrir-archivos.
           open i-o PERSONAS-MASTER.
           if ws-master-status = '00'
               if ws-xref-status = '00'
                   set referencia-abierta to true
               end-if
               open i-o VINCULOS-FILE
               if ws-rel-status = '00'
                   set vinculos-abiertos to true
                   open output ARCHIVO-VINC
               end-if
           else
               display 'Error al abrir PERSONAS.MASTER, status '
                   ws-master-status
                   perform registrar-depuracion
                   perform resguardar-domicilio
                   perform quitar-referencia
                   perform resguardar-vinculos
                   delete PERSONAS-MASTER record
                   add 1 to ws-total-archivados
               else
           end-if.

       registrar-depuracion.
           accept ws-hora-hoy from time.
           move 'PERSARCH'     to AUD-OPERADOR.
           move ws-fecha-negocio to AUD-FECHA.
           move ws-hora-hoy    to AUD-HORA.
           move PERS-APELLIDO  to AUD-APELLIDO.
           move PERS-NOMBRE    to AUD-NOMBRE.
           move PERS-EDAD      to AUD-EDAD.
           move 'P'            to AUD-TIPO-OP.
           move PERS-ID        to AUD-PERS-ID.
           move zeros          to AUD-PERS-ID-ANT.
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

       resguardar-domicilio.
           if domicilios-abiertos
               move PERS-ID to DOM-ID
               end-delete
           end-if.

       resguardar-vinculos.
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
                           perform archivar-vinculo
                       end-if
                   end-if
               end-perform
               move 'N' to ws-fin-vinculos
               move PERS-ID to REL-ID-DEPEND
               start VINCULOS-FILE key is = REL-ID-DEPEND
                   invalid key
                       set fin-vinculos to true
               end-start
               perform until fin-vinculos
                   read VINCULOS-FILE next record
                       at end set fin-vinculos to true
                   end-read
                   if not fin-vinculos
                       if REL-ID-DEPEND not = PERS-ID
                           set fin-vinculos to true
                       else
                           perform archivar-vinculo
                       end-if
                   end-if
               end-perform
           end-if.

       archivar-vinculo.
           write ARCHVIN-RECORD from REL-RECORD.
           if ws-archvin-status = '00'
               delete VINCULOS-FILE record
               add 1 to ws-total-vinculos
           else
               display 'Error al resguardar vinculo, status '
                   ws-archvin-status
               move 8 to return-code
               set fin-vinculos to true
           end-if.

       cerrar-archivos.
           close PERSONAS-MASTER.
           close ARCHIVO-BAJAS.
           if referencia-abierta
               close REFERENCIA-FILE
           end-if.
           if vinculos-abiertos
               close VINCULOS-FILE
               close ARCHIVO-VINC
           end-if.

       mostrar-resumen.
           display 'DEPURACION DE BAJAS - CORTE ' ws-fecha-corte
               ' (NEGOCIO ' ws-fecha-negocio ' MENOS '
               ws-dias-retencion ' DIAS DE RETENCION)'.
           display 'Registros leidos......: ' ws-total-leidos.
           display 'Bajas archivadas......: ' ws-total-archivados.
           display 'Registros conservados.: ' ws-total-conservados.
           display 'Domicilios resguardados ' ws-total-domicilios.
           display 'Vinculos resguardados.: ' ws-total-vinculos.
       END PROGRAM PERSARCH.
