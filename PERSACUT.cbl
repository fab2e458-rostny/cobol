      *          deja PERSAUDT vacia para el mes siguiente; si no
      *          cuadra termina con codigo 8 y la bitacora queda
      *          intacta para repetir el corte. La fecha de corte se
      *          lee de SYSIN (AAAAMMDD); en blanco toma la fecha de
      *          proceso anterior de PERSCAL (via PERSFEC), el ultimo
      *          dia de negocio cerrado, ya que corre despues de
      *          PERSJOB, y avisa si esa fecha no es el ultimo dia de
      *          negocio del mes (la fecha de proceso de PERSCAL ya
      *          tendria que estar en el mes siguiente).
      *          Antes de copiar verifica la numeracion y la cadena
      *          de control de la bitacora (via PERSASEC), desde el
      *          inicio del mes guardado en PERSASEQ hasta la ultima
      *          secuencia sellada: ante cualquier salto, repeticion,
      *          cadena rota o linea sin secuencia no corta, termina
      *          con codigo 8 y deja la bitacora intacta (el detalle
      *          lo lista AUDVERIF). El '*CIERRE*' lleva la secuencia
      *          y el control de inicio y de fin del mes, y el fin
      *          queda en PERSASEQ como inicio del mes siguiente, de
      *          modo que la cadena sigue de un mes al otro.
      *          AUDTRPT puede correr contra una historia archivada
      *          apuntando su DD PERSAUDT a la generacion deseada:
      *          las lineas '*CIERRE*' se omiten del listado.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  HISTORIA-FILE
           LABEL RECORDS ARE OMITTED.
       01  HISTORIA-RECORD        PIC X(170).

       WORKING-STORAGE SECTION.
       77  ws-audit-status        pic x(2) value spaces.
       77  ws-ver-copiadas        pic 9(9) value zeros.
       77  ws-ver-trailer         pic x value 'N'.
           88  trailer-verificado value 'Y'.
       77  ws-cadena-ok           pic x value 'Y'.
           88  cadena-ok          value 'Y'.
       77  ws-anomalias           pic 9(9) value zeros.
       77  ws-ver-secuenciadas    pic 9(9) value zeros.
       77  ws-ver-previas         pic 9(9) value zeros.
       77  ws-reg-ultima          pic 9(9) value zeros.
       77  ws-reg-control         pic 9(9) value zeros.
       77  ws-ini-sec             pic 9(9) value zeros.
       77  ws-ini-ctl             pic 9(9) value zeros.
       77  ws-fin-sec             pic 9(9) value zeros.
       77  ws-fin-ctl             pic 9(9) value zeros.

           COPY AUDITREC.

           05  cie-correc         pic 9(6).
           05  filler             pic x(1) value space.
           05  cie-otros          pic 9(6).
           05  filler             pic x(1) value space.
           05  cie-sec-desde      pic 9(9).
           05  filler             pic x(1) value space.
           05  cie-ctl-desde      pic 9(9).
           05  filler             pic x(1) value space.
           05  cie-sec-hasta      pic 9(9).
           05  filler             pic x(1) value space.
           05  cie-ctl-hasta      pic 9(9).

       01  cie-entrada            pic x(170).

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
           accept ws-fecha-corte.
           if ws-fecha-corte = spaces
              or ws-fecha-corte is not numeric
               perform obtener-fecha-negocio
           end-if.
           if ws-fecha-corte is numeric
               perform verificar-cadena
           end-if.
           if ws-fecha-corte is numeric and cadena-ok
               perform copiar-bitacora
           end-if.
           if audit-abierta and corte-ok
               perform verificar-corte
           end-if.
           if audit-abierta and corte-ok
               perform reiniciar-bitacora
           end-if.
           if audit-abierta and corte-ok
               perform guardar-inicio-mes
           end-if.
           if audit-abierta
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSACUT' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           if ws-fecha-corte is numeric
               move ws-fecha-corte to COR-FECHA-NEG
               move ws-fecha-corte to COR-REFERENCIA
           end-if.
           move 'COPIADAS' to COR-CONT-ROTULO(1).
           move ws-total-copiadas to COR-CONT-VALOR(1).
           move 'ALTAS' to COR-CONT-ROTULO(2).
           move ws-tot-altas to COR-CONT-VALOR(2).
           move 'CAMBIOS' to COR-CONT-ROTULO(3).
           move ws-tot-cambios to COR-CONT-VALOR(3).
           move 'BAJAS' to COR-CONT-ROTULO(4).
           move ws-tot-bajas to COR-CONT-VALOR(4).
           move 'REACTIVAC' to COR-CONT-ROTULO(5).
           move ws-tot-react to COR-CONT-VALOR(5).
           move 'PURGAS' to COR-CONT-ROTULO(6).
           move ws-tot-purgas to COR-CONT-VALOR(6).
           move 'CORRECC' to COR-CONT-ROTULO(7).
           move ws-tot-correc to COR-CONT-VALOR(7).
           move 'OTROS' to COR-CONT-ROTULO(8).
           move ws-tot-otros to COR-CONT-VALOR(8).
           move 'ANOMALIAS' to COR-CONT-ROTULO(9).
           move ws-anomalias to COR-CONT-VALOR(9).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-ANTERIOR to ws-fecha-corte
               if FEC-ANTERIOR(1:6) = FEC-PROCESO(1:6)
                   display 'AVISO: la fecha de negocio ' FEC-ANTERIOR
                       ' no es el ultimo dia de negocio del mes en '
                       'PERSCAL'
               end-if
           else
               display 'Fecha de negocio no disponible (PERSCAL); '
                   'no se corta la bitacora'
               move 8 to return-code
           end-if.

       verificar-cadena.
           move 'L' to SEC-FUNCION.
           call 'PERSASEC' using SEC-PARAM AUD-LINEA.
           if not SEC-OK
               display 'Control de secuencia PERSASEQ no disponible; '
                   'no se corta la bitacora'
               move 'N' to ws-cadena-ok
               move 8 to return-code
           else
               move SEC-ULTIMA     to ws-reg-ultima
               move SEC-CONTROL    to ws-reg-control
               move SEC-INICIO-SEC to ws-ini-sec
               move SEC-INICIO-CTL to ws-ini-ctl
               move ws-ini-sec to SEC-ULTIMA
               move ws-ini-ctl to SEC-CONTROL
               move 'S' to SEC-ANCLA
               open input AUDIT-LOG
               if ws-audit-status = '00'
                   perform leer-bitacora
                   perform until fin-archivo
                       if AUDIT-RECORD(1:8) not = '*CIERRE*'
                           perform verificar-linea
                       end-if
                       perform leer-bitacora
                   end-perform
                   close AUDIT-LOG
                   move 'N' to ws-fin-archivo
               end-if
               move SEC-ULTIMA  to ws-fin-sec
               move SEC-CONTROL to ws-fin-ctl
               if ws-fin-sec not = ws-reg-ultima
                  or ws-fin-ctl not = ws-reg-control
                   display 'La bitacora termina en la secuencia '
                       ws-fin-sec ' y PERSASEQ registra '
                       ws-reg-ultima
                   add 1 to ws-anomalias
               end-if
               if ws-anomalias > 0
                   display 'ERROR: la bitacora no verifica ('
                       ws-anomalias ' anomalias); no se corta. '
                       'Detalle con AUDVERIF.'
                   move 'N' to ws-cadena-ok
                   move 8 to return-code
               end-if
           end-if.

       verificar-linea.
           move AUDIT-RECORD to AUD-LINEA.
           move 'V' to SEC-FUNCION.
           call 'PERSASEC' using SEC-PARAM AUD-LINEA.
           evaluate true
               when SEC-OK
                   add 1 to ws-ver-secuenciadas
               when SEC-SIN-SECUENCIA
                   if ws-ver-secuenciadas = 0
                       add 1 to ws-ver-previas
                   else
                       add 1 to ws-anomalias
                   end-if
               when other
                   add 1 to ws-ver-secuenciadas
                   add 1 to ws-anomalias
           end-evaluate.

       copiar-bitacora.
           open input AUDIT-LOG.
           evaluate ws-audit-status
           move ws-tot-purgas    to cie-purgas.
           move ws-tot-correc    to cie-correc.
           move ws-tot-otros     to cie-otros.
           move ws-ini-sec       to cie-sec-desde.
           move ws-ini-ctl       to cie-ctl-desde.
           move ws-fin-sec       to cie-sec-hasta.
           move ws-fin-ctl       to cie-ctl-hasta.
           write HISTORIA-RECORD from cie-control.
           if ws-historia-status not = '00'
               display 'Error al grabar el control, status '
               close AUDIT-LOG
           end-if.

       guardar-inicio-mes.
           move 'K' to SEC-FUNCION.
           move ws-fin-sec to SEC-ULTIMA.
           move ws-fin-ctl to SEC-CONTROL.
           call 'PERSASEC' using SEC-PARAM AUD-LINEA.
           if not SEC-OK
               display 'ERROR: bitacora cortada pero PERSASEQ no '
                   'registro el inicio del mes; cargar secuencia '
                   ws-fin-sec ' control ' ws-fin-ctl
               move 8 to return-code
           end-if.

       mostrar-resumen.
           display 'CORTE MENSUAL DE BITACORA - ' ws-fecha-corte.
           display 'Lineas archivadas.....: ' ws-total-copiadas.
           if ws-tot-otros > 0
               display 'Otras operaciones.....: ' ws-tot-otros
           end-if.
           display 'Secuencia del mes.....: ' ws-ini-sec ' a '
               ws-fin-sec.
           if ws-ver-previas > 0
               display 'Lineas sin secuencia..: ' ws-ver-previas
                   ' (anteriores a la numeracion)'
           end-if.
           if corte-ok
               display 'Corte verificado; PERSAUDT reiniciada.'
           else
