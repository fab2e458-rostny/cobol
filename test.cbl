      *   - Datos de contacto (domicilio/telefono) en PERSDOM, con
      *     mantenimiento desde el menu (opcion D), auditoria tipo D
      *     y consulta junto con los datos de la persona.
      *   - Fecha de negocio de PERSCAL (via PERSFEC) para la fecha
      *     de la bitacora, la fecha de baja y la validacion de la
      *     fecha de nacimiento; si no esta disponible se usa la
      *     fecha del sistema.
      *   - Carga masiva registrada en PERSRUN (via PERSRUN) con job
      *     y paso del PARM, retorno y contadores de la carga.
      *   - Grupo familiar en PERSREL (titular + dependiente, tipo de
      *     vinculo, vigencia): opcion F para agregar, terminar y
      *     listar dependientes, auditoria tipo V (alta) y T
      *     (terminacion), dependientes vigentes en las consultas y
      *     cierre de los vinculos de la persona en la baja.
      *   - Fecha efectiva en las transacciones A/C/B/R del menu y de
      *     la carga por lote (transaccion R nueva en el lote): las
      *     de fecha futura quedan en PERSPEND (auditoria tipo E) y
      *     se aplican por la carga cuando PERSPEND las libera; la
      *     baja toma la fecha efectiva como fecha de baja. Opcion P
      *     para listar y anular pendientes (auditoria tipo N).
      *     Motivos de suspenso 10 (ya activa), 11 (numero fusionado
      *     o depurado antes de la fecha efectiva) y 12 (fecha
      *     efectiva invalida).
      *   - Numero de persona en cada linea de la bitacora y opcion H
      *     (supervisores) con la historia completa de una persona
      *     via HISTPERS (area de parametros en HISPARM).
      *   - Secuencia y valor de control encadenado en cada linea de
      *     la bitacora (via PERSASEC) antes de grabarla.
      *   - Indice fonetico PERSFON (codigos de PERSCFON) mantenido en
      *     el alta y la correccion de clave; opcion S para buscar
      *     por como suena el apellido (y el nombre) y consultar.
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

           SELECT PENDIENTES-FILE ASSIGN TO PERSPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEND-KEY
               ALTERNATE RECORD KEY IS PEND-CLAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEND-ID WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

           SELECT FONETICA-FILE ASSIGN TO PERSFON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FON-KEY
               FILE STATUS IS WS-FON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           05  PERSIN-NUMERO          PIC X(6).
           05  PERSIN-APELLIDO-NVO    PIC X(30).
           05  PERSIN-NOMBRE-NVO      PIC X(20).
           05  PERSIN-FEC-EFECTIVA    PIC X(8).

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD               PIC X(170).

       FD  CONTROL-IDS
           LABEL RECORDS ARE OMITTED.
           05  CKPT-CAMBIOS           PIC 9(6).
           05  CKPT-BAJAS             PIC 9(6).
           05  CKPT-CORRECC           PIC 9(6).
           05  CKPT-REACTIV           PIC 9(6).
           05  CKPT-PENDIENTES        PIC 9(6).

       FD  SUSPENSE-OUT
           LABEL RECORDS ARE STANDARD.
           05  SUSP-SAL-NUMERO        PIC X(6).
           05  SUSP-SAL-APELLIDO-NVO  PIC X(30).
           05  SUSP-SAL-NOMBRE-NVO    PIC X(20).
           05  SUSP-SAL-FEC-EFECTIVA  PIC X(8).

       FD  SUSPIN-FILE
           LABEL RECORDS ARE STANDARD.
           05  SUSP-ENT-NUMERO        PIC X(6).
           05  SUSP-ENT-APELLIDO-NVO  PIC X(30).
           05  SUSP-ENT-NOMBRE-NVO    PIC X(20).
           05  SUSP-ENT-FEC-EFECTIVA  PIC X(8).

       FD  REFERENCIA-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
           COPY DOMREC.

       FD  VINCULOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELAREC.

       FD  PENDIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  FONETICA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FONREC.

       WORKING-STORAGE SECTION.
       77 nombre pic x(20) value spaces.
       77 apellido pic x(30) value spaces.
       77 ws-respuesta pic x value 'N'.
       77 ws-audit-status pic x(2) value spaces.
       77 ws-operador-id pic x(8) value spaces.
       77 ws-fecha-negocio pic 9(8) value zeros.
       77 ws-hora-hoy pic 9(8) value zeros.
       77 ws-retorno-sesion pic 9(4) value zeros.
       77 ws-retorno-llamada pic 9(4) value zeros.
       77 ws-opcion-menu pic x value spaces.
       77 ws-salir-sw pic x value 'N'.
           88 salir-del-menu value 'Y'.
       77 ws-encontrados pic 9(4) value zeros.
       77 ws-mostrados pic 9(2) value zeros.
       77 ws-tam-pagina pic 9(2) value 15.
       77 ws-fon-status pic x(2) value spaces.
       77 ws-cod-apellido pic x(12) value spaces.
       77 ws-cod-nombre pic x(12) value spaces.
       77 ws-son-cant pic 9(2) value zeros.
       77 ws-son-linea pic 9(2) value zeros.
       77 ws-susp-status pic x(2) value spaces.
       77 ws-suspin-status pic x(2) value spaces.
       77 ws-fuente pic x value 'P'.
           88 motivo-tipo-inv value '07'.
           88 motivo-ya-inactiva value '08'.
           88 motivo-numero-inv value '09'.
           88 motivo-ya-activa value '10'.
           88 motivo-numero-muerto value '11'.
           88 motivo-efectiva-inv value '12'.
       77 ws-cambios-aplicados pic 9(6) value zeros.
       77 ws-bajas-aplicadas pic 9(6) value zeros.
       77 ws-xref-status pic x(2) value spaces.
       77 ws-dom-ciudad pic x(20) value spaces.
       77 ws-dom-cod-postal pic x(8) value spaces.
       77 ws-dom-telefono pic x(15) value spaces.
       77 ws-rel-status pic x(2) value spaces.
       77 ws-fin-vinculos pic x value 'N'.
           88 fin-vinculos value 'Y'.
       77 ws-rel-id pic 9(6) value zeros.
       77 ws-rel-dep pic 9(6) value zeros.
       77 ws-rel-dep-txt pic x(6) value spaces.
       77 ws-rel-tipo pic x value space.
       77 ws-rel-texto pic x(8) value spaces.
       77 ws-rel-fecha-txt pic x(8) value spaces.
       77 ws-vinculos-mostrados pic 9(4) value zeros.
       77 ws-reactivaciones pic 9(6) value zeros.
       77 ws-pendientes pic 9(6) value zeros.
       77 ws-pend-status pic x(2) value spaces.
       77 ws-fin-pendientes pic x value 'N'.
           88 fin-pendientes value 'Y'.
       77 ws-pend-tipo pic x value space.
       77 ws-pend-id pic 9(6) value zeros.
       77 ws-pend-mostrados pic 9(4) value zeros.
       77 ws-pend-estado-txt pic x(9) value spaces.
       77 ws-efectiva-sw pic x value 'H'.
           88 efectiva-hoy value 'H'.
           88 efectiva-futura value 'F'.
           88 efectiva-invalida value 'X'.
       77 ws-his-numero-txt pic x(6) value spaces.

       01 ws-registro-ant             pic x(76).
       01 ws-registro-tit             pic x(76).

       01 ws-fec-efectiva.
           05 ws-efe-aaaa             pic 9(4).
           05 ws-efe-mm               pic 9(2).
           05 ws-efe-dd               pic 9(2).
       01 ws-fec-efectiva-txt redefines ws-fec-efectiva pic x(8).

       01 ws-pend-ant.
           05 ws-pend-ant-tipo        pic x.
           05 filler                  pic x value space.
           05 ws-pend-ant-fecha       pic 9(8).

       01 ws-rel-desde.
           05 ws-rel-desde-aaaa       pic 9(4).
           05 ws-rel-desde-mm         pic 9(2).
           05 ws-rel-desde-dd         pic 9(2).
       77 ws-dias-del-mes pic 9(2) value zeros.
       77 ws-cociente pic 9(4) value zeros.
       77 ws-resto-4 pic 9(3) value zeros.
           05 fid-fec-nac             pic 9(8).
           05 fid-status              pic x.

       01 ws-tabla-sonido.
           05 ws-son-ent occurs 99 times.
               10 ws-son-id           pic 9(6).
               10 ws-son-apellido     pic x(30).
               10 ws-son-nombre       pic x(20).

           COPY HISPARM.

           COPY AUDITREC.

           COPY FECPARM.

           COPY SECPARM.

           COPY FONPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01 parm-corrida.
           05 parm-largo pic s9(4) comp.
           05 parm-texto pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           display 'Operador ID....: ' with no advancing.
           accept ws-operador-id.
           perform obtener-fecha-negocio.
           perform abrir-bitacora.
           perform validar-operador.
           if operador-autorizado
               when 'c' perform correccion-clave
               when 'D'
               when 'd' perform mantener-domicilio
               when 'F'
               when 'f' perform mantener-familia
               when 'P'
               when 'p' perform mantener-pendientes
               when 'H'
               when 'h' perform historia-persona
               when 'S'
               when 's' perform buscar-por-sonido
               when '9' set salir-del-menu to true
               when other
                   display 'Opcion invalida, intente de nuevo.'
           end-evaluate.

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

       validar-operador.
           move 'N' to ws-oper-autorizado.
           move space to ws-nivel-oper.
               when '7'
               when 'D'
               when 'd'
               when 'F'
               when 'f'
               when 'P'
               when 'p'
                   if nivel-consulta
                       move 'N' to ws-opcion-ok
                   end-if
               when '5'
               when 'C'
               when 'c'
               when 'H'
               when 'h'
                   if not nivel-supervisor
                       move 'N' to ws-opcion-ok
                   end-if
           end-if.

       registrar-rechazo.
           accept ws-hora-hoy from time.
           move ws-operador-id to AUD-OPERADOR.
           move ws-fecha-negocio to AUD-FECHA.
           move ws-hora-hoy    to AUD-HORA.
           move ws-texto-rechazo to AUD-APELLIDO.
           move spaces to AUD-NOMBRE.
           move 'X' to AUD-TIPO-OP.
           move spaces to AUD-APELLIDO-ANT.
           move spaces to AUD-NOMBRE-ANT.
           move zeros to AUD-PERS-ID.
           move zeros to AUD-PERS-ID-ANT.
           perform sellar-linea.
           move AUD-LINEA to AUDIT-RECORD.
           write AUDIT-RECORD.

           display '8 - Buscar por apellido (parcial)'.
           display 'C - Correccion de clave (conserva el numero)'.
           display 'D - Domicilio y telefono'.
           display 'F - Grupo familiar (dependientes)'.
           display 'P - Transacciones pendientes (fecha futura)'.
           display 'H - Historia de una persona'.
           display 'S - Buscar por sonido (apellido/nombre parecido)'.
           display '9 - Salir'.
           display 'Opcion: ' with no advancing.

       alta-persona.
           perform capturar-datos.
           perform capturar-fecha-efectiva.
           if efectiva-futura
               move apellido to PERS-APELLIDO
               move nombre   to PERS-NOMBRE
               perform verificar-duplicado
               if duplicado-encontrado
                   display 'Ya existe esa persona; el alta no queda '
                       'pendiente.'
               else
                   move 'A' to ws-pend-tipo
                   move zeros to ws-pend-id
                   move edad to edad-txt
                   move 'Y' to ws-datos-validos
                   perform grabar-pendiente
               end-if
           end-if.
           if efectiva-hoy
               perform escribir-persona
           end-if.

       cambio-persona.
           perform capturar-clave-busqueda.
                       perform validar-fecha-nac
                   end-if
                   if datos-validos
                       perform capturar-fecha-efectiva
                       if efectiva-invalida
                           move 'N' to ws-datos-validos
                       end-if
                   end-if
                   if datos-validos and efectiva-futura
                       move 'C' to ws-pend-tipo
                       move PERS-ID to ws-pend-id
                       move edad to edad-txt
                       perform grabar-pendiente
                   end-if
                   if datos-validos and efectiva-hoy
                       move edad to PERS-EDAD
                       move ws-fec-nac-num to PERS-FEC-NAC
                       move 'C' to ws-tipo-operacion
               invalid key
                   display 'No existe una persona con esa clave.'
               not invalid key
                   perform capturar-fecha-efectiva
                   evaluate true
                       when efectiva-invalida
                           continue
                       when efectiva-futura
                           move 'B' to ws-pend-tipo
                           perform diferir-por-menu
                       when PERS-STATUS-INACTIVO
                           display 'La persona ya esta dada de baja.'
                       when other
                           perform confirmar-baja
                   end-evaluate
           end-read.

       confirmar-baja.
           display 'Confirma baja (S/N)? ' with no advancing.
           accept ws-respuesta.
           if ws-respuesta = 'S' or ws-respuesta = 's'
               perform aplicar-baja
               display 'Persona dada de baja.'
           else
               display 'Baja cancelada.'
           end-if.

      * Con fecha efectiva informada (vencida o del dia) la baja toma
      * esa fecha; si no, la fecha de negocio.
       aplicar-baja.
           move 'I' to PERS-STATUS.
           if ws-fec-efectiva-txt = spaces
               move ws-fecha-negocio to PERS-FEC-BAJA
           else
               move ws-fec-efectiva to PERS-FEC-BAJA
           end-if.
           move 'B' to ws-tipo-operacion.
           rewrite PERS-RECORD.
           perform registrar-auditoria.
           perform terminar-vinculos.

       reactivar-persona.
           perform capturar-clave-busqueda.
           move apellido to PERS-APELLIDO.
               invalid key
                   display 'No existe una persona con esa clave.'
               not invalid key
                   perform capturar-fecha-efectiva
                   evaluate true
                       when efectiva-invalida
                           continue
                       when efectiva-futura
                           move 'R' to ws-pend-tipo
                           perform diferir-por-menu
                       when PERS-STATUS-ACTIVO
                           display 'La persona ya esta activa.'
                       when other
                           perform aplicar-reactivacion
                           display 'Persona reactivada.'
                   end-evaluate
           end-read.

       aplicar-reactivacion.
           move 'A' to PERS-STATUS.
           move zeros to PERS-FEC-BAJA.
           move 'R' to ws-tipo-operacion.
           rewrite PERS-RECORD.
           perform registrar-auditoria.

       correccion-clave.
           perform capturar-clave-busqueda.
           move apellido to PERS-APELLIDO.
                   move ws-apellido-nvo to PERS-APELLIDO
                   move ws-nombre-nvo   to PERS-NOMBRE
                   perform grabar-referencia
                   perform borrar-fonetica
                   perform grabar-fonetica
                   move 'K' to ws-tipo-operacion
                   perform registrar-auditoria
                   add 1 to ws-correcciones
                   display 'Telefono.: ' DOM-TELEFONO
           end-read.

       mantener-familia.
           perform capturar-clave-busqueda.
           move apellido to PERS-APELLIDO.
           move nombre   to PERS-NOMBRE.
           read PERSONAS-MASTER
               invalid key
                   display 'No existe una persona con esa clave.'
               not invalid key
                   display 'Numero de persona..: ' PERS-ID
                   move PERS-ID to ws-rel-id
                   perform listar-dependientes
                   display 'A=agregar, T=terminar, otra tecla=volver: '
                       with no advancing
                   accept ws-respuesta
                   evaluate ws-respuesta
                       when 'A'
                       when 'a'
                           perform agregar-dependiente
                       when 'T'
                       when 't'
                           perform terminar-dependiente
                       when other
                           continue
                   end-evaluate
           end-read.

       listar-dependientes.
           move zeros to ws-vinculos-mostrados.
           move 'N' to ws-fin-vinculos.
           move ws-rel-id to REL-ID-TITULAR.
           move zeros     to REL-ID-DEPEND.
           start VINCULOS-FILE key is >= REL-KEY
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-TITULAR not = ws-rel-id
                       set fin-vinculos to true
                   else
                       perform mostrar-vinculo
                   end-if
               end-if
           end-perform.
           if ws-vinculos-mostrados = 0
               display 'La persona no tiene dependientes cargados.'
           end-if.

       mostrar-vinculo.
           add 1 to ws-vinculos-mostrados.
           perform describir-vinculo.
           move REL-ID-DEPEND to XREF-ID.
           read REFERENCIA-FILE
               invalid key
                   move spaces to XREF-KEY
           end-read.
           if REL-VIGENTE
               display 'Dependiente: ' ws-rel-texto ' ' REL-ID-DEPEND
                   ' ' XREF-APELLIDO ' ' XREF-NOMBRE
                   ' desde ' REL-FEC-DESDE
           else
               display 'Dependiente: ' ws-rel-texto ' ' REL-ID-DEPEND
                   ' ' XREF-APELLIDO ' ' XREF-NOMBRE
                   ' desde ' REL-FEC-DESDE ' hasta ' REL-FEC-HASTA
           end-if.

       describir-vinculo.
           evaluate true
               when REL-CONYUGE move 'CONYUGE' to ws-rel-texto
               when REL-HIJO    move 'HIJO'    to ws-rel-texto
               when other       move 'OTRO'    to ws-rel-texto
           end-evaluate.

      * En las consultas se muestran solo los vinculos vigentes: los
      * dependientes de la persona y de quien es dependiente ella.
       mostrar-familia.
           move 'N' to ws-fin-vinculos.
           move ws-rel-id to REL-ID-TITULAR.
           move zeros     to REL-ID-DEPEND.
           start VINCULOS-FILE key is >= REL-KEY
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-TITULAR not = ws-rel-id
                       set fin-vinculos to true
                   else
                       if REL-VIGENTE
                           perform mostrar-vinculo
                       end-if
                   end-if
               end-if
           end-perform.
           move 'N' to ws-fin-vinculos.
           move ws-rel-id to REL-ID-DEPEND.
           start VINCULOS-FILE key is = REL-ID-DEPEND
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-DEPEND not = ws-rel-id
                       set fin-vinculos to true
                   else
                       if REL-VIGENTE
                           perform mostrar-titular
                       end-if
                   end-if
               end-if
           end-perform.

       mostrar-titular.
           perform describir-vinculo.
           move REL-ID-TITULAR to XREF-ID.
           read REFERENCIA-FILE
               invalid key
                   move spaces to XREF-KEY
           end-read.
           display 'Dependiente de: ' REL-ID-TITULAR ' ' XREF-APELLIDO
               ' ' XREF-NOMBRE ' (' ws-rel-texto ')'.

       agregar-dependiente.
           if PERS-STATUS-INACTIVO
               display 'La persona esta dada de baja; no se le '
                   'pueden agregar dependientes.'
           else
               move PERS-RECORD to ws-registro-tit
               perform capturar-vinculo
               move ws-registro-tit to PERS-RECORD
               if datos-validos
                   perform grabar-vinculo
               end-if
           end-if.

       capturar-vinculo.
           move 'Y' to ws-datos-validos.
           display 'Numero del dependiente: ' with no advancing.
           accept ws-rel-dep-txt.
           if ws-rel-dep-txt is not numeric
              or ws-rel-dep-txt = '000000'
               display 'Error: numero de persona invalido.'
               move 'N' to ws-datos-validos
           else
               move ws-rel-dep-txt to ws-rel-dep
               if ws-rel-dep = ws-rel-id
                   display 'Error: la persona no puede ser su propio '
                       'dependiente.'
                   move 'N' to ws-datos-validos
               else
                   perform verificar-dependiente
               end-if
           end-if.
           if datos-validos
               display 'Vinculo (C=conyuge, H=hijo, O=otro): '
                   with no advancing
               accept ws-rel-tipo
               inspect ws-rel-tipo converting 'cho' to 'CHO'
               if ws-rel-tipo not = 'C'
                  and ws-rel-tipo not = 'H'
                  and ws-rel-tipo not = 'O'
                   display 'Error: tipo de vinculo invalido.'
                   move 'N' to ws-datos-validos
               end-if
           end-if.
           if datos-validos
               display 'Vigente desde (AAAAMMDD, blanco = hoy): '
                   with no advancing
               accept ws-rel-fecha-txt
               perform validar-fecha-vinculo
           end-if.

       verificar-dependiente.
           move ws-rel-dep to XREF-ID.
           read REFERENCIA-FILE
               invalid key
                   display 'No existe una persona con ese numero.'
                   move 'N' to ws-datos-validos
               not invalid key
                   move XREF-KEY to PERS-KEY
                   read PERSONAS-MASTER
                       invalid key
                           display 'No existe una persona con ese '
                               'numero.'
                           move 'N' to ws-datos-validos
                       not invalid key
                           perform verificar-estado-dependiente
                   end-read
           end-read.

       verificar-estado-dependiente.
           if PERS-ID not = ws-rel-dep
               display 'El numero ' ws-rel-dep ' fue fusionado en el '
                   PERS-ID '; use ese numero.'
               move 'N' to ws-datos-validos
           else
               if PERS-STATUS-INACTIVO
                   display 'El dependiente esta dado de baja.'
                   move 'N' to ws-datos-validos
               else
                   display 'Dependiente: ' PERS-APELLIDO ' '
                       PERS-NOMBRE
                   move PERS-APELLIDO to ws-apellido-ant
                   move PERS-NOMBRE   to ws-nombre-ant
               end-if
           end-if.

       validar-fecha-vinculo.
           if ws-rel-fecha-txt = spaces
               move ws-fecha-negocio to ws-rel-desde
           else
               if ws-rel-fecha-txt is not numeric
                   display 'Error: fecha no numerica.'
                   move 'N' to ws-datos-validos
               else
                   move ws-rel-fecha-txt to ws-rel-desde
                   if ws-rel-desde-mm < 01 or ws-rel-desde-mm > 12
                      or ws-rel-desde-dd < 01 or ws-rel-desde-dd > 31
                      or ws-rel-desde-aaaa < 1850
                       display 'Error: fecha invalida.'
                       move 'N' to ws-datos-validos
                   else
                       if ws-rel-desde > ws-fecha-negocio
                           display 'Error: la fecha es futura.'
                           move 'N' to ws-datos-validos
                       end-if
                   end-if
               end-if
           end-if.

       grabar-vinculo.
           move ws-rel-id  to REL-ID-TITULAR.
           move ws-rel-dep to REL-ID-DEPEND.
           read VINCULOS-FILE
               invalid key
                   perform armar-vinculo
                   write REL-RECORD
               not invalid key
                   if REL-VIGENTE
                       display 'Ese vinculo ya esta vigente desde '
                           REL-FEC-DESDE '.'
                       move 'N' to ws-datos-validos
                   else
                       perform armar-vinculo
                       rewrite REL-RECORD
                   end-if
           end-read.
           if datos-validos
               if ws-rel-status = '00'
                   move 'V' to ws-tipo-operacion
                   perform registrar-auditoria
                   display 'Dependiente agregado.'
               else
                   display 'Error al grabar PERSREL, status '
                       ws-rel-status
                   move 8 to return-code
               end-if
           end-if.

       armar-vinculo.
           move ws-rel-tipo  to REL-TIPO.
           move ws-rel-desde to REL-FEC-DESDE.
           move zeros        to REL-FEC-HASTA.
           move space        to REL-MOTIVO-FIN.

       terminar-dependiente.
           display 'Numero del dependiente: ' with no advancing.
           accept ws-rel-dep-txt.
           if ws-rel-dep-txt is not numeric
               display 'Error: numero de persona invalido.'
           else
               move ws-rel-id      to REL-ID-TITULAR
               move ws-rel-dep-txt to REL-ID-DEPEND
               read VINCULOS-FILE
                   invalid key
                       display 'La persona no tiene ese dependiente.'
                   not invalid key
                       if not REL-VIGENTE
                           display 'Ese vinculo ya esta terminado ('
                               REL-FEC-HASTA ').'
                       else
                           display 'Confirma terminar el vinculo '
                               '(S/N)? ' with no advancing
                           accept ws-respuesta
                           if ws-respuesta = 'S' or ws-respuesta = 's'
                               move 'O' to REL-MOTIVO-FIN
                               perform cerrar-vinculo
                               display 'Vinculo terminado.'
                           else
                               display 'Operacion cancelada.'
                           end-if
                       end-if
               end-read
           end-if.

      * Al dar de baja una persona se terminan todos sus vinculos
      * vigentes, como titular y como dependiente, para que el grupo
      * familiar no quede apuntando a una persona inactiva.
       terminar-vinculos.
           move PERS-ID to ws-rel-id.
           move 'N' to ws-fin-vinculos.
           move ws-rel-id to REL-ID-TITULAR.
           move zeros     to REL-ID-DEPEND.
           start VINCULOS-FILE key is >= REL-KEY
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-TITULAR not = ws-rel-id
                       set fin-vinculos to true
                   else
                       if REL-VIGENTE
                           move 'B' to REL-MOTIVO-FIN
                           perform cerrar-vinculo
                       end-if
                   end-if
               end-if
           end-perform.
           move 'N' to ws-fin-vinculos.
           move ws-rel-id to REL-ID-DEPEND.
           start VINCULOS-FILE key is = REL-ID-DEPEND
               invalid key
                   set fin-vinculos to true
           end-start.
           perform until fin-vinculos
               read VINCULOS-FILE next record
                   at end set fin-vinculos to true
               end-read
               if not fin-vinculos
                   if REL-ID-DEPEND not = ws-rel-id
                       set fin-vinculos to true
                   else
                       if REL-VIGENTE
                           move 'B' to REL-MOTIVO-FIN
                           perform cerrar-vinculo
                       end-if
                   end-if
               end-if
           end-perform.

      * Termina el vinculo de REL-RECORD con la fecha de negocio y lo
      * deja en la bitacora con la clave del titular y, en los campos
      * anteriores, la del dependiente.
       cerrar-vinculo.
           move ws-fecha-negocio to REL-FEC-HASTA.
           rewrite REL-RECORD.
           if ws-rel-status not = '00'
               display 'Error al grabar PERSREL, status '
                   ws-rel-status
               move 8 to return-code
           else
               move PERS-RECORD to ws-registro-tit
               move REL-ID-DEPEND to XREF-ID
               read REFERENCIA-FILE
                   invalid key
                       move spaces to XREF-KEY
               end-read
               move XREF-APELLIDO to ws-apellido-ant
               move XREF-NOMBRE   to ws-nombre-ant
               if REL-ID-TITULAR not = PERS-ID
                   perform leer-titular
               end-if
               move 'T' to ws-tipo-operacion
               perform registrar-auditoria
               move ws-registro-tit to PERS-RECORD
           end-if.

       leer-titular.
           move REL-ID-TITULAR to XREF-ID.
           read REFERENCIA-FILE
               invalid key
                   move spaces to PERS-KEY
                   move zeros  to PERS-EDAD
               not invalid key
                   move XREF-KEY to PERS-KEY
                   read PERSONAS-MASTER
                       invalid key
                           move zeros to PERS-EDAD
                   end-read
           end-read.

       capturar-fecha-efectiva.
           display 'Fecha efectiva (AAAAMMDD, blanco = hoy): '
               with no advancing.
           accept ws-fec-efectiva-txt.
           perform evaluar-fecha-efectiva.
           if efectiva-invalida
               display 'Error: fecha efectiva invalida; operacion '
                   'cancelada.'
           end-if.

      * Sin fecha (o en ceros) la transaccion es del dia; una fecha
      * vencida tambien se aplica en el momento.
       evaluar-fecha-efectiva.
           move 'H' to ws-efectiva-sw.
           if ws-fec-efectiva-txt = '00000000'
               move spaces to ws-fec-efectiva-txt
           end-if.
           if ws-fec-efectiva-txt not = spaces
               if ws-fec-efectiva-txt is not numeric
                   move 'X' to ws-efectiva-sw
               else
                   if ws-efe-mm < 01 or ws-efe-mm > 12
                      or ws-efe-dd < 01 or ws-efe-dd > 31
                      or ws-efe-aaaa < 1850
                       move 'X' to ws-efectiva-sw
                   else
                       if ws-fec-efectiva > ws-fecha-negocio
                           move 'F' to ws-efectiva-sw
                       end-if
                   end-if
               end-if
           end-if.

       diferir-por-menu.
           move PERS-ID to ws-pend-id.
           move spaces to edad-txt.
           move spaces to fecha-nac.
           move 'Y' to ws-datos-validos.
           perform grabar-pendiente.

       grabar-pendiente.
           move ws-fec-efectiva to PEND-FEC-EFECTIVA.
           move apellido      to PEND-APELLIDO.
           move nombre        to PEND-NOMBRE.
           move ws-pend-tipo  to PEND-TIPO.
           move ws-pend-id    to PEND-ID.
           move edad-txt      to PEND-EDAD.
           move fecha-nac     to PEND-FEC-NAC.
           set PEND-EN-ESPERA to true.
           move zeros         to PEND-FEC-LIBERADA.
           move ws-fecha-negocio to PEND-FEC-REGISTRO.
           move ws-operador-id to PEND-OPERADOR.
           if ws-modo = 'L' or ws-modo = 'l'
               set PEND-DE-LOTE to true
           else
               set PEND-DE-MENU to true
           end-if.
           write PEND-RECORD
               invalid key
                   display 'Ya hay una transaccion ' ws-pend-tipo
                       ' pendiente para ' apellido ' al '
                       ws-fec-efectiva-txt '.'
                   move 'N' to ws-datos-validos
                   if sin-motivo
                       set motivo-duplicado to true
                   end-if
               not invalid key
                   move 'E' to ws-tipo-operacion
                   perform auditar-pendiente
                   add 1 to ws-pendientes
                   display 'Transaccion ' ws-pend-tipo
                       ' pendiente hasta el ' ws-fec-efectiva-txt '.'
           end-write.

      * Bitacora de un pendiente registrado (E) o anulado (N): la
      * clave de la persona y, en los campos ANT, el tipo y la fecha
      * efectiva.
       auditar-pendiente.
           move PEND-APELLIDO to PERS-APELLIDO.
           move PEND-NOMBRE   to PERS-NOMBRE.
           if PEND-EDAD is numeric
               move PEND-EDAD to PERS-EDAD
           end-if.
           move PEND-TIPO to ws-pend-ant-tipo.
           move PEND-FEC-EFECTIVA to ws-pend-ant-fecha.
           move ws-pend-ant to ws-apellido-ant.
           move spaces to ws-nombre-ant.
           perform registrar-auditoria.

       mantener-pendientes.
           perform capturar-clave-busqueda.
           perform listar-pendientes.
           if ws-pend-mostrados = zeros
               display 'No hay transacciones pendientes para esa '
                   'clave.'
           else
               display 'Fecha efectiva a anular (blanco = ninguna): '
                   with no advancing
               accept ws-fec-efectiva-txt
               if ws-fec-efectiva-txt not = spaces
                   display 'Tipo (A/C/B/R)....: ' with no advancing
                   accept ws-pend-tipo
                   inspect ws-pend-tipo converting 'acbr' to 'ACBR'
                   perform anular-pendiente
               end-if
           end-if.

       listar-pendientes.
           move zeros to ws-pend-mostrados.
           move 'N' to ws-fin-pendientes.
           move apellido to PEND-APELLIDO.
           move nombre   to PEND-NOMBRE.
           start PENDIENTES-FILE key is = PEND-CLAVE
               invalid key
                   set fin-pendientes to true
           end-start.
           perform until fin-pendientes
               read PENDIENTES-FILE next record
                   at end set fin-pendientes to true
               end-read
               if not fin-pendientes
                   if PEND-APELLIDO not = apellido
                      or PEND-NOMBRE not = nombre
                       set fin-pendientes to true
                   else
                       perform mostrar-pendiente
                   end-if
               end-if
           end-perform.

       mostrar-pendiente.
           if ws-pend-mostrados = zeros
               display 'Efectiva  Tipo Estado    Registrada Operador'
           end-if.
           add 1 to ws-pend-mostrados.
           if PEND-LIBERADA
               move 'LIBERADA' to ws-pend-estado-txt
           else
               move 'PENDIENTE' to ws-pend-estado-txt
           end-if.
           display PEND-FEC-EFECTIVA '  ' PEND-TIPO '    '
               ws-pend-estado-txt ' ' PEND-FEC-REGISTRO ' '
               PEND-OPERADOR.

      * Solo se anula lo que sigue en espera: lo liberado ya esta en
      * la entrada de la carga de esta noche.
       anular-pendiente.
           if ws-fec-efectiva-txt is not numeric
               display 'Error: fecha no numerica.'
           else
               move ws-fec-efectiva to PEND-FEC-EFECTIVA
               move apellido to PEND-APELLIDO
               move nombre   to PEND-NOMBRE
               move ws-pend-tipo to PEND-TIPO
               read PENDIENTES-FILE
                   invalid key
                       display 'No hay una transaccion pendiente con '
                           'esa fecha y tipo.'
                   not invalid key
                       if PEND-LIBERADA
                           display 'La transaccion ya fue liberada '
                               'para aplicar; no se puede anular.'
                       else
                           delete PENDIENTES-FILE record
                           move zeros to PERS-EDAD
                           move 'N' to ws-tipo-operacion
                           perform auditar-pendiente
                           display 'Transaccion pendiente anulada.'
                       end-if
               end-read
           end-if.

       consulta-persona.
           perform capturar-clave-busqueda.
           move apellido to PERS-APELLIDO.
                   perform mostrar-domicilio
                   move PERS-ID to BEN-ID
                   perform mostrar-beneficios
                   move PERS-ID to ws-rel-id
                   perform mostrar-familia
           end-read.

       capturar-clave-busqueda.
               move 'N' to ws-datos-validos
           end-if.
           if datos-validos
               move ws-fecha-negocio to ws-fecha-proc
               if ws-fec-nac-num > ws-fecha-proc
                   display 'Error: la fecha de nacimiento es futura.'
                   move 'N' to ws-datos-validos
               perform abrir-referencia
               perform abrir-domicilios
               perform abrir-beneficios
               perform abrir-vinculos
               perform abrir-pendientes
               perform abrir-fonetica
           end-if.

       abrir-beneficios.
               move 8 to return-code
           end-if.

       abrir-vinculos.
           open i-o VINCULOS-FILE.
           if ws-rel-status = '35'
               open output VINCULOS-FILE
               close VINCULOS-FILE
               open i-o VINCULOS-FILE
           end-if.
           if ws-rel-status not = '00'
               display 'Error al abrir PERSREL, status '
                   ws-rel-status
               move 'N' to ws-master-ok
               move 8 to return-code
           end-if.

       abrir-pendientes.
           open i-o PENDIENTES-FILE.
           if ws-pend-status = '35'
               open output PENDIENTES-FILE
               close PENDIENTES-FILE
               open i-o PENDIENTES-FILE
           end-if.
           if ws-pend-status not = '00'
               display 'Error al abrir PERSPEND, status '
                   ws-pend-status
               move 'N' to ws-master-ok
               move 8 to return-code
           end-if.

       abrir-fonetica.
           open i-o FONETICA-FILE.
           if ws-fon-status = '35'
               open output FONETICA-FILE
               close FONETICA-FILE
               open i-o FONETICA-FILE
           end-if.
           if ws-fon-status not = '00'
               display 'Error al abrir PERSFON, status '
                   ws-fon-status
               move 'N' to ws-master-ok
               move 8 to return-code
           end-if.

       grabar-referencia.
           move PERS-ID  to XREF-ID.
           move PERS-KEY to XREF-KEY.
                   continue
           end-write.

       grabar-fonetica.
           move PERS-APELLIDO to CFO-TEXTO.
           move return-code to ws-retorno-llamada.
           call 'PERSCFON' using CFO-PARAM.
           move ws-retorno-llamada to return-code.
           move CFO-CODIGO to FON-COD-APELLIDO.
           move PERS-NOMBRE to CFO-TEXTO.
           move return-code to ws-retorno-llamada.
           call 'PERSCFON' using CFO-PARAM.
           move ws-retorno-llamada to return-code.
           move CFO-CODIGO to FON-COD-NOMBRE.
           move PERS-ID       to FON-ID.
           move PERS-APELLIDO to FON-APELLIDO.
           move PERS-NOMBRE   to FON-NOMBRE.
           write FON-RECORD
               invalid key
                   rewrite FON-RECORD
               not invalid key
                   continue
           end-write.

       borrar-fonetica.
           move ws-apellido-ant to CFO-TEXTO.
           move return-code to ws-retorno-llamada.
           call 'PERSCFON' using CFO-PARAM.
           move ws-retorno-llamada to return-code.
           move CFO-CODIGO to FON-COD-APELLIDO.
           move ws-nombre-ant to CFO-TEXTO.
           move return-code to ws-retorno-llamada.
           call 'PERSCFON' using CFO-PARAM.
           move ws-retorno-llamada to return-code.
           move CFO-CODIGO to FON-COD-NOMBRE.
           move PERS-ID to FON-ID.
           delete FONETICA-FILE record
               invalid key
                   continue
           end-delete.

       escribir-persona.
           move apellido to PERS-APELLIDO.
           move nombre   to PERS-NOMBRE.
                               display 'Ya existe con esa clave.'
                           not invalid key
                               perform grabar-referencia
                               perform grabar-fonetica
                               perform registrar-auditoria
                               add 1 to ws-cargados
                               display 'Alta registrada con numero: '
               display 'No se encontraron personas con ese apellido.'
           end-if.

       buscar-por-sonido.
           display 'Apellido (como suena): ' with no advancing.
           accept apellido.
           display 'Nombre (opcional)....: ' with no advancing.
           accept nombre.
           move apellido to CFO-TEXTO.
           move return-code to ws-retorno-llamada.
           call 'PERSCFON' using CFO-PARAM.
           move ws-retorno-llamada to return-code.
           move CFO-CODIGO to ws-cod-apellido.
           move spaces to ws-cod-nombre.
           if nombre not = spaces
               move nombre to CFO-TEXTO
               move return-code to ws-retorno-llamada
               call 'PERSCFON' using CFO-PARAM
               move ws-retorno-llamada to return-code
               move CFO-CODIGO to ws-cod-nombre
           end-if.
           if ws-cod-apellido = spaces
               display 'Error: ingrese un apellido con letras.'
           else
               perform recorrer-sonidos
               if ws-son-cant = 0
                   display 'No se encontraron personas con ese '
                       'sonido.'
               else
                   perform elegir-sonido
               end-if
           end-if.

       recorrer-sonidos.
           move 'N' to ws-fin-busqueda.
           move zeros to ws-son-cant.
           move zeros to ws-mostrados.
           move ws-cod-apellido to FON-COD-APELLIDO.
           move ws-cod-nombre   to FON-COD-NOMBRE.
           move zeros to FON-ID.
           start FONETICA-FILE key is >= FON-KEY
               invalid key
                   move 'Y' to ws-fin-busqueda
           end-start.
           perform until fin-busqueda
               read FONETICA-FILE next record
                   at end move 'Y' to ws-fin-busqueda
               end-read
               if not fin-busqueda
                   if FON-COD-APELLIDO not = ws-cod-apellido
                      or (ws-cod-nombre not = spaces
                          and FON-COD-NOMBRE not = ws-cod-nombre)
                       move 'Y' to ws-fin-busqueda
                   else
                       perform mostrar-sonido
                   end-if
               end-if
           end-perform.

       mostrar-sonido.
           move FON-APELLIDO to PERS-APELLIDO.
           move FON-NOMBRE   to PERS-NOMBRE.
           read PERSONAS-MASTER
               invalid key
                   continue
               not invalid key
                   if PERS-ID = FON-ID
                       if ws-son-cant < 99
                           add 1 to ws-son-cant
                           move PERS-ID to ws-son-id(ws-son-cant)
                           move PERS-APELLIDO
                               to ws-son-apellido(ws-son-cant)
                           move PERS-NOMBRE
                               to ws-son-nombre(ws-son-cant)
                           display ws-son-cant ') ' PERS-ID ' '
                               PERS-APELLIDO ' ' PERS-NOMBRE ' '
                               PERS-EDAD ' ' PERS-STATUS
                           add 1 to ws-mostrados
                       else
                           display 'Hay mas de 99 coincidencias; '
                               'agregue el nombre para acotar.'
                           move 'Y' to ws-fin-busqueda
                       end-if
                   end-if
           end-read.
           if not fin-busqueda
              and ws-mostrados >= ws-tam-pagina
               display 'S=seguir, otra tecla=elegir: '
                   with no advancing
               accept ws-respuesta
               if ws-respuesta = 'S' or ws-respuesta = 's'
                   move zeros to ws-mostrados
               else
                   move 'Y' to ws-fin-busqueda
               end-if
           end-if.

       elegir-sonido.
           display 'Linea a consultar (0 = ninguna): '
               with no advancing.
           accept ws-son-linea.
           if ws-son-linea > 0 and ws-son-linea <= ws-son-cant
               move ws-son-apellido(ws-son-linea) to PERS-APELLIDO
               move ws-son-nombre(ws-son-linea)   to PERS-NOMBRE
               read PERSONAS-MASTER
                   invalid key
                       display 'La persona ya no esta en el maestro.'
                   not invalid key
                       display 'Numero..: ' PERS-ID
                       display 'Apellido: ' PERS-APELLIDO
                       display 'Nombre..: ' PERS-NOMBRE
                       display 'Edad....: ' PERS-EDAD
                       display 'Status..: ' PERS-STATUS
                       move PERS-ID to DOM-ID
                       perform mostrar-domicilio
                       move PERS-ID to BEN-ID
                       perform mostrar-beneficios
                       move PERS-ID to ws-rel-id
                       perform mostrar-familia
               end-read
           else
               if ws-son-linea not = 0
                   display 'Linea invalida.'
               end-if
           end-if.

       obtener-proximo-id.
           move 'Y' to ws-contador-ok.
           move zeros to ws-proximo-id.
               perform mostrar-domicilio
               move fid-id-buscado to BEN-ID
               perform mostrar-beneficios
               move fid-id-buscado to ws-rel-id
               perform mostrar-familia
           else
               display 'No existe una persona con ese numero.'
           end-if.

      * La historia lee la bitacora: se cierra mientras tanto para
      * que vea todo lo grabado hasta ahora.
       historia-persona.
           move spaces to HIS-PARAM.
           move zeros to his-id.
           display 'Numero de persona (6 digitos, blanco = por '
               'clave): ' with no advancing.
           accept ws-his-numero-txt.
           if ws-his-numero-txt = spaces
               perform capturar-clave-busqueda
               move apellido to his-apellido
               move nombre   to his-nombre
               move apellido to PERS-APELLIDO
               move nombre   to PERS-NOMBRE
               read PERSONAS-MASTER
                   invalid key
                       display 'La clave no esta en el maestro; se '
                           'busca en la historia.'
                   not invalid key
                       move PERS-ID to his-id
               end-read
           else
               if ws-his-numero-txt is numeric
                   move ws-his-numero-txt to his-id
                   move his-id to XREF-ID
                   read REFERENCIA-FILE
                       invalid key
                           continue
                       not invalid key
                           move XREF-APELLIDO to his-apellido
                           move XREF-NOMBRE   to his-nombre
                   end-read
               end-if
           end-if.
           if his-id = zeros and his-apellido = spaces
               display 'Error: numero o clave invalidos.'
           else
               display 'Desde (AAAAMMDD, blanco = sin limite): '
                   with no advancing
               accept his-desde
               display 'Hasta (AAAAMMDD, blanco = sin limite): '
                   with no advancing
               accept his-hasta
               set his-pantalla to true
               perform cerrar-bitacora
               call 'HISTPERS' using HIS-PARAM
               perform abrir-bitacora
               if his-sin-sucesos
                   display 'No hay sucesos para esa persona en el '
                       'rango pedido.'
               end-if
           end-if.

       verificar-duplicado.
           move 'N' to ws-duplicado-sw.
           read PERSONAS-MASTER
           close PERSONAS-MASTER.
           close REFERENCIA-FILE.
           close DOMICILIO-FILE.
           close VINCULOS-FILE.
           close PENDIENTES-FILE.
           close FONETICA-FILE.
           if beneficios-abierto
               close BENEFICIOS-FILE
           end-if.
           end-if.

       registrar-auditoria.
           accept ws-hora-hoy from time.
           move ws-operador-id to AUD-OPERADOR.
           move ws-fecha-negocio to AUD-FECHA.
           move ws-hora-hoy    to AUD-HORA.
           move PERS-APELLIDO  to AUD-APELLIDO.
           move PERS-NOMBRE    to AUD-NOMBRE.
           move PERS-EDAD      to AUD-EDAD.
           move ws-tipo-operacion to AUD-TIPO-OP.
           if ws-tipo-operacion = 'K'
              or ws-tipo-operacion = 'V'
              or ws-tipo-operacion = 'T'
              or ws-tipo-operacion = 'E'
              or ws-tipo-operacion = 'N'
               move ws-apellido-ant to AUD-APELLIDO-ANT
               move ws-nombre-ant   to AUD-NOMBRE-ANT
           else
               move spaces to AUD-APELLIDO-ANT
               move spaces to AUD-NOMBRE-ANT
           end-if.
           evaluate ws-tipo-operacion
               when 'K'
                   move PERS-ID to AUD-PERS-ID
                   move PERS-ID to AUD-PERS-ID-ANT
               when 'V'
               when 'T'
                   move REL-ID-TITULAR to AUD-PERS-ID
                   move REL-ID-DEPEND  to AUD-PERS-ID-ANT
               when 'E'
               when 'N'
                   move PEND-ID to AUD-PERS-ID
                   move zeros   to AUD-PERS-ID-ANT
               when other
                   move PERS-ID to AUD-PERS-ID
                   move zeros   to AUD-PERS-ID-ANT
           end-evaluate.
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

       cerrar-bitacora.
           close AUDIT-LOG.

       carga-masiva.
           move 'L' to ws-modo.
           perform iniciar-corrida.
           move zeros to ws-cargados.
           move zeros to ws-rechazados.
           move zeros to ws-duplicados.
           move zeros to ws-cambios-aplicados.
           move zeros to ws-bajas-aplicadas.
           move zeros to ws-correcciones.
           move zeros to ws-reactivaciones.
           move zeros to ws-pendientes.
           move zeros to ws-leidos.
           move zeros to ws-desde-ckpt.
           move 'N' to ws-fin-persin.
               perform until fin-persin
                   add 1 to ws-leidos
                   move spaces to ws-motivo-rechazo
                   perform evaluar-fecha-efectiva
                   evaluate true
                       when efectiva-invalida
                           set motivo-efectiva-inv to true
                           perform rechazar-transaccion
                       when efectiva-futura
                           perform diferir-transaccion
                       when other
                           perform aplicar-transaccion
                   end-evaluate
                   add 1 to ws-desde-ckpt
                   if ws-desde-ckpt >= ws-ckpt-frecuencia
               display 'Altas aplicadas.....: ' ws-cargados
               display 'Cambios aplicados...: ' ws-cambios-aplicados
               display 'Bajas aplicadas.....: ' ws-bajas-aplicadas
               display 'Reactivaciones......: ' ws-reactivaciones
               display 'Correcciones clave..: ' ws-correcciones
               display 'Registros rechazados: ' ws-rechazados
               display 'Duplicados omitidos.: ' ws-duplicados
               display 'Enviados a suspensos: ' ws-suspensos
               display 'Pendientes (futuras): ' ws-pendientes
           end-if.
           perform terminar-corrida.
           move 'I' to ws-modo.

       aplicar-transaccion.
           evaluate tipo-trans
               when 'A'
               when 'a'
                   perform validar-datos
                   if datos-validos
                       perform escribir-persona
                   else
                       perform rechazar-transaccion
                   end-if
               when 'C'
               when 'c'
                   perform resolver-numero-trans
                   if not numero-resuelto
                       perform rechazar-transaccion
                   else
                       perform validar-datos-cambio
                       if datos-validos
                           perform cambio-lote
                       else
                           perform rechazar-transaccion
                       end-if
                   end-if
               when 'B'
               when 'b'
                   perform resolver-numero-trans
                   if not numero-resuelto
                       perform rechazar-transaccion
                   else
                       perform validar-datos-baja
                       if datos-validos
                           perform baja-lote
                       else
                           perform rechazar-transaccion
                       end-if
                   end-if
               when 'R'
               when 'r'
                   perform resolver-numero-trans
                   if not numero-resuelto
                       perform rechazar-transaccion
                   else
                       perform validar-datos-baja
                       if datos-validos
                           perform reactivar-lote
                       else
                           perform rechazar-transaccion
                       end-if
                   end-if
               when 'K'
               when 'k'
                   perform resolver-numero-trans
                   if not numero-resuelto
                       perform rechazar-transaccion
                   else
                       perform correccion-lote
                       if not datos-validos
                           perform rechazar-transaccion
                       end-if
                   end-if
               when other
                   set motivo-tipo-inv to true
                   perform rechazar-transaccion
           end-evaluate.

      * Transaccion de fecha futura: se valida como si se aplicara
      * hoy y queda en PERSPEND hasta que PERSPEND la libere. La
      * correccion de clave no admite fecha futura.
       diferir-transaccion.
           move 'Y' to ws-datos-validos.
           evaluate tipo-trans
               when 'A'
               when 'a'
                   move 'A' to ws-pend-tipo
                   move zeros to ws-pend-id
                   perform validar-datos
                   if datos-validos
                       move apellido to PERS-APELLIDO
                       move nombre   to PERS-NOMBRE
                       perform verificar-duplicado
                       if duplicado-encontrado
                           set motivo-duplicado to true
                           move 'N' to ws-datos-validos
                       end-if
                   end-if
               when 'C'
               when 'c'
                   move 'C' to ws-pend-tipo
                   perform resolver-numero-trans
                   if not numero-resuelto
                       move 'N' to ws-datos-validos
                   else
                       perform validar-datos-cambio
                   end-if
               when 'B'
               when 'b'
                   move 'B' to ws-pend-tipo
                   perform resolver-numero-trans
                   if not numero-resuelto
                       move 'N' to ws-datos-validos
                   else
                       perform validar-datos-baja
                   end-if
               when 'R'
               when 'r'
                   move 'R' to ws-pend-tipo
                   perform resolver-numero-trans
                   if not numero-resuelto
                       move 'N' to ws-datos-validos
                   else
                       perform validar-datos-baja
                   end-if
               when 'K'
               when 'k'
                   set motivo-efectiva-inv to true
                   move 'N' to ws-datos-validos
               when other
                   set motivo-tipo-inv to true
                   move 'N' to ws-datos-validos
           end-evaluate.
           if datos-validos and ws-pend-tipo not = 'A'
               perform leer-persona-pendiente
           end-if.
           if datos-validos
               perform grabar-pendiente
           end-if.
           if not datos-validos
               perform rechazar-transaccion
           end-if.

       leer-persona-pendiente.
           move apellido to PERS-APELLIDO.
           move nombre   to PERS-NOMBRE.
           read PERSONAS-MASTER
               invalid key
                   set motivo-no-existe to true
                   move 'N' to ws-datos-validos
               not invalid key
                   move PERS-ID to ws-pend-id
           end-read.

      * La llamada a PERSRUN pisa el codigo de retorno; se conserva
      * el que traia la sesion.
       iniciar-corrida.
           move return-code to ws-retorno-sesion.
           move 'TEST1' to COR-PROGRAMA.
           move ws-fecha-negocio to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move ws-retorno-sesion to return-code.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-leidos to COR-CONT-VALOR(1).
           move 'ALTAS' to COR-CONT-ROTULO(2).
           move ws-cargados to COR-CONT-VALOR(2).
           move 'CAMBIOS' to COR-CONT-ROTULO(3).
           move ws-cambios-aplicados to COR-CONT-VALOR(3).
           move 'BAJAS' to COR-CONT-ROTULO(4).
           move ws-bajas-aplicadas to COR-CONT-VALOR(4).
           move 'CORRECC' to COR-CONT-ROTULO(5).
           move ws-correcciones to COR-CONT-VALOR(5).
           move 'RECHAZADOS' to COR-CONT-ROTULO(6).
           move ws-rechazados to COR-CONT-VALOR(6).
           move 'DUPLICADOS' to COR-CONT-ROTULO(7).
           move ws-duplicados to COR-CONT-VALOR(7).
           move 'SUSPENSOS' to COR-CONT-ROTULO(8).
           move ws-suspensos to COR-CONT-VALOR(8).
           move 'REACTIV' to COR-CONT-ROTULO(9).
           move ws-reactivaciones to COR-CONT-VALOR(9).
           move 'PENDIENTES' to COR-CONT-ROTULO(10).
           move ws-pendientes to COR-CONT-VALOR(10).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       abrir-fuente.
           if ws-fuente = 'S'
               open input SUSPIN-FILE
                       move SUSP-ENT-NUMERO   to ws-numero-trans
                       move SUSP-ENT-APELLIDO-NVO to ws-apellido-nvo
                       move SUSP-ENT-NOMBRE-NVO   to ws-nombre-nvo
                       move SUSP-ENT-FEC-EFECTIVA
                           to ws-fec-efectiva-txt
               end-read
           else
               read PERSIN-FILE
                       move PERSIN-NUMERO   to ws-numero-trans
                       move PERSIN-APELLIDO-NVO to ws-apellido-nvo
                       move PERSIN-NOMBRE-NVO   to ws-nombre-nvo
                       move PERSIN-FEC-EFECTIVA to ws-fec-efectiva-txt
               end-read
           end-if.

           move ws-numero-trans to SUSP-SAL-NUMERO.
           move ws-apellido-nvo to SUSP-SAL-APELLIDO-NVO.
           move ws-nombre-nvo   to SUSP-SAL-NOMBRE-NVO.
           move ws-fec-efectiva-txt to SUSP-SAL-FEC-EFECTIVA.
           write SUSP-SALIDA.
           if ws-susp-status = '00'
               add 1 to ws-suspensos
                   read REFERENCIA-FILE
                       invalid key
                           move 'N' to ws-numero-resuelto
                           if ws-fec-efectiva-txt = spaces
                               set motivo-numero-inv to true
                           else
                               set motivo-numero-muerto to true
                           end-if
                       not invalid key
                           move XREF-APELLIDO to apellido
                           move XREF-NOMBRE   to nombre
                           if ws-fec-efectiva-txt not = spaces
                               perform verificar-numero-vigente
                           end-if
                   end-read
               end-if
           end-if.

      * Una transaccion con fecha efectiva se dirigio a un numero
      * puntual: si entretanto ese numero fue absorbido por una fusion
      * (su referencia apunta a la sobreviviente) o depurado, no se
      * aplica a otra persona.
       verificar-numero-vigente.
           move apellido to PERS-APELLIDO.
           move nombre   to PERS-NOMBRE.
           read PERSONAS-MASTER
               invalid key
                   move 'N' to ws-numero-resuelto
                   set motivo-numero-muerto to true
               not invalid key
                   if PERS-ID not = ws-numero-trans
                       move 'N' to ws-numero-resuelto
                       set motivo-numero-muerto to true
                   end-if
           end-read.

       correccion-lote.
           move 'Y' to ws-datos-validos.
           move apellido to PERS-APELLIDO.
                       set motivo-ya-inactiva to true
                       perform rechazar-transaccion
                   else
                       perform aplicar-baja
                       add 1 to ws-bajas-aplicadas
                   end-if
           end-read.

       reactivar-lote.
           move apellido to PERS-APELLIDO.
           move nombre   to PERS-NOMBRE.
           read PERSONAS-MASTER
               invalid key
                   set motivo-no-existe to true
                   perform rechazar-transaccion
               not invalid key
                   if PERS-STATUS-ACTIVO
                       set motivo-ya-activa to true
                       perform rechazar-transaccion
                   else
                       perform aplicar-reactivacion
                       add 1 to ws-reactivaciones
                   end-if
           end-read.

       leer-checkpoint.
           move 'N' to ws-reanudar-sw.
           move zeros to ws-saltar.
                       move CKPT-CAMBIOS    to ws-cambios-aplicados
                       move CKPT-BAJAS      to ws-bajas-aplicadas
                       move CKPT-CORRECC    to ws-correcciones
                       move CKPT-REACTIV    to ws-reactivaciones
                       move CKPT-PENDIENTES to ws-pendientes
               end-read
               close RESTART-FILE
           end-if.
           move ws-cambios-aplicados to CKPT-CAMBIOS.
           move ws-bajas-aplicadas   to CKPT-BAJAS.
           move ws-correcciones      to CKPT-CORRECC.
           move ws-reactivaciones    to CKPT-REACTIV.
           move ws-pendientes        to CKPT-PENDIENTES.
           write CKPT-RECORD.
           close RESTART-FILE.

