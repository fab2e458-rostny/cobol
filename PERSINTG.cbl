      ******************************************************************
      * Author:
      * Date:
      * Purpose: Barrido de integridad referencial entre archivos.
      *          PERSVAL revisa cada registro del maestro por dentro;
      *          este barrido controla que los archivos satelite
      *          sigan de acuerdo con PERSONAS.MASTER despues de
      *          fusiones, depuraciones, restauraciones y
      *          correcciones de clave. Arma en memoria la tabla de
      *          numeros de persona del maestro (indexada por PERS-ID)
      *          y contra ella recorre PERSXREF, PERSDOM, PERSBEN y
      *          el contador PERSCTL. Los numeros absorbidos por una
      *          fusion (mapeo PERSMAP de PERSMRG) conservan a
      *          proposito su referencia apuntando a la sobreviviente
      *          y no se informan. Imprime un reporte de excepciones
      *          con codigo de motivo y totales por motivo, y termina
      *          con codigo 8 si hubo excepciones para que el esquema
      *          se detenga como con PERSVAL.
      *          Motivos: 01 referencia a clave inexistente, 02
      *          referencia a persona con otro numero, 03 persona
      *          activa sin referencia, 04 domicilio sin persona, 05
      *          beneficio sin persona, 06 numero repetido en el
      *          maestro, 07 PERSCTL no supera el mayor numero en uso,
      *          08 vinculo familiar (PERSREL) con titular inexistente,
      *          09 vinculo con dependiente inexistente, 10 vinculo
      *          vigente con una persona dada de baja. Los vinculos
      *          terminados por una fusion conservan el numero
      *          absorbido y no se informan.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSINTG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PERSONAS-MASTER ASSIGN TO PERSONAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERS-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT REFERENCIA-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XREF-ID
               FILE STATUS IS WS-XREF-STATUS.

           SELECT DOMICILIO-FILE ASSIGN TO PERSDOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DOM-ID
               FILE STATUS IS WS-DOM-STATUS.

           SELECT BENEFICIOS-FILE ASSIGN TO PERSBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BEN-ID
               FILE STATUS IS WS-BENEF-STATUS.

           SELECT VINCULOS-FILE ASSIGN TO PERSREL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-KEY
               ALTERNATE RECORD KEY IS REL-ID-DEPEND WITH DUPLICATES
               FILE STATUS IS WS-REL-STATUS.

           SELECT CONTROL-IDS ASSIGN TO PERSCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT MAPEO-FILE ASSIGN TO PERSMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPEO-STATUS.

           SELECT REPORTE-INTEGRIDAD ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PERSREC.

       FD  REFERENCIA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XREFREC.

       FD  DOMICILIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DOMREC.

       FD  BENEFICIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENFREC.

       FD  VINCULOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RELAREC.

       FD  CONTROL-IDS
           LABEL RECORDS ARE OMITTED.
       01  CONTROL-RECORD.
           05  CTL-PROXIMO-ID     PIC 9(6).

       FD  MAPEO-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-RECORD.
           05  MAP-ID-BAJA        PIC 9(6).
           05  FILLER             PIC X(1).
           05  MAP-ID-SOBREV      PIC 9(6).
           05  FILLER             PIC X(1).
           05  MAP-FECHA          PIC 9(8).

       FD  REPORTE-INTEGRIDAD
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(105).

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-xref-status         pic x(2) value spaces.
       77  ws-dom-status          pic x(2) value spaces.
       77  ws-benef-status        pic x(2) value spaces.
       77  ws-control-status      pic x(2) value spaces.
       77  ws-rel-status          pic x(2) value spaces.
       77  ws-mapeo-status        pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-archivos-ok         pic x value 'N'.
           88  archivos-ok        value 'Y'.
       77  ws-fusion-sw           pic x value 'N'.
           88  numero-fusionado   value 'Y'.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.
       77  ws-total-leidos        pic 9(9) value zeros.
       77  ws-total-xref          pic 9(9) value zeros.
       77  ws-total-domicilios    pic 9(9) value zeros.
       77  ws-total-beneficios    pic 9(9) value zeros.
       77  ws-total-vinculos      pic 9(9) value zeros.
       77  ws-map-buscado         pic 9(6) value zeros.
       77  ws-total-fusionados    pic 9(6) value zeros.
       77  ws-total-excepciones   pic 9(6) value zeros.
       77  ws-max-id              pic 9(6) value zeros.
       77  ws-proximo-id          pic 9(6) value zeros.
       77  ws-id                  pic 9(6) value zeros.
       77  ws-motivo              pic 9(2) value zeros.
       77  ws-i                   pic 9(4) value zeros.
       77  ws-cant-mapeo          pic 9(4) value zeros.
       77  ws-max-mapeo           pic 9(4) value 5000.
       77  ws-max-id-ed           pic 9(6) value zeros.

       01  ws-texto-motivo        pic x(30) value spaces.
       01  ws-archivo-motivo      pic x(9)  value spaces.

       01  ws-tabla-motivos.
           05  ws-mot-cant        pic 9(6) occurs 10 times.

      * Un byte por numero de persona posible: espacio = no esta en
      * el maestro, 'A' activa, 'I' baja logica.
       01  ws-tabla-ids           value spaces.
           05  ws-id-estado       pic x occurs 999999 times.

       01  ws-tabla-mapeo.
           05  ws-map-ent occurs 5000 times.
               10  ws-map-baja    pic 9(6).
               10  ws-map-sobrev  pic 9(6).

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(40)
               value 'INTEGRIDAD ENTRE ARCHIVOS DE PERSONAS'.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  encabezado-2.
           05  filler             pic x(8)  value 'NUMERO'.
           05  filler             pic x(10) value 'ARCHIVO'.
           05  filler             pic x(31) value 'APELLIDO'.
           05  filler             pic x(21) value 'NOMBRE'.
           05  filler             pic x(4)  value 'MOT'.
           05  filler             pic x(30) value 'DESCRIPCION'.

       01  linea-detalle.
           05  det-id             pic 9(6).
           05  filler             pic x(2)  value spaces.
           05  det-archivo        pic x(10).
           05  det-apellido       pic x(31).
           05  det-nombre         pic x(21).
           05  det-motivo         pic 9(2).
           05  filler             pic x(2)  value spaces.
           05  det-texto          pic x(30).

       01  linea-total.
           05  tot-rotulo         pic x(40).
           05  tot-cant           pic zzz,zz9.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform abrir-archivos.
           if archivos-ok
               perform imprimir-encabezado
               perform cargar-mapeo
               perform revisar-maestro
               perform revisar-referencias
               perform revisar-domicilios
               perform revisar-beneficios
               perform revisar-vinculos
               perform revisar-contador
               perform imprimir-totales
               perform cerrar-archivos
               if ws-total-excepciones > 0
                   display 'INTEGRIDAD: ' ws-total-excepciones
                       ' excepciones; detener el esquema.'
                   move 8 to return-code
               else
                   display 'INTEGRIDAD: archivos de personas '
                       'consistentes.'
               end-if
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSINTG' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'REFERENC' to COR-CONT-ROTULO(2).
           move ws-total-xref to COR-CONT-VALOR(2).
           move 'DOMICILIOS' to COR-CONT-ROTULO(3).
           move ws-total-domicilios to COR-CONT-VALOR(3).
           move 'BENEFICIOS' to COR-CONT-ROTULO(4).
           move ws-total-beneficios to COR-CONT-VALOR(4).
           move 'VINCULOS' to COR-CONT-ROTULO(5).
           move ws-total-vinculos to COR-CONT-VALOR(5).
           move 'EXCEPCION' to COR-CONT-ROTULO(6).
           move ws-total-excepciones to COR-CONT-VALOR(6).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       abrir-archivos.
           move zeros to ws-tabla-motivos.
           open input PERSONAS-MASTER.
           if ws-master-status not = '00'
               display 'Error al abrir PERSONAS.MASTER, status '
                   ws-master-status
               move 8 to return-code
           else
               open input REFERENCIA-FILE
               if ws-xref-status not = '00'
                   display 'Error al abrir PERSXREF, status '
                       ws-xref-status
                   close PERSONAS-MASTER
                   move 8 to return-code
               else
                   set archivos-ok to true
                   open output REPORTE-INTEGRIDAD
               end-if
           end-if.

      * Los numeros absorbidos por una fusion y su sobreviviente.
       cargar-mapeo.
           open input MAPEO-FILE.
           if ws-mapeo-status = '00'
               move 'N' to ws-fin-archivo
               perform leer-mapeo
               perform until fin-archivo
                   if ws-cant-mapeo >= ws-max-mapeo
                       display 'AVISO: PERSMAP excede ' ws-max-mapeo
                           ' fusiones; las restantes se informan'
                       set fin-archivo to true
                   else
                       add 1 to ws-cant-mapeo
                       move MAP-ID-BAJA
                           to ws-map-baja(ws-cant-mapeo)
                       move MAP-ID-SOBREV
                           to ws-map-sobrev(ws-cant-mapeo)
                       perform leer-mapeo
                   end-if
               end-perform
               close MAPEO-FILE
           end-if.

       leer-mapeo.
           read MAPEO-FILE
               at end set fin-archivo to true
           end-read.

       revisar-maestro.
           move 'N' to ws-fin-archivo.
           perform leer-master.
           perform until fin-archivo
               perform revisar-persona
               perform leer-master
           end-perform.

       leer-master.
           read PERSONAS-MASTER next record
               at end set fin-archivo to true
           end-read.

       revisar-persona.
           add 1 to ws-total-leidos.
           if PERS-ID is numeric and PERS-ID > zeros
               if ws-id-estado(PERS-ID) not = space
                   move 06 to ws-motivo
                   move 'NUMERO REPETIDO EN EL MAESTRO'
                       to ws-texto-motivo
                   move 'PERSONAS' to ws-archivo-motivo
                   move PERS-ID to ws-id
                   perform informar-persona
               else
                   if PERS-STATUS-ACTIVO
                       move 'A' to ws-id-estado(PERS-ID)
                   else
                       move 'I' to ws-id-estado(PERS-ID)
                   end-if
               end-if
               if PERS-ID > ws-max-id
                   move PERS-ID to ws-max-id
               end-if
           end-if.
           if PERS-STATUS-ACTIVO
               move PERS-ID to XREF-ID
               read REFERENCIA-FILE
                   invalid key
                       move 03 to ws-motivo
                       move 'ACTIVA SIN REFERENCIA PERSXREF'
                           to ws-texto-motivo
                       move 'PERSONAS' to ws-archivo-motivo
                       move PERS-ID to ws-id
                       perform informar-persona
                   not invalid key
                       continue
               end-read
           end-if.

      * Cada referencia debe llevar a una clave del maestro con su
      * mismo numero, salvo los numeros absorbidos por una fusion,
      * que apuntan a la sobreviviente.
       revisar-referencias.
           move 'N' to ws-fin-archivo.
           move zeros to XREF-ID.
           start REFERENCIA-FILE key is >= XREF-ID
               invalid key
                   set fin-archivo to true
           end-start.
           if not fin-archivo
               perform leer-referencia
           end-if.
           perform until fin-archivo
               perform revisar-referencia
               perform leer-referencia
           end-perform.

       leer-referencia.
           read REFERENCIA-FILE next record
               at end set fin-archivo to true
           end-read.

       revisar-referencia.
           add 1 to ws-total-xref.
           if XREF-ID > ws-max-id
               move XREF-ID to ws-max-id
           end-if.
           move XREF-KEY to PERS-KEY.
           read PERSONAS-MASTER
               invalid key
                   move XREF-ID to ws-map-buscado
                   perform buscar-mapeo
                   if numero-fusionado
                       add 1 to ws-total-fusionados
                   else
                       move 01 to ws-motivo
                       move 'APUNTA A CLAVE INEXISTENTE'
                           to ws-texto-motivo
                       perform informar-referencia
                   end-if
               not invalid key
                   if PERS-ID not = XREF-ID
                       move XREF-ID to ws-map-buscado
                       perform buscar-mapeo
                       if numero-fusionado
                          and ws-map-sobrev(ws-i) = PERS-ID
                           add 1 to ws-total-fusionados
                       else
                           move 02 to ws-motivo
                           move 'APUNTA A PERSONA DE OTRO NUM.'
                               to ws-texto-motivo
                           perform informar-referencia
                       end-if
                   end-if
           end-read.

       buscar-mapeo.
           move 'N' to ws-fusion-sw.
           move 1 to ws-i.
           perform comparar-mapeo
               until numero-fusionado or ws-i > ws-cant-mapeo.

       comparar-mapeo.
           if ws-map-baja(ws-i) = ws-map-buscado
               set numero-fusionado to true
           else
               add 1 to ws-i
           end-if.

       revisar-domicilios.
           open input DOMICILIO-FILE.
           if ws-dom-status not = '00'
               display 'PERSDOM no disponible, status ' ws-dom-status
                   '; no se revisan domicilios'
           else
               move 'N' to ws-fin-archivo
               perform leer-domicilio
               perform until fin-archivo
                   add 1 to ws-total-domicilios
                   move DOM-ID to ws-id
                   perform verificar-numero
                   if ws-motivo not = zeros
                       move 04 to ws-motivo
                       move 'DOMICILIO SIN PERSONA' to ws-texto-motivo
                       move 'PERSDOM' to ws-archivo-motivo
                       perform informar-satelite
                   end-if
                   perform leer-domicilio
               end-perform
               close DOMICILIO-FILE
           end-if.

       leer-domicilio.
           read DOMICILIO-FILE next record
               at end set fin-archivo to true
           end-read.

      * Titular y dependiente de cada vinculo deben estar en el
      * maestro; un vinculo vigente, ademas, con ambos activos.
       revisar-vinculos.
           open input VINCULOS-FILE.
           if ws-rel-status not = '00'
               display 'PERSREL no disponible, status ' ws-rel-status
                   '; no se revisan vinculos'
           else
               move 'N' to ws-fin-archivo
               perform leer-vinculo
               perform until fin-archivo
                   add 1 to ws-total-vinculos
                   move REL-ID-TITULAR to ws-id
                   perform revisar-parte-vinculo
                   if ws-motivo not = zeros
                       move 08 to ws-motivo
                       move 'VINCULO SIN TITULAR'
                           to ws-texto-motivo
                       perform informar-vinculo
                   end-if
                   move REL-ID-DEPEND to ws-id
                   perform revisar-parte-vinculo
                   if ws-motivo not = zeros
                       move 09 to ws-motivo
                       move 'VINCULO SIN DEPENDIENTE'
                           to ws-texto-motivo
                       perform informar-vinculo
                   end-if
                   perform leer-vinculo
               end-perform
               close VINCULOS-FILE
           end-if.

       leer-vinculo.
           read VINCULOS-FILE next record
               at end set fin-archivo to true
           end-read.

      * Deja ws-motivo en cero si ws-id sirve para el vinculo: esta en
      * el maestro (activo, si el vinculo es vigente) o es un numero
      * absorbido por una fusion en un vinculo ya terminado.
       revisar-parte-vinculo.
           perform verificar-numero.
           if ws-motivo not = zeros and not REL-VIGENTE
               move ws-id to ws-map-buscado
               perform buscar-mapeo
               if numero-fusionado
                   move zeros to ws-motivo
               end-if
           end-if.
           if ws-motivo = zeros and REL-VIGENTE
               if ws-id-estado(ws-id) not = 'A'
                   move 10 to ws-motivo
                   move 'VINCULO VIGENTE CON BAJA'
                       to ws-texto-motivo
                   perform informar-vinculo
                   move zeros to ws-motivo
               end-if
           end-if.

       informar-vinculo.
           move 'PERSREL' to ws-archivo-motivo.
           move spaces to det-apellido.
           string 'TITULAR ' REL-ID-TITULAR ' DEPENDIENTE '
               REL-ID-DEPEND delimited by size into det-apellido
           end-string.
           move spaces to det-nombre.
           perform imprimir-excepcion.

       revisar-beneficios.
           open input BENEFICIOS-FILE.
           if ws-benef-status not = '00'
               display 'PERSBEN no disponible, status '
                   ws-benef-status '; no se revisan beneficios'
           else
               move 'N' to ws-fin-archivo
               perform leer-beneficio
               perform until fin-archivo
                   add 1 to ws-total-beneficios
                   move BEN-ID to ws-id
                   perform verificar-numero
                   if ws-motivo not = zeros
                       move 05 to ws-motivo
                       move 'BENEFICIO SIN PERSONA' to ws-texto-motivo
                       move 'PERSBEN' to ws-archivo-motivo
                       perform informar-satelite
                   end-if
                   perform leer-beneficio
               end-perform
               close BENEFICIOS-FILE
           end-if.

       leer-beneficio.
           read BENEFICIOS-FILE next record
               at end set fin-archivo to true
           end-read.

      * Deja ws-motivo en cero si ws-id es una persona del maestro.
       verificar-numero.
           move 99 to ws-motivo.
           if ws-id is numeric and ws-id > zeros
               if ws-id-estado(ws-id) not = space
                   move zeros to ws-motivo
               end-if
           end-if.

       revisar-contador.
           move zeros to ws-proximo-id.
           open input CONTROL-IDS.
           if ws-control-status = '00'
               read CONTROL-IDS
                   at end continue
                   not at end
                       if CTL-PROXIMO-ID is numeric
                           move CTL-PROXIMO-ID to ws-proximo-id
                       end-if
               end-read
               close CONTROL-IDS
           end-if.
           if ws-max-id > zeros and ws-proximo-id not > ws-max-id
               move 07 to ws-motivo
               move 'PERSCTL NO SUPERA MAYOR EN USO'
                   to ws-texto-motivo
               move 'PERSCTL' to ws-archivo-motivo
               move ws-proximo-id to ws-id
               move spaces to det-apellido
               move ws-max-id to ws-max-id-ed
               string 'MAYOR NUMERO EN USO ' ws-max-id-ed
                   delimited by size into det-apellido
               end-string
               move spaces to det-nombre
               perform imprimir-excepcion
           end-if.

       informar-persona.
           move PERS-APELLIDO to det-apellido.
           move PERS-NOMBRE   to det-nombre.
           perform imprimir-excepcion.

       informar-referencia.
           move 'PERSXREF'    to ws-archivo-motivo.
           move XREF-ID       to ws-id.
           move XREF-APELLIDO to det-apellido.
           move XREF-NOMBRE   to det-nombre.
           perform imprimir-excepcion.

       informar-satelite.
           move spaces to det-apellido.
           move spaces to det-nombre.
           perform imprimir-excepcion.

       imprimir-excepcion.
           add 1 to ws-total-excepciones.
           add 1 to ws-mot-cant(ws-motivo).
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           move ws-id             to det-id.
           move ws-archivo-motivo to det-archivo.
           move ws-motivo         to det-motivo.
           move ws-texto-motivo   to det-texto.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           add 1 to ws-lineas-pagina.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           write LINEA-REPORTE from encabezado-1
               after advancing page.
           write LINEA-REPORTE from encabezado-2
               after advancing 2 lines.
           move zeros to ws-lineas-pagina.

       imprimir-totales.
           move 'PERSONAS LEIDAS.......................:' to tot-rotulo.
           move ws-total-leidos to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 2 lines.
           move 'REFERENCIAS PERSXREF LEIDAS...........:' to tot-rotulo.
           move ws-total-xref to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'REFERENCIAS DE NUMEROS FUSIONADOS.....:' to tot-rotulo.
           move ws-total-fusionados to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'DOMICILIOS PERSDOM LEIDOS.............:' to tot-rotulo.
           move ws-total-domicilios to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'BENEFICIOS PERSBEN LEIDOS.............:' to tot-rotulo.
           move ws-total-beneficios to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'VINCULOS PERSREL LEIDOS...............:' to tot-rotulo.
           move ws-total-vinculos to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'EXCEPCIONES TOTALES...................:' to tot-rotulo.
           move ws-total-excepciones to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 1 to ws-i.
           perform imprimir-total-motivo
               until ws-i > 10.

       imprimir-total-motivo.
           evaluate ws-i
               when 1 move 'MOTIVO 01 REFERENCIA A CLAVE INEXIST.:'
                   to tot-rotulo
               when 2 move 'MOTIVO 02 REFERENCIA A OTRO NUMERO...:'
                   to tot-rotulo
               when 3 move 'MOTIVO 03 ACTIVA SIN REFERENCIA......:'
                   to tot-rotulo
               when 4 move 'MOTIVO 04 DOMICILIO SIN PERSONA......:'
                   to tot-rotulo
               when 5 move 'MOTIVO 05 BENEFICIO SIN PERSONA......:'
                   to tot-rotulo
               when 6 move 'MOTIVO 06 NUMERO REPETIDO............:'
                   to tot-rotulo
               when 7 move 'MOTIVO 07 PERSCTL NO SUPERA EL MAYOR.:'
                   to tot-rotulo
               when 8 move 'MOTIVO 08 VINCULO SIN TITULAR........:'
                   to tot-rotulo
               when 9 move 'MOTIVO 09 VINCULO SIN DEPENDIENTE....:'
                   to tot-rotulo
               when 10 move 'MOTIVO 10 VINCULO CON PERS. DE BAJA..:'
                   to tot-rotulo
           end-evaluate.
           move ws-mot-cant(ws-i) to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           add 1 to ws-i.

       cerrar-archivos.
           close PERSONAS-MASTER.
           close REFERENCIA-FILE.
           close REPORTE-INTEGRIDAD.
       END PROGRAM PERSINTG.
