      ******************************************************************
      * Author:
      * Date:
      * Purpose: Historia completa de una persona. Subprograma comun:
      *          lo usa TEST1 desde el menu (opcion H, supervisores)
      *          y el reporte por lote HISTRPT.
      *          Recibe el numero de persona y/o su clave y un rango
      *          de fechas, y arma en orden cronologico todo lo que
      *          quedo registrado de esa persona en la bitacora
      *          vigente PERSAUDT, en las historias mensuales PERSAHIS
      *          (todas las generaciones concatenadas), en los
      *          resguardos de depuracion y fusion PERSARCH (persona),
      *          PERSARCD (domicilio) y PERSARCV (vinculos) y en el
      *          mapeo de fusiones PERSMAP.
      *          Primero reune la identidad: los numeros absorbidos
      *          por la persona en fusiones (PERSMAP y lineas 'M') y
      *          todas las claves que uso (correcciones de clave 'K',
      *          resguardos, lineas con numero), repitiendo la pasada
      *          hasta que no aparece nada nuevo. Con esa identidad
      *          toma las lineas de bitacora por numero y, las
      *          grabadas antes de que la bitacora llevara los
      *          numeros, por cualquiera de las claves conocidas.
      *          Salida 'I': reporte impreso HISTRPT. Salida 'P':
      *          las mismas lineas por pantalla.
      *          Las fuentes que no estan disponibles se informan y se
      *          saltean. La historia se limita a 500 sucesos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTPERS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT BITACORA-VIGENTE ASSIGN TO PERSAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BITACORA-HISTORIA ASSIGN TO PERSAHIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORIA-STATUS.

           SELECT ARCHIVO-BAJAS ASSIGN TO PERSARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVO-STATUS.

           SELECT ARCHIVO-DOMIC ASSIGN TO PERSARCD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHDOM-STATUS.

           SELECT ARCHIVO-VINC ASSIGN TO PERSARCV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHVIN-STATUS.

           SELECT MAPEO-FILE ASSIGN TO PERSMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAPEO-STATUS.

           SELECT REPORTE-HISTORIA ASSIGN TO HISTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BITACORA-VIGENTE
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  BITACORA-HISTORIA
           LABEL RECORDS ARE OMITTED.
       01  HISTORIA-RECORD        PIC X(170).

       FD  ARCHIVO-BAJAS
           LABEL RECORDS ARE STANDARD.
       01  ARCH-RECORD            PIC X(76).

       FD  ARCHIVO-DOMIC
           LABEL RECORDS ARE STANDARD.
       01  ARCHDOM-RECORD         PIC X(79).

       FD  ARCHIVO-VINC
           LABEL RECORDS ARE STANDARD.
       01  ARCHVIN-RECORD         PIC X(30).

       FD  MAPEO-FILE
           LABEL RECORDS ARE OMITTED.
       01  MAP-RECORD.
           05  MAP-ID-BAJA        PIC 9(6).
           05  FILLER             PIC X(1).
           05  MAP-ID-SOBREV      PIC 9(6).
           05  FILLER             PIC X(1).
           05  MAP-FECHA          PIC 9(8).

       FD  REPORTE-HISTORIA
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       77  ws-audit-status        pic x(2) value spaces.
       77  ws-historia-status     pic x(2) value spaces.
       77  ws-archivo-status      pic x(2) value spaces.
       77  ws-archdom-status      pic x(2) value spaces.
       77  ws-archvin-status      pic x(2) value spaces.
       77  ws-mapeo-status        pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-fase                pic x value space.
           88  fase-identidad     value 'I'.
           88  fase-sucesos       value 'S'.
       77  ws-cambio-sw           pic x value 'N'.
           88  hubo-cambio        value 'S'.
       77  ws-pasadas             pic 9(2) value zeros.
       77  ws-max-pasadas         pic 9(2) value 5.
       77  ws-hallado-sw          pic x value 'N'.
           88  hallado            value 'S'.
       77  ws-coincide-sw         pic x value space.
           88  coincide-principal value 'P'.
           88  coincide-anterior  value 'A'.
           88  no-coincide        value space.
       77  ws-ubicado-sw          pic x value 'N'.
           88  ubicado            value 'S'.
       77  ws-truncada-sw         pic x value 'N'.
           88  historia-truncada  value 'S'.
       77  ws-num-buscado         pic 9(6) value zeros.
       77  ws-cant-numeros        pic 9(2) value zeros.
       77  ws-max-numeros         pic 9(2) value 20.
       77  ws-cant-claves         pic 9(2) value zeros.
       77  ws-max-claves          pic 9(2) value 20.
       77  ws-cant-sucesos        pic 9(4) value zeros.
       77  ws-max-sucesos         pic 9(4) value 500.
       77  ws-cant-faltantes      pic 9(1) value zeros.
       77  ws-fuente              pic x(8) value spaces.
       77  ws-i                   pic 9(4) value zeros.
       77  ws-j                   pic 9(4) value zeros.
       77  ws-k                   pic 9(2) value zeros.
       77  ws-desde               pic 9(8) value zeros.
       77  ws-hasta               pic 9(8) value zeros.
       77  ws-fec-resguardo       pic 9(8) value zeros.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.
       77  ws-num-ed              pic 9(6) value zeros.
       77  ws-edad-ed             pic zz9.

           COPY AUDITREC.

           COPY PERSREC.

           COPY DOMREC.

           COPY RELAREC.

      * Identidad de la persona: numeros que se siguen (el pedido y
      * los absorbidos en fusiones, con la fecha de su resguardo) y
      * claves con que figuro.
       01  ws-tabla-numeros.
           05  ws-num-ent occurs 20 times.
               10  ws-num-id      pic 9(6).
               10  ws-num-fec-arch pic 9(8).

       01  ws-tabla-claves.
           05  ws-clave-ent       pic x(50) occurs 20 times.

       01  ws-clave-nueva.
           05  ws-cn-apellido     pic x(30).
           05  ws-cn-nombre       pic x(20).

       01  ws-tabla-faltantes.
           05  ws-faltante        pic x(8) occurs 6 times.

      * Sucesos, ordenados por fecha y hora a medida que se agregan.
       01  ws-tabla-sucesos.
           05  ws-suc-ent occurs 500 times.
               10  ws-suc-orden.
                   15  ws-suc-fecha    pic 9(8).
                   15  ws-suc-hora     pic 9(8).
               10  ws-suc-operador     pic x(8).
               10  ws-suc-numero       pic x(6).
               10  ws-suc-tipo         pic x(12).
               10  ws-suc-clave        pic x(34).
               10  ws-suc-detalle      pic x(60).

       01  ws-nuevo.
           05  ws-nue-orden.
               10  ws-nue-fecha        pic 9(8).
               10  ws-nue-hora         pic 9(8).
           05  ws-nue-operador         pic x(8).
           05  ws-nue-numero           pic x(6).
           05  ws-nue-tipo             pic x(12).
           05  ws-nue-clave            pic x(34).
           05  ws-nue-detalle          pic x(60).

       01  ws-hora-txt.
           05  ws-hora-hh         pic x(2).
           05  ws-hora-mm         pic x(2).
           05  filler             pic x(4).
       01  ws-hora-num redefines ws-hora-txt pic 9(8).

       01  ws-linea-salida        pic x(100).

       01  encabezado-1.
           05  filler             pic x(25) value spaces.
           05  filler             pic x(33)
               value 'HISTORIA DE LA PERSONA'.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  linea-pedido.
           05  filler             pic x(8)  value 'NUMERO: '.
           05  ped-numero         pic x(6).
           05  filler             pic x(8)  value ' CLAVE: '.
           05  ped-clave          pic x(34).
           05  filler             pic x(4)  value ' DE '.
           05  ped-desde          pic 9(8).
           05  filler             pic x(3)  value ' A '.
           05  ped-hasta          pic 9(8).

       01  linea-identidad.
           05  ide-rotulo         pic x(20).
           05  ide-valor          pic x(50).

       01  encabezado-2.
           05  filler             pic x(9)  value 'FECHA'.
           05  filler             pic x(6)  value 'HORA'.
           05  filler             pic x(9)  value 'OPERADOR'.
           05  filler             pic x(7)  value 'NUMERO'.
           05  filler             pic x(13) value 'SUCESO'.
           05  filler             pic x(34) value 'CLAVE'.

       01  linea-suceso.
           05  suc-fecha          pic 9(8).
           05  filler             pic x(1)  value space.
           05  suc-hora           pic x(5).
           05  filler             pic x(1)  value space.
           05  suc-operador       pic x(8).
           05  filler             pic x(1)  value space.
           05  suc-numero         pic x(6).
           05  filler             pic x(1)  value space.
           05  suc-tipo           pic x(12).
           05  filler             pic x(1)  value space.
           05  suc-clave          pic x(34).

       01  linea-detalle.
           05  filler             pic x(20) value spaces.
           05  det-texto          pic x(60).

       01  linea-total.
           05  filler             pic x(20)
               value 'SUCESOS LISTADOS..: '.
           05  tot-sucesos        pic zzz9.

       LINKAGE SECTION.
           COPY HISPARM.

       PROCEDURE DIVISION USING HIS-PARAM.
       inicio.
           perform inicializar.
           if his-error
               GOBACK
           end-if.
           set fase-identidad to true.
           move 'S' to ws-cambio-sw.
           perform pasada-identidad
               until not hubo-cambio or ws-pasadas = ws-max-pasadas.
           set fase-sucesos to true.
           perform leer-mapeo.
           perform leer-resguardo-personas.
           perform leer-resguardo-domicilios.
           perform leer-resguardo-vinculos.
           perform leer-historias.
           perform leer-bitacora.
           move ws-cant-sucesos to his-cantidad.
           if ws-cant-sucesos > zeros
               set his-con-sucesos to true
           end-if.
           perform emitir-historia.
           GOBACK.

      * El area de trabajo se conserva entre llamadas: todo se
      * reinicia en cada una.
       inicializar.
           move 'N' to his-resultado.
           move zeros to his-cantidad.
           move zeros to ws-cant-numeros ws-cant-claves
               ws-cant-sucesos ws-cant-faltantes ws-pasadas.
           move 'N' to ws-truncada-sw.
           move zeros to ws-num-pagina.
           if his-desde is numeric
               move his-desde to ws-desde
           else
               move zeros to ws-desde
           end-if.
           if his-hasta is numeric and his-hasta not = '00000000'
               move his-hasta to ws-hasta
           else
               move 99999999 to ws-hasta
           end-if.
           if his-id is numeric and his-id > zeros
               move his-id to ws-num-buscado
               perform agregar-numero
           end-if.
           move his-apellido to ws-cn-apellido.
           move his-nombre   to ws-cn-nombre.
           perform agregar-clave.
           if ws-cant-numeros = zeros and ws-cant-claves = zeros
               display 'HISTPERS: falta el numero o la clave de la '
                   'persona'
               set his-error to true
           end-if.

      ******************************************************************
      * Identidad: numeros absorbidos y claves usadas.
      ******************************************************************
       pasada-identidad.
           move 'N' to ws-cambio-sw.
           add 1 to ws-pasadas.
           perform leer-mapeo.
           perform leer-resguardo-personas.
           perform leer-historias.
           perform leer-bitacora.

       agregar-numero.
           perform buscar-numero.
           if not hallado and ws-num-buscado > zeros
               if ws-cant-numeros < ws-max-numeros
                   add 1 to ws-cant-numeros
                   move ws-num-buscado to ws-num-id(ws-cant-numeros)
                   move zeros to ws-num-fec-arch(ws-cant-numeros)
                   move 'S' to ws-cambio-sw
               end-if
           end-if.

       buscar-numero.
           move 'N' to ws-hallado-sw.
           move 1 to ws-k.
           perform comparar-numero
               until hallado or ws-k > ws-cant-numeros.

       comparar-numero.
           if ws-num-id(ws-k) = ws-num-buscado
               set hallado to true
           else
               add 1 to ws-k
           end-if.

       agregar-clave.
           perform buscar-clave.
           if not hallado and ws-clave-nueva not = spaces
               if ws-cant-claves < ws-max-claves
                   add 1 to ws-cant-claves
                   move ws-clave-nueva to ws-clave-ent(ws-cant-claves)
                   move 'S' to ws-cambio-sw
               end-if
           end-if.

       buscar-clave.
           move 'N' to ws-hallado-sw.
           move 1 to ws-k.
           perform comparar-clave
               until hallado or ws-k > ws-cant-claves.

       comparar-clave.
           if ws-clave-ent(ws-k) = ws-clave-nueva
               set hallado to true
           else
               add 1 to ws-k
           end-if.

      ******************************************************************
      * PERSMAP: numero absorbido -> numero sobreviviente.
      ******************************************************************
       leer-mapeo.
           move 'N' to ws-fin-archivo.
           open input MAPEO-FILE.
           if ws-mapeo-status not = '00'
               if fase-sucesos
                   move 'PERSMAP' to ws-fuente
                   perform anotar-faltante
               end-if
           else
               perform until fin-archivo
                   read MAPEO-FILE
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                       perform procesar-mapeo
                   end-if
               end-perform
               close MAPEO-FILE
           end-if.

       procesar-mapeo.
           move MAP-ID-SOBREV to ws-num-buscado.
           perform buscar-numero.
           if fase-identidad
               if hallado
                   move MAP-ID-BAJA to ws-num-buscado
                   perform agregar-numero
               end-if
           else
               if not hallado
                   move MAP-ID-BAJA to ws-num-buscado
                   perform buscar-numero
               end-if
               if hallado
                  and MAP-FECHA not < ws-desde
                  and MAP-FECHA not > ws-hasta
                   move spaces to ws-nuevo
                   move MAP-FECHA to ws-nue-fecha
                   move zeros to ws-nue-hora
                   move MAP-ID-BAJA to ws-nue-numero
                   move 'MAPEO FUSION' to ws-nue-tipo
                   string 'NUMERO ' MAP-ID-BAJA ' ABSORBIDO POR '
                       MAP-ID-SOBREV delimited by size
                       into ws-nue-detalle
                   perform insertar-suceso
               end-if
           end-if.

      ******************************************************************
      * PERSARCH: personas resguardadas al depurarlas o fusionarlas.
      ******************************************************************
       leer-resguardo-personas.
           move 'N' to ws-fin-archivo.
           open input ARCHIVO-BAJAS.
           if ws-archivo-status not = '00'
               if fase-sucesos
                   move 'PERSARCH' to ws-fuente
                   perform anotar-faltante
               end-if
           else
               perform until fin-archivo
                   read ARCHIVO-BAJAS
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                       move ARCH-RECORD to PERS-RECORD
                       perform procesar-resguardo-persona
                   end-if
               end-perform
               close ARCHIVO-BAJAS
           end-if.

       procesar-resguardo-persona.
           move PERS-ID to ws-num-buscado.
           perform buscar-numero.
           move PERS-KEY to ws-clave-nueva.
           if fase-identidad
               if hallado
                   perform agregar-clave
               else
                   if his-id = zeros
                       perform buscar-clave
                       if hallado
                           perform agregar-numero
                       end-if
                   end-if
               end-if
           else
               if hallado
                   move PERS-FEC-BAJA to ws-num-fec-arch(ws-k)
                   if PERS-FEC-BAJA not < ws-desde
                      and PERS-FEC-BAJA not > ws-hasta
                       move spaces to ws-nuevo
                       move PERS-FEC-BAJA to ws-nue-fecha
                       move zeros to ws-nue-hora
                       move PERS-ID to ws-nue-numero
                       move 'RESGUARDADA' to ws-nue-tipo
                       perform armar-clave-persona
                       move PERS-EDAD to ws-edad-ed
                       string 'NAC ' PERS-FEC-NAC ' EDAD ' ws-edad-ed
                           ' STATUS ' PERS-STATUS ' BAJA '
                           PERS-FEC-BAJA delimited by size
                           into ws-nue-detalle
                       perform insertar-suceso
                   end-if
               end-if
           end-if.

       armar-clave-persona.
           move spaces to ws-nue-clave.
           string PERS-APELLIDO delimited by '  '
               ' ' delimited by size
               PERS-NOMBRE delimited by '  '
               into ws-nue-clave.

      ******************************************************************
      * PERSARCD: domicilio resguardado junto con la persona. Va con
      * la fecha de baja del resguardo de la persona.
      ******************************************************************
       leer-resguardo-domicilios.
           move 'N' to ws-fin-archivo.
           open input ARCHIVO-DOMIC.
           if ws-archdom-status not = '00'
               move 'PERSARCD' to ws-fuente
               perform anotar-faltante
           else
               perform until fin-archivo
                   read ARCHIVO-DOMIC
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                       move ARCHDOM-RECORD to DOM-RECORD
                       perform procesar-resguardo-domicilio
                   end-if
               end-perform
               close ARCHIVO-DOMIC
           end-if.

       procesar-resguardo-domicilio.
           move DOM-ID to ws-num-buscado.
           perform buscar-numero.
           if hallado
               move ws-num-fec-arch(ws-k) to ws-fec-resguardo
               if ws-fec-resguardo not < ws-desde
                  and ws-fec-resguardo not > ws-hasta
                   move spaces to ws-nuevo
                   move ws-fec-resguardo to ws-nue-fecha
                   move zeros to ws-nue-hora
                   move DOM-ID to ws-nue-numero
                   move 'RESG. DOMIC.' to ws-nue-tipo
                   move DOM-TELEFONO to ws-nue-clave
                   string DOM-CALLE delimited by '  '
                       ', ' delimited by size
                       DOM-CIUDAD delimited by '  '
                       ' ' delimited by size
                       DOM-COD-POSTAL delimited by ' '
                       into ws-nue-detalle
                   perform insertar-suceso
               end-if
           end-if.

      ******************************************************************
      * PERSARCV: vinculos resguardados al depurar; van con la fecha
      * en que terminaron.
      ******************************************************************
       leer-resguardo-vinculos.
           move 'N' to ws-fin-archivo.
           open input ARCHIVO-VINC.
           if ws-archvin-status not = '00'
               move 'PERSARCV' to ws-fuente
               perform anotar-faltante
           else
               perform until fin-archivo
                   read ARCHIVO-VINC
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                       move ARCHVIN-RECORD to REL-RECORD
                       perform procesar-resguardo-vinculo
                   end-if
               end-perform
               close ARCHIVO-VINC
           end-if.

       procesar-resguardo-vinculo.
           move REL-ID-TITULAR to ws-num-buscado.
           perform buscar-numero.
           if not hallado
               move REL-ID-DEPEND to ws-num-buscado
               perform buscar-numero
           end-if.
           if hallado
              and REL-FEC-HASTA not < ws-desde
              and REL-FEC-HASTA not > ws-hasta
               move spaces to ws-nuevo
               move REL-FEC-HASTA to ws-nue-fecha
               move zeros to ws-nue-hora
               move ws-num-buscado to ws-nue-numero
               move 'RESG. VINC.' to ws-nue-tipo
               string 'TITULAR ' REL-ID-TITULAR ' DEPEND. '
                   REL-ID-DEPEND ' TIPO ' REL-TIPO ' DESDE '
                   REL-FEC-DESDE ' MOT ' REL-MOTIVO-FIN
                   delimited by size into ws-nue-detalle
               perform insertar-suceso
           end-if.

      ******************************************************************
      * Bitacora: historias mensuales y vigente.
      ******************************************************************
       leer-historias.
           move 'N' to ws-fin-archivo.
           open input BITACORA-HISTORIA.
           if ws-historia-status not = '00'
               if fase-sucesos
                   move 'PERSAHIS' to ws-fuente
                   perform anotar-faltante
               end-if
           else
               perform until fin-archivo
                   read BITACORA-HISTORIA
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                      and HISTORIA-RECORD(1:8) not = '*CIERRE*'
                       move HISTORIA-RECORD to AUD-LINEA
                       perform procesar-linea
                   end-if
               end-perform
               close BITACORA-HISTORIA
           end-if.

       leer-bitacora.
           move 'N' to ws-fin-archivo.
           open input BITACORA-VIGENTE.
           if ws-audit-status not = '00'
               if fase-sucesos
                   move 'PERSAUDT' to ws-fuente
                   perform anotar-faltante
               end-if
           else
               perform until fin-archivo
                   read BITACORA-VIGENTE
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                      and AUDIT-RECORD(1:8) not = '*CIERRE*'
                       move AUDIT-RECORD to AUD-LINEA
                       perform procesar-linea
                   end-if
               end-perform
               close BITACORA-VIGENTE
           end-if.

       procesar-linea.
           if AUD-TIPO-OP not = 'X'
               if fase-identidad
                   perform identidad-linea
               else
                   perform coincidir-linea
                   if not no-coincide
                      and AUD-FECHA not < ws-desde
                      and AUD-FECHA not > ws-hasta
                       perform armar-suceso-bitacora
                   end-if
               end-if
           end-if.

      * Las lineas con numero se siguen por numero; las anteriores a
      * los numeros, por clave (y las correcciones de clave enlazan
      * la clave anterior con la nueva).
       identidad-linea.
           if AUD-PERS-ID is numeric and AUD-PERS-ID > zeros
               move AUD-PERS-ID to ws-num-buscado
               perform buscar-numero
               if hallado
                   move AUD-APELLIDO to ws-cn-apellido
                   move AUD-NOMBRE   to ws-cn-nombre
                   perform agregar-clave
                   if AUD-TIPO-OP = 'M'
                       move AUD-PERS-ID-ANT to ws-num-buscado
                       perform agregar-numero
                   end-if
               else
                   if his-id = zeros
                       move AUD-APELLIDO to ws-cn-apellido
                       move AUD-NOMBRE   to ws-cn-nombre
                       perform buscar-clave
                       if hallado
                           move AUD-PERS-ID to ws-num-buscado
                           perform agregar-numero
                       end-if
                   end-if
               end-if
               if AUD-PERS-ID-ANT is numeric
                  and AUD-PERS-ID-ANT > zeros
                   move AUD-PERS-ID-ANT to ws-num-buscado
                   perform buscar-numero
                   if hallado
                       move AUD-APELLIDO-ANT to ws-cn-apellido
                       move AUD-NOMBRE-ANT   to ws-cn-nombre
                       perform agregar-clave
                   end-if
               end-if
           else
               if AUD-TIPO-OP = 'K'
                   move AUD-APELLIDO to ws-cn-apellido
                   move AUD-NOMBRE   to ws-cn-nombre
                   perform buscar-clave
                   if not hallado
                       move AUD-APELLIDO-ANT to ws-cn-apellido
                       move AUD-NOMBRE-ANT   to ws-cn-nombre
                       perform buscar-clave
                   end-if
                   if hallado
                       move AUD-APELLIDO to ws-cn-apellido
                       move AUD-NOMBRE   to ws-cn-nombre
                       perform agregar-clave
                       move AUD-APELLIDO-ANT to ws-cn-apellido
                       move AUD-NOMBRE-ANT   to ws-cn-nombre
                       perform agregar-clave
                   end-if
               end-if
           end-if.

       coincidir-linea.
           set no-coincide to true.
           if AUD-PERS-ID is numeric and AUD-PERS-ID > zeros
               move AUD-PERS-ID to ws-num-buscado
               perform buscar-numero
               if hallado
                   set coincide-principal to true
               else
                   if AUD-PERS-ID-ANT is numeric
                      and AUD-PERS-ID-ANT > zeros
                       move AUD-PERS-ID-ANT to ws-num-buscado
                       perform buscar-numero
                       if hallado
                           set coincide-anterior to true
                       end-if
                   end-if
               end-if
           else
               move AUD-APELLIDO to ws-cn-apellido
               move AUD-NOMBRE   to ws-cn-nombre
               perform buscar-clave
               if hallado
                   set coincide-principal to true
               else
                   if AUD-TIPO-OP = 'K' or AUD-TIPO-OP = 'M'
                      or AUD-TIPO-OP = 'V' or AUD-TIPO-OP = 'T'
                       move AUD-APELLIDO-ANT to ws-cn-apellido
                       move AUD-NOMBRE-ANT   to ws-cn-nombre
                       perform buscar-clave
                       if hallado
                           set coincide-anterior to true
                       end-if
                   end-if
               end-if
           end-if.

       armar-suceso-bitacora.
           move spaces to ws-nuevo.
           move AUD-FECHA    to ws-nue-fecha.
           move AUD-HORA     to ws-nue-hora.
           move AUD-OPERADOR to ws-nue-operador.
           if coincide-anterior
               move AUD-PERS-ID-ANT to ws-nue-numero
               perform armar-clave-anterior
           else
               if AUD-PERS-ID is numeric and AUD-PERS-ID > zeros
                   move AUD-PERS-ID to ws-nue-numero
               end-if
               perform armar-clave-linea
           end-if.
           if ws-nue-numero = '000000'
               move spaces to ws-nue-numero
           end-if.
           evaluate AUD-TIPO-OP
               when 'A'
                   move 'ALTA' to ws-nue-tipo
                   perform detalle-edad
               when 'C'
                   move 'CAMBIO' to ws-nue-tipo
                   perform detalle-edad
               when 'B'
                   move 'BAJA' to ws-nue-tipo
               when 'R'
                   move 'REACTIVACION' to ws-nue-tipo
               when 'K'
                   move 'CORR. CLAVE' to ws-nue-tipo
                   perform armar-clave-linea
                   move 'ANTES: ' to ws-nue-detalle
                   move AUD-APELLIDO-ANT to ws-cn-apellido
                   move AUD-NOMBRE-ANT   to ws-cn-nombre
                   perform detalle-clave
               when 'S'
                   move 'RESTAURADA' to ws-nue-tipo
               when 'P'
                   move 'DEPURADA' to ws-nue-tipo
               when 'D'
                   move 'DOMICILIO' to ws-nue-tipo
               when 'M'
                   perform detalle-fusion
               when 'V'
               when 'T'
                   perform detalle-vinculo
               when 'E'
                   move 'EN ESPERA' to ws-nue-tipo
                   perform detalle-pendiente
               when 'N'
                   move 'ESPERA ANUL.' to ws-nue-tipo
                   perform detalle-pendiente
               when other
                   string 'TIPO ' AUD-TIPO-OP delimited by size
                       into ws-nue-tipo
           end-evaluate.
           perform insertar-suceso.

       armar-clave-linea.
           move spaces to ws-nue-clave.
           string AUD-APELLIDO delimited by '  '
               ' ' delimited by size
               AUD-NOMBRE delimited by '  '
               into ws-nue-clave.

       armar-clave-anterior.
           move spaces to ws-nue-clave.
           string AUD-APELLIDO-ANT delimited by '  '
               ' ' delimited by size
               AUD-NOMBRE-ANT delimited by '  '
               into ws-nue-clave.

       detalle-edad.
           if AUD-EDAD is numeric
               move AUD-EDAD to ws-edad-ed
               string 'EDAD ' ws-edad-ed delimited by size
                   into ws-nue-detalle
           end-if.

      * Agrega al detalle (a continuacion del rotulo) la clave que
      * quedo en ws-clave-nueva.
       detalle-clave.
           move spaces to ws-linea-salida.
           string ws-nue-detalle delimited by '  '
               ' ' delimited by size
               ws-cn-apellido delimited by '  '
               ' ' delimited by size
               ws-cn-nombre delimited by '  '
               into ws-linea-salida.
           move ws-linea-salida to ws-nue-detalle.

       detalle-fusion.
           if coincide-anterior
               move 'ABSORBIDA' to ws-nue-tipo
               move AUD-PERS-ID to ws-num-ed
               string 'EN ' ws-num-ed ':' delimited by size
                   into ws-nue-detalle
               move AUD-APELLIDO to ws-cn-apellido
               move AUD-NOMBRE   to ws-cn-nombre
           else
               move 'FUSION' to ws-nue-tipo
               if AUD-PERS-ID-ANT is numeric
                   move AUD-PERS-ID-ANT to ws-num-ed
                   string 'ABSORBIO ' ws-num-ed ':' delimited by size
                       into ws-nue-detalle
               else
                   move 'ABSORBIO:' to ws-nue-detalle
               end-if
               move AUD-APELLIDO-ANT to ws-cn-apellido
               move AUD-NOMBRE-ANT   to ws-cn-nombre
           end-if.
           perform detalle-clave.

       detalle-vinculo.
           if coincide-anterior
               if AUD-TIPO-OP = 'V'
                   move 'ES DEPEND.' to ws-nue-tipo
               else
                   move 'FIN DEPEND.' to ws-nue-tipo
               end-if
               move 'DE:' to ws-nue-detalle
               move AUD-APELLIDO to ws-cn-apellido
               move AUD-NOMBRE   to ws-cn-nombre
           else
               if AUD-TIPO-OP = 'V'
                   move 'DEPEND. ALTA' to ws-nue-tipo
               else
                   move 'DEPEND. FIN' to ws-nue-tipo
               end-if
               move 'DEPENDIENTE:' to ws-nue-detalle
               move AUD-APELLIDO-ANT to ws-cn-apellido
               move AUD-NOMBRE-ANT   to ws-cn-nombre
           end-if.
           perform detalle-clave.

       detalle-pendiente.
           string 'TRANSACCION ' AUD-APELLIDO-ANT(1:1)
               ' EFECTIVA ' AUD-APELLIDO-ANT(3:8)
               delimited by size into ws-nue-detalle.

      ******************************************************************
      * Tabla de sucesos: insercion ordenada por fecha y hora; a
      * igual fecha y hora queda en el orden de lectura.
      ******************************************************************
       insertar-suceso.
           if ws-cant-sucesos < ws-max-sucesos
               move ws-cant-sucesos to ws-j
               move 'N' to ws-ubicado-sw
               perform correr-suceso until ws-j = zeros or ubicado
               add 1 to ws-j
               move ws-nuevo to ws-suc-ent(ws-j)
               add 1 to ws-cant-sucesos
           else
               set historia-truncada to true
           end-if.

       correr-suceso.
           if ws-suc-orden(ws-j) > ws-nue-orden
               move ws-suc-ent(ws-j) to ws-suc-ent(ws-j + 1)
               subtract 1 from ws-j
           else
               set ubicado to true
           end-if.

       anotar-faltante.
           if ws-cant-faltantes < 6
               add 1 to ws-cant-faltantes
               move ws-fuente to ws-faltante(ws-cant-faltantes)
           end-if.

      ******************************************************************
      * Salida: reporte HISTRPT o pantalla.
      ******************************************************************
       emitir-historia.
           if his-impreso
               open output REPORTE-HISTORIA
               if ws-reporte-status not = '00'
                   display 'Error al abrir HISTRPT, status '
                       ws-reporte-status
                   set his-error to true
               else
                   perform imprimir-encabezado
               end-if
           end-if.
           if not his-error
               perform emitir-identidad
               move encabezado-2 to ws-linea-salida
               perform emitir-linea
               move 1 to ws-i
               perform emitir-suceso until ws-i > ws-cant-sucesos
               move ws-cant-sucesos to tot-sucesos
               move linea-total to ws-linea-salida
               perform emitir-linea
               if historia-truncada
                   move 'AVISO: HISTORIA TRUNCADA A 500 SUCESOS'
                       to ws-linea-salida
                   perform emitir-linea
               end-if
               if his-impreso
                   close REPORTE-HISTORIA
               end-if
           end-if.

       emitir-identidad.
           if ws-cant-numeros > zeros
               move ws-num-id(1) to ped-numero
           else
               move spaces to ped-numero
           end-if.
           if ws-cant-claves > zeros
               move ws-clave-ent(1) to ws-clave-nueva
           else
               move spaces to ws-clave-nueva
           end-if.
           move spaces to ped-clave.
           string ws-cn-apellido delimited by '  '
               ' ' delimited by size
               ws-cn-nombre delimited by '  '
               into ped-clave.
           move ws-desde to ped-desde.
           move ws-hasta to ped-hasta.
           move linea-pedido to ws-linea-salida.
           perform emitir-linea.
           move 2 to ws-i.
           perform emitir-numero until ws-i > ws-cant-numeros.
           move 2 to ws-i.
           perform emitir-clave until ws-i > ws-cant-claves.
           move 1 to ws-i.
           perform emitir-faltante until ws-i > ws-cant-faltantes.
           move spaces to ws-linea-salida.
           perform emitir-linea.

       emitir-numero.
           move 'NUMERO ABSORBIDO..:' to ide-rotulo.
           move ws-num-id(ws-i) to ide-valor.
           move linea-identidad to ws-linea-salida.
           perform emitir-linea.
           add 1 to ws-i.

       emitir-clave.
           move 'OTRA CLAVE USADA..:' to ide-rotulo.
           move ws-clave-ent(ws-i) to ide-valor.
           move linea-identidad to ws-linea-salida.
           perform emitir-linea.
           add 1 to ws-i.

       emitir-faltante.
           move 'FUENTE FALTANTE...:' to ide-rotulo.
           move ws-faltante(ws-i) to ide-valor.
           move linea-identidad to ws-linea-salida.
           perform emitir-linea.
           add 1 to ws-i.

       emitir-suceso.
           move ws-suc-fecha(ws-i) to suc-fecha.
           if ws-suc-hora(ws-i) = zeros
               move spaces to suc-hora
           else
               move ws-suc-hora(ws-i) to ws-hora-num
               string ws-hora-hh ':' ws-hora-mm delimited by size
                   into suc-hora
           end-if.
           move ws-suc-operador(ws-i) to suc-operador.
           move ws-suc-numero(ws-i)   to suc-numero.
           move ws-suc-tipo(ws-i)     to suc-tipo.
           move ws-suc-clave(ws-i)    to suc-clave.
           move linea-suceso to ws-linea-salida.
           perform emitir-linea.
           if ws-suc-detalle(ws-i) not = spaces
               move ws-suc-detalle(ws-i) to det-texto
               move linea-detalle to ws-linea-salida
               perform emitir-linea
           end-if.
           add 1 to ws-i.

       emitir-linea.
           if his-impreso
               if ws-lineas-pagina >= ws-max-lineas
                   perform imprimir-encabezado
               end-if
               write LINEA-REPORTE from ws-linea-salida
                   after advancing 1 line
               add 1 to ws-lineas-pagina
           else
               display ws-linea-salida(1:80)
           end-if.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           write LINEA-REPORTE from encabezado-1
               after advancing page.
           move spaces to LINEA-REPORTE.
           write LINEA-REPORTE after advancing 1 line.
           move zeros to ws-lineas-pagina.
       END PROGRAM HISTPERS.
