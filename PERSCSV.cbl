      ******************************************************************
      * Author:
      * Date:
      * Purpose: Extracto de seleccion a pedido para analistas de
      *          RRHH y finanzas, en formato delimitado por punto y
      *          coma para abrir en planilla de calculo. Recorre
      *          PERSONAS.MASTER, aplica los criterios de las tarjetas
      *          de SYSIN (con PERSDOM y PERSBEN cuando hacen falta) y
      *          graba en PERSCSV una fila de titulos y una fila por
      *          persona seleccionada con las columnas pedidas. En el
      *          listado de control CSVLST deja las tarjetas leidas,
      *          los criterios y columnas usados y las cantidades.
      *          Tarjetas de SYSIN, PALABRA=VALOR, una por linea, en
      *          cualquier orden; termina con FIN o una linea en blanco:
      *            STATUS=A, I o T (todas)
      *            EDAD=desde-hasta                 (ej. EDAD=030-045)
      *            NACIMIENTO=aaaammdd-aaaammdd
      *            BAJA=aaaammdd-aaaammdd
      *            CIUDAD=nombre de la ciudad
      *            POSTAL=desde-hasta o un solo codigo postal
      *            BENEFICIO=E, R, D o S (sin registro en PERSBEN)
      *            COLUMNAS=nombres separados por coma o blanco; se
      *              puede repetir para agregar columnas. Nombres:
      *              NUMERO APELLIDO NOMBRE FECNAC EDAD STATUS FECBAJA
      *              CALLE CIUDAD POSTAL TELEFONO BENEFICIO BENMOTIVO
      *              BENFECHA
      *          El criterio que no se informa no limita; sin COLUMNAS
      *          salen NUMERO APELLIDO NOMBRE FECNAC EDAD STATUS.
      *          Las fechas salen como aaaa-mm-dd. Una tarjeta invalida
      *          se marca en el listado y no se genera el extracto.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSCSV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PERSONAS-MASTER ASSIGN TO PERSONAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PERS-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT DOMICILIO-FILE ASSIGN TO PERSDOM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOM-ID
               FILE STATUS IS WS-DOM-STATUS.

           SELECT BENEFICIOS-FILE ASSIGN TO PERSBEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BEN-ID
               FILE STATUS IS WS-BENEF-STATUS.

           SELECT EXTRACTO-CSV ASSIGN TO PERSCSV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT LISTADO-CSV ASSIGN TO CSVLST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LISTADO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PERSREC.

       FD  DOMICILIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DOMREC.

       FD  BENEFICIOS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BENFREC.

       FD  EXTRACTO-CSV
           LABEL RECORDS ARE OMITTED.
       01  LINEA-CSV              PIC X(800).

       FD  LISTADO-CSV
           LABEL RECORDS ARE OMITTED.
       01  LINEA-LISTADO          PIC X(100).

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-dom-status          pic x(2) value spaces.
       77  ws-benef-status        pic x(2) value spaces.
       77  ws-csv-status          pic x(2) value spaces.
       77  ws-listado-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-fin-tarjetas        pic x value 'N'.
           88  fin-tarjetas       value 'Y'.
       77  ws-parametros-ok       pic x value 'Y'.
           88  parametros-ok      value 'Y'.
       77  ws-tarjeta-ok          pic x value 'Y'.
           88  tarjeta-ok         value 'Y'.
       77  ws-archivos-ok         pic x value 'N'.
           88  archivos-ok        value 'Y'.
       77  ws-csv-ok              pic x value 'Y'.
           88  csv-ok             value 'Y'.
       77  ws-usa-domicilio       pic x value 'N'.
           88  usa-domicilio      value 'Y'.
       77  ws-usa-beneficios      pic x value 'N'.
           88  usa-beneficios     value 'Y'.
       77  ws-con-domicilio       pic x value 'N'.
           88  con-domicilio      value 'Y'.
       77  ws-con-beneficio       pic x value 'N'.
           88  con-beneficio      value 'Y'.
       77  ws-seleccionada        pic x value 'N'.
           88  seleccionada       value 'Y'.
       77  ws-campo-fin           pic x value 'N'.
           88  campo-fin          value 'Y'.
       77  ws-fecha-proceso       pic 9(8) value zeros.
       77  ws-total-leidos        pic 9(9) value zeros.
       77  ws-total-seleccion     pic 9(9) value zeros.
       77  ws-cant-tarjetas       pic 9(2) value zeros.
       77  ws-max-tarjetas        pic 9(2) value 30.
       77  ws-cant-columnas       pic 9(2) value zeros.
       77  ws-max-columnas        pic 9(2) value 20.
       77  ws-c                   pic 9(2) value zeros.
       77  ws-puntero             pic 9(3) value zeros.
       77  ws-puntero-csv         pic 9(3) value zeros.
       77  ws-largo               pic 9(2) value zeros.
       77  ws-codigo-columna      pic 9(2) value zeros.
       77  ws-largo-desde         pic 9(2) value zeros.
       77  ws-largo-hasta         pic 9(2) value zeros.
       77  ws-edad-desde-num      pic 9(3) value zeros.
       77  ws-edad-hasta-num      pic 9(3) value zeros.

       01  ws-tarjeta             pic x(80) value spaces.
       01  ws-palabra             pic x(12) value spaces.
       01  ws-valor               pic x(79) value spaces.
       01  ws-desde-txt           pic x(8) value spaces.
       01  ws-hasta-txt           pic x(8) value spaces.
       01  ws-col-txt             pic x(12) value spaces.
       01  ws-motivo-tarjeta      pic x(30) value spaces.

      * Criterios de seleccion; en blanco o en su valor inicial no
      * limitan.
       01  ws-criterios.
           05  ws-cri-status      pic x value 'T'.
               88  cri-activas    value 'A'.
               88  cri-inactivas  value 'I'.
               88  cri-todas      value 'T'.
           05  ws-cri-edad-desde  pic 9(3) value zeros.
           05  ws-cri-edad-hasta  pic 9(3) value 999.
           05  ws-cri-nac-desde   pic 9(8) value zeros.
           05  ws-cri-nac-hasta   pic 9(8) value 99999999.
           05  ws-cri-con-nac     pic x value 'N'.
               88  cri-con-nac    value 'Y'.
           05  ws-cri-baja-desde  pic 9(8) value zeros.
           05  ws-cri-baja-hasta  pic 9(8) value 99999999.
           05  ws-cri-con-baja    pic x value 'N'.
               88  cri-con-baja   value 'Y'.
           05  ws-cri-ciudad      pic x(20) value spaces.
           05  ws-cri-postal-desde pic x(8) value spaces.
           05  ws-cri-postal-hasta pic x(8) value spaces.
           05  ws-cri-con-postal  pic x value 'N'.
               88  cri-con-postal value 'Y'.
           05  ws-cri-beneficio   pic x value space.
               88  cri-sin-beneficio value 'S'.

       01  ws-tabla-columnas.
           05  ws-col-ent occurs 20 times.
               10  ws-col-codigo  pic 9(2).
               10  ws-col-nombre  pic x(12).

       01  ws-ciudad-comp         pic x(20) value spaces.
       01  ws-campo               pic x(40) value spaces.

       01  ws-fecha-edit.
           05  ws-fed-aaaa        pic 9(4).
           05  ws-fed-mm          pic 9(2).
           05  ws-fed-dd          pic 9(2).
       01  ws-fecha-edit-num redefines ws-fecha-edit pic 9(8).

       01  ws-fecha-csv.
           05  ws-fcs-aaaa        pic 9(4).
           05  filler             pic x value '-'.
           05  ws-fcs-mm          pic 9(2).
           05  filler             pic x value '-'.
           05  ws-fcs-dd          pic 9(2).

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(40)
               value 'EXTRACTO DE SELECCION CSV - CONTROL'.
           05  filler             pic x(8)  value 'FECHA: '.
           05  enc-fecha          pic 9(8).

       01  linea-subtitulo        pic x(100) value spaces.

       01  linea-tarjeta.
           05  filler             pic x(4)  value spaces.
           05  tar-texto          pic x(80).

       01  linea-tarjeta-marca.
           05  filler             pic x(8)  value spaces.
           05  filler             pic x(14) value '*** INVALIDA: '.
           05  tar-motivo         pic x(30).

       01  linea-criterio.
           05  filler             pic x(4)  value spaces.
           05  cri-rotulo         pic x(24).
           05  cri-valor          pic x(60).

       01  linea-total.
           05  tot-rotulo         pic x(40).
           05  tot-cant           pic zzz,zzz,zz9.

           COPY FECPARM.

       PROCEDURE DIVISION.
       inicio.
           perform obtener-fecha.
           open output LISTADO-CSV.
           if ws-listado-status not = '00'
               display 'Error al abrir CSVLST, status '
                   ws-listado-status
               move 8 to return-code
           else
               perform imprimir-encabezado
               perform leer-tarjetas
               if ws-cant-columnas = zeros
                   perform columnas-por-omision
               end-if
               perform imprimir-criterios
               if parametros-ok
                   perform abrir-archivos
               else
                   move 'EXTRACTO NO GENERADO: HAY TARJETAS INVALIDAS'
                       to linea-subtitulo
                   write LINEA-LISTADO from linea-subtitulo
                       after advancing 2 lines
                   move 8 to return-code
               end-if
               if archivos-ok
                   perform grabar-titulos
                   perform leer-master
                   perform until fin-archivo or not csv-ok
                       perform procesar-registro
                       perform leer-master
                   end-perform
                   perform cerrar-archivos
                   perform imprimir-totales
               end-if
               close LISTADO-CSV
               perform mostrar-resumen
           end-if.
       STOP RUN.

       obtener-fecha.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-proceso
           else
               accept ws-fecha-proceso from date yyyymmdd
           end-if.

       imprimir-encabezado.
           move ws-fecha-proceso to enc-fecha.
           write LINEA-LISTADO from encabezado-1
               after advancing page.
           move 'TARJETAS DE SELECCION:' to linea-subtitulo.
           write LINEA-LISTADO from linea-subtitulo
               after advancing 2 lines.

      ******************************************************************
      * Tarjetas de SYSIN: PALABRA=VALOR hasta FIN o linea en blanco.
      ******************************************************************
       leer-tarjetas.
           perform leer-tarjeta.
           perform until fin-tarjetas
               perform interpretar-tarjeta
               perform leer-tarjeta
           end-perform.

       leer-tarjeta.
           move spaces to ws-tarjeta.
           if ws-cant-tarjetas >= ws-max-tarjetas
               set fin-tarjetas to true
           else
               accept ws-tarjeta
               add 1 to ws-cant-tarjetas
               inspect ws-tarjeta converting
                   'abcdefghijklmnopqrstuvwxyz'
                   to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               if ws-tarjeta = spaces or ws-tarjeta(1:3) = 'FIN'
                   set fin-tarjetas to true
               end-if
           end-if.

       interpretar-tarjeta.
           move 'Y' to ws-tarjeta-ok.
           move spaces to ws-motivo-tarjeta.
           move spaces to ws-palabra.
           move spaces to ws-valor.
           unstring ws-tarjeta delimited by '='
               into ws-palabra ws-valor.
           evaluate ws-palabra
               when 'STATUS'
                   perform tomar-status
               when 'EDAD'
                   perform tomar-edad
               when 'NACIMIENTO'
                   perform tomar-nacimiento
               when 'BAJA'
                   perform tomar-baja
               when 'CIUDAD'
                   move ws-valor to ws-cri-ciudad
                   set usa-domicilio to true
               when 'POSTAL'
                   perform tomar-postal
               when 'BENEFICIO'
                   perform tomar-beneficio
               when 'COLUMNAS'
                   perform tomar-columnas
               when other
                   move 'PALABRA DESCONOCIDA' to ws-motivo-tarjeta
                   move 'N' to ws-tarjeta-ok
           end-evaluate.
           move ws-tarjeta to tar-texto.
           write LINEA-LISTADO from linea-tarjeta
               after advancing 1 line.
           if not tarjeta-ok
               move 'N' to ws-parametros-ok
               move ws-motivo-tarjeta to tar-motivo
               write LINEA-LISTADO from linea-tarjeta-marca
                   after advancing 1 line
           end-if.

       tomar-status.
           if (ws-valor(1:1) = 'A' or 'I' or 'T')
              and ws-valor(2:1) = space
               move ws-valor(1:1) to ws-cri-status
           else
               move 'STATUS DEBE SER A, I O T' to ws-motivo-tarjeta
               move 'N' to ws-tarjeta-ok
           end-if.

      * Edades de 1 a 3 digitos (EDAD=30-45 o EDAD=030-045).
       tomar-edad.
           perform separar-rango.
           move zeros to ws-largo-desde.
           move zeros to ws-largo-hasta.
           inspect ws-desde-txt tallying ws-largo-desde
               for characters before initial space.
           inspect ws-hasta-txt tallying ws-largo-hasta
               for characters before initial space.
           if ws-largo-desde > zeros and ws-largo-desde < 4
              and ws-largo-hasta > zeros and ws-largo-hasta < 4
               if ws-desde-txt(1:ws-largo-desde) is numeric
                  and ws-hasta-txt(1:ws-largo-hasta) is numeric
                   move ws-desde-txt(1:ws-largo-desde)
                       to ws-edad-desde-num
                   move ws-hasta-txt(1:ws-largo-hasta)
                       to ws-edad-hasta-num
               else
                   move 999 to ws-edad-desde-num
                   move zeros to ws-edad-hasta-num
               end-if
           else
               move 999 to ws-edad-desde-num
               move zeros to ws-edad-hasta-num
           end-if.
           if ws-edad-desde-num not > ws-edad-hasta-num
               move ws-edad-desde-num to ws-cri-edad-desde
               move ws-edad-hasta-num to ws-cri-edad-hasta
           else
               move 'RANGO DE EDAD INVALIDO' to ws-motivo-tarjeta
               move 'N' to ws-tarjeta-ok
           end-if.

       tomar-nacimiento.
           perform separar-rango.
           if ws-desde-txt is numeric and ws-hasta-txt is numeric
              and ws-desde-txt not > ws-hasta-txt
               move ws-desde-txt to ws-cri-nac-desde
               move ws-hasta-txt to ws-cri-nac-hasta
               set cri-con-nac to true
           else
               move 'RANGO DE FECHAS INVALIDO' to ws-motivo-tarjeta
               move 'N' to ws-tarjeta-ok
           end-if.

       tomar-baja.
           perform separar-rango.
           if ws-desde-txt is numeric and ws-hasta-txt is numeric
              and ws-desde-txt not > ws-hasta-txt
               move ws-desde-txt to ws-cri-baja-desde
               move ws-hasta-txt to ws-cri-baja-hasta
               set cri-con-baja to true
           else
               move 'RANGO DE FECHAS INVALIDO' to ws-motivo-tarjeta
               move 'N' to ws-tarjeta-ok
           end-if.

       tomar-postal.
           perform separar-rango.
           if ws-desde-txt = spaces
              or ws-desde-txt > ws-hasta-txt
               move 'RANGO POSTAL INVALIDO' to ws-motivo-tarjeta
               move 'N' to ws-tarjeta-ok
           else
               move ws-desde-txt to ws-cri-postal-desde
               move ws-hasta-txt to ws-cri-postal-hasta
               set cri-con-postal to true
               set usa-domicilio to true
           end-if.

       tomar-beneficio.
           if (ws-valor(1:1) = 'E' or 'R' or 'D' or 'S')
              and ws-valor(2:1) = space
               move ws-valor(1:1) to ws-cri-beneficio
               set usa-beneficios to true
           else
               move 'BENEFICIO DEBE SER E, R, D O S' to
                   ws-motivo-tarjeta
               move 'N' to ws-tarjeta-ok
           end-if.

      * Rango desde-hasta; un solo valor vale como desde y hasta.
       separar-rango.
           move spaces to ws-desde-txt.
           move spaces to ws-hasta-txt.
           unstring ws-valor delimited by '-' or ' '
               into ws-desde-txt ws-hasta-txt.
           if ws-hasta-txt = spaces
               move ws-desde-txt to ws-hasta-txt
           end-if.

       tomar-columnas.
           inspect ws-valor replacing all ' ' by ','.
           move 1 to ws-puntero.
           perform tomar-columna
               until ws-puntero > 79 or not tarjeta-ok.

       tomar-columna.
           move spaces to ws-col-txt.
           unstring ws-valor delimited by ','
               into ws-col-txt with pointer ws-puntero.
           if ws-col-txt not = spaces
               perform codificar-columna
               if ws-codigo-columna = zeros
                   move spaces to ws-motivo-tarjeta
                   string 'COLUMNA ' ws-col-txt
                       delimited by size into ws-motivo-tarjeta
                   move 'N' to ws-tarjeta-ok
               else
                   if ws-cant-columnas < ws-max-columnas
                       add 1 to ws-cant-columnas
                       move ws-codigo-columna
                           to ws-col-codigo(ws-cant-columnas)
                       move ws-col-txt
                           to ws-col-nombre(ws-cant-columnas)
                   else
                       move 'DEMASIADAS COLUMNAS (MAX 20)'
                           to ws-motivo-tarjeta
                       move 'N' to ws-tarjeta-ok
                   end-if
               end-if
           end-if.

       codificar-columna.
           evaluate ws-col-txt
               when 'NUMERO'     move 01 to ws-codigo-columna
               when 'APELLIDO'   move 02 to ws-codigo-columna
               when 'NOMBRE'     move 03 to ws-codigo-columna
               when 'FECNAC'     move 04 to ws-codigo-columna
               when 'EDAD'       move 05 to ws-codigo-columna
               when 'STATUS'     move 06 to ws-codigo-columna
               when 'FECBAJA'    move 07 to ws-codigo-columna
               when 'CALLE'      move 08 to ws-codigo-columna
               when 'CIUDAD'     move 09 to ws-codigo-columna
               when 'POSTAL'     move 10 to ws-codigo-columna
               when 'TELEFONO'   move 11 to ws-codigo-columna
               when 'BENEFICIO'  move 12 to ws-codigo-columna
               when 'BENMOTIVO'  move 13 to ws-codigo-columna
               when 'BENFECHA'   move 14 to ws-codigo-columna
               when other        move zeros to ws-codigo-columna
           end-evaluate.
           if ws-codigo-columna >= 08 and ws-codigo-columna <= 11
               set usa-domicilio to true
           end-if.
           if ws-codigo-columna >= 12
               set usa-beneficios to true
           end-if.

       columnas-por-omision.
           move 'NUMERO,APELLIDO,NOMBRE,FECNAC,EDAD,STATUS'
               to ws-valor.
           move 'Y' to ws-tarjeta-ok.
           perform tomar-columnas.

       imprimir-criterios.
           move 'CRITERIOS Y COLUMNAS USADOS:' to linea-subtitulo.
           write LINEA-LISTADO from linea-subtitulo
               after advancing 2 lines.
           move 'STATUS................:' to cri-rotulo.
           evaluate true
               when cri-activas
                   move 'ACTIVAS' to cri-valor
               when cri-inactivas
                   move 'INACTIVAS' to cri-valor
               when other
                   move 'TODAS' to cri-valor
           end-evaluate.
           perform imprimir-criterio.
           move 'EDAD..................:' to cri-rotulo.
           move spaces to cri-valor.
           string ws-cri-edad-desde ' A ' ws-cri-edad-hasta
               delimited by size into cri-valor.
           perform imprimir-criterio.
           move 'FECHA DE NACIMIENTO...:' to cri-rotulo.
           move 'SIN LIMITE' to cri-valor.
           if cri-con-nac
               move spaces to cri-valor
               string ws-cri-nac-desde ' A ' ws-cri-nac-hasta
                   delimited by size into cri-valor
           end-if.
           perform imprimir-criterio.
           move 'FECHA DE BAJA.........:' to cri-rotulo.
           move 'SIN LIMITE' to cri-valor.
           if cri-con-baja
               move spaces to cri-valor
               string ws-cri-baja-desde ' A ' ws-cri-baja-hasta
                   delimited by size into cri-valor
           end-if.
           perform imprimir-criterio.
           move 'CIUDAD................:' to cri-rotulo.
           move 'TODAS' to cri-valor.
           if ws-cri-ciudad not = spaces
               move ws-cri-ciudad to cri-valor
           end-if.
           perform imprimir-criterio.
           move 'CODIGO POSTAL.........:' to cri-rotulo.
           move 'SIN LIMITE' to cri-valor.
           if cri-con-postal
               move spaces to cri-valor
               string ws-cri-postal-desde ' A ' ws-cri-postal-hasta
                   delimited by size into cri-valor
           end-if.
           perform imprimir-criterio.
           move 'BENEFICIOS............:' to cri-rotulo.
           evaluate ws-cri-beneficio
               when 'E'
                   move 'ENROLADOS' to cri-valor
               when 'R'
                   move 'RECHAZADOS' to cri-valor
               when 'D'
                   move 'DESCONOCIDOS' to cri-valor
               when 'S'
                   move 'SIN REGISTRO EN PERSBEN' to cri-valor
               when other
                   move 'SIN LIMITE' to cri-valor
           end-evaluate.
           perform imprimir-criterio.
           move 'COLUMNAS..............:' to cri-rotulo.
           move spaces to cri-valor.
           move 1 to ws-puntero.
           move 1 to ws-c.
           perform listar-columna until ws-c > ws-cant-columnas.
           if cri-valor not = spaces
               perform imprimir-criterio
           end-if.

       listar-columna.
           if ws-puntero > 48
               perform imprimir-criterio
               move spaces to cri-rotulo
               move spaces to cri-valor
               move 1 to ws-puntero
           end-if.
           string ws-col-nombre(ws-c) delimited by ' '
                  ' '                 delimited by size
               into cri-valor with pointer ws-puntero.
           add 1 to ws-c.

       imprimir-criterio.
           write LINEA-LISTADO from linea-criterio
               after advancing 1 line.

       abrir-archivos.
           set archivos-ok to true.
           open input PERSONAS-MASTER.
           if ws-master-status not = '00'
               display 'Error al abrir PERSONAS.MASTER, status '
                   ws-master-status
               move 'N' to ws-archivos-ok
           end-if.
           if archivos-ok and usa-domicilio
               open input DOMICILIO-FILE
               if ws-dom-status not = '00'
                   display 'Error al abrir PERSDOM, status '
                       ws-dom-status
                   close PERSONAS-MASTER
                   move 'N' to ws-archivos-ok
               end-if
           end-if.
           if archivos-ok and usa-beneficios
               open input BENEFICIOS-FILE
               if ws-benef-status not = '00'
                   display 'Error al abrir PERSBEN, status '
                       ws-benef-status
                   close PERSONAS-MASTER
                   if usa-domicilio
                       close DOMICILIO-FILE
                   end-if
                   move 'N' to ws-archivos-ok
               end-if
           end-if.
           if archivos-ok
               open output EXTRACTO-CSV
               if ws-csv-status not = '00'
                   display 'Error al abrir PERSCSV, status '
                       ws-csv-status
                   perform cerrar-entradas
                   move 'N' to ws-archivos-ok
               end-if
           end-if.
           if not archivos-ok
               move 'EXTRACTO NO GENERADO: ARCHIVO NO DISPONIBLE'
                   to linea-subtitulo
               write LINEA-LISTADO from linea-subtitulo
                   after advancing 2 lines
               move 8 to return-code
           end-if.

       leer-master.
           read PERSONAS-MASTER next record
               at end set fin-archivo to true
           end-read.

       grabar-titulos.
           move spaces to LINEA-CSV.
           move 1 to ws-puntero-csv.
           move 1 to ws-c.
           perform agregar-titulo until ws-c > ws-cant-columnas.
           write LINEA-CSV.
           perform chequear-grabacion.

       agregar-titulo.
           if ws-c > 1
               string ';' delimited by size
                   into LINEA-CSV with pointer ws-puntero-csv
           end-if.
           string ws-col-nombre(ws-c) delimited by ' '
               into LINEA-CSV with pointer ws-puntero-csv.
           add 1 to ws-c.

      ******************************************************************
      * Seleccion: primero lo del maestro, despues domicilio y
      * beneficios solo si la persona sigue seleccionada.
      ******************************************************************
       procesar-registro.
           add 1 to ws-total-leidos.
           move 'Y' to ws-seleccionada.
           if (cri-activas and not PERS-STATUS-ACTIVO)
              or (cri-inactivas and not PERS-STATUS-INACTIVO)
              or PERS-EDAD < ws-cri-edad-desde
              or PERS-EDAD > ws-cri-edad-hasta
               move 'N' to ws-seleccionada
           end-if.
           if seleccionada and cri-con-nac
               if PERS-FEC-NAC is not numeric
                  or PERS-FEC-NAC < ws-cri-nac-desde
                  or PERS-FEC-NAC > ws-cri-nac-hasta
                   move 'N' to ws-seleccionada
               end-if
           end-if.
           if seleccionada and cri-con-baja
               if PERS-FEC-BAJA is not numeric
                  or PERS-FEC-BAJA = zeros
                  or PERS-FEC-BAJA < ws-cri-baja-desde
                  or PERS-FEC-BAJA > ws-cri-baja-hasta
                   move 'N' to ws-seleccionada
               end-if
           end-if.
           if seleccionada and usa-domicilio
               perform buscar-domicilio
               perform evaluar-domicilio
           end-if.
           if seleccionada and usa-beneficios
               perform buscar-beneficio
               perform evaluar-beneficio
           end-if.
           if seleccionada
               perform grabar-fila
           end-if.

       buscar-domicilio.
           move 'N' to ws-con-domicilio.
           move PERS-ID to DOM-ID.
           read DOMICILIO-FILE
               invalid key
                   move spaces to DOM-CALLE
                   move spaces to DOM-CIUDAD
                   move spaces to DOM-COD-POSTAL
                   move spaces to DOM-TELEFONO
               not invalid key
                   set con-domicilio to true
           end-read.

       evaluar-domicilio.
           if ws-cri-ciudad not = spaces
               move DOM-CIUDAD to ws-ciudad-comp
               inspect ws-ciudad-comp converting
                   'abcdefghijklmnopqrstuvwxyz'
                   to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               if not con-domicilio
                  or ws-ciudad-comp not = ws-cri-ciudad
                   move 'N' to ws-seleccionada
               end-if
           end-if.
           if cri-con-postal
               if not con-domicilio
                  or DOM-COD-POSTAL < ws-cri-postal-desde
                  or DOM-COD-POSTAL > ws-cri-postal-hasta
                   move 'N' to ws-seleccionada
               end-if
           end-if.

       buscar-beneficio.
           move 'N' to ws-con-beneficio.
           move PERS-ID to BEN-ID.
           read BENEFICIOS-FILE
               invalid key
                   move space  to BEN-ESTADO
                   move spaces to BEN-MOTIVO
                   move zeros  to BEN-FECHA
               not invalid key
                   set con-beneficio to true
           end-read.

       evaluar-beneficio.
           evaluate true
               when ws-cri-beneficio = space
                   continue
               when cri-sin-beneficio
                   if con-beneficio
                       move 'N' to ws-seleccionada
                   end-if
               when other
                   if not con-beneficio
                      or BEN-ESTADO not = ws-cri-beneficio
                       move 'N' to ws-seleccionada
                   end-if
           end-evaluate.

       grabar-fila.
           move spaces to LINEA-CSV.
           move 1 to ws-puntero-csv.
           move 1 to ws-c.
           perform agregar-columna until ws-c > ws-cant-columnas.
           write LINEA-CSV.
           perform chequear-grabacion.
           if csv-ok
               add 1 to ws-total-seleccion
           end-if.

       agregar-columna.
           move spaces to ws-campo.
           evaluate ws-col-codigo(ws-c)
               when 01
                   move PERS-ID to ws-campo
               when 02
                   move PERS-APELLIDO to ws-campo
               when 03
                   move PERS-NOMBRE to ws-campo
               when 04
                   move PERS-FEC-NAC to ws-fecha-edit
                   perform editar-fecha
               when 05
                   move PERS-EDAD to ws-campo
               when 06
                   move PERS-STATUS to ws-campo
               when 07
                   move PERS-FEC-BAJA to ws-fecha-edit
                   perform editar-fecha
               when 08
                   move DOM-CALLE to ws-campo
               when 09
                   move DOM-CIUDAD to ws-campo
               when 10
                   move DOM-COD-POSTAL to ws-campo
               when 11
                   move DOM-TELEFONO to ws-campo
               when 12
                   move BEN-ESTADO to ws-campo
               when 13
                   move BEN-MOTIVO to ws-campo
               when 14
                   move BEN-FECHA to ws-fecha-edit
                   perform editar-fecha
           end-evaluate.
           if ws-c > 1
               string ';' delimited by size
                   into LINEA-CSV with pointer ws-puntero-csv
           end-if.
           inspect ws-campo replacing all ';' by ','.
           move 40 to ws-largo.
           move 'N' to ws-campo-fin.
           perform acortar-campo until campo-fin.
           if ws-largo > zeros
               string ws-campo(1:ws-largo) delimited by size
                   into LINEA-CSV with pointer ws-puntero-csv
           end-if.
           add 1 to ws-c.

      * Largo del campo sin los blancos del final.
       acortar-campo.
           if ws-campo(ws-largo:1) = space
               subtract 1 from ws-largo
               if ws-largo = zeros
                   set campo-fin to true
               end-if
           else
               set campo-fin to true
           end-if.

       editar-fecha.
           if ws-fecha-edit-num is numeric
              and ws-fecha-edit-num > zeros
               move ws-fed-aaaa to ws-fcs-aaaa
               move ws-fed-mm   to ws-fcs-mm
               move ws-fed-dd   to ws-fcs-dd
               move ws-fecha-csv to ws-campo
           end-if.

       chequear-grabacion.
           if ws-csv-status not = '00'
               display 'Error al grabar PERSCSV, status '
                   ws-csv-status
               move 'N' to ws-csv-ok
               move 8 to return-code
           end-if.

       cerrar-entradas.
           close PERSONAS-MASTER.
           if usa-domicilio
               close DOMICILIO-FILE
           end-if.
           if usa-beneficios
               close BENEFICIOS-FILE
           end-if.

       cerrar-archivos.
           perform cerrar-entradas.
           close EXTRACTO-CSV.

       imprimir-totales.
           move 'PERSONAS LEIDAS.....................:' to tot-rotulo.
           move ws-total-leidos to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 2 lines.
           move 'PERSONAS SELECCIONADAS (FILAS CSV)..:' to tot-rotulo.
           move ws-total-seleccion to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 1 line.
           if not csv-ok
               move 'EXTRACTO INCOMPLETO: ERROR AL GRABAR PERSCSV'
                   to linea-subtitulo
               write LINEA-LISTADO from linea-subtitulo
                   after advancing 2 lines
           end-if.

       mostrar-resumen.
           display 'EXTRACTO CSV - FECHA ' ws-fecha-proceso.
           display 'Registros leidos......: ' ws-total-leidos.
           display 'Seleccionados.........: ' ws-total-seleccion.
       END PROGRAM PERSCSV.
