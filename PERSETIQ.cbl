      ******************************************************************
      * Author:
      * Date:
      * Purpose: Etiquetas y cartas para envios por correo, a pedido
      *          (aviso anual de beneficios y otros envios de RRHH).
      *          Recorre PERSONAS.MASTER, selecciona las personas que
      *          cumplen los criterios de SYSIN y toma su domicilio de
      *          PERSDOM. Con domicilio, imprime en ETIQOUT, ordenado
      *          por codigo postal, etiquetas de a tres por fila
      *          (nombre, calle, codigo postal y ciudad) o una carta
      *          por pagina con la fecha, el bloque de nombre y
      *          domicilio y el texto guardado en PERSCART. En el
      *          listado de control ETIQLST deja los criterios usados,
      *          los totales y la lista de las personas seleccionadas
      *          que no tienen domicilio cargado, para reclamarlo.
      *          Parametros de SYSIN, una linea cada uno:
      *            1) salida: E = etiquetas, C = cartas (blanco = E)
      *            2) ciudad (blanco = todas)
      *            3) codigo postal desde (col 1-8) y hasta (col 10-17)
      *               (blanco = sin limite)
      *            4) edad desde (col 1-3) y hasta (col 5-7)
      *               (blanco = sin limite)
      *            5) status: A = activas, I = inactivas, T = todas
      *               (blanco = A)
      *          Ciudad y codigo postal se comparan con el domicilio;
      *          una persona sin domicilio se lista como faltante si
      *          cumple la edad y el status. La fecha de las cartas es
      *          la de negocio de PERSCAL (la del reloj si no esta).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSETIQ.
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

           SELECT CARTA-FILE ASSIGN TO PERSCART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARTA-STATUS.

           SELECT SALIDA-ETIQ ASSIGN TO ETIQOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALIDA-STATUS.

           SELECT LISTADO-ETIQ ASSIGN TO ETIQLST
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

       FD  CARTA-FILE
           LABEL RECORDS ARE OMITTED.
       01  CARTA-RECORD           PIC X(80).

       FD  SALIDA-ETIQ
           LABEL RECORDS ARE OMITTED.
       01  LINEA-SALIDA           PIC X(132).

       FD  LISTADO-ETIQ
           LABEL RECORDS ARE OMITTED.
       01  LINEA-LISTADO          PIC X(100).

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-dom-status          pic x(2) value spaces.
       77  ws-carta-status        pic x(2) value spaces.
       77  ws-salida-status       pic x(2) value spaces.
       77  ws-listado-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-fin-carta           pic x value 'N'.
           88  fin-carta          value 'Y'.
       77  ws-texto-largo         pic x value 'N'.
           88  texto-largo        value 'Y'.
       77  ws-archivos-ok         pic x value 'N'.
           88  archivos-ok        value 'Y'.
       77  ws-parametros-ok       pic x value 'Y'.
           88  parametros-ok      value 'Y'.
       77  ws-con-domicilio       pic x value 'N'.
           88  con-domicilio      value 'Y'.
       77  ws-ubicado-sw          pic x value 'N'.
           88  ubicado            value 'Y'.
       77  ws-fecha-carta         pic 9(8) value zeros.
       77  ws-edad-desde          pic 9(3) value zeros.
       77  ws-edad-hasta          pic 9(3) value 999.
       77  ws-ciudad-comp         pic x(20) value spaces.
       77  ws-total-leidos        pic 9(9) value zeros.
       77  ws-total-seleccion     pic 9(9) value zeros.
       77  ws-total-impresos      pic 9(9) value zeros.
       77  ws-total-sin-dom       pic 9(9) value zeros.
       77  ws-total-fuera-dom     pic 9(9) value zeros.
       77  ws-total-omitidos      pic 9(9) value zeros.
       77  ws-cant-envios         pic 9(5) value zeros.
       77  ws-max-envios          pic 9(5) value 20000.
       77  ws-cant-faltan         pic 9(4) value zeros.
       77  ws-max-faltan          pic 9(4) value 2000.
       77  ws-cant-texto          pic 9(2) value zeros.
       77  ws-max-texto           pic 9(2) value 50.
       77  ws-i                   pic 9(5) value zeros.
       77  ws-j                   pic 9(5) value zeros.
       77  ws-k                   pic 9(1) value zeros.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.
       77  ws-retorno-llamada     pic 9(4) value zeros.

       01  ws-tarjeta-salida      pic x(80) value spaces.
       01  ws-salida              pic x value 'E'.
           88  salida-etiquetas   value 'E'.
           88  salida-cartas      value 'C'.

       01  ws-tarjeta-ciudad      pic x(80) value spaces.

       01  ws-tarjeta-postal.
           05  ws-postal-desde    pic x(8).
           05  filler             pic x(1).
           05  ws-postal-hasta    pic x(8).
           05  filler             pic x(63).

       01  ws-tarjeta-edad.
           05  ws-edad-desde-txt  pic x(3).
           05  filler             pic x(1).
           05  ws-edad-hasta-txt  pic x(3).
           05  filler             pic x(73).

       01  ws-tarjeta-status      pic x(80) value spaces.
       01  ws-status-pedido       pic x value 'A'.
           88  status-activas     value 'A'.
           88  status-inactivas   value 'I'.
           88  status-todas       value 'T'.

       01  ws-limite-hasta        pic x(8) value spaces.

      * Envios con domicilio, ordenados por codigo postal a medida que
      * se agregan; a igual codigo quedan en el orden del maestro.
       01  ws-tabla-envios.
           05  ws-env-ent occurs 20000 times.
               10  ws-env-postal  pic x(8).
               10  ws-env-id      pic 9(6).
               10  ws-env-apellido pic x(30).
               10  ws-env-nombre  pic x(20).
               10  ws-env-calle   pic x(30).
               10  ws-env-ciudad  pic x(20).

       01  ws-nuevo.
           05  ws-nue-postal      pic x(8).
           05  ws-nue-id          pic 9(6).
           05  ws-nue-apellido    pic x(30).
           05  ws-nue-nombre      pic x(20).
           05  ws-nue-calle       pic x(30).
           05  ws-nue-ciudad      pic x(20).

      * Seleccionadas sin domicilio, para el listado de control.
       01  ws-tabla-faltan.
           05  ws-fal-ent occurs 2000 times.
               10  ws-fal-id      pic 9(6).
               10  ws-fal-apellido pic x(30).
               10  ws-fal-nombre  pic x(20).
               10  ws-fal-edad    pic 9(3).
               10  ws-fal-status  pic x.

       01  ws-tabla-texto.
           05  ws-texto-linea     pic x(80) occurs 50 times.

       01  ws-fecha-edit.
           05  ws-fed-aaaa        pic 9(4).
           05  ws-fed-mm          pic 9(2).
           05  ws-fed-dd          pic 9(2).
       01  ws-fecha-edit-num redefines ws-fecha-edit pic 9(8).

      * Una fila de etiquetas: tres etiquetas de 44 columnas.
       01  ws-fila-etiquetas.
           05  ws-eti-col occurs 3 times.
               10  ws-eti-nombre  pic x(44).
               10  ws-eti-calle   pic x(44).
               10  ws-eti-ciudad  pic x(44).

       01  lin-etiqueta.
           05  lin-eti-col        pic x(44) occurs 3 times.

       01  ws-nombre-completo     pic x(52) value spaces.
       01  ws-postal-ciudad       pic x(30) value spaces.

       01  lin-carta-fecha.
           05  filler             pic x(50) value spaces.
           05  lin-cfe-dd         pic 9(2).
           05  filler             pic x value '/'.
           05  lin-cfe-mm         pic 9(2).
           05  filler             pic x value '/'.
           05  lin-cfe-aaaa       pic 9(4).

       01  lin-carta-bloque.
           05  filler             pic x(8)  value spaces.
           05  lin-cbl-texto      pic x(52).

       01  lin-carta-texto.
           05  filler             pic x(8)  value spaces.
           05  lin-ctx-texto      pic x(80).

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(40)
               value 'ETIQUETAS Y CARTAS - CONTROL DE ENVIO'.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  linea-criterio.
           05  cri-rotulo         pic x(24).
           05  cri-valor          pic x(40).

       01  encabezado-faltan.
           05  filler             pic x(60)
               value 'SELECCIONADAS SIN DOMICILIO EN PERSDOM'.

       01  encabezado-faltan-2.
           05  filler             pic x(8)  value 'NUMERO'.
           05  filler             pic x(31) value 'APELLIDO'.
           05  filler             pic x(21) value 'NOMBRE'.
           05  filler             pic x(6)  value 'EDAD'.
           05  filler             pic x(6)  value 'STATUS'.

       01  linea-faltante.
           05  fal-id             pic 9(6).
           05  filler             pic x(2)  value spaces.
           05  fal-apellido       pic x(31).
           05  fal-nombre         pic x(21).
           05  fal-edad           pic zz9.
           05  filler             pic x(5)  value spaces.
           05  fal-status         pic x.

       01  linea-total.
           05  tot-rotulo         pic x(40).
           05  tot-cant           pic zzz,zzz,zz9.

       01  linea-aviso            pic x(100) value spaces.

           COPY FECPARM.

       PROCEDURE DIVISION.
       inicio.
           perform leer-parametros.
           if parametros-ok
               perform abrir-archivos
           end-if.
           if archivos-ok
               perform obtener-fecha
               perform leer-master
               perform until fin-archivo
                   perform procesar-registro
                   perform leer-master
               end-perform
               if salida-etiquetas
                   perform imprimir-etiquetas
               else
                   perform imprimir-cartas
               end-if
               perform imprimir-listado
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
       STOP RUN.

       leer-parametros.
           accept ws-tarjeta-salida.
           accept ws-tarjeta-ciudad.
           accept ws-tarjeta-postal.
           accept ws-tarjeta-edad.
           accept ws-tarjeta-status.
           if ws-tarjeta-salida(1:1) not = space
               move ws-tarjeta-salida(1:1) to ws-salida
           end-if.
           inspect ws-salida converting 'ec' to 'EC'.
           if not salida-etiquetas and not salida-cartas
               display 'Salida invalida (E o C): ' ws-salida
               move 'N' to ws-parametros-ok
               move 8 to return-code
           end-if.
           move ws-tarjeta-ciudad(1:20) to ws-ciudad-comp.
           inspect ws-ciudad-comp converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if ws-postal-hasta = spaces
               move high-values to ws-limite-hasta
           else
               move ws-postal-hasta to ws-limite-hasta
           end-if.
           if ws-edad-desde-txt not = spaces
               if ws-edad-desde-txt is numeric
                   move ws-edad-desde-txt to ws-edad-desde
               else
                   display 'Edad desde no numerica: '
                       ws-edad-desde-txt
                   move 'N' to ws-parametros-ok
                   move 8 to return-code
               end-if
           end-if.
           if ws-edad-hasta-txt not = spaces
               if ws-edad-hasta-txt is numeric
                   move ws-edad-hasta-txt to ws-edad-hasta
               else
                   display 'Edad hasta no numerica: '
                       ws-edad-hasta-txt
                   move 'N' to ws-parametros-ok
                   move 8 to return-code
               end-if
           end-if.
           if ws-edad-desde > ws-edad-hasta
               display 'Rango de edades invalido: ' ws-edad-desde
                   ' a ' ws-edad-hasta
               move 'N' to ws-parametros-ok
               move 8 to return-code
           end-if.
           if ws-postal-hasta not = spaces
              and ws-postal-desde > ws-postal-hasta
               display 'Rango de codigos postales invalido: '
                   ws-postal-desde ' a ' ws-postal-hasta
               move 'N' to ws-parametros-ok
               move 8 to return-code
           end-if.
           if ws-tarjeta-status(1:1) not = space
               move ws-tarjeta-status(1:1) to ws-status-pedido
           end-if.
           inspect ws-status-pedido converting 'ait' to 'AIT'.
           if not status-activas and not status-inactivas
              and not status-todas
               display 'Status invalido (A, I o T): '
                   ws-status-pedido
               move 'N' to ws-parametros-ok
               move 8 to return-code
           end-if.

       abrir-archivos.
           open input PERSONAS-MASTER.
           if ws-master-status not = '00'
               display 'Error al abrir PERSONAS.MASTER, status '
                   ws-master-status
               move 8 to return-code
           else
               open input DOMICILIO-FILE
               if ws-dom-status not = '00'
                   display 'Error al abrir PERSDOM, status '
                       ws-dom-status
                   close PERSONAS-MASTER
                   move 8 to return-code
               else
                   set archivos-ok to true
                   if salida-cartas
                       perform cargar-texto
                   end-if
               end-if
           end-if.
           if archivos-ok
               open output SALIDA-ETIQ
               if ws-salida-status not = '00'
                   display 'Error al abrir ETIQOUT, status '
                       ws-salida-status
                   move 'N' to ws-archivos-ok
               else
                   open output LISTADO-ETIQ
                   if ws-listado-status not = '00'
                       display 'Error al abrir ETIQLST, status '
                           ws-listado-status
                       close SALIDA-ETIQ
                       move 'N' to ws-archivos-ok
                   end-if
               end-if
               if not archivos-ok
                   close PERSONAS-MASTER
                   close DOMICILIO-FILE
                   move 8 to return-code
               end-if
           end-if.

      * El texto de la carta se carga completo antes de leer el
      * maestro; sin texto no se imprimen cartas.
       cargar-texto.
           open input CARTA-FILE.
           if ws-carta-status not = '00'
               display 'Error al abrir PERSCART, status '
                   ws-carta-status
               move 'N' to ws-archivos-ok
           else
               perform leer-texto
               perform until fin-carta
                   if ws-cant-texto < ws-max-texto
                       add 1 to ws-cant-texto
                       move CARTA-RECORD
                           to ws-texto-linea(ws-cant-texto)
                   else
                       if not texto-largo
                           display 'AVISO: el texto de la carta tiene '
                               'mas de ' ws-max-texto
                               ' lineas; se usan las primeras'
                           set texto-largo to true
                           move 4 to return-code
                       end-if
                   end-if
                   perform leer-texto
               end-perform
               close CARTA-FILE
               if ws-cant-texto = zeros
                   display 'PERSCART no tiene texto de carta'
                   move 'N' to ws-archivos-ok
               end-if
           end-if.
           if not archivos-ok
               close PERSONAS-MASTER
               close DOMICILIO-FILE
               move 8 to return-code
           end-if.

       leer-texto.
           read CARTA-FILE
               at end set fin-carta to true
           end-read.

       obtener-fecha.
           move 'L' to FEC-FUNCION.
           move return-code to ws-retorno-llamada.
           call 'PERSFEC' using FEC-PARAM.
           move ws-retorno-llamada to return-code.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-carta
           else
               accept ws-fecha-carta from date yyyymmdd
           end-if.

       leer-master.
           read PERSONAS-MASTER next record
               at end set fin-archivo to true
           end-read.

       procesar-registro.
           add 1 to ws-total-leidos.
           if (status-todas
               or (status-activas and PERS-STATUS-ACTIVO)
               or (status-inactivas and PERS-STATUS-INACTIVO))
              and PERS-EDAD not < ws-edad-desde
              and PERS-EDAD not > ws-edad-hasta
               add 1 to ws-total-seleccion
               perform buscar-domicilio
               if con-domicilio
                   perform evaluar-domicilio
               else
                   perform guardar-faltante
               end-if
           end-if.

       buscar-domicilio.
           move 'N' to ws-con-domicilio.
           move PERS-ID to DOM-ID.
           read DOMICILIO-FILE
               invalid key
                   continue
               not invalid key
                   if DOM-CALLE not = spaces
                      or DOM-CIUDAD not = spaces
                       set con-domicilio to true
                   end-if
           end-read.

       evaluar-domicilio.
           move DOM-CIUDAD to ws-nue-ciudad.
           inspect ws-nue-ciudad converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           if (ws-ciudad-comp = spaces
               or ws-nue-ciudad = ws-ciudad-comp)
              and DOM-COD-POSTAL not < ws-postal-desde
              and DOM-COD-POSTAL not > ws-limite-hasta
               perform guardar-envio
           else
               add 1 to ws-total-fuera-dom
           end-if.

       guardar-envio.
           move DOM-COD-POSTAL to ws-nue-postal.
           move PERS-ID        to ws-nue-id.
           move PERS-APELLIDO  to ws-nue-apellido.
           move PERS-NOMBRE    to ws-nue-nombre.
           move DOM-CALLE      to ws-nue-calle.
           move DOM-CIUDAD     to ws-nue-ciudad.
           if ws-cant-envios < ws-max-envios
               move ws-cant-envios to ws-j
               move 'N' to ws-ubicado-sw
               perform correr-envio until ws-j = zeros or ubicado
               add 1 to ws-j
               move ws-nuevo to ws-env-ent(ws-j)
               add 1 to ws-cant-envios
           else
               if ws-total-omitidos = zeros
                   display 'AVISO: mas de ' ws-max-envios
                       ' envios; acotar la seleccion (codigo postal)'
                   move 4 to return-code
               end-if
               add 1 to ws-total-omitidos
           end-if.

       correr-envio.
           if ws-env-postal(ws-j) > ws-nue-postal
               move ws-env-ent(ws-j) to ws-env-ent(ws-j + 1)
               subtract 1 from ws-j
           else
               set ubicado to true
           end-if.

       guardar-faltante.
           add 1 to ws-total-sin-dom.
           if ws-cant-faltan < ws-max-faltan
               add 1 to ws-cant-faltan
               move PERS-ID       to ws-fal-id(ws-cant-faltan)
               move PERS-APELLIDO to ws-fal-apellido(ws-cant-faltan)
               move PERS-NOMBRE   to ws-fal-nombre(ws-cant-faltan)
               move PERS-EDAD     to ws-fal-edad(ws-cant-faltan)
               move PERS-STATUS   to ws-fal-status(ws-cant-faltan)
           end-if.

      ******************************************************************
      * Etiquetas: filas de tres, nombre / calle / codigo y ciudad,
      * con dos lineas en blanco entre filas.
      ******************************************************************
       imprimir-etiquetas.
           move spaces to ws-fila-etiquetas.
           move zeros to ws-k.
           move 1 to ws-i.
           perform armar-etiqueta until ws-i > ws-cant-envios.
           if ws-k > zeros
               perform imprimir-fila
           end-if.

       armar-etiqueta.
           add 1 to ws-k.
           perform armar-nombre.
           move ws-nombre-completo   to ws-eti-nombre(ws-k).
           move ws-env-calle(ws-i)   to ws-eti-calle(ws-k).
           move ws-postal-ciudad     to ws-eti-ciudad(ws-k).
           add 1 to ws-total-impresos.
           if ws-k = 3
               perform imprimir-fila
               move spaces to ws-fila-etiquetas
               move zeros to ws-k
           end-if.
           add 1 to ws-i.

       armar-nombre.
           move spaces to ws-nombre-completo.
           string ws-env-nombre(ws-i)   delimited by '  '
                  ' '                   delimited by size
                  ws-env-apellido(ws-i) delimited by '  '
               into ws-nombre-completo.
           move spaces to ws-postal-ciudad.
           string ws-env-postal(ws-i)   delimited by ' '
                  ' '                   delimited by size
                  ws-env-ciudad(ws-i)   delimited by '  '
               into ws-postal-ciudad.

       imprimir-fila.
           move ws-eti-nombre(1) to lin-eti-col(1).
           move ws-eti-nombre(2) to lin-eti-col(2).
           move ws-eti-nombre(3) to lin-eti-col(3).
           write LINEA-SALIDA from lin-etiqueta
               after advancing 3 lines.
           move ws-eti-calle(1) to lin-eti-col(1).
           move ws-eti-calle(2) to lin-eti-col(2).
           move ws-eti-calle(3) to lin-eti-col(3).
           write LINEA-SALIDA from lin-etiqueta
               after advancing 1 line.
           move ws-eti-ciudad(1) to lin-eti-col(1).
           move ws-eti-ciudad(2) to lin-eti-col(2).
           move ws-eti-ciudad(3) to lin-eti-col(3).
           write LINEA-SALIDA from lin-etiqueta
               after advancing 1 line.

      ******************************************************************
      * Cartas: una por pagina, fecha, bloque de nombre y domicilio y
      * el texto de PERSCART.
      ******************************************************************
       imprimir-cartas.
           move ws-fecha-carta to ws-fecha-edit-num.
           move ws-fed-dd   to lin-cfe-dd.
           move ws-fed-mm   to lin-cfe-mm.
           move ws-fed-aaaa to lin-cfe-aaaa.
           move 1 to ws-i.
           perform imprimir-carta until ws-i > ws-cant-envios.

       imprimir-carta.
           perform armar-nombre.
           write LINEA-SALIDA from lin-carta-fecha
               after advancing page.
           move ws-nombre-completo to lin-cbl-texto.
           write LINEA-SALIDA from lin-carta-bloque
               after advancing 4 lines.
           move ws-env-calle(ws-i) to lin-cbl-texto.
           write LINEA-SALIDA from lin-carta-bloque
               after advancing 1 line.
           move ws-postal-ciudad to lin-cbl-texto.
           write LINEA-SALIDA from lin-carta-bloque
               after advancing 1 line.
           move spaces to lin-ctx-texto.
           write LINEA-SALIDA from lin-carta-texto
               after advancing 2 lines.
           move 1 to ws-j.
           perform imprimir-texto until ws-j > ws-cant-texto.
           add 1 to ws-total-impresos.
           add 1 to ws-i.

       imprimir-texto.
           move ws-texto-linea(ws-j) to lin-ctx-texto.
           write LINEA-SALIDA from lin-carta-texto
               after advancing 1 line.
           add 1 to ws-j.

      ******************************************************************
      * Listado de control: criterios, totales y faltantes.
      ******************************************************************
       imprimir-listado.
           perform imprimir-encabezado.
           move 'SALIDA................:' to cri-rotulo.
           if salida-etiquetas
               move 'ETIQUETAS (3 POR FILA)' to cri-valor
           else
               move 'CARTAS' to cri-valor
           end-if.
           perform imprimir-criterio.
           move 'CIUDAD................:' to cri-rotulo.
           if ws-ciudad-comp = spaces
               move 'TODAS' to cri-valor
           else
               move ws-ciudad-comp to cri-valor
           end-if.
           perform imprimir-criterio.
           move 'CODIGO POSTAL.........:' to cri-rotulo.
           move spaces to cri-valor.
           string ws-postal-desde ' A ' ws-postal-hasta
               delimited by size into cri-valor.
           if ws-postal-desde = spaces and ws-postal-hasta = spaces
               move 'SIN LIMITE' to cri-valor
           end-if.
           perform imprimir-criterio.
           move 'EDAD..................:' to cri-rotulo.
           move spaces to cri-valor.
           string ws-edad-desde ' A ' ws-edad-hasta
               delimited by size into cri-valor.
           perform imprimir-criterio.
           move 'STATUS................:' to cri-rotulo.
           evaluate true
               when status-activas
                   move 'ACTIVAS' to cri-valor
               when status-inactivas
                   move 'INACTIVAS' to cri-valor
               when other
                   move 'TODAS' to cri-valor
           end-evaluate.
           perform imprimir-criterio.
           move 'PERSONAS LEIDAS.....................:' to tot-rotulo.
           move ws-total-leidos to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 2 lines.
           move 'CUMPLEN EDAD Y STATUS...............:' to tot-rotulo.
           move ws-total-seleccion to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 1 line.
           move 'FUERA DE CIUDAD O CODIGO POSTAL.....:' to tot-rotulo.
           move ws-total-fuera-dom to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 1 line.
           if salida-etiquetas
               move 'ETIQUETAS IMPRESAS..................:'
                   to tot-rotulo
           else
               move 'CARTAS IMPRESAS.....................:'
                   to tot-rotulo
           end-if.
           move ws-total-impresos to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 1 line.
           move 'SIN DOMICILIO (A RECLAMAR)..........:' to tot-rotulo.
           move ws-total-sin-dom to tot-cant.
           write LINEA-LISTADO from linea-total
               after advancing 1 line.
           if ws-total-omitidos > zeros
               move 'OMITIDAS POR EXCEDER LA TABLA.......:'
                   to tot-rotulo
               move ws-total-omitidos to tot-cant
               write LINEA-LISTADO from linea-total
                   after advancing 1 line
           end-if.
           add 9 to ws-lineas-pagina.
           perform imprimir-encabezado-faltan.
           move 1 to ws-i.
           perform imprimir-faltante until ws-i > ws-cant-faltan.
           if ws-total-sin-dom > ws-cant-faltan
               move spaces to linea-aviso
               string 'SE LISTAN LAS PRIMERAS ' ws-max-faltan
                   ' PERSONAS SIN DOMICILIO'
                   delimited by size into linea-aviso
               write LINEA-LISTADO from linea-aviso
                   after advancing 2 lines
           end-if.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           write LINEA-LISTADO from encabezado-1
               after advancing page.
           move zeros to ws-lineas-pagina.

       imprimir-criterio.
           write LINEA-LISTADO from linea-criterio
               after advancing 1 line.
           add 1 to ws-lineas-pagina.

       imprimir-encabezado-faltan.
           write LINEA-LISTADO from encabezado-faltan
               after advancing 3 lines.
           write LINEA-LISTADO from encabezado-faltan-2
               after advancing 2 lines.
           add 5 to ws-lineas-pagina.

       imprimir-faltante.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
               perform imprimir-encabezado-faltan
           end-if.
           move ws-fal-id(ws-i)       to fal-id.
           move ws-fal-apellido(ws-i) to fal-apellido.
           move ws-fal-nombre(ws-i)   to fal-nombre.
           move ws-fal-edad(ws-i)     to fal-edad.
           move ws-fal-status(ws-i)   to fal-status.
           write LINEA-LISTADO from linea-faltante
               after advancing 1 line.
           add 1 to ws-lineas-pagina.
           add 1 to ws-i.

       cerrar-archivos.
           close PERSONAS-MASTER.
           close DOMICILIO-FILE.
           close SALIDA-ETIQ.
           close LISTADO-ETIQ.

       mostrar-resumen.
           display 'ETIQUETAS Y CARTAS - SALIDA ' ws-salida.
           display 'Registros leidos......: ' ws-total-leidos.
           display 'Cumplen edad y status.: ' ws-total-seleccion.
           display 'Impresos..............: ' ws-total-impresos.
           display 'Sin domicilio.........: ' ws-total-sin-dom.
       END PROGRAM PERSETIQ.
