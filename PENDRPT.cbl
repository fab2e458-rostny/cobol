      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de transacciones pendientes de PERSPEND.
      *          Lista, en orden de fecha efectiva, las altas,
      *          cambios, bajas y reactivaciones con fecha futura que
      *          TEST1 dejo en espera, con el numero y la clave de la
      *          persona, el estado (en espera o liberada para la
      *          carga de la noche), la fecha de registro, el operador
      *          y el origen (menu o carga por lote). Totales por tipo
      *          de las que siguen en espera.
      *          Parametro de SYSIN: fecha efectiva hasta AAAAMMDD
      *          (blanco = todas).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT PENDIENTES-FILE ASSIGN TO PERSPEND
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEND-KEY
               ALTERNATE RECORD KEY IS PEND-CLAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS PEND-ID WITH DUPLICATES
               FILE STATUS IS WS-PEND-STATUS.

           SELECT REPORTE-PEND ASSIGN TO PENDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDIENTES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  REPORTE-PEND
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(120).

       WORKING-STORAGE SECTION.
       77  ws-pend-status         pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-pend-abierto        pic x value 'N'.
           88  pendientes-abierto value 'Y'.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.
       77  ws-fecha-hasta-txt     pic x(8) value spaces.
       77  ws-fecha-hasta         pic 9(8) value 99999999.
       77  ws-total-listados      pic 9(6) value zeros.
       77  ws-total-liberadas     pic 9(6) value zeros.
       77  ws-tot-altas           pic 9(6) value zeros.
       77  ws-tot-cambios         pic 9(6) value zeros.
       77  ws-tot-bajas           pic 9(6) value zeros.
       77  ws-tot-react           pic 9(6) value zeros.

       01  encabezado-1.
           05  filler             pic x(30) value spaces.
           05  filler             pic x(40)
               value 'TRANSACCIONES PENDIENTES (FECHA FUTURA)'.
           05  filler             pic x(10) value spaces.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  encabezado-2.
           05  filler             pic x(10) value 'EFECTIVA'.
           05  filler             pic x(5)  value 'TIPO'.
           05  filler             pic x(8)  value 'NUMERO'.
           05  filler             pic x(31) value 'APELLIDO'.
           05  filler             pic x(21) value 'NOMBRE'.
           05  filler             pic x(20) value 'ESTADO'.
           05  filler             pic x(10) value 'REGISTRO'.
           05  filler             pic x(9)  value 'OPERADOR'.
           05  filler             pic x(6)  value 'ORIGEN'.

       01  linea-detalle.
           05  det-efectiva       pic 9(8).
           05  filler             pic x(2)  value spaces.
           05  det-tipo           pic x(1).
           05  filler             pic x(4)  value spaces.
           05  det-numero         pic x(6).
           05  filler             pic x(2)  value spaces.
           05  det-apellido       pic x(31).
           05  det-nombre         pic x(21).
           05  det-estado         pic x(10).
           05  det-liberada       pic x(10).
           05  det-registro       pic 9(8).
           05  filler             pic x(2)  value spaces.
           05  det-operador       pic x(9).
           05  det-origen         pic x(5).

       01  titulo-tipo.
           05  filler             pic x(40)
               value 'EN ESPERA POR TIPO DE TRANSACCION'.

       01  linea-total.
           05  tot-rotulo         pic x(30).
           05  tot-cant           pic zz,zz9.

       PROCEDURE DIVISION.
       inicio.
           perform leer-parametros.
           perform abrir-archivos.
           if pendientes-abierto
               perform imprimir-encabezado
               perform leer-pendiente
               perform until fin-archivo
                   if PEND-FEC-EFECTIVA > ws-fecha-hasta
                       set fin-archivo to true
                   else
                       perform imprimir-detalle
                       perform leer-pendiente
                   end-if
               end-perform
               perform imprimir-totales
               perform cerrar-archivos
           end-if.
       STOP RUN.

       leer-parametros.
           accept ws-fecha-hasta-txt.
           if ws-fecha-hasta-txt not = spaces
               if ws-fecha-hasta-txt is numeric
                   move ws-fecha-hasta-txt to ws-fecha-hasta
               else
                   display 'Fecha hasta no numerica: '
                       ws-fecha-hasta-txt '; se listan todas'
               end-if
           end-if.

       abrir-archivos.
           open input PENDIENTES-FILE.
           evaluate ws-pend-status
               when '00'
                   set pendientes-abierto to true
                   open output REPORTE-PEND
               when '35'
                   display 'PERSPEND no existe, no hay pendientes'
               when other
                   display 'Error al abrir PERSPEND, status '
                       ws-pend-status
                   move 8 to return-code
           end-evaluate.

       leer-pendiente.
           read PENDIENTES-FILE next record
               at end set fin-archivo to true
           end-read.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           write LINEA-REPORTE from encabezado-1
               after advancing page.
           write LINEA-REPORTE from encabezado-2
               after advancing 2 lines.
           move zeros to ws-lineas-pagina.

       imprimir-detalle.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           move PEND-FEC-EFECTIVA to det-efectiva.
           move PEND-TIPO         to det-tipo.
           if PEND-ALTA
               move spaces to det-numero
           else
               move PEND-ID to det-numero
           end-if.
           move PEND-APELLIDO     to det-apellido.
           move PEND-NOMBRE       to det-nombre.
           if PEND-LIBERADA
               move 'LIBERADA' to det-estado
               move PEND-FEC-LIBERADA to det-liberada
               add 1 to ws-total-liberadas
           else
               move 'EN ESPERA' to det-estado
               move spaces to det-liberada
               perform contar-tipo
           end-if.
           move PEND-FEC-REGISTRO to det-registro.
           move PEND-OPERADOR     to det-operador.
           if PEND-DE-LOTE
               move 'LOTE' to det-origen
           else
               move 'MENU' to det-origen
           end-if.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           add 1 to ws-lineas-pagina.
           add 1 to ws-total-listados.

       contar-tipo.
           evaluate true
               when PEND-ALTA         add 1 to ws-tot-altas
               when PEND-CAMBIO       add 1 to ws-tot-cambios
               when PEND-BAJA         add 1 to ws-tot-bajas
               when PEND-REACTIVACION add 1 to ws-tot-react
           end-evaluate.

       imprimir-totales.
           write LINEA-REPORTE from titulo-tipo
               after advancing 2 lines.
           move 'ALTAS.....................:' to tot-rotulo.
           move ws-tot-altas to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CAMBIOS...................:' to tot-rotulo.
           move ws-tot-cambios to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'BAJAS.....................:' to tot-rotulo.
           move ws-tot-bajas to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'REACTIVACIONES............:' to tot-rotulo.
           move ws-tot-react to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'LIBERADAS PARA LA CARGA...:' to tot-rotulo.
           move ws-total-liberadas to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 2 lines.
           move 'TOTAL LISTADAS............:' to tot-rotulo.
           move ws-total-listados to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.

       cerrar-archivos.
           close PENDIENTES-FILE.
           close REPORTE-PEND.
       END PROGRAM PENDRPT.
