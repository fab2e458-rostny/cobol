      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aviso anticipado de edades con efecto en beneficios.
      *          Corre despues de AGEUPDT. Para cada persona activa con
      *          fecha de nacimiento cargada calcula en que fecha
      *          cumple cada una de las edades hito de la tabla de
      *          SYSIN y selecciona las que caen entre la fecha de
      *          negocio de PERSCAL y los proximos N dias. Imprime el
      *          reporte EVNTRPT agrupado por edad hito (numero,
      *          apellido, nombre, fecha de nacimiento y fecha en que
      *          la cumple) y graba el archivo de eventos PERSEVT para
      *          beneficios, enmarcado como PERSXTR por un registro 'H'
      *          (fecha de proceso y fecha limite) y un registro 'T'
      *          (cantidad de eventos y total de control de las edades
      *          hito).
      *          Parametros de SYSIN, una linea cada uno:
      *            1) dias hacia adelante, 3 digitos (blanco = 030)
      *            2) edades hito, de 3 digitos separadas por un
      *               blanco, hasta 10 (blanco = 018 021 060 065)
      *          Los nacidos un 29 de febrero cumplen el 28 en los
      *          anos no bisiestos.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSEVNT.
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

           SELECT EVENTOS-FILE ASSIGN TO PERSEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENTOS-STATUS.

           SELECT REPORTE-EVENTOS ASSIGN TO EVNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERSONAS-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY PERSREC.

       FD  EVENTOS-FILE
           LABEL RECORDS ARE STANDARD.
       01  EVENTOS-RECORD         PIC X(80).

       FD  REPORTE-EVENTOS
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(100).

       WORKING-STORAGE SECTION.
       77  ws-master-status       pic x(2) value spaces.
       77  ws-eventos-status      pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-master-abierto      pic x value 'N'.
           88  master-abierto     value 'Y'.
       77  ws-eventos-ok          pic x value 'Y'.
           88  eventos-ok         value 'Y'.
       77  ws-parametros-ok       pic x value 'Y'.
           88  parametros-ok      value 'Y'.
       77  ws-fecha-negocio       pic 9(8) value zeros.
       77  ws-fecha-limite        pic 9(8) value zeros.
       77  ws-dias-txt            pic x(3) value spaces.
       77  ws-dias                pic 9(3) value 30.
       77  ws-total-leidos        pic 9(9) value zeros.
       77  ws-total-eventos       pic 9(9) value zeros.
       77  ws-total-sin-fecha     pic 9(9) value zeros.
       77  ws-total-inactivos     pic 9(9) value zeros.
       77  ws-control-hitos       pic 9(12) value zeros.
       77  ws-cant-hitos          pic 9(2) value zeros.
       77  ws-max-hitos           pic 9(2) value 10.
       77  ws-cant-tabla          pic 9(4) value zeros.
       77  ws-max-tabla           pic 9(4) value 5000.
       77  ws-tabla-llena         pic x value 'N'.
           88  tabla-llena        value 'Y'.
       77  ws-cant-grupo          pic 9(6) value zeros.
       77  ws-i                   pic 9(4) value zeros.
       77  ws-h                   pic 9(2) value zeros.
       77  ws-cociente            pic 9(4) value zeros.
       77  ws-resto-4             pic 9(3) value zeros.
       77  ws-resto-100           pic 9(3) value zeros.
       77  ws-resto-400           pic 9(3) value zeros.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.

       01  ws-tarjeta-hitos.
           05  ws-hito-campo occurs 10 times.
               10  ws-hito-txt    pic x(3).
               10  filler         pic x(1).
           05  filler             pic x(40).

       01  ws-tabla-hitos.
           05  ws-hito-edad       pic 9(3) occurs 10 times.

       01  ws-cumple.
           05  ws-cumple-aaaa     pic 9(4).
           05  ws-cumple-mm       pic 9(2).
           05  ws-cumple-dd       pic 9(2).
       01  ws-cumple-num redefines ws-cumple pic 9(8).

      * Eventos seleccionados, para imprimirlos agrupados por hito.
       01  ws-tabla-eventos.
           05  ws-evt-ent occurs 5000 times.
               10  ws-evt-hito    pic 9(2).
               10  ws-evt-id      pic 9(6).
               10  ws-evt-apellido pic x(30).
               10  ws-evt-nombre  pic x(20).
               10  ws-evt-fec-nac pic 9(8).
               10  ws-evt-fecha   pic 9(8).

       01  evt-header.
           05  evt-hdr-tipo       pic x value 'H'.
           05  evt-hdr-fecha      pic 9(8).
           05  evt-hdr-limite     pic 9(8).
           05  filler             pic x(63) value spaces.

       01  evt-detalle.
           05  evt-det-tipo       pic x value 'E'.
           05  evt-det-id         pic 9(6).
           05  evt-det-apellido   pic x(30).
           05  evt-det-nombre     pic x(20).
           05  evt-det-fec-nac    pic 9(8).
           05  evt-det-hito       pic 9(3).
           05  evt-det-fecha      pic 9(8).
           05  filler             pic x(4) value spaces.

       01  evt-trailer.
           05  evt-trl-tipo       pic x value 'T'.
           05  evt-trl-cantidad   pic 9(9).
           05  evt-trl-hitos      pic 9(12).
           05  filler             pic x(58) value spaces.

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(40)
               value 'EDADES HITO A CUMPLIR - BENEFICIOS'.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  encabezado-2.
           05  filler             pic x(18) value 'FECHA DE PROCESO: '.
           05  enc-fecha          pic 9(8).
           05  filler             pic x(10) value '  HASTA: '.
           05  enc-limite         pic 9(8).
           05  filler             pic x(8)  value '  DIAS: '.
           05  enc-dias           pic zz9.

       01  encabezado-3.
           05  filler             pic x(8)  value 'NUMERO'.
           05  filler             pic x(31) value 'APELLIDO'.
           05  filler             pic x(21) value 'NOMBRE'.
           05  filler             pic x(11) value 'FEC.NAC.'.
           05  filler             pic x(11) value 'CUMPLE EL'.

       01  linea-hito.
           05  filler             pic x(11) value 'EDAD HITO: '.
           05  hit-edad           pic zz9.
           05  filler             pic x(6)  value ' ANOS'.

       01  linea-detalle.
           05  det-id             pic 9(6).
           05  filler             pic x(2)  value spaces.
           05  det-apellido       pic x(31).
           05  det-nombre         pic x(21).
           05  det-fec-nac        pic 9(8).
           05  filler             pic x(3)  value spaces.
           05  det-fecha          pic 9(8).

       01  linea-total-hito.
           05  filler             pic x(24)
               value '  PERSONAS EN EL HITO..:'.
           05  tot-hito-cant      pic zzz,zz9.

       01  linea-total.
           05  tot-rotulo         pic x(40).
           05  tot-cant           pic zzz,zzz,zz9.

           COPY FECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform leer-parametros.
           if parametros-ok
               perform obtener-fechas
           end-if.
           if parametros-ok
               perform abrir-archivos
           end-if.
           if master-abierto
               perform grabar-header
               perform leer-master
               perform until fin-archivo or not eventos-ok
                   perform procesar-registro
                   perform leer-master
               end-perform
               if eventos-ok
                   perform grabar-trailer
               end-if
               perform imprimir-reporte
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSEVNT' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'EVENTOS' to COR-CONT-ROTULO(2).
           move ws-total-eventos to COR-CONT-VALOR(2).
           move 'SIN FECHA' to COR-CONT-ROTULO(3).
           move ws-total-sin-fecha to COR-CONT-VALOR(3).
           move 'INACTIVOS' to COR-CONT-ROTULO(4).
           move ws-total-inactivos to COR-CONT-VALOR(4).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       leer-parametros.
           accept ws-dias-txt.
           accept ws-tarjeta-hitos.
           if ws-dias-txt not = spaces
               if ws-dias-txt is numeric
                   move ws-dias-txt to ws-dias
               else
                   display 'Dias hacia adelante no numerico: '
                       ws-dias-txt
                   move 'N' to ws-parametros-ok
                   move 8 to return-code
               end-if
           end-if.
           if ws-tarjeta-hitos = spaces
               move '018 021 060 065' to ws-tarjeta-hitos
           end-if.
           move 1 to ws-h.
           perform cargar-hito until ws-h > ws-max-hitos.
           if ws-cant-hitos = zeros
               display 'No hay edades hito validas en SYSIN'
               move 'N' to ws-parametros-ok
               move 8 to return-code
           end-if.

       cargar-hito.
           if ws-hito-txt(ws-h) not = spaces
               if ws-hito-txt(ws-h) is numeric
                   add 1 to ws-cant-hitos
                   move ws-hito-txt(ws-h) to ws-hito-edad(ws-cant-hitos)
               else
                   display 'Edad hito no numerica: ' ws-hito-txt(ws-h)
                   move 'N' to ws-parametros-ok
                   move 8 to return-code
               end-if
           end-if.
           add 1 to ws-h.

       obtener-fechas.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-negocio
               move 'S' to FEC-FUNCION
               move ws-fecha-negocio to FEC-BASE
               move ws-dias to FEC-DIAS
               call 'PERSFEC' using FEC-PARAM
               move FEC-CALCULADA to ws-fecha-limite
           end-if.
           if not FEC-OK
               display 'Fecha de negocio no disponible (PERSCAL)'
               move 'N' to ws-parametros-ok
               move 8 to return-code
           end-if.

       abrir-archivos.
           open input PERSONAS-MASTER.
           if ws-master-status = '00'
               set master-abierto to true
               open output EVENTOS-FILE
               if ws-eventos-status not = '00'
                   display 'Error al abrir PERSEVT, status '
                       ws-eventos-status
                   move 'N' to ws-master-abierto
                   close PERSONAS-MASTER
                   move 8 to return-code
               else
                   open output REPORTE-EVENTOS
               end-if
           else
               display 'Error al abrir PERSONAS.MASTER, status '
                   ws-master-status
               move 8 to return-code
           end-if.

       leer-master.
           read PERSONAS-MASTER next record
               at end set fin-archivo to true
           end-read.

       grabar-header.
           move ws-fecha-negocio to evt-hdr-fecha.
           move ws-fecha-limite  to evt-hdr-limite.
           write EVENTOS-RECORD from evt-header.
           perform chequear-grabacion.

       procesar-registro.
           add 1 to ws-total-leidos.
           if not PERS-STATUS-ACTIVO
               add 1 to ws-total-inactivos
           else
               if PERS-FEC-NAC is not numeric
                  or PERS-FEC-NAC = '00000000'
                   add 1 to ws-total-sin-fecha
               else
                   move 1 to ws-h
                   perform revisar-hito
                       until ws-h > ws-cant-hitos or not eventos-ok
               end-if
           end-if.

       revisar-hito.
           perform calcular-cumple.
           if ws-cumple-num not < ws-fecha-negocio
              and ws-cumple-num not > ws-fecha-limite
               perform grabar-evento
           end-if.
           add 1 to ws-h.

       calcular-cumple.
           add PERS-FEC-NAC-AAAA ws-hito-edad(ws-h)
               giving ws-cumple-aaaa.
           move PERS-FEC-NAC-MM to ws-cumple-mm.
           move PERS-FEC-NAC-DD to ws-cumple-dd.
           if ws-cumple-mm = 02 and ws-cumple-dd = 29
               divide ws-cumple-aaaa by 4 giving ws-cociente
                   remainder ws-resto-4
               divide ws-cumple-aaaa by 100 giving ws-cociente
                   remainder ws-resto-100
               divide ws-cumple-aaaa by 400 giving ws-cociente
                   remainder ws-resto-400
               if ws-resto-4 not = 0
                  or (ws-resto-100 = 0 and ws-resto-400 not = 0)
                   move 28 to ws-cumple-dd
               end-if
           end-if.

       grabar-evento.
           move PERS-ID           to evt-det-id.
           move PERS-APELLIDO     to evt-det-apellido.
           move PERS-NOMBRE       to evt-det-nombre.
           move PERS-FEC-NAC      to evt-det-fec-nac.
           move ws-hito-edad(ws-h) to evt-det-hito.
           move ws-cumple-num     to evt-det-fecha.
           write EVENTOS-RECORD from evt-detalle.
           perform chequear-grabacion.
           if eventos-ok
               add 1 to ws-total-eventos
               add ws-hito-edad(ws-h) to ws-control-hitos
               perform guardar-evento
           end-if.

       guardar-evento.
           if ws-cant-tabla < ws-max-tabla
               add 1 to ws-cant-tabla
               move ws-h          to ws-evt-hito(ws-cant-tabla)
               move PERS-ID       to ws-evt-id(ws-cant-tabla)
               move PERS-APELLIDO to ws-evt-apellido(ws-cant-tabla)
               move PERS-NOMBRE   to ws-evt-nombre(ws-cant-tabla)
               move PERS-FEC-NAC  to ws-evt-fec-nac(ws-cant-tabla)
               move ws-cumple-num to ws-evt-fecha(ws-cant-tabla)
           else
               if not tabla-llena
                   display 'AVISO: mas de ' ws-max-tabla
                       ' eventos; el reporte no los lista todos '
                       '(el archivo PERSEVT esta completo)'
                   set tabla-llena to true
                   move 4 to return-code
               end-if
           end-if.

       grabar-trailer.
           move ws-total-eventos to evt-trl-cantidad.
           move ws-control-hitos to evt-trl-hitos.
           write EVENTOS-RECORD from evt-trailer.
           perform chequear-grabacion.

       chequear-grabacion.
           if ws-eventos-status not = '00'
               display 'Error al grabar PERSEVT, status '
                   ws-eventos-status
               move 'N' to ws-eventos-ok
               move 8 to return-code
           end-if.

       imprimir-reporte.
           perform imprimir-encabezado.
           move 1 to ws-h.
           perform imprimir-hito until ws-h > ws-cant-hitos.
           move 'PERSONAS ACTIVAS LEIDAS.............:' to tot-rotulo.
           subtract ws-total-inactivos from ws-total-leidos
               giving tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 3 lines.
           move 'ACTIVAS SIN FECHA DE NACIMIENTO.....:' to tot-rotulo.
           move ws-total-sin-fecha to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'EVENTOS INFORMADOS A BENEFICIOS.....:' to tot-rotulo.
           move ws-total-eventos to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           move ws-fecha-negocio to enc-fecha.
           move ws-fecha-limite  to enc-limite.
           move ws-dias          to enc-dias.
           write LINEA-REPORTE from encabezado-1
               after advancing page.
           write LINEA-REPORTE from encabezado-2
               after advancing 2 lines.
           write LINEA-REPORTE from encabezado-3
               after advancing 2 lines.
           move zeros to ws-lineas-pagina.

       imprimir-hito.
           move zeros to ws-cant-grupo.
           move ws-hito-edad(ws-h) to hit-edad.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           write LINEA-REPORTE from linea-hito
               after advancing 2 lines.
           add 2 to ws-lineas-pagina.
           move 1 to ws-i.
           perform imprimir-evento until ws-i > ws-cant-tabla.
           move ws-cant-grupo to tot-hito-cant.
           write LINEA-REPORTE from linea-total-hito
               after advancing 1 line.
           add 1 to ws-lineas-pagina.
           add 1 to ws-h.

       imprimir-evento.
           if ws-evt-hito(ws-i) = ws-h
               if ws-lineas-pagina >= ws-max-lineas
                   perform imprimir-encabezado
               end-if
               move ws-evt-id(ws-i)       to det-id
               move ws-evt-apellido(ws-i) to det-apellido
               move ws-evt-nombre(ws-i)   to det-nombre
               move ws-evt-fec-nac(ws-i)  to det-fec-nac
               move ws-evt-fecha(ws-i)    to det-fecha
               write LINEA-REPORTE from linea-detalle
                   after advancing 1 line
               add 1 to ws-lineas-pagina
               add 1 to ws-cant-grupo
           end-if.
           add 1 to ws-i.

       cerrar-archivos.
           close PERSONAS-MASTER.
           close EVENTOS-FILE.
           close REPORTE-EVENTOS.

       mostrar-resumen.
           display 'EDADES HITO - FECHA ' ws-fecha-negocio
               ' HASTA ' ws-fecha-limite.
           display 'Registros leidos......: ' ws-total-leidos.
           display 'Activos sin fecha nac.: ' ws-total-sin-fecha.
           display 'Eventos informados....: ' ws-total-eventos.
       END PROGRAM PERSEVNT.
