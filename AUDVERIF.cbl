      ******************************************************************
      * Author:
      * Date:
      * Purpose: Verificacion de la numeracion y la cadena de control
      *          de la bitacora PERSAUDT, a pedido o antes del corte
      *          mensual. Recorre la bitacora y, linea por linea, pide
      *          a PERSASEC que recalcule el valor de control
      *          encadenado con la linea anterior. Informa en AUDVRPT
      *          cada salto de secuencia (con la cantidad de lineas
      *          que faltan), cada secuencia repetida o fuera de
      *          orden, cada cadena rota (linea alterada) y cada linea
      *          sin secuencia intercalada entre lineas numeradas. Las
      *          lineas grabadas antes de la numeracion solo se
      *          cuentan.
      *          Modo 'V' (bitacora vigente): la cadena arranca en el
      *          inicio del mes guardado en PERSASEQ y la ultima linea
      *          debe coincidir con la ultima secuencia sellada, asi
      *          tambien se detectan lineas borradas al principio o al
      *          final.
      *          Modo 'H' (historia): el DD PERSAUDT apunta a una o
      *          varias generaciones de PERSAHIS concatenadas; cada
      *          '*CIERRE*' trae la secuencia y el control de inicio y
      *          de fin del mes y la cantidad de lineas, que se
      *          verifican contra lo leido, y la cadena sigue a traves
      *          del cierre hacia el mes siguiente.
      *          Termina con codigo 8 si encuentra alguna anomalia.
      *          Parametro de SYSIN: modo V / H (blanco = V).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO PERSAUDT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORTE-VERIF ASSIGN TO AUDVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  REPORTE-VERIF
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(95).

       WORKING-STORAGE SECTION.
       77  ws-audit-status        pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-audit-abierto       pic x value 'N'.
           88  audit-abierto      value 'Y'.
       77  ws-modo                pic x value space.
           88  modo-vigente       value 'V'.
           88  modo-historia      value 'H'.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.
       77  ws-nro-linea           pic 9(9) value zeros.
       77  ws-total-leidas        pic 9(9) value zeros.
       77  ws-total-secuencia     pic 9(9) value zeros.
       77  ws-total-previas       pic 9(9) value zeros.
       77  ws-total-saltos        pic 9(9) value zeros.
       77  ws-total-faltantes     pic 9(9) value zeros.
       77  ws-total-repetidas     pic 9(9) value zeros.
       77  ws-total-rotas         pic 9(9) value zeros.
       77  ws-total-intercal      pic 9(9) value zeros.
       77  ws-total-cierres       pic 9(9) value zeros.
       77  ws-cierres-error       pic 9(9) value zeros.
       77  ws-anomalias           pic 9(9) value zeros.
       77  ws-reg-ultima          pic 9(9) value zeros.
       77  ws-reg-control         pic 9(9) value zeros.
       77  ws-seg-lineas          pic 9(9) value zeros.
       77  ws-primera-sw          pic x value 'N'.
           88  primera-guardada   value 'Y'.
       77  ws-cierre-sw           pic x value 'Y'.
           88  cierre-ok          value 'Y'.
       77  ws-guarda-ultima       pic 9(9) value zeros.
       77  ws-guarda-control      pic 9(9) value zeros.
       77  ws-guarda-ancla        pic x value space.

           COPY AUDITREC.

           COPY SECPARM.

       01  ws-primera-linea       pic x(170) value spaces.

       01  cie-entrada.
           05  cie-marca          pic x(8).
           05  filler             pic x(1).
           05  cie-fecha          pic 9(8).
           05  filler             pic x(1).
           05  cie-total          pic 9(9).
           05  filler             pic x(1).
           05  cie-altas          pic 9(6).
           05  filler             pic x(1).
           05  cie-cambios        pic 9(6).
           05  filler             pic x(1).
           05  cie-bajas          pic 9(6).
           05  filler             pic x(1).
           05  cie-react          pic 9(6).
           05  filler             pic x(1).
           05  cie-purgas         pic 9(6).
           05  filler             pic x(1).
           05  cie-correc         pic 9(6).
           05  filler             pic x(1).
           05  cie-otros          pic 9(6).
           05  filler             pic x(1).
           05  cie-sec-desde      pic 9(9).
           05  filler             pic x(1).
           05  cie-ctl-desde      pic 9(9).
           05  filler             pic x(1).
           05  cie-sec-hasta      pic 9(9).
           05  filler             pic x(1).
           05  cie-ctl-hasta      pic 9(9).
           05  filler             pic x(54).

       01  encabezado-1.
           05  filler             pic x(25) value spaces.
           05  filler             pic x(33)
               value 'VERIFICACION DE BITACORA'.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  linea-criterios.
           05  filler             pic x(5)  value 'MODO '.
           05  cri-modo           pic x.
           05  filler             pic x(3)  value ' - '.
           05  cri-descripcion    pic x(50).

       01  encabezado-2.
           05  filler             pic x(10) value 'LINEA'.
           05  filler             pic x(10) value 'SECUENCIA'.
           05  filler             pic x(9)  value 'FECHA'.
           05  filler             pic x(9)  value 'HORA'.
           05  filler             pic x(9)  value 'OPERADOR'.
           05  filler             pic x(5)  value 'TIPO'.
           05  filler             pic x(43) value 'OBSERVACION'.

       01  linea-detalle.
           05  det-linea          pic z(9).
           05  filler             pic x(1)  value space.
           05  det-secuencia      pic x(9).
           05  filler             pic x(1)  value space.
           05  det-fecha          pic x(8).
           05  filler             pic x(1)  value space.
           05  det-hora           pic x(8).
           05  filler             pic x(1)  value space.
           05  det-operador       pic x(9).
           05  det-tipo           pic x(5).
           05  det-observacion    pic x(33).
           05  det-cantidad       pic x(9).

       01  ws-cantidad-ed         pic z(8)9.

       01  linea-total.
           05  tot-rotulo         pic x(31).
           05  tot-cantidad       pic zzz,zzz,zz9.

       01  linea-resultado.
           05  filler             pic x(11) value 'RESULTADO: '.
           05  res-texto          pic x(40).

       PROCEDURE DIVISION.
       inicio.
           perform leer-parametros.
           if modo-vigente
               perform leer-control
           end-if.
           if return-code = 0
               perform abrir-archivos
           end-if.
           if audit-abierto
               perform imprimir-encabezado
               perform leer-bitacora
               perform until fin-archivo
                   perform procesar-linea
                   perform leer-bitacora
               end-perform
               if modo-vigente
                   perform verificar-fin
               end-if
               perform imprimir-totales
               perform cerrar-archivos
               perform mostrar-resumen
           end-if.
       STOP RUN.

       leer-parametros.
           accept ws-modo.
           if ws-modo = space
               move 'V' to ws-modo
           end-if.
           if not modo-vigente and not modo-historia
               display 'Modo invalido ' ws-modo ' (V o H)'
               move 8 to return-code
           end-if.
           move ws-modo to cri-modo.
           if modo-vigente
               move 'BITACORA VIGENTE CONTRA EL CONTROL PERSASEQ'
                   to cri-descripcion
           else
               move 'HISTORIA ARCHIVADA, VERIFICADA POR SUS CIERRES'
                   to cri-descripcion
           end-if.
           move 'N' to SEC-ANCLA.
           move zeros to SEC-ULTIMA.
           move zeros to SEC-CONTROL.

       leer-control.
           move 'L' to SEC-FUNCION.
           call 'PERSASEC' using SEC-PARAM AUD-LINEA.
           if not SEC-OK
               display 'Control de secuencia PERSASEQ no disponible'
               move 8 to return-code
           else
               move SEC-ULTIMA     to ws-reg-ultima
               move SEC-CONTROL    to ws-reg-control
               move SEC-INICIO-SEC to SEC-ULTIMA
               move SEC-INICIO-CTL to SEC-CONTROL
               move 'S' to SEC-ANCLA
           end-if.

       abrir-archivos.
           open input AUDIT-LOG.
           evaluate ws-audit-status
               when '00'
                   set audit-abierto to true
                   open output REPORTE-VERIF
               when '35'
                   display 'PERSAUDT no existe, nada que verificar'
                   if modo-vigente and ws-reg-ultima not = SEC-ULTIMA
                       display 'ERROR: PERSASEQ registra lineas hasta '
                           'la secuencia ' ws-reg-ultima
                       move 8 to return-code
                   end-if
               when other
                   display 'Error al abrir PERSAUDT, status '
                       ws-audit-status
                   move 8 to return-code
           end-evaluate.

       leer-bitacora.
           read AUDIT-LOG
               at end set fin-archivo to true
           end-read.

       procesar-linea.
           add 1 to ws-nro-linea.
           if AUDIT-RECORD(1:8) = '*CIERRE*'
               perform verificar-cierre
           else
               add 1 to ws-total-leidas
               add 1 to ws-seg-lineas
               move AUDIT-RECORD to AUD-LINEA
               move 'V' to SEC-FUNCION
               call 'PERSASEC' using SEC-PARAM AUD-LINEA
               perform calificar-linea
           end-if.

       calificar-linea.
           if not SEC-SIN-SECUENCIA
               add 1 to ws-total-secuencia
               if not primera-guardada
                   move AUD-LINEA to ws-primera-linea
                   set primera-guardada to true
               end-if
           end-if.
           move spaces to det-cantidad.
           evaluate true
               when SEC-OK
                   continue
               when SEC-ANCLADA
                   move 'INICIO DE CADENA (SIN ANCLA)'
                       to det-observacion
                   perform imprimir-detalle
               when SEC-SALTO
                   add 1 to ws-total-saltos
                   add SEC-FALTANTES to ws-total-faltantes
                   add 1 to ws-anomalias
                   move 'SALTO DE SECUENCIA, FALTAN' to det-observacion
                   move SEC-FALTANTES to ws-cantidad-ed
                   move ws-cantidad-ed to det-cantidad
                   perform imprimir-detalle
               when SEC-REPETIDA
                   add 1 to ws-total-repetidas
                   add 1 to ws-anomalias
                   move 'SECUENCIA REPETIDA O FUERA ORDEN'
                       to det-observacion
                   perform imprimir-detalle
               when SEC-CADENA-ROTA
                   add 1 to ws-total-rotas
                   add 1 to ws-anomalias
                   move 'CADENA ROTA: LINEA ALTERADA'
                       to det-observacion
                   perform imprimir-detalle
               when SEC-SIN-SECUENCIA
                   if SEC-CON-ANCLA and ws-total-secuencia > 0
                       add 1 to ws-total-intercal
                       add 1 to ws-anomalias
                       move 'LINEA SIN SECUENCIA INTERCALADA'
                           to det-observacion
                       perform imprimir-detalle
                   else
                       add 1 to ws-total-previas
                   end-if
           end-evaluate.

      * Cierre mensual: la primera linea numerada del mes debe
      * encadenar con el inicio que trae el cierre, la ultima debe
      * coincidir con su fin y la cantidad con lo leido. La cadena
      * sigue a traves del cierre hacia el mes siguiente.
       verificar-cierre.
           add 1 to ws-total-cierres.
           move AUDIT-RECORD to cie-entrada.
           move 'Y' to ws-cierre-sw.
           move spaces to det-cantidad.
           if cie-sec-desde is not numeric
              or cie-ctl-desde is not numeric
              or cie-sec-hasta is not numeric
              or cie-ctl-hasta is not numeric
               move 'CIERRE SIN DATOS DE SECUENCIA' to det-observacion
               perform imprimir-cierre
           else
               if primera-guardada
                   perform verificar-inicio-mes
               else
                   if cie-sec-desde not = cie-sec-hasta
                      or cie-ctl-desde not = cie-ctl-hasta
                       move 'CIERRE: FALTAN LAS LINEAS DEL MES'
                           to det-observacion
                       perform imprimir-cierre
                       move 'N' to ws-cierre-sw
                   end-if
               end-if
               if primera-guardada
                  and (SEC-ULTIMA not = cie-sec-hasta
                       or SEC-CONTROL not = cie-ctl-hasta)
                   move 'CIERRE: FIN DEL MES NO COINCIDE'
                       to det-observacion
                   move cie-sec-hasta to ws-cantidad-ed
                   move ws-cantidad-ed to det-cantidad
                   perform imprimir-cierre
                   move 'N' to ws-cierre-sw
               end-if
               if cie-total is numeric
                  and cie-total not = ws-seg-lineas
                   move 'CIERRE: LA CANTIDAD NO COINCIDE'
                       to det-observacion
                   move cie-total to ws-cantidad-ed
                   move ws-cantidad-ed to det-cantidad
                   perform imprimir-cierre
                   move 'N' to ws-cierre-sw
               end-if
               if cierre-ok
                   move 'CIERRE VERIFICADO' to det-observacion
                   move spaces to det-cantidad
                   perform imprimir-cierre
               else
                   add 1 to ws-cierres-error
                   add 1 to ws-anomalias
               end-if
               if not SEC-CON-ANCLA
                   move cie-sec-hasta to SEC-ULTIMA
                   move cie-ctl-hasta to SEC-CONTROL
                   move 'S' to SEC-ANCLA
               end-if
           end-if.
           move zeros to ws-seg-lineas.
           move 'N' to ws-primera-sw.

       verificar-inicio-mes.
           move SEC-ULTIMA  to ws-guarda-ultima.
           move SEC-CONTROL to ws-guarda-control.
           move SEC-ANCLA   to ws-guarda-ancla.
           move cie-sec-desde to SEC-ULTIMA.
           move cie-ctl-desde to SEC-CONTROL.
           move 'S' to SEC-ANCLA.
           move 'V' to SEC-FUNCION.
           call 'PERSASEC' using SEC-PARAM ws-primera-linea.
           if not SEC-OK
               move 'CIERRE: NO ENCADENA CON SU INICIO'
                   to det-observacion
               move cie-sec-desde to ws-cantidad-ed
               move ws-cantidad-ed to det-cantidad
               perform imprimir-cierre
               move 'N' to ws-cierre-sw
           end-if.
           move ws-guarda-ultima  to SEC-ULTIMA.
           move ws-guarda-control to SEC-CONTROL.
           move ws-guarda-ancla   to SEC-ANCLA.

       verificar-fin.
           if SEC-ULTIMA not = ws-reg-ultima
              or SEC-CONTROL not = ws-reg-control
               add 1 to ws-anomalias
               move zeros  to ws-nro-linea
               move spaces to AUD-LINEA
               move 'FIN: PERSASEQ REGISTRA HASTA' to det-observacion
               move ws-reg-ultima to ws-cantidad-ed
               move ws-cantidad-ed to det-cantidad
               perform imprimir-detalle
           end-if.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           write LINEA-REPORTE from encabezado-1
               after advancing page.
           write LINEA-REPORTE from linea-criterios
               after advancing 1 line.
           write LINEA-REPORTE from encabezado-2
               after advancing 2 lines.
           move zeros to ws-lineas-pagina.

       imprimir-detalle.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           move ws-nro-linea to det-linea.
           if AUD-SECUENCIA is numeric
               move AUD-SECUENCIA to det-secuencia
           else
               move spaces to det-secuencia
           end-if.
           move AUD-LINEA(10:8)  to det-fecha.
           move AUD-LINEA(19:8)  to det-hora.
           move AUD-OPERADOR     to det-operador.
           move AUD-TIPO-OP      to det-tipo.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           add 1 to ws-lineas-pagina.

       imprimir-cierre.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           move ws-nro-linea to det-linea.
           move spaces       to det-secuencia.
           move cie-fecha    to det-fecha.
           move spaces       to det-hora.
           move cie-marca    to det-operador.
           move spaces       to det-tipo.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           add 1 to ws-lineas-pagina.

       imprimir-totales.
           move 'LINEAS LEIDAS.................:' to tot-rotulo.
           move ws-total-leidas to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 2 lines.
           move 'CON SECUENCIA.................:' to tot-rotulo.
           move ws-total-secuencia to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'ANTERIORES A LA NUMERACION....:' to tot-rotulo.
           move ws-total-previas to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'SALTOS DE SECUENCIA...........:' to tot-rotulo.
           move ws-total-saltos to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'LINEAS FALTANTES..............:' to tot-rotulo.
           move ws-total-faltantes to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'REPETIDAS O FUERA DE ORDEN....:' to tot-rotulo.
           move ws-total-repetidas to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CADENAS ROTAS.................:' to tot-rotulo.
           move ws-total-rotas to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'SIN SECUENCIA INTERCALADAS....:' to tot-rotulo.
           move ws-total-intercal to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CIERRES LEIDOS................:' to tot-rotulo.
           move ws-total-cierres to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CIERRES CON ERROR.............:' to tot-rotulo.
           move ws-cierres-error to tot-cantidad.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           if ws-anomalias = 0
               move 'BITACORA VERIFICADA' to res-texto
           else
               move 'BITACORA CON ANOMALIAS' to res-texto
               move 8 to return-code
           end-if.
           write LINEA-REPORTE from linea-resultado
               after advancing 2 lines.

       cerrar-archivos.
           close AUDIT-LOG.
           close REPORTE-VERIF.

       mostrar-resumen.
           display 'VERIFICACION DE BITACORA - MODO ' ws-modo.
           display 'Lineas leidas.........: ' ws-total-leidas.
           display 'Con secuencia.........: ' ws-total-secuencia.
           display 'Anomalias.............: ' ws-anomalias.
           display 'Resultado.............: ' res-texto.
       END PROGRAM AUDVERIF.
