      ******************************************************************
      * Author:
      * Date:
      * Purpose: Resumen de operacion de cada noche sobre el registro
      *          de corridas PERSRUN (layout RUNREC). Para la fecha de
      *          negocio pedida imprime una hoja con cada paso del plan
      *          nocturno (DD RUNPLAN) y sus corridas: inicio, fin,
      *          codigo de retorno y contadores. Marca con '***' los
      *          pasos que no corrieron, los que terminaron con codigo
      *          distinto de cero, los que no tienen linea de fin
      *          (cancelados o todavia en curso) y los que terminaron
      *          bien mas de una vez para la misma fecha (por ejemplo
      *          PERSDLT enviando dos veces el mismo diferencial).
      *          Las corridas de pasos que no estan en el plan se
      *          listan aparte con las mismas marcas. Si hubo alguna
      *          marca termina con codigo 8 para que el esquema avise
      *          a operacion.
      *          Parametro de SYSIN: fecha de negocio AAAAMMDD (en
      *          blanco la fecha de proceso anterior de PERSCAL, es
      *          decir la noche que acaba de cerrar PERSJOB).
      *          Formato de RUNPLAN (una linea por paso esperado,
      *          '*' en col 1 = comentario):
      *            col 1-8 job, col 10-17 paso, col 19-26 programa
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CORRIDAS-FILE ASSIGN TO PERSRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT PLAN-FILE ASSIGN TO RUNPLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT REPORTE-CORRIDAS ASSIGN TO RUNRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRIDAS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-RECORD             PIC X(297).

       FD  PLAN-FILE
           LABEL RECORDS ARE OMITTED.
       01  PLAN-RECORD.
           05  PLAN-JOB           PIC X(8).
           05  FILLER             PIC X(1).
           05  PLAN-PASO          PIC X(8).
           05  FILLER             PIC X(1).
           05  PLAN-PROGRAMA      PIC X(8).
           05  FILLER             PIC X(54).

       FD  REPORTE-CORRIDAS
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(132).

       WORKING-STORAGE SECTION.
       77  ws-run-status          pic x(2) value spaces.
       77  ws-plan-status         pic x(2) value spaces.
       77  ws-reporte-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-fecha-ok            pic x value 'Y'.
           88  fecha-ok           value 'Y'.
       77  ws-hallada-sw          pic x value 'N'.
           88  corrida-hallada    value 'Y'.
       77  ws-fecha-param         pic x(8) value spaces.
       77  ws-fecha-reporte       pic 9(8) value zeros.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 60.
       77  ws-cant-plan           pic 9(3) value zeros.
       77  ws-max-plan            pic 9(3) value 50.
       77  ws-cant-ejec           pic 9(3) value zeros.
       77  ws-max-ejec            pic 9(3) value 200.
       77  ws-p                   pic 9(3) value zeros.
       77  ws-i                   pic 9(3) value zeros.
       77  ws-j                   pic 9(3) value zeros.
       77  ws-k                   pic 9(2) value zeros.
       77  ws-n                   pic 9(2) value zeros.
       77  ws-veces               pic 9(3) value zeros.
       77  ws-veces-ok            pic 9(3) value zeros.
       77  ws-veces-ed            pic zz9.
       77  ws-grp-job             pic x(8) value spaces.
       77  ws-grp-paso            pic x(8) value spaces.
       77  ws-grp-programa        pic x(8) value spaces.
       77  ws-tot-no-corrio       pic 9(4) value zeros.
       77  ws-tot-con-error       pic 9(4) value zeros.
       77  ws-tot-sin-fin         pic 9(4) value zeros.
       77  ws-tot-repetidos       pic 9(4) value zeros.
       77  ws-tot-fuera-plan      pic 9(4) value zeros.
       77  ws-tot-omitidas        pic 9(4) value zeros.
       77  ws-tot-marcas          pic 9(4) value zeros.

           COPY RUNREC.

           COPY FECPARM.

       01  ws-tabla-plan.
           05  ws-pln-ent occurs 50 times.
               10  ws-pln-job         pic x(8).
               10  ws-pln-paso        pic x(8).
               10  ws-pln-programa    pic x(8).

      * Estado de cada corrida: 'I' sin fin, 'F' terminada, 'X' su
      * fin quedo imputado a otra fecha de negocio.
       01  ws-tabla-corridas.
           05  ws-ejec-ent occurs 200 times.
               10  ws-ejec-job        pic x(8).
               10  ws-ejec-paso       pic x(8).
               10  ws-ejec-programa   pic x(8).
               10  ws-ejec-fec-ini    pic 9(8).
               10  ws-ejec-hora-ini   pic 9(8).
               10  ws-ejec-fec-fin    pic 9(8).
               10  ws-ejec-hora-fin   pic 9(8).
               10  ws-ejec-retorno    pic 9(4).
               10  ws-ejec-estado     pic x.
               10  ws-ejec-impresa    pic x.
               10  ws-ejec-contadores pic x(210).

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(37)
               value 'RESUMEN DE OPERACION NOCTURNA'.
           05  filler             pic x(18) value 'FECHA DE NEGOCIO '.
           05  enc-fecha          pic 9(8).
           05  filler             pic x(10) value spaces.
           05  filler             pic x(7)  value 'PAGINA '.
           05  enc-pagina         pic zzz9.

       01  encabezado-2.
           05  filler             pic x(9)  value 'JOB'.
           05  filler             pic x(9)  value 'PASO'.
           05  filler             pic x(9)  value 'PROGRAMA'.
           05  filler             pic x(16) value 'INICIO'.
           05  filler             pic x(16) value 'FIN'.
           05  filler             pic x(6)  value 'RC'.
           05  filler             pic x(11) value 'OBSERVACION'.

       01  titulo-fuera-plan.
           05  filler             pic x(40)
               value 'CORRIDAS DE PASOS FUERA DEL PLAN'.

       01  linea-detalle.
           05  det-job            pic x(9).
           05  det-paso           pic x(9).
           05  det-programa       pic x(9).
           05  det-fec-ini        pic 9(8).
           05  filler             pic x(1)  value space.
           05  det-hora-ini       pic 9(6).
           05  filler             pic x(1)  value space.
           05  det-fec-fin        pic 9(8).
           05  filler             pic x(1)  value space.
           05  det-hora-fin       pic 9(6).
           05  filler             pic x(1)  value space.
           05  det-retorno        pic zzz9.
           05  filler             pic x(2)  value spaces.
           05  det-observacion    pic x(40).

       01  linea-contadores.
           05  filler             pic x(9)  value spaces.
           05  cnt-item occurs 5 times.
               10  cnt-rotulo     pic x(10).
               10  cnt-igual      pic x(1).
               10  cnt-valor      pic z(8)9.
               10  cnt-blanco     pic x(3).

       01  linea-total.
           05  tot-rotulo         pic x(34).
           05  tot-cant           pic z,zz9.

       PROCEDURE DIVISION.
       inicio.
           perform leer-parametros.
           if fecha-ok
               perform cargar-plan
               perform cargar-corridas
               open output REPORTE-CORRIDAS
               perform imprimir-encabezado
               move 1 to ws-p
               perform revisar-paso-plan until ws-p > ws-cant-plan
               perform listar-fuera-plan
               perform imprimir-totales
               close REPORTE-CORRIDAS
               perform mostrar-resumen
           end-if.
       STOP RUN.

       leer-parametros.
           accept ws-fecha-param.
           if ws-fecha-param = spaces
               move 'L' to FEC-FUNCION
               call 'PERSFEC' using FEC-PARAM
               if FEC-OK and FEC-ANTERIOR > zeros
                   move FEC-ANTERIOR to ws-fecha-reporte
               else
                   display 'Fecha de negocio anterior no disponible '
                       '(PERSCAL); informar la fecha en SYSIN'
                   move 'N' to ws-fecha-ok
                   move 8 to return-code
               end-if
           else
               if ws-fecha-param is numeric
                   move ws-fecha-param to ws-fecha-reporte
               else
                   display 'Fecha invalida en SYSIN: ' ws-fecha-param
                   move 'N' to ws-fecha-ok
                   move 8 to return-code
               end-if
           end-if.

       cargar-plan.
           open input PLAN-FILE.
           if ws-plan-status not = '00'
               display 'AVISO: sin plan RUNPLAN, status '
                   ws-plan-status '; todas las corridas quedan fuera '
                   'del plan'
           else
               move 'N' to ws-fin-archivo
               perform leer-plan
               perform until fin-archivo
                   if PLAN-RECORD(1:1) not = '*'
                      and PLAN-RECORD not = spaces
                       perform guardar-paso-plan
                   end-if
                   perform leer-plan
               end-perform
               close PLAN-FILE
           end-if.

       leer-plan.
           read PLAN-FILE
               at end set fin-archivo to true
           end-read.

       guardar-paso-plan.
           if ws-cant-plan >= ws-max-plan
               display 'AVISO: RUNPLAN excede ' ws-max-plan
                   ' pasos; se ignora ' PLAN-JOB ' ' PLAN-PASO
           else
               add 1 to ws-cant-plan
               move PLAN-JOB      to ws-pln-job(ws-cant-plan)
               move PLAN-PASO     to ws-pln-paso(ws-cant-plan)
               move PLAN-PROGRAMA to ws-pln-programa(ws-cant-plan)
           end-if.

      * Las lineas de inicio se toman por su fecha de negocio; la de
      * fin se aparea con su inicio por job, paso, programa y fecha y
      * hora de inicio, y manda sobre la fecha del inicio (un
      * programa puede procesar una fecha informada por SYSIN).
       cargar-corridas.
           open input CORRIDAS-FILE.
           if ws-run-status not = '00'
               display 'AVISO: PERSRUN sin corridas, status '
                   ws-run-status
           else
               move 'N' to ws-fin-archivo
               perform leer-corrida
               perform until fin-archivo
                   move RUN-RECORD to RUN-LINEA
                   evaluate true
                       when RUN-ES-INICIO
                           if RUN-FECHA-NEG = ws-fecha-reporte
                               perform agregar-corrida
                           end-if
                       when RUN-ES-FIN
                           perform aplicar-fin
                       when other
                           continue
                   end-evaluate
                   perform leer-corrida
               end-perform
               close CORRIDAS-FILE
           end-if.

       leer-corrida.
           read CORRIDAS-FILE
               at end set fin-archivo to true
           end-read.

       agregar-corrida.
           if ws-cant-ejec >= ws-max-ejec
               add 1 to ws-tot-omitidas
               move 'N' to ws-hallada-sw
           else
               add 1 to ws-cant-ejec
               move ws-cant-ejec      to ws-j
               move RUN-JOB           to ws-ejec-job(ws-j)
               move RUN-PASO          to ws-ejec-paso(ws-j)
               move RUN-PROGRAMA      to ws-ejec-programa(ws-j)
               move RUN-FECHA-INICIO  to ws-ejec-fec-ini(ws-j)
               move RUN-HORA-INICIO   to ws-ejec-hora-ini(ws-j)
               move zeros             to ws-ejec-fec-fin(ws-j)
               move zeros             to ws-ejec-hora-fin(ws-j)
               move zeros             to ws-ejec-retorno(ws-j)
               move 'I'               to ws-ejec-estado(ws-j)
               move 'N'               to ws-ejec-impresa(ws-j)
               move spaces            to ws-ejec-contadores(ws-j)
               set corrida-hallada to true
           end-if.

       aplicar-fin.
           move 'N' to ws-hallada-sw.
           move 1 to ws-i.
           perform buscar-inicio
               until corrida-hallada or ws-i > ws-cant-ejec.
           if corrida-hallada
               move ws-i to ws-j
               if RUN-FECHA-NEG = ws-fecha-reporte
                   perform completar-corrida
               else
                   move 'X' to ws-ejec-estado(ws-j)
               end-if
           else
               if RUN-FECHA-NEG = ws-fecha-reporte
                   perform agregar-corrida
                   if corrida-hallada
                       perform completar-corrida
                   end-if
               end-if
           end-if.

       buscar-inicio.
           if ws-ejec-estado(ws-i) = 'I'
              and ws-ejec-job(ws-i)      = RUN-JOB
              and ws-ejec-paso(ws-i)     = RUN-PASO
              and ws-ejec-programa(ws-i) = RUN-PROGRAMA
              and ws-ejec-fec-ini(ws-i)  = RUN-FECHA-INICIO
              and ws-ejec-hora-ini(ws-i) = RUN-HORA-INICIO
               set corrida-hallada to true
           else
               add 1 to ws-i
           end-if.

       completar-corrida.
           move RUN-FECHA-FIN  to ws-ejec-fec-fin(ws-j).
           move RUN-HORA-FIN   to ws-ejec-hora-fin(ws-j).
           move RUN-RETORNO    to ws-ejec-retorno(ws-j).
           move RUN-CONTADORES to ws-ejec-contadores(ws-j).
           move 'F'            to ws-ejec-estado(ws-j).

       revisar-paso-plan.
           move ws-pln-job(ws-p)      to ws-grp-job.
           move ws-pln-paso(ws-p)     to ws-grp-paso.
           move ws-pln-programa(ws-p) to ws-grp-programa.
           perform imprimir-grupo.
           if ws-veces = zeros
               move spaces to linea-detalle
               move ws-grp-job      to det-job
               move ws-grp-paso     to det-paso
               move ws-grp-programa to det-programa
               move '*** NO CORRIO' to det-observacion
               perform imprimir-linea-detalle
               add 1 to ws-tot-no-corrio
           end-if.
           add 1 to ws-p.

       listar-fuera-plan.
           move 'N' to ws-hallada-sw.
           move 1 to ws-i.
           perform buscar-fuera-plan
               until corrida-hallada or ws-i > ws-cant-ejec.
           if corrida-hallada
               if ws-lineas-pagina >= ws-max-lineas - 3
                   perform imprimir-encabezado
               end-if
               write LINEA-REPORTE from titulo-fuera-plan
                   after advancing 2 lines
               add 2 to ws-lineas-pagina
               move 1 to ws-i
               perform revisar-fuera-plan until ws-i > ws-cant-ejec
           end-if.

       buscar-fuera-plan.
           if ws-ejec-impresa(ws-i) = 'N'
              and ws-ejec-estado(ws-i) not = 'X'
               set corrida-hallada to true
           else
               add 1 to ws-i
           end-if.

       revisar-fuera-plan.
           if ws-ejec-impresa(ws-i) = 'N'
              and ws-ejec-estado(ws-i) not = 'X'
               move ws-ejec-job(ws-i)      to ws-grp-job
               move ws-ejec-paso(ws-i)     to ws-grp-paso
               move ws-ejec-programa(ws-i) to ws-grp-programa
               perform imprimir-grupo
               add ws-veces to ws-tot-fuera-plan
           end-if.
           add 1 to ws-i.

      * Imprime todas las corridas del paso ws-grp-* y marca el paso
      * si termino bien mas de una vez para la fecha.
       imprimir-grupo.
           move zeros to ws-veces.
           move zeros to ws-veces-ok.
           move 1 to ws-j.
           perform revisar-corrida-grupo until ws-j > ws-cant-ejec.
           if ws-veces-ok > 1
               move spaces to linea-detalle
               move ws-veces-ok to ws-veces-ed
               string '*** CORRIO BIEN ' ws-veces-ed
                   ' VECES PARA LA FECHA' delimited by size
                   into det-observacion
               end-string
               perform imprimir-linea-detalle
               add 1 to ws-tot-repetidos
           end-if.

       revisar-corrida-grupo.
           if ws-ejec-job(ws-j)      = ws-grp-job
              and ws-ejec-paso(ws-j)     = ws-grp-paso
              and ws-ejec-programa(ws-j) = ws-grp-programa
              and ws-ejec-estado(ws-j) not = 'X'
               move 'Y' to ws-ejec-impresa(ws-j)
               add 1 to ws-veces
               if ws-ejec-estado(ws-j) = 'F'
                  and ws-ejec-retorno(ws-j) = zeros
                   add 1 to ws-veces-ok
               end-if
               perform imprimir-corrida
           end-if.
           add 1 to ws-j.

       imprimir-corrida.
           move spaces to linea-detalle.
           move ws-ejec-job(ws-j)      to det-job.
           move ws-ejec-paso(ws-j)     to det-paso.
           move ws-ejec-programa(ws-j) to det-programa.
           move ws-ejec-fec-ini(ws-j)  to det-fec-ini.
           move ws-ejec-hora-ini(ws-j)(1:6) to det-hora-ini.
           move ws-ejec-fec-fin(ws-j)  to det-fec-fin.
           move ws-ejec-hora-fin(ws-j)(1:6) to det-hora-fin.
           move ws-ejec-retorno(ws-j)  to det-retorno.
           evaluate true
               when ws-ejec-estado(ws-j) = 'I'
                   move '*** SIN FIN (CANCELADO O EN CURSO)'
                       to det-observacion
                   add 1 to ws-tot-sin-fin
               when ws-ejec-retorno(ws-j) not = zeros
                   move '*** CODIGO DE RETORNO DISTINTO DE CERO'
                       to det-observacion
                   add 1 to ws-tot-con-error
               when other
                   move spaces to det-observacion
           end-evaluate.
           perform imprimir-linea-detalle.
           if ws-ejec-estado(ws-j) = 'F'
               perform imprimir-contadores
           end-if.

       imprimir-contadores.
           move ws-ejec-contadores(ws-j) to RUN-CONTADORES.
           move spaces to linea-contadores.
           move zeros to ws-n.
           move 1 to ws-k.
           perform pasar-contador until ws-k > 10.
           if ws-n > zeros
               perform imprimir-linea-contadores
           end-if.

       pasar-contador.
           if RUN-CONT-ROTULO(ws-k) not = spaces
               add 1 to ws-n
               move RUN-CONT-ROTULO(ws-k) to cnt-rotulo(ws-n)
               move '='                   to cnt-igual(ws-n)
               if RUN-CONT-VALOR(ws-k) is numeric
                   move RUN-CONT-VALOR(ws-k) to cnt-valor(ws-n)
               else
                   move zeros to cnt-valor(ws-n)
               end-if
               if ws-n = 5
                   perform imprimir-linea-contadores
                   move spaces to linea-contadores
                   move zeros to ws-n
               end-if
           end-if.
           add 1 to ws-k.

       imprimir-linea-contadores.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           write LINEA-REPORTE from linea-contadores
               after advancing 1 line.
           add 1 to ws-lineas-pagina.

       imprimir-linea-detalle.
           if ws-lineas-pagina >= ws-max-lineas
               perform imprimir-encabezado
           end-if.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           add 1 to ws-lineas-pagina.

       imprimir-encabezado.
           add 1 to ws-num-pagina.
           move ws-num-pagina to enc-pagina.
           move ws-fecha-reporte to enc-fecha.
           write LINEA-REPORTE from encabezado-1
               after advancing page.
           write LINEA-REPORTE from encabezado-2
               after advancing 2 lines.
           move 3 to ws-lineas-pagina.

       imprimir-totales.
           compute ws-tot-marcas = ws-tot-no-corrio + ws-tot-con-error
               + ws-tot-sin-fin + ws-tot-repetidos + ws-tot-omitidas.
           move 'PASOS EN EL PLAN.................:' to tot-rotulo.
           move ws-cant-plan to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 2 lines.
           move 'PASOS QUE NO CORRIERON...........:' to tot-rotulo.
           move ws-tot-no-corrio to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CORRIDAS CON CODIGO DISTINTO DE 0:' to tot-rotulo.
           move ws-tot-con-error to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CORRIDAS SIN FIN.................:' to tot-rotulo.
           move ws-tot-sin-fin to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'PASOS REPETIDOS PARA LA FECHA....:' to tot-rotulo.
           move ws-tot-repetidos to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           move 'CORRIDAS FUERA DEL PLAN..........:' to tot-rotulo.
           move ws-tot-fuera-plan to tot-cant.
           write LINEA-REPORTE from linea-total
               after advancing 1 line.
           if ws-tot-omitidas > 0
               move 'CORRIDAS NO LISTADAS (EXCESO)....:' to tot-rotulo
               move ws-tot-omitidas to tot-cant
               write LINEA-REPORTE from linea-total
                   after advancing 1 line
           end-if.

       mostrar-resumen.
           display 'RESUMEN DE OPERACION NOCTURNA - ' ws-fecha-reporte.
           display 'Pasos en el plan..............: ' ws-cant-plan.
           display 'Pasos que no corrieron........: ' ws-tot-no-corrio.
           display 'Corridas con codigo <> 0......: ' ws-tot-con-error.
           display 'Corridas sin fin..............: ' ws-tot-sin-fin.
           display 'Pasos repetidos para la fecha.: ' ws-tot-repetidos.
           display 'Corridas fuera del plan.......: ' ws-tot-fuera-plan.
           if ws-tot-marcas > 0
               display 'NOCHE CON OBSERVACIONES; REVISAR EL RESUMEN.'
               move 8 to return-code
           end-if.
       END PROGRAM RUNRPT.
