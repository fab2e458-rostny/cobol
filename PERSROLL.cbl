      ******************************************************************
      * Author:
      * Date:
      * Purpose: Avance de la fecha de negocio. Ultimo paso de
      *          PERSJOB: lee PERSCAL (layout CALREC), pasa la fecha
      *          de proceso vigente a fecha anterior y deja como
      *          nueva fecha de proceso el siguiente dia habil
      *          (salta sabados, domingos y los feriados cargados en
      *          el mismo archivo). Marca fin de mes cuando el dia
      *          habil que sigue a la nueva fecha cae en otro mes.
      *          Solo avanza un dia que ya fue balanceado: la fecha
      *          de cierre de PERSCNT (que graba PERSBAL) tiene que
      *          ser la fecha de proceso vigente; asi una reejecucion
      *          del paso no corre la fecha dos veces. Los registros
      *          de feriados se regraban sin cambios.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSROLL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO PERSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CONTROL-CIERRE ASSIGN TO PERSCNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  CAL-RECORD             PIC X(41).

       FD  CONTROL-CIERRE
           LABEL RECORDS ARE OMITTED.
       01  CNT-RECORD.
           05  CNT-FECHA          PIC 9(8).
           05  FILLER             PIC X(1).
           05  CNT-CANTIDAD       PIC 9(9).

       WORKING-STORAGE SECTION.
       77  ws-cal-status          pic x(2) value spaces.
       77  ws-control-status      pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-hay-control         pic x value 'N'.
           88  hay-control        value 'Y'.
       77  ws-error               pic x value 'N'.
           88  hubo-error         value 'Y'.
       77  ws-dia-habil           pic x value 'N'.
           88  dia-habil          value 'Y'.
       77  ws-es-feriado          pic x value 'N'.
           88  es-feriado         value 'Y'.
       77  ws-fecha-cierre        pic 9(8) value zeros.
       77  ws-fecha-vigente       pic 9(8) value zeros.
       77  ws-fecha-nueva         pic 9(8) value zeros.
       77  ws-fecha-siguiente     pic 9(8) value zeros.
       77  ws-fecha-base          pic 9(8) value zeros.
       77  ws-cant-lineas         pic 9(3) value zeros.
       77  ws-pos-control         pic 9(3) value zeros.
       77  ws-cant-feriados       pic 9(3) value zeros.
       77  ws-max-lineas-cal      pic 9(3) value 400.
       77  ws-i                   pic 9(3) value zeros.

       01  ws-tabla-calendario.
           05  ws-linea-cal       pic x(41) occurs 400 times.

       01  ws-tabla-feriados.
           05  ws-feriado         pic 9(8) occurs 400 times.

           COPY CALREC.

           COPY FECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform cargar-calendario.
           if not hubo-error
               perform verificar-cierre
           end-if.
           if not hubo-error
               move ws-fecha-vigente to ws-fecha-base
               perform siguiente-dia-habil
               move ws-fecha-base to ws-fecha-nueva
               perform siguiente-dia-habil
               move ws-fecha-base to ws-fecha-siguiente
           end-if.
           if not hubo-error
               perform grabar-calendario
           end-if.
           if not hubo-error
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSROLL' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           if not hubo-error
               move ws-fecha-nueva to COR-REFERENCIA
           end-if.
           move 'FERIADOS' to COR-CONT-ROTULO(1).
           move ws-cant-feriados to COR-CONT-VALOR(1).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       cargar-calendario.
           open input CALENDARIO-FILE.
           if ws-cal-status not = '00'
               display 'Error al abrir PERSCAL, status ' ws-cal-status
               move 'Y' to ws-error
               move 8 to return-code
           else
               perform until fin-archivo
                   read CALENDARIO-FILE
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                       perform guardar-linea
                   end-if
               end-perform
               close CALENDARIO-FILE
               if not hay-control and not hubo-error
                   display 'PERSCAL sin registro de control'
                   move 'Y' to ws-error
                   move 8 to return-code
               end-if
           end-if.

       guardar-linea.
           if ws-cant-lineas >= ws-max-lineas-cal
               display 'PERSCAL excede ' ws-max-lineas-cal
                   ' lineas; no se avanza la fecha'
               move 'Y' to ws-error
               move 8 to return-code
               set fin-archivo to true
           else
               add 1 to ws-cant-lineas
               move CAL-RECORD to ws-linea-cal(ws-cant-lineas)
               move CAL-RECORD to CAL-LINEA
               if CAL-ES-CONTROL and not hay-control
                   set hay-control to true
                   move ws-cant-lineas to ws-pos-control
                   move CAL-FECHA-PROCESO to ws-fecha-vigente
               end-if
               if CAL-ES-FERIADO and CAL-FER-FECHA is numeric
                   add 1 to ws-cant-feriados
                   move CAL-FER-FECHA to ws-feriado(ws-cant-feriados)
               end-if
           end-if.

      * Solo se avanza un dia que PERSBAL dejo cerrado en PERSCNT.
       verificar-cierre.
           open input CONTROL-CIERRE.
           if ws-control-status = '00'
               read CONTROL-CIERRE
                   at end continue
                   not at end move CNT-FECHA to ws-fecha-cierre
               end-read
               close CONTROL-CIERRE
           end-if.
           if ws-fecha-cierre not = ws-fecha-vigente
               display 'El dia de proceso ' ws-fecha-vigente
                   ' no esta cerrado en PERSCNT (ultimo cierre '
                   ws-fecha-cierre '); no se avanza la fecha.'
               move 'Y' to ws-error
               move 8 to return-code
           end-if.

       siguiente-dia-habil.
           move 'N' to ws-dia-habil.
           perform until dia-habil
               move 'S' to FEC-FUNCION
               move ws-fecha-base to FEC-BASE
               move 1 to FEC-DIAS
               call 'PERSFEC' using FEC-PARAM
               if not FEC-OK
                   display 'Fecha de proceso invalida en PERSCAL: '
                       ws-fecha-base
                   move 'Y' to ws-error
                   move 8 to return-code
                   set dia-habil to true
               else
                   move FEC-CALCULADA to ws-fecha-base
                   if FEC-DIA-SEMANA < 6
                       perform buscar-feriado
                       if not es-feriado
                           set dia-habil to true
                       end-if
                   end-if
               end-if
           end-perform.

       buscar-feriado.
           move 'N' to ws-es-feriado.
           move 1 to ws-i.
           perform comparar-feriado
               until es-feriado or ws-i > ws-cant-feriados.

       comparar-feriado.
           if ws-feriado(ws-i) = ws-fecha-base
               set es-feriado to true
           else
               add 1 to ws-i
           end-if.

       grabar-calendario.
           move ws-linea-cal(ws-pos-control) to CAL-LINEA.
           move ws-fecha-vigente to CAL-FECHA-ANTERIOR.
           move ws-fecha-nueva   to CAL-FECHA-PROCESO.
           if ws-fecha-siguiente(1:6) not = ws-fecha-nueva(1:6)
               move 'S' to CAL-FIN-MES
           else
               move 'N' to CAL-FIN-MES
           end-if.
           move CAL-LINEA to ws-linea-cal(ws-pos-control).
           open output CALENDARIO-FILE.
           if ws-cal-status not = '00'
               display 'Error al abrir PERSCAL para grabar, status '
                   ws-cal-status
               move 'Y' to ws-error
               move 8 to return-code
           else
               move 1 to ws-i
               perform grabar-linea-calendario
                   until ws-i > ws-cant-lineas or hubo-error
               close CALENDARIO-FILE
           end-if.

       grabar-linea-calendario.
           write CAL-RECORD from ws-linea-cal(ws-i).
           if ws-cal-status not = '00'
               display 'Error al grabar PERSCAL, status '
                   ws-cal-status
               move 'Y' to ws-error
               move 8 to return-code
           end-if.
           add 1 to ws-i.

       mostrar-resumen.
           display 'AVANCE DE FECHA DE NEGOCIO'.
           display 'Fecha de proceso cerrada: ' ws-fecha-vigente.
           display 'Nueva fecha de proceso..: ' ws-fecha-nueva.
           display 'Fin de mes..............: ' CAL-FIN-MES.
           display 'Feriados en calendario..: ' ws-cant-feriados.
       END PROGRAM PERSROLL.
