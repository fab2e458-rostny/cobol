      ******************************************************************
      * Author:
      * Date:
      * Purpose: Fecha de negocio comun. Subprograma que usan todos
      *          los programas por lote en lugar del reloj del
      *          sistema, para que una corrida pasada la medianoche
      *          siga imputando la actividad al dia de proceso.
      *          Funcion 'L': lee el registro de control de PERSCAL
      *          (layout CALREC) y devuelve la fecha de proceso, la
      *          anterior, la marca de fin de mes, los dias de
      *          retencion de bajas y la fecha de corte de la
      *          depuracion (proceso menos retencion).
      *          Funcion 'S': aritmetica de fechas para el resto del
      *          sistema; suma dias a una fecha y devuelve el dia de
      *          la semana del resultado.
      *          Area de comunicacion: copybook FECPARM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSFEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CALENDARIO-FILE ASSIGN TO PERSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-FILE
           LABEL RECORDS ARE OMITTED.
       01  CAL-RECORD             PIC X(41).

       WORKING-STORAGE SECTION.
       77  ws-cal-status          pic x(2) value spaces.
       77  ws-fin-archivo         pic x value 'N'.
           88  fin-archivo        value 'Y'.
       77  ws-fecha-ok            pic x value 'N'.
           88  fecha-valida       value 'Y'.
       77  ws-dias-fecha          pic s9(9) value zeros.
       77  ws-cociente            pic 9(9) value zeros.
       77  ws-resto               pic 9(1) value zeros.

       01  ws-fecha-control.
           05  ws-ctl-aaaa        pic 9(4).
           05  ws-ctl-mm          pic 9(2).
           05  ws-ctl-dd          pic 9(2).

           COPY CALREC.

       LINKAGE SECTION.
           COPY FECPARM.

       PROCEDURE DIVISION USING FEC-PARAM.
       inicio.
           move 'N' to FEC-RESULTADO.
           evaluate true
               when FEC-LEER-CONTROL
                   perform leer-control
               when FEC-SUMAR-DIAS
                   perform sumar-dias
               when other
                   display 'PERSFEC: funcion invalida ' FEC-FUNCION
           end-evaluate.
           GOBACK.

       leer-control.
           move 'N' to ws-fin-archivo.
           open input CALENDARIO-FILE.
           if ws-cal-status not = '00'
               display 'Error al abrir PERSCAL, status ' ws-cal-status
           else
               perform until fin-archivo
                   read CALENDARIO-FILE
                       at end set fin-archivo to true
                   end-read
                   if not fin-archivo
                       move CAL-RECORD to CAL-LINEA
                       if CAL-ES-CONTROL
                           perform devolver-control
                           set fin-archivo to true
                       end-if
                   end-if
               end-perform
               close CALENDARIO-FILE
               if not FEC-OK
                   display 'PERSCAL sin registro de control valido'
               end-if
           end-if.

       devolver-control.
           move CAL-FECHA-PROCESO to ws-fecha-control.
           perform validar-fecha.
           if fecha-valida
              and CAL-DIAS-RETENCION is numeric
               move CAL-FECHA-PROCESO  to FEC-PROCESO
               if CAL-FECHA-ANTERIOR is numeric
                   move CAL-FECHA-ANTERIOR to FEC-ANTERIOR
               else
                   move zeros to FEC-ANTERIOR
               end-if
               move CAL-FIN-MES        to FEC-FIN-MES
               move CAL-DIAS-RETENCION to FEC-RETENCION
               compute ws-dias-fecha =
                   function integer-of-date (FEC-PROCESO)
                   - FEC-RETENCION
               compute FEC-CORTE =
                   function date-of-integer (ws-dias-fecha)
               move 'S' to FEC-RESULTADO
           end-if.

       sumar-dias.
           move FEC-BASE to ws-fecha-control.
           perform validar-fecha.
           if not fecha-valida
               display 'PERSFEC: fecha base invalida ' FEC-BASE
           else
               compute ws-dias-fecha =
                   function integer-of-date (FEC-BASE) + FEC-DIAS
               if ws-dias-fecha < 1
                   display 'PERSFEC: fecha fuera de rango'
               else
                   compute FEC-CALCULADA =
                       function date-of-integer (ws-dias-fecha)
      *            El dia 1 de la cuenta (01/01/1601) fue lunes.
                   subtract 1 from ws-dias-fecha
                   divide ws-dias-fecha by 7 giving ws-cociente
                       remainder ws-resto
                   add 1 to ws-resto giving FEC-DIA-SEMANA
                   move 'S' to FEC-RESULTADO
               end-if
           end-if.

       validar-fecha.
           move 'N' to ws-fecha-ok.
           if ws-fecha-control is numeric
               if ws-ctl-aaaa > 1600
                  and ws-ctl-mm >= 1 and ws-ctl-mm <= 12
                  and ws-ctl-dd >= 1 and ws-ctl-dd <= 31
                   set fecha-valida to true
               end-if
           end-if.
       END PROGRAM PERSFEC.
