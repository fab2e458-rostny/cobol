      ******************************************************************
      * Author:
      * Date:
      * Purpose: Numeracion y encadenamiento de la bitacora PERSAUDT.
      *          Subprograma que llaman todos los programas que graban
      *          la bitacora (TEST1, PERSARCH, PERSBACK, PERSMRG)
      *          justo antes de grabar cada linea, y los que la
      *          verifican (AUDVERIF, PERSACUT).
      *          Funcion 'S': sella la linea con la secuencia
      *          siguiente a la ultima registrada en el control
      *          PERSASEQ y con un valor de control que encadena el
      *          de la linea anterior con la secuencia y el contenido
      *          de la linea; actualiza PERSASEQ en cada linea, como
      *          TEST1 hace con el proximo numero en PERSCTL.
      *          Funcion 'V': recalcula el control de una linea leida
      *          y la califica contra la anterior: correcta, salto de
      *          secuencia, repetida o fuera de orden, cadena rota
      *          (contenido alterado) o sin secuencia.
      *          Funcion 'L': devuelve la ultima secuencia sellada y
      *          los valores de inicio del mes vigente.
      *          Funcion 'K': el corte mensual guarda el fin
      *          verificado del mes como inicio del mes siguiente, asi
      *          la cadena sigue a traves del '*CIERRE*'.
      *          Area de comunicacion: copybook SECPARM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSASEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT SECUENCIA-FILE ASSIGN TO PERSASEQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECUENCIA-FILE
           LABEL RECORDS ARE OMITTED.
       01  SECUENCIA-RECORD.
           05  SEQ-ULTIMA         PIC 9(9).
           05  FILLER             PIC X(1).
           05  SEQ-CONTROL        PIC 9(9).
           05  FILLER             PIC X(1).
           05  SEQ-INICIO-SEC     PIC 9(9).
           05  FILLER             PIC X(1).
           05  SEQ-INICIO-CTL     PIC 9(9).

       WORKING-STORAGE SECTION.
       77  ws-seq-status          pic x(2) value spaces.
       77  ws-control-ok          pic x value 'N'.
           88  control-ok         value 'Y'.
       77  ws-i                   pic 9(3) value zeros.
       77  ws-esperada            pic 9(10) value zeros.
       77  ws-acumulado           pic 9(12) value zeros.
       77  ws-cociente            pic 9(12) value zeros.
       77  ws-resto               pic 9(9) value zeros.
       77  ws-primo               pic 9(9) value 999999937.
       77  ws-ctl-previo          pic 9(9) value zeros.
       77  ws-sec-calculo         pic 9(9) value zeros.
       77  ws-ctl-calculado       pic 9(9) value zeros.

       01  ws-control.
           05  ws-ctl-ultima      pic 9(9) value zeros.
           05  filler             pic x(1) value space.
           05  ws-ctl-control     pic 9(9) value zeros.
           05  filler             pic x(1) value space.
           05  ws-ctl-inicio-sec  pic 9(9) value zeros.
           05  filler             pic x(1) value space.
           05  ws-ctl-inicio-ctl  pic 9(9) value zeros.

      * Valor numerico de un caracter: el caracter va en el byte bajo
      * de un binario de dos bytes.
       01  ws-caracter.
           05  ws-car-valor       pic 9(4) comp value zeros.
       01  ws-caracter-x redefines ws-caracter.
           05  ws-car-alto        pic x.
           05  ws-car-bajo        pic x.

       LINKAGE SECTION.
           COPY SECPARM.

       01  sec-linea.
           05  sec-contenido      pic x(150).
           05  filler             pic x(1).
           05  sec-secuencia      pic 9(9).
           05  filler             pic x(1).
           05  sec-control-linea  pic 9(9).

       PROCEDURE DIVISION USING SEC-PARAM sec-linea.
       inicio.
           move 'E' to SEC-RESULTADO.
           evaluate true
               when SEC-SELLAR
                   perform sellar-linea
               when SEC-VERIFICAR
                   perform verificar-linea
               when SEC-LEER-CONTROL
                   perform leer-control
                   if control-ok
                       perform devolver-control
                   end-if
               when SEC-CORTE-MES
                   perform guardar-inicio-mes
               when other
                   display 'PERSASEC: funcion invalida ' SEC-FUNCION
           end-evaluate.
           GOBACK.

       sellar-linea.
           move zeros to sec-secuencia.
           move zeros to sec-control-linea.
           perform leer-control.
           if control-ok
               add 1 to ws-ctl-ultima
               move ws-ctl-control to ws-ctl-previo
               move ws-ctl-ultima  to ws-sec-calculo
               perform calcular-control
               move ws-ctl-ultima    to sec-secuencia
               move ws-ctl-calculado to sec-control-linea
               move ws-ctl-calculado to ws-ctl-control
               perform grabar-control
               if control-ok
                   perform devolver-control
               else
                   move zeros to sec-secuencia
                   move zeros to sec-control-linea
               end-if
           end-if.

       verificar-linea.
           move zeros to SEC-FALTANTES.
           if sec-secuencia is not numeric
              or sec-secuencia = zeros
              or sec-control-linea is not numeric
               move 'B' to SEC-RESULTADO
           else
               if not SEC-CON-ANCLA
                   move sec-secuencia     to SEC-ULTIMA
                   move sec-control-linea to SEC-CONTROL
                   move 'S' to SEC-ANCLA
                   move 'A' to SEC-RESULTADO
               else
                   compute ws-esperada = SEC-ULTIMA + 1
                   evaluate true
                       when sec-secuencia = ws-esperada
                           move SEC-CONTROL   to ws-ctl-previo
                           move sec-secuencia to ws-sec-calculo
                           perform calcular-control
                           if ws-ctl-calculado = sec-control-linea
                               move 'S' to SEC-RESULTADO
                           else
                               move 'R' to SEC-RESULTADO
                           end-if
                           move sec-secuencia     to SEC-ULTIMA
                           move sec-control-linea to SEC-CONTROL
                       when sec-secuencia > ws-esperada
                           compute SEC-FALTANTES =
                               sec-secuencia - ws-esperada
                           move 'G' to SEC-RESULTADO
                           move sec-secuencia     to SEC-ULTIMA
                           move sec-control-linea to SEC-CONTROL
                       when other
                           move 'D' to SEC-RESULTADO
                   end-evaluate
               end-if
           end-if.

       guardar-inicio-mes.
           perform leer-control.
           if control-ok
               move SEC-ULTIMA  to ws-ctl-inicio-sec
               move SEC-CONTROL to ws-ctl-inicio-ctl
               perform grabar-control
               if control-ok
                   perform devolver-control
               end-if
           end-if.

       devolver-control.
           move 'S' to SEC-RESULTADO.
           move ws-ctl-ultima     to SEC-ULTIMA.
           move ws-ctl-control    to SEC-CONTROL.
           move ws-ctl-inicio-sec to SEC-INICIO-SEC.
           move ws-ctl-inicio-ctl to SEC-INICIO-CTL.

       leer-control.
           move 'N' to ws-control-ok.
           move zeros to ws-ctl-ultima.
           move zeros to ws-ctl-control.
           move zeros to ws-ctl-inicio-sec.
           move zeros to ws-ctl-inicio-ctl.
           open input SECUENCIA-FILE.
           evaluate ws-seq-status
               when '00'
                   read SECUENCIA-FILE
                       at end
                           set control-ok to true
                       not at end
                           if SEQ-ULTIMA is numeric
                              and SEQ-CONTROL is numeric
                              and SEQ-INICIO-SEC is numeric
                              and SEQ-INICIO-CTL is numeric
                               move SECUENCIA-RECORD to ws-control
                               set control-ok to true
                           else
                               display 'PERSASEQ con datos invalidos'
                           end-if
                   end-read
                   close SECUENCIA-FILE
               when '35'
                   set control-ok to true
               when other
                   display 'Error al abrir PERSASEQ, status '
                       ws-seq-status
           end-evaluate.

       grabar-control.
           open output SECUENCIA-FILE.
           if ws-seq-status not = '00'
               display 'Error al grabar PERSASEQ, status '
                   ws-seq-status
               move 'N' to ws-control-ok
           else
               write SECUENCIA-RECORD from ws-control
               if ws-seq-status not = '00'
                   display 'Error al grabar PERSASEQ, status '
                       ws-seq-status
                   move 'N' to ws-control-ok
               end-if
               close SECUENCIA-FILE
           end-if.

      * Control encadenado: parte del control anterior mas la
      * secuencia y acumula cada caracter de la linea pesado por su
      * posicion, modulo un primo de nueve cifras.
       calcular-control.
           compute ws-acumulado = ws-ctl-previo + ws-sec-calculo.
           divide ws-acumulado by ws-primo
               giving ws-cociente remainder ws-resto.
           move ws-resto to ws-acumulado.
           move 1 to ws-i.
           perform acumular-caracter until ws-i > 150.
           move ws-acumulado to ws-ctl-calculado.

       acumular-caracter.
           move low-value to ws-car-alto.
           move sec-contenido(ws-i:1) to ws-car-bajo.
           compute ws-acumulado =
               ws-acumulado * 131 + ws-car-valor + ws-i.
           divide ws-acumulado by ws-primo
               giving ws-cociente remainder ws-resto.
           move ws-resto to ws-acumulado.
           add 1 to ws-i.
       END PROGRAM PERSASEC.
