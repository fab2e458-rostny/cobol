      ******************************************************************
      * Author:
      * Date:
      * Purpose: Codigo fonetico de apellidos y nombres en castellano,
      *          para encontrar a una persona por como suena su
      *          nombre y no por como se escribio. Pasa el texto a
      *          mayusculas, descarta lo que no es letra y transcribe
      *          cada sonido a un solo simbolo:
      *            B, V, W           -> B
      *            C (A/O/U/cons.), K, Q(U) -> K
      *            C (E/I), S, Z     -> S
      *            CH                -> H   (la H sola no suena)
      *            G (E/I), J, X     -> J
      *            G, GU (E/I)       -> G
      *            LL, Y + vocal     -> Y   (Y sin vocal -> I)
      *          El resto de las letras se conserva. Los simbolos
      *          iguales seguidos se cuentan una sola vez (RR, SS, LL)
      *          y el codigo se corta en 12 posiciones. Asi GONZALES y
      *          GONZALEZ dan GONSALES, IBANEZ e YVANEZ dan IBANES y
      *          JIMENEZ, GIMENEZ y XIMENEZ dan JIMENES.
      *          Area de comunicacion: copybook FONPARM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSCFON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  ws-i                   pic 9(2) value zeros.
       77  ws-j                   pic 9(2) value zeros.
       77  ws-car                 pic x value space.
       77  ws-sig                 pic x value space.
       77  ws-sig2                pic x value space.
       77  ws-simbolo             pic x value space.
       77  ws-ultimo              pic x value space.

       01  ws-texto               pic x(32) value spaces.

       LINKAGE SECTION.
           COPY FONPARM.

       PROCEDURE DIVISION USING CFO-PARAM.
       inicio.
           move spaces to CFO-CODIGO.
           move spaces to ws-texto.
           move CFO-TEXTO to ws-texto(1:30).
           inspect ws-texto converting
               'abcdefghijklmnopqrstuvwxyz'
               to 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           move space to ws-ultimo.
           move zeros to ws-j.
           move 1 to ws-i.
           perform transcribir-letra until ws-i > 30 or ws-j = 12.
           GOBACK.

       transcribir-letra.
           move ws-texto(ws-i:1)     to ws-car.
           move ws-texto(ws-i + 1:1) to ws-sig.
           move ws-texto(ws-i + 2:1) to ws-sig2.
           move space to ws-simbolo.
           evaluate ws-car
               when 'A'
               when 'E'
               when 'I'
               when 'O'
               when 'U'
                   move ws-car to ws-simbolo
               when 'Y'
                   if ws-sig = 'A' or 'E' or 'I' or 'O' or 'U'
                       move 'Y' to ws-simbolo
                   else
                       move 'I' to ws-simbolo
                   end-if
               when 'B'
               when 'V'
               when 'W'
                   move 'B' to ws-simbolo
               when 'C'
                   evaluate true
                       when ws-sig = 'H'
                           move 'H' to ws-simbolo
                           add 1 to ws-i
                       when ws-sig = 'E' or 'I'
                           move 'S' to ws-simbolo
                       when other
                           move 'K' to ws-simbolo
                   end-evaluate
               when 'K'
                   move 'K' to ws-simbolo
               when 'Q'
                   move 'K' to ws-simbolo
                   if ws-sig = 'U'
                       add 1 to ws-i
                   end-if
               when 'G'
                   evaluate true
                       when ws-sig = 'E' or 'I'
                           move 'J' to ws-simbolo
                       when ws-sig = 'U'
                        and (ws-sig2 = 'E' or ws-sig2 = 'I')
                           move 'G' to ws-simbolo
                           add 1 to ws-i
                       when other
                           move 'G' to ws-simbolo
                   end-evaluate
               when 'J'
               when 'X'
                   move 'J' to ws-simbolo
               when 'L'
                   if ws-sig = 'L'
                       move 'Y' to ws-simbolo
                       add 1 to ws-i
                   else
                       move 'L' to ws-simbolo
                   end-if
               when 'S'
               when 'Z'
                   move 'S' to ws-simbolo
               when 'D'
               when 'F'
               when 'M'
               when 'N'
               when 'P'
               when 'R'
               when 'T'
                   move ws-car to ws-simbolo
               when other
                   continue
           end-evaluate.
           if ws-simbolo not = space
              and ws-simbolo not = ws-ultimo
               add 1 to ws-j
               move ws-simbolo to CFO-CODIGO(ws-j:1)
               move ws-simbolo to ws-ultimo
           end-if.
           add 1 to ws-i.
       END PROGRAM PERSCFON.
