      *          cuentan al pie. Cada linea lleva el numero de
      *          persona para que el supervisor pueda armar el
      *          archivo de decisiones de fusion que procesa PERSMRG.
      *          Una segunda seccion lista, desde el indice fonetico
      *          PERSFON, los grupos de personas activas cuyo apellido
      *          y nombre suenan igual pero se escriben distinto (ej.
      *          "Gonzales" y "Gonzalez", "Jimenez" y "Gimenez"), que
      *          el prefijo comun no alcanza a detectar. Los grupos que
      *          ya salen en la primera seccion no se repiten. Si
      *          PERSFON no esta disponible la seccion se omite con un
      *          aviso.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT PERSONAS-MASTER ASSIGN TO PERSONAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PERS-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT FONETICA-FILE ASSIGN TO PERSFON
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FON-KEY
               FILE STATUS IS WS-FON-STATUS.

           SELECT REPORTE-DUPL ASSIGN TO DUPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORTE-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY PERSREC.

       FD  FONETICA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FONREC.

       FD  REPORTE-DUPL
           LABEL RECORDS ARE OMITTED.
       01  LINEA-REPORTE          PIC X(80).
       77  ws-total-leidos        pic 9(6) value zeros.
       77  ws-total-sospechosos   pic 9(6) value zeros.
       77  ws-total-inactivos     pic 9(6) value zeros.
       77  ws-fon-status          pic x(2) value spaces.
       77  ws-fin-fonetica        pic x value 'N'.
           88  fin-fonetica       value 'Y'.
       77  ws-codigo-anterior     pic x(24) value spaces.
       77  ws-total-variantes     pic 9(6) value zeros.
       77  ws-grp-cant            pic 9(2) value zeros.
       77  ws-grp-demas           pic 9(4) value zeros.
       77  ws-grp-variante        pic x value 'N'.
           88  grupo-con-variante value 'Y'.
       77  ws-i                   pic 9(2) value zeros.

       01  ws-grupo-fonetico.
           05  ws-grp-ent occurs 50 times.
               10  ws-grp-id          pic 9(6).
               10  ws-grp-apellido    pic x(30).
               10  ws-grp-nombre      pic x(20).
               10  ws-grp-edad        pic 9(3).

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  det-nombre         pic x(22).
           05  det-edad           pic zz9.

       01  titulo-variantes.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(40)
               value 'VARIANTES DE ESCRITURA (MISMO SONIDO)'.

       01  linea-separador.
           05  filler             pic x(8)  value spaces.
           05  filler             pic x(30) value all '-'.

       01  linea-demas.
           05  filler             pic x(8)  value spaces.
           05  filler             pic x(4)  value '... '.
           05  demas-cant         pic zzz9.
           05  filler             pic x(28)
               value ' PERSONAS MAS EN ESTE GRUPO'.

       01  linea-sin-fonetica.
           05  filler             pic x(50)
               value 'PERSFON NO DISPONIBLE; SECCION OMITIDA. STATUS '.
           05  sin-fon-status     pic x(2).

       01  linea-total.
           05  filler             pic x(22)
               value 'REGISTROS LEIDOS....:'.
               value 'BAJAS OMITIDAS......:'.
           05  total-inact-ed     pic zz,zz9.

       01  linea-total-4.
           05  filler             pic x(22)
               value 'GRUPOS POR SONIDO...:'.
           05  total-var-ed       pic zz,zz9.

       PROCEDURE DIVISION.
       inicio.
           perform abrir-archivos.
                   end-if
                   perform leer-master
               end-perform
               perform listar-variantes
               perform imprimir-totales
               perform cerrar-archivos
           end-if.
           move PERS-EDAD     to ws-edad-anterior.
           move PERS-ID       to ws-id-anterior.

       listar-variantes.
           write LINEA-REPORTE from titulo-variantes
               after advancing 3 lines.
           write LINEA-REPORTE from encabezado-2
               after advancing 2 lines.
           open input FONETICA-FILE.
           if ws-fon-status not = '00'
               move ws-fon-status to sin-fon-status
               write LINEA-REPORTE from linea-sin-fonetica
                   after advancing 1 line
           else
               move zeros to ws-grp-cant
               move zeros to ws-grp-demas
               move spaces to ws-codigo-anterior
               perform leer-fonetica
               perform until fin-fonetica
                   if FON-CODIGO not = ws-codigo-anterior
                       perform cerrar-grupo
                       move FON-CODIGO to ws-codigo-anterior
                   end-if
                   perform agregar-al-grupo
                   perform leer-fonetica
               end-perform
               perform cerrar-grupo
               close FONETICA-FILE
           end-if.

       leer-fonetica.
           read FONETICA-FILE next record
               at end set fin-fonetica to true
           end-read.

       agregar-al-grupo.
           move FON-APELLIDO to PERS-APELLIDO.
           move FON-NOMBRE   to PERS-NOMBRE.
           read PERSONAS-MASTER
               invalid key
                   continue
               not invalid key
                   if PERS-ID = FON-ID and PERS-STATUS-ACTIVO
                       if ws-grp-cant < 50
                           add 1 to ws-grp-cant
                           move PERS-ID to ws-grp-id(ws-grp-cant)
                           move PERS-APELLIDO
                               to ws-grp-apellido(ws-grp-cant)
                           move PERS-NOMBRE
                               to ws-grp-nombre(ws-grp-cant)
                           move PERS-EDAD to ws-grp-edad(ws-grp-cant)
                       else
                           add 1 to ws-grp-demas
                       end-if
                   end-if
           end-read.

      * Un grupo se imprime si tiene mas de una persona y alguna se
      * escribe distinto de la primera mas alla de lo que ya compara
      * la primera seccion (apellido y primeras letras del nombre).
       cerrar-grupo.
           if ws-grp-cant > 1
               move 'N' to ws-grp-variante
               move 2 to ws-i
               perform comparar-variante
                   until ws-i > ws-grp-cant or grupo-con-variante
               if grupo-con-variante
                   add 1 to ws-total-variantes
                   move 1 to ws-i
                   perform imprimir-variante until ws-i > ws-grp-cant
                   if ws-grp-demas > 0
                       move ws-grp-demas to demas-cant
                       write LINEA-REPORTE from linea-demas
                           after advancing 1 line
                   end-if
                   write LINEA-REPORTE from linea-separador
                       after advancing 1 line
               end-if
           end-if.
           move zeros to ws-grp-cant.
           move zeros to ws-grp-demas.

       comparar-variante.
           if ws-grp-apellido(ws-i) not = ws-grp-apellido(1)
              or ws-grp-nombre(ws-i)(1:3) not = ws-grp-nombre(1)(1:3)
               set grupo-con-variante to true
           else
               add 1 to ws-i
           end-if.

       imprimir-variante.
           move ws-grp-id(ws-i)       to det-id.
           move ws-grp-apellido(ws-i) to det-apellido.
           move ws-grp-nombre(ws-i)   to det-nombre.
           move ws-grp-edad(ws-i)     to det-edad.
           perform imprimir-detalle.
           add 1 to ws-i.

       imprimir-detalle.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           move ws-total-inactivos to total-inact-ed.
           write LINEA-REPORTE from linea-total-3
               after advancing 1 line.
           move ws-total-variantes to total-var-ed.
           write LINEA-REPORTE from linea-total-4
               after advancing 1 line.

       cerrar-archivos.
           close PERSONAS-MASTER.
