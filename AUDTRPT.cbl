      *            1) fecha desde  AAAAMMDD (blanco = sin limite)
      *            2) fecha hasta  AAAAMMDD (blanco = sin limite)
      *            3) operador     (blanco = todos)
      *            4) tipo de op.  A/C/B/R/P/K/S/X/M/V/T/E/N
      *               (blanco = todos)
      *          Las correcciones de clave (tipo K) y las fusiones
      *          (tipo M) muestran debajo del detalle la clave
      *          anterior o absorbida de la persona; los vinculos
      *          familiares (tipo V alta, T terminacion) la clave del
      *          dependiente; las transacciones de fecha futura (tipo
      *          E puesta en espera, N anulada) el tipo de transaccion
      *          y la fecha efectiva.
      *          Cada detalle muestra el numero de persona de la linea
      *          y, debajo, el de la clave anterior, absorbida o del
      *          dependiente (en blanco en las lineas grabadas antes
      *          de que la bitacora llevara los numeros).
      *          Puede correr contra la bitacora vigente o contra una
      *          historia mensual archivada por PERSACUT (apuntar el
      *          DD PERSAUDT a la generacion de PERSAHIS deseada);
       FILE SECTION.
       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  REPORTE-ACTIV
           LABEL RECORDS ARE OMITTED.
       77  ws-tot-restaur         pic 9(6) value zeros.
       77  ws-tot-rechazos        pic 9(6) value zeros.
       77  ws-tot-fusiones        pic 9(6) value zeros.
       77  ws-tot-vinc-altas      pic 9(6) value zeros.
       77  ws-tot-vinc-fin        pic 9(6) value zeros.
       77  ws-tot-pend-altas      pic 9(6) value zeros.
       77  ws-tot-pend-anul       pic 9(6) value zeros.
       77  ws-tot-otros           pic 9(6) value zeros.
       77  ws-oper-usados         pic 9(2) value zeros.
       77  ws-oper-demas          pic 9(6) value zeros.
           05  filler             pic x(5)  value 'TIPO'.
           05  filler             pic x(31) value 'APELLIDO'.
           05  filler             pic x(21) value 'NOMBRE'.
           05  filler             pic x(5)  value 'EDAD'.
           05  filler             pic x(6)  value 'NUMERO'.

       01  linea-detalle.
           05  det-operador       pic x(9).
           05  det-apellido       pic x(31).
           05  det-nombre         pic x(21).
           05  det-edad           pic zz9.
           05  filler             pic x(2)  value spaces.
           05  det-numero         pic x(6).

       01  linea-clave-ant.
           05  filler             pic x(27) value spaces.
           05  ant-rotulo         pic x(7)  value 'ANTES: '.
           05  ant-apellido       pic x(31).
           05  ant-nombre         pic x(21).
           05  filler             pic x(3)  value spaces.
           05  ant-numero         pic x(6).

       01  linea-total-oper.
           05  tot-oper-id        pic x(9).
               when 'S' add 1 to ws-tot-restaur
               when 'X' add 1 to ws-tot-rechazos
               when 'M' add 1 to ws-tot-fusiones
               when 'V' add 1 to ws-tot-vinc-altas
               when 'T' add 1 to ws-tot-vinc-fin
               when 'E' add 1 to ws-tot-pend-altas
               when 'N' add 1 to ws-tot-pend-anul
               when other add 1 to ws-tot-otros
           end-evaluate.
           perform acumular-operador.
           move AUD-APELLIDO to det-apellido.
           move AUD-NOMBRE   to det-nombre.
           move AUD-EDAD     to det-edad.
           if AUD-PERS-ID is numeric and AUD-PERS-ID > zeros
               move AUD-PERS-ID to det-numero
           else
               move spaces to det-numero
           end-if.
           write LINEA-REPORTE from linea-detalle
               after advancing 1 line.
           add 1 to ws-lineas-pagina.
           if (AUD-TIPO-OP = 'K' or AUD-TIPO-OP = 'M'
               or AUD-TIPO-OP = 'V' or AUD-TIPO-OP = 'T'
               or AUD-TIPO-OP = 'E' or AUD-TIPO-OP = 'N')
              and AUD-APELLIDO-ANT not = spaces
               evaluate AUD-TIPO-OP
                   when 'V'
                   when 'T'
                       move 'DEPEND:' to ant-rotulo
                   when 'E'
                   when 'N'
                       move 'EFECT: ' to ant-rotulo
                   when other
                       move 'ANTES: ' to ant-rotulo
               end-evaluate
               move AUD-APELLIDO-ANT to ant-apellido
               move AUD-NOMBRE-ANT   to ant-nombre
               if AUD-PERS-ID-ANT is numeric
                  and AUD-PERS-ID-ANT > zeros
                   move AUD-PERS-ID-ANT to ant-numero
               else
                   move spaces to ant-numero
               end-if
               write LINEA-REPORTE from linea-clave-ant
                   after advancing 1 line
               add 1 to ws-lineas-pagina
               after advancing 1 line.
           move 'FUSIONES............:' to tot-tipo-rotulo.
           move ws-tot-fusiones to tot-tipo-cant.
           write LINEA-REPORTE from linea-total-tipo
               after advancing 1 line.
           move 'VINCULOS AGREGADOS..:' to tot-tipo-rotulo.
           move ws-tot-vinc-altas to tot-tipo-cant.
           write LINEA-REPORTE from linea-total-tipo
               after advancing 1 line.
           move 'VINCULOS TERMINADOS.:' to tot-tipo-rotulo.
           move ws-tot-vinc-fin to tot-tipo-cant.
           write LINEA-REPORTE from linea-total-tipo
               after advancing 1 line.
           move 'PUESTAS EN ESPERA...:' to tot-tipo-rotulo.
           move ws-tot-pend-altas to tot-tipo-cant.
           write LINEA-REPORTE from linea-total-tipo
               after advancing 1 line.
           move 'ESPERAS ANULADAS....:' to tot-tipo-rotulo.
           move ws-tot-pend-anul to tot-tipo-cant.
           write LINEA-REPORTE from linea-total-tipo
               after advancing 1 line.
           if ws-tot-otros > 0
