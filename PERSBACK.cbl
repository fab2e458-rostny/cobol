      *          van en blanco, y cuando reemplaza uno existente
      *          llevan la clave reemplazada, para que el balanceo
      *          diario pueda explicar el movimiento del maestro.
      *          Cada linea la numera y encadena PERSASEC.
      *          La bitacora se fecha con la fecha de negocio de
      *          PERSCAL (via PERSFEC).
      *          Mantiene la referencia PERSXREF y verifica el trailer
      *          del respaldo. Informa restaurados / no hallados y
      *          termina con codigo 8 ante pedidos sin resolver,

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  REFERENCIA-FILE
           LABEL RECORDS ARE STANDARD.
       77  ws-control-respaldo    pic 9(15) value zeros.
       77  ws-total-restaurados   pic 9(6) value zeros.
       77  ws-total-no-hallados   pic 9(6) value zeros.
       77  ws-fecha-negocio       pic 9(8) value zeros.
       77  ws-hora-hoy            pic 9(8) value zeros.
       77  ws-retorno-llamada     pic 9(4) value zeros.

           COPY AUDITREC.

           COPY FECPARM.

           COPY SECPARM.

       01  ws-tabla-pedidos.
           05  ws-ped-ent occurs 200 times.
               10  ws-ped-tipo    pic x.

       PROCEDURE DIVISION.
       inicio.
           perform obtener-fecha-negocio.
           perform cargar-pedidos.
           if ws-ped-usados = zeros
               display 'PERSREQ sin pedidos, nada que restaurar.'
           end-if.
       STOP RUN.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-negocio
           else
               accept ws-fecha-negocio from date yyyymmdd
               display 'Fecha de negocio no disponible; se usa la '
                   'fecha del sistema ' ws-fecha-negocio
           end-if.

       cargar-pedidos.
           open input PEDIDOS-FILE.
           if ws-pedidos-status not = '00'
           end-write.

       registrar-restauracion.
           accept ws-hora-hoy from time.
           move 'PERSBACK'     to AUD-OPERADOR.
           move ws-fecha-negocio to AUD-FECHA.
           move ws-hora-hoy    to AUD-HORA.
           move PERS-APELLIDO  to AUD-APELLIDO.
           move PERS-NOMBRE    to AUD-NOMBRE.
           move PERS-EDAD      to AUD-EDAD.
           move 'S'            to AUD-TIPO-OP.
           move PERS-ID        to AUD-PERS-ID.
           move zeros          to AUD-PERS-ID-ANT.
           if registro-existia
               move PERS-APELLIDO to AUD-APELLIDO-ANT
               move PERS-NOMBRE   to AUD-NOMBRE-ANT
               move spaces to AUD-APELLIDO-ANT
               move spaces to AUD-NOMBRE-ANT
           end-if.
           perform sellar-linea.
           move AUD-LINEA to AUDIT-RECORD.
           write AUDIT-RECORD.

       sellar-linea.
           move 'S' to SEC-FUNCION.
           move return-code to ws-retorno-llamada.
           call 'PERSASEC' using SEC-PARAM AUD-LINEA.
           move ws-retorno-llamada to return-code.
           if not SEC-OK
               display 'AVISO: linea de bitacora sin secuencia; '
                   'revisar PERSASEQ'
           end-if.

       verificar-respaldo.
           if not trailer-leido
               display 'ERROR: el respaldo no trae trailer.'
