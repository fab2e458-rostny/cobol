      *          controles que el mantenimiento en linea: apellido y
      *          nombre no blancos, edad numerica de 0 a 120, fecha de
      *          nacimiento valida de calendario y no futura,
      *          coherencia edad contra fecha de nacimiento (ambas
      *          contra la fecha de negocio de PERSCAL, via PERSFEC,
      *          la misma con la que AGEUPDT calcula las edades), status
      *          'A' o 'I', baja logica con fecha de baja cargada y
      *          activo sin fecha de baja. Atrapa asi los registros
      *          que entraron por PERSCONV, PERSRELD o cargas viejas
      *          05 edad no coincide con la fecha, 06 status invalido,
      *          07 baja sin fecha de baja, 08 activo con fecha de
      *          baja.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05  tot-rotulo         pic x(34).
           05  tot-cant           pic zzz,zz9.

           COPY FECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           move zeros to ws-tabla-motivos.
           perform obtener-fecha-negocio.
           if FEC-OK
               perform abrir-archivos
           end-if.
           if master-abierto
               perform imprimir-encabezado
               perform leer-master
                       'violaciones.'
               end-if
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSVAL' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'VIOLACION' to COR-CONT-ROTULO(2).
           move ws-total-violaciones to COR-CONT-VALOR(2).
           move 'CON ERROR' to COR-CONT-ROTULO(3).
           move ws-total-con-error to COR-CONT-VALOR(3).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-proc
           else
               display 'Fecha de negocio no disponible (PERSCAL)'
               move 8 to return-code
           end-if.

       abrir-archivos.
           open input PERSONAS-MASTER.
           evaluate ws-master-status
