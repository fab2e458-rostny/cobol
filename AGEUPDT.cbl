      * Date:
      * Purpose: Corrida nocturna de actualizacion de edades. Recorre
      *          PERSONAS.MASTER, deriva la edad actual a partir de
      *          PERS-FEC-NAC contra la fecha de negocio vigente
      *          (PERSCAL, via PERSFEC) y regraba PERS-EDAD cuando
      *          difiere (cumpleanos ya ocurrido).
      *          Los registros sin fecha de nacimiento cargada se
      *          omiten y se cuentan aparte. Al final emite un resumen
      *          de leidos / actualizados / sin fecha.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  ws-hoy-mm      pic 9(2).
               10  ws-hoy-dd      pic 9(2).

           COPY FECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           perform obtener-fecha-negocio.
           if FEC-OK
               perform abrir-maestro
           end-if.
           if master-abierto
               perform leer-master
               perform until fin-archivo
               close PERSONAS-MASTER
               perform mostrar-resumen
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'AGEUPDT' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           move 'LEIDOS' to COR-CONT-ROTULO(1).
           move ws-total-leidos to COR-CONT-VALOR(1).
           move 'ACTUALIZAD' to COR-CONT-ROTULO(2).
           move ws-total-actualizados to COR-CONT-VALOR(2).
           move 'SIN FECHA' to COR-CONT-ROTULO(3).
           move ws-total-sin-fecha to COR-CONT-VALOR(3).
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

       abrir-maestro.
           open i-o PERSONAS-MASTER.
           if ws-master-status = '00'
