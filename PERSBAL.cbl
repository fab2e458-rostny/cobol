      *          graba el nuevo saldo de cierre; si no cuadra termina
      *          con codigo 8 para que el aviso a operacion detenga el
      *          esquema. La fecha a balancear se lee de SYSIN
      *          (AAAAMMDD); en blanco toma la fecha de negocio de
      *          PERSCAL (via PERSFEC).
      *          En la primera corrida, sin saldo anterior, inicializa
      *          el control con la cantidad actual del maestro.
      *          Cada corrida agrega ademas una linea con el resultado
      *          completo del dia a la historia de movimientos
      *          PERSHIST (layout MOVHREC), de la que PERSTRND arma
      *          el reporte mensual de tendencia.
      *          Deja el inicio y el fin de la corrida, con sus
      *          contadores, en el registro de corridas PERSRUN.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  AUDIT-LOG
           LABEL RECORDS ARE OMITTED.
       01  AUDIT-RECORD           PIC X(170).

       FD  CONTROL-CIERRE
           LABEL RECORDS ARE OMITTED.

           COPY MOVHREC.

           COPY FECPARM.

           COPY RUNPARM.

       LINKAGE SECTION.
       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING parm-corrida.
       inicio.
           perform iniciar-corrida.
           accept ws-fecha-proceso.
           if ws-fecha-proceso = spaces
              or ws-fecha-proceso is not numeric
               perform obtener-fecha-negocio
           end-if.
           if ws-fecha-proceso is numeric
               perform leer-control
               perform sumar-bitacora
               perform contar-maestro
               if ws-master-status = '00'
                   perform evaluar-balance
               end-if
           end-if.
           perform terminar-corrida.
       STOP RUN.

       iniciar-corrida.
           move 'PERSBAL' to COR-PROGRAMA.
           move zeros to COR-FECHA-NEG.
           move 'I' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.

       terminar-corrida.
           move return-code to COR-RETORNO.
           if ws-fecha-proceso is numeric
               move ws-fecha-proceso to COR-FECHA-NEG
               move ws-fecha-proceso to COR-REFERENCIA
           end-if.
           move 'ALTAS' to COR-CONT-ROTULO(1).
           move ws-tot-altas to COR-CONT-VALOR(1).
           move 'CAMBIOS' to COR-CONT-ROTULO(2).
           move ws-tot-cambios to COR-CONT-VALOR(2).
           move 'BAJAS' to COR-CONT-ROTULO(3).
           move ws-tot-bajas to COR-CONT-VALOR(3).
           move 'REACTIVAC' to COR-CONT-ROTULO(4).
           move ws-tot-react to COR-CONT-VALOR(4).
           move 'PURGAS' to COR-CONT-ROTULO(5).
           move ws-tot-purgas to COR-CONT-VALOR(5).
           move 'CORRECC' to COR-CONT-ROTULO(6).
           move ws-tot-correc to COR-CONT-VALOR(6).
           move 'RESTAURAC' to COR-CONT-ROTULO(7).
           move ws-tot-restaur to COR-CONT-VALOR(7).
           move 'FUSIONES' to COR-CONT-ROTULO(8).
           move ws-tot-fusiones to COR-CONT-VALOR(8).
           move 'OTROS' to COR-CONT-ROTULO(9).
           move ws-tot-otros to COR-CONT-VALOR(9).
           move 'MAESTRO' to COR-CONT-ROTULO(10).
           move ws-cantidad-actual to COR-CONT-VALOR(10).
           move 'F' to COR-FUNCION.
           call 'PERSRUN' using COR-PARAM parm-corrida.
           move COR-RETORNO to return-code.

       obtener-fecha-negocio.
           move 'L' to FEC-FUNCION.
           call 'PERSFEC' using FEC-PARAM.
           if FEC-OK
               move FEC-PROCESO to ws-fecha-proceso
           else
               display 'Fecha de negocio no disponible (PERSCAL)'
               move 8 to return-code
           end-if.

       leer-control.
           open input CONTROL-CIERRE.
           if ws-control-status = '00'
