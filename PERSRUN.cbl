      ******************************************************************
      * Author:
      * Date:
      * Purpose: Registro de corridas por lote. Subprograma que llaman
      *          todos los programas por lote al empezar (funcion 'I')
      *          y al terminar (funcion 'F') para dejar en PERSRUN
      *          (layout RUNREC) job, paso, programa, fecha de negocio,
      *          inicio, fin, codigo de retorno y sus contadores, que
      *          ya no se pierden al purgar el spool. Job y paso salen
      *          del PARM del paso, con la forma 'JOB,PASO'. Un error
      *          al grabar PERSRUN solo se avisa por SYSOUT: el
      *          registro de corridas nunca frena la produccion.
      *          Area de comunicacion: copybook RUNPARM.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSRUN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
      *-----------------------
       FILE-CONTROL.
           SELECT CORRIDAS-FILE ASSIGN TO PERSRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRIDAS-FILE
           LABEL RECORDS ARE OMITTED.
       01  RUN-RECORD             PIC X(297).

       WORKING-STORAGE SECTION.
       77  ws-run-status          pic x(2) value spaces.
       77  ws-i                   pic 9(2) value zeros.

           COPY RUNREC.

           COPY FECPARM.

       LINKAGE SECTION.
           COPY RUNPARM.

       01  parm-corrida.
           05  parm-largo         pic s9(4) comp.
           05  parm-texto         pic x(100).

       PROCEDURE DIVISION USING COR-PARAM parm-corrida.
       inicio.
           evaluate true
               when COR-INICIO
                   perform iniciar-corrida
               when COR-FIN
                   perform terminar-corrida
               when other
                   display 'PERSRUN: funcion invalida ' COR-FUNCION
           end-evaluate.
           GOBACK.

       iniciar-corrida.
           move spaces to COR-JOB.
           move spaces to COR-PASO.
           if parm-largo > 0
               unstring parm-texto(1:parm-largo) delimited by ','
                   into COR-JOB COR-PASO
               end-unstring
           end-if.
           move zeros  to COR-RETORNO.
           move spaces to COR-REFERENCIA.
           move 1 to ws-i.
           perform limpiar-contador until ws-i > 10.
           if COR-FECHA-NEG is not numeric or COR-FECHA-NEG = zeros
               move 'L' to FEC-FUNCION
               call 'PERSFEC' using FEC-PARAM
               if FEC-OK
                   move FEC-PROCESO to COR-FECHA-NEG
               else
                   accept COR-FECHA-NEG from date yyyymmdd
               end-if
           end-if.
           accept COR-FECHA-INICIO from date yyyymmdd.
           accept COR-HORA-INICIO from time.
           move spaces to RUN-LINEA.
           move 'I' to RUN-TIPO.
           perform armar-linea.
           move zeros to RUN-FECHA-FIN.
           move zeros to RUN-HORA-FIN.
           perform grabar-linea.

       limpiar-contador.
           move spaces to COR-CONT-ROTULO(ws-i).
           move zeros  to COR-CONT-VALOR(ws-i).
           add 1 to ws-i.

       terminar-corrida.
           move spaces to RUN-LINEA.
           move 'F' to RUN-TIPO.
           perform armar-linea.
           accept RUN-FECHA-FIN from date yyyymmdd.
           accept RUN-HORA-FIN from time.
           move 1 to ws-i.
           perform pasar-contador until ws-i > 10.
           perform grabar-linea.

       armar-linea.
           move COR-JOB          to RUN-JOB.
           move COR-PASO         to RUN-PASO.
           move COR-PROGRAMA     to RUN-PROGRAMA.
           move COR-FECHA-NEG    to RUN-FECHA-NEG.
           move COR-FECHA-INICIO to RUN-FECHA-INICIO.
           move COR-HORA-INICIO  to RUN-HORA-INICIO.
           move COR-RETORNO      to RUN-RETORNO.
           move COR-REFERENCIA   to RUN-REFERENCIA.

       pasar-contador.
           if COR-CONT-ROTULO(ws-i) not = spaces
               move COR-CONT-ROTULO(ws-i) to RUN-CONT-ROTULO(ws-i)
               move COR-CONT-VALOR(ws-i)  to RUN-CONT-VALOR(ws-i)
           end-if.
           add 1 to ws-i.

       grabar-linea.
           open extend CORRIDAS-FILE.
           if ws-run-status = '35'
               open output CORRIDAS-FILE
           end-if.
           if ws-run-status not = '00'
               display 'AVISO: no se pudo abrir PERSRUN, status '
                   ws-run-status '; corrida no registrada'
           else
               write RUN-RECORD from RUN-LINEA
               if ws-run-status not = '00'
                   display 'AVISO: error al grabar PERSRUN, status '
                       ws-run-status
               end-if
               close CORRIDAS-FILE
           end-if.
       END PROGRAM PERSRUN.
