      *          Lee la historia de movimientos PERSHIST que PERSBAL
      *          agrega en cada balanceo diario (layout MOVHREC),
      *          selecciona el mes pedido por SYSIN (AAAAMM; en blanco
      *          el mes de la fecha de negocio de PERSCAL, via
      *          PERSFEC) e imprime una linea por dia con los
      *          movimientos por tipo, la cantidad de cierre y el
      *          resultado del balanceo, mas los totales del mes por
      *          tipo de operacion y la cantidad de apertura contra
       77  ws-historia-abierta    pic x value 'N'.
           88  historia-abierta   value 'Y'.
       77  ws-mes-pedido          pic x(6) value spaces.
       77  ws-num-pagina          pic 9(4) value zeros.
       77  ws-lineas-pagina       pic 9(2) value zeros.
       77  ws-max-lineas          pic 9(2) value 50.

           COPY MOVHREC.

           COPY FECPARM.

       01  encabezado-1.
           05  filler             pic x(20) value spaces.
           05  filler             pic x(32)
       PROCEDURE DIVISION.
       inicio.
           perform leer-parametros.
           if ws-mes-pedido is numeric
               perform abrir-archivos
           end-if.
           if historia-abierta
               perform imprimir-encabezado
               perform leer-historia
           accept ws-mes-pedido.
           if ws-mes-pedido = spaces
              or ws-mes-pedido is not numeric
               move 'L' to FEC-FUNCION
               call 'PERSFEC' using FEC-PARAM
               if FEC-OK
                   move FEC-PROCESO(1:6) to ws-mes-pedido
               else
                   display 'Fecha de negocio no disponible (PERSCAL)'
                   move 8 to return-code
               end-if
           end-if.
           move ws-mes-pedido to enc-mes.

