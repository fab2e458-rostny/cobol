      ******************************************************************
      * SECPARM - Area de comunicacion con el subprograma PERSASEC,
      *           que numera y encadena las lineas de la bitacora.
      *           Se llama con el area y la linea (AUD-LINEA).
      *           Funcion 'S' (sellar): toma del control PERSASEQ la
      *           ultima secuencia y su valor de control, sella la
      *           linea con la secuencia siguiente y el control
      *           encadenado y actualiza PERSASEQ. Devuelve en
      *           SEC-ULTIMA y SEC-CONTROL lo sellado.
      *           Funcion 'V' (verificar): el llamador deja en
      *           SEC-ULTIMA/SEC-CONTROL la ultima linea aceptada (o
      *           el inicio del mes) y SEC-ANCLA en 'S' si esos
      *           valores son conocidos; PERSASEC califica la linea
      *           en SEC-RESULTADO y avanza SEC-ULTIMA/SEC-CONTROL.
      *           Funcion 'L' (leer control): devuelve la ultima
      *           secuencia sellada y el inicio del mes vigente.
      *           Funcion 'K' (corte): el corte mensual deja en
      *           SEC-ULTIMA/SEC-CONTROL el fin verificado del mes y
      *           PERSASEC lo guarda como inicio del mes siguiente.
      ******************************************************************
       01  SEC-PARAM.
           05  SEC-FUNCION               PIC X(1).
               88  SEC-SELLAR            VALUE 'S'.
               88  SEC-VERIFICAR         VALUE 'V'.
               88  SEC-LEER-CONTROL      VALUE 'L'.
               88  SEC-CORTE-MES         VALUE 'K'.
           05  SEC-RESULTADO             PIC X(1).
               88  SEC-OK                VALUE 'S'.
               88  SEC-ANCLADA           VALUE 'A'.
               88  SEC-SALTO             VALUE 'G'.
               88  SEC-REPETIDA          VALUE 'D'.
               88  SEC-CADENA-ROTA       VALUE 'R'.
               88  SEC-SIN-SECUENCIA     VALUE 'B'.
               88  SEC-ERROR             VALUE 'E'.
           05  SEC-ANCLA                 PIC X(1).
               88  SEC-CON-ANCLA         VALUE 'S'.
           05  SEC-ULTIMA                PIC 9(9).
           05  SEC-CONTROL               PIC 9(9).
           05  SEC-INICIO-SEC            PIC 9(9).
           05  SEC-INICIO-CTL            PIC 9(9).
           05  SEC-FALTANTES             PIC 9(9).
