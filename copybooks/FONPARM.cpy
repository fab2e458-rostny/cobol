      ******************************************************************
      * FONPARM - Area de comunicacion con el subprograma PERSCFON.
      *           El llamador deja en CFO-TEXTO un apellido o un
      *           nombre y PERSCFON devuelve en CFO-CODIGO su codigo
      *           fonetico (en blanco si el texto no tiene letras).
      ******************************************************************
       01  CFO-PARAM.
           05  CFO-TEXTO                 PIC X(30).
           05  CFO-CODIGO                PIC X(12).
