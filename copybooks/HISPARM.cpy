      ******************************************************************
      * HISPARM - Area de comunicacion con el subprograma HISTPERS,
      *           que arma la historia completa de una persona.
      *           El llamador deja el numero (HIS-ID) y/o la clave
      *           (HIS-APELLIDO, HIS-NOMBRE), el rango de fechas
      *           AAAAMMDD (en blanco = sin limite) y la salida:
      *           'I' reporte impreso HISTRPT, 'P' pantalla.
      *           HISTPERS devuelve en HIS-RESULTADO si hubo sucesos,
      *           si no los hubo o si hubo un error, y en
      *           HIS-CANTIDAD la cantidad de sucesos.
      ******************************************************************
       01  HIS-PARAM.
           05  HIS-ID                    PIC 9(6).
           05  HIS-APELLIDO              PIC X(30).
           05  HIS-NOMBRE                PIC X(20).
           05  HIS-DESDE                 PIC X(8).
           05  HIS-HASTA                 PIC X(8).
           05  HIS-SALIDA                PIC X(1).
               88  HIS-IMPRESO           VALUE 'I'.
               88  HIS-PANTALLA          VALUE 'P'.
           05  HIS-RESULTADO             PIC X(1).
               88  HIS-CON-SUCESOS       VALUE 'S'.
               88  HIS-SIN-SUCESOS       VALUE 'N'.
               88  HIS-ERROR             VALUE 'E'.
           05  HIS-CANTIDAD              PIC 9(4).
