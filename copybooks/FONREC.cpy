      ******************************************************************
      * FONREC - Layout del indice fonetico PERSFON. Un registro por
      *          persona con el codigo fonetico del apellido y del
      *          nombre (calculados por PERSCFON) mas el PERS-ID como
      *          clave, y la clave del maestro vigente para llegar a la
      *          persona. Lo mantiene TEST1 en el alta y en la
      *          correccion de clave (menu y carga por lote), lo
      *          consultan la busqueda por sonido de TEST1 y DUPRPT, y
      *          se reconstruye completo con FONBLD.
      ******************************************************************
       01  FON-RECORD.
           05  FON-KEY.
               10  FON-CODIGO.
                   15  FON-COD-APELLIDO  PIC X(12).
                   15  FON-COD-NOMBRE    PIC X(12).
               10  FON-ID                PIC 9(6).
           05  FON-APELLIDO              PIC X(30).
           05  FON-NOMBRE                PIC X(20).
