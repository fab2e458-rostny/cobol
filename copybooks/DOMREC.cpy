      *          (clave PERS-ID): domicilio y telefono de la persona.
      *          Lo mantiene TEST1 desde el menu, lo resguarda
      *          PERSARCH junto con la persona depurada y lo leen los
      *          extractos para beneficios (PERSXTR y PERSDLT) y las
      *          etiquetas y cartas para envios (PERSETIQ) y el
      *          extracto CSV para analistas (PERSCSV).
      ******************************************************************
       01  DOM-RECORD.
           05  DOM-ID                    PIC 9(6).
