      ******************************************************************
      * RELAREC - Layout del archivo de vinculos familiares PERSREL.
      *           Clave: numero de persona del titular + numero de
      *           persona del dependiente; clave alternativa (con
      *           repetidos) por el numero del dependiente, para
      *           hallar de quien es dependiente una persona.
      *           Tipo de vinculo: C conyuge, H hijo, O otro
      *           dependiente. La fecha hasta en cero indica vinculo
      *           vigente; al terminarlo se graba la fecha y el motivo
      *           (O por el operador, B baja de una de las personas,
      *           M fusion: el vinculo paso a la sobreviviente).
      *           Lo mantiene TEST1 (opcion F); lo cierran TEST1 en
      *           la baja, PERSMRG en la fusion y PERSARCH al depurar.
      ******************************************************************
       01  REL-RECORD.
           05  REL-KEY.
               10  REL-ID-TITULAR        PIC 9(6).
               10  REL-ID-DEPEND         PIC 9(6).
           05  REL-TIPO                  PIC X(1).
               88  REL-CONYUGE           VALUE 'C'.
               88  REL-HIJO              VALUE 'H'.
               88  REL-OTRO              VALUE 'O'.
               88  REL-TIPO-VALIDO       VALUE 'C' 'H' 'O'.
           05  REL-FEC-DESDE             PIC 9(8).
           05  REL-FEC-HASTA             PIC 9(8).
               88  REL-VIGENTE           VALUE ZEROS.
           05  REL-MOTIVO-FIN            PIC X(1).
               88  REL-FIN-OPERADOR      VALUE 'O'.
               88  REL-FIN-BAJA          VALUE 'B'.
               88  REL-FIN-FUSION        VALUE 'M'.
