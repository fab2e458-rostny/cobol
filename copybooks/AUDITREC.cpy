      *            La graba TEST1 (Alta/Cambio/Baja/Reactivacion/
      *            Correccion de clave) y la leen los reportes de
      *            actividad. En las correcciones de clave (tipo 'K')
      *            los campos ANT conservan la clave anterior; en los
      *            vinculos familiares (tipo 'V' alta, 'T' terminacion)
      *            la clave es la del titular y los campos ANT la del
      *            dependiente; en las transacciones de fecha futura
      *            (tipo 'E' puesta en espera en PERSPEND, 'N'
      *            anulada) AUD-APELLIDO-ANT lleva el tipo de
      *            transaccion y la fecha efectiva; en el resto de las
      *            operaciones quedan en blanco.
      *            AUD-PERS-ID lleva el numero de la persona de la
      *            linea (el titular en los vinculos, cero en los
      *            rechazos y en las altas puestas en espera) y
      *            AUD-PERS-ID-ANT el de la persona de los campos ANT:
      *            el mismo numero en las correcciones de clave, el
      *            absorbido en las fusiones y el dependiente en los
      *            vinculos; cero en el resto. Las lineas grabadas
      *            antes de agregar los numeros los traen en blanco.
      *            AUD-SECUENCIA y AUD-CONTROL los sella PERSASEC al
      *            grabar: numero correlativo continuo entre meses y
      *            valor de control encadenado con la linea anterior,
      *            calculado sobre las primeras 150 posiciones. Las
      *            lineas anteriores a la numeracion los traen en
      *            blanco.
      ******************************************************************
       01  AUD-LINEA.
           05  AUD-OPERADOR              PIC X(8).
           05  AUD-APELLIDO-ANT          PIC X(30).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  AUD-NOMBRE-ANT            PIC X(20).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  AUD-PERS-ID               PIC 9(6).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  AUD-PERS-ID-ANT           PIC 9(6).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  AUD-SECUENCIA             PIC 9(9).
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  AUD-CONTROL               PIC 9(9).
