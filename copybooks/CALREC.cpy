      ******************************************************************
      * CALREC - Layout del archivo de fecha de negocio PERSCAL.
      *          Un registro 'C' de control con la fecha de proceso
      *          vigente, la fecha de proceso anterior, la marca de
      *          fin de mes ('S' cuando la fecha de proceso es el
      *          ultimo dia habil del mes) y los dias de retencion de
      *          bajas que usa la depuracion; y un registro 'F' por
      *          cada feriado del calendario. Lo lee PERSFEC para
      *          todos los programas por lote y lo avanza PERSROLL al
      *          final de PERSJOB.
      ******************************************************************
       01  CAL-LINEA.
           05  CAL-TIPO                  PIC X(1).
               88  CAL-ES-CONTROL        VALUE 'C'.
               88  CAL-ES-FERIADO        VALUE 'F'.
           05  FILLER                    PIC X(1)  VALUE SPACE.
           05  CAL-CONTROL.
               10  CAL-FECHA-PROCESO     PIC 9(8).
               10  FILLER                PIC X(1)  VALUE SPACE.
               10  CAL-FECHA-ANTERIOR    PIC 9(8).
               10  FILLER                PIC X(1)  VALUE SPACE.
               10  CAL-FIN-MES           PIC X(1).
                   88  CAL-ES-FIN-MES    VALUE 'S'.
               10  FILLER                PIC X(1)  VALUE SPACE.
               10  CAL-DIAS-RETENCION    PIC 9(3).
               10  FILLER                PIC X(16) VALUE SPACES.
           05  CAL-FERIADO REDEFINES CAL-CONTROL.
               10  CAL-FER-FECHA         PIC 9(8).
               10  FILLER                PIC X(1).
               10  CAL-FER-DESCRIPCION   PIC X(30).
