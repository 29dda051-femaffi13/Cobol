      *               usuario del lote en los procesos batch), para que
      *               la consulta de historia de ENTRADA-SALIDA pueda
      *               responder quien hizo cada cambio.
      *
      *               SUCURSAL es la sucursal que origino el cambio: la
      *               del lote de MOVFILE en CARGA-MOVIMIENTOS, o la
      *               casa central (SUCCEN01) en el mantenimiento en
      *               linea y en los procesos centrales. Las imagenes
      *               traen ademas la sucursal del alta del registro.
      ******************************************************************
       01  REG-JRN-RECORD.
           05  REG-JRN-TIPO-OP       PIC X(01).
           05  REG-JRN-FECHA         PIC 9(08).
           05  REG-JRN-HORA          PIC 9(08).
           05  REG-JRN-OPERADOR      PIC X(08).
           05  REG-JRN-SUCURSAL      PIC X(04).
           05  REG-JRN-ANTES.
               10  REG-JRN-ANT-ID         PIC 9(06).
               10  REG-JRN-ANT-NOMBRE     PIC A(20).
               10  REG-JRN-ANT-ESTADO     PIC X(01).
               10  REG-JRN-ANT-MOTIVO     PIC X(02).
               10  REG-JRN-ANT-FECHA-BAJA PIC 9(08).
               10  REG-JRN-ANT-SUCURSAL   PIC X(04).
           05  REG-JRN-DESPUES.
               10  REG-JRN-DES-ID         PIC 9(06).
               10  REG-JRN-DES-NOMBRE     PIC A(20).
               10  REG-JRN-DES-ESTADO     PIC X(01).
               10  REG-JRN-DES-MOTIVO     PIC X(02).
               10  REG-JRN-DES-FECHA-BAJA PIC 9(08).
               10  REG-JRN-DES-SUCURSAL   PIC X(04).
