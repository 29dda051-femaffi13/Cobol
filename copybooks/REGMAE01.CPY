      *               estado puede traerlo en blanco y se trata como
      *               activo (CONVIERTE-ESTADO lo normaliza por unica
      *               vez).
      *
      *               SUCURSAL guarda la sucursal que dio el alta: la
      *               del lote de MOVFILE en CARGA-MOVIMIENTOS, o la
      *               casa central (SUCCEN01) en las altas en linea. Un
      *               registro anterior a este campo lo trae en blanco
      *               (CONVIERTE-SUCURSAL).
      ******************************************************************
       01  REG-MAE-RECORD.
           05  REG-MAE-ID            PIC 9(06).
               88  REG-MAE-DE-BAJA          VALUE "B".
           05  REG-MAE-MOTIVO-BAJA   PIC X(02).
           05  REG-MAE-FECHA-BAJA    PIC 9(08).
           05  REG-MAE-SUCURSAL      PIC X(04).
