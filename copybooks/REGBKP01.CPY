               10  REG-BKP-ESTADO        PIC X(01).
               10  REG-BKP-MOTIVO-BAJA   PIC X(02).
               10  REG-BKP-FECHA-BAJA    PIC 9(08).
               10  REG-BKP-SUCURSAL      PIC X(04).
           05  REG-BKP-TRAILER REDEFINES REG-BKP-DETALLE.
               10  REG-BKP-TOT-REGISTROS PIC 9(06).
               10  REG-BKP-HASH-EDAD     PIC 9(09).
               10  FILLER                PIC X(53).
