      *               ademas del NOMBRE, para poder cruzar el log
      *               contra el master por clave primaria, y el ID del
      *               operador que hizo el alta.
      *
      *               SUCURSAL es la sucursal que origino el alta (la
      *               del lote de MOVFILE, o la casa central en las
      *               altas en linea).
      ******************************************************************
       01  REG-LOG-RECORD.
           05  REG-LOG-TIPO-REG      PIC X(01).
               10  REG-LOG-EDAD         PIC 9(03).
               10  REG-LOG-FECHA-ALTA   PIC 9(08).
               10  REG-LOG-OPERADOR     PIC X(08).
               10  REG-LOG-SUCURSAL     PIC X(04).
           05  REG-LOG-TRAILER REDEFINES REG-LOG-DETALLE.
               10  REG-LOG-TOT-REGISTROS PIC 9(06).
               10  REG-LOG-SUMA-EDAD     PIC 9(08).
               10  FILLER                PIC X(35).
