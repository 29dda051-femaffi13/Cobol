      ******************************************************************
      * COPY MEMBER : MOVEST01
      * DESCRIPCION : Layout del registro de ARCH-ESTADISTICA
      *               ("MOVEST"), archivo secuencial que acumula el
      *               resultado de cada lote de sucursal procesado por
      *               CARGA-MOVIMIENTOS: un registro por lote cerrado,
      *               con la fecha de la corrida, la sucursal y la
      *               fecha del lote, los movimientos aceptados y
      *               rechazados en la primera aplicacion, y la marca
      *               de lote rechazado entero. Las partidas del
      *               suspenso reprocesadas despues no se vuelven a
      *               contar.
      *
      *               Lo consume INFORME-SUCURSALES para la tasa de
      *               rechazo mensual de cada sucursal.
      ******************************************************************
       01  MOV-EST-RECORD.
           05  MOV-EST-FECHA-PROCESO PIC 9(08).
           05  MOV-EST-SUCURSAL      PIC X(04).
           05  MOV-EST-FECHA-LOTE    PIC X(08).
           05  MOV-EST-ACEPTADOS     PIC 9(06).
           05  MOV-EST-RECHAZADOS    PIC 9(06).
           05  MOV-EST-LOTE-RECH     PIC X(01).
               88  MOV-EST-LOTE-RECHAZADO   VALUE "S".
