      ******************************************************************
      * COPY MEMBER : SUCCEN01
      * DESCRIPCION : Codigo de sucursal de la casa central. Lo graban
      *               en REG-MAE-SUCURSAL, REG-LOG-SUCURSAL y
      *               REG-JRN-SUCURSAL las operaciones que no vienen de
      *               un lote de sucursal de MOVFILE: el mantenimiento
      *               en linea de ENTRADA-SALIDA y los procesos
      *               centrales (FUSIONA-REGISTRANTES).
      ******************************************************************
       01  SUC-CASA-CENTRAL          PIC X(04)  VALUE "0000".
