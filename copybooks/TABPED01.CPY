      ******************************************************************
      * COPY MEMBER : TABPED01
      * DESCRIPCION : Layout del registro de ARCH-PEDIDOS-TABLAS
      *               ("TABPED"), archivo indexado de pedidos de tablas
      *               de multiplicar para la cadena nocturna. El
      *               operador deja el pedido desde MENU-OPERADOR
      *               (PEDIDO-TABLAS) y ENTREGA-TABLAS lo cumple en la
      *               cadena, lo deja entregado con su numero de entrega
      *               y lo lista en la planilla de entregas.
      *
      *               La clave es el operador que hizo el pedido mas la
      *               fecha y hora del pedido, de modo que el archivo
      *               se recorre agrupado por operador.
      *
      *               TAB-PED-SELECCION:
      *                 "R" = rango de NUMEROs TAB-PED-DESDE a
      *                       TAB-PED-HASTA;
      *                 "L" = lista de TAB-PED-CANT-LISTA NUMEROs en
      *                       TAB-PED-LISTA (hasta 20).
      *
      *               TAB-PED-SALIDA:
      *                 "I" = listado impreso en TABENT, con titulos y
      *                       salto de hoja;
      *                 "C" = filas NUMERO,MULTIPLICADOR,RESULTADO en
      *                       TABENTC, como TABLACSV.
      *
      *               TAB-PED-ESTADO:
      *                 "P" = pendiente de entrega;
      *                 "E" = entregado, con numero y fecha de entrega;
      *                 "R" = rechazado en la entrega porque algun
      *                       NUMERO o el MULTIPLICADOR limite quedo
      *                       fuera de los limites vigentes de PARAMFIL.
      ******************************************************************
       01  TAB-PED-RECORD.
           05  TAB-PED-CLAVE.
               10  TAB-PED-OPERADOR      PIC X(08).
               10  TAB-PED-FECHA         PIC 9(08).
               10  TAB-PED-HORA          PIC 9(08).
           05  TAB-PED-SELECCION     PIC X(01).
               88  TAB-PED-ES-RANGO         VALUE "R".
               88  TAB-PED-ES-LISTA         VALUE "L".
           05  TAB-PED-DESDE         PIC 9(02).
           05  TAB-PED-HASTA         PIC 9(02).
           05  TAB-PED-CANT-LISTA    PIC 9(02).
           05  TAB-PED-LISTA         PIC 9(02) OCCURS 20 TIMES.
           05  TAB-PED-MULT-LIMITE   PIC 9(03).
           05  TAB-PED-SALIDA        PIC X(01).
               88  TAB-PED-IMPRESO          VALUE "I".
               88  TAB-PED-CSV              VALUE "C".
           05  TAB-PED-TITULO        PIC X(40).
           05  TAB-PED-ESTADO        PIC X(01).
               88  TAB-PED-PENDIENTE        VALUE "P".
               88  TAB-PED-ENTREGADO        VALUE "E".
               88  TAB-PED-RECHAZADO        VALUE "R".
           05  TAB-PED-NRO-ENTREGA   PIC 9(06).
           05  TAB-PED-FECHA-ENTREGA PIC 9(08).
           05  TAB-PED-CANT-NUMEROS  PIC 9(03).
           05  TAB-PED-CANT-HOJAS    PIC 9(04).
