      ******************************************************************
      * COPY MEMBER : MOVSUS01
      * DESCRIPCION : Layout del registro de ARCH-SUSPENSO ("MOVSUS"),
      *               archivo indexado de suspenso con una partida por
      *               cada movimiento de MOVFILE que CARGA-MOVIMIENTOS
      *               rechaza, sea individualmente o por el rechazo
      *               entero de su lote de sucursal (lote desbalanceado
      *               contra su header "H"/trailer "T", sin trailer,
      *               etc.).
      *
      *               La clave es la fecha de rechazo mas la sucursal,
      *               la fecha de lote y la secuencia del movimiento en
      *               su MOVFILE. Los movimientos fuera de lote quedan
      *               con la sucursal y la fecha de lote en blanco.
      *
      *               MOV-SUS-ESTADO:
      *                 "P" = pendiente, a la espera de correccion;
      *                 "L" = liberada por un operador desde
      *                       SUSPENSO-MOVIMIENTOS (corregida y/o con
      *                       el ID del homonimo elegido); la proxima
      *                       corrida de CARGA-MOVIMIENTOS la reprocesa
      *                       y la deja aplicada, o pendiente otra vez
      *                       con el motivo nuevo;
      *                 "A" = aplicada en un reproceso;
      *                 "C" = cancelada por un operador con su motivo.
      *
      *               MOV-SUS-COD-MOTIVO es el codigo del rechazo:
      *                 FL fuera de lote          NE no existe
      *                 AM nombre ambiguo         DB dado de baja
      *                 FN fecha nac no numerica  FI fecha nac invalida
      *                 FF fecha nac futura       EM supera edad maxima
      *                 CD clave duplicada
      *                 CT transaccion invalida
      *                 IE ID elegido no existe
      *                 LT lote sin trailer       LS sucursal distinta
      *                 LH header invalido        LX lote excede tabla
      *                 LD lote desbalanceado
      *
      *               MOV-SUS-ID-ELEGIDO, cuando no es cero, es el
      *               REG-MAE-ID que el operador eligio entre los
      *               homonimos: el reproceso de una modificacion o una
      *               baja va directo a ese ID en lugar de buscar por
      *               NOMBRE.
      ******************************************************************
       01  MOV-SUS-RECORD.
           05  MOV-SUS-CLAVE.
               10  MOV-SUS-FECHA-RECHAZO PIC 9(08).
               10  MOV-SUS-SUCURSAL      PIC X(04).
               10  MOV-SUS-FECHA-LOTE    PIC X(08).
               10  MOV-SUS-SECUENCIA     PIC 9(06).
           05  MOV-SUS-MOVIMIENTO.
               10  MOV-SUS-TIPO          PIC X(01).
               10  MOV-SUS-NOMBRE        PIC A(20).
               10  MOV-SUS-FECHA-NAC     PIC X(08).
           05  MOV-SUS-COD-MOTIVO    PIC X(02).
           05  MOV-SUS-MOTIVO        PIC X(40).
           05  MOV-SUS-ESTADO        PIC X(01).
               88  MOV-SUS-PENDIENTE        VALUE "P".
               88  MOV-SUS-LIBERADA         VALUE "L".
               88  MOV-SUS-APLICADA         VALUE "A".
               88  MOV-SUS-CANCELADA        VALUE "C".
               88  MOV-SUS-ABIERTA          VALUE "P" "L".
           05  MOV-SUS-ID-ELEGIDO    PIC 9(06).
           05  MOV-SUS-INTENTOS      PIC 9(02).
           05  MOV-SUS-FECHA-PROCESO PIC 9(08).
           05  MOV-SUS-OPERADOR      PIC X(08).
           05  MOV-SUS-FECHA-RESOL   PIC 9(08).
           05  MOV-SUS-MOTIVO-CANCEL PIC X(30).
