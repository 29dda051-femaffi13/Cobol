      ******************************************************************
      * COPY MEMBER : PENAPR01
      * DESCRIPCION : Layout del registro de ARCH-PENDIENTES ("PENAPR"),
      *               archivo indexado de solicitudes pendientes de
      *               aprobacion. La baja del mantenimiento en linea de
      *               ENTRADA-SALIDA y la fusion de FUSIONA-REGISTRANTES
      *               ya no se aplican al pedirlas: dejan aca una
      *               solicitud con quien la pidio, cuando, el motivo y
      *               la imagen del registro del master al momento del
      *               pedido. Solo la aprobacion de un operador distinto
      *               del solicitante, desde el mantenimiento en linea,
      *               aplica el cambio en el master y lo journaliza en
      *               REGJRN.
      *
      *               La clave es la fecha y hora del pedido mas el
      *               operador que lo hizo. PEN-APR-ID (el registrante
      *               a dar de baja, o el duplicado a absorber en una
      *               fusion) es clave alternativa con duplicados, para
      *               saber si un registrante ya tiene una solicitud
      *               abierta.
      *
      *               PEN-APR-TIPO:
      *                 "B" = baja, con el codigo de motivo del pedido;
      *                 "F" = fusion, con motivo "FU" y el ID que
      *                       sobrevive en PEN-APR-ID-SOBREVIVE.
      *
      *               PEN-APR-ESTADO:
      *                 "P" = pendiente de aprobacion;
      *                 "A" = aprobada y aplicada;
      *                 "R" = rechazada por el aprobador (con su
      *                       motivo), o porque el registro cambio en
      *                       el master desde el pedido;
      *                 "V" = vencida: quedo pendiente mas dias que
      *                       PAR-DIAS-APROBACION de PARAMFIL y ya no
      *                       puede aprobarse (INFORME-PENDIENTES).
      *
      *               La imagen PEN-APR-ANTES replica campo a campo el
      *               layout de REGMAE01; si ese layout cambia, este
      *               debe cambiar con el.
      ******************************************************************
       01  PEN-APR-RECORD.
           05  PEN-APR-CLAVE.
               10  PEN-APR-FECHA-SOLIC   PIC 9(08).
               10  PEN-APR-HORA-SOLIC    PIC 9(08).
               10  PEN-APR-OPERADOR-SOLIC PIC X(08).
           05  PEN-APR-TIPO          PIC X(01).
               88  PEN-APR-ES-BAJA          VALUE "B".
               88  PEN-APR-ES-FUSION        VALUE "F".
           05  PEN-APR-ID            PIC 9(06).
           05  PEN-APR-ID-SOBREVIVE  PIC 9(06).
           05  PEN-APR-MOTIVO        PIC X(02).
           05  PEN-APR-ESTADO        PIC X(01).
               88  PEN-APR-PENDIENTE        VALUE "P".
               88  PEN-APR-APROBADA         VALUE "A".
               88  PEN-APR-RECHAZADA        VALUE "R".
               88  PEN-APR-VENCIDA          VALUE "V".
           05  PEN-APR-ANTES.
               10  PEN-APR-ANT-ID         PIC 9(06).
               10  PEN-APR-ANT-NOMBRE     PIC A(20).
               10  PEN-APR-ANT-EDAD       PIC 9(03).
               10  PEN-APR-ANT-FECHA-NAC  PIC 9(08).
               10  PEN-APR-ANT-FECHA-ALTA PIC 9(08).
               10  PEN-APR-ANT-FECHA-MOD  PIC 9(08).
               10  PEN-APR-ANT-ESTADO     PIC X(01).
               10  PEN-APR-ANT-MOTIVO     PIC X(02).
               10  PEN-APR-ANT-FECHA-BAJA PIC 9(08).
               10  PEN-APR-ANT-SUCURSAL   PIC X(04).
           05  PEN-APR-OPERADOR-RESOL PIC X(08).
           05  PEN-APR-FECHA-RESOL   PIC 9(08).
           05  PEN-APR-MOTIVO-RESOL  PIC X(30).
