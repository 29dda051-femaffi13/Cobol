      ******************************************************************
      * COPY MEMBER : NOTHST01
      * DESCRIPCION : Layout del registro de ARCH-NOTIFICADOS
      *               ("NOTHST"), archivo indexado con una entrada por
      *               cada aviso de edad hito enviado por
      *               NOTIFICA-EDADES: el registrante, la edad hito
      *               avisada, la fecha en que la cumple, la fecha del
      *               aviso y la generacion de NOTIFEXT que lo llevo.
      *
      *               La clave es el ID mas la edad hito: un
      *               registrante recibe un solo aviso por cada edad
      *               hito aunque la ventana de anticipacion de varias
      *               corridas lo vuelva a seleccionar.
      ******************************************************************
       01  NOT-HST-RECORD.
           05  NOT-HST-CLAVE.
               10  NOT-HST-ID            PIC 9(06).
               10  NOT-HST-EDAD-HITO     PIC 9(03).
           05  NOT-HST-FECHA-HITO    PIC 9(08).
           05  NOT-HST-FECHA-AVISO   PIC 9(08).
           05  NOT-HST-GENERACION    PIC 9(06).
