      *                                  (antes 13, tope 25)
      *               PAR-BANDA-ANCHO    anios por banda etaria (antes
      *                                  10)
      *               PAR-HORA-DESDE     comienzo del horario de
      *                                  oficina (HHMM)
      *               PAR-HORA-HASTA     fin del horario de oficina
      *                                  (HHMM); la actividad fuera de
      *                                  ese horario es una excepcion
      *                                  del informe de operadores
      *               PAR-DIAS-APROBACION dias que una baja o fusion
      *                                  puede quedar pendiente de
      *                                  aprobacion antes de vencer
      *               PAR-ANIOS-RETENCION anios que se conservan los
      *                                  datos personales de un
      *                                  registrante dado de baja antes
      *                                  de anonimizarlos
      *
      *               El registro se valida entero como numerico: un
      *               PARAMFIL grabado antes de agregar un campo debe
      *               completarse con el campo nuevo antes de correr
      *               los programas, que si no lo rechazan.
      ******************************************************************
       01  PAR-REGISTRO.
           05  PAR-EDAD-MAXIMA       PIC 9(03).
           05  PAR-HIST-ENTRADAS     PIC 9(01).
           05  PAR-BANDA-CANTIDAD    PIC 9(02).
           05  PAR-BANDA-ANCHO       PIC 9(03).
           05  PAR-HORA-DESDE        PIC 9(04).
           05  PAR-HORA-HASTA        PIC 9(04).
           05  PAR-DIAS-APROBACION   PIC 9(03).
           05  PAR-ANIOS-RETENCION   PIC 9(02).
