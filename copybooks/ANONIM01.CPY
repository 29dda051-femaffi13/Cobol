      ******************************************************************
      * COPY MEMBER : ANONIM01
      * DESCRIPCION : Nombre con que ANONIMIZA-BAJAS reemplaza el
      *               NOMBRE de un registrante dado de baja hace mas
      *               anios que PAR-ANIOS-RETENCION de PARAMFIL, en el
      *               master y en toda imagen que lo menciona. Un
      *               registrante con este nombre ya fue anonimizado y
      *               no puede reactivarse.
      ******************************************************************
       01  NOMBRE-ANONIMO            PIC A(20)  VALUE "ANONIMIZADO".
