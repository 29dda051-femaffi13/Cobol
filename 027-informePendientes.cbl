000010*****************************************************************
000020* PROGRAM-ID : INFORME-PENDIENTES
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Vencimiento e informe de las solicitudes de baja y
000050*               de fusion pendientes de aprobacion en PENAPR
000060*               (PENAPR01). Cada solicitud que sigue pendiente
000070*               mas dias que PAR-DIAS-APROBACION de PARAMFIL queda
000080*               vencida (ya no puede aprobarse y debe pedirse de
000090*               nuevo). El informe PENRPT lista las vencidas en la
000100*               corrida y las que siguen pendientes con sus dias,
000110*               y totaliza las solicitudes por estado.
000120*****************************************************************
000130* HISTORIAL DE MODIFICACIONES
000140* FECHA       INICIALES  DESCRIPCION
000150* ----------  ---------  ------------------------------------------
000160* 2026-10-15  JPM        Version inicial.
000170*****************************************************************
000180  IDENTIFICATION DIVISION.
000190  PROGRAM-ID. INFORME-PENDIENTES.
000200  AUTHOR. DEPTO-SISTEMAS.
000210  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000220  DATE-WRITTEN. 15/10/2026.
000230  DATE-COMPILED.
000240
000250  ENVIRONMENT DIVISION.
000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280      SELECT ARCH-PENDIENTES ASSIGN TO "PENAPR"
000290          ORGANIZATION IS INDEXED
000300          ACCESS MODE IS SEQUENTIAL
000310          RECORD KEY IS PEN-APR-CLAVE
000320          ALTERNATE RECORD KEY IS PEN-APR-ID
000330              WITH DUPLICATES
000340          FILE STATUS IS FS-PENDIENTES.
000350      SELECT ARCH-PARAMETROS ASSIGN TO "PARAMFIL"
000360          ORGANIZATION IS LINE SEQUENTIAL
000370          FILE STATUS IS FS-PARAMETROS.
000380      SELECT ARCH-INFORME ASSIGN TO "PENRPT"
000390          ORGANIZATION IS LINE SEQUENTIAL.
000400
000410  DATA DIVISION.
000420  FILE SECTION.
000430  FD  ARCH-PENDIENTES
000440      LABEL RECORDS ARE STANDARD.
000450      COPY PENAPR01.
000460
000470  FD  ARCH-PARAMETROS
000480      LABEL RECORDS ARE STANDARD.
000490      COPY REGPAR01.
000500
000510  FD  ARCH-INFORME
000520      LABEL RECORDS ARE STANDARD.
000530  01  INFORME-LINEA             PIC X(100).
000540
000550  WORKING-STORAGE SECTION.
000560
000570  77  FS-PENDIENTES   PIC X(02).
000580  77  FS-PARAMETROS   PIC X(02).
000590
000600  77  SW-FIN-PENDIENTES PIC X(01) VALUE "N".
000610      88  FIN-PENDIENTES         VALUE "S".
000620  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
000630      88  PARAM-ERROR            VALUE "S".
000640  77  SW-ARCHIVO-ABIERTO PIC X(01) VALUE "N".
000650      88  ARCHIVO-ABIERTO        VALUE "S".
000660
000670  77  TOT-LEIDAS      PIC 9(06)  VALUE ZERO.
000680  77  TOT-PENDIENTES  PIC 9(06)  VALUE ZERO.
000690  77  TOT-VENCIDAS-HOY PIC 9(06) VALUE ZERO.
000700  77  TOT-VENCIDAS-ANT PIC 9(06) VALUE ZERO.
000710  77  TOT-APROBADAS   PIC 9(06)  VALUE ZERO.
000720  77  TOT-RECHAZADAS  PIC 9(06)  VALUE ZERO.
000730
000740  77  LIM-DIAS-APROBACION PIC 9(03) VALUE ZERO.
000750  77  DIAS-PENDIENTE  PIC 9(05)  VALUE ZERO.
000760  77  JUL-HOY         PIC 9(08)  VALUE ZERO.
000770  77  ESTADO-TEXTO    PIC X(09).
000780  77  TIPO-TEXTO      PIC X(06).
000790  77  SOBREVIVE-TEXTO PIC X(06).
000800  77  OPERADOR-LOTE   PIC X(08).
000810  77  USR-NOM-VARIABLE PIC X(04) VALUE "USER".
000820  77  USR-VALOR        PIC X(20).
000830
000840  01  FECHA-HOY              PIC 9(08).
000850
000860* Dia juliano (numero de dia correlativo) de una fecha AAAAMMDD,
000870* para restar fechas sin pasar por el calendario.
000880  01  JUL-FECHA              PIC 9(08).
000890  01  JUL-FECHA-DET REDEFINES JUL-FECHA.
000900      05  JUL-AAAA           PIC 9(04).
000910      05  JUL-MM             PIC 9(02).
000920      05  JUL-DD             PIC 9(02).
000930  77  JUL-A           PIC 9(01).
000940  77  JUL-Y           PIC 9(05).
000950  77  JUL-M           PIC 9(02).
000960  77  JUL-AUX         PIC 9(05).
000970  77  JUL-C1          PIC 9(05).
000980  77  JUL-C2          PIC 9(05).
000990  77  JUL-C3          PIC 9(05).
001000  77  JUL-C4          PIC 9(05).
001010  77  DIA-JULIANO     PIC 9(08).
001020
001030*****************************************************************
001040* PROCEDURE DIVISION
001050*****************************************************************
001060  PROCEDURE DIVISION.
001070
001080*------------------------------------------------------------------
001090* 0000-MAINLINE.
001100*------------------------------------------------------------------
001110  0000-MAINLINE.
001120      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001130      PERFORM 2000-PROCESAR-SOLICITUD THRU
001140              2000-PROCESAR-SOLICITUD-EXIT
001150          UNTIL FIN-PENDIENTES.
001160      IF NOT PARAM-ERROR
001170         PERFORM 3000-ESCRIBIR-TOTALES THRU
001180                 3000-ESCRIBIR-TOTALES-EXIT
001190      END-IF.
001200      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001210  0000-MAINLINE-EXIT.
001220      EXIT.
001230
001240*------------------------------------------------------------------
001250* 1000-INICIALIZAR. Toma la fecha del dia como fecha de corte y el
001260* usuario del lote, lee los dias de vigencia de PARAMFIL, abre el
001270* informe, escribe el encabezado y lee la primera solicitud.
001280*------------------------------------------------------------------
001290  1000-INICIALIZAR.
001300      DISPLAY "***** Vencimiento de solicitudes pendientes *****".
001310      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001320      MOVE FECHA-HOY TO JUL-FECHA.
001330      PERFORM 8000-CALCULAR-DIA-JULIANO THRU
001340              8000-CALCULAR-DIA-JULIANO-EXIT.
001350      MOVE DIA-JULIANO TO JUL-HOY.
001360      DISPLAY USR-NOM-VARIABLE UPON ENVIRONMENT-NAME.
001370      ACCEPT USR-VALOR FROM ENVIRONMENT-VALUE.
001380      MOVE USR-VALOR TO OPERADOR-LOTE.
001390      OPEN OUTPUT ARCH-INFORME.
001400      MOVE SPACES TO INFORME-LINEA.
001410      STRING "Solicitudes de baja y fusion pendientes de "
001420          "aprobacion al " FECHA-HOY
001430          DELIMITED BY SIZE INTO INFORME-LINEA.
001440      WRITE INFORME-LINEA.
001450      MOVE SPACES TO INFORME-LINEA.
001460      WRITE INFORME-LINEA.
001470      PERFORM 1200-LEER-PARAMETROS THRU
001480              1200-LEER-PARAMETROS-EXIT.
001490      IF PARAM-ERROR
001500         MOVE "Corrida rechazada: PARAMFIL vacio o invalido."
001510             TO INFORME-LINEA
001520         WRITE INFORME-LINEA
001530         MOVE "S" TO SW-FIN-PENDIENTES
001540         GO TO 1000-INICIALIZAR-EXIT
001550      END-IF.
001560      MOVE SPACES TO INFORME-LINEA.
001570      STRING "Vencen las pendientes por mas de "
001580          LIM-DIAS-APROBACION " dias."
001590          DELIMITED BY SIZE INTO INFORME-LINEA.
001600      WRITE INFORME-LINEA.
001610      MOVE SPACES TO INFORME-LINEA.
001620      WRITE INFORME-LINEA.
001630      OPEN I-O ARCH-PENDIENTES.
001640      IF FS-PENDIENTES NOT = "00"
001650         DISPLAY "No existe PENAPR todavia."
001660         MOVE "No existe PENAPR todavia." TO INFORME-LINEA
001670         WRITE INFORME-LINEA
001680         MOVE "S" TO SW-FIN-PENDIENTES
001690         GO TO 1000-INICIALIZAR-EXIT
001700      END-IF.
001710      MOVE "S" TO SW-ARCHIVO-ABIERTO.
001720      MOVE SPACES TO INFORME-LINEA.
001730      STRING "Pedida   Hora     Solicit. Tipo   ID     "
001740          "Nombre               Mot Sobrev Estado     Dias"
001750          DELIMITED BY SIZE INTO INFORME-LINEA.
001760      WRITE INFORME-LINEA.
001770      READ ARCH-PENDIENTES
001780          AT END MOVE "S" TO SW-FIN-PENDIENTES
001790      END-READ.
001800  1000-INICIALIZAR-EXIT.
001810      EXIT.
001820
001830*------------------------------------------------------------------
001840* 1200-LEER-PARAMETROS. Lee el registro unico de PARAMFIL y toma
001850* de el los dias que una solicitud puede quedar pendiente. Si el
001860* archivo falta, esta vacio o trae valores invalidos, deja
001870* PARAM-ERROR prendido para que la corrida se rechace con mensaje.
001880*------------------------------------------------------------------
001890  1200-LEER-PARAMETROS.
001900      OPEN INPUT ARCH-PARAMETROS.
001910      IF FS-PARAMETROS NOT = "00"
001920         MOVE "S" TO SW-PARAM-ERROR
001930         DISPLAY "No se pudo abrir PARAMFIL. FS=" FS-PARAMETROS
001940         DISPLAY "Corrida rechazada: falta el archivo de"
001950         DISPLAY "parametros."
001960         GO TO 1200-LEER-PARAMETROS-EXIT
001970      END-IF.
001980      READ ARCH-PARAMETROS
001990          AT END MOVE "S" TO SW-PARAM-ERROR
002000      END-READ.
002010      IF NOT PARAM-ERROR
002020         IF PAR-REGISTRO IS NOT NUMERIC
002030            MOVE "S" TO SW-PARAM-ERROR
002040         ELSE
002050            IF PAR-DIAS-APROBACION < 1
002060               MOVE "S" TO SW-PARAM-ERROR
002070            END-IF
002080         END-IF
002090      END-IF.
002100      CLOSE ARCH-PARAMETROS.
002110      IF PARAM-ERROR
002120         DISPLAY "Corrida rechazada: PARAMFIL vacio o con"
002130         DISPLAY "parametros invalidos."
002140      ELSE
002150         MOVE PAR-DIAS-APROBACION TO LIM-DIAS-APROBACION
002160      END-IF.
002170  1200-LEER-PARAMETROS-EXIT.
002180      EXIT.
002190
002200*------------------------------------------------------------------
002210* 2000-PROCESAR-SOLICITUD. Cuenta la solicitud por su estado. Una
002220* pendiente calcula sus dias; si superan el limite queda vencida
002230* con la fecha del dia y el usuario del lote, y en ambos casos
002240* sale en el detalle.
002250*------------------------------------------------------------------
002260  2000-PROCESAR-SOLICITUD.
002270      ADD 1 TO TOT-LEIDAS.
002280      IF PEN-APR-APROBADA
002290         ADD 1 TO TOT-APROBADAS
002300         GO TO 2000-PROCESAR-SOLICITUD-SIG
002310      END-IF.
002320      IF PEN-APR-RECHAZADA
002330         ADD 1 TO TOT-RECHAZADAS
002340         GO TO 2000-PROCESAR-SOLICITUD-SIG
002350      END-IF.
002360      IF PEN-APR-VENCIDA
002370         ADD 1 TO TOT-VENCIDAS-ANT
002380         GO TO 2000-PROCESAR-SOLICITUD-SIG
002390      END-IF.
002400      MOVE ZERO TO DIAS-PENDIENTE.
002410      MOVE PEN-APR-FECHA-SOLIC TO JUL-FECHA.
002420      PERFORM 8000-CALCULAR-DIA-JULIANO THRU
002430              8000-CALCULAR-DIA-JULIANO-EXIT.
002440      IF DIA-JULIANO > ZERO AND DIA-JULIANO < JUL-HOY
002450         COMPUTE DIAS-PENDIENTE = JUL-HOY - DIA-JULIANO
002460      END-IF.
002470      IF DIAS-PENDIENTE > LIM-DIAS-APROBACION
002480         MOVE "V" TO PEN-APR-ESTADO
002490         MOVE OPERADOR-LOTE TO PEN-APR-OPERADOR-RESOL
002500         MOVE FECHA-HOY TO PEN-APR-FECHA-RESOL
002510         MOVE "Vencida sin aprobar" TO PEN-APR-MOTIVO-RESOL
002520         REWRITE PEN-APR-RECORD
002530             INVALID KEY
002540                DISPLAY "No se pudo actualizar la solicitud. FS="
002550                    FS-PENDIENTES
002560         END-REWRITE
002570         ADD 1 TO TOT-VENCIDAS-HOY
002580         MOVE "VENCIDA" TO ESTADO-TEXTO
002590      ELSE
002600         ADD 1 TO TOT-PENDIENTES
002610         MOVE "PENDIENTE" TO ESTADO-TEXTO
002620      END-IF.
002630      IF PEN-APR-ES-FUSION
002640         MOVE "FUSION" TO TIPO-TEXTO
002650         MOVE PEN-APR-ID-SOBREVIVE TO SOBREVIVE-TEXTO
002660      ELSE
002670         MOVE "BAJA" TO TIPO-TEXTO
002680         MOVE SPACES TO SOBREVIVE-TEXTO
002690      END-IF.
002700      MOVE SPACES TO INFORME-LINEA.
002710      STRING PEN-APR-FECHA-SOLIC " " PEN-APR-HORA-SOLIC " "
002720          PEN-APR-OPERADOR-SOLIC " " TIPO-TEXTO " "
002730          PEN-APR-ID " " PEN-APR-ANT-NOMBRE " "
002740          PEN-APR-MOTIVO "  " SOBREVIVE-TEXTO " "
002750          ESTADO-TEXTO "  " DIAS-PENDIENTE
002760          DELIMITED BY SIZE INTO INFORME-LINEA.
002770      WRITE INFORME-LINEA.
002780  2000-PROCESAR-SOLICITUD-SIG.
002790      READ ARCH-PENDIENTES
002800          AT END MOVE "S" TO SW-FIN-PENDIENTES
002810      END-READ.
002820  2000-PROCESAR-SOLICITUD-EXIT.
002830      EXIT.
002840
002850*------------------------------------------------------------------
002860* 3000-ESCRIBIR-TOTALES. Escribe los totales de solicitudes por
002870* estado.
002880*------------------------------------------------------------------
002890  3000-ESCRIBIR-TOTALES.
002900      MOVE SPACES TO INFORME-LINEA.
002910      WRITE INFORME-LINEA.
002920      MOVE SPACES TO INFORME-LINEA.
002930      STRING "Solicitudes leidas      : " TOT-LEIDAS
002940          DELIMITED BY SIZE INTO INFORME-LINEA.
002950      WRITE INFORME-LINEA.
002960      MOVE SPACES TO INFORME-LINEA.
002970      STRING "Siguen pendientes       : " TOT-PENDIENTES
002980          DELIMITED BY SIZE INTO INFORME-LINEA.
002990      WRITE INFORME-LINEA.
003000      MOVE SPACES TO INFORME-LINEA.
003010      STRING "Vencidas en la corrida  : " TOT-VENCIDAS-HOY
003020          DELIMITED BY SIZE INTO INFORME-LINEA.
003030      WRITE INFORME-LINEA.
003040      MOVE SPACES TO INFORME-LINEA.
003050      STRING "Vencidas anteriormente  : " TOT-VENCIDAS-ANT
003060          DELIMITED BY SIZE INTO INFORME-LINEA.
003070      WRITE INFORME-LINEA.
003080      MOVE SPACES TO INFORME-LINEA.
003090      STRING "Aprobadas               : " TOT-APROBADAS
003100          DELIMITED BY SIZE INTO INFORME-LINEA.
003110      WRITE INFORME-LINEA.
003120      MOVE SPACES TO INFORME-LINEA.
003130      STRING "Rechazadas              : " TOT-RECHAZADAS
003140          DELIMITED BY SIZE INTO INFORME-LINEA.
003150      WRITE INFORME-LINEA.
003160  3000-ESCRIBIR-TOTALES-EXIT.
003170      EXIT.
003180
003190*------------------------------------------------------------------
003200* 8000-CALCULAR-DIA-JULIANO. Convierte la fecha AAAAMMDD de
003210* JUL-FECHA en su dia juliano en DIA-JULIANO, con divisiones
003220* enteras paso a paso. Una fecha con mes o dia imposible deja
003230* DIA-JULIANO en cero.
003240*------------------------------------------------------------------
003250  8000-CALCULAR-DIA-JULIANO.
003260      MOVE ZERO TO DIA-JULIANO.
003270      IF JUL-MM < 1 OR JUL-MM > 12 OR JUL-DD < 1 OR JUL-DD > 31
003280         GO TO 8000-CALCULAR-DIA-JULIANO-EXIT
003290      END-IF.
003300      COMPUTE JUL-AUX = 14 - JUL-MM.
003310      DIVIDE JUL-AUX BY 12 GIVING JUL-A.
003320      COMPUTE JUL-Y = JUL-AAAA + 4800 - JUL-A.
003330      COMPUTE JUL-M = JUL-MM + (12 * JUL-A) - 3.
003340      COMPUTE JUL-AUX = (153 * JUL-M) + 2.
003350      DIVIDE JUL-AUX BY 5 GIVING JUL-C1.
003360      DIVIDE JUL-Y BY 4 GIVING JUL-C2.
003370      DIVIDE JUL-Y BY 100 GIVING JUL-C3.
003380      DIVIDE JUL-Y BY 400 GIVING JUL-C4.
003390      COMPUTE DIA-JULIANO = JUL-DD + JUL-C1 + (365 * JUL-Y)
003400          + JUL-C2 - JUL-C3 + JUL-C4 - 32045.
003410  8000-CALCULAR-DIA-JULIANO-EXIT.
003420      EXIT.
003430
003440*------------------------------------------------------------------
003450* 9999-FINALIZAR.
003460*------------------------------------------------------------------
003470  9999-FINALIZAR.
003480      IF ARCHIVO-ABIERTO
003490         CLOSE ARCH-PENDIENTES
003500      END-IF.
003510      CLOSE ARCH-INFORME.
003520      DISPLAY "Informe de solicitudes grabado en PENRPT.".
003530      STOP RUN.
003540  9999-FINALIZAR-EXIT.
003550      EXIT.
003560
003570  END PROGRAM INFORME-PENDIENTES.
