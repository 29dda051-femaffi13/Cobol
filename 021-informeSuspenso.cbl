000010*****************************************************************
000020* PROGRAM-ID : INFORME-SUSPENSO
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Informe de antiguedad del suspenso MOVSUS
000050*               (MOVSUS01) de CARGA-MOVIMIENTOS: lista cada
000060*               partida abierta (pendiente o liberada) con los
000070*               dias transcurridos desde su rechazo y resume por
000080*               sucursal las abiertas por tramo de antiguedad, la
000090*               mas antigua y las ya aplicadas o canceladas, para
000100*               reclamarle a cada sucursal lo que tiene sin
000110*               corregir. Graba el informe en SUSRPT.
000120*****************************************************************
000130* HISTORIAL DE MODIFICACIONES
000140* FECHA       INICIALES  DESCRIPCION
000150* ----------  ---------  ------------------------------------------
000160* 2026-10-15  JPM        Version inicial.
000170*****************************************************************
000180  IDENTIFICATION DIVISION.
000190  PROGRAM-ID. INFORME-SUSPENSO.
000200  AUTHOR. DEPTO-SISTEMAS.
000210  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000220  DATE-WRITTEN. 15/10/2026.
000230  DATE-COMPILED.
000240
000250  ENVIRONMENT DIVISION.
000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280      SELECT ARCH-SUSPENSO ASSIGN TO "MOVSUS"
000290          ORGANIZATION IS INDEXED
000300          ACCESS MODE IS SEQUENTIAL
000310          RECORD KEY IS MOV-SUS-CLAVE
000320          FILE STATUS IS FS-SUSPENSO.
000330      SELECT ARCH-INFORME ASSIGN TO "SUSRPT"
000340          ORGANIZATION IS LINE SEQUENTIAL.
000350
000360  DATA DIVISION.
000370  FILE SECTION.
000380  FD  ARCH-SUSPENSO
000390      LABEL RECORDS ARE STANDARD.
000400      COPY MOVSUS01.
000410
000420  FD  ARCH-INFORME
000430      LABEL RECORDS ARE STANDARD.
000440  01  INFORME-LINEA             PIC X(100).
000450
000460  WORKING-STORAGE SECTION.
000470
000480  77  FS-SUSPENSO     PIC X(02).
000490
000500  77  SW-FIN-SUSPENSO PIC X(01)  VALUE "N".
000510      88  FIN-SUSPENSO           VALUE "S".
000520  77  SW-SUCURSAL-HALLADA PIC X(01) VALUE "N".
000530      88  SUCURSAL-HALLADA       VALUE "S".
000540  77  SW-SUCURSALES-LLENA PIC X(01) VALUE "N".
000550      88  SUCURSALES-LLENA       VALUE "S".
000560
000570  77  TOT-LEIDAS      PIC 9(06)  VALUE ZERO.
000580  77  TOT-PENDIENTES  PIC 9(06)  VALUE ZERO.
000590  77  TOT-LIBERADAS   PIC 9(06)  VALUE ZERO.
000600  77  TOT-APLICADAS   PIC 9(06)  VALUE ZERO.
000610  77  TOT-CANCELADAS  PIC 9(06)  VALUE ZERO.
000620
000630  77  DIAS-ANTIGUEDAD PIC 9(05)  VALUE ZERO.
000640  77  JUL-HOY         PIC 9(08)  VALUE ZERO.
000650  77  IND-TRAMO       PIC 9(01).
000660  77  SUB-TRAMO       PIC 9(01).
000670  77  ESTADO-TEXTO    PIC X(09).
000680  77  SUCURSAL-TEXTO  PIC X(10).
000690
000700  01  FECHA-HOY              PIC 9(08).
000710
000720* Dia juliano (numero de dia correlativo) de una fecha AAAAMMDD,
000730* para restar fechas sin pasar por el calendario.
000740  01  JUL-FECHA              PIC 9(08).
000750  01  JUL-FECHA-DET REDEFINES JUL-FECHA.
000760      05  JUL-AAAA           PIC 9(04).
000770      05  JUL-MM             PIC 9(02).
000780      05  JUL-DD             PIC 9(02).
000790  77  JUL-A           PIC 9(01).
000800  77  JUL-Y           PIC 9(05).
000810  77  JUL-M           PIC 9(02).
000820  77  JUL-AUX         PIC 9(05).
000830  77  JUL-C1          PIC 9(05).
000840  77  JUL-C2          PIC 9(05).
000850  77  JUL-C3          PIC 9(05).
000860  77  JUL-C4          PIC 9(05).
000870  77  DIA-JULIANO     PIC 9(08).
000880
000890* Tramos de antiguedad de las partidas abiertas (limite superior
000900* en dias de cada tramo; el ultimo abarca lo que supera 90).
000910  01  TABLA-LIMITES-TRAMO.
000920      05  FILLER              PIC 9(05)  VALUE 7.
000930      05  FILLER              PIC 9(05)  VALUE 30.
000940      05  FILLER              PIC 9(05)  VALUE 60.
000950      05  FILLER              PIC 9(05)  VALUE 90.
000960      05  FILLER              PIC 9(05)  VALUE 99999.
000970  01  TABLA-LIMITES-TRAMO-R REDEFINES TABLA-LIMITES-TRAMO.
000980      05  LIM-TRAMO OCCURS 5 TIMES PIC 9(05).
000990
001000  77  CANT-SUCURSALES PIC 9(02)  VALUE ZERO.
001010  77  SUB-SUCURSAL    PIC 9(02).
001020  77  IND-SUCURSAL    PIC 9(02).
001030  01  TABLA-SUCURSALES.
001040      05  SUCURSAL-ENTRADA OCCURS 50 TIMES.
001050          10  SUC-CODIGO       PIC X(04).
001060          10  SUC-PENDIENTES   PIC 9(05).
001070          10  SUC-LIBERADAS    PIC 9(05).
001080          10  SUC-TRAMO OCCURS 5 TIMES PIC 9(05).
001090          10  SUC-MAS-ANTIGUA  PIC 9(05).
001100          10  SUC-APLICADAS    PIC 9(05).
001110          10  SUC-CANCELADAS   PIC 9(05).
001120
001130  01  TOTAL-TRAMOS.
001140      05  TOT-TRAMO OCCURS 5 TIMES PIC 9(06) VALUE ZERO.
001150
001160*****************************************************************
001170* PROCEDURE DIVISION
001180*****************************************************************
001190  PROCEDURE DIVISION.
001200
001210*------------------------------------------------------------------
001220* 0000-MAINLINE.
001230*------------------------------------------------------------------
001240  0000-MAINLINE.
001250      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001260      PERFORM 2000-PROCESAR-PARTIDA THRU
001270              2000-PROCESAR-PARTIDA-EXIT
001280          UNTIL FIN-SUSPENSO.
001290      PERFORM 3000-ESCRIBIR-RESUMEN THRU
001300              3000-ESCRIBIR-RESUMEN-EXIT.
001310      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001320  0000-MAINLINE-EXIT.
001330      EXIT.
001340
001350*------------------------------------------------------------------
001360* 1000-INICIALIZAR. Toma la fecha del dia como fecha de corte,
001370* abre el suspenso y el informe, escribe el encabezado del detalle
001380* y lee la primera partida.
001390*------------------------------------------------------------------
001400  1000-INICIALIZAR.
001410      DISPLAY "****** Informe de antiguedad del suspenso ******".
001420      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001430      MOVE FECHA-HOY TO JUL-FECHA.
001440      PERFORM 8000-CALCULAR-DIA-JULIANO THRU
001450              8000-CALCULAR-DIA-JULIANO-EXIT.
001460      MOVE DIA-JULIANO TO JUL-HOY.
001470      OPEN OUTPUT ARCH-INFORME.
001480      MOVE SPACES TO INFORME-LINEA.
001490      STRING "Antiguedad del suspenso de movimientos al "
001500          FECHA-HOY
001510          DELIMITED BY SIZE INTO INFORME-LINEA.
001520      WRITE INFORME-LINEA.
001530      MOVE SPACES TO INFORME-LINEA.
001540      WRITE INFORME-LINEA.
001550      OPEN INPUT ARCH-SUSPENSO.
001560      IF FS-SUSPENSO = "35"
001570         DISPLAY "No existe MOVSUS todavia."
001580         MOVE "No existe MOVSUS todavia." TO INFORME-LINEA
001590         WRITE INFORME-LINEA
001600         MOVE "S" TO SW-FIN-SUSPENSO
001610         GO TO 1000-INICIALIZAR-EXIT
001620      END-IF.
001630      MOVE "Partidas abiertas:" TO INFORME-LINEA.
001640      WRITE INFORME-LINEA.
001650      MOVE SPACES TO INFORME-LINEA.
001660      STRING "Suc  Rechazo  Lote     Secuen T Nombre"
001670          "               Cod Estado     Dias"
001680          DELIMITED BY SIZE INTO INFORME-LINEA.
001690      WRITE INFORME-LINEA.
001700      READ ARCH-SUSPENSO
001710          AT END MOVE "S" TO SW-FIN-SUSPENSO
001720      END-READ.
001730  1000-INICIALIZAR-EXIT.
001740      EXIT.
001750
001760*------------------------------------------------------------------
001770* 2000-PROCESAR-PARTIDA. Cuenta la partida en su sucursal segun su
001780* estado; si esta abierta calcula sus dias de antiguedad, la
001790* acumula en su tramo y escribe la linea de detalle.
001800*------------------------------------------------------------------
001810  2000-PROCESAR-PARTIDA.
001820      ADD 1 TO TOT-LEIDAS.
001830      PERFORM 2100-UBICAR-SUCURSAL THRU 2100-UBICAR-SUCURSAL-EXIT.
001840      IF MOV-SUS-APLICADA
001850         ADD 1 TO TOT-APLICADAS
001860         IF IND-SUCURSAL > ZERO
001870            ADD 1 TO SUC-APLICADAS (IND-SUCURSAL)
001880         END-IF
001890         GO TO 2000-PROCESAR-PARTIDA-SIG
001900      END-IF.
001910      IF MOV-SUS-CANCELADA
001920         ADD 1 TO TOT-CANCELADAS
001930         IF IND-SUCURSAL > ZERO
001940            ADD 1 TO SUC-CANCELADAS (IND-SUCURSAL)
001950         END-IF
001960         GO TO 2000-PROCESAR-PARTIDA-SIG
001970      END-IF.
001980      MOVE ZERO TO DIAS-ANTIGUEDAD.
001990      IF MOV-SUS-FECHA-RECHAZO IS NUMERIC
002000         MOVE MOV-SUS-FECHA-RECHAZO TO JUL-FECHA
002010         PERFORM 8000-CALCULAR-DIA-JULIANO THRU
002020                 8000-CALCULAR-DIA-JULIANO-EXIT
002030         IF DIA-JULIANO > ZERO AND DIA-JULIANO < JUL-HOY
002040            COMPUTE DIAS-ANTIGUEDAD = JUL-HOY - DIA-JULIANO
002050         END-IF
002060      END-IF.
002070      MOVE 1 TO IND-TRAMO.
002080      PERFORM 2200-BUSCAR-TRAMO THRU 2200-BUSCAR-TRAMO-EXIT
002090          UNTIL DIAS-ANTIGUEDAD NOT > LIM-TRAMO (IND-TRAMO).
002100      ADD 1 TO TOT-TRAMO (IND-TRAMO).
002110      IF MOV-SUS-LIBERADA
002120         ADD 1 TO TOT-LIBERADAS
002130         MOVE "LIBERADA" TO ESTADO-TEXTO
002140      ELSE
002150         ADD 1 TO TOT-PENDIENTES
002160         MOVE "PENDIENTE" TO ESTADO-TEXTO
002170      END-IF.
002180      IF IND-SUCURSAL > ZERO
002190         IF MOV-SUS-LIBERADA
002200            ADD 1 TO SUC-LIBERADAS (IND-SUCURSAL)
002210         ELSE
002220            ADD 1 TO SUC-PENDIENTES (IND-SUCURSAL)
002230         END-IF
002240         ADD 1 TO SUC-TRAMO (IND-SUCURSAL, IND-TRAMO)
002250         IF DIAS-ANTIGUEDAD > SUC-MAS-ANTIGUA (IND-SUCURSAL)
002260            MOVE DIAS-ANTIGUEDAD TO SUC-MAS-ANTIGUA (IND-SUCURSAL)
002270         END-IF
002280      END-IF.
002290      MOVE SPACES TO INFORME-LINEA.
002300      STRING MOV-SUS-SUCURSAL " " MOV-SUS-FECHA-RECHAZO " "
002310          MOV-SUS-FECHA-LOTE " " MOV-SUS-SECUENCIA " "
002320          MOV-SUS-TIPO " " MOV-SUS-NOMBRE " "
002330          MOV-SUS-COD-MOTIVO "  " ESTADO-TEXTO "  "
002340          DIAS-ANTIGUEDAD
002350          DELIMITED BY SIZE INTO INFORME-LINEA.
002360      WRITE INFORME-LINEA.
002370  2000-PROCESAR-PARTIDA-SIG.
002380      READ ARCH-SUSPENSO
002390          AT END MOVE "S" TO SW-FIN-SUSPENSO
002400      END-READ.
002410  2000-PROCESAR-PARTIDA-EXIT.
002420      EXIT.
002430
002440*------------------------------------------------------------------
002450* 2100-UBICAR-SUCURSAL. Deja en IND-SUCURSAL la entrada de la
002460* sucursal de la partida en TABLA-SUCURSALES, agregandola si es la
002470* primera vez que aparece (hasta 50 sucursales distintas; los
002480* movimientos fuera de lote van con la sucursal en blanco). En
002490* cero la partida no se resume por sucursal.
002500*------------------------------------------------------------------
002510  2100-UBICAR-SUCURSAL.
002520      MOVE "N" TO SW-SUCURSAL-HALLADA.
002530      MOVE ZERO TO IND-SUCURSAL.
002540      MOVE 1 TO SUB-SUCURSAL.
002550      PERFORM 2110-BUSCAR-SUCURSAL THRU
002560              2110-BUSCAR-SUCURSAL-EXIT
002570          UNTIL SUCURSAL-HALLADA OR
002580                SUB-SUCURSAL > CANT-SUCURSALES.
002590      IF SUCURSAL-HALLADA
002600         GO TO 2100-UBICAR-SUCURSAL-EXIT
002610      END-IF.
002620      IF CANT-SUCURSALES < 50
002630         ADD 1 TO CANT-SUCURSALES
002640         MOVE CANT-SUCURSALES TO IND-SUCURSAL
002650         MOVE MOV-SUS-SUCURSAL TO SUC-CODIGO (IND-SUCURSAL)
002660         MOVE ZERO TO SUC-PENDIENTES (IND-SUCURSAL)
002670         MOVE ZERO TO SUC-LIBERADAS (IND-SUCURSAL)
002680         MOVE ZERO TO SUC-MAS-ANTIGUA (IND-SUCURSAL)
002690         MOVE ZERO TO SUC-APLICADAS (IND-SUCURSAL)
002700         MOVE ZERO TO SUC-CANCELADAS (IND-SUCURSAL)
002710         MOVE 1 TO SUB-TRAMO
002720         PERFORM 2120-LIMPIAR-TRAMO THRU 2120-LIMPIAR-TRAMO-EXIT
002730             UNTIL SUB-TRAMO > 5
002740      ELSE
002750         IF NOT SUCURSALES-LLENA
002760            MOVE "S" TO SW-SUCURSALES-LLENA
002770            MOVE SPACES TO INFORME-LINEA
002780            STRING "AVISO: mas de 50 sucursales distintas; el "
002790                "resumen cubre solo las primeras 50."
002800                DELIMITED BY SIZE INTO INFORME-LINEA
002810            WRITE INFORME-LINEA
002820         END-IF
002830      END-IF.
002840  2100-UBICAR-SUCURSAL-EXIT.
002850      EXIT.
002860
002870*------------------------------------------------------------------
002880* 2110-BUSCAR-SUCURSAL. Compara la entrada corriente de la tabla
002890* de sucursales con la de la partida y avanza.
002900*------------------------------------------------------------------
002910  2110-BUSCAR-SUCURSAL.
002920      IF SUC-CODIGO (SUB-SUCURSAL) = MOV-SUS-SUCURSAL
002930         MOVE "S" TO SW-SUCURSAL-HALLADA
002940         MOVE SUB-SUCURSAL TO IND-SUCURSAL
002950      ELSE
002960         ADD 1 TO SUB-SUCURSAL
002970      END-IF.
002980  2110-BUSCAR-SUCURSAL-EXIT.
002990      EXIT.
003000
003010*------------------------------------------------------------------
003020* 2120-LIMPIAR-TRAMO. Pone en cero un tramo de la sucursal recien
003030* agregada y avanza.
003040*------------------------------------------------------------------
003050  2120-LIMPIAR-TRAMO.
003060      MOVE ZERO TO SUC-TRAMO (IND-SUCURSAL, SUB-TRAMO).
003070      ADD 1 TO SUB-TRAMO.
003080  2120-LIMPIAR-TRAMO-EXIT.
003090      EXIT.
003100
003110*------------------------------------------------------------------
003120* 2200-BUSCAR-TRAMO. Avanza al tramo siguiente de antiguedad.
003130*------------------------------------------------------------------
003140  2200-BUSCAR-TRAMO.
003150      ADD 1 TO IND-TRAMO.
003160  2200-BUSCAR-TRAMO-EXIT.
003170      EXIT.
003180
003190*------------------------------------------------------------------
003200* 3000-ESCRIBIR-RESUMEN. Escribe el resumen por sucursal y los
003210* totales del suspenso.
003220*------------------------------------------------------------------
003230  3000-ESCRIBIR-RESUMEN.
003240      MOVE SPACES TO INFORME-LINEA.
003250      WRITE INFORME-LINEA.
003260      MOVE "Resumen por sucursal (partidas abiertas por dias):"
003270          TO INFORME-LINEA.
003280      WRITE INFORME-LINEA.
003290      MOVE SPACES TO INFORME-LINEA.
003300      STRING "Sucursal   Pend  Lib.  0-7   8-30  31-60 61-90 "
003310          ">90   +Antig Aplic Canc."
003320          DELIMITED BY SIZE INTO INFORME-LINEA.
003330      WRITE INFORME-LINEA.
003340      MOVE 1 TO SUB-SUCURSAL.
003350      PERFORM 3100-LISTAR-SUCURSAL THRU 3100-LISTAR-SUCURSAL-EXIT
003360          UNTIL SUB-SUCURSAL > CANT-SUCURSALES.
003370      MOVE SPACES TO INFORME-LINEA.
003380      WRITE INFORME-LINEA.
003390      MOVE SPACES TO INFORME-LINEA.
003400      STRING "Partidas leidas         : " TOT-LEIDAS
003410          DELIMITED BY SIZE INTO INFORME-LINEA.
003420      WRITE INFORME-LINEA.
003430      MOVE SPACES TO INFORME-LINEA.
003440      STRING "Pendientes              : " TOT-PENDIENTES
003450          DELIMITED BY SIZE INTO INFORME-LINEA.
003460      WRITE INFORME-LINEA.
003470      MOVE SPACES TO INFORME-LINEA.
003480      STRING "Liberadas               : " TOT-LIBERADAS
003490          DELIMITED BY SIZE INTO INFORME-LINEA.
003500      WRITE INFORME-LINEA.
003510      MOVE SPACES TO INFORME-LINEA.
003520      STRING "Abiertas por tramo      : " TOT-TRAMO (1) " "
003530          TOT-TRAMO (2) " " TOT-TRAMO (3) " " TOT-TRAMO (4) " "
003540          TOT-TRAMO (5)
003550          DELIMITED BY SIZE INTO INFORME-LINEA.
003560      WRITE INFORME-LINEA.
003570      MOVE SPACES TO INFORME-LINEA.
003580      STRING "Aplicadas               : " TOT-APLICADAS
003590          DELIMITED BY SIZE INTO INFORME-LINEA.
003600      WRITE INFORME-LINEA.
003610      MOVE SPACES TO INFORME-LINEA.
003620      STRING "Canceladas              : " TOT-CANCELADAS
003630          DELIMITED BY SIZE INTO INFORME-LINEA.
003640      WRITE INFORME-LINEA.
003650  3000-ESCRIBIR-RESUMEN-EXIT.
003660      EXIT.
003670
003680*------------------------------------------------------------------
003690* 3100-LISTAR-SUCURSAL. Escribe la linea de resumen de la sucursal
003700* corriente y avanza.
003710*------------------------------------------------------------------
003720  3100-LISTAR-SUCURSAL.
003730      IF SUC-CODIGO (SUB-SUCURSAL) = SPACES
003740         MOVE "FUERA LOTE" TO SUCURSAL-TEXTO
003750      ELSE
003760         MOVE SUC-CODIGO (SUB-SUCURSAL) TO SUCURSAL-TEXTO
003770      END-IF.
003780      MOVE SPACES TO INFORME-LINEA.
003790      STRING SUCURSAL-TEXTO " "
003800          SUC-PENDIENTES (SUB-SUCURSAL) " "
003810          SUC-LIBERADAS (SUB-SUCURSAL) " "
003820          SUC-TRAMO (SUB-SUCURSAL, 1) " "
003830          SUC-TRAMO (SUB-SUCURSAL, 2) " "
003840          SUC-TRAMO (SUB-SUCURSAL, 3) " "
003850          SUC-TRAMO (SUB-SUCURSAL, 4) " "
003860          SUC-TRAMO (SUB-SUCURSAL, 5) " "
003870          SUC-MAS-ANTIGUA (SUB-SUCURSAL) " "
003880          SUC-APLICADAS (SUB-SUCURSAL) " "
003890          SUC-CANCELADAS (SUB-SUCURSAL)
003900          DELIMITED BY SIZE INTO INFORME-LINEA.
003910      WRITE INFORME-LINEA.
003920      ADD 1 TO SUB-SUCURSAL.
003930  3100-LISTAR-SUCURSAL-EXIT.
003940      EXIT.
003950
003960*------------------------------------------------------------------
003970* 8000-CALCULAR-DIA-JULIANO. Convierte la fecha AAAAMMDD de
003980* JUL-FECHA en su dia juliano en DIA-JULIANO, con divisiones
003990* enteras paso a paso. Una fecha con mes o dia imposible deja
004000* DIA-JULIANO en cero.
004010*------------------------------------------------------------------
004020  8000-CALCULAR-DIA-JULIANO.
004030      MOVE ZERO TO DIA-JULIANO.
004040      IF JUL-MM < 1 OR JUL-MM > 12 OR JUL-DD < 1 OR JUL-DD > 31
004050         GO TO 8000-CALCULAR-DIA-JULIANO-EXIT
004060      END-IF.
004070      COMPUTE JUL-AUX = 14 - JUL-MM.
004080      DIVIDE JUL-AUX BY 12 GIVING JUL-A.
004090      COMPUTE JUL-Y = JUL-AAAA + 4800 - JUL-A.
004100      COMPUTE JUL-M = JUL-MM + (12 * JUL-A) - 3.
004110      COMPUTE JUL-AUX = (153 * JUL-M) + 2.
004120      DIVIDE JUL-AUX BY 5 GIVING JUL-C1.
004130      DIVIDE JUL-Y BY 4 GIVING JUL-C2.
004140      DIVIDE JUL-Y BY 100 GIVING JUL-C3.
004150      DIVIDE JUL-Y BY 400 GIVING JUL-C4.
004160      COMPUTE DIA-JULIANO = JUL-DD + JUL-C1 + (365 * JUL-Y)
004170          + JUL-C2 - JUL-C3 + JUL-C4 - 32045.
004180  8000-CALCULAR-DIA-JULIANO-EXIT.
004190      EXIT.
004200
004210*------------------------------------------------------------------
004220* 9999-FINALIZAR.
004230*------------------------------------------------------------------
004240  9999-FINALIZAR.
004250      IF FS-SUSPENSO NOT = "35"
004260         CLOSE ARCH-SUSPENSO
004270      END-IF.
004280      CLOSE ARCH-INFORME.
004290      DISPLAY "Informe de antiguedad grabado en SUSRPT.".
004300      STOP RUN.
004310  9999-FINALIZAR-EXIT.
004320      EXIT.
004330
004340  END PROGRAM INFORME-SUSPENSO.
