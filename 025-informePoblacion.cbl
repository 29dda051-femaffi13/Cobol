000010*****************************************************************
000020* PROGRAM-ID : INFORME-POBLACION
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Evolucion de la poblacion de registrantes de un
000050*               periodo, conciliada contra el master, en POBRPT:
000060*               parte del saldo de apertura de activos, suma las
000070*               altas del periodo (detalles de REGLOG), resta las
000080*               bajas ("B"), suma las reactivaciones ("R") y resta
000090*               las fusiones ("F") de REGJRN, y compara el saldo
000100*               de cierre calculado con el cierre real contado en
000110*               REGISTRO-MASTER. Una diferencia se marca en el
000120*               informe y termina con RETURN-CODE 8.
000130*
000140*               El cierre real son los activos de hoy en el master
000150*               menos los movimientos posteriores al periodo (las
000160*               altas y reactivaciones se restan y las bajas y
000170*               fusiones se suman), de modo que el periodo puede
000180*               conciliarse despues de cerrado.
000190*
000200*               El saldo de apertura es el cierre real que una
000210*               corrida anterior dejo en POBCTL para el dia previo
000220*               al periodo. Cada corrida de un periodo ya cerrado
000230*               deja alli su cierre real, que es la apertura del
000240*               periodo siguiente. Sin cierre anterior registrado
000250*               (primera corrida) la apertura se deriva del cierre
000260*               real y el informe lo aclara: ese periodo no queda
000270*               conciliado.
000280*
000290*               Para periodos ya archivados por ARCHIVA-HISTORICOS
000300*               el operador pide leer tambien las generaciones
000310*               REGLOGA y REGJRNA, ademas de REGLOG y REGJRN
000320*               vivos; los registros de control "G"/"Z" se saltean
000330*               y el filtro de fechas toma de cada archivo solo lo
000340*               que corresponde, aunque el periodo cruce un corte.
000350*****************************************************************
000360* HISTORIAL DE MODIFICACIONES
000370* FECHA       INICIALES  DESCRIPCION
000380* ----------  ---------  ------------------------------------------
000390* 2026-10-15  JPM        Version inicial.
000400*****************************************************************
000410  IDENTIFICATION DIVISION.
000420  PROGRAM-ID. INFORME-POBLACION.
000430  AUTHOR. DEPTO-SISTEMAS.
000440  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000450  DATE-WRITTEN. 15/10/2026.
000460  DATE-COMPILED.
000470
000480  ENVIRONMENT DIVISION.
000490  INPUT-OUTPUT SECTION.
000500  FILE-CONTROL.
000510      SELECT REGISTRO-LOG ASSIGN TO "REGLOG"
000520          ORGANIZATION IS SEQUENTIAL
000530          FILE STATUS IS FS-LOG.
000540      SELECT ARCH-LOG-ARCHIVO ASSIGN TO "REGLOGA"
000550          ORGANIZATION IS SEQUENTIAL
000560          FILE STATUS IS FS-LOG-ARCHIVO.
000570      SELECT ARCH-JOURNAL ASSIGN TO "REGJRN"
000580          ORGANIZATION IS SEQUENTIAL
000590          FILE STATUS IS FS-JOURNAL.
000600      SELECT ARCH-JRN-ARCHIVO ASSIGN TO "REGJRNA"
000610          ORGANIZATION IS SEQUENTIAL
000620          FILE STATUS IS FS-JRN-ARCHIVO.
000630      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS SEQUENTIAL
000660          RECORD KEY IS REG-MAE-ID
000670          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000680              WITH DUPLICATES
000690          FILE STATUS IS FS-MAESTRO.
000700      SELECT ARCH-SALDOS ASSIGN TO "POBCTL"
000710          ORGANIZATION IS LINE SEQUENTIAL
000720          FILE STATUS IS FS-SALDOS.
000730      SELECT ARCH-INFORME ASSIGN TO "POBRPT"
000740          ORGANIZATION IS LINE SEQUENTIAL.
000750
000760  DATA DIVISION.
000770  FILE SECTION.
000780* El log vivo y su generacion de archivo, y el journal vivo y la
000790* suya, se leen sobre MOV-LOG y MOV-JOURNAL de WORKING-STORAGE
000800* (mismo layout que REGLOG01 y REGJRN01).
000810  FD  REGISTRO-LOG
000820      LABEL RECORDS ARE STANDARD
000830      RECORD CONTAINS 50 CHARACTERS.
000840  01  LOG-REGISTRO              PIC X(50).
000850
000860  FD  ARCH-LOG-ARCHIVO
000870      LABEL RECORDS ARE STANDARD
000880      RECORD CONTAINS 50 CHARACTERS.
000890  01  LGA-REGISTRO              PIC X(50).
000900
000910  FD  ARCH-JOURNAL
000920      LABEL RECORDS ARE STANDARD.
000930  01  JRN-REGISTRO              PIC X(165).
000940
000950  FD  ARCH-JRN-ARCHIVO
000960      LABEL RECORDS ARE STANDARD.
000970  01  JRA-REGISTRO              PIC X(165).
000980
000990  FD  REGISTRO-MASTER
001000      LABEL RECORDS ARE STANDARD.
001010      COPY REGMAE01.
001020
001030* Un registro por periodo cerrado: fecha de cierre, activos reales
001040* a esa fecha y fecha de la corrida que los conto.
001050  FD  ARCH-SALDOS
001060      LABEL RECORDS ARE STANDARD.
001070  01  SAL-REGISTRO.
001080      05  SAL-FECHA-CIERRE      PIC 9(08).
001090      05  SAL-ACTIVOS           PIC 9(07).
001100      05  SAL-FECHA-CORRIDA     PIC 9(08).
001110
001120  FD  ARCH-INFORME
001130      LABEL RECORDS ARE STANDARD.
001140  01  INFORME-LINEA             PIC X(80).
001150
001160  WORKING-STORAGE SECTION.
001170
001180  77  FS-LOG          PIC X(02).
001190  77  FS-LOG-ARCHIVO  PIC X(02).
001200  77  FS-JOURNAL      PIC X(02).
001210  77  FS-JRN-ARCHIVO  PIC X(02).
001220  77  FS-MAESTRO      PIC X(02).
001230  77  FS-SALDOS       PIC X(02).
001240
001250  77  SW-FIN-ARCHIVO  PIC X(01)  VALUE "N".
001260      88  FIN-ARCHIVO            VALUE "S".
001270  77  SW-FECHA-VALIDA PIC X(01)  VALUE "N".
001280      88  FECHA-VALIDA           VALUE "S".
001290  77  SW-INCLUIR-ARCHIVO PIC X(01) VALUE "N".
001300      88  INCLUIR-ARCHIVO        VALUE "S".
001310  77  SW-APERTURA-REGISTRADA PIC X(01) VALUE "N".
001320      88  APERTURA-REGISTRADA    VALUE "S".
001330  77  SW-PERIODO-CERRADO PIC X(01) VALUE "N".
001340      88  PERIODO-CERRADO        VALUE "S".
001350  77  OPC-ARCHIVO     PIC X(01).
001360
001370* Vista de un registro de REGLOG/REGLOGA: solo interesan el tipo
001380* y la fecha del alta.
001390  01  MOV-LOG.
001400      05  MLG-TIPO-REG          PIC X(01).
001410          88  MLG-ES-DETALLE           VALUE "D".
001420          88  MLG-ES-CONTROL-ARCH      VALUE "G" "Z".
001430      05  MLG-ID                PIC 9(06).
001440      05  MLG-NOMBRE            PIC A(20).
001450      05  MLG-EDAD              PIC 9(03).
001460      05  MLG-FECHA-ALTA        PIC 9(08).
001470      05  FILLER                PIC X(12).
001480
001490* Vista de un registro de REGJRN/REGJRNA: tipo de operacion y
001500* fecha.
001510  01  MOV-JOURNAL.
001520      05  MJR-TIPO-OP           PIC X(01).
001530          88  MJR-ES-BAJA              VALUE "B".
001540          88  MJR-ES-REACTIVACION      VALUE "R".
001550          88  MJR-ES-FUSION            VALUE "F".
001560          88  MJR-ES-CONTROL-ARCH      VALUE "G" "Z".
001570      05  MJR-FECHA             PIC 9(08).
001580      05  FILLER                PIC X(156).
001590
001600  77  FECHA-ENTRADA   PIC X(08).
001610  01  FECHA-HOY              PIC 9(08).
001620  01  FECHA-HOY-DET REDEFINES FECHA-HOY.
001630      05  HOY-AAAA           PIC 9(04).
001640      05  HOY-MM             PIC 9(02).
001650      05  HOY-DD             PIC 9(02).
001660  01  FECHA-DESDE            PIC 9(08).
001670  01  FECHA-DESDE-DET REDEFINES FECHA-DESDE.
001680      05  DES-AAAA           PIC 9(04).
001690      05  DES-MM             PIC 9(02).
001700      05  DES-DD             PIC 9(02).
001710  01  FECHA-HASTA            PIC 9(08).
001720  01  FECHA-HASTA-DET REDEFINES FECHA-HASTA.
001730      05  HAS-AAAA           PIC 9(04).
001740      05  HAS-MM             PIC 9(02).
001750      05  HAS-DD             PIC 9(02).
001760  01  FECHA-APERTURA         PIC 9(08).
001770  01  FECHA-APERTURA-DET REDEFINES FECHA-APERTURA.
001780      05  APE-AAAA           PIC 9(04).
001790      05  APE-MM             PIC 9(02).
001800      05  APE-DD             PIC 9(02).
001810  01  FECHA-VALIDAR          PIC 9(08).
001820  01  FECHA-VALIDAR-DET REDEFINES FECHA-VALIDAR.
001830      05  VAL-AAAA           PIC 9(04).
001840      05  VAL-MM             PIC 9(02).
001850      05  VAL-DD             PIC 9(02).
001860  77  FECHA-MOVIMIENTO PIC 9(08).
001870
001880  01  TABLA-DIAS-MES-VALORES PIC X(24)
001890          VALUE "312831303130313130313031".
001900  01  TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
001910      05  DIAS-MES OCCURS 12 TIMES PIC 9(02).
001920  77  CAL-AAAA        PIC 9(04).
001930  77  CAL-MM          PIC 9(02).
001940  77  CAL-DIAS        PIC 9(02).
001950  77  COCIENTE        PIC 9(04).
001960  77  RESTO-4         PIC 9(04).
001970  77  RESTO-100       PIC 9(04).
001980  77  RESTO-400       PIC 9(04).
001990
002000* Movimientos del periodo y posteriores al periodo.
002010  77  PER-ALTAS       PIC 9(07)  VALUE ZERO.
002020  77  PER-BAJAS       PIC 9(07)  VALUE ZERO.
002030  77  PER-REACTIVACIONES PIC 9(07) VALUE ZERO.
002040  77  PER-FUSIONES    PIC 9(07)  VALUE ZERO.
002050  77  POS-ALTAS       PIC 9(07)  VALUE ZERO.
002060  77  POS-BAJAS       PIC 9(07)  VALUE ZERO.
002070  77  POS-REACTIVACIONES PIC 9(07) VALUE ZERO.
002080  77  POS-FUSIONES    PIC 9(07)  VALUE ZERO.
002090  77  TIPO-MOVIMIENTO PIC X(01).
002100
002110  77  SALDO-APERTURA  PIC S9(07) VALUE ZERO.
002120  77  SALDO-CALCULADO PIC S9(07) VALUE ZERO.
002130  77  ACTIVOS-HOY     PIC 9(07)  VALUE ZERO.
002140  77  SALDO-REAL      PIC S9(07) VALUE ZERO.
002150  77  DIFERENCIA      PIC S9(07) VALUE ZERO.
002160  77  FECHA-CORRIDA-APE PIC 9(08) VALUE ZERO.
002170  77  IMPORTE-ED      PIC -(7)9.
002180
002190  77  CONT-LOG-LEIDOS PIC 9(07)  VALUE ZERO.
002200  77  CONT-JRN-LEIDOS PIC 9(07)  VALUE ZERO.
002210  77  CONT-CONTROL-ARCH PIC 9(06) VALUE ZERO.
002220
002230*****************************************************************
002240* PROCEDURE DIVISION
002250*****************************************************************
002260  PROCEDURE DIVISION.
002270
002280*------------------------------------------------------------------
002290* 0000-MAINLINE.
002300*------------------------------------------------------------------
002310  0000-MAINLINE.
002320      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002330      PERFORM 2000-LEER-LOG THRU 2000-LEER-LOG-EXIT.
002340      IF INCLUIR-ARCHIVO
002350         PERFORM 2500-LEER-LOG-ARCHIVO THRU
002360                 2500-LEER-LOG-ARCHIVO-EXIT
002370      END-IF.
002380      PERFORM 3000-LEER-JOURNAL THRU 3000-LEER-JOURNAL-EXIT.
002390      IF INCLUIR-ARCHIVO
002400         PERFORM 3500-LEER-JRN-ARCHIVO THRU
002410                 3500-LEER-JRN-ARCHIVO-EXIT
002420      END-IF.
002430      PERFORM 4000-CONTAR-MAESTRO THRU 4000-CONTAR-MAESTRO-EXIT.
002440      PERFORM 4500-LEER-APERTURA THRU 4500-LEER-APERTURA-EXIT.
002450      PERFORM 5000-CONCILIAR THRU 5000-CONCILIAR-EXIT.
002460      PERFORM 6000-ESCRIBIR-INFORME THRU
002470              6000-ESCRIBIR-INFORME-EXIT.
002480      IF PERIODO-CERRADO
002490         PERFORM 7000-GRABAR-CIERRE THRU 7000-GRABAR-CIERRE-EXIT
002500      END-IF.
002510      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002520  0000-MAINLINE-EXIT.
002530      EXIT.
002540
002550*------------------------------------------------------------------
002560* 1000-INICIALIZAR. Pide el periodo y si se leen tambien las
002570* generaciones de archivo, calcula el dia previo al periodo (el de
002580* la apertura) y abre el informe.
002590*------------------------------------------------------------------
002600  1000-INICIALIZAR.
002610      DISPLAY "****** Evolucion de la poblacion ******".
002620      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
002630      PERFORM 1100-PEDIR-DESDE THRU 1100-PEDIR-DESDE-EXIT.
002640      IF FECHA-HASTA = ZERO
002650         PERFORM 1200-PEDIR-HASTA THRU 1200-PEDIR-HASTA-EXIT
002660      END-IF.
002670      PERFORM 1300-PEDIR-ARCHIVO THRU 1300-PEDIR-ARCHIVO-EXIT.
002680      PERFORM 1400-CALCULAR-APERTURA THRU
002690              1400-CALCULAR-APERTURA-EXIT.
002700      IF FECHA-HASTA < FECHA-HOY
002710         MOVE "S" TO SW-PERIODO-CERRADO
002720      END-IF.
002730      OPEN OUTPUT ARCH-INFORME.
002740      MOVE "Evolucion de la poblacion de registrantes"
002750          TO INFORME-LINEA.
002760      WRITE INFORME-LINEA.
002770      MOVE SPACES TO INFORME-LINEA.
002780      STRING "Periodo " FECHA-DESDE " a " FECHA-HASTA
002790          " - emitido " FECHA-HOY
002800          DELIMITED BY SIZE INTO INFORME-LINEA.
002810      WRITE INFORME-LINEA.
002820      MOVE SPACES TO INFORME-LINEA.
002830      IF INCLUIR-ARCHIVO
002840         MOVE "Fuentes: REGLOG/REGJRN vivos y REGLOGA/REGJRNA"
002850             TO INFORME-LINEA
002860      ELSE
002870         MOVE "Fuentes: REGLOG y REGJRN vivos" TO INFORME-LINEA
002880      END-IF.
002890      WRITE INFORME-LINEA.
002900      MOVE SPACES TO INFORME-LINEA.
002910      WRITE INFORME-LINEA.
002920  1000-INICIALIZAR-EXIT.
002930      EXIT.
002940
002950*------------------------------------------------------------------
002960* 1100-PEDIR-DESDE. Pide la fecha desde del periodo (AAAAMMDD).
002970* Enter toma el mes anterior completo y deja armada tambien la
002980* fecha hasta.
002990*------------------------------------------------------------------
003000  1100-PEDIR-DESDE.
003010      MOVE ZERO TO FECHA-HASTA.
003020      DISPLAY "Periodo desde AAAAMMDD (Enter = mes anterior): "
003030          WITH NO ADVANCING.
003040      MOVE SPACES TO FECHA-ENTRADA.
003050      ACCEPT FECHA-ENTRADA.
003060      IF FECHA-ENTRADA = SPACES
003070         MOVE HOY-AAAA TO DES-AAAA
003080         MOVE HOY-MM TO DES-MM
003090         IF DES-MM = 1
003100            SUBTRACT 1 FROM DES-AAAA
003110            MOVE 12 TO DES-MM
003120         ELSE
003130            SUBTRACT 1 FROM DES-MM
003140         END-IF
003150         MOVE 1 TO DES-DD
003160         MOVE DES-AAAA TO CAL-AAAA
003170         MOVE DES-MM TO CAL-MM
003180         PERFORM 8100-CALCULAR-DIAS-MES THRU
003190                 8100-CALCULAR-DIAS-MES-EXIT
003200         MOVE FECHA-DESDE TO FECHA-HASTA
003210         MOVE CAL-DIAS TO HAS-DD
003220         GO TO 1100-PEDIR-DESDE-EXIT
003230      END-IF.
003240      IF FECHA-ENTRADA IS NOT NUMERIC
003250         DISPLAY "Fecha invalida. Ingrese AAAAMMDD."
003260         GO TO 1100-PEDIR-DESDE
003270      END-IF.
003280      MOVE FECHA-ENTRADA TO FECHA-VALIDAR.
003290      PERFORM 8000-VALIDAR-FECHA THRU 8000-VALIDAR-FECHA-EXIT.
003300      IF NOT FECHA-VALIDA
003310         DISPLAY "Fecha invalida. Ingrese AAAAMMDD."
003320         GO TO 1100-PEDIR-DESDE
003330      END-IF.
003340      MOVE FECHA-VALIDAR TO FECHA-DESDE.
003350  1100-PEDIR-DESDE-EXIT.
003360      EXIT.
003370
003380*------------------------------------------------------------------
003390* 1200-PEDIR-HASTA. Pide la fecha hasta del periodo (AAAAMMDD, no
003400* anterior a la fecha desde).
003410*------------------------------------------------------------------
003420  1200-PEDIR-HASTA.
003430      DISPLAY "Periodo hasta AAAAMMDD: " WITH NO ADVANCING.
003440      MOVE SPACES TO FECHA-ENTRADA.
003450      ACCEPT FECHA-ENTRADA.
003460      IF FECHA-ENTRADA IS NOT NUMERIC
003470         DISPLAY "Fecha invalida. Ingrese AAAAMMDD."
003480         GO TO 1200-PEDIR-HASTA
003490      END-IF.
003500      MOVE FECHA-ENTRADA TO FECHA-VALIDAR.
003510      PERFORM 8000-VALIDAR-FECHA THRU 8000-VALIDAR-FECHA-EXIT.
003520      IF NOT FECHA-VALIDA OR FECHA-VALIDAR < FECHA-DESDE
003530         DISPLAY "Fecha invalida o anterior a la fecha desde."
003540         GO TO 1200-PEDIR-HASTA
003550      END-IF.
003560      MOVE FECHA-VALIDAR TO FECHA-HASTA.
003570  1200-PEDIR-HASTA-EXIT.
003580      EXIT.
003590
003600*------------------------------------------------------------------
003610* 1300-PEDIR-ARCHIVO. Pregunta si se leen tambien las generaciones
003620* de archivo REGLOGA y REGJRNA (periodos ya archivados).
003630*------------------------------------------------------------------
003640  1300-PEDIR-ARCHIVO.
003650      DISPLAY "Leer tambien REGLOGA/REGJRNA (S/N): "
003660          WITH NO ADVANCING.
003670      ACCEPT OPC-ARCHIVO.
003680      IF OPC-ARCHIVO = "S" OR OPC-ARCHIVO = "s"
003690         MOVE "S" TO SW-INCLUIR-ARCHIVO
003700      ELSE IF OPC-ARCHIVO = "N" OR OPC-ARCHIVO = "n"
003710         MOVE "N" TO SW-INCLUIR-ARCHIVO
003720      ELSE
003730         DISPLAY "Responda S o N."
003740         GO TO 1300-PEDIR-ARCHIVO
003750      END-IF.
003760  1300-PEDIR-ARCHIVO-EXIT.
003770      EXIT.
003780
003790*------------------------------------------------------------------
003800* 1400-CALCULAR-APERTURA. Deja en FECHA-APERTURA el dia previo a
003810* FECHA-DESDE, cuyo cierre es la apertura del periodo.
003820*------------------------------------------------------------------
003830  1400-CALCULAR-APERTURA.
003840      MOVE FECHA-DESDE TO FECHA-APERTURA.
003850      IF APE-DD > 1
003860         SUBTRACT 1 FROM APE-DD
003870         GO TO 1400-CALCULAR-APERTURA-EXIT
003880      END-IF.
003890      IF APE-MM = 1
003900         SUBTRACT 1 FROM APE-AAAA
003910         MOVE 12 TO APE-MM
003920      ELSE
003930         SUBTRACT 1 FROM APE-MM
003940      END-IF.
003950      MOVE APE-AAAA TO CAL-AAAA.
003960      MOVE APE-MM TO CAL-MM.
003970      PERFORM 8100-CALCULAR-DIAS-MES THRU
003980              8100-CALCULAR-DIAS-MES-EXIT.
003990      MOVE CAL-DIAS TO APE-DD.
004000  1400-CALCULAR-APERTURA-EXIT.
004010      EXIT.
004020
004030*------------------------------------------------------------------
004040* 2000-LEER-LOG. Recorre REGLOG y clasifica cada alta por fecha.
004050*------------------------------------------------------------------
004060  2000-LEER-LOG.
004070      OPEN INPUT REGISTRO-LOG.
004080      IF FS-LOG = "35"
004090         MOVE "No existe REGLOG todavia." TO INFORME-LINEA
004100         WRITE INFORME-LINEA
004110         GO TO 2000-LEER-LOG-EXIT
004120      END-IF.
004130      MOVE "N" TO SW-FIN-ARCHIVO.
004140      PERFORM 2100-PROCESAR-LOG THRU 2100-PROCESAR-LOG-EXIT
004150          UNTIL FIN-ARCHIVO.
004160      CLOSE REGISTRO-LOG.
004170  2000-LEER-LOG-EXIT.
004180      EXIT.
004190
004200*------------------------------------------------------------------
004210* 2100-PROCESAR-LOG. Lee el proximo registro de REGLOG y lo
004220* clasifica.
004230*------------------------------------------------------------------
004240  2100-PROCESAR-LOG.
004250      READ REGISTRO-LOG INTO MOV-LOG
004260          AT END MOVE "S" TO SW-FIN-ARCHIVO
004270      END-READ.
004280      IF FIN-ARCHIVO
004290         GO TO 2100-PROCESAR-LOG-EXIT
004300      END-IF.
004310      PERFORM 2200-CLASIFICAR-ALTA THRU 2200-CLASIFICAR-ALTA-EXIT.
004320  2100-PROCESAR-LOG-EXIT.
004330      EXIT.
004340
004350*------------------------------------------------------------------
004360* 2200-CLASIFICAR-ALTA. Cuenta el detalle de MOV-LOG como alta del
004370* periodo o posterior al periodo segun su fecha. Los trailers de
004380* corrida no son altas y los registros de control "G"/"Z" de una
004390* generacion se cuentan aparte.
004400*------------------------------------------------------------------
004410  2200-CLASIFICAR-ALTA.
004420      IF MLG-ES-CONTROL-ARCH
004430         ADD 1 TO CONT-CONTROL-ARCH
004440         GO TO 2200-CLASIFICAR-ALTA-EXIT
004450      END-IF.
004460      IF NOT MLG-ES-DETALLE
004470         GO TO 2200-CLASIFICAR-ALTA-EXIT
004480      END-IF.
004490      ADD 1 TO CONT-LOG-LEIDOS.
004500      IF MLG-FECHA-ALTA > FECHA-HASTA
004510         ADD 1 TO POS-ALTAS
004520      ELSE IF MLG-FECHA-ALTA NOT < FECHA-DESDE
004530         ADD 1 TO PER-ALTAS
004540      END-IF.
004550  2200-CLASIFICAR-ALTA-EXIT.
004560      EXIT.
004570
004580*------------------------------------------------------------------
004590* 2500-LEER-LOG-ARCHIVO. Recorre la generacion de archivo REGLOGA.
004600*------------------------------------------------------------------
004610  2500-LEER-LOG-ARCHIVO.
004620      OPEN INPUT ARCH-LOG-ARCHIVO.
004630      IF FS-LOG-ARCHIVO = "35"
004640         MOVE "No existe REGLOGA todavia." TO INFORME-LINEA
004650         WRITE INFORME-LINEA
004660         GO TO 2500-LEER-LOG-ARCHIVO-EXIT
004670      END-IF.
004680      MOVE "N" TO SW-FIN-ARCHIVO.
004690      PERFORM 2600-PROCESAR-LOG-ARCHIVO THRU
004700              2600-PROCESAR-LOG-ARCHIVO-EXIT
004710          UNTIL FIN-ARCHIVO.
004720      CLOSE ARCH-LOG-ARCHIVO.
004730  2500-LEER-LOG-ARCHIVO-EXIT.
004740      EXIT.
004750
004760*------------------------------------------------------------------
004770* 2600-PROCESAR-LOG-ARCHIVO. Lee el proximo registro de REGLOGA y
004780* lo clasifica.
004790*------------------------------------------------------------------
004800  2600-PROCESAR-LOG-ARCHIVO.
004810      READ ARCH-LOG-ARCHIVO INTO MOV-LOG
004820          AT END MOVE "S" TO SW-FIN-ARCHIVO
004830      END-READ.
004840      IF FIN-ARCHIVO
004850         GO TO 2600-PROCESAR-LOG-ARCHIVO-EXIT
004860      END-IF.
004870      PERFORM 2200-CLASIFICAR-ALTA THRU 2200-CLASIFICAR-ALTA-EXIT.
004880  2600-PROCESAR-LOG-ARCHIVO-EXIT.
004890      EXIT.
004900
004910*------------------------------------------------------------------
004920* 3000-LEER-JOURNAL. Recorre REGJRN y clasifica cada operacion
004930* por tipo y fecha.
004940*------------------------------------------------------------------
004950  3000-LEER-JOURNAL.
004960      OPEN INPUT ARCH-JOURNAL.
004970      IF FS-JOURNAL = "35"
004980         MOVE "No existe REGJRN todavia." TO INFORME-LINEA
004990         WRITE INFORME-LINEA
005000         GO TO 3000-LEER-JOURNAL-EXIT
005010      END-IF.
005020      MOVE "N" TO SW-FIN-ARCHIVO.
005030      PERFORM 3100-PROCESAR-JOURNAL THRU
005040              3100-PROCESAR-JOURNAL-EXIT
005050          UNTIL FIN-ARCHIVO.
005060      CLOSE ARCH-JOURNAL.
005070  3000-LEER-JOURNAL-EXIT.
005080      EXIT.
005090
005100*------------------------------------------------------------------
005110* 3100-PROCESAR-JOURNAL. Lee el proximo registro de REGJRN y lo
005120* clasifica.
005130*------------------------------------------------------------------
005140  3100-PROCESAR-JOURNAL.
005150      READ ARCH-JOURNAL INTO MOV-JOURNAL
005160          AT END MOVE "S" TO SW-FIN-ARCHIVO
005170      END-READ.
005180      IF FIN-ARCHIVO
005190         GO TO 3100-PROCESAR-JOURNAL-EXIT
005200      END-IF.
005210      PERFORM 3200-CLASIFICAR-OPERACION THRU
005220              3200-CLASIFICAR-OPERACION-EXIT.
005230  3100-PROCESAR-JOURNAL-EXIT.
005240      EXIT.
005250
005260*------------------------------------------------------------------
005270* 3200-CLASIFICAR-OPERACION. Cuenta la baja, reactivacion o fusion
005280* de MOV-JOURNAL como del periodo o posterior al periodo segun su
005290* fecha. Las modificaciones no cambian la poblacion y los
005300* registros de control "G"/"Z" se cuentan aparte.
005310*------------------------------------------------------------------
005320  3200-CLASIFICAR-OPERACION.
005330      IF MJR-ES-CONTROL-ARCH
005340         ADD 1 TO CONT-CONTROL-ARCH
005350         GO TO 3200-CLASIFICAR-OPERACION-EXIT
005360      END-IF.
005370      ADD 1 TO CONT-JRN-LEIDOS.
005380      IF NOT MJR-ES-BAJA AND NOT MJR-ES-REACTIVACION AND
005390         NOT MJR-ES-FUSION
005400         GO TO 3200-CLASIFICAR-OPERACION-EXIT
005410      END-IF.
005420      IF MJR-FECHA < FECHA-DESDE
005430         GO TO 3200-CLASIFICAR-OPERACION-EXIT
005440      END-IF.
005450      IF MJR-FECHA > FECHA-HASTA
005460         IF MJR-ES-BAJA
005470            ADD 1 TO POS-BAJAS
005500         ELSE
005502            IF MJR-ES-REACTIVACION
005504               ADD 1 TO POS-REACTIVACIONES
005506            ELSE
005508               ADD 1 TO POS-FUSIONES
005510            END-IF
005525         END-IF
005530         GO TO 3200-CLASIFICAR-OPERACION-EXIT
005540      END-IF.
005550      IF MJR-ES-BAJA
005560         ADD 1 TO PER-BAJAS
005570      ELSE IF MJR-ES-REACTIVACION
005580         ADD 1 TO PER-REACTIVACIONES
005590      ELSE
005600         ADD 1 TO PER-FUSIONES
005610      END-IF.
005620  3200-CLASIFICAR-OPERACION-EXIT.
005630      EXIT.
005640
005650*------------------------------------------------------------------
005660* 3500-LEER-JRN-ARCHIVO. Recorre la generacion de archivo REGJRNA.
005670*------------------------------------------------------------------
005680  3500-LEER-JRN-ARCHIVO.
005690      OPEN INPUT ARCH-JRN-ARCHIVO.
005700      IF FS-JRN-ARCHIVO = "35"
005710         MOVE "No existe REGJRNA todavia." TO INFORME-LINEA
005720         WRITE INFORME-LINEA
005730         GO TO 3500-LEER-JRN-ARCHIVO-EXIT
005740      END-IF.
005750      MOVE "N" TO SW-FIN-ARCHIVO.
005760      PERFORM 3600-PROCESAR-JRN-ARCHIVO THRU
005770              3600-PROCESAR-JRN-ARCHIVO-EXIT
005780          UNTIL FIN-ARCHIVO.
005790      CLOSE ARCH-JRN-ARCHIVO.
005800  3500-LEER-JRN-ARCHIVO-EXIT.
005810      EXIT.
005820
005830*------------------------------------------------------------------
005840* 3600-PROCESAR-JRN-ARCHIVO. Lee el proximo registro de REGJRNA y
005850* lo clasifica.
005860*------------------------------------------------------------------
005870  3600-PROCESAR-JRN-ARCHIVO.
005880      READ ARCH-JRN-ARCHIVO INTO MOV-JOURNAL
005890          AT END MOVE "S" TO SW-FIN-ARCHIVO
005900      END-READ.
005910      IF FIN-ARCHIVO
005920         GO TO 3600-PROCESAR-JRN-ARCHIVO-EXIT
005930      END-IF.
005940      PERFORM 3200-CLASIFICAR-OPERACION THRU
005950              3200-CLASIFICAR-OPERACION-EXIT.
005960  3600-PROCESAR-JRN-ARCHIVO-EXIT.
005970      EXIT.
005980
005990*------------------------------------------------------------------
006000* 4000-CONTAR-MAESTRO. Cuenta los registrantes activos hoy en
006010* REGISTRO-MASTER (estado en blanco cuenta como activo).
006020*------------------------------------------------------------------
006030  4000-CONTAR-MAESTRO.
006040      OPEN INPUT REGISTRO-MASTER.
006050      IF FS-MAESTRO = "35"
006060         MOVE "No existe REGMAE todavia." TO INFORME-LINEA
006070         WRITE INFORME-LINEA
006080         GO TO 4000-CONTAR-MAESTRO-EXIT
006090      END-IF.
006100      MOVE "N" TO SW-FIN-ARCHIVO.
006110      PERFORM 4100-CONTAR-REGISTRANTE THRU
006120              4100-CONTAR-REGISTRANTE-EXIT
006130          UNTIL FIN-ARCHIVO.
006140      CLOSE REGISTRO-MASTER.
006150  4000-CONTAR-MAESTRO-EXIT.
006160      EXIT.
006170
006180*------------------------------------------------------------------
006190* 4100-CONTAR-REGISTRANTE. Lee el proximo registrante y lo cuenta
006200* si no esta de baja.
006210*------------------------------------------------------------------
006220  4100-CONTAR-REGISTRANTE.
006230      READ REGISTRO-MASTER
006240          AT END MOVE "S" TO SW-FIN-ARCHIVO
006250      END-READ.
006260      IF FIN-ARCHIVO
006270         GO TO 4100-CONTAR-REGISTRANTE-EXIT
006280      END-IF.
006290      IF NOT REG-MAE-DE-BAJA
006300         ADD 1 TO ACTIVOS-HOY
006310      END-IF.
006320  4100-CONTAR-REGISTRANTE-EXIT.
006330      EXIT.
006340
006350*------------------------------------------------------------------
006360* 4500-LEER-APERTURA. Busca en POBCTL el cierre registrado para
006370* FECHA-APERTURA; si hay mas de uno vale el ultimo grabado.
006380*------------------------------------------------------------------
006390  4500-LEER-APERTURA.
006400      OPEN INPUT ARCH-SALDOS.
006410      IF FS-SALDOS = "35"
006420         GO TO 4500-LEER-APERTURA-EXIT
006430      END-IF.
006440      MOVE "N" TO SW-FIN-ARCHIVO.
006450      PERFORM 4600-BUSCAR-APERTURA THRU 4600-BUSCAR-APERTURA-EXIT
006460          UNTIL FIN-ARCHIVO.
006470      CLOSE ARCH-SALDOS.
006480  4500-LEER-APERTURA-EXIT.
006490      EXIT.
006500
006510*------------------------------------------------------------------
006520* 4600-BUSCAR-APERTURA. Lee el proximo cierre registrado y lo toma
006530* como apertura si es el del dia previo al periodo.
006540*------------------------------------------------------------------
006550  4600-BUSCAR-APERTURA.
006560      READ ARCH-SALDOS
006570          AT END MOVE "S" TO SW-FIN-ARCHIVO
006580      END-READ.
006590      IF FIN-ARCHIVO
006600         GO TO 4600-BUSCAR-APERTURA-EXIT
006610      END-IF.
006620      IF SAL-FECHA-CIERRE = FECHA-APERTURA
006630         MOVE SAL-ACTIVOS TO SALDO-APERTURA
006640         MOVE SAL-FECHA-CORRIDA TO FECHA-CORRIDA-APE
006650         MOVE "S" TO SW-APERTURA-REGISTRADA
006660      END-IF.
006670  4600-BUSCAR-APERTURA-EXIT.
006680      EXIT.
006690
006700*------------------------------------------------------------------
006710* 5000-CONCILIAR. Calcula el cierre real (activos de hoy menos los
006720* movimientos posteriores al periodo), el saldo de cierre
006730* calculado desde la apertura y la diferencia. Sin apertura
006740* registrada, la apertura se deriva del cierre real.
006750*------------------------------------------------------------------
006760  5000-CONCILIAR.
006770      COMPUTE SALDO-REAL = ACTIVOS-HOY - POS-ALTAS + POS-BAJAS
006780          - POS-REACTIVACIONES + POS-FUSIONES.
006790      IF NOT APERTURA-REGISTRADA
006800         COMPUTE SALDO-APERTURA = SALDO-REAL - PER-ALTAS
006810             + PER-BAJAS - PER-REACTIVACIONES + PER-FUSIONES
006820      END-IF.
006830      COMPUTE SALDO-CALCULADO = SALDO-APERTURA + PER-ALTAS
006840          - PER-BAJAS + PER-REACTIVACIONES - PER-FUSIONES.
006850      COMPUTE DIFERENCIA = SALDO-REAL - SALDO-CALCULADO.
006860  5000-CONCILIAR-EXIT.
006870      EXIT.
006880
006890*------------------------------------------------------------------
006900* 6000-ESCRIBIR-INFORME. Escribe la evolucion del periodo, el
006910* cierre real y el resultado de la conciliacion.
006920*------------------------------------------------------------------
006930  6000-ESCRIBIR-INFORME.
006940      MOVE SALDO-APERTURA TO IMPORTE-ED.
006950      MOVE SPACES TO INFORME-LINEA.
006960      STRING "  Saldo de apertura (activos al " FECHA-APERTURA
006970          ")     : " IMPORTE-ED
006980          DELIMITED BY SIZE INTO INFORME-LINEA.
006990      WRITE INFORME-LINEA.
007000      MOVE PER-ALTAS TO IMPORTE-ED.
007010      MOVE SPACES TO INFORME-LINEA.
007020      STRING "+ Altas (REGLOG)                             : "
007030          IMPORTE-ED
007040          DELIMITED BY SIZE INTO INFORME-LINEA.
007050      WRITE INFORME-LINEA.
007060      MOVE PER-BAJAS TO IMPORTE-ED.
007070      MOVE SPACES TO INFORME-LINEA.
007080      STRING "- Bajas (REGJRN ""B"")                         : "
007090          IMPORTE-ED
007100          DELIMITED BY SIZE INTO INFORME-LINEA.
007110      WRITE INFORME-LINEA.
007120      MOVE PER-REACTIVACIONES TO IMPORTE-ED.
007130      MOVE SPACES TO INFORME-LINEA.
007140      STRING "+ Reactivaciones (REGJRN ""R"")                : "
007150          IMPORTE-ED
007160          DELIMITED BY SIZE INTO INFORME-LINEA.
007170      WRITE INFORME-LINEA.
007180      MOVE PER-FUSIONES TO IMPORTE-ED.
007190      MOVE SPACES TO INFORME-LINEA.
007200      STRING "- Fusiones (REGJRN ""F"")                      : "
007210          IMPORTE-ED
007220          DELIMITED BY SIZE INTO INFORME-LINEA.
007230      WRITE INFORME-LINEA.
007240      MOVE SALDO-CALCULADO TO IMPORTE-ED.
007250      MOVE SPACES TO INFORME-LINEA.
007260      STRING "= Saldo de cierre calculado                  : "
007270          IMPORTE-ED
007280          DELIMITED BY SIZE INTO INFORME-LINEA.
007290      WRITE INFORME-LINEA.
007300      MOVE SPACES TO INFORME-LINEA.
007310      WRITE INFORME-LINEA.
007320      MOVE ACTIVOS-HOY TO IMPORTE-ED.
007330      MOVE SPACES TO INFORME-LINEA.
007340      STRING "  Activos hoy en REGISTRO-MASTER             : "
007350          IMPORTE-ED
007360          DELIMITED BY SIZE INTO INFORME-LINEA.
007370      WRITE INFORME-LINEA.
007380      MOVE POS-ALTAS TO IMPORTE-ED.
007390      MOVE SPACES TO INFORME-LINEA.
007400      STRING "- Altas posteriores al periodo               : "
007410          IMPORTE-ED
007420          DELIMITED BY SIZE INTO INFORME-LINEA.
007430      WRITE INFORME-LINEA.
007440      MOVE POS-BAJAS TO IMPORTE-ED.
007450      MOVE SPACES TO INFORME-LINEA.
007460      STRING "+ Bajas posteriores al periodo               : "
007470          IMPORTE-ED
007480          DELIMITED BY SIZE INTO INFORME-LINEA.
007490      WRITE INFORME-LINEA.
007500      MOVE POS-REACTIVACIONES TO IMPORTE-ED.
007510      MOVE SPACES TO INFORME-LINEA.
007520      STRING "- Reactivaciones posteriores al periodo      : "
007530          IMPORTE-ED
007540          DELIMITED BY SIZE INTO INFORME-LINEA.
007550      WRITE INFORME-LINEA.
007560      MOVE POS-FUSIONES TO IMPORTE-ED.
007570      MOVE SPACES TO INFORME-LINEA.
007580      STRING "+ Fusiones posteriores al periodo            : "
007590          IMPORTE-ED
007600          DELIMITED BY SIZE INTO INFORME-LINEA.
007610      WRITE INFORME-LINEA.
007620      MOVE SALDO-REAL TO IMPORTE-ED.
007630      MOVE SPACES TO INFORME-LINEA.
007640      STRING "= Saldo de cierre real (activos al " FECHA-HASTA
007650          ") : " IMPORTE-ED
007660          DELIMITED BY SIZE INTO INFORME-LINEA.
007670      WRITE INFORME-LINEA.
007680      MOVE SPACES TO INFORME-LINEA.
007690      WRITE INFORME-LINEA.
007700      PERFORM 6100-ESCRIBIR-RESULTADO THRU
007710              6100-ESCRIBIR-RESULTADO-EXIT.
007720      MOVE SPACES TO INFORME-LINEA.
007730      WRITE INFORME-LINEA.
007740      MOVE SPACES TO INFORME-LINEA.
007750      STRING "Altas leidas (REGLOG)        : " CONT-LOG-LEIDOS
007760          DELIMITED BY SIZE INTO INFORME-LINEA.
007770      WRITE INFORME-LINEA.
007780      MOVE SPACES TO INFORME-LINEA.
007790      STRING "Operaciones leidas (REGJRN)  : " CONT-JRN-LEIDOS
007800          DELIMITED BY SIZE INTO INFORME-LINEA.
007810      WRITE INFORME-LINEA.
007820      IF CONT-CONTROL-ARCH > ZERO
007830         MOVE SPACES TO INFORME-LINEA
007840         STRING "Registros de control G/Z    : " CONT-CONTROL-ARCH
007850             DELIMITED BY SIZE INTO INFORME-LINEA
007860         WRITE INFORME-LINEA
007870      END-IF.
007880  6000-ESCRIBIR-INFORME-EXIT.
007890      EXIT.
007900
007910*------------------------------------------------------------------
007920* 6100-ESCRIBIR-RESULTADO. Informa el origen de la apertura y el
007930* resultado de la conciliacion, marcando la diferencia si la hay.
007940*------------------------------------------------------------------
007950  6100-ESCRIBIR-RESULTADO.
007960      MOVE SPACES TO INFORME-LINEA.
007970      IF APERTURA-REGISTRADA
007980         STRING "Apertura: cierre registrado en POBCTL por la "
007990             "corrida del " FECHA-CORRIDA-APE "."
008000             DELIMITED BY SIZE INTO INFORME-LINEA
008010         WRITE INFORME-LINEA
008020      ELSE
008030         STRING "Apertura: SIN CIERRE REGISTRADO para el "
008040             FECHA-APERTURA "; derivada del cierre real."
008050             DELIMITED BY SIZE INTO INFORME-LINEA
008060         WRITE INFORME-LINEA
008070         MOVE "Periodo NO CONCILIADO (sin saldo de apertura)."
008080             TO INFORME-LINEA
008090         WRITE INFORME-LINEA
008100         GO TO 6100-ESCRIBIR-RESULTADO-EXIT
008110      END-IF.
008120      IF DIFERENCIA = ZERO
008130         MOVE "Conciliado: sin diferencias." TO INFORME-LINEA
008140         WRITE INFORME-LINEA
008150      ELSE
008160         MOVE DIFERENCIA TO IMPORTE-ED
008170         MOVE SPACES TO INFORME-LINEA
008180         STRING "*** DIFERENCIA (real - calculado): " IMPORTE-ED
008190             " ***"
008200             DELIMITED BY SIZE INTO INFORME-LINEA
008210         WRITE INFORME-LINEA
008220         DISPLAY "Diferencia en la conciliacion: " IMPORTE-ED
008230         MOVE 8 TO RETURN-CODE
008240      END-IF.
008250      IF NOT PERIODO-CERRADO
008260         MOVE SPACES TO INFORME-LINEA
008270         STRING "Periodo abierto (hasta " FECHA-HASTA
008280             " no anterior a hoy): el cierre no se registra."
008290             DELIMITED BY SIZE INTO INFORME-LINEA
008300         WRITE INFORME-LINEA
008310      END-IF.
008320  6100-ESCRIBIR-RESULTADO-EXIT.
008330      EXIT.
008340
008350*------------------------------------------------------------------
008360* 7000-GRABAR-CIERRE. Deja en POBCTL el cierre real del periodo
008370* cerrado, que es la apertura del periodo siguiente.
008380*------------------------------------------------------------------
008390  7000-GRABAR-CIERRE.
008400      OPEN EXTEND ARCH-SALDOS.
008410      IF FS-SALDOS = "35"
008420         OPEN OUTPUT ARCH-SALDOS
008430      END-IF.
008440      MOVE FECHA-HASTA TO SAL-FECHA-CIERRE.
008450      MOVE SALDO-REAL TO SAL-ACTIVOS.
008460      MOVE FECHA-HOY TO SAL-FECHA-CORRIDA.
008470      WRITE SAL-REGISTRO.
008480      CLOSE ARCH-SALDOS.
008490  7000-GRABAR-CIERRE-EXIT.
008500      EXIT.
008510
008520*------------------------------------------------------------------
008530* 8000-VALIDAR-FECHA. Valida FECHA-VALIDAR: anio desde 1800, mes
008540* de 1 a 12 y dia posible para el mes.
008550*------------------------------------------------------------------
008560  8000-VALIDAR-FECHA.
008570      MOVE "N" TO SW-FECHA-VALIDA.
008580      IF VAL-AAAA < 1800 OR VAL-MM < 1 OR VAL-MM > 12 OR
008590         VAL-DD < 1
008600         GO TO 8000-VALIDAR-FECHA-EXIT
008610      END-IF.
008620      MOVE VAL-AAAA TO CAL-AAAA.
008630      MOVE VAL-MM TO CAL-MM.
008640      PERFORM 8100-CALCULAR-DIAS-MES THRU
008650              8100-CALCULAR-DIAS-MES-EXIT.
008660      IF VAL-DD > CAL-DIAS
008670         GO TO 8000-VALIDAR-FECHA-EXIT
008680      END-IF.
008690      MOVE "S" TO SW-FECHA-VALIDA.
008700  8000-VALIDAR-FECHA-EXIT.
008710      EXIT.
008720
008730*------------------------------------------------------------------
008740* 8100-CALCULAR-DIAS-MES. Deja en CAL-DIAS la cantidad de dias del
008750* mes CAL-MM del anio CAL-AAAA (febrero de 29 en los bisiestos).
008760*------------------------------------------------------------------
008770  8100-CALCULAR-DIAS-MES.
008780      MOVE DIAS-MES (CAL-MM) TO CAL-DIAS.
008790      IF CAL-MM NOT = 2
008800         GO TO 8100-CALCULAR-DIAS-MES-EXIT
008810      END-IF.
008820      DIVIDE CAL-AAAA BY 4 GIVING COCIENTE REMAINDER RESTO-4.
008830      DIVIDE CAL-AAAA BY 100 GIVING COCIENTE REMAINDER RESTO-100.
008840      DIVIDE CAL-AAAA BY 400 GIVING COCIENTE REMAINDER RESTO-400.
008850      IF RESTO-400 = ZERO OR
008860         (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
008870         MOVE 29 TO CAL-DIAS
008880      END-IF.
008890  8100-CALCULAR-DIAS-MES-EXIT.
008900      EXIT.
008910
008920*------------------------------------------------------------------
008930* 9999-FINALIZAR. Cierra el informe.
008940*------------------------------------------------------------------
008950  9999-FINALIZAR.
008960      CLOSE ARCH-INFORME.
008970      DISPLAY "Evolucion de la poblacion generada en POBRPT.".
008980      STOP RUN.
008990  9999-FINALIZAR-EXIT.
009000      EXIT.
009010
009020  END PROGRAM INFORME-POBLACION.
