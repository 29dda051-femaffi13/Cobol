000010*****************************************************************
000020* PROGRAM-ID : INFORME-OPERADORES
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Informe diario de actividad de operadores y de
000050*               excepciones de seguridad en OPERPT, atando el log
000060*               de sesiones SESLOG con la actividad registrada en
000070*               AUDITLOG, REGLOG y REGJRN para una fecha.
000080*
000090*               Por operador: sesiones, tiempo conectado (de cada
000100*               INGRESO a su EGRESO), altas (REGLOG),
000110*               modificaciones, bajas (incluidas las fusiones,
000120*               como en el informe por sucursal) y reactivaciones
000130*               (REGJRN), y consultas de tablas (AUDITLOG).
000140*
000150*               Excepciones: firmas fallidas, intentos de
000160*               operadores bloqueados, bloqueos y sesiones
000170*               rechazadas; sesiones sin egreso; operaciones de un
000180*               operador sin sesion abierta en SESLOG a esa hora;
000190*               actividad fuera del horario de oficina
000200*               (PAR-HORA-DESDE y PAR-HORA-HASTA de PARAMFIL, y
000210*               todo el dia en sabado y domingo); y bajas de
000220*               operadores cuyo nivel en OPERFIL no las permite
000230*               (nivel menor a 2, ver OPERID01).
000240*
000250*               REGLOG no lleva hora: un alta se controla contra
000260*               las sesiones del dia del operador y el horario se
000270*               controla solo por el dia. Los IDs que no figuran
000280*               en OPERFIL son usuarios de los procesos batch (el
000290*               usuario del lote): se informan pero no se
000300*               controlan contra sesiones, horario ni nivel, igual
000310*               que las consultas de tablas por lotes (MODO=L) de
000320*               AUDITLOG. El nivel controlado es el vigente en
000330*               OPERFIL.
000340*****************************************************************
000350* HISTORIAL DE MODIFICACIONES
000360* FECHA       INICIALES  DESCRIPCION
000370* ----------  ---------  ------------------------------------------
000380* 2026-10-15  JPM        Version inicial.
000390*****************************************************************
000400  IDENTIFICATION DIVISION.
000410  PROGRAM-ID. INFORME-OPERADORES.
000420  AUTHOR. DEPTO-SISTEMAS.
000430  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000440  DATE-WRITTEN. 15/10/2026.
000450  DATE-COMPILED.
000460
000470  ENVIRONMENT DIVISION.
000480  INPUT-OUTPUT SECTION.
000490  FILE-CONTROL.
000500      SELECT ARCH-OPERADORES ASSIGN TO "OPERFIL"
000510          ORGANIZATION IS LINE SEQUENTIAL
000520          FILE STATUS IS FS-OPERADORES.
000530      SELECT ARCH-PARAMETROS ASSIGN TO "PARAMFIL"
000540          ORGANIZATION IS LINE SEQUENTIAL
000550          FILE STATUS IS FS-PARAMETROS.
000560      SELECT ARCH-SESIONES ASSIGN TO "SESLOG"
000570          ORGANIZATION IS LINE SEQUENTIAL
000580          FILE STATUS IS FS-SESIONES.
000590      SELECT ARCH-AUDITORIA ASSIGN TO "AUDITLOG"
000600          ORGANIZATION IS LINE SEQUENTIAL
000610          FILE STATUS IS FS-AUDITORIA.
000620      SELECT REGISTRO-LOG ASSIGN TO "REGLOG"
000630          ORGANIZATION IS SEQUENTIAL
000640          FILE STATUS IS FS-LOG.
000650      SELECT ARCH-JOURNAL ASSIGN TO "REGJRN"
000660          ORGANIZATION IS SEQUENTIAL
000670          FILE STATUS IS FS-JOURNAL.
000680      SELECT ARCH-INFORME ASSIGN TO "OPERPT"
000690          ORGANIZATION IS LINE SEQUENTIAL.
000700
000710  DATA DIVISION.
000720  FILE SECTION.
000730  FD  ARCH-OPERADORES
000740      LABEL RECORDS ARE STANDARD.
000750  01  OPE-REGISTRO.
000760      05  OPE-REG-ID            PIC X(08).
000770      05  OPE-REG-NOMBRE        PIC X(20).
000780      05  OPE-REG-PASSWORD      PIC X(08).
000790      05  OPE-REG-FECHA-VENC    PIC X(08).
000800      05  OPE-REG-NIVEL         PIC X(01).
000810      05  OPE-REG-ESTADO        PIC X(01).
000820      05  OPE-REG-INTENTOS      PIC X(01).
000830
000840  FD  ARCH-PARAMETROS
000850      LABEL RECORDS ARE STANDARD.
000860      COPY REGPAR01.
000870
000880  FD  ARCH-SESIONES
000890      LABEL RECORDS ARE STANDARD.
000900  01  SESION-LINEA              PIC X(80).
000910
000920  FD  ARCH-AUDITORIA
000930      LABEL RECORDS ARE STANDARD.
000940  01  AUDITORIA-LINEA           PIC X(80).
000950
000960  FD  REGISTRO-LOG
000970      LABEL RECORDS ARE STANDARD
000980      RECORD CONTAINS 50 CHARACTERS.
000990      COPY REGLOG01.
001000
001010  FD  ARCH-JOURNAL
001020      LABEL RECORDS ARE STANDARD.
001030      COPY REGJRN01.
001040
001050  FD  ARCH-INFORME
001060      LABEL RECORDS ARE STANDARD.
001070  01  INFORME-LINEA             PIC X(80).
001080
001090  WORKING-STORAGE SECTION.
001100
001110  77  FS-OPERADORES   PIC X(02).
001120  77  FS-PARAMETROS   PIC X(02).
001130  77  FS-SESIONES     PIC X(02).
001140  77  FS-AUDITORIA    PIC X(02).
001150  77  FS-LOG          PIC X(02).
001160  77  FS-JOURNAL      PIC X(02).
001170
001180  77  SW-FIN-ARCHIVO  PIC X(01)  VALUE "N".
001190      88  FIN-ARCHIVO            VALUE "S".
001200  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
001210      88  PARAM-ERROR            VALUE "S".
001220  77  SW-FECHA-VALIDA PIC X(01)  VALUE "N".
001230      88  FECHA-VALIDA           VALUE "S".
001240  77  SW-OPERADOR-HALLADO PIC X(01) VALUE "N".
001250      88  OPERADOR-HALLADO       VALUE "S".
001260      88  FIN-BUSQUEDA-OPERADOR  VALUE "S" "L".
001270  77  SW-OPERADORES-LLENA PIC X(01) VALUE "N".
001280      88  OPERADORES-LLENA       VALUE "S".
001290  77  SW-OPERFIL-HALLADO PIC X(01) VALUE "N".
001300      88  OPERFIL-HALLADO        VALUE "S".
001310  77  SW-OPERFIL-LLENA PIC X(01) VALUE "N".
001320      88  OPERFIL-LLENA          VALUE "S".
001330  77  SW-SESION-HALLADA PIC X(01) VALUE "N".
001340      88  SESION-HALLADA         VALUE "S".
001350  77  SW-SESIONES-LLENA PIC X(01) VALUE "N".
001360      88  SESIONES-LLENA         VALUE "S".
001370  77  SW-EXCEPCIONES-LLENA PIC X(01) VALUE "N".
001380      88  EXCEPCIONES-LLENA      VALUE "S".
001390  77  SW-CON-HORA     PIC X(01)  VALUE "S".
001400      88  CON-HORA               VALUE "S".
001410
001420* Imagen de la linea de SESLOG tal como la arma MENU-OPERADOR
001430* (fecha;hora;operador;evento, posiciones fijas).
001440  01  SES-DETALLE.
001450      05  SES-FECHA             PIC X(08).
001460      05  FILLER                PIC X(01).
001470      05  SES-HORA              PIC X(08).
001480      05  FILLER                PIC X(01).
001490      05  SES-OPERADOR          PIC X(08).
001500      05  FILLER                PIC X(01).
001510      05  SES-EVENTO            PIC X(20).
001520          88  SES-ES-INGRESO           VALUE "INGRESO".
001530          88  SES-ES-EGRESO            VALUE "EGRESO".
001540          88  SES-ES-RECHAZO           VALUE "RECHAZO".
001550          88  SES-ES-FIRMA-FALLIDA     VALUE "FIRMA FALLIDA".
001560          88  SES-ES-INTENTO-BLOQUEADO VALUE "INTENTO BLOQUEADO".
001570          88  SES-ES-BLOQUEO           VALUE "BLOQUEO".
001580      05  FILLER                PIC X(33).
001590
001600* Imagen de la linea de AUDITLOG tal como la arma
001610* ESCRIBIR-AUDITORIA (igual que en INFORME-USO-TABLAS).
001620  01  AUD-DETALLE.
001630      05  AUD-FECHA             PIC X(08).
001640      05  FILLER                PIC X(01).
001650      05  AUD-HORA              PIC X(08).
001660      05  FILLER                PIC X(01).
001670      05  AUD-USUARIO           PIC X(20).
001680      05  FILLER                PIC X(08).
001690      05  AUD-NUMERO            PIC X(02).
001700      05  FILLER                PIC X(06).
001710      05  AUD-MODO              PIC X(01).
001720          88  AUD-ES-LOTE              VALUE "L".
001730      05  FILLER                PIC X(25).
001740
001750  77  FECHA-ENTRADA   PIC X(08).
001760  01  FECHA-HOY              PIC 9(08).
001770  01  FECHA-INFORME          PIC 9(08).
001780  01  FECHA-INFORME-DET REDEFINES FECHA-INFORME.
001790      05  INF-AAAA           PIC 9(04).
001800      05  INF-MM             PIC 9(02).
001810      05  INF-DD             PIC 9(02).
001820  01  FECHA-VALIDAR          PIC 9(08).
001830  01  FECHA-VALIDAR-DET REDEFINES FECHA-VALIDAR.
001840      05  VAL-AAAA           PIC 9(04).
001850      05  VAL-MM             PIC 9(02).
001860      05  VAL-DD             PIC 9(02).
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
002000* Dia de la semana de la fecha del informe (congruencia de
002010* Zeller: 0 = sabado, 1 = domingo, ... 6 = viernes).
002020  77  ZEL-AAAA        PIC 9(04).
002030  77  ZEL-MM          PIC 9(02).
002040  77  ZEL-SIGLO       PIC 9(02).
002050  77  ZEL-ANIO        PIC 9(02).
002060  77  ZEL-TERMINO     PIC 9(04).
002070  77  ZEL-SUMA        PIC 9(05).
002080  77  DIA-SEMANA      PIC 9(01).
002090      88  DIA-NO-HABIL           VALUE 0 1.
002100
002110  01  HORA-EVENTO            PIC 9(08).
002120  01  HORA-EVENTO-DET REDEFINES HORA-EVENTO.
002130      05  HEV-HH             PIC 9(02).
002140      05  HEV-MM             PIC 9(02).
002150      05  HEV-SS             PIC 9(02).
002160      05  HEV-CC             PIC 9(02).
002170  01  HORA-EVENTO-HHMM REDEFINES HORA-EVENTO.
002180      05  HEV-HHMM           PIC 9(04).
002190      05  FILLER             PIC 9(04).
002200  77  SEGUNDOS-INICIO PIC 9(05).
002210  77  SEGUNDOS-FIN    PIC 9(05).
002220  77  HORA-INICIO-SES PIC 9(08).
002230  01  HORA-ED.
002240      05  HED-HH             PIC 9(02).
002250      05  FILLER             PIC X(01)  VALUE ":".
002260      05  HED-MM             PIC 9(02).
002270      05  FILLER             PIC X(01)  VALUE ":".
002280      05  HED-SS             PIC 9(02).
002290
002300* OPERFIL en memoria: ID, nombre y nivel de cada operador.
002310  77  CANT-OPERFIL    PIC 9(03)  VALUE ZERO.
002320  77  SUB-OPERFIL     PIC 9(03).
002330  77  IND-OPERFIL     PIC 9(03)  VALUE ZERO.
002340  01  TABLA-OPERFIL.
002350      05  OPERFIL-ENTRADA OCCURS 500 TIMES.
002360          10  OPF-ID           PIC X(08).
002370          10  OPF-NOMBRE       PIC X(20).
002380          10  OPF-NIVEL        PIC 9(01).
002390
002400* Sesiones del dia: desde cada INGRESO hasta su EGRESO.
002410  77  CANT-SESIONES   PIC 9(03)  VALUE ZERO.
002420  77  SUB-SESION      PIC 9(03).
002430  77  IND-SESION      PIC 9(03)  VALUE ZERO.
002440  01  TABLA-SESIONES.
002450      05  SESION-ENTRADA OCCURS 500 TIMES.
002460          10  STB-OPERADOR     PIC X(08).
002470          10  STB-INICIO       PIC 9(08).
002480          10  STB-FIN          PIC 9(08).
002490          10  STB-ESTADO       PIC X(01).
002500              88  STB-ABIERTA          VALUE "A".
002510
002520* Actividad por operador, ordenada por ID.
002530  77  OPERADOR-BUSCADO PIC X(08).
002540  77  CANT-OPERADORES PIC 9(03)  VALUE ZERO.
002550  77  SUB-OPERADOR    PIC 9(03).
002560  77  IND-OPERADOR    PIC 9(03)  VALUE ZERO.
002570  01  TABLA-OPERADORES.
002580      05  ACT-ENTRADA OCCURS 100 TIMES.
002590          10  ACT-OPERADOR     PIC X(08).
002600          10  ACT-SESIONES     PIC 9(04).
002610          10  ACT-SEGUNDOS     PIC 9(06).
002620          10  ACT-SIN-EGRESO   PIC 9(04).
002630          10  ACT-ALTAS        PIC 9(05).
002640          10  ACT-MODIFICACIONES PIC 9(05).
002650          10  ACT-BAJAS        PIC 9(05).
002660          10  ACT-REACTIVACIONES PIC 9(05).
002670          10  ACT-CONSULTAS    PIC 9(05).
002680
002690* Excepciones, en el orden en que se detectan.
002700  77  CANT-EXCEPCIONES PIC 9(03) VALUE ZERO.
002710  77  SUB-EXCEPCION   PIC 9(03).
002720  01  TABLA-EXCEPCIONES.
002730      05  EXC-ENTRADA OCCURS 500 TIMES PIC X(80).
002740  01  LINEA-EXCEPCION.
002750      05  EXC-HORA              PIC X(08).
002760      05  FILLER                PIC X(02)  VALUE SPACES.
002770      05  EXC-OPERADOR          PIC X(08).
002780      05  FILLER                PIC X(02)  VALUE SPACES.
002790      05  EXC-ORIGEN            PIC X(08).
002800      05  FILLER                PIC X(02)  VALUE SPACES.
002810      05  EXC-OPERACION         PIC X(22).
002820      05  EXC-MOTIVO            PIC X(28).
002830
002840* Operacion controlada por 7400-CONTROLAR-ACTIVIDAD.
002850  77  ORIGEN-CONTROL  PIC X(08).
002860  01  OPERACION-CONTROL.
002870      05  OPC-TEXTO             PIC X(14).
002880      05  FILLER                PIC X(01)  VALUE SPACE.
002890      05  OPC-DATO              PIC X(07).
002900
002910  77  TOT-HORAS       PIC 9(04).
002920  77  TOT-MINUTOS     PIC 9(02).
002930  77  RESTO-SEGUNDOS  PIC 9(06).
002940  77  NIVEL-ED        PIC 9(01).
002950  77  HORAS-ED        PIC ZZZ9.
002960  77  CANTIDAD-ED     PIC ZZZZZ9.
002970  77  CANTIDAD-ED2    PIC ZZZZZ9.
002980  77  CANTIDAD-ED3    PIC ZZZZZ9.
002990
003000  77  TOT-SESIONES    PIC 9(06)  VALUE ZERO.
003010  77  TOT-ALTAS       PIC 9(06)  VALUE ZERO.
003020  77  TOT-MODIFICACIONES PIC 9(06) VALUE ZERO.
003030  77  TOT-BAJAS       PIC 9(06)  VALUE ZERO.
003040  77  TOT-REACTIVACIONES PIC 9(06) VALUE ZERO.
003050  77  TOT-CONSULTAS   PIC 9(06)  VALUE ZERO.
003060  77  TOT-EXCEPCIONES PIC 9(06)  VALUE ZERO.
003070
003080*****************************************************************
003090* PROCEDURE DIVISION
003100*****************************************************************
003110  PROCEDURE DIVISION.
003120
003130*------------------------------------------------------------------
003140* 0000-MAINLINE.
003150*------------------------------------------------------------------
003160  0000-MAINLINE.
003170      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003180      IF PARAM-ERROR
003190         PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
003200      END-IF.
003210      PERFORM 2000-LEER-SESIONES THRU 2000-LEER-SESIONES-EXIT.
003220      PERFORM 3000-LEER-AUDITORIA THRU 3000-LEER-AUDITORIA-EXIT.
003230      PERFORM 4000-LEER-LOG THRU 4000-LEER-LOG-EXIT.
003240      PERFORM 5000-LEER-JOURNAL THRU 5000-LEER-JOURNAL-EXIT.
003250      PERFORM 6000-ESCRIBIR-INFORME THRU
003260              6000-ESCRIBIR-INFORME-EXIT.
003270      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
003280  0000-MAINLINE-EXIT.
003290      EXIT.
003300
003310*------------------------------------------------------------------
003320* 1000-INICIALIZAR. Pide la fecha del informe, lee el horario de
003330* oficina de PARAMFIL, carga OPERFIL y abre el informe.
003340*------------------------------------------------------------------
003350  1000-INICIALIZAR.
003360      DISPLAY "****** Actividad de operadores ******".
003370      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
003380      OPEN OUTPUT ARCH-INFORME.
003390      PERFORM 1200-LEER-PARAMETROS THRU 1200-LEER-PARAMETROS-EXIT.
003400      IF PARAM-ERROR
003410         MOVE "Corrida rechazada: PARAMFIL vacio o invalido."
003420             TO INFORME-LINEA
003430         WRITE INFORME-LINEA
003440         GO TO 1000-INICIALIZAR-EXIT
003450      END-IF.
003460      PERFORM 1100-PEDIR-FECHA THRU 1100-PEDIR-FECHA-EXIT.
003470      PERFORM 1400-CALCULAR-DIA-SEMANA THRU
003480              1400-CALCULAR-DIA-SEMANA-EXIT.
003490      PERFORM 1300-CARGAR-OPERFIL THRU 1300-CARGAR-OPERFIL-EXIT.
003500      MOVE SPACES TO INFORME-LINEA.
003510      STRING "Actividad de operadores del " FECHA-INFORME
003520          " - emitido " FECHA-HOY
003530          DELIMITED BY SIZE INTO INFORME-LINEA.
003540      WRITE INFORME-LINEA.
003550      MOVE SPACES TO INFORME-LINEA.
003560      IF DIA-NO-HABIL
003570         STRING "Dia no habil: toda la actividad de operadores "
003580             "queda fuera de horario."
003590             DELIMITED BY SIZE INTO INFORME-LINEA
003600      ELSE
003610         STRING "Horario de oficina: " PAR-HORA-DESDE " a "
003620             PAR-HORA-HASTA " (HHMM)"
003630             DELIMITED BY SIZE INTO INFORME-LINEA
003640      END-IF.
003650      WRITE INFORME-LINEA.
003660      MOVE SPACES TO INFORME-LINEA.
003670      WRITE INFORME-LINEA.
003680  1000-INICIALIZAR-EXIT.
003690      EXIT.
003700
003710*------------------------------------------------------------------
003720* 1100-PEDIR-FECHA. Pide la fecha del informe (AAAAMMDD, Enter =
003730* hoy), reingresando ante una fecha invalida.
003740*------------------------------------------------------------------
003750  1100-PEDIR-FECHA.
003760      DISPLAY "Fecha del informe AAAAMMDD (Enter = hoy): "
003770          WITH NO ADVANCING.
003780      MOVE SPACES TO FECHA-ENTRADA.
003790      ACCEPT FECHA-ENTRADA.
003800      IF FECHA-ENTRADA = SPACES
003810         MOVE FECHA-HOY TO FECHA-INFORME
003820         GO TO 1100-PEDIR-FECHA-EXIT
003830      END-IF.
003840      IF FECHA-ENTRADA IS NOT NUMERIC
003850         DISPLAY "Fecha invalida. Ingrese AAAAMMDD."
003860         GO TO 1100-PEDIR-FECHA
003870      END-IF.
003880      MOVE FECHA-ENTRADA TO FECHA-VALIDAR.
003890      PERFORM 8000-VALIDAR-FECHA THRU 8000-VALIDAR-FECHA-EXIT.
003900      IF NOT FECHA-VALIDA
003910         DISPLAY "Fecha invalida. Ingrese AAAAMMDD."
003920         GO TO 1100-PEDIR-FECHA
003930      END-IF.
003940      MOVE FECHA-VALIDAR TO FECHA-INFORME.
003950  1100-PEDIR-FECHA-EXIT.
003960      EXIT.
003970
003980*------------------------------------------------------------------
003990* 1200-LEER-PARAMETROS. Lee el registro unico de PARAMFIL y valida
004000* el horario de oficina. Si el archivo falta, esta vacio o trae
004010* valores invalidos, deja PARAM-ERROR prendido para que la
004020* corrida se rechace con mensaje.
004030*------------------------------------------------------------------
004040  1200-LEER-PARAMETROS.
004050      OPEN INPUT ARCH-PARAMETROS.
004060      IF FS-PARAMETROS NOT = "00"
004070         MOVE "S" TO SW-PARAM-ERROR
004080         DISPLAY "No se pudo abrir PARAMFIL. FS=" FS-PARAMETROS
004090         DISPLAY "Corrida rechazada: falta el archivo de"
004100         DISPLAY "parametros."
004110         GO TO 1200-LEER-PARAMETROS-EXIT
004120      END-IF.
004130      READ ARCH-PARAMETROS
004140          AT END MOVE "S" TO SW-PARAM-ERROR
004150      END-READ.
004160      IF NOT PARAM-ERROR
004170         IF PAR-REGISTRO IS NOT NUMERIC
004180            MOVE "S" TO SW-PARAM-ERROR
004190         ELSE
004200            IF PAR-HORA-DESDE NOT < PAR-HORA-HASTA OR
004210               PAR-HORA-HASTA > 2400
004220               MOVE "S" TO SW-PARAM-ERROR
004230            END-IF
004240         END-IF
004250      END-IF.
004260      CLOSE ARCH-PARAMETROS.
004270      IF PARAM-ERROR
004280         DISPLAY "Corrida rechazada: PARAMFIL vacio o con"
004290         DISPLAY "parametros invalidos."
004300      END-IF.
004310  1200-LEER-PARAMETROS-EXIT.
004320      EXIT.
004330
004340*------------------------------------------------------------------
004350* 1300-CARGAR-OPERFIL. Carga de OPERFIL el ID, el nombre y el
004360* nivel de cada operador (nivel invalido o cero cuenta como 1,
004370* igual que en la firma de MENU-OPERADOR).
004380*------------------------------------------------------------------
004390  1300-CARGAR-OPERFIL.
004400      OPEN INPUT ARCH-OPERADORES.
004410      IF FS-OPERADORES NOT = "00"
004420         MOVE SPACES TO INFORME-LINEA
004430         STRING "No se pudo leer OPERFIL: todos los IDs se "
004440             "informan como usuarios de proceso."
004450             DELIMITED BY SIZE INTO INFORME-LINEA
004460         WRITE INFORME-LINEA
004470         GO TO 1300-CARGAR-OPERFIL-EXIT
004480      END-IF.
004490      MOVE "N" TO SW-FIN-ARCHIVO.
004500      PERFORM 1310-LEER-OPERADOR THRU 1310-LEER-OPERADOR-EXIT
004510          UNTIL FIN-ARCHIVO.
004520      CLOSE ARCH-OPERADORES.
004530  1300-CARGAR-OPERFIL-EXIT.
004540      EXIT.
004550
004560*------------------------------------------------------------------
004570* 1310-LEER-OPERADOR. Lee el proximo operador de OPERFIL y lo
004580* agrega a la tabla (hasta 500).
004590*------------------------------------------------------------------
004600  1310-LEER-OPERADOR.
004610      MOVE SPACES TO OPE-REGISTRO.
004620      READ ARCH-OPERADORES
004630          AT END MOVE "S" TO SW-FIN-ARCHIVO
004640      END-READ.
004650      IF FIN-ARCHIVO
004660         GO TO 1310-LEER-OPERADOR-EXIT
004670      END-IF.
004680      IF CANT-OPERFIL = 500
004690         IF NOT OPERFIL-LLENA
004700            MOVE "S" TO SW-OPERFIL-LLENA
004710            MOVE SPACES TO INFORME-LINEA
004720            STRING "AVISO: OPERFIL excede 500 operadores; los "
004730                "excedentes se informan como de proceso."
004740                DELIMITED BY SIZE INTO INFORME-LINEA
004750            WRITE INFORME-LINEA
004760         END-IF
004770         GO TO 1310-LEER-OPERADOR-EXIT
004780      END-IF.
004790      ADD 1 TO CANT-OPERFIL.
004800      MOVE OPE-REG-ID TO OPF-ID (CANT-OPERFIL).
004810      MOVE OPE-REG-NOMBRE TO OPF-NOMBRE (CANT-OPERFIL).
004820      IF OPE-REG-NIVEL IS NUMERIC AND OPE-REG-NIVEL NOT = "0"
004830         MOVE OPE-REG-NIVEL TO OPF-NIVEL (CANT-OPERFIL)
004840      ELSE
004850         MOVE 1 TO OPF-NIVEL (CANT-OPERFIL)
004860      END-IF.
004870  1310-LEER-OPERADOR-EXIT.
004880      EXIT.
004890
004900*------------------------------------------------------------------
004910* 1400-CALCULAR-DIA-SEMANA. Deja en DIA-SEMANA el dia de la
004920* semana de FECHA-INFORME (enero y febrero cuentan como meses 13
004930* y 14 del anio anterior).
004940*------------------------------------------------------------------
004950  1400-CALCULAR-DIA-SEMANA.
004960      MOVE INF-AAAA TO ZEL-AAAA.
004970      MOVE INF-MM TO ZEL-MM.
004980      IF ZEL-MM < 3
004990         ADD 12 TO ZEL-MM
005000         SUBTRACT 1 FROM ZEL-AAAA
005010      END-IF.
005020      DIVIDE ZEL-AAAA BY 100 GIVING ZEL-SIGLO REMAINDER ZEL-ANIO.
005030      COMPUTE ZEL-TERMINO = 13 * (ZEL-MM + 1).
005040      DIVIDE ZEL-TERMINO BY 5 GIVING ZEL-TERMINO.
005050      MOVE INF-DD TO ZEL-SUMA.
005060      ADD ZEL-TERMINO TO ZEL-SUMA.
005070      ADD ZEL-ANIO TO ZEL-SUMA.
005080      DIVIDE ZEL-ANIO BY 4 GIVING ZEL-TERMINO.
005090      ADD ZEL-TERMINO TO ZEL-SUMA.
005100      DIVIDE ZEL-SIGLO BY 4 GIVING ZEL-TERMINO.
005110      ADD ZEL-TERMINO TO ZEL-SUMA.
005120      COMPUTE ZEL-SUMA = ZEL-SUMA + 5 * ZEL-SIGLO.
005130      DIVIDE ZEL-SUMA BY 7 GIVING COCIENTE REMAINDER DIA-SEMANA.
005140  1400-CALCULAR-DIA-SEMANA-EXIT.
005150      EXIT.
005160
005170*------------------------------------------------------------------
005180* 2000-LEER-SESIONES. Recorre SESLOG: arma las sesiones del dia,
005190* cuenta sesiones y tiempo conectado por operador y registra como
005200* excepcion los eventos de firma rechazada. Al final, las
005210* sesiones que quedaron sin egreso son tambien excepcion.
005220*------------------------------------------------------------------
005230  2000-LEER-SESIONES.
005240      OPEN INPUT ARCH-SESIONES.
005250      IF FS-SESIONES = "35"
005260         MOVE "No existe SESLOG todavia." TO INFORME-LINEA
005270         WRITE INFORME-LINEA
005280         GO TO 2000-LEER-SESIONES-EXIT
005290      END-IF.
005300      MOVE "N" TO SW-FIN-ARCHIVO.
005310      PERFORM 2100-PROCESAR-SESION THRU 2100-PROCESAR-SESION-EXIT
005320          UNTIL FIN-ARCHIVO.
005330      CLOSE ARCH-SESIONES.
005340      MOVE 1 TO SUB-SESION.
005350      PERFORM 2400-REVISAR-EGRESO THRU 2400-REVISAR-EGRESO-EXIT
005360          UNTIL SUB-SESION > CANT-SESIONES.
005370  2000-LEER-SESIONES-EXIT.
005380      EXIT.
005390
005400*------------------------------------------------------------------
005410* 2100-PROCESAR-SESION. Lee la proxima linea de SESLOG y, si es de
005420* la fecha del informe, la procesa segun el evento.
005430*------------------------------------------------------------------
005440  2100-PROCESAR-SESION.
005450      READ ARCH-SESIONES INTO SES-DETALLE
005460          AT END MOVE "S" TO SW-FIN-ARCHIVO
005470      END-READ.
005480      IF FIN-ARCHIVO
005490         GO TO 2100-PROCESAR-SESION-EXIT
005500      END-IF.
005510      IF SES-FECHA NOT = FECHA-INFORME OR SES-HORA IS NOT NUMERIC
005520         GO TO 2100-PROCESAR-SESION-EXIT
005530      END-IF.
005540      MOVE SES-HORA TO HORA-EVENTO.
005550      MOVE SES-OPERADOR TO OPERADOR-BUSCADO.
005560      MOVE "SESLOG" TO EXC-ORIGEN.
005570      MOVE SPACES TO EXC-OPERACION.
005580      IF SES-ES-INGRESO
005590         PERFORM 2200-ABRIR-SESION THRU 2200-ABRIR-SESION-EXIT
005600      ELSE IF SES-ES-EGRESO
005610         PERFORM 2300-CERRAR-SESION THRU 2300-CERRAR-SESION-EXIT
005620      ELSE IF SES-ES-RECHAZO
005630         MOVE "Sesion rechazada" TO EXC-MOTIVO
005640         PERFORM 7600-AGREGAR-EXCEPCION THRU
005650                 7600-AGREGAR-EXCEPCION-EXIT
005660      ELSE IF SES-ES-FIRMA-FALLIDA
005670         MOVE "Firma fallida" TO EXC-MOTIVO
005680         PERFORM 7600-AGREGAR-EXCEPCION THRU
005690                 7600-AGREGAR-EXCEPCION-EXIT
005700      ELSE IF SES-ES-INTENTO-BLOQUEADO
005710         MOVE "Firma de operador bloqueado" TO EXC-MOTIVO
005720         PERFORM 7600-AGREGAR-EXCEPCION THRU
005730                 7600-AGREGAR-EXCEPCION-EXIT
005740      ELSE IF SES-ES-BLOQUEO
005750         MOVE "Bloqueo por firmas fallidas" TO EXC-MOTIVO
005760         PERFORM 7600-AGREGAR-EXCEPCION THRU
005770                 7600-AGREGAR-EXCEPCION-EXIT
005780      END-IF.
005790  2100-PROCESAR-SESION-EXIT.
005800      EXIT.
005810
005820*------------------------------------------------------------------
005830* 2200-ABRIR-SESION. Un INGRESO abre una sesion del operador y la
005840* cuenta en su actividad.
005850*------------------------------------------------------------------
005860  2200-ABRIR-SESION.
005870      PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
005880      IF IND-OPERADOR > ZERO
005890         ADD 1 TO ACT-SESIONES (IND-OPERADOR)
005900      END-IF.
005910      IF CANT-SESIONES = 500
005920         IF NOT SESIONES-LLENA
005930            MOVE "S" TO SW-SESIONES-LLENA
005940            MOVE SPACES TO INFORME-LINEA
005950            STRING "AVISO: mas de 500 sesiones en el dia; la "
005960                "actividad posterior puede verse sin sesion."
005970                DELIMITED BY SIZE INTO INFORME-LINEA
005980            WRITE INFORME-LINEA
005990         END-IF
006000         GO TO 2200-ABRIR-SESION-EXIT
006010      END-IF.
006020      ADD 1 TO CANT-SESIONES.
006030      MOVE SES-OPERADOR TO STB-OPERADOR (CANT-SESIONES).
006040      MOVE HORA-EVENTO TO STB-INICIO (CANT-SESIONES).
006050      MOVE ZERO TO STB-FIN (CANT-SESIONES).
006060      MOVE "A" TO STB-ESTADO (CANT-SESIONES).
006070  2200-ABRIR-SESION-EXIT.
006080      EXIT.
006090
006100*------------------------------------------------------------------
006110* 2300-CERRAR-SESION. Un EGRESO cierra la ultima sesion abierta
006120* del operador y suma su duracion al tiempo conectado.
006130*------------------------------------------------------------------
006140  2300-CERRAR-SESION.
006150      MOVE ZERO TO IND-SESION.
006160      MOVE CANT-SESIONES TO SUB-SESION.
006170      PERFORM 2310-BUSCAR-ABIERTA THRU 2310-BUSCAR-ABIERTA-EXIT
006180          UNTIL SUB-SESION = ZERO OR IND-SESION > ZERO.
006190      IF IND-SESION = ZERO
006200         GO TO 2300-CERRAR-SESION-EXIT
006210      END-IF.
006220      MOVE HORA-EVENTO TO STB-FIN (IND-SESION).
006230      MOVE "C" TO STB-ESTADO (IND-SESION).
006240      COMPUTE SEGUNDOS-FIN = HEV-HH * 3600 + HEV-MM * 60 + HEV-SS.
006250      MOVE STB-INICIO (IND-SESION) TO HORA-EVENTO.
006260      COMPUTE SEGUNDOS-INICIO = HEV-HH * 3600 + HEV-MM * 60
006270          + HEV-SS.
006280      PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
006290      IF IND-OPERADOR > ZERO AND SEGUNDOS-FIN > SEGUNDOS-INICIO
006300         COMPUTE ACT-SEGUNDOS (IND-OPERADOR) =
006310             ACT-SEGUNDOS (IND-OPERADOR) + SEGUNDOS-FIN
006320             - SEGUNDOS-INICIO
006330      END-IF.
006340  2300-CERRAR-SESION-EXIT.
006350      EXIT.
006360
006370*------------------------------------------------------------------
006380* 2310-BUSCAR-ABIERTA. Compara la sesion corriente (de la ultima
006390* hacia la primera) con el operador del EGRESO y retrocede.
006400*------------------------------------------------------------------
006410  2310-BUSCAR-ABIERTA.
006420      IF STB-OPERADOR (SUB-SESION) = SES-OPERADOR AND
006430         STB-ABIERTA (SUB-SESION)
006440         MOVE SUB-SESION TO IND-SESION
006450      ELSE
006460         SUBTRACT 1 FROM SUB-SESION
006470      END-IF.
006480  2310-BUSCAR-ABIERTA-EXIT.
006490      EXIT.
006500
006510*------------------------------------------------------------------
006520* 2400-REVISAR-EGRESO. Una sesion que quedo abierta al final del
006530* dia (el programa termino sin pasar por el egreso) se cuenta y se
006540* informa como excepcion. Avanza.
006550*------------------------------------------------------------------
006560  2400-REVISAR-EGRESO.
006570      IF NOT STB-ABIERTA (SUB-SESION)
006580         GO TO 2400-REVISAR-EGRESO-SIG
006590      END-IF.
006600      MOVE STB-OPERADOR (SUB-SESION) TO OPERADOR-BUSCADO.
006610      PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
006620      IF IND-OPERADOR > ZERO
006630         ADD 1 TO ACT-SIN-EGRESO (IND-OPERADOR)
006640      END-IF.
006650      MOVE STB-INICIO (SUB-SESION) TO HORA-EVENTO.
006660      MOVE "SESLOG" TO EXC-ORIGEN.
006670      MOVE SPACES TO EXC-OPERACION.
006680      MOVE "Sesion sin egreso registrado" TO EXC-MOTIVO.
006690      PERFORM 7600-AGREGAR-EXCEPCION THRU
006700              7600-AGREGAR-EXCEPCION-EXIT.
006710  2400-REVISAR-EGRESO-SIG.
006720      ADD 1 TO SUB-SESION.
006730  2400-REVISAR-EGRESO-EXIT.
006740      EXIT.
006750
006760*------------------------------------------------------------------
006770* 3000-LEER-AUDITORIA. Recorre AUDITLOG y cuenta las consultas de
006780* tablas de la fecha por operador.
006790*------------------------------------------------------------------
006800  3000-LEER-AUDITORIA.
006810      OPEN INPUT ARCH-AUDITORIA.
006820      IF FS-AUDITORIA = "35"
006830         MOVE "No existe AUDITLOG todavia." TO INFORME-LINEA
006840         WRITE INFORME-LINEA
006850         GO TO 3000-LEER-AUDITORIA-EXIT
006860      END-IF.
006870      MOVE "N" TO SW-FIN-ARCHIVO.
006880      PERFORM 3100-PROCESAR-AUDITORIA THRU
006890              3100-PROCESAR-AUDITORIA-EXIT
006900          UNTIL FIN-ARCHIVO.
006910      CLOSE ARCH-AUDITORIA.
006920  3000-LEER-AUDITORIA-EXIT.
006930      EXIT.
006940
006950*------------------------------------------------------------------
006960* 3100-PROCESAR-AUDITORIA. Lee la proxima linea de AUDITLOG; si es
006970* de la fecha, la cuenta y, si fue interactiva, la controla contra
006980* la sesion y el horario.
006990*------------------------------------------------------------------
007000  3100-PROCESAR-AUDITORIA.
007010      READ ARCH-AUDITORIA INTO AUD-DETALLE
007020          AT END MOVE "S" TO SW-FIN-ARCHIVO
007030      END-READ.
007040      IF FIN-ARCHIVO
007050         GO TO 3100-PROCESAR-AUDITORIA-EXIT
007060      END-IF.
007070      IF AUD-FECHA NOT = FECHA-INFORME OR AUD-HORA IS NOT NUMERIC
007080         GO TO 3100-PROCESAR-AUDITORIA-EXIT
007090      END-IF.
007100      MOVE AUD-USUARIO TO OPERADOR-BUSCADO.
007110      PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
007120      IF IND-OPERADOR > ZERO
007130         ADD 1 TO ACT-CONSULTAS (IND-OPERADOR)
007140      END-IF.
007150      IF AUD-ES-LOTE
007160         GO TO 3100-PROCESAR-AUDITORIA-EXIT
007170      END-IF.
007180      MOVE AUD-HORA TO HORA-EVENTO.
007190      MOVE "S" TO SW-CON-HORA.
007200      MOVE "AUDITLOG" TO ORIGEN-CONTROL.
007210      MOVE "Consulta tabla" TO OPC-TEXTO.
007220      MOVE AUD-NUMERO TO OPC-DATO.
007230      PERFORM 7400-CONTROLAR-ACTIVIDAD THRU
007240              7400-CONTROLAR-ACTIVIDAD-EXIT.
007250  3100-PROCESAR-AUDITORIA-EXIT.
007260      EXIT.
007270
007280*------------------------------------------------------------------
007290* 4000-LEER-LOG. Recorre REGLOG y cuenta las altas de la fecha por
007300* operador.
007310*------------------------------------------------------------------
007320  4000-LEER-LOG.
007330      OPEN INPUT REGISTRO-LOG.
007340      IF FS-LOG = "35"
007350         MOVE "No existe REGLOG todavia." TO INFORME-LINEA
007360         WRITE INFORME-LINEA
007370         GO TO 4000-LEER-LOG-EXIT
007380      END-IF.
007390      MOVE "N" TO SW-FIN-ARCHIVO.
007400      PERFORM 4100-PROCESAR-LOG THRU 4100-PROCESAR-LOG-EXIT
007410          UNTIL FIN-ARCHIVO.
007420      CLOSE REGISTRO-LOG.
007430  4000-LEER-LOG-EXIT.
007440      EXIT.
007450
007460*------------------------------------------------------------------
007470* 4100-PROCESAR-LOG. Lee el proximo registro de REGLOG; un detalle
007480* de la fecha se cuenta como alta del operador y se controla
007490* contra las sesiones del dia (REGLOG no lleva hora).
007500*------------------------------------------------------------------
007510  4100-PROCESAR-LOG.
007520      READ REGISTRO-LOG
007530          AT END MOVE "S" TO SW-FIN-ARCHIVO
007540      END-READ.
007550      IF FIN-ARCHIVO
007560         GO TO 4100-PROCESAR-LOG-EXIT
007570      END-IF.
007580      IF NOT REG-LOG-ES-DETALLE OR
007590         REG-LOG-FECHA-ALTA NOT = FECHA-INFORME
007600         GO TO 4100-PROCESAR-LOG-EXIT
007610      END-IF.
007620      MOVE REG-LOG-OPERADOR TO OPERADOR-BUSCADO.
007630      PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
007640      IF IND-OPERADOR > ZERO
007650         ADD 1 TO ACT-ALTAS (IND-OPERADOR)
007660      END-IF.
007670      MOVE ZERO TO HORA-EVENTO.
007680      MOVE "N" TO SW-CON-HORA.
007690      MOVE "REGLOG" TO ORIGEN-CONTROL.
007700      MOVE "Alta ID" TO OPC-TEXTO.
007710      MOVE REG-LOG-ID TO OPC-DATO.
007720      PERFORM 7400-CONTROLAR-ACTIVIDAD THRU
007730              7400-CONTROLAR-ACTIVIDAD-EXIT.
007740  4100-PROCESAR-LOG-EXIT.
007750      EXIT.
007760
007770*------------------------------------------------------------------
007780* 5000-LEER-JOURNAL. Recorre REGJRN y cuenta las operaciones de la
007790* fecha por operador.
007800*------------------------------------------------------------------
007810  5000-LEER-JOURNAL.
007820      OPEN INPUT ARCH-JOURNAL.
007830      IF FS-JOURNAL = "35"
007840         MOVE "No existe REGJRN todavia." TO INFORME-LINEA
007850         WRITE INFORME-LINEA
007860         GO TO 5000-LEER-JOURNAL-EXIT
007870      END-IF.
007880      MOVE "N" TO SW-FIN-ARCHIVO.
007890      PERFORM 5100-PROCESAR-JOURNAL THRU
007900              5100-PROCESAR-JOURNAL-EXIT
007910          UNTIL FIN-ARCHIVO.
007920      CLOSE ARCH-JOURNAL.
007930  5000-LEER-JOURNAL-EXIT.
007940      EXIT.
007950
007960*------------------------------------------------------------------
007970* 5100-PROCESAR-JOURNAL. Lee la proxima operacion de REGJRN; si es
007980* de la fecha la cuenta por tipo y la controla contra la sesion y
007990* el horario. Una baja o fusion de un operador cuyo nivel en
008000* OPERFIL no alcanza para bajas es ademas excepcion.
008010*------------------------------------------------------------------
008020  5100-PROCESAR-JOURNAL.
008030      READ ARCH-JOURNAL
008040          AT END MOVE "S" TO SW-FIN-ARCHIVO
008050      END-READ.
008060      IF FIN-ARCHIVO
008070         GO TO 5100-PROCESAR-JOURNAL-EXIT
008080      END-IF.
008090      IF REG-JRN-FECHA NOT = FECHA-INFORME
008100         GO TO 5100-PROCESAR-JOURNAL-EXIT
008110      END-IF.
008120      MOVE REG-JRN-OPERADOR TO OPERADOR-BUSCADO.
008130      PERFORM 7000-UBICAR-OPERADOR THRU 7000-UBICAR-OPERADOR-EXIT.
008140      IF REG-JRN-ES-MODIFICACION
008150         MOVE "Modificac. ID" TO OPC-TEXTO
008160         IF IND-OPERADOR > ZERO
008170            ADD 1 TO ACT-MODIFICACIONES (IND-OPERADOR)
008180         END-IF
008190      ELSE IF REG-JRN-ES-BAJA
008200         MOVE "Baja ID" TO OPC-TEXTO
008210         IF IND-OPERADOR > ZERO
008220            ADD 1 TO ACT-BAJAS (IND-OPERADOR)
008230         END-IF
008240      ELSE IF REG-JRN-ES-FUSION
008250         MOVE "Fusion ID" TO OPC-TEXTO
008260         IF IND-OPERADOR > ZERO
008270            ADD 1 TO ACT-BAJAS (IND-OPERADOR)
008280         END-IF
008290      ELSE IF REG-JRN-ES-REACTIVACION
008300         MOVE "Reactivac. ID" TO OPC-TEXTO
008310         IF IND-OPERADOR > ZERO
008320            ADD 1 TO ACT-REACTIVACIONES (IND-OPERADOR)
008330         END-IF
008340      ELSE
008350         GO TO 5100-PROCESAR-JOURNAL-EXIT
008360      END-IF.
008370      MOVE REG-JRN-HORA TO HORA-EVENTO.
008380      MOVE "S" TO SW-CON-HORA.
008390      MOVE "REGJRN" TO ORIGEN-CONTROL.
008400      MOVE REG-JRN-ANT-ID TO OPC-DATO.
008410      PERFORM 7400-CONTROLAR-ACTIVIDAD THRU
008420              7400-CONTROLAR-ACTIVIDAD-EXIT.
008430      IF NOT OPERFIL-HALLADO
008440         GO TO 5100-PROCESAR-JOURNAL-EXIT
008450      END-IF.
008460      IF (REG-JRN-ES-BAJA OR REG-JRN-ES-FUSION) AND
008470         OPF-NIVEL (IND-OPERFIL) < 2
008480         MOVE OPF-NIVEL (IND-OPERFIL) TO NIVEL-ED
008490         MOVE SPACES TO EXC-MOTIVO
008500         STRING "Baja con nivel " NIVEL-ED " en OPERFIL"
008510             DELIMITED BY SIZE INTO EXC-MOTIVO
008520         MOVE ORIGEN-CONTROL TO EXC-ORIGEN
008530         MOVE OPERACION-CONTROL TO EXC-OPERACION
008540         PERFORM 7600-AGREGAR-EXCEPCION THRU
008550                 7600-AGREGAR-EXCEPCION-EXIT
008560      END-IF.
008570  5100-PROCESAR-JOURNAL-EXIT.
008580      EXIT.
008590
008600*------------------------------------------------------------------
008610* 6000-ESCRIBIR-INFORME. Escribe la seccion de cada operador, los
008620* totales y la seccion de excepciones.
008630*------------------------------------------------------------------
008640  6000-ESCRIBIR-INFORME.
008650      IF CANT-OPERADORES = ZERO
008660         MOVE "Sin actividad de operadores en la fecha."
008670             TO INFORME-LINEA
008680         WRITE INFORME-LINEA
008690      END-IF.
008700      MOVE 1 TO SUB-OPERADOR.
008710      PERFORM 6100-ESCRIBIR-OPERADOR THRU
008720              6100-ESCRIBIR-OPERADOR-EXIT
008730          UNTIL SUB-OPERADOR > CANT-OPERADORES.
008740      MOVE "Totales" TO INFORME-LINEA.
008750      WRITE INFORME-LINEA.
008760      MOVE TOT-SESIONES TO CANTIDAD-ED.
008770      MOVE SPACES TO INFORME-LINEA.
008780      STRING "  Sesiones ......: " CANTIDAD-ED
008790          DELIMITED BY SIZE INTO INFORME-LINEA.
008800      WRITE INFORME-LINEA.
008810      MOVE TOT-ALTAS TO CANTIDAD-ED.
008820      MOVE TOT-MODIFICACIONES TO CANTIDAD-ED2.
008830      MOVE TOT-BAJAS TO CANTIDAD-ED3.
008840      MOVE SPACES TO INFORME-LINEA.
008850      STRING "  Altas .........: " CANTIDAD-ED
008860          "   Modificaciones: " CANTIDAD-ED2
008870          "   Bajas: " CANTIDAD-ED3
008880          DELIMITED BY SIZE INTO INFORME-LINEA.
008890      WRITE INFORME-LINEA.
008900      MOVE TOT-REACTIVACIONES TO CANTIDAD-ED.
008910      MOVE TOT-CONSULTAS TO CANTIDAD-ED2.
008920      MOVE SPACES TO INFORME-LINEA.
008930      STRING "  Reactivaciones : " CANTIDAD-ED
008940          "   Consultas de tablas: " CANTIDAD-ED2
008950          DELIMITED BY SIZE INTO INFORME-LINEA.
008960      WRITE INFORME-LINEA.
008970      MOVE SPACES TO INFORME-LINEA.
008980      WRITE INFORME-LINEA.
008990      MOVE "Excepciones" TO INFORME-LINEA.
009000      WRITE INFORME-LINEA.
009010      MOVE SPACES TO INFORME-LINEA.
009020      STRING "Hora      Operador  Origen    "
009030          "Operacion             Motivo"
009040          DELIMITED BY SIZE INTO INFORME-LINEA.
009050      WRITE INFORME-LINEA.
009060      IF CANT-EXCEPCIONES = ZERO
009070         MOVE "Sin excepciones." TO INFORME-LINEA
009080         WRITE INFORME-LINEA
009090      END-IF.
009100      MOVE 1 TO SUB-EXCEPCION.
009110      PERFORM 6200-ESCRIBIR-EXCEPCION THRU
009120              6200-ESCRIBIR-EXCEPCION-EXIT
009130          UNTIL SUB-EXCEPCION > CANT-EXCEPCIONES.
009140      MOVE TOT-EXCEPCIONES TO CANTIDAD-ED.
009150      MOVE SPACES TO INFORME-LINEA.
009160      STRING "Total de excepciones: " CANTIDAD-ED
009170          DELIMITED BY SIZE INTO INFORME-LINEA.
009180      WRITE INFORME-LINEA.
009190  6000-ESCRIBIR-INFORME-EXIT.
009200      EXIT.
009210
009220*------------------------------------------------------------------
009230* 6100-ESCRIBIR-OPERADOR. Escribe la seccion del operador de
009240* SUB-OPERADOR, suma sus totales y avanza.
009250*------------------------------------------------------------------
009260  6100-ESCRIBIR-OPERADOR.
009270      MOVE ACT-OPERADOR (SUB-OPERADOR) TO OPERADOR-BUSCADO.
009280      PERFORM 7300-BUSCAR-OPERFIL THRU 7300-BUSCAR-OPERFIL-EXIT.
009290      MOVE SPACES TO INFORME-LINEA.
009300      IF OPERFIL-HALLADO
009310         MOVE OPF-NIVEL (IND-OPERFIL) TO NIVEL-ED
009320         STRING "Operador " OPERADOR-BUSCADO "  "
009330             OPF-NOMBRE (IND-OPERFIL) "  nivel " NIVEL-ED
009340             DELIMITED BY SIZE INTO INFORME-LINEA
009350      ELSE
009360         STRING "Operador " OPERADOR-BUSCADO
009370             "  (usuario de proceso, no figura en OPERFIL)"
009380             DELIMITED BY SIZE INTO INFORME-LINEA
009390      END-IF.
009400      WRITE INFORME-LINEA.
009410      DIVIDE ACT-SEGUNDOS (SUB-OPERADOR) BY 3600
009420          GIVING TOT-HORAS REMAINDER RESTO-SEGUNDOS.
009430      DIVIDE RESTO-SEGUNDOS BY 60 GIVING TOT-MINUTOS.
009440      MOVE ACT-SESIONES (SUB-OPERADOR) TO CANTIDAD-ED.
009450      MOVE TOT-HORAS TO HORAS-ED.
009460      MOVE ACT-SIN-EGRESO (SUB-OPERADOR) TO CANTIDAD-ED2.
009470      MOVE SPACES TO INFORME-LINEA.
009480      STRING "  Sesiones ......: " CANTIDAD-ED
009490          "   Conectado: " HORAS-ED ":" TOT-MINUTOS " hs"
009500          "   Sin egreso: " CANTIDAD-ED2
009510          DELIMITED BY SIZE INTO INFORME-LINEA.
009520      WRITE INFORME-LINEA.
009530      MOVE ACT-ALTAS (SUB-OPERADOR) TO CANTIDAD-ED.
009540      MOVE ACT-MODIFICACIONES (SUB-OPERADOR) TO CANTIDAD-ED2.
009550      MOVE ACT-BAJAS (SUB-OPERADOR) TO CANTIDAD-ED3.
009560      MOVE SPACES TO INFORME-LINEA.
009570      STRING "  Altas .........: " CANTIDAD-ED
009580          "   Modificaciones: " CANTIDAD-ED2
009590          "   Bajas: " CANTIDAD-ED3
009600          DELIMITED BY SIZE INTO INFORME-LINEA.
009610      WRITE INFORME-LINEA.
009620      MOVE ACT-REACTIVACIONES (SUB-OPERADOR) TO CANTIDAD-ED.
009630      MOVE ACT-CONSULTAS (SUB-OPERADOR) TO CANTIDAD-ED2.
009640      MOVE SPACES TO INFORME-LINEA.
009650      STRING "  Reactivaciones : " CANTIDAD-ED
009660          "   Consultas de tablas: " CANTIDAD-ED2
009670          DELIMITED BY SIZE INTO INFORME-LINEA.
009680      WRITE INFORME-LINEA.
009690      MOVE SPACES TO INFORME-LINEA.
009700      WRITE INFORME-LINEA.
009710      ADD ACT-SESIONES (SUB-OPERADOR) TO TOT-SESIONES.
009720      ADD ACT-ALTAS (SUB-OPERADOR) TO TOT-ALTAS.
009730      ADD ACT-MODIFICACIONES (SUB-OPERADOR) TO TOT-MODIFICACIONES.
009740      ADD ACT-BAJAS (SUB-OPERADOR) TO TOT-BAJAS.
009750      ADD ACT-REACTIVACIONES (SUB-OPERADOR) TO TOT-REACTIVACIONES.
009760      ADD ACT-CONSULTAS (SUB-OPERADOR) TO TOT-CONSULTAS.
009770      ADD 1 TO SUB-OPERADOR.
009780  6100-ESCRIBIR-OPERADOR-EXIT.
009790      EXIT.
009800
009810*------------------------------------------------------------------
009820* 6200-ESCRIBIR-EXCEPCION. Escribe la excepcion de SUB-EXCEPCION y
009830* avanza.
009840*------------------------------------------------------------------
009850  6200-ESCRIBIR-EXCEPCION.
009860      MOVE EXC-ENTRADA (SUB-EXCEPCION) TO INFORME-LINEA.
009870      WRITE INFORME-LINEA.
009880      ADD 1 TO SUB-EXCEPCION.
009890  6200-ESCRIBIR-EXCEPCION-EXIT.
009900      EXIT.
009910
009920*------------------------------------------------------------------
009930* 7000-UBICAR-OPERADOR. Deja en IND-OPERADOR la entrada de
009940* OPERADOR-BUSCADO en la tabla de actividad, agregandola en orden
009950* de ID si no estaba. Con la tabla llena deja IND-OPERADOR en cero
009960* y avisa una sola vez.
009970*------------------------------------------------------------------
009980  7000-UBICAR-OPERADOR.
009990      MOVE "N" TO SW-OPERADOR-HALLADO.
010000      MOVE 1 TO SUB-OPERADOR.
010010      PERFORM 7100-BUSCAR-OPERADOR THRU 7100-BUSCAR-OPERADOR-EXIT
010020          UNTIL FIN-BUSQUEDA-OPERADOR OR
010030                SUB-OPERADOR > CANT-OPERADORES.
010040      IF OPERADOR-HALLADO
010050         MOVE SUB-OPERADOR TO IND-OPERADOR
010060         GO TO 7000-UBICAR-OPERADOR-EXIT
010070      END-IF.
010080      IF CANT-OPERADORES = 100
010090         MOVE ZERO TO IND-OPERADOR
010100         IF NOT OPERADORES-LLENA
010110            MOVE "S" TO SW-OPERADORES-LLENA
010120            MOVE SPACES TO INFORME-LINEA
010130            STRING "AVISO: mas de 100 operadores con actividad; "
010140                "el detalle cubre solo los primeros 100."
010150                DELIMITED BY SIZE INTO INFORME-LINEA
010160            WRITE INFORME-LINEA
010170         END-IF
010180         GO TO 7000-UBICAR-OPERADOR-EXIT
010190      END-IF.
010200      MOVE SUB-OPERADOR TO IND-OPERADOR.
010210      MOVE CANT-OPERADORES TO SUB-OPERADOR.
010220      PERFORM 7200-CORRER-OPERADOR THRU 7200-CORRER-OPERADOR-EXIT
010230          UNTIL SUB-OPERADOR < IND-OPERADOR.
010240      ADD 1 TO CANT-OPERADORES.
010250      MOVE OPERADOR-BUSCADO TO ACT-OPERADOR (IND-OPERADOR).
010260      MOVE ZERO TO ACT-SESIONES (IND-OPERADOR).
010270      MOVE ZERO TO ACT-SEGUNDOS (IND-OPERADOR).
010280      MOVE ZERO TO ACT-SIN-EGRESO (IND-OPERADOR).
010290      MOVE ZERO TO ACT-ALTAS (IND-OPERADOR).
010300      MOVE ZERO TO ACT-MODIFICACIONES (IND-OPERADOR).
010310      MOVE ZERO TO ACT-BAJAS (IND-OPERADOR).
010320      MOVE ZERO TO ACT-REACTIVACIONES (IND-OPERADOR).
010330      MOVE ZERO TO ACT-CONSULTAS (IND-OPERADOR).
010340  7000-UBICAR-OPERADOR-EXIT.
010350      EXIT.
010360
010370*------------------------------------------------------------------
010380* 7100-BUSCAR-OPERADOR. Compara la entrada corriente de la tabla
010390* con OPERADOR-BUSCADO: se detiene en la que coincide o en la
010400* primera de ID mayor (el lugar donde iria la nueva).
010410*------------------------------------------------------------------
010420  7100-BUSCAR-OPERADOR.
010430      IF ACT-OPERADOR (SUB-OPERADOR) = OPERADOR-BUSCADO
010440         MOVE "S" TO SW-OPERADOR-HALLADO
010450         GO TO 7100-BUSCAR-OPERADOR-EXIT
010460      END-IF.
010470      IF ACT-OPERADOR (SUB-OPERADOR) > OPERADOR-BUSCADO
010480         MOVE "L" TO SW-OPERADOR-HALLADO
010490         GO TO 7100-BUSCAR-OPERADOR-EXIT
010500      END-IF.
010510      ADD 1 TO SUB-OPERADOR.
010520  7100-BUSCAR-OPERADOR-EXIT.
010530      EXIT.
010540
010550*------------------------------------------------------------------
010560* 7200-CORRER-OPERADOR. Corre una posicion hacia abajo la entrada
010570* indicada por SUB-OPERADOR para dejar lugar a la nueva y
010580* retrocede.
010590*------------------------------------------------------------------
010600  7200-CORRER-OPERADOR.
010610      MOVE ACT-ENTRADA (SUB-OPERADOR) TO
010620           ACT-ENTRADA (SUB-OPERADOR + 1).
010630      SUBTRACT 1 FROM SUB-OPERADOR.
010640  7200-CORRER-OPERADOR-EXIT.
010650      EXIT.
010660
010670*------------------------------------------------------------------
010680* 7300-BUSCAR-OPERFIL. Busca OPERADOR-BUSCADO en la tabla de
010690* OPERFIL y deja su posicion en IND-OPERFIL.
010700*------------------------------------------------------------------
010710  7300-BUSCAR-OPERFIL.
010720      MOVE "N" TO SW-OPERFIL-HALLADO.
010730      MOVE ZERO TO IND-OPERFIL.
010740      MOVE 1 TO SUB-OPERFIL.
010750      PERFORM 7310-COMPARAR-OPERFIL THRU
010760              7310-COMPARAR-OPERFIL-EXIT
010770          UNTIL OPERFIL-HALLADO OR SUB-OPERFIL > CANT-OPERFIL.
010780  7300-BUSCAR-OPERFIL-EXIT.
010790      EXIT.
010800
010810*------------------------------------------------------------------
010820* 7310-COMPARAR-OPERFIL. Compara la entrada corriente de OPERFIL
010830* con OPERADOR-BUSCADO y avanza.
010840*------------------------------------------------------------------
010850  7310-COMPARAR-OPERFIL.
010860      IF OPF-ID (SUB-OPERFIL) = OPERADOR-BUSCADO
010870         MOVE "S" TO SW-OPERFIL-HALLADO
010880         MOVE SUB-OPERFIL TO IND-OPERFIL
010890      ELSE
010900         ADD 1 TO SUB-OPERFIL
010910      END-IF.
010920  7310-COMPARAR-OPERFIL-EXIT.
010930      EXIT.
010940
010950*------------------------------------------------------------------
010960* 7400-CONTROLAR-ACTIVIDAD. Controla la operacion de
010970* OPERADOR-BUSCADO descripta en OPERACION-CONTROL: sin sesion
010980* abierta en SESLOG a HORA-EVENTO (o, sin hora, sin sesion en el
010990* dia) o fuera del horario de oficina es excepcion. Los usuarios
011000* de proceso (que no figuran en OPERFIL) no se controlan.
011010*------------------------------------------------------------------
011020  7400-CONTROLAR-ACTIVIDAD.
011030      PERFORM 7300-BUSCAR-OPERFIL THRU 7300-BUSCAR-OPERFIL-EXIT.
011040      IF NOT OPERFIL-HALLADO
011050         GO TO 7400-CONTROLAR-ACTIVIDAD-EXIT
011060      END-IF.
011070      PERFORM 7500-BUSCAR-SESION THRU 7500-BUSCAR-SESION-EXIT.
011080      IF NOT SESION-HALLADA
011090         MOVE ORIGEN-CONTROL TO EXC-ORIGEN
011100         MOVE OPERACION-CONTROL TO EXC-OPERACION
011110         IF CON-HORA
011120            MOVE "Sin sesion abierta" TO EXC-MOTIVO
011130         ELSE
011140            MOVE "Sin sesion en el dia" TO EXC-MOTIVO
011150         END-IF
011160         PERFORM 7600-AGREGAR-EXCEPCION THRU
011170                 7600-AGREGAR-EXCEPCION-EXIT
011180      END-IF.
011190      IF DIA-NO-HABIL
011200         MOVE "Fuera de horario (no habil)" TO EXC-MOTIVO
011210      ELSE IF CON-HORA AND (HEV-HHMM < PAR-HORA-DESDE OR
011220                            HEV-HHMM NOT < PAR-HORA-HASTA)
011230         MOVE "Fuera de horario" TO EXC-MOTIVO
011240      ELSE
011250         GO TO 7400-CONTROLAR-ACTIVIDAD-EXIT
011260      END-IF.
011270      MOVE ORIGEN-CONTROL TO EXC-ORIGEN.
011280      MOVE OPERACION-CONTROL TO EXC-OPERACION.
011290      PERFORM 7600-AGREGAR-EXCEPCION THRU
011300              7600-AGREGAR-EXCEPCION-EXIT.
011310  7400-CONTROLAR-ACTIVIDAD-EXIT.
011320      EXIT.
011330
011340*------------------------------------------------------------------
011350* 7500-BUSCAR-SESION. Busca una sesion de OPERADOR-BUSCADO abierta
011360* a HORA-EVENTO (sin hora, cualquier sesion del dia).
011370*------------------------------------------------------------------
011380  7500-BUSCAR-SESION.
011390      MOVE "N" TO SW-SESION-HALLADA.
011400      MOVE 1 TO SUB-SESION.
011410      PERFORM 7510-COMPARAR-SESION THRU 7510-COMPARAR-SESION-EXIT
011420          UNTIL SESION-HALLADA OR SUB-SESION > CANT-SESIONES.
011430  7500-BUSCAR-SESION-EXIT.
011440      EXIT.
011450
011460*------------------------------------------------------------------
011470* 7510-COMPARAR-SESION. Compara la sesion corriente con el
011480* operador y la hora buscados y avanza.
011490*------------------------------------------------------------------
011500  7510-COMPARAR-SESION.
011510      IF STB-OPERADOR (SUB-SESION) NOT = OPERADOR-BUSCADO
011520         GO TO 7510-COMPARAR-SESION-SIG
011530      END-IF.
011540      IF NOT CON-HORA
011550         MOVE "S" TO SW-SESION-HALLADA
011560         GO TO 7510-COMPARAR-SESION-EXIT
011570      END-IF.
011580      IF STB-INICIO (SUB-SESION) NOT > HORA-EVENTO AND
011590         (STB-ABIERTA (SUB-SESION) OR
011600          STB-FIN (SUB-SESION) NOT < HORA-EVENTO)
011610         MOVE "S" TO SW-SESION-HALLADA
011620         GO TO 7510-COMPARAR-SESION-EXIT
011630      END-IF.
011640  7510-COMPARAR-SESION-SIG.
011650      ADD 1 TO SUB-SESION.
011660  7510-COMPARAR-SESION-EXIT.
011670      EXIT.
011680
011690*------------------------------------------------------------------
011700* 7600-AGREGAR-EXCEPCION. Arma la linea de excepcion con la hora
011710* del evento, OPERADOR-BUSCADO y los datos ya cargados en
011720* EXC-ORIGEN, EXC-OPERACION y EXC-MOTIVO, y la guarda en la tabla
011730* (hasta 500; avisa una sola vez si se llena).
011740*------------------------------------------------------------------
011750  7600-AGREGAR-EXCEPCION.
011760      ADD 1 TO TOT-EXCEPCIONES.
011770      IF HORA-EVENTO = ZERO
011780         MOVE "sin hora" TO EXC-HORA
011790      ELSE
011800         MOVE HEV-HH TO HED-HH
011810         MOVE HEV-MM TO HED-MM
011820         MOVE HEV-SS TO HED-SS
011830         MOVE HORA-ED TO EXC-HORA
011840      END-IF.
011850      MOVE OPERADOR-BUSCADO TO EXC-OPERADOR.
011860      IF CANT-EXCEPCIONES = 500
011870         IF NOT EXCEPCIONES-LLENA
011880            MOVE "S" TO SW-EXCEPCIONES-LLENA
011890            MOVE SPACES TO INFORME-LINEA
011900            STRING "AVISO: mas de 500 excepciones; se listan las "
011910                "primeras 500 y el total."
011920                DELIMITED BY SIZE INTO INFORME-LINEA
011930            WRITE INFORME-LINEA
011940         END-IF
011950         GO TO 7600-AGREGAR-EXCEPCION-EXIT
011960      END-IF.
011970      ADD 1 TO CANT-EXCEPCIONES.
011980      MOVE LINEA-EXCEPCION TO EXC-ENTRADA (CANT-EXCEPCIONES).
011990  7600-AGREGAR-EXCEPCION-EXIT.
012000      EXIT.
012010
012020*------------------------------------------------------------------
012030* 8000-VALIDAR-FECHA. Valida FECHA-VALIDAR: anio desde 1800, mes
012040* de 1 a 12 y dia posible para el mes.
012050*------------------------------------------------------------------
012060  8000-VALIDAR-FECHA.
012070      MOVE "N" TO SW-FECHA-VALIDA.
012080      IF VAL-AAAA < 1800 OR VAL-MM < 1 OR VAL-MM > 12 OR
012090         VAL-DD < 1
012100         GO TO 8000-VALIDAR-FECHA-EXIT
012110      END-IF.
012120      MOVE VAL-AAAA TO CAL-AAAA.
012130      MOVE VAL-MM TO CAL-MM.
012140      PERFORM 8100-CALCULAR-DIAS-MES THRU
012150              8100-CALCULAR-DIAS-MES-EXIT.
012160      IF VAL-DD > CAL-DIAS
012170         GO TO 8000-VALIDAR-FECHA-EXIT
012180      END-IF.
012190      MOVE "S" TO SW-FECHA-VALIDA.
012200  8000-VALIDAR-FECHA-EXIT.
012210      EXIT.
012220
012230*------------------------------------------------------------------
012240* 8100-CALCULAR-DIAS-MES. Deja en CAL-DIAS la cantidad de dias del
012250* mes CAL-MM del anio CAL-AAAA (febrero de 29 en los bisiestos).
012260*------------------------------------------------------------------
012270  8100-CALCULAR-DIAS-MES.
012280      MOVE DIAS-MES (CAL-MM) TO CAL-DIAS.
012290      IF CAL-MM NOT = 2
012300         GO TO 8100-CALCULAR-DIAS-MES-EXIT
012310      END-IF.
012320      DIVIDE CAL-AAAA BY 4 GIVING COCIENTE REMAINDER RESTO-4.
012330      DIVIDE CAL-AAAA BY 100 GIVING COCIENTE REMAINDER RESTO-100.
012340      DIVIDE CAL-AAAA BY 400 GIVING COCIENTE REMAINDER RESTO-400.
012350      IF RESTO-400 = ZERO OR
012360         (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
012370         MOVE 29 TO CAL-DIAS
012380      END-IF.
012390  8100-CALCULAR-DIAS-MES-EXIT.
012400      EXIT.
012410
012420*------------------------------------------------------------------
012430* 9999-FINALIZAR. Cierra el informe.
012440*------------------------------------------------------------------
012450  9999-FINALIZAR.
012460      CLOSE ARCH-INFORME.
012470      DISPLAY "Actividad de operadores generada en OPERPT.".
012480      STOP RUN.
012490  9999-FINALIZAR-EXIT.
012500      EXIT.
012510
012520  END PROGRAM INFORME-OPERADORES.
