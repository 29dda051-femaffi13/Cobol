000990*                        archivo imprimible HISTRPT. El journal
001000*                        incorpora REG-JRN-OPERADOR para poder
001010*                        responder quien hizo cada cambio.
001011* 2026-10-15  JPM        Sucursal de origen en master, log de
001012*                        intake y journal (casa central).
001013* 2026-10-15  JPM        La baja queda como solicitud en PENAPR
001014*                        para otro operador (opcion 8, Salir 9).
001015* 2026-10-15  JPM        Busqueda por inicio de nombre o por ID.
001016* 2026-10-15  JPM        No se reactiva un ID anonimizado.
001017* 2026-10-15  JPM        Baja aprobada y reactivacion recalculan
001018*                        la EDAD; la solicitud vencida la marca
001019*                        INFORME-PENDIENTES, no el programa.
001020*****************************************************************
001030  IDENTIFICATION DIVISION.
001040  PROGRAM-ID. ENTRADA-SALIDA INITIAL.
001360          FILE STATUS IS FS-CONTACTOS.
001370      SELECT ARCH-HISTORIA ASSIGN TO "HISTRPT"
001380          ORGANIZATION IS LINE SEQUENTIAL.
001381      SELECT ARCH-PENDIENTES ASSIGN TO "PENAPR"
001382          ORGANIZATION IS INDEXED
001383          ACCESS MODE IS DYNAMIC
001384          RECORD KEY IS PEN-APR-CLAVE
001385          ALTERNATE RECORD KEY IS PEN-APR-ID
001386              WITH DUPLICATES
001387          FILE STATUS IS FS-PENDIENTES.
001390
001400  DATA DIVISION.
001410  FILE SECTION.
001420  FD  REGISTRO-LOG
001430      LABEL RECORDS ARE STANDARD
001440      RECORD CONTAINS 50 CHARACTERS.
001450      COPY REGLOG01.
001460
001470  FD  REGISTRO-MASTER
001680      LABEL RECORDS ARE STANDARD.
001690  01  HISTORIA-LINEA  PIC X(100).
001700
001702  FD  ARCH-PENDIENTES
001704      LABEL RECORDS ARE STANDARD.
001706      COPY PENAPR01.
001708
001710  WORKING-STORAGE SECTION.
001720
001730  77  NOMBRE          PIC A(20).
001860      88  REG-ELEGIDO            VALUE "S".
001870  77  SW-FIN-HOMONIMOS PIC X(01) VALUE "N".
001880      88  FIN-HOMONIMOS           VALUE "S".
001881  77  SW-PREFIJO-MEDIDO PIC X(01) VALUE "N".
001882      88  PREFIJO-MEDIDO          VALUE "S".
001883  77  SW-FIN-BUSQUEDA PIC X(01)  VALUE "N".
001884      88  FIN-BUSQUEDA           VALUE "S".
001885  77  SW-HAY-MAS-PAGINA PIC X(01) VALUE "N".
001886      88  HAY-MAS-PAGINA          VALUE "S".
001887  77  SW-REG-ADELANTADO PIC X(01) VALUE "N".
001888      88  REG-ADELANTADO          VALUE "S".
001890  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
001900      88  PARAM-ERROR            VALUE "S".
001910
001980  77  CANT-HOMONIMOS  PIC 9(01)  VALUE ZERO.
001990  77  SUB-HOMONIMO    PIC 9(02).
002000  77  OPC-HOMONIMO    PIC 9(01).
002002  77  LONG-PREFIJO    PIC 9(02)  VALUE ZERO.
002004  77  NRO-PAGINA      PIC 9(03)  VALUE ZERO.
002006  77  BUSQ-TEXTO      PIC X(20).
002008  77  ESTADO-HOM-TEXTO PIC X(07).
002010  77  EDAD-ACTUAL     PIC 9(03)  VALUE ZERO.
002020  77  EDAD-CALCULADA  PIC 9(04)  VALUE ZERO.
002030  77  MOTIVO-INGRESADO PIC X(02) VALUE SPACES.
002040  77  FS-CONTACTOS    PIC X(02).
002045  77  FS-PENDIENTES   PIC X(02).
002050  77  DOMICILIO-ENT   PIC X(40).
002060  77  TELEFONO-ENT    PIC X(15).
002070  77  EMAIL-ENT       PIC X(40).
002080  77  OPC-CONTACTO    PIC X(01).
002082  77  OPC-PAGINA      PIC X(01).
002084  77  OPC-RESOLUCION  PIC X(01).
002086  77  MOTIVO-RESOL-ENT PIC X(30).
002088  77  TIPO-SOLICITUD-TEXTO PIC X(06).
002090  77  CONT-ARROBAS    PIC 9(02)  VALUE ZERO.
002100  77  CONT-PUNTOS     PIC 9(02)  VALUE ZERO.
002101  77  LIM-DIAS-APROBACION PIC 9(03) VALUE ZERO.
002102  77  ID-SOLICITADO   PIC 9(06)  VALUE ZERO.
002103  77  CANT-SOLICITUDES PIC 9(02) VALUE ZERO.
002104  77  NRO-SOLICITUD   PIC 9(02)  VALUE ZERO.
002105  77  CONT-LINEAS     PIC 9(02)  VALUE ZERO.
002106  77  CONT-VENCIDAS   PIC 9(04)  VALUE ZERO.
002107  77  DIAS-PENDIENTE  PIC 9(05)  VALUE ZERO.
002110  77  SW-HIST-IMPRIME PIC X(01)  VALUE "N".
002120      88  HIST-IMPRIME           VALUE "S".
002130  77  SW-FIN-LOG-SCAN PIC X(01)  VALUE "N".
002140      88  FIN-LOG-SCAN           VALUE "S".
002150  77  SW-FIN-JRN-SCAN PIC X(01)  VALUE "N".
002160      88  FIN-JRN-SCAN           VALUE "S".
002161  77  SW-FIN-PENDIENTES PIC X(01) VALUE "N".
002162      88  FIN-PENDIENTES         VALUE "S".
002163  77  SW-SOLICITUD-ABIERTA PIC X(01) VALUE "N".
002164      88  SOLICITUD-ABIERTA      VALUE "S".
002165  77  SW-SOLICITUD-ELEGIDA PIC X(01) VALUE "N".
002166      88  SOLICITUD-ELEGIDA      VALUE "S".
002167  77  SW-SOLICITUD-VENCIDA PIC X(01) VALUE "N".
002168      88  SOLICITUD-VENCIDA      VALUE "S".
002170  77  OPC-HISTORIA    PIC X(01).
002180  77  CONT-HIST-EVENTOS PIC 9(04) VALUE ZERO.
002190  77  HIST-LINEA      PIC X(100) VALUE SPACES.
002192
002194      COPY SUCCEN01.
002196      COPY ANONIM01.
002200
002210  01  FECHA-HOY              PIC 9(08).
002220  01  FECHA-HOY-DET REDEFINES FECHA-HOY.
002290          10  NAC-MM         PIC 9(02).
002300          10  NAC-DD         PIC 9(02).
002310
002311* Dia juliano (numero de dia correlativo) de una fecha AAAAMMDD,
002312* para contar los dias que lleva pendiente una solicitud.
002313  01  JUL-FECHA              PIC 9(08).
002314  01  JUL-FECHA-DET REDEFINES JUL-FECHA.
002315      05  JUL-AAAA           PIC 9(04).
002316      05  JUL-MM             PIC 9(02).
002317      05  JUL-DD             PIC 9(02).
002318  77  JUL-A           PIC 9(01).
002319  77  JUL-Y           PIC 9(05).
002320  77  JUL-M           PIC 9(02).
002321  77  JUL-AUX         PIC 9(05).
002322  77  JUL-C1          PIC 9(05).
002323  77  JUL-C2          PIC 9(05).
002324  77  JUL-C3          PIC 9(05).
002325  77  JUL-C4          PIC 9(05).
002326  77  DIA-JULIANO     PIC 9(08).
002327  77  JUL-HOY         PIC 9(08)  VALUE ZERO.
002328
002329  01  TABLA-HOMONIMOS.
002330      05  HOMONIMO-ENTRADA OCCURS 9 TIMES.
002340          10  HOM-ID           PIC 9(06).
002350          10  HOM-NOMBRE       PIC A(20).
002360          10  HOM-FECHA-NAC    PIC 9(08).
002370          10  HOM-ESTADO       PIC X(01).
002371          10  HOM-DOMICILIO    PIC X(40).
002372
002373* Claves de las solicitudes pendientes del ultimo listado, en el
002374* orden en que se mostraron: el operador elige la solicitud por su
002375* numero.
002376  01  TABLA-SOLICITUDES.
002377      05  SOLICITUD-ENTRADA OCCURS 99 TIMES.
002378          10  SOL-CLAVE        PIC X(24).
002380
002390  LINKAGE SECTION.
002400      COPY OPERID01.
002600
002610*------------------------------------------------------------------
002620* 1000-INICIALIZAR. Abre REGISTRO-LOG en modo EXTEND (creandolo si
002625* no existe), REGISTRO-MASTER y el archivo de solicitudes
002630* pendientes de aprobacion en modo I-O (creandolos si es la
002635* primera corrida), toma el dia juliano de hoy para el vencimiento
002640* de las solicitudes y recupera de REGCTL el ultimo ID de
002650* registrante asignado.
002660*------------------------------------------------------------------
002670  1000-INICIALIZAR.
002900      IF FS-JOURNAL = "35"
002910         OPEN OUTPUT ARCH-JOURNAL
002920      END-IF.
002921      OPEN I-O ARCH-PENDIENTES.
002922      IF FS-PENDIENTES = "35"
002923         OPEN OUTPUT ARCH-PENDIENTES
002924         CLOSE ARCH-PENDIENTES
002925         OPEN I-O ARCH-PENDIENTES
002926      END-IF.
002927      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
002928      MOVE FECHA-HOY TO JUL-FECHA.
002929      PERFORM 8400-CALCULAR-DIA-JULIANO THRU
002930              8400-CALCULAR-DIA-JULIANO-EXIT.
002931      MOVE DIA-JULIANO TO JUL-HOY.
002932      PERFORM 1100-LEER-CONTROL-ID THRU 1100-LEER-CONTROL-ID-EXIT.
002940  1000-INICIALIZAR-EXIT.
002950      EXIT.
002960
003150
003160*------------------------------------------------------------------
003170* 1200-LEER-PARAMETROS. Lee el registro unico del archivo central
003175* de parametros PARAMFIL y toma de el la edad maxima admitida y
003180* los dias que una baja o fusion puede quedar pendiente de
003185* aprobacion.
003190* Si el archivo falta, esta vacio o trae valores invalidos, deja
003200* PARAM-ERROR prendido para que la corrida se rechace con
003210* mensaje.
003360         IF PAR-REGISTRO IS NOT NUMERIC
003370            MOVE "S" TO SW-PARAM-ERROR
003380         ELSE
003390            IF PAR-EDAD-MAXIMA < 1 OR PAR-DIAS-APROBACION < 1
003400               MOVE "S" TO SW-PARAM-ERROR
003410            END-IF
003420         END-IF
003470         DISPLAY "parametros invalidos."
003480      ELSE
003490         MOVE PAR-EDAD-MAXIMA TO LIM-EDAD-MAXIMA
003495         MOVE PAR-DIAS-APROBACION TO LIM-DIAS-APROBACION
003500      END-IF.
003510  1200-LEER-PARAMETROS-EXIT.
003520      EXIT.
003630      DISPLAY "5. Reactivar un registrante dado de baja. ".
003640      DISPLAY "6. Datos de contacto de un registrante. ".
003650      DISPLAY "7. Historia de un registrante. ".
003655      DISPLAY "8. Aprobar bajas y fusiones pendientes. ".
003660      DISPLAY "9. Salir del programa. ".
003670      ACCEPT OPC-MENU.
003680
003690      IF OPC-MENU = 1
003990         PERFORM 6800-HISTORIA-REGISTRANTE THRU
004000                 6800-HISTORIA-REGISTRANTE-EXIT
004010      ELSE IF OPC-MENU = 8
004011         IF OPE-OPERADOR-NIVEL < 2
004012            DISPLAY "La aprobacion esta reservada a operadores"
004013            DISPLAY "de nivel 2."
004014            DISPLAY " "
004015         ELSE
004016            PERFORM 6900-APROBAR-SOLICITUDES THRU
004017                    6900-APROBAR-SOLICITUDES-EXIT
004018         END-IF
004019      ELSE IF OPC-MENU = 9
004020         MOVE "S" TO SW-FIN-PROGRAMA
004030      ELSE
004040         DISPLAY "Opcion incorrecta."
004380      MOVE "A" TO REG-MAE-ESTADO.
004390      MOVE SPACES TO REG-MAE-MOTIVO-BAJA.
004400      MOVE ZERO TO REG-MAE-FECHA-BAJA.
004405      MOVE SUC-CASA-CENTRAL TO REG-MAE-SUCURSAL.
004410      WRITE REG-MAE-RECORD
004420          INVALID KEY
004430             DISPLAY "Ya existe un registrante con ese ID."
004680      MOVE EDAD TO REG-LOG-EDAD.
004690      MOVE FECHA-HOY TO REG-LOG-FECHA-ALTA.
004700      MOVE OPE-OPERADOR-ID TO REG-LOG-OPERADOR.
004705      MOVE SUC-CASA-CENTRAL TO REG-LOG-SUCURSAL.
004710      WRITE REG-LOG-RECORD.
004720      ADD 1 TO CONTADOR-REGISTROS.
004730      ADD EDAD TO SUMA-EDAD.
004910* REGISTRO-MASTER, con lista para elegir cuando hay homonimos.
004920*------------------------------------------------------------------
004930  4000-CONSULTAR-REGISTRANTE.
004935      DISPLAY "Nombre, inicio o ID a consultar: "
004940          WITH NO ADVANCING.
004950      ACCEPT NOMBRE.
004960      PERFORM 7000-BUSCAR-POR-NOMBRE THRU
004970              7000-BUSCAR-POR-NOMBRE-EXIT.
005110             DISPLAY "Nacimiento: " REG-MAE-FECHA-NAC
005120             DISPLAY "Alta      : " REG-MAE-FECHA-ALTA
005130             DISPLAY "Ult. Mod. : " REG-MAE-FECHA-MOD
005135             DISPLAY "Sucursal  : " REG-MAE-SUCURSAL
005140             IF REG-MAE-DE-BAJA
005150                DISPLAY "Estado    : DE BAJA (motivo "
005160                    REG-MAE-MOTIVO-BAJA ", fecha "
005280* REGISTRO-MASTER, elegido por NOMBRE con lista de homonimos.
005290*------------------------------------------------------------------
005300  5000-MODIFICAR-EDAD.
005305      DISPLAY "Nombre, inicio o ID a modificar: "
005310          WITH NO ADVANCING.
005320      ACCEPT NOMBRE.
005330      PERFORM 7000-BUSCAR-POR-NOMBRE THRU
005340              7000-BUSCAR-POR-NOMBRE-EXIT.
005630      EXIT.
005640
005650*------------------------------------------------------------------
005655* 6000-BAJA-REGISTRANTE. Pedido de baja logica de un registrante
005660* de REGISTRO-MASTER, elegido por NOMBRE con lista de homonimos:
005665* la baja no se aplica en el momento, queda como solicitud
005670* pendiente en ARCH-PENDIENTES con el operador que la pide, la
005675* fecha y hora, el codigo de motivo y la imagen del registro. Solo
005680* la aprobacion de otro operador (6900-APROBAR-SOLICITUDES) marca
005685* el estado de baja y la journaliza. La baja puede revertirse con
005690* 6500-REACTIVAR-REGISTRANTE.
005720*------------------------------------------------------------------
005730  6000-BAJA-REGISTRANTE.
005735      DISPLAY "Nombre, inicio o ID a dar de baja: "
005740          WITH NO ADVANCING.
005750      ACCEPT NOMBRE.
005760      PERFORM 7000-BUSCAR-POR-NOMBRE THRU
005770              7000-BUSCAR-POR-NOMBRE-EXIT.
005880         DISPLAY "El registrante ya esta dado de baja."
005890         GO TO 6000-BAJA-REGISTRANTE-EXIT
005900      END-IF.
005902      MOVE REG-MAE-ID TO ID-SOLICITADO.
005904      PERFORM 6950-BUSCAR-SOLICITUD-ABIERTA THRU
005906              6950-BUSCAR-SOLICITUD-ABIERTA-EXIT.
005908      IF SOLICITUD-ABIERTA
005910         DISPLAY "El registrante ya tiene una baja o una fusion"
005912         DISPLAY "pendiente de aprobacion."
005914         GO TO 6000-BAJA-REGISTRANTE-EXIT
005916      END-IF.
005920      DISPLAY "Codigo de motivo de la baja: "
005930          WITH NO ADVANCING.
005935      MOVE SPACES TO MOTIVO-INGRESADO.
005940      ACCEPT MOTIVO-INGRESADO.
005945      IF MOTIVO-INGRESADO = SPACES
005950         DISPLAY "El codigo de motivo es obligatorio."
005955         GO TO 6000-BAJA-REGISTRANTE-EXIT
005960      END-IF.
005965      ACCEPT PEN-APR-FECHA-SOLIC FROM DATE YYYYMMDD.
005970      ACCEPT PEN-APR-HORA-SOLIC FROM TIME.
005975      MOVE OPE-OPERADOR-ID TO PEN-APR-OPERADOR-SOLIC.
005980      MOVE "B" TO PEN-APR-TIPO.
005985      MOVE REG-MAE-ID TO PEN-APR-ID.
005990      MOVE ZERO TO PEN-APR-ID-SOBREVIVE.
005995      MOVE MOTIVO-INGRESADO TO PEN-APR-MOTIVO.
006000      MOVE "P" TO PEN-APR-ESTADO.
006005      MOVE REG-MAE-RECORD TO PEN-APR-ANTES.
006010      MOVE SPACES TO PEN-APR-OPERADOR-RESOL.
006015      MOVE ZERO TO PEN-APR-FECHA-RESOL.
006020      MOVE SPACES TO PEN-APR-MOTIVO-RESOL.
006025      WRITE PEN-APR-RECORD
006030          INVALID KEY
006035             DISPLAY "No se pudo grabar la solicitud. FS="
006040                 FS-PENDIENTES
006045          NOT INVALID KEY
006050             DISPLAY "Baja solicitada. Queda pendiente de la"
006055             DISPLAY "aprobacion de otro operador."
006060      END-WRITE.
006080  6000-BAJA-REGISTRANTE-EXIT.
006090      EXIT.
006100
006160* "R" e imagenes antes/despues.
006170*------------------------------------------------------------------
006180  6500-REACTIVAR-REGISTRANTE.
006185      DISPLAY "Nombre, inicio o ID a reactivar: "
006190          WITH NO ADVANCING.
006200      ACCEPT NOMBRE.
006210      PERFORM 7000-BUSCAR-POR-NOMBRE THRU
006220              7000-BUSCAR-POR-NOMBRE-EXIT.
006330         DISPLAY "El registrante no esta dado de baja."
006340         GO TO 6500-REACTIVAR-REGISTRANTE-EXIT
006350      END-IF.
006351      IF REG-MAE-NOMBRE = NOMBRE-ANONIMO
006352         DISPLAY "El registrante fue anonimizado y no puede"
006353         DISPLAY "reactivarse."
006354         GO TO 6500-REACTIVAR-REGISTRANTE-EXIT
006355      END-IF.
006360      MOVE REG-MAE-RECORD TO REG-JRN-ANTES.
006370      MOVE "A" TO REG-MAE-ESTADO.
006380      MOVE SPACES TO REG-MAE-MOTIVO-BAJA.
006390      MOVE ZERO TO REG-MAE-FECHA-BAJA.
006400      ACCEPT REG-MAE-FECHA-MOD FROM DATE YYYYMMDD.
006402      PERFORM 8100-CALCULAR-EDAD-ACTUAL THRU
006404              8100-CALCULAR-EDAD-ACTUAL-EXIT.
006406      MOVE EDAD-ACTUAL TO REG-MAE-EDAD.
006410      REWRITE REG-MAE-RECORD.
006420      MOVE REG-MAE-RECORD TO REG-JRN-DESPUES.
006430      MOVE "R" TO REG-JRN-TIPO-OP.
006560* recapturarlo.
006570*------------------------------------------------------------------
006580  6600-CONTACTO-REGISTRANTE.
006585      DISPLAY "Nombre, inicio o ID del registrante: "
006590          WITH NO ADVANCING.
006600      ACCEPT NOMBRE.
006610      PERFORM 7000-BUSCAR-POR-NOMBRE THRU
006620              7000-BUSCAR-POR-NOMBRE-EXIT.
007420* recorrida y vuelven a quedar en EXTEND al terminar.
007430*------------------------------------------------------------------
007440  6800-HISTORIA-REGISTRANTE.
007445      DISPLAY "Nombre, inicio o ID del registrante: "
007450          WITH NO ADVANCING.
007460      ACCEPT NOMBRE.
007470      PERFORM 7000-BUSCAR-POR-NOMBRE THRU
007480              7000-BUSCAR-POR-NOMBRE-EXIT.
008420      MOVE SPACES TO HIST-LINEA.
008430      STRING "  " REG-LOG-FECHA-ALTA
008440          " ALTA          por " REG-LOG-OPERADOR
008445          " suc " REG-LOG-SUCURSAL
008450          " edad " REG-LOG-EDAD
008460          DELIMITED BY SIZE INTO HIST-LINEA.
008470      PERFORM 6850-EMITIR-HISTORIA THRU
008970      IF REG-JRN-ES-MODIFICACION
008980         STRING "  " REG-JRN-FECHA " " REG-JRN-HORA
008990             " MODIFICACION por " REG-JRN-OPERADOR
008995             " suc " REG-JRN-SUCURSAL
009000             " nac " REG-JRN-ANT-FECHA-NAC
009010             " -> " REG-JRN-DES-FECHA-NAC
009020             DELIMITED BY SIZE INTO HIST-LINEA
009030      ELSE IF REG-JRN-ES-BAJA
009040         STRING "  " REG-JRN-FECHA " " REG-JRN-HORA
009050             " BAJA         por " REG-JRN-OPERADOR
009055             " suc " REG-JRN-SUCURSAL
009060             " motivo " REG-JRN-DES-MOTIVO
009070             DELIMITED BY SIZE INTO HIST-LINEA
009080      ELSE IF REG-JRN-ES-REACTIVACION
009090         STRING "  " REG-JRN-FECHA " " REG-JRN-HORA
009100             " REACTIVACION por " REG-JRN-OPERADOR
009105             " suc " REG-JRN-SUCURSAL
009110             DELIMITED BY SIZE INTO HIST-LINEA
009120      ELSE IF REG-JRN-ES-FUSION
009130         STRING "  " REG-JRN-FECHA " " REG-JRN-HORA
009140             " FUSION (duplicado) por " REG-JRN-OPERADOR
009145             " suc " REG-JRN-SUCURSAL
009150             DELIMITED BY SIZE INTO HIST-LINEA
009160      ELSE
009170         STRING "  " REG-JRN-FECHA " " REG-JRN-HORA
009240      EXIT.
009250
009260*------------------------------------------------------------------
009261* 6900-APROBAR-SOLICITUDES. Atencion de las solicitudes de baja y
009262* de fusion pendientes de aprobacion en ARCH-PENDIENTES: lista las
009263* pendientes (sin las que superaron los dias de
009264* PAR-DIAS-APROBACION, que ya no pueden aprobarse), el operador
009265* elige una por su numero y la aprueba o la rechaza. Solo la
009266* aprobacion aplica el cambio en el master y lo journaliza. Nadie
009267* puede resolver una solicitud propia.
009268*------------------------------------------------------------------
009269  6900-APROBAR-SOLICITUDES.
009270      PERFORM 6910-LISTAR-SOLICITUDES THRU
009271              6910-LISTAR-SOLICITUDES-EXIT.
009272      IF CANT-SOLICITUDES = ZERO
009273         GO TO 6900-APROBAR-SOLICITUDES-EXIT
009274      END-IF.
009275      PERFORM 6920-ELEGIR-SOLICITUD THRU
009276              6920-ELEGIR-SOLICITUD-EXIT.
009277      IF NOT SOLICITUD-ELEGIDA
009278         GO TO 6900-APROBAR-SOLICITUDES-EXIT
009279      END-IF.
009280      DISPLAY "A = aprobar, R = rechazar, Enter = volver: "
009281          WITH NO ADVANCING.
009282      MOVE SPACES TO OPC-RESOLUCION.
009283      ACCEPT OPC-RESOLUCION.
009284      IF OPC-RESOLUCION = "A" OR OPC-RESOLUCION = "a"
009285         PERFORM 6930-APLICAR-SOLICITUD THRU
009286                 6930-APLICAR-SOLICITUD-EXIT
009287      ELSE IF OPC-RESOLUCION = "R" OR OPC-RESOLUCION = "r"
009288         PERFORM 6945-RECHAZAR-SOLICITUD THRU
009289                 6945-RECHAZAR-SOLICITUD-EXIT
009290      ELSE
009291         DISPLAY "La solicitud no se modifico."
009292      END-IF.
009293      DISPLAY " ".
009294  6900-APROBAR-SOLICITUDES-EXIT.
009295      EXIT.
009296
009297*------------------------------------------------------------------
009298* 6910-LISTAR-SOLICITUDES. Recorre ARCH-PENDIENTES por clave
009299* (fecha y hora del pedido) y muestra numeradas las solicitudes
009300* pendientes, de a 10 por pantalla, guardando sus claves para que
009301* el operador las elija por numero.
009302*------------------------------------------------------------------
009303  6910-LISTAR-SOLICITUDES.
009304      MOVE ZERO TO CANT-SOLICITUDES.
009305      MOVE ZERO TO CONT-LINEAS.
009306      MOVE ZERO TO CONT-VENCIDAS.
009307      MOVE "N" TO SW-FIN-PENDIENTES.
009308      MOVE LOW-VALUES TO PEN-APR-CLAVE.
009309      START ARCH-PENDIENTES KEY NOT < PEN-APR-CLAVE
009310          INVALID KEY MOVE "S" TO SW-FIN-PENDIENTES
009311      END-START.
009312      PERFORM 6915-LISTAR-SOLICITUD THRU
009313              6915-LISTAR-SOLICITUD-EXIT
009314          UNTIL FIN-PENDIENTES.
009315      IF CONT-VENCIDAS > ZERO
009316         DISPLAY "Solicitudes vencidas sin aprobar: "
009317             CONT-VENCIDAS
009318      END-IF.
009319      IF CANT-SOLICITUDES = ZERO
009320         DISPLAY "No hay solicitudes pendientes de aprobacion."
009321         DISPLAY " "
009322      END-IF.
009323  6910-LISTAR-SOLICITUDES-EXIT.
009324      EXIT.
009325
009326*------------------------------------------------------------------
009327* 6915-LISTAR-SOLICITUD. Lee la proxima solicitud y, si sigue
009328* pendiente y no vencio, la agrega a TABLA-SOLICITUDES y la
009329* muestra. Al completar una pantalla pide seguir o terminar el
009330* listado.
009331*------------------------------------------------------------------
009332  6915-LISTAR-SOLICITUD.
009333      READ ARCH-PENDIENTES NEXT
009334          AT END MOVE "S" TO SW-FIN-PENDIENTES
009335      END-READ.
009336      IF FIN-PENDIENTES
009337         GO TO 6915-LISTAR-SOLICITUD-EXIT
009338      END-IF.
009339      IF NOT PEN-APR-PENDIENTE
009340         GO TO 6915-LISTAR-SOLICITUD-EXIT
009341      END-IF.
009342      PERFORM 6980-CONTROLAR-VENCIMIENTO THRU
009343              6980-CONTROLAR-VENCIMIENTO-EXIT.
009344      IF SOLICITUD-VENCIDA
009345         ADD 1 TO CONT-VENCIDAS
009346         GO TO 6915-LISTAR-SOLICITUD-EXIT
009347      END-IF.
009348      IF CANT-SOLICITUDES = 99
009349         DISPLAY "Hay mas solicitudes pendientes; se listan las"
009350         DISPLAY "primeras 99."
009351         MOVE "S" TO SW-FIN-PENDIENTES
009352         GO TO 6915-LISTAR-SOLICITUD-EXIT
009353      END-IF.
009354      IF CONT-LINEAS = 10
009355         DISPLAY "Enter para seguir, F para terminar: "
009356             WITH NO ADVANCING
009357         ACCEPT OPC-PAGINA
009358         IF OPC-PAGINA = "F" OR OPC-PAGINA = "f"
009359            MOVE "S" TO SW-FIN-PENDIENTES
009360            GO TO 6915-LISTAR-SOLICITUD-EXIT
009361         END-IF
009362         MOVE ZERO TO CONT-LINEAS
009363      END-IF.
009364      ADD 1 TO CANT-SOLICITUDES.
009365      ADD 1 TO CONT-LINEAS.
009366      MOVE PEN-APR-CLAVE TO SOL-CLAVE (CANT-SOLICITUDES).
009367      MOVE CANT-SOLICITUDES TO NRO-SOLICITUD.
009368      IF PEN-APR-ES-FUSION
009369         MOVE "FUSION" TO TIPO-SOLICITUD-TEXTO
009370      ELSE
009371         MOVE "BAJA" TO TIPO-SOLICITUD-TEXTO
009372      END-IF.
009373      DISPLAY NRO-SOLICITUD ". " TIPO-SOLICITUD-TEXTO " ID "
009374          PEN-APR-ID " " PEN-APR-ANT-NOMBRE " motivo "
009375          PEN-APR-MOTIVO.
009376      DISPLAY "    pedida por " PEN-APR-OPERADOR-SOLIC " el "
009377          PEN-APR-FECHA-SOLIC " (" DIAS-PENDIENTE " dias)".
009378  6915-LISTAR-SOLICITUD-EXIT.
009379      EXIT.
009380
009381*------------------------------------------------------------------
009382* 6920-ELEGIR-SOLICITUD. Pide el numero de una solicitud del
009383* listado, la relee y verifica que siga pendiente (otro operador
009384* pudo haberla resuelto mientras tanto), que no la haya pedido el
009385* mismo operador y que su nivel alcance: las fusiones requieren
009386* nivel 3. Muestra el pedido con la imagen del registro tomada al
009387* pedirlo.
009388*------------------------------------------------------------------
009389  6920-ELEGIR-SOLICITUD.
009390      MOVE "N" TO SW-SOLICITUD-ELEGIDA.
009391      DISPLAY "Nro de solicitud (1-" CANT-SOLICITUDES
009392          ", 0 = volver): " WITH NO ADVANCING.
009393      ACCEPT NRO-SOLICITUD.
009394      IF NRO-SOLICITUD = ZERO
009395         GO TO 6920-ELEGIR-SOLICITUD-EXIT
009396      END-IF.
009397      IF NRO-SOLICITUD > CANT-SOLICITUDES
009398         DISPLAY "Opcion incorrecta."
009399         GO TO 6920-ELEGIR-SOLICITUD-EXIT
009400      END-IF.
009401      MOVE SOL-CLAVE (NRO-SOLICITUD) TO PEN-APR-CLAVE.
009402      READ ARCH-PENDIENTES
009403          INVALID KEY
009404             DISPLAY "La solicitud ya no esta en el archivo."
009405             GO TO 6920-ELEGIR-SOLICITUD-EXIT
009406      END-READ.
009407      IF NOT PEN-APR-PENDIENTE
009408         DISPLAY "La solicitud ya fue resuelta."
009409         GO TO 6920-ELEGIR-SOLICITUD-EXIT
009410      END-IF.
009411      PERFORM 6980-CONTROLAR-VENCIMIENTO THRU
009412              6980-CONTROLAR-VENCIMIENTO-EXIT.
009413      IF SOLICITUD-VENCIDA
009414         DISPLAY "La solicitud esta vencida y ya no puede"
009415         DISPLAY "aprobarse."
009416         GO TO 6920-ELEGIR-SOLICITUD-EXIT
009417      END-IF.
009418      IF PEN-APR-OPERADOR-SOLIC = OPE-OPERADOR-ID
009419         DISPLAY "La solicitud debe resolverla un operador"
009420         DISPLAY "distinto del que la pidio."
009421         GO TO 6920-ELEGIR-SOLICITUD-EXIT
009422      END-IF.
009423      IF PEN-APR-ES-FUSION AND OPE-OPERADOR-NIVEL < 3
009424         DISPLAY "La aprobacion de fusiones esta reservada a"
009425         DISPLAY "operadores de nivel 3."
009426         GO TO 6920-ELEGIR-SOLICITUD-EXIT
009427      END-IF.
009428      DISPLAY "Pedida por : " PEN-APR-OPERADOR-SOLIC " el "
009429          PEN-APR-FECHA-SOLIC.
009430      DISPLAY "ID        : " PEN-APR-ANT-ID.
009431      DISPLAY "Nombre    : " PEN-APR-ANT-NOMBRE.
009432      DISPLAY "Nacimiento: " PEN-APR-ANT-FECHA-NAC.
009433      DISPLAY "Alta      : " PEN-APR-ANT-FECHA-ALTA.
009434      DISPLAY "Sucursal  : " PEN-APR-ANT-SUCURSAL.
009435      IF PEN-APR-ES-FUSION
009436         DISPLAY "Fusion    : el ID " PEN-APR-ID
009437             " se absorbe en el ID " PEN-APR-ID-SOBREVIVE
009438      ELSE
009439         DISPLAY "Baja      : motivo " PEN-APR-MOTIVO
009440      END-IF.
009441      MOVE "S" TO SW-SOLICITUD-ELEGIDA.
009442  6920-ELEGIR-SOLICITUD-EXIT.
009443      EXIT.
009444
009445*------------------------------------------------------------------
009446* 6930-APLICAR-SOLICITUD. Aplica la solicitud aprobada: deja de
009447* baja logica el registrante pedido (con el motivo pedido, "FU"
009448* en una fusion), la journaliza con el tipo de la solicitud ("B" o
009449* "F") a nombre del operador que aprueba y arrastra el estado a su
009450* contacto. Si el registro cambio en el master desde el pedido, o
009451* en una fusion el sobreviviente ya no esta activo, la solicitud
009452* se rechaza sin aplicar y debe pedirse de nuevo.
009453*------------------------------------------------------------------
009454  6930-APLICAR-SOLICITUD.
009455      IF PEN-APR-ES-FUSION
009456         MOVE PEN-APR-ID-SOBREVIVE TO REG-MAE-ID
009457         READ REGISTRO-MASTER
009458             INVALID KEY
009459                MOVE "No existe el ID sobreviviente" TO
009460                    MOTIVO-RESOL-ENT
009461                GO TO 6930-APLICAR-SOLICITUD-RECH
009462         END-READ
009463         IF REG-MAE-DE-BAJA
009464            MOVE "El ID sobreviviente esta de baja" TO
009465                MOTIVO-RESOL-ENT
009466            GO TO 6930-APLICAR-SOLICITUD-RECH
009467         END-IF
009468      END-IF.
009469      MOVE PEN-APR-ID TO REG-MAE-ID.
009470      READ REGISTRO-MASTER
009471          INVALID KEY
009472             MOVE "No existe el registrante" TO MOTIVO-RESOL-ENT
009473             GO TO 6930-APLICAR-SOLICITUD-RECH
009474      END-READ.
009475      IF REG-MAE-RECORD NOT = PEN-APR-ANTES
009476         MOVE "Registro modificado desde el pedido" TO
009477             MOTIVO-RESOL-ENT
009478         GO TO 6930-APLICAR-SOLICITUD-RECH
009479      END-IF.
009480      MOVE REG-MAE-RECORD TO REG-JRN-ANTES.
009481      MOVE "B" TO REG-MAE-ESTADO.
009482      MOVE PEN-APR-MOTIVO TO REG-MAE-MOTIVO-BAJA.
009483      ACCEPT REG-MAE-FECHA-BAJA FROM DATE YYYYMMDD.
009484      MOVE REG-MAE-FECHA-BAJA TO REG-MAE-FECHA-MOD.
009485      PERFORM 8100-CALCULAR-EDAD-ACTUAL THRU
009486              8100-CALCULAR-EDAD-ACTUAL-EXIT.
009487      MOVE EDAD-ACTUAL TO REG-MAE-EDAD.
009488      REWRITE REG-MAE-RECORD
009489          INVALID KEY
009490             DISPLAY "No se pudo reescribir el ID " REG-MAE-ID
009491                 " FS=" FS-MAESTRO
009492             GO TO 6930-APLICAR-SOLICITUD-EXIT
009493      END-REWRITE.
009494      MOVE REG-MAE-RECORD TO REG-JRN-DESPUES.
009495      MOVE PEN-APR-TIPO TO REG-JRN-TIPO-OP.
009496      PERFORM 7500-GRABAR-JOURNAL THRU
009497              7500-GRABAR-JOURNAL-EXIT.
009498      PERFORM 6700-SINCRONIZAR-CONTACTO THRU
009499              6700-SINCRONIZAR-CONTACTO-EXIT.
009500      MOVE "A" TO PEN-APR-ESTADO.
009501      MOVE SPACES TO MOTIVO-RESOL-ENT.
009502      PERFORM 6970-CERRAR-SOLICITUD THRU
009503              6970-CERRAR-SOLICITUD-EXIT.
009504      DISPLAY "Solicitud aprobada: el ID " REG-MAE-ID
009505          " quedo de baja (motivo " REG-MAE-MOTIVO-BAJA ").".
009506      GO TO 6930-APLICAR-SOLICITUD-EXIT.
009507  6930-APLICAR-SOLICITUD-RECH.
009508      DISPLAY "No se puede aplicar: " MOTIVO-RESOL-ENT.
009509      DISPLAY "La solicitud queda rechazada; debe pedirse de"
009510          " nuevo.".
009511      MOVE "R" TO PEN-APR-ESTADO.
009512      PERFORM 6970-CERRAR-SOLICITUD THRU
009513              6970-CERRAR-SOLICITUD-EXIT.
009514  6930-APLICAR-SOLICITUD-EXIT.
009515      EXIT.
009516
009517*------------------------------------------------------------------
009518* 6945-RECHAZAR-SOLICITUD. Rechaza la solicitud elegida con el
009519* motivo que informa el operador: el master no se toca.
009520*------------------------------------------------------------------
009521  6945-RECHAZAR-SOLICITUD.
009522      DISPLAY "Motivo del rechazo: " WITH NO ADVANCING.
009523      MOVE SPACES TO MOTIVO-RESOL-ENT.
009524      ACCEPT MOTIVO-RESOL-ENT.
009525      IF MOTIVO-RESOL-ENT = SPACES
009526         DISPLAY "El motivo es obligatorio. La solicitud no se"
009527         DISPLAY "modifico."
009528         GO TO 6945-RECHAZAR-SOLICITUD-EXIT
009529      END-IF.
009530      MOVE "R" TO PEN-APR-ESTADO.
009531      PERFORM 6970-CERRAR-SOLICITUD THRU
009532              6970-CERRAR-SOLICITUD-EXIT.
009533      DISPLAY "Solicitud rechazada.".
009534  6945-RECHAZAR-SOLICITUD-EXIT.
009535      EXIT.
009536
009537*------------------------------------------------------------------
009538* 6950-BUSCAR-SOLICITUD-ABIERTA. Recorre por la clave alternativa
009539* las solicitudes del registrante ID-SOLICITADO y prende
009540* SOLICITUD-ABIERTA si alguna sigue pendiente. Las que superaron
009541* los dias de PAR-DIAS-APROBACION ya estan vencidas y no cuentan.
009542*------------------------------------------------------------------
009543  6950-BUSCAR-SOLICITUD-ABIERTA.
009544      MOVE "N" TO SW-SOLICITUD-ABIERTA.
009545      MOVE "N" TO SW-FIN-PENDIENTES.
009546      MOVE ID-SOLICITADO TO PEN-APR-ID.
009547      START ARCH-PENDIENTES KEY = PEN-APR-ID
009548          INVALID KEY MOVE "S" TO SW-FIN-PENDIENTES
009549      END-START.
009550      PERFORM 6955-LEER-SOLICITUD-ID THRU
009551              6955-LEER-SOLICITUD-ID-EXIT
009552          UNTIL SOLICITUD-ABIERTA OR FIN-PENDIENTES.
009553  6950-BUSCAR-SOLICITUD-ABIERTA-EXIT.
009554      EXIT.
009555
009556*------------------------------------------------------------------
009557* 6955-LEER-SOLICITUD-ID. Lee la proxima solicitud por la clave
009558* alternativa y controla si sigue siendo del registrante buscado y
009559* si esta pendiente.
009560*------------------------------------------------------------------
009561  6955-LEER-SOLICITUD-ID.
009562      READ ARCH-PENDIENTES NEXT
009563          AT END MOVE "S" TO SW-FIN-PENDIENTES
009564      END-READ.
009565      IF FIN-PENDIENTES
009566         GO TO 6955-LEER-SOLICITUD-ID-EXIT
009567      END-IF.
009568      IF PEN-APR-ID NOT = ID-SOLICITADO
009569         MOVE "S" TO SW-FIN-PENDIENTES
009570         GO TO 6955-LEER-SOLICITUD-ID-EXIT
009571      END-IF.
009572      IF PEN-APR-PENDIENTE
009573         PERFORM 6980-CONTROLAR-VENCIMIENTO THRU
009574                 6980-CONTROLAR-VENCIMIENTO-EXIT
009575         IF NOT SOLICITUD-VENCIDA
009576            MOVE "S" TO SW-SOLICITUD-ABIERTA
009577         END-IF
009578      END-IF.
009579  6955-LEER-SOLICITUD-ID-EXIT.
009580      EXIT.
009581
009582*------------------------------------------------------------------
009583* 6970-CERRAR-SOLICITUD. Graba la resolucion de la solicitud
009584* corriente (el estado ya viene puesto por el llamador) con el
009585* operador que la resolvio, la fecha y el motivo.
009586*------------------------------------------------------------------
009587  6970-CERRAR-SOLICITUD.
009588      MOVE OPE-OPERADOR-ID TO PEN-APR-OPERADOR-RESOL.
009589      ACCEPT PEN-APR-FECHA-RESOL FROM DATE YYYYMMDD.
009590      MOVE MOTIVO-RESOL-ENT TO PEN-APR-MOTIVO-RESOL.
009591      REWRITE PEN-APR-RECORD
009592          INVALID KEY
009593             DISPLAY "No se pudo actualizar la solicitud. FS="
009594                 FS-PENDIENTES
009595      END-REWRITE.
009596  6970-CERRAR-SOLICITUD-EXIT.
009597      EXIT.
009598
009599*------------------------------------------------------------------
009600* 6980-CONTROLAR-VENCIMIENTO. Calcula en DIAS-PENDIENTE los dias
009601* que lleva pendiente la solicitud corriente y, si superan los de
009602* PAR-DIAS-APROBACION, prende SOLICITUD-VENCIDA: ya no puede
009603* aprobarse. La solicitud no se toca; la deja vencida y la lista
009604* INFORME-PENDIENTES.
009605*------------------------------------------------------------------
009606  6980-CONTROLAR-VENCIMIENTO.
009607      MOVE "N" TO SW-SOLICITUD-VENCIDA.
009608      MOVE ZERO TO DIAS-PENDIENTE.
009609      MOVE PEN-APR-FECHA-SOLIC TO JUL-FECHA.
009610      PERFORM 8400-CALCULAR-DIA-JULIANO THRU
009611              8400-CALCULAR-DIA-JULIANO-EXIT.
009612      IF DIA-JULIANO > ZERO AND DIA-JULIANO < JUL-HOY
009613         COMPUTE DIAS-PENDIENTE = JUL-HOY - DIA-JULIANO
009614      END-IF.
009615      IF DIAS-PENDIENTE NOT > LIM-DIAS-APROBACION
009616         GO TO 6980-CONTROLAR-VENCIMIENTO-EXIT
009617      END-IF.
009618      MOVE "S" TO SW-SOLICITUD-VENCIDA.
009619  6980-CONTROLAR-VENCIMIENTO-EXIT.
009620      EXIT.
009621
009622*------------------------------------------------------------------
009623* 7000-BUSCAR-POR-NOMBRE. Elige un registrante de REGISTRO-MASTER
009624* a partir de lo ingresado en NOMBRE. Si son solo digitos se toman
009625* como el ID (el numero que figura en las devoluciones de correo y
009626* en los informes de movimientos) y se va directo al registrante.
009627* Si no, se toma como el inicio del nombre y se recorre la clave
009628* alternativa mostrando de a 9 por pagina los registrantes cuyo
009629* NOMBRE empieza asi, para elegir uno o pasar de pagina; si hay
009630* uno solo lo elige directamente. Deja el ID del elegido en
009631* ID-ELEGIDO con REG-ELEGIDO prendido.
009632*------------------------------------------------------------------
009633  7000-BUSCAR-POR-NOMBRE.
009634      MOVE "N" TO SW-REG-ELEGIDO.
009635      MOVE ZERO TO CANT-HOMONIMOS.
009636      MOVE NOMBRE TO BUSQ-TEXTO.
009637      MOVE 20 TO LONG-PREFIJO.
009638      MOVE "N" TO SW-PREFIJO-MEDIDO.
009639      PERFORM 7050-MEDIR-PREFIJO THRU 7050-MEDIR-PREFIJO-EXIT
009640          UNTIL PREFIJO-MEDIDO OR LONG-PREFIJO = ZERO.
009641      IF LONG-PREFIJO = ZERO
009642         DISPLAY "Debe ingresar el nombre, su inicio o el ID."
009643         GO TO 7000-BUSCAR-POR-NOMBRE-EXIT
009644      END-IF.
009645      IF LONG-PREFIJO NOT > 6
009646         IF BUSQ-TEXTO (1:LONG-PREFIJO) IS NUMERIC
009647            PERFORM 7060-BUSCAR-POR-ID THRU
009648                    7060-BUSCAR-POR-ID-EXIT
009649            GO TO 7000-BUSCAR-POR-NOMBRE-EXIT
009650         END-IF
009651      END-IF.
009652      MOVE NOMBRE TO REG-MAE-NOMBRE.
009653      START REGISTRO-MASTER KEY NOT < REG-MAE-NOMBRE
009654          INVALID KEY
009655             DISPLAY "No existe un registrante con ese nombre."
009656             GO TO 7000-BUSCAR-POR-NOMBRE-EXIT
009657      END-START.
009658      MOVE ZERO TO NRO-PAGINA.
009659      MOVE "N" TO SW-FIN-BUSQUEDA.
009660      MOVE "N" TO SW-REG-ADELANTADO.
009661      PERFORM 7070-PAGINA-HOMONIMOS THRU
009662              7070-PAGINA-HOMONIMOS-EXIT
009663          UNTIL FIN-BUSQUEDA OR REG-ELEGIDO.
009664  7000-BUSCAR-POR-NOMBRE-EXIT.
009665      EXIT.
009666
009667*------------------------------------------------------------------
009668* 7050-MEDIR-PREFIJO. Descuenta los blancos del final de lo
009669* ingresado, dejando en LONG-PREFIJO cuantos caracteres se buscan.
009670*------------------------------------------------------------------
009671  7050-MEDIR-PREFIJO.
009672      IF BUSQ-TEXTO (LONG-PREFIJO:1) = SPACE
009673         SUBTRACT 1 FROM LONG-PREFIJO
009674      ELSE
009675         MOVE "S" TO SW-PREFIJO-MEDIDO
009676      END-IF.
009677  7050-MEDIR-PREFIJO-EXIT.
009678      EXIT.
009679
009680*------------------------------------------------------------------
009681* 7060-BUSCAR-POR-ID. Lee REGISTRO-MASTER por el ID ingresado y,
009682* si existe, lo muestra y lo deja elegido.
009683*------------------------------------------------------------------
009684  7060-BUSCAR-POR-ID.
009685      MOVE BUSQ-TEXTO (1:LONG-PREFIJO) TO ID-ELEGIDO.
009686      MOVE ID-ELEGIDO TO REG-MAE-ID.
009687      READ REGISTRO-MASTER
009688          INVALID KEY
009689             DISPLAY "No existe un registrante con ese ID."
009690          NOT INVALID KEY
009691             DISPLAY "Registrante " REG-MAE-ID " " REG-MAE-NOMBRE
009692             MOVE "S" TO SW-REG-ELEGIDO
009693      END-READ.
009694  7060-BUSCAR-POR-ID-EXIT.
009695      EXIT.
009696
009697*------------------------------------------------------------------
009698* 7070-PAGINA-HOMONIMOS. Carga en TABLA-HOMONIMOS la pagina
009699* siguiente de registrantes cuyo NOMBRE empieza con lo buscado y
009700* la ofrece para elegir. Termina la busqueda cuando no quedan
009701* mas paginas.
009702*------------------------------------------------------------------
009703  7070-PAGINA-HOMONIMOS.
009704      MOVE ZERO TO CANT-HOMONIMOS.
009705      MOVE "N" TO SW-HAY-MAS-PAGINA.
009706      MOVE "N" TO SW-FIN-HOMONIMOS.
009707      PERFORM 7100-CARGAR-HOMONIMO THRU 7100-CARGAR-HOMONIMO-EXIT
009708          UNTIL FIN-HOMONIMOS.
009709      IF NOT HAY-MAS-PAGINA
009710         MOVE "S" TO SW-FIN-BUSQUEDA
009711      END-IF.
009712      IF CANT-HOMONIMOS = ZERO
009713         DISPLAY "No existe un registrante con ese nombre."
009714         GO TO 7070-PAGINA-HOMONIMOS-EXIT
009715      END-IF.
009716      ADD 1 TO NRO-PAGINA.
009717      IF NRO-PAGINA = 1 AND CANT-HOMONIMOS = 1
009718                        AND NOT HAY-MAS-PAGINA
009719         MOVE HOM-ID (1) TO ID-ELEGIDO
009720         MOVE "S" TO SW-REG-ELEGIDO
009721         DISPLAY "Registrante " HOM-ID (1) " " HOM-NOMBRE (1)
009722      ELSE
009723         PERFORM 7200-ELEGIR-HOMONIMO THRU
009724                 7200-ELEGIR-HOMONIMO-EXIT
009725      END-IF.
009726  7070-PAGINA-HOMONIMOS-EXIT.
009727      EXIT.
009728
009729*------------------------------------------------------------------
009730* 7100-CARGAR-HOMONIMO. Lee el proximo registro por la clave
009731* alternativa de NOMBRE y, si sigue empezando con lo buscado, lo
009732* agrega a TABLA-HOMONIMOS con el domicilio de ARCH-CONTACTOS.
009733* Con la pagina llena (9 entradas) el registro leido queda
009734* adelantado para la pagina siguiente.
009735*------------------------------------------------------------------
009736  7100-CARGAR-HOMONIMO.
009737      IF REG-ADELANTADO
009738         MOVE "N" TO SW-REG-ADELANTADO
009739      ELSE
009740         READ REGISTRO-MASTER NEXT
009741             AT END MOVE "S" TO SW-FIN-HOMONIMOS
009742         END-READ
009743      END-IF.
009744      IF FIN-HOMONIMOS
009745         GO TO 7100-CARGAR-HOMONIMO-EXIT
009746      END-IF.
009747      IF REG-MAE-NOMBRE (1:LONG-PREFIJO)
009748             NOT = NOMBRE (1:LONG-PREFIJO)
009749         MOVE "S" TO SW-FIN-HOMONIMOS
009750         GO TO 7100-CARGAR-HOMONIMO-EXIT
009751      END-IF.
009752      IF CANT-HOMONIMOS = 9
009753         MOVE "S" TO SW-HAY-MAS-PAGINA
009754         MOVE "S" TO SW-REG-ADELANTADO
009820         MOVE "S" TO SW-FIN-HOMONIMOS
009825         GO TO 7100-CARGAR-HOMONIMO-EXIT
009830      END-IF.
009831      ADD 1 TO CANT-HOMONIMOS.
009832      MOVE REG-MAE-ID TO HOM-ID (CANT-HOMONIMOS).
009833      MOVE REG-MAE-NOMBRE TO HOM-NOMBRE (CANT-HOMONIMOS).
009834      MOVE REG-MAE-FECHA-NAC TO HOM-FECHA-NAC (CANT-HOMONIMOS).
009835      MOVE REG-MAE-ESTADO TO HOM-ESTADO (CANT-HOMONIMOS).
009836      MOVE REG-MAE-ID TO REG-CON-ID.
009837      READ ARCH-CONTACTOS
009838          INVALID KEY
009839             MOVE "(sin datos de contacto)"
009840                 TO HOM-DOMICILIO (CANT-HOMONIMOS)
009841          NOT INVALID KEY
009842             MOVE REG-CON-DOMICILIO
009843                 TO HOM-DOMICILIO (CANT-HOMONIMOS)
009844      END-READ.
009845  7100-CARGAR-HOMONIMO-EXIT.
009850      EXIT.
009860
009870*------------------------------------------------------------------
009875* 7200-ELEGIR-HOMONIMO. Muestra la pagina de registrantes hallados
009880* (ID, nombre, nacimiento, estado y domicilio de cada uno) y deja
009885* elegir uno, pasar a la pagina siguiente si la hay, o salir.
009900*------------------------------------------------------------------
009910  7200-ELEGIR-HOMONIMO.
009920      DISPLAY "Registrantes que empiezan con "
009930          BUSQ-TEXTO (1:LONG-PREFIJO) " (pagina " NRO-PAGINA "):".
009940      MOVE 1 TO SUB-HOMONIMO.
009950      PERFORM 7300-MOSTRAR-HOMONIMO THRU
009960              7300-MOSTRAR-HOMONIMO-EXIT
009970          UNTIL SUB-HOMONIMO > CANT-HOMONIMOS.
009971      IF HAY-MAS-PAGINA
009972         DISPLAY "Elegir de la lista (1-" CANT-HOMONIMOS
009973             "), S = pagina siguiente, Enter = salir: "
009974             WITH NO ADVANCING
009975      ELSE
009976         DISPLAY "Elegir de la lista (1-" CANT-HOMONIMOS
009977             "), Enter = salir: "
009978             WITH NO ADVANCING
009979      END-IF.
009980      MOVE SPACES TO OPC-PAGINA.
009981      ACCEPT OPC-PAGINA.
009982      IF (OPC-PAGINA = "S" OR OPC-PAGINA = "s") AND HAY-MAS-PAGINA
009983         GO TO 7200-ELEGIR-HOMONIMO-EXIT
009984      END-IF.
009985      MOVE "S" TO SW-FIN-BUSQUEDA.
009986      IF OPC-PAGINA = SPACE
009987         GO TO 7200-ELEGIR-HOMONIMO-EXIT
009988      END-IF.
009989      IF OPC-PAGINA < "1" OR OPC-PAGINA > "9"
009990         DISPLAY "Opcion incorrecta."
009991         DISPLAY " "
009992         GO TO 7200-ELEGIR-HOMONIMO-EXIT
009993      END-IF.
009994      MOVE OPC-PAGINA TO OPC-HOMONIMO.
009995      IF OPC-HOMONIMO > CANT-HOMONIMOS
010020         DISPLAY "Opcion incorrecta."
010030         DISPLAY " "
010040      ELSE
010090      EXIT.
010100
010110*------------------------------------------------------------------
010120* 7300-MOSTRAR-HOMONIMO. Muestra una linea de la pagina (posicion,
010130* ID, nombre, nacimiento, estado y domicilio) y avanza.
010150*------------------------------------------------------------------
010160  7300-MOSTRAR-HOMONIMO.
010170      IF HOM-ESTADO (SUB-HOMONIMO) = "B"
010180         MOVE "DE BAJA" TO ESTADO-HOM-TEXTO
010220      ELSE
010230         MOVE "ACTIVO" TO ESTADO-HOM-TEXTO
010260      END-IF.
010261      DISPLAY SUB-HOMONIMO ". ID " HOM-ID (SUB-HOMONIMO)
010262          " " HOM-NOMBRE (SUB-HOMONIMO)
010263          " Nac " HOM-FECHA-NAC (SUB-HOMONIMO)
010264          " " ESTADO-HOM-TEXTO
010265          " " HOM-DOMICILIO (SUB-HOMONIMO).
010270      ADD 1 TO SUB-HOMONIMO.
010280  7300-MOSTRAR-HOMONIMO-EXIT.
010290      EXIT.
010350*------------------------------------------------------------------
010360  7500-GRABAR-JOURNAL.
010370      MOVE OPE-OPERADOR-ID TO REG-JRN-OPERADOR.
010375      MOVE SUC-CASA-CENTRAL TO REG-JRN-SUCURSAL.
010380      ACCEPT REG-JRN-FECHA FROM DATE YYYYMMDD.
010390      ACCEPT REG-JRN-HORA FROM TIME.
010400      WRITE REG-JRN-RECORD.
011290      EXIT.
011300
011310*------------------------------------------------------------------
011311* 8400-CALCULAR-DIA-JULIANO. Convierte la fecha AAAAMMDD de
011312* JUL-FECHA en su dia juliano en DIA-JULIANO, con divisiones
011313* enteras paso a paso. Una fecha con mes o dia imposible deja
011314* DIA-JULIANO en cero.
011315*------------------------------------------------------------------
011316  8400-CALCULAR-DIA-JULIANO.
011317      MOVE ZERO TO DIA-JULIANO.
011318      IF JUL-MM < 1 OR JUL-MM > 12 OR JUL-DD < 1 OR JUL-DD > 31
011319         GO TO 8400-CALCULAR-DIA-JULIANO-EXIT
011320      END-IF.
011321      COMPUTE JUL-AUX = 14 - JUL-MM.
011322      DIVIDE JUL-AUX BY 12 GIVING JUL-A.
011323      COMPUTE JUL-Y = JUL-AAAA + 4800 - JUL-A.
011324      COMPUTE JUL-M = JUL-MM + (12 * JUL-A) - 3.
011325      COMPUTE JUL-AUX = (153 * JUL-M) + 2.
011326      DIVIDE JUL-AUX BY 5 GIVING JUL-C1.
011327      DIVIDE JUL-Y BY 4 GIVING JUL-C2.
011328      DIVIDE JUL-Y BY 100 GIVING JUL-C3.
011329      DIVIDE JUL-Y BY 400 GIVING JUL-C4.
011330      COMPUTE DIA-JULIANO = JUL-DD + JUL-C1 + (365 * JUL-Y)
011331          + JUL-C2 - JUL-C3 + JUL-C4 - 32045.
011332  8400-CALCULAR-DIA-JULIANO-EXIT.
011333      EXIT.
011334
011335*------------------------------------------------------------------
011336* 9999-FINALIZAR.
011337*------------------------------------------------------------------
011340  9999-FINALIZAR.
011350      PERFORM 9100-GRABAR-TRAILER-LOG THRU
011360              9100-GRABAR-TRAILER-LOG-EXIT.
011380      CLOSE REGISTRO-MASTER.
011390      CLOSE ARCH-JOURNAL.
011400      CLOSE ARCH-CONTACTOS.
011405      CLOSE ARCH-PENDIENTES.
011410      GOBACK.
011420  9999-FINALIZAR-EXIT.
011430      EXIT.
