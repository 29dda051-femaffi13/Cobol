000860*                        pasa a GOBACK y una corrida no procesada
000870*                        (PARAMFIL o MOVFILE ausente) termina con
000880*                        RETURN-CODE 8 para que la cadena no siga.
000881* 2026-10-15  JPM        Los movimientos rechazados quedan como
000882*                        partidas en el suspenso MOVSUS y se
000883*                        reprocesan al liberarse.
000884* 2026-10-15  JPM        Sucursal del lote en alta, log y
000885*                        journal; cada lote cerrado va a MOVEST.
000886* 2026-10-15  JPM        La baja recalcula la EDAD. La partida
000887*                        que no entra en MOVSUS queda en el
000888*                        informe y da RETURN-CODE 4.
000890*****************************************************************
000900  IDENTIFICATION DIVISION.
000910  PROGRAM-ID. CARGA-MOVIMIENTOS.
001240      SELECT ARCH-CHECKPOINT ASSIGN TO "MOVCHK"
001250          ORGANIZATION IS LINE SEQUENTIAL
001260          FILE STATUS IS FS-CHECKPOINT.
001261      SELECT ARCH-SUSPENSO ASSIGN TO "MOVSUS"
001262          ORGANIZATION IS INDEXED
001263          ACCESS MODE IS DYNAMIC
001264          RECORD KEY IS MOV-SUS-CLAVE
001265          FILE STATUS IS FS-SUSPENSO.
001266      SELECT ARCH-ESTADISTICA ASSIGN TO "MOVEST"
001267          ORGANIZATION IS LINE SEQUENTIAL
001268          FILE STATUS IS FS-ESTADISTICA.
001270
001280  DATA DIVISION.
001290  FILE SECTION.
001550
001560  FD  REGISTRO-LOG
001570      LABEL RECORDS ARE STANDARD
001580      RECORD CONTAINS 50 CHARACTERS.
001590      COPY REGLOG01.
001600
001610  FD  REGISTRO-MASTER
001770  FD  ARCH-CHECKPOINT
001780      LABEL RECORDS ARE STANDARD.
001790  01  CHK-ULTIMA-SECUENCIA PIC 9(06).
001791  FD  ARCH-SUSPENSO
001792      LABEL RECORDS ARE STANDARD.
001793      COPY MOVSUS01.
001794
001795  FD  ARCH-ESTADISTICA
001796      LABEL RECORDS ARE STANDARD.
001797      COPY MOVEST01.
001800
001810  WORKING-STORAGE SECTION.
001820
001870  77  FS-CONTROL      PIC X(02).
001880  77  FS-JOURNAL      PIC X(02).
001890  77  FS-PARAMETROS   PIC X(02).
001892  77  FS-SUSPENSO     PIC X(02).
001894  77  FS-ESTADISTICA  PIC X(02).
001900
001910  77  SW-FIN-MOVIMIENTOS PIC X(01) VALUE "N".
001920      88  FIN-MOVIMIENTOS           VALUE "S".
002210          10  NAC-MM         PIC 9(02).
002220          10  NAC-DD         PIC 9(02).
002230
002240  01  GUARDA-REG-MAE  PIC X(68).
002250
002260  77  SW-LOTE-ABIERTO PIC X(01)  VALUE "N".
002270      88  LOTE-ABIERTO           VALUE "S".
002290      88  LOTE-INVALIDO          VALUE "S".
002300  77  SW-LOTE-DESBORDADO PIC X(01) VALUE "N".
002310      88  LOTE-DESBORDADO          VALUE "S".
002311  77  SW-REPROCESO    PIC X(01)  VALUE "N".
002312      88  EN-REPROCESO           VALUE "S".
002313  77  SW-FIN-SUSPENSO PIC X(01)  VALUE "N".
002314      88  FIN-SUSPENSO           VALUE "S".
002315  77  SW-MOV-RECHAZADO PIC X(01) VALUE "N".
002316      88  MOV-RECHAZADO          VALUE "S".
002320
002330  77  LOTE-SUCURSAL   PIC X(04)  VALUE SPACES.
002335  77  SUCURSAL-MOV    PIC X(04)  VALUE SPACES.
002340  77  LOTE-FECHA      PIC X(08)  VALUE SPACES.
002350  77  LOTE-DECL-A     PIC 9(04)  VALUE ZERO.
002360  77  LOTE-DECL-M     PIC 9(04)  VALUE ZERO.
002420  77  LOTE-ACEPTADOS  PIC 9(06)  VALUE ZERO.
002430  77  LOTE-RECHAZADOS PIC 9(06)  VALUE ZERO.
002440  77  LOTE-MOTIVO     PIC X(40)  VALUE SPACES.
002445  77  LOTE-COD-MOTIVO PIC X(02)  VALUE SPACES.
002450
002460  77  CONT-LOTES-OK   PIC 9(04)  VALUE ZERO.
002470  77  CONT-LOTES-RECH PIC 9(04)  VALUE ZERO.
002780  77  CONT-RECHAZADOS PIC 9(06)  VALUE ZERO.
002790  77  CONTADOR-REGISTROS PIC 9(06) VALUE ZERO.
002800  77  SUMA-EDAD           PIC 9(08) VALUE ZERO.
002801  77  CONT-SUSPENSO   PIC 9(06)  VALUE ZERO.
002802  77  CONT-REPROCESADAS PIC 9(06) VALUE ZERO.
002803  77  CONT-REPROC-APLIC PIC 9(06) VALUE ZERO.
002804  77  CONT-REPROC-RECH  PIC 9(06) VALUE ZERO.
002805  77  CONT-NO-SUSPENSO PIC 9(06) VALUE ZERO.
002810
002820  77  MOTIVO-RECHAZO  PIC X(30).
002825  77  COD-RECHAZO     PIC X(02)  VALUE SPACES.
002830
002840  77  USR-NOM-VARIABLE PIC X(04) VALUE "USER".
002850  77  USR-VALOR        PIC X(20).
002860  77  OPERADOR-LOTE    PIC X(08).
002861
002862* Partida de suspenso que arma el llamador de 7250, y homonimo
002863* elegido por el operador para el reproceso de una partida
002864* liberada (en cero se busca por NOMBRE).
002865  77  SEC-SUSPENSO    PIC 9(06)  VALUE ZERO.
002866  77  COD-SUSPENSO    PIC X(02)  VALUE SPACES.
002867  77  MOTIVO-SUSPENSO PIC X(40)  VALUE SPACES.
002868  77  MOV-SUSPENSO    PIC X(29)  VALUE SPACES.
002869  77  ID-ELEGIDO-MOV  PIC 9(06)  VALUE ZERO.
002870
002880*****************************************************************
002890* PROCEDURE DIVISION
003090*------------------------------------------------------------------
003100* 1000-INICIALIZAR. Abre el archivo de movimientos de las
003110* sucursales, el informe de resultados, REGISTRO-LOG en modo
003115* EXTEND (creandolo si no existe), REGISTRO-MASTER y el suspenso
003120* MOVSUS en modo I-O (creandolos si es la primera corrida),
003125* reprocesa las partidas liberadas del suspenso y lee el primer
003140* movimiento.
003150*------------------------------------------------------------------
003160  1000-INICIALIZAR.
003440      IF FS-JOURNAL = "35"
003450         OPEN OUTPUT ARCH-JOURNAL
003460      END-IF.
003461      OPEN I-O ARCH-SUSPENSO.
003462      IF FS-SUSPENSO = "35"
003463         OPEN OUTPUT ARCH-SUSPENSO
003464         CLOSE ARCH-SUSPENSO
003465         OPEN I-O ARCH-SUSPENSO
003466      END-IF.
003467      OPEN EXTEND ARCH-ESTADISTICA.
003468      IF FS-ESTADISTICA = "35"
003469         OPEN OUTPUT ARCH-ESTADISTICA
003470      END-IF.
003471      PERFORM 1100-LEER-CONTROL-ID THRU 1100-LEER-CONTROL-ID-EXIT.
003480      PERFORM 1150-LEER-CHECKPOINT THRU
003490              1150-LEER-CHECKPOINT-EXIT.
003500      MOVE "S" TO SW-INICIO-COMPLETO.
003640      END-IF.
003650      MOVE SPACES TO RESULTADO-LINEA.
003660      WRITE RESULTADO-LINEA.
003662      PERFORM 1500-REPROCESAR-SUSPENSO THRU
003664              1500-REPROCESAR-SUSPENSO-EXIT.
003670      READ ARCH-MOVIMIENTOS
003680          AT END MOVE "S" TO SW-FIN-MOVIMIENTOS
003690      END-READ.
004480      EXIT.
004490
004500*------------------------------------------------------------------
004501* 1500-REPROCESAR-SUSPENSO. Antes de leer MOVFILE reprocesa las
004502* partidas del suspenso MOVSUS que un operador libero desde
004503* SUSPENSO-MOVIMIENTOS. Cada una se aplica como un movimiento mas
004504* (con el ID del homonimo elegido, si lo hay) y queda aplicada, o
004505* pendiente otra vez con el motivo del nuevo rechazo.
004506*------------------------------------------------------------------
004507  1500-REPROCESAR-SUSPENSO.
004508      MOVE "S" TO SW-REPROCESO.
004509      MOVE "N" TO SW-FIN-SUSPENSO.
004510      MOVE LOW-VALUES TO MOV-SUS-CLAVE.
004511      START ARCH-SUSPENSO KEY NOT < MOV-SUS-CLAVE
004512          INVALID KEY MOVE "S" TO SW-FIN-SUSPENSO
004513      END-START.
004514      PERFORM 1510-REPROCESAR-PARTIDA THRU
004515              1510-REPROCESAR-PARTIDA-EXIT
004516          UNTIL FIN-SUSPENSO.
004517      IF CONT-REPROCESADAS > ZERO
004518         MOVE SPACES TO RESULTADO-LINEA
004519         WRITE RESULTADO-LINEA
004520      END-IF.
004521      MOVE "N" TO SW-REPROCESO.
004522  1500-REPROCESAR-SUSPENSO-EXIT.
004523      EXIT.
004524
004525*------------------------------------------------------------------
004526* 1510-REPROCESAR-PARTIDA. Lee la proxima partida del suspenso y,
004527* si esta liberada, la aplica y la actualiza con el resultado. Las
004528* pendientes, aplicadas y canceladas se saltean.
004529*------------------------------------------------------------------
004530  1510-REPROCESAR-PARTIDA.
004531      READ ARCH-SUSPENSO NEXT
004532          AT END MOVE "S" TO SW-FIN-SUSPENSO
004533      END-READ.
004534      IF FIN-SUSPENSO
004535         GO TO 1510-REPROCESAR-PARTIDA-EXIT
004536      END-IF.
004537      IF NOT MOV-SUS-LIBERADA
004538         GO TO 1510-REPROCESAR-PARTIDA-EXIT
004539      END-IF.
004540      IF CONT-REPROCESADAS = ZERO
004541         MOVE "Reproceso de partidas liberadas del suspenso:"
004542             TO RESULTADO-LINEA
004543         WRITE RESULTADO-LINEA
004544      END-IF.
004545      ADD 1 TO CONT-REPROCESADAS.
004546      MOVE MOV-SUS-MOVIMIENTO TO MOV-RECORD.
004547      MOVE MOV-SUS-SUCURSAL TO SUCURSAL-MOV.
004548      MOVE MOV-SUS-ID-ELEGIDO TO ID-ELEGIDO-MOV.
004549      MOVE "N" TO SW-MOV-RECHAZADO.
004550      PERFORM 2320-DESPACHAR-MOVIMIENTO THRU
004551              2320-DESPACHAR-MOVIMIENTO-EXIT.
004552      MOVE ZERO TO ID-ELEGIDO-MOV.
004553      MOVE FECHA-PROCESO TO MOV-SUS-FECHA-PROCESO.
004554      IF MOV-SUS-INTENTOS < 99
004555         ADD 1 TO MOV-SUS-INTENTOS
004556      END-IF.
004557      IF MOV-RECHAZADO
004558         MOVE "P" TO MOV-SUS-ESTADO
004559         MOVE COD-RECHAZO TO MOV-SUS-COD-MOTIVO
004560         MOVE MOTIVO-RECHAZO TO MOV-SUS-MOTIVO
004561      ELSE
004562         MOVE "A" TO MOV-SUS-ESTADO
004563         MOVE FECHA-PROCESO TO MOV-SUS-FECHA-RESOL
004564      END-IF.
004565      REWRITE MOV-SUS-RECORD
004566          INVALID KEY
004567             DISPLAY "No se pudo actualizar MOVSUS. FS="
004568                 FS-SUSPENSO
004569      END-REWRITE.
004570  1510-REPROCESAR-PARTIDA-EXIT.
004571      EXIT.
004572
004573*------------------------------------------------------------------
004574* 2000-PROCESAR-MOVIMIENTO. Procesa un registro de MOVFILE segun
004575* su tipo: el header "H" abre el lote de sucursal, el trailer
004576* "T" lo cierra (verificandolo y aplicandolo o rechazandolo
004577* entero), y cada movimiento de detalle queda estampado con su
004578* numero de secuencia y retenido en TABLA-LOTE hasta el cierre.
004579* Un detalle fuera de lote se rechaza individualmente. Luego
004580* avanza al siguiente registro.
004581*------------------------------------------------------------------
004590  2000-PROCESAR-MOVIMIENTO.
004600      IF MOV-ES-HEADER
004610         PERFORM 2100-ABRIR-LOTE THRU 2100-ABRIR-LOTE-EXIT
004700      IF NOT LOTE-ABIERTO
004710         ADD 1 TO CONT-FUERA-LOTE
004720         MOVE "MOVIMIENTO FUERA DE LOTE" TO MOTIVO-RECHAZO
004725         MOVE "FL" TO COD-RECHAZO
004730         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
004740         GO TO 2000-PROCESAR-MOVIMIENTO-SIG
004750      END-IF.
004940  2100-ABRIR-LOTE.
004950      IF LOTE-ABIERTO
004960         MOVE "LOTE SIN TRAILER" TO LOTE-MOTIVO
004965         MOVE "LT" TO LOTE-COD-MOTIVO
004970         PERFORM 2400-RECHAZAR-LOTE THRU 2400-RECHAZAR-LOTE-EXIT
004980      END-IF.
004990      MOVE "S" TO SW-LOTE-ABIERTO.
005000      MOVE "N" TO SW-LOTE-INVALIDO.
005010      MOVE "N" TO SW-LOTE-DESBORDADO.
005020      MOVE SPACES TO LOTE-MOTIVO.
005025      MOVE SPACES TO LOTE-COD-MOTIVO.
005030      MOVE MOV-CTL-SUCURSAL TO LOTE-SUCURSAL.
005040      MOVE MOV-CTL-FECHA-LOTE TO LOTE-FECHA.
005050      MOVE ZERO TO LOTE-DECL-A.
005790      END-IF.
005800      IF MOV-CTL-SUCURSAL NOT = LOTE-SUCURSAL
005810         MOVE "SUCURSAL DEL TRAILER NO COINCIDE" TO LOTE-MOTIVO
005815         MOVE "LS" TO LOTE-COD-MOTIVO
005820         PERFORM 2400-RECHAZAR-LOTE THRU 2400-RECHAZAR-LOTE-EXIT
005830         GO TO 2200-CERRAR-LOTE-EXIT
005840      END-IF.
005850      IF LOTE-INVALIDO
005860         MOVE "HEADER INVALIDO" TO LOTE-MOTIVO
005865         MOVE "LH" TO LOTE-COD-MOTIVO
005870         PERFORM 2400-RECHAZAR-LOTE THRU 2400-RECHAZAR-LOTE-EXIT
005880         GO TO 2200-CERRAR-LOTE-EXIT
005890      END-IF.
005900      IF LOTE-DESBORDADO
005910         MOVE "LOTE EXCEDE LA TABLA (2000)" TO LOTE-MOTIVO
005915         MOVE "LX" TO LOTE-COD-MOTIVO
005920         PERFORM 2400-RECHAZAR-LOTE THRU 2400-RECHAZAR-LOTE-EXIT
005930         GO TO 2200-CERRAR-LOTE-EXIT
005940      END-IF.
005970         LOTE-CONT-B NOT = LOTE-DECL-B OR
005980         LOTE-CONT-OTROS > ZERO
005990         MOVE "LOTE DESBALANCEADO" TO LOTE-MOTIVO
005995         MOVE "LD" TO LOTE-COD-MOTIVO
006000         PERFORM 2400-RECHAZAR-LOTE THRU 2400-RECHAZAR-LOTE-EXIT
006010         GO TO 2200-CERRAR-LOTE-EXIT
006020      END-IF.
006110      WRITE RESULTADO-LINEA.
006120      PERFORM 7400-ACUMULAR-SUCURSAL THRU
006130              7400-ACUMULAR-SUCURSAL-EXIT.
006132      PERFORM 7450-GRABAR-ESTADISTICA THRU
006134              7450-GRABAR-ESTADISTICA-EXIT.
006140      MOVE "N" TO SW-LOTE-ABIERTO.
006150  2200-CERRAR-LOTE-EXIT.
006160      EXIT.
006400         ADD 1 TO CONT-REANUDADOS
006410         GO TO 2310-APLICAR-MOVIMIENTO-SIG
006420      END-IF.
006425      MOVE LOT-SECUENCIA (SUB-LOTE) TO SEC-MOVIMIENTO.
006430      MOVE LOT-REGISTRO (SUB-LOTE) TO MOV-RECORD.
006431      MOVE LOTE-SUCURSAL TO SUCURSAL-MOV.
006432      PERFORM 2320-DESPACHAR-MOVIMIENTO THRU
006433              2320-DESPACHAR-MOVIMIENTO-EXIT.
006434      PERFORM 7300-GRABAR-CHECKPOINT THRU
006435              7300-GRABAR-CHECKPOINT-EXIT.
006436  2310-APLICAR-MOVIMIENTO-SIG.
006437      ADD 1 TO SUB-LOTE.
006438  2310-APLICAR-MOVIMIENTO-EXIT.
006439      EXIT.
006440
006441*------------------------------------------------------------------
006442* 2320-DESPACHAR-MOVIMIENTO. Aplica el movimiento de MOV-RECORD
006443* contra REGISTRO-MASTER segun su codigo de transaccion (A = alta,
006444* M = modificacion, B = baja). Lo usan la aplicacion del lote y el
006445* reproceso del suspenso.
006446*------------------------------------------------------------------
006447  2320-DESPACHAR-MOVIMIENTO.
006448      IF MOV-ES-ALTA
006450         PERFORM 3000-APLICAR-ALTA THRU 3000-APLICAR-ALTA-EXIT
006460      ELSE IF MOV-ES-MODIFICACION
006470         PERFORM 4000-APLICAR-MODIFICACION THRU
006500         PERFORM 5000-APLICAR-BAJA THRU 5000-APLICAR-BAJA-EXIT
006510      ELSE
006520         MOVE "CODIGO DE TRANSACCION INVALIDO" TO MOTIVO-RECHAZO
006525         MOVE "CT" TO COD-RECHAZO
006530         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
006540      END-IF.
006550  2320-DESPACHAR-MOVIMIENTO-EXIT.
006610      EXIT.
006620
006630*------------------------------------------------------------------
006640* 2400-RECHAZAR-LOTE. Rechaza entero el lote en curso con el
006650* motivo de LOTE-MOTIVO: ningun movimiento retenido se aplica,
006655* todos cuentan como rechazados de la sucursal y quedan en el
006660* suspenso, y el informe deja constancia del desbalance
006665* (declarado contra contado).
006680*------------------------------------------------------------------
006690  2400-RECHAZAR-LOTE.
006700      ADD 1 TO CONT-LOTES-RECH.
006710      ADD CANT-LOTE TO CONT-RECHAZADOS.
006720      ADD CANT-LOTE TO LOTE-RECHAZADOS.
006722      MOVE 1 TO SUB-LOTE.
006724      PERFORM 2410-SUSPENDER-MOVIMIENTO THRU
006726              2410-SUSPENDER-MOVIMIENTO-EXIT
006728          UNTIL SUB-LOTE > CANT-LOTE.
006730      MOVE SPACES TO RESULTADO-LINEA.
006740      STRING "  LOTE " LOTE-SUCURSAL " RECHAZADO ENTERO: "
006750          LOTE-MOTIVO
006860      WRITE RESULTADO-LINEA.
006870      PERFORM 7400-ACUMULAR-SUCURSAL THRU
006880              7400-ACUMULAR-SUCURSAL-EXIT.
006882      PERFORM 7450-GRABAR-ESTADISTICA THRU
006884              7450-GRABAR-ESTADISTICA-EXIT.
006890      MOVE "N" TO SW-LOTE-ABIERTO.
006900  2400-RECHAZAR-LOTE-EXIT.
006901      EXIT.
006902
006903*------------------------------------------------------------------
006904* 2410-SUSPENDER-MOVIMIENTO. Deja en el suspenso el movimiento
006905* retenido indicado por SUB-LOTE con el motivo del rechazo del
006906* lote entero, y avanza.
006907*------------------------------------------------------------------
006908  2410-SUSPENDER-MOVIMIENTO.
006909      MOVE LOT-REGISTRO (SUB-LOTE) TO MOV-SUSPENSO.
006910      MOVE LOT-SECUENCIA (SUB-LOTE) TO SEC-SUSPENSO.
006911      MOVE LOTE-COD-MOTIVO TO COD-SUSPENSO.
006912      MOVE LOTE-MOTIVO TO MOTIVO-SUSPENSO.
006913      PERFORM 7250-GRABAR-SUSPENSO THRU 7250-GRABAR-SUSPENSO-EXIT.
006914      ADD 1 TO SUB-LOTE.
006915  2410-SUSPENDER-MOVIMIENTO-EXIT.
006916      EXIT.
006920
006930*------------------------------------------------------------------
006940* 3000-APLICAR-ALTA. Alta de un registrante nuevo, igual que
007110      MOVE "A" TO REG-MAE-ESTADO.
007120      MOVE SPACES TO REG-MAE-MOTIVO-BAJA.
007130      MOVE ZERO TO REG-MAE-FECHA-BAJA.
007135      MOVE SUCURSAL-MOV TO REG-MAE-SUCURSAL.
007140      WRITE REG-MAE-RECORD
007150          INVALID KEY
007160             MOVE "CLAVE DUPLICADA" TO MOTIVO-RECHAZO
007165             MOVE "CD" TO COD-RECHAZO
007170             PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
007180          NOT INVALID KEY
007190             PERFORM 3200-GRABAR-CONTROL-ID THRU
007330      MOVE "D" TO REG-LOG-TIPO-REG.
007340      MOVE ULTIMO-ID TO REG-LOG-ID.
007350      MOVE OPERADOR-LOTE TO REG-LOG-OPERADOR.
007355      MOVE SUCURSAL-MOV TO REG-LOG-SUCURSAL.
007360      MOVE MOV-NOMBRE TO REG-LOG-NOMBRE.
007370      MOVE EDAD TO REG-LOG-EDAD.
007380      MOVE FECHA-PROCESO TO REG-LOG-FECHA-ALTA.
007660      IF NOT EDAD-VALIDA
007670         GO TO 4000-APLICAR-MODIFICACION-EXIT
007680      END-IF.
007682      IF ID-ELEGIDO-MOV > ZERO
007684         PERFORM 6050-BUSCAR-POR-ID THRU 6050-BUSCAR-POR-ID-EXIT
007686      ELSE
007688         PERFORM 6000-BUSCAR-POR-NOMBRE THRU
007690                 6000-BUSCAR-POR-NOMBRE-EXIT
007692      END-IF.
007710      IF NOT BUSQUEDA-HALLADA
007720         GO TO 4000-APLICAR-MODIFICACION-EXIT
007730      END-IF.
007780      REWRITE REG-MAE-RECORD
007790          INVALID KEY
007800             MOVE "NO EXISTE EN EL MASTER" TO MOTIVO-RECHAZO
007805             MOVE "NE" TO COD-RECHAZO
007810             PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
007820          NOT INVALID KEY
007830             MOVE REG-MAE-RECORD TO REG-JRN-DESPUES
007980* ambiguo.
007990*------------------------------------------------------------------
008000  5000-APLICAR-BAJA.
008002      IF ID-ELEGIDO-MOV > ZERO
008004         PERFORM 6050-BUSCAR-POR-ID THRU 6050-BUSCAR-POR-ID-EXIT
008006      ELSE
008008         PERFORM 6000-BUSCAR-POR-NOMBRE THRU
008010                 6000-BUSCAR-POR-NOMBRE-EXIT
008012      END-IF.
008030      IF NOT BUSQUEDA-HALLADA
008040         GO TO 5000-APLICAR-BAJA-EXIT
008050      END-IF.
008080      MOVE "SU" TO REG-MAE-MOTIVO-BAJA.
008090      MOVE FECHA-PROCESO TO REG-MAE-FECHA-BAJA.
008100      MOVE FECHA-PROCESO TO REG-MAE-FECHA-MOD.
008101      IF REG-MAE-FECHA-NAC NOT = ZERO
008102         MOVE REG-MAE-FECHA-NAC TO FECHA-NAC
008103         COMPUTE EDAD-CALCULADA = PRO-AAAA - NAC-AAAA
008104         IF PRO-MMDD < NAC-MMDD
008105            SUBTRACT 1 FROM EDAD-CALCULADA
008106         END-IF
008107         MOVE EDAD-CALCULADA TO REG-MAE-EDAD
008108      END-IF.
008110      REWRITE REG-MAE-RECORD
008120          INVALID KEY
008130             MOVE "NO EXISTE EN EL MASTER" TO MOTIVO-RECHAZO
008135             MOVE "NE" TO COD-RECHAZO
008140             PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
008150          NOT INVALID KEY
008160             MOVE REG-MAE-RECORD TO REG-JRN-DESPUES
008400      START REGISTRO-MASTER KEY = REG-MAE-NOMBRE
008410          INVALID KEY
008420             MOVE "NO EXISTE EN EL MASTER" TO MOTIVO-RECHAZO
008425             MOVE "NE" TO COD-RECHAZO
008430             PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
008440             GO TO 6000-BUSCAR-POR-NOMBRE-EXIT
008450      END-START.
008530      END-IF.
008540      IF CONT-ACTIVOS-NOMBRE > 1
008550         MOVE "NOMBRE AMBIGUO EN EL MASTER" TO MOTIVO-RECHAZO
008555         MOVE "AM" TO COD-RECHAZO
008560      ELSE IF CONT-BAJAS-NOMBRE > ZERO
008570         MOVE "REGISTRANTE DADO DE BAJA" TO MOTIVO-RECHAZO
008575         MOVE "DB" TO COD-RECHAZO
008580      ELSE
008590         MOVE "NO EXISTE EN EL MASTER" TO MOTIVO-RECHAZO
008595         MOVE "NE" TO COD-RECHAZO
008600      END-IF.
008610      PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT.
008620  6000-BUSCAR-POR-NOMBRE-EXIT.
008621      EXIT.
008622
008623*------------------------------------------------------------------
008624* 6050-BUSCAR-POR-ID. Busca directamente el registrante del ID
008625* elegido por el operador al liberar la partida del suspenso (el
008626* NOMBRE tenia homonimos). Deja BUSQUEDA-HALLADA si existe y esta
008627* activo; si no, rechaza el movimiento con el motivo que
008628* corresponde.
008629*------------------------------------------------------------------
008630  6050-BUSCAR-POR-ID.
008631      MOVE "N" TO SW-BUSQUEDA.
008632      MOVE ID-ELEGIDO-MOV TO REG-MAE-ID.
008633      READ REGISTRO-MASTER
008634          INVALID KEY
008635             MOVE "ID ELEGIDO NO EXISTE" TO MOTIVO-RECHAZO
008636             MOVE "IE" TO COD-RECHAZO
008637             PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
008638             GO TO 6050-BUSCAR-POR-ID-EXIT
008639      END-READ.
008640      IF REG-MAE-DE-BAJA
008641         MOVE "REGISTRANTE DADO DE BAJA" TO MOTIVO-RECHAZO
008642         MOVE "DB" TO COD-RECHAZO
008643         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
008644         GO TO 6050-BUSCAR-POR-ID-EXIT
008645      END-IF.
008646      MOVE "H" TO SW-BUSQUEDA.
008647  6050-BUSCAR-POR-ID-EXIT.
008648      EXIT.
008649
008650*------------------------------------------------------------------
008660* 6100-LEER-POR-NOMBRE. Lee el proximo registro por la clave
008670* alternativa de NOMBRE; mientras siga coincidiendo con el del
008930* aceptado.
008940*------------------------------------------------------------------
008950  7100-ACEPTAR.
008952      IF EN-REPROCESO
008954         ADD 1 TO CONT-REPROC-APLIC
008956      ELSE
008958         ADD 1 TO CONT-ACEPTADOS
008960      END-IF.
008970      IF LOTE-ABIERTO
008980         ADD 1 TO LOTE-ACEPTADOS
008990      END-IF.
009070
009080*------------------------------------------------------------------
009090* 7200-RECHAZAR. Escribe en el informe la linea de movimiento
009095* rechazado con el motivo del rechazo y lo deja como partida
009100* pendiente en el suspenso (salvo en el reproceso del suspenso,
009105* donde 1510 actualiza la partida misma).
009110*------------------------------------------------------------------
009120  7200-RECHAZAR.
009122      MOVE "S" TO SW-MOV-RECHAZADO.
009124      IF EN-REPROCESO
009126         ADD 1 TO CONT-REPROC-RECH
009128      ELSE
009130         ADD 1 TO CONT-RECHAZADOS
009132      END-IF.
009140      IF LOTE-ABIERTO
009150         ADD 1 TO LOTE-RECHAZADOS
009160      END-IF.
009200          " - " MOTIVO-RECHAZO
009210          DELIMITED BY SIZE INTO RESULTADO-LINEA.
009220      WRITE RESULTADO-LINEA.
009221      IF NOT EN-REPROCESO
009222         MOVE MOV-RECORD TO MOV-SUSPENSO
009223         MOVE SEC-MOVIMIENTO TO SEC-SUSPENSO
009224         MOVE COD-RECHAZO TO COD-SUSPENSO
009225         MOVE MOTIVO-RECHAZO TO MOTIVO-SUSPENSO
009226         PERFORM 7250-GRABAR-SUSPENSO THRU
009227                 7250-GRABAR-SUSPENSO-EXIT
009228      END-IF.
009230  7200-RECHAZAR-EXIT.
009231      EXIT.
009232
009233*------------------------------------------------------------------
009234* 7250-GRABAR-SUSPENSO. Graba en el suspenso MOVSUS, como partida
009235* pendiente, el movimiento armado por el llamador en MOV-SUSPENSO
009236* con su secuencia y motivo. Los movimientos que ya proceso una
009237* corrida cortada (hasta la secuencia del checkpoint) quedaron en
009238* el suspenso en esa corrida y no se vuelven a grabar.
009239* Si la partida no puede grabarse (la clave ya esta en MOVSUS)
009240* queda en el informe y la corrida termina con RETURN-CODE 4.
009241*------------------------------------------------------------------
009242  7250-GRABAR-SUSPENSO.
009243      IF SEC-SUSPENSO NOT > SEC-REANUDACION
009244         GO TO 7250-GRABAR-SUSPENSO-EXIT
009245      END-IF.
009246      MOVE FECHA-PROCESO TO MOV-SUS-FECHA-RECHAZO.
009247      IF LOTE-ABIERTO
009248         MOVE LOTE-SUCURSAL TO MOV-SUS-SUCURSAL
009249         MOVE LOTE-FECHA TO MOV-SUS-FECHA-LOTE
009250      ELSE
009251         MOVE SPACES TO MOV-SUS-SUCURSAL
009252         MOVE SPACES TO MOV-SUS-FECHA-LOTE
009253      END-IF.
009254      MOVE SEC-SUSPENSO TO MOV-SUS-SECUENCIA.
009255      MOVE MOV-SUSPENSO TO MOV-SUS-MOVIMIENTO.
009256      MOVE COD-SUSPENSO TO MOV-SUS-COD-MOTIVO.
009257      MOVE MOTIVO-SUSPENSO TO MOV-SUS-MOTIVO.
009258      MOVE "P" TO MOV-SUS-ESTADO.
009259      MOVE ZERO TO MOV-SUS-ID-ELEGIDO.
009260      MOVE ZERO TO MOV-SUS-INTENTOS.
009261      MOVE FECHA-PROCESO TO MOV-SUS-FECHA-PROCESO.
009262      MOVE SPACES TO MOV-SUS-OPERADOR.
009263      MOVE ZERO TO MOV-SUS-FECHA-RESOL.
009264      MOVE SPACES TO MOV-SUS-MOTIVO-CANCEL.
009265      WRITE MOV-SUS-RECORD
009266          INVALID KEY
009267             ADD 1 TO CONT-NO-SUSPENSO
009268             MOVE SPACES TO RESULTADO-LINEA
009269             STRING "NO GRABADO EN SUSPENSO " MOV-SUS-TIPO " "
009270                 MOV-SUS-NOMBRE " SEC " MOV-SUS-SECUENCIA
009271                 " FS=" FS-SUSPENSO
009272                 DELIMITED BY SIZE INTO RESULTADO-LINEA
009273             WRITE RESULTADO-LINEA
009274             GO TO 7250-GRABAR-SUSPENSO-EXIT
009275      END-WRITE.
009276      ADD 1 TO CONT-SUSPENSO.
009277  7250-GRABAR-SUSPENSO-EXIT.
009278      EXIT.
009279
009280*------------------------------------------------------------------
009281* 7300-GRABAR-CHECKPOINT. Deja en MOVCHK la secuencia del ultimo
009282* movimiento procesado, para que una corrida cortada pueda
009290* reanudarse sin reaplicar movimientos.
009300*------------------------------------------------------------------
009310  7300-GRABAR-CHECKPOINT.
009860      EXIT.
009870
009880*------------------------------------------------------------------
009881* 7450-GRABAR-ESTADISTICA. Deja en ARCH-ESTADISTICA el resultado
009882* del lote recien cerrado (aplicado o rechazado entero) para las
009883* estadisticas mensuales por sucursal. Un lote que una corrida
009884* cortada ya habia terminado (su ultima secuencia no pasa la del
009885* checkpoint) quedo grabado en esa corrida y no se repite.
009886*------------------------------------------------------------------
009887  7450-GRABAR-ESTADISTICA.
009888      IF CANT-LOTE > ZERO
009889         IF LOT-SECUENCIA (CANT-LOTE) NOT > SEC-REANUDACION
009890            GO TO 7450-GRABAR-ESTADISTICA-EXIT
009891         END-IF
009892      END-IF.
009893      MOVE FECHA-PROCESO TO MOV-EST-FECHA-PROCESO.
009894      MOVE LOTE-SUCURSAL TO MOV-EST-SUCURSAL.
009895      MOVE LOTE-FECHA TO MOV-EST-FECHA-LOTE.
009896      MOVE LOTE-ACEPTADOS TO MOV-EST-ACEPTADOS.
009897      MOVE LOTE-RECHAZADOS TO MOV-EST-RECHAZADOS.
009898      IF LOTE-MOTIVO NOT = SPACES
009899         MOVE "S" TO MOV-EST-LOTE-RECH
009900      ELSE
009901         MOVE "N" TO MOV-EST-LOTE-RECH
009902      END-IF.
009903      WRITE MOV-EST-RECORD.
009904  7450-GRABAR-ESTADISTICA-EXIT.
009905      EXIT.
009906
009907*------------------------------------------------------------------
009908* 7500-GRABAR-JOURNAL. Graba en ARCH-JOURNAL el registro de
009909* cambio ya armado por el llamador (tipo de operacion e imagenes
009910* antes/despues), estampando la fecha y hora de la operacion.
009920*------------------------------------------------------------------
009930  7500-GRABAR-JOURNAL.
009935      MOVE OPERADOR-LOTE TO REG-JRN-OPERADOR.
009936      MOVE SUCURSAL-MOV TO REG-JRN-SUCURSAL.
009940      MOVE FECHA-PROCESO TO REG-JRN-FECHA.
009950      ACCEPT REG-JRN-HORA FROM TIME.
009960      WRITE REG-JRN-RECORD.
010090      MOVE "N" TO SW-EDAD-VALIDA.
010100      IF MOV-FECHA-NAC IS NOT NUMERIC
010110         MOVE "FECHA NAC NO NUMERICA" TO MOTIVO-RECHAZO
010115         MOVE "FN" TO COD-RECHAZO
010120         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
010130         GO TO 8000-VALIDAR-NACIMIENTO-EXIT
010140      END-IF.
010150      MOVE MOV-FECHA-NAC TO FECHA-NAC.
010160      IF NAC-MM < 1 OR NAC-MM > 12 OR NAC-DD < 1 OR NAC-DD > 31
010170         MOVE "FECHA NAC INVALIDA" TO MOTIVO-RECHAZO
010175         MOVE "FI" TO COD-RECHAZO
010180         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
010190         GO TO 8000-VALIDAR-NACIMIENTO-EXIT
010200      END-IF.
010210      IF FECHA-NAC > FECHA-PROCESO
010220         MOVE "FECHA NAC FUTURA" TO MOTIVO-RECHAZO
010225         MOVE "FF" TO COD-RECHAZO
010230         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
010240         GO TO 8000-VALIDAR-NACIMIENTO-EXIT
010250      END-IF.
010290      END-IF.
010300      IF EDAD-CALCULADA > LIM-EDAD-MAXIMA
010310         MOVE "EDAD SUPERA LA MAXIMA ADMITIDA" TO MOTIVO-RECHAZO
010315         MOVE "EM" TO COD-RECHAZO
010320         PERFORM 7200-RECHAZAR THRU 7200-RECHAZAR-EXIT
010330         GO TO 8000-VALIDAR-NACIMIENTO-EXIT
010340      END-IF.
010510      IF LOTE-ABIERTO
010520         MOVE "LOTE SIN TRAILER (ARCHIVO CORTADO)"
010530             TO LOTE-MOTIVO
010535         MOVE "LT" TO LOTE-COD-MOTIVO
010540         PERFORM 2400-RECHAZAR-LOTE THRU 2400-RECHAZAR-LOTE-EXIT
010550      END-IF.
010560      PERFORM 9100-GRABAR-TRAILER-LOG THRU
010850             DELIMITED BY SIZE INTO RESULTADO-LINEA
010860         WRITE RESULTADO-LINEA
010870      END-IF.
010871      IF CONT-SUSPENSO > ZERO
010872         MOVE SPACES TO RESULTADO-LINEA
010873         STRING "Enviados a suspenso   : " CONT-SUSPENSO
010874             DELIMITED BY SIZE INTO RESULTADO-LINEA
010875         WRITE RESULTADO-LINEA
010876      END-IF.
010877      IF CONT-NO-SUSPENSO > ZERO
010878         MOVE SPACES TO RESULTADO-LINEA
010879         STRING "No grabados en suspenso: " CONT-NO-SUSPENSO
010880             DELIMITED BY SIZE INTO RESULTADO-LINEA
010881         WRITE RESULTADO-LINEA
010882      END-IF.
010883      IF CONT-REANUDADOS > ZERO
010890         MOVE SPACES TO RESULTADO-LINEA
010900         STRING "Salteados (reanudacion): " CONT-REANUDADOS
010901             DELIMITED BY SIZE INTO RESULTADO-LINEA
010902         WRITE RESULTADO-LINEA
010903      END-IF.
010904      IF CONT-REPROCESADAS > ZERO
010905         MOVE SPACES TO RESULTADO-LINEA
010906         STRING "Suspenso reprocesadas : " CONT-REPROCESADAS
010907             " aplicadas " CONT-REPROC-APLIC
010908             " rechazadas " CONT-REPROC-RECH
010910             DELIMITED BY SIZE INTO RESULTADO-LINEA
010920         WRITE RESULTADO-LINEA
010930      END-IF.
010990      CLOSE REGISTRO-LOG.
011000      CLOSE REGISTRO-MASTER.
011010      CLOSE ARCH-JOURNAL.
011012      CLOSE ARCH-SUSPENSO.
011014      CLOSE ARCH-ESTADISTICA.
011020      DISPLAY "Carga de movimientos finalizada.".
011030      DISPLAY "Leidos: " CONT-LEIDOS " Aceptados: " CONT-ACEPTADOS
011040          " Rechazados: " CONT-RECHAZADOS.
011042      IF CONT-NO-SUSPENSO > ZERO
011044         DISPLAY "No grabados en suspenso: " CONT-NO-SUSPENSO
011046         MOVE 4 TO RETURN-CODE
011048      END-IF.
011050      GOBACK.
011060  9999-FINALIZAR-EXIT.
011070      EXIT.
