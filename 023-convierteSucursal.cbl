000010*****************************************************************
000020* PROGRAM-ID : CONVIERTE-SUCURSAL
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Conversion por unica vez al layout con sucursal
000050*               (REGMAE01 con SUCURSAL, REGLOG01 con SUCURSAL en
000060*               el detalle y REGJRN01 con la SUCURSAL de la
000070*               operacion y la de cada imagen):
000080*                 - lee el master anterior renombrado a REGMAEV
000090*                   (64 bytes) y graba el master nuevo en REGMAE;
000100*                 - lee el journal anterior renombrado a REGJRNV
000110*                   (153 bytes) y graba el journal nuevo en
000120*                   REGJRN;
000130*                 - lee el log de intake anterior renombrado a
000140*                   REGLOGV (46 bytes) y graba el nuevo en REGLOG;
000150*                 - si existen, lee las generaciones de archivo
000160*                   anteriores renombradas a REGJRNAV y REGLOGAV y
000170*                   graba las nuevas en REGJRNA y REGLOGA,
000180*                   conservando los registros de control "G"/"Z".
000190*               La sucursal queda en blanco (sin dato) en todo lo
000200*               convertido; la imagen posterior en blanco de las
000210*               bajas fisicas viejas se conserva en blanco para
000220*               RECUPERA-MAESTRO, y el trailer de control de cada
000230*               corrida de REGLOG se conserva tal cual para
000240*               BALANCEO-LOG.
000250*
000260*               Procedimiento de cutover:
000270*                 1. Renombrar REGMAE a REGMAEV, REGJRN a REGJRNV,
000280*                    REGLOG a REGLOGV y, si existen, REGJRNA a
000290*                    REGJRNAV y REGLOGA a REGLOGAV.
000300*                 2. Correr CONVIERTE-SUCURSAL (crea REGMAE,
000310*                    REGJRN, REGLOG y las generaciones con los
000320*                    layouts vigentes).
000330*                 3. Verificar los totales informados.
000340*                 4. Correr DESCARGA-MAESTRO enseguida: el layout
000350*                    de REGBKP tambien cambio y el ultimo
000360*                    resguardo anterior al corte ya no es legible
000370*                    por RECARGA-MAESTRO, asi que tiene que
000380*                    existir un resguardo nuevo antes de retomar
000390*                    la operatoria.
000400*****************************************************************
000410* HISTORIAL DE MODIFICACIONES
000420* FECHA       INICIALES  DESCRIPCION
000430* ----------  ---------  ------------------------------------------
000440* 2026-10-15  JPM        Version inicial.
000450*****************************************************************
000460  IDENTIFICATION DIVISION.
000470  PROGRAM-ID. CONVIERTE-SUCURSAL.
000480  AUTHOR. DEPTO-SISTEMAS.
000490  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000500  DATE-WRITTEN. 15/10/2026.
000510  DATE-COMPILED.
000520
000530  ENVIRONMENT DIVISION.
000540  INPUT-OUTPUT SECTION.
000550  FILE-CONTROL.
000560      SELECT MAESTRO-VIEJO ASSIGN TO "REGMAEV"
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS SEQUENTIAL
000590          RECORD KEY IS VIE-ID
000600          ALTERNATE RECORD KEY IS VIE-NOMBRE
000610              WITH DUPLICATES
000620          FILE STATUS IS FS-VIEJO.
000630      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS SEQUENTIAL
000660          RECORD KEY IS REG-MAE-ID
000670          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000680              WITH DUPLICATES
000690          FILE STATUS IS FS-MAESTRO.
000700      SELECT JOURNAL-VIEJO ASSIGN TO "REGJRNV"
000710          ORGANIZATION IS SEQUENTIAL
000720          FILE STATUS IS FS-JRN-VIEJO.
000730      SELECT ARCH-JOURNAL ASSIGN TO "REGJRN"
000740          ORGANIZATION IS SEQUENTIAL
000750          FILE STATUS IS FS-JOURNAL.
000760      SELECT JRN-ARCHIVO-VIEJO ASSIGN TO "REGJRNAV"
000770          ORGANIZATION IS SEQUENTIAL
000780          FILE STATUS IS FS-JRA-VIEJO.
000790      SELECT ARCH-JRN-ARCHIVO ASSIGN TO "REGJRNA"
000800          ORGANIZATION IS SEQUENTIAL
000810          FILE STATUS IS FS-JRN-ARCHIVO.
000820      SELECT LOG-VIEJO ASSIGN TO "REGLOGV"
000830          ORGANIZATION IS SEQUENTIAL
000840          FILE STATUS IS FS-LOG-VIEJO.
000850      SELECT REGISTRO-LOG ASSIGN TO "REGLOG"
000860          ORGANIZATION IS SEQUENTIAL
000870          FILE STATUS IS FS-LOG.
000880      SELECT LOG-ARCHIVO-VIEJO ASSIGN TO "REGLOGAV"
000890          ORGANIZATION IS SEQUENTIAL
000900          FILE STATUS IS FS-LGA-VIEJO.
000910      SELECT ARCH-LOG-ARCHIVO ASSIGN TO "REGLOGA"
000920          ORGANIZATION IS SEQUENTIAL
000930          FILE STATUS IS FS-LOG-ARCHIVO.
000940
000950  DATA DIVISION.
000960  FILE SECTION.
000970* Layout anterior del master (64 bytes), sin sucursal; solo se
000980* nombran las claves, el resto se copia tal cual.
000990  FD  MAESTRO-VIEJO
001000      LABEL RECORDS ARE STANDARD.
001010  01  VIE-REGISTRO.
001020      05  VIE-ID                PIC 9(06).
001030      05  VIE-NOMBRE            PIC A(20).
001040      05  FILLER                PIC X(38).
001050
001060  FD  REGISTRO-MASTER
001070      LABEL RECORDS ARE STANDARD.
001080      COPY REGMAE01.
001090
001100* Journal anterior (153 bytes) y su generacion de archivo; se leen
001110* sobre JRN-VIEJO de WORKING-STORAGE.
001120  FD  JOURNAL-VIEJO
001130      LABEL RECORDS ARE STANDARD.
001140  01  JRV-REGISTRO              PIC X(153).
001150
001160  FD  ARCH-JOURNAL
001170      LABEL RECORDS ARE STANDARD.
001180      COPY REGJRN01.
001190
001200  FD  JRN-ARCHIVO-VIEJO
001210      LABEL RECORDS ARE STANDARD.
001220  01  JAV-REGISTRO              PIC X(153).
001230
001240  FD  ARCH-JRN-ARCHIVO
001250      LABEL RECORDS ARE STANDARD.
001260  01  JRA-REGISTRO              PIC X(165).
001270
001280* Log de intake anterior (46 bytes) y su generacion de archivo: el
001290* detalle nuevo solo agrega la sucursal al final, y el trailer y
001300* los registros de control "G"/"Z" se completan con blancos.
001310  FD  LOG-VIEJO
001320      LABEL RECORDS ARE STANDARD
001330      RECORD CONTAINS 46 CHARACTERS.
001340  01  LGV-REGISTRO              PIC X(46).
001350
001360  FD  REGISTRO-LOG
001370      LABEL RECORDS ARE STANDARD
001380      RECORD CONTAINS 50 CHARACTERS.
001390      COPY REGLOG01.
001400
001410  FD  LOG-ARCHIVO-VIEJO
001420      LABEL RECORDS ARE STANDARD
001430      RECORD CONTAINS 46 CHARACTERS.
001440  01  LAV-REGISTRO              PIC X(46).
001450
001460  FD  ARCH-LOG-ARCHIVO
001470      LABEL RECORDS ARE STANDARD
001480      RECORD CONTAINS 50 CHARACTERS.
001490  01  LGA-REGISTRO              PIC X(50).
001500
001510  WORKING-STORAGE SECTION.
001520
001530  77  FS-VIEJO        PIC X(02).
001540  77  FS-MAESTRO      PIC X(02).
001550  77  FS-JRN-VIEJO    PIC X(02).
001560  77  FS-JOURNAL      PIC X(02).
001570  77  FS-JRA-VIEJO    PIC X(02).
001580  77  FS-JRN-ARCHIVO  PIC X(02).
001590  77  FS-LOG-VIEJO    PIC X(02).
001600  77  FS-LOG          PIC X(02).
001610  77  FS-LGA-VIEJO    PIC X(02).
001620  77  FS-LOG-ARCHIVO  PIC X(02).
001630
001640  77  SW-FIN-VIEJO    PIC X(01)  VALUE "N".
001650      88  FIN-VIEJO              VALUE "S".
001660  77  SW-FIN-ARCHIVO  PIC X(01)  VALUE "N".
001670      88  FIN-ARCHIVO            VALUE "S".
001680  77  SW-CONVERSION-OK PIC X(01) VALUE "S".
001690      88  CONVERSION-OK          VALUE "S".
001700
001710  77  CONT-CONVERTIDOS PIC 9(06) VALUE ZERO.
001720  77  CONT-JRN-CONVERTIDOS PIC 9(06) VALUE ZERO.
001730  77  CONT-JRA-CONVERTIDOS PIC 9(06) VALUE ZERO.
001740  77  CONT-LOG-CONVERTIDOS PIC 9(06) VALUE ZERO.
001750  77  CONT-LGA-CONVERTIDOS PIC 9(06) VALUE ZERO.
001760
001770* Registro del journal en el layout anterior (cabecera de 25
001780* bytes con tipo, fecha, hora y operador, e imagenes de 64 bytes)
001790* y en el vigente (sucursal despues de la cabecera e imagenes de
001800* 68 bytes).
001810  01  JRN-VIEJO.
001820      05  JRV-CABECERA.
001830          10  JRV-TIPO-OP       PIC X(01).
001840              88  JRV-ES-CONTROL       VALUE "G" "Z".
001850          10  FILLER            PIC X(24).
001860      05  JRV-ANTES             PIC X(64).
001870      05  JRV-DESPUES           PIC X(64).
001880  01  JRN-NUEVO.
001890      05  JRN-CABECERA          PIC X(25).
001900      05  JRN-SUCURSAL          PIC X(04).
001910      05  JRN-ANTES             PIC X(68).
001920      05  JRN-DESPUES           PIC X(68).
001930
001940*****************************************************************
001950* PROCEDURE DIVISION
001960*****************************************************************
001970  PROCEDURE DIVISION.
001980
001990*------------------------------------------------------------------
002000* 0000-MAINLINE.
002010*------------------------------------------------------------------
002020  0000-MAINLINE.
002030      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002040      PERFORM 2000-CONVERTIR-REGISTRO THRU
002050              2000-CONVERTIR-REGISTRO-EXIT
002060          UNTIL FIN-VIEJO.
002070      PERFORM 3000-CONVERTIR-JOURNAL THRU
002080              3000-CONVERTIR-JOURNAL-EXIT.
002090      PERFORM 4000-CONVERTIR-JRN-ARCHIVO THRU
002100              4000-CONVERTIR-JRN-ARCHIVO-EXIT.
002110      PERFORM 5000-CONVERTIR-LOG THRU
002120              5000-CONVERTIR-LOG-EXIT.
002130      PERFORM 6000-CONVERTIR-LOG-ARCHIVO THRU
002140              6000-CONVERTIR-LOG-ARCHIVO-EXIT.
002150      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002160  0000-MAINLINE-EXIT.
002170      EXIT.
002180
002190*------------------------------------------------------------------
002200* 1000-INICIALIZAR. Abre el master anterior (renombrado a
002210* REGMAEV) en INPUT y el master nuevo en OUTPUT, y lee el primer
002220* registro viejo.
002230*------------------------------------------------------------------
002240  1000-INICIALIZAR.
002250      OPEN INPUT MAESTRO-VIEJO.
002260      IF FS-VIEJO NOT = "00"
002270         DISPLAY "No se pudo abrir REGMAEV. FS=" FS-VIEJO
002280         DISPLAY "Renombrar el master anterior a REGMAEV antes"
002290         DISPLAY "de correr la conversion."
002300         MOVE "N" TO SW-CONVERSION-OK
002310         MOVE "S" TO SW-FIN-VIEJO
002320         GO TO 1000-INICIALIZAR-EXIT
002330      END-IF.
002340      OPEN OUTPUT REGISTRO-MASTER.
002350      READ MAESTRO-VIEJO
002360          AT END MOVE "S" TO SW-FIN-VIEJO
002370      END-READ.
002380  1000-INICIALIZAR-EXIT.
002390      EXIT.
002400
002410*------------------------------------------------------------------
002420* 2000-CONVERTIR-REGISTRO. Copia el registro viejo corriente al
002430* master nuevo con la sucursal en blanco y avanza al siguiente.
002440*------------------------------------------------------------------
002450  2000-CONVERTIR-REGISTRO.
002460      MOVE VIE-REGISTRO TO REG-MAE-RECORD.
002470      MOVE SPACES TO REG-MAE-SUCURSAL.
002480      WRITE REG-MAE-RECORD
002490          INVALID KEY
002500             DISPLAY "No se pudo grabar el ID " REG-MAE-ID
002510                 " FS=" FS-MAESTRO
002520             MOVE "N" TO SW-CONVERSION-OK
002530          NOT INVALID KEY
002540             ADD 1 TO CONT-CONVERTIDOS
002550      END-WRITE.
002560      READ MAESTRO-VIEJO
002570          AT END MOVE "S" TO SW-FIN-VIEJO
002580      END-READ.
002590  2000-CONVERTIR-REGISTRO-EXIT.
002600      EXIT.
002610
002620*------------------------------------------------------------------
002630* 3000-CONVERTIR-JOURNAL. Convierte el journal anterior
002640* (renombrado a REGJRNV) al layout vigente de REGJRN01 y lo graba
002650* completo en el REGJRN nuevo. Si el journal anterior no existe
002660* no hay nada que convertir.
002670*------------------------------------------------------------------
002680  3000-CONVERTIR-JOURNAL.
002690      OPEN INPUT JOURNAL-VIEJO.
002700      IF FS-JRN-VIEJO = "35"
002710         DISPLAY "No existe REGJRNV; sin journal que convertir."
002720         GO TO 3000-CONVERTIR-JOURNAL-EXIT
002730      END-IF.
002740      IF FS-JRN-VIEJO NOT = "00"
002750         DISPLAY "No se pudo abrir REGJRNV. FS=" FS-JRN-VIEJO
002760         MOVE "N" TO SW-CONVERSION-OK
002770         GO TO 3000-CONVERTIR-JOURNAL-EXIT
002780      END-IF.
002790      OPEN OUTPUT ARCH-JOURNAL.
002800      MOVE "N" TO SW-FIN-ARCHIVO.
002810      PERFORM 3100-CONVERTIR-JRN-REG THRU
002820              3100-CONVERTIR-JRN-REG-EXIT
002830          UNTIL FIN-ARCHIVO.
002840      CLOSE JOURNAL-VIEJO.
002850      CLOSE ARCH-JOURNAL.
002860  3000-CONVERTIR-JOURNAL-EXIT.
002870      EXIT.
002880
002890*------------------------------------------------------------------
002900* 3100-CONVERTIR-JRN-REG. Lee el proximo registro del journal
002910* viejo y lo graba en el layout vigente.
002920*------------------------------------------------------------------
002930  3100-CONVERTIR-JRN-REG.
002940      READ JOURNAL-VIEJO INTO JRN-VIEJO
002950          AT END MOVE "S" TO SW-FIN-ARCHIVO
002960      END-READ.
002970      IF FIN-ARCHIVO
002980         GO TO 3100-CONVERTIR-JRN-REG-EXIT
002990      END-IF.
003000      PERFORM 3200-ARMAR-JRN-NUEVO THRU 3200-ARMAR-JRN-NUEVO-EXIT.
003010      WRITE REG-JRN-RECORD FROM JRN-NUEVO.
003020      ADD 1 TO CONT-JRN-CONVERTIDOS.
003030  3100-CONVERTIR-JRN-REG-EXIT.
003040      EXIT.
003050
003060*------------------------------------------------------------------
003070* 3200-ARMAR-JRN-NUEVO. Arma en JRN-NUEVO el registro vigente a
003080* partir de JRN-VIEJO: la cabecera se copia tal cual, la sucursal
003090* de la operacion queda en blanco y cada imagen se completa con la
003100* sucursal en blanco (una imagen en blanco sigue en blanco). Los
003110* registros de control "G"/"Z" de las generaciones se copian tal
003120* cual, completados con blancos.
003130*------------------------------------------------------------------
003140  3200-ARMAR-JRN-NUEVO.
003150      IF JRV-ES-CONTROL
003160         MOVE JRN-VIEJO TO JRN-NUEVO
003170         GO TO 3200-ARMAR-JRN-NUEVO-EXIT
003180      END-IF.
003190      MOVE JRV-CABECERA TO JRN-CABECERA.
003200      MOVE SPACES TO JRN-SUCURSAL.
003210      MOVE JRV-ANTES TO JRN-ANTES.
003220      MOVE JRV-DESPUES TO JRN-DESPUES.
003230  3200-ARMAR-JRN-NUEVO-EXIT.
003240      EXIT.
003250
003260*------------------------------------------------------------------
003270* 4000-CONVERTIR-JRN-ARCHIVO. Convierte la generacion de archivo
003280* del journal (renombrada a REGJRNAV), si existe, a REGJRNA.
003290*------------------------------------------------------------------
003300  4000-CONVERTIR-JRN-ARCHIVO.
003310      OPEN INPUT JRN-ARCHIVO-VIEJO.
003320      IF FS-JRA-VIEJO = "35"
003330         DISPLAY "No existe REGJRNAV; sin archivo de journal que"
003340         DISPLAY "convertir."
003350         GO TO 4000-CONVERTIR-JRN-ARCHIVO-EXIT
003360      END-IF.
003370      IF FS-JRA-VIEJO NOT = "00"
003380         DISPLAY "No se pudo abrir REGJRNAV. FS=" FS-JRA-VIEJO
003390         MOVE "N" TO SW-CONVERSION-OK
003400         GO TO 4000-CONVERTIR-JRN-ARCHIVO-EXIT
003410      END-IF.
003420      OPEN OUTPUT ARCH-JRN-ARCHIVO.
003430      MOVE "N" TO SW-FIN-ARCHIVO.
003440      PERFORM 4100-CONVERTIR-JRA-REG THRU
003450              4100-CONVERTIR-JRA-REG-EXIT
003460          UNTIL FIN-ARCHIVO.
003470      CLOSE JRN-ARCHIVO-VIEJO.
003480      CLOSE ARCH-JRN-ARCHIVO.
003490  4000-CONVERTIR-JRN-ARCHIVO-EXIT.
003500      EXIT.
003510
003520*------------------------------------------------------------------
003530* 4100-CONVERTIR-JRA-REG. Lee el proximo registro de la generacion
003540* vieja del journal y lo graba en el layout vigente.
003550*------------------------------------------------------------------
003560  4100-CONVERTIR-JRA-REG.
003570      READ JRN-ARCHIVO-VIEJO INTO JRN-VIEJO
003580          AT END MOVE "S" TO SW-FIN-ARCHIVO
003590      END-READ.
003600      IF FIN-ARCHIVO
003610         GO TO 4100-CONVERTIR-JRA-REG-EXIT
003620      END-IF.
003630      PERFORM 3200-ARMAR-JRN-NUEVO THRU 3200-ARMAR-JRN-NUEVO-EXIT.
003640      WRITE JRA-REGISTRO FROM JRN-NUEVO.
003650      ADD 1 TO CONT-JRA-CONVERTIDOS.
003660  4100-CONVERTIR-JRA-REG-EXIT.
003670      EXIT.
003680
003690*------------------------------------------------------------------
003700* 5000-CONVERTIR-LOG. Convierte el log de intake anterior
003710* (renombrado a REGLOGV), si existe, al REGLOG nuevo.
003720*------------------------------------------------------------------
003730  5000-CONVERTIR-LOG.
003740      OPEN INPUT LOG-VIEJO.
003750      IF FS-LOG-VIEJO = "35"
003760         DISPLAY "No existe REGLOGV; sin log que convertir."
003770         GO TO 5000-CONVERTIR-LOG-EXIT
003780      END-IF.
003790      IF FS-LOG-VIEJO NOT = "00"
003800         DISPLAY "No se pudo abrir REGLOGV. FS=" FS-LOG-VIEJO
003810         MOVE "N" TO SW-CONVERSION-OK
003820         GO TO 5000-CONVERTIR-LOG-EXIT
003830      END-IF.
003840      OPEN OUTPUT REGISTRO-LOG.
003850      MOVE "N" TO SW-FIN-ARCHIVO.
003860      PERFORM 5100-CONVERTIR-LOG-REG THRU
003870              5100-CONVERTIR-LOG-REG-EXIT
003880          UNTIL FIN-ARCHIVO.
003890      CLOSE LOG-VIEJO.
003900      CLOSE REGISTRO-LOG.
003910  5000-CONVERTIR-LOG-EXIT.
003920      EXIT.
003930
003940*------------------------------------------------------------------
003950* 5100-CONVERTIR-LOG-REG. Lee el proximo registro del log viejo y
003960* lo graba con la sucursal del detalle en blanco.
003970*------------------------------------------------------------------
003980  5100-CONVERTIR-LOG-REG.
003990      READ LOG-VIEJO
004000          AT END MOVE "S" TO SW-FIN-ARCHIVO
004010      END-READ.
004020      IF FIN-ARCHIVO
004030         GO TO 5100-CONVERTIR-LOG-REG-EXIT
004040      END-IF.
004050      MOVE LGV-REGISTRO TO REG-LOG-RECORD.
004060      WRITE REG-LOG-RECORD.
004070      ADD 1 TO CONT-LOG-CONVERTIDOS.
004080  5100-CONVERTIR-LOG-REG-EXIT.
004090      EXIT.
004100
004110*------------------------------------------------------------------
004120* 6000-CONVERTIR-LOG-ARCHIVO. Convierte la generacion de archivo
004130* del log de intake (renombrada a REGLOGAV), si existe, a REGLOGA.
004140*------------------------------------------------------------------
004150  6000-CONVERTIR-LOG-ARCHIVO.
004160      OPEN INPUT LOG-ARCHIVO-VIEJO.
004170      IF FS-LGA-VIEJO = "35"
004180         DISPLAY "No existe REGLOGAV; sin archivo de log que"
004190         DISPLAY "convertir."
004200         GO TO 6000-CONVERTIR-LOG-ARCHIVO-EXIT
004210      END-IF.
004220      IF FS-LGA-VIEJO NOT = "00"
004230         DISPLAY "No se pudo abrir REGLOGAV. FS=" FS-LGA-VIEJO
004240         MOVE "N" TO SW-CONVERSION-OK
004250         GO TO 6000-CONVERTIR-LOG-ARCHIVO-EXIT
004260      END-IF.
004270      OPEN OUTPUT ARCH-LOG-ARCHIVO.
004280      MOVE "N" TO SW-FIN-ARCHIVO.
004290      PERFORM 6100-CONVERTIR-LGA-REG THRU
004300              6100-CONVERTIR-LGA-REG-EXIT
004310          UNTIL FIN-ARCHIVO.
004320      CLOSE LOG-ARCHIVO-VIEJO.
004330      CLOSE ARCH-LOG-ARCHIVO.
004340  6000-CONVERTIR-LOG-ARCHIVO-EXIT.
004350      EXIT.
004360
004370*------------------------------------------------------------------
004380* 6100-CONVERTIR-LGA-REG. Lee el proximo registro de la generacion
004390* vieja del log y lo graba completado con blancos.
004400*------------------------------------------------------------------
004410  6100-CONVERTIR-LGA-REG.
004420      READ LOG-ARCHIVO-VIEJO
004430          AT END MOVE "S" TO SW-FIN-ARCHIVO
004440      END-READ.
004450      IF FIN-ARCHIVO
004460         GO TO 6100-CONVERTIR-LGA-REG-EXIT
004470      END-IF.
004480      MOVE LAV-REGISTRO TO LGA-REGISTRO.
004490      WRITE LGA-REGISTRO.
004500      ADD 1 TO CONT-LGA-CONVERTIDOS.
004510  6100-CONVERTIR-LGA-REG-EXIT.
004520      EXIT.
004530
004540*------------------------------------------------------------------
004550* 9999-FINALIZAR. Cierra los archivos e informa el resultado de
004560* la conversion.
004570*------------------------------------------------------------------
004580  9999-FINALIZAR.
004590      IF FS-VIEJO = "00" OR FS-VIEJO = "10"
004600         CLOSE MAESTRO-VIEJO
004610         CLOSE REGISTRO-MASTER
004620      END-IF.
004630      IF CONVERSION-OK
004640         DISPLAY "Conversion de sucursal terminada."
004650         DISPLAY "Registros del master   : " CONT-CONVERTIDOS
004660         DISPLAY "Registros del journal  : " CONT-JRN-CONVERTIDOS
004670         DISPLAY "Archivo del journal    : " CONT-JRA-CONVERTIDOS
004680         DISPLAY "Registros del log      : " CONT-LOG-CONVERTIDOS
004690         DISPLAY "Archivo del log        : " CONT-LGA-CONVERTIDOS
004700         DISPLAY "Correr DESCARGA-MAESTRO antes de retomar la"
004710         DISPLAY "operatoria (el resguardo anterior ya no es"
004720         DISPLAY "legible con el layout nuevo)."
004730      ELSE
004740         DISPLAY "CONVERSION CON ERRORES: revisar antes de usar"
004750         DISPLAY "los archivos nuevos."
004760         MOVE 8 TO RETURN-CODE
004770      END-IF.
004780      STOP RUN.
004790  9999-FINALIZAR-EXIT.
004800      EXIT.
004810
004820  END PROGRAM CONVIERTE-SUCURSAL.
