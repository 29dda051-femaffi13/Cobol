000010*****************************************************************
000020* PROGRAM-ID : ANONIMIZA-BAJAS
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Depuracion periodica de datos personales de los
000050*               registrantes dados de baja hace mas anios que
000060*               PAR-ANIOS-RETENCION de PARAMFIL. A cada uno le
000070*               reemplaza el NOMBRE por NOMBRE-ANONIMO
000080*               (ANONIM01) y pone en cero la fecha de nacimiento
000090*               en REGMAE, en cada imagen del journal REGJRN y de
000100*               su archivo REGJRNA, en el log de intake REGLOG y
000110*               su archivo REGLOGA, en las solicitudes cerradas de
000120*               PENAPR y en las partidas cerradas de MOVSUS con su
000130*               ID elegido, y deja en blanco domicilio, telefono y
000140*               e-mail en REGCON.
000150*
000160*               Se conservan el ID, las fechas de alta, de
000170*               modificacion y de baja, el estado, el motivo, la
000180*               sucursal y la EDAD (que suma el trailer de
000190*               REGLOG), y no se agregan ni se quitan registros:
000200*               BALANCEO-LOG, INFORME-POBLACION y los registros de
000210*               control "G"/"Z" de las generaciones de archivo
000220*               siguen balanceando.
000230*
000240*               No se anonimiza a quien tiene un movimiento
000250*               abierto en el suspenso MOVSUS (por su ID elegido o
000260*               por su NOMBRE) ni una solicitud pendiente en
000270*               PENAPR; queda para una corrida posterior. El
000280*               master se anonimiza ultimo, para que una corrida
000290*               interrumpida se pueda repetir y complete lo que
000300*               falto.
000310*
000320*               Cada corrida emite el certificado ANORPT con los
000330*               ID anonimizados, los archivos tocados para cada
000340*               uno, los ID no anonimizados con su motivo y los
000350*               totales por archivo.
000360*
000370*               Procedimiento: correr con la operatoria detenida,
000380*               igual que ARCHIVA-HISTORICOS, porque se reescriben
000390*               en su lugar el journal y el log de intake vivos.
000400*****************************************************************
000410* HISTORIAL DE MODIFICACIONES
000420* FECHA       INICIALES  DESCRIPCION
000430* ----------  ---------  ------------------------------------------
000440* 2026-10-15  JPM        Version inicial.
000450*****************************************************************
000460  IDENTIFICATION DIVISION.
000470  PROGRAM-ID. ANONIMIZA-BAJAS.
000480  AUTHOR. DEPTO-SISTEMAS.
000490  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000500  DATE-WRITTEN. 15/10/2026.
000510  DATE-COMPILED.
000520
000530  ENVIRONMENT DIVISION.
000540  INPUT-OUTPUT SECTION.
000550  FILE-CONTROL.
000560      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000570          ORGANIZATION IS INDEXED
000580          ACCESS MODE IS DYNAMIC
000590          RECORD KEY IS REG-MAE-ID
000600          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000610              WITH DUPLICATES
000620          FILE STATUS IS FS-MAESTRO.
000630      SELECT ARCH-CONTACTOS ASSIGN TO "REGCON"
000640          ORGANIZATION IS INDEXED
000650          ACCESS MODE IS DYNAMIC
000660          RECORD KEY IS REG-CON-ID
000670          FILE STATUS IS FS-CONTACTOS.
000680      SELECT ARCH-JOURNAL ASSIGN TO "REGJRN"
000690          ORGANIZATION IS SEQUENTIAL
000700          FILE STATUS IS FS-JOURNAL.
000710      SELECT ARCH-JRN-ARCHIVO ASSIGN TO "REGJRNA"
000720          ORGANIZATION IS SEQUENTIAL
000730          FILE STATUS IS FS-JRN-ARCHIVO.
000740      SELECT REGISTRO-LOG ASSIGN TO "REGLOG"
000750          ORGANIZATION IS SEQUENTIAL
000760          FILE STATUS IS FS-LOG.
000770      SELECT ARCH-LOG-ARCHIVO ASSIGN TO "REGLOGA"
000780          ORGANIZATION IS SEQUENTIAL
000790          FILE STATUS IS FS-LOG-ARCHIVO.
000800      SELECT ARCH-PENDIENTES ASSIGN TO "PENAPR"
000810          ORGANIZATION IS INDEXED
000820          ACCESS MODE IS DYNAMIC
000830          RECORD KEY IS PEN-APR-CLAVE
000840          ALTERNATE RECORD KEY IS PEN-APR-ID
000850              WITH DUPLICATES
000860          FILE STATUS IS FS-PENDIENTES.
000870      SELECT ARCH-SUSPENSO ASSIGN TO "MOVSUS"
000880          ORGANIZATION IS INDEXED
000890          ACCESS MODE IS DYNAMIC
000900          RECORD KEY IS MOV-SUS-CLAVE
000910          FILE STATUS IS FS-SUSPENSO.
000920      SELECT ARCH-PARAMETROS ASSIGN TO "PARAMFIL"
000930          ORGANIZATION IS LINE SEQUENTIAL
000940          FILE STATUS IS FS-PARAMETROS.
000950      SELECT ARCH-INFORME ASSIGN TO "ANORPT"
000960          ORGANIZATION IS LINE SEQUENTIAL.
000970
000980  DATA DIVISION.
000990  FILE SECTION.
001000  FD  REGISTRO-MASTER
001010      LABEL RECORDS ARE STANDARD.
001020      COPY REGMAE01.
001030
001040  FD  ARCH-CONTACTOS
001050      LABEL RECORDS ARE STANDARD.
001060      COPY REGCON01.
001070
001080* El journal vivo y su archivo de generaciones se leen y se
001090* reescriben sobre la imagen REG-JRN-RECORD de WORKING-STORAGE;
001100* el archivo intercala los registros de control "G"/"Z" de cada
001110* corte.
001120  FD  ARCH-JOURNAL
001130      LABEL RECORDS ARE STANDARD.
001140  01  JRN-REGISTRO              PIC X(165).
001150
001160  FD  ARCH-JRN-ARCHIVO
001170      LABEL RECORDS ARE STANDARD.
001180  01  JRA-REGISTRO              PIC X(165).
001190
001200* Igual para el log de intake vivo y su archivo de generaciones.
001210  FD  REGISTRO-LOG
001220      LABEL RECORDS ARE STANDARD
001230      RECORD CONTAINS 50 CHARACTERS.
001240  01  LOG-REGISTRO              PIC X(50).
001250
001260  FD  ARCH-LOG-ARCHIVO
001270      LABEL RECORDS ARE STANDARD
001280      RECORD CONTAINS 50 CHARACTERS.
001290  01  LGA-REGISTRO              PIC X(50).
001300
001310  FD  ARCH-PENDIENTES
001320      LABEL RECORDS ARE STANDARD.
001330      COPY PENAPR01.
001340
001350  FD  ARCH-SUSPENSO
001360      LABEL RECORDS ARE STANDARD.
001370      COPY MOVSUS01.
001380
001390  FD  ARCH-PARAMETROS
001400      LABEL RECORDS ARE STANDARD.
001410      COPY REGPAR01.
001420
001430  FD  ARCH-INFORME
001440      LABEL RECORDS ARE STANDARD.
001450  01  INFORME-LINEA             PIC X(100).
001460
001470  WORKING-STORAGE SECTION.
001480
001490  77  FS-MAESTRO      PIC X(02).
001500  77  FS-CONTACTOS    PIC X(02).
001510  77  FS-JOURNAL      PIC X(02).
001520  77  FS-JRN-ARCHIVO  PIC X(02).
001530  77  FS-LOG          PIC X(02).
001540  77  FS-LOG-ARCHIVO  PIC X(02).
001550  77  FS-PENDIENTES   PIC X(02).
001560  77  FS-SUSPENSO     PIC X(02).
001570  77  FS-PARAMETROS   PIC X(02).
001580
001590  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
001600      88  PARAM-ERROR            VALUE "S".
001602  77  SW-ARCHIVO-ERROR PIC X(01) VALUE "N".
001604      88  ARCHIVO-ERROR          VALUE "S".
001610  77  SW-FIN-MAESTRO  PIC X(01)  VALUE "N".
001620      88  FIN-MAESTRO            VALUE "S".
001630  77  SW-FIN-ARCHIVO  PIC X(01)  VALUE "N".
001640      88  FIN-ARCHIVO            VALUE "S".
001650  77  SW-FIN-PENDIENTES PIC X(01) VALUE "N".
001660      88  FIN-PENDIENTES         VALUE "S".
001670  77  SW-TABLA-LLENA  PIC X(01)  VALUE "N".
001680      88  TABLA-LLENA            VALUE "S".
001690  77  SW-CAND-HALLADO PIC X(01)  VALUE "N".
001700      88  CAND-HALLADO           VALUE "S".
001710  77  SW-IMAGEN-TOCADA PIC X(01) VALUE "N".
001720      88  IMAGEN-TOCADA          VALUE "S".
001730  77  SW-MAESTRO-ABIERTO PIC X(01) VALUE "N".
001740      88  MAESTRO-ABIERTO        VALUE "S".
001750  77  SW-CONTACTOS-ABIERTO PIC X(01) VALUE "N".
001760      88  CONTACTOS-ABIERTO      VALUE "S".
001770  77  SW-PENDIENTES-ABIERTO PIC X(01) VALUE "N".
001780      88  PENDIENTES-ABIERTO     VALUE "S".
001790  77  SW-SUSPENSO-ABIERTO PIC X(01) VALUE "N".
001800      88  SUSPENSO-ABIERTO       VALUE "S".
001810
001820  77  FECHA-HOY       PIC 9(08)  VALUE ZERO.
001830  77  ANIOS-RETENCION PIC 9(02)  VALUE ZERO.
001840  77  BUSQ-ID         PIC 9(06)  VALUE ZERO.
001850  77  OPERADOR-LOTE   PIC X(08).
001860  77  USR-NOM-VARIABLE PIC X(04) VALUE "USER".
001870  77  USR-VALOR        PIC X(20).
001880  77  MOTIVO-TEXTO    PIC X(30).
001890  77  CONTACTO-TEXTO  PIC X(02).
001900
001910* Totales de la corrida: bajas halladas dentro del plazo de
001920* depuracion, anonimizadas y no anonimizadas, y registros
001930* reescritos en cada archivo.
001940  77  TOT-CANDIDATOS  PIC 9(06)  VALUE ZERO.
001950  77  TOT-ANONIMIZADOS PIC 9(06) VALUE ZERO.
001960  77  TOT-RECHAZADOS  PIC 9(06)  VALUE ZERO.
001970  77  TOT-MAESTRO     PIC 9(06)  VALUE ZERO.
001980  77  TOT-CONTACTOS   PIC 9(06)  VALUE ZERO.
001990  77  TOT-JOURNAL     PIC 9(06)  VALUE ZERO.
002000  77  TOT-JRN-ARCHIVO PIC 9(06)  VALUE ZERO.
002010  77  TOT-LOG         PIC 9(06)  VALUE ZERO.
002020  77  TOT-LOG-ARCHIVO PIC 9(06)  VALUE ZERO.
002030  77  TOT-PENDIENTES  PIC 9(06)  VALUE ZERO.
002040  77  TOT-SUSPENSO    PIC 9(06)  VALUE ZERO.
002050
002060* Estado de cada archivo en la corrida, para el certificado:
002070* "TOCADO", "SIN CAMBIOS" o "NO EXISTE".
002080  77  EST-CONTACTOS   PIC X(11)  VALUE SPACES.
002090  77  EST-JOURNAL     PIC X(11)  VALUE SPACES.
002100  77  EST-JRN-ARCHIVO PIC X(11)  VALUE SPACES.
002110  77  EST-LOG         PIC X(11)  VALUE SPACES.
002120  77  EST-LOG-ARCHIVO PIC X(11)  VALUE SPACES.
002130  77  EST-PENDIENTES  PIC X(11)  VALUE SPACES.
002140  77  EST-SUSPENSO    PIC X(11)  VALUE SPACES.
002150  77  EST-MAESTRO     PIC X(11)  VALUE SPACES.
002160
002170      COPY ANONIM01.
002180
002190  01  FECHA-CORTE            PIC 9(08)  VALUE ZERO.
002200  01  FECHA-CORTE-DET REDEFINES FECHA-CORTE.
002210      05  CORTE-AAAA         PIC 9(04).
002220      05  CORTE-MMDD         PIC 9(04).
002230
002240* Imagenes de trabajo del journal y del log de intake.
002250      COPY REGJRN01.
002260      COPY REGLOG01.
002270
002280* Bajas a anonimizar, en orden de ID (se cargan leyendo el master
002290* por su clave), con los registros tocados de cada archivo.
002300  77  CANT-CAND       PIC 9(04)  VALUE ZERO.
002310  77  SUB-CAND        PIC 9(04).
002320  01  TABLA-CANDIDATOS.
002330      05  CANDIDATO-ENTRADA OCCURS 2000 TIMES.
002340          10  CAN-ID            PIC 9(06).
002350          10  CAN-NOMBRE        PIC A(20).
002360          10  CAN-FECHA-BAJA    PIC 9(08).
002370          10  CAN-ESTADO        PIC X(01).
002380              88  CAN-APTO             VALUE "A".
002390              88  CAN-RECHAZADO        VALUE "R".
002400          10  CAN-MOTIVO        PIC X(30).
002410          10  CAN-CONTACTO      PIC X(01).
002420          10  CAN-CANT-JRN      PIC 9(04).
002430          10  CAN-CANT-JRA      PIC 9(04).
002440          10  CAN-CANT-LOG      PIC 9(04).
002450          10  CAN-CANT-LGA      PIC 9(04).
002460          10  CAN-CANT-PEN      PIC 9(04).
002470          10  CAN-CANT-SUS      PIC 9(04).
002480
002490*****************************************************************
002500* PROCEDURE DIVISION
002510*****************************************************************
002520  PROCEDURE DIVISION.
002530
002540*------------------------------------------------------------------
002550* 0000-MAINLINE.
002560*------------------------------------------------------------------
002570  0000-MAINLINE.
002580      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002590      IF PARAM-ERROR
002600         GO TO 0000-MAINLINE-FIN
002610      END-IF.
002620      PERFORM 2000-SELECCIONAR-BAJAS THRU
002630              2000-SELECCIONAR-BAJAS-EXIT.
002632      PERFORM 3000-CONTROLAR-SUSPENSO THRU
002634              3000-CONTROLAR-SUSPENSO-EXIT.
002636      IF PARAM-ERROR
002638         GO TO 0000-MAINLINE-FIN
002640      END-IF.
002642      PERFORM 3500-CONTROLAR-PENDIENTES THRU
002644              3500-CONTROLAR-PENDIENTES-EXIT.
002646      IF PARAM-ERROR
002648         GO TO 0000-MAINLINE-FIN
002650      END-IF.
002680      IF TOT-ANONIMIZADOS > ZERO
002690         PERFORM 4000-ANONIMIZAR-JOURNAL THRU
002700                 4000-ANONIMIZAR-JOURNAL-EXIT
002710         PERFORM 4100-ANONIMIZAR-JRN-ARCHIVO THRU
002720                 4100-ANONIMIZAR-JRN-ARCHIVO-EXIT
002730         PERFORM 4300-ANONIMIZAR-LOG THRU
002740                 4300-ANONIMIZAR-LOG-EXIT
002750         PERFORM 4400-ANONIMIZAR-LOG-ARCHIVO THRU
002760                 4400-ANONIMIZAR-LOG-ARCHIVO-EXIT
002770         PERFORM 4600-ANONIMIZAR-PENDIENTES THRU
002780                 4600-ANONIMIZAR-PENDIENTES-EXIT
002790         PERFORM 4700-ANONIMIZAR-SUSPENSO THRU
002800                 4700-ANONIMIZAR-SUSPENSO-EXIT
002805         IF NOT ARCHIVO-ERROR
002810            PERFORM 5000-ANONIMIZAR-MAESTRO THRU
002815                    5000-ANONIMIZAR-MAESTRO-EXIT
002820         END-IF
002830      END-IF.
002840      PERFORM 6000-EMITIR-CERTIFICADO THRU
002850              6000-EMITIR-CERTIFICADO-EXIT.
002860  0000-MAINLINE-FIN.
002870      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002880  0000-MAINLINE-EXIT.
002890      EXIT.
002900
002910*------------------------------------------------------------------
002920* 1000-INICIALIZAR. Toma la fecha del dia y el usuario del lote,
002930* lee los anios de retencion de PARAMFIL y calcula la fecha de
002940* corte: se anonimizan las bajas anteriores a ella. Abre el master
002950* y el certificado.
002960*------------------------------------------------------------------
002970  1000-INICIALIZAR.
002980      DISPLAY "****** Anonimizacion de bajas ******".
002990      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
003000      DISPLAY USR-NOM-VARIABLE UPON ENVIRONMENT-NAME.
003010      ACCEPT USR-VALOR FROM ENVIRONMENT-VALUE.
003020      MOVE USR-VALOR TO OPERADOR-LOTE.
003030      OPEN OUTPUT ARCH-INFORME.
003040      MOVE SPACES TO INFORME-LINEA.
003050      STRING "CERTIFICADO DE ANONIMIZACION DE BAJAS - corrida "
003060          "del " FECHA-HOY " por " OPERADOR-LOTE
003070          DELIMITED BY SIZE INTO INFORME-LINEA.
003080      WRITE INFORME-LINEA.
003090      MOVE SPACES TO INFORME-LINEA.
003100      WRITE INFORME-LINEA.
003110      PERFORM 1200-LEER-PARAMETROS THRU
003120              1200-LEER-PARAMETROS-EXIT.
003130      IF PARAM-ERROR
003140         MOVE "Corrida rechazada: PARAMFIL vacio o invalido."
003150             TO INFORME-LINEA
003160         WRITE INFORME-LINEA
003170         GO TO 1000-INICIALIZAR-EXIT
003180      END-IF.
003190      MOVE FECHA-HOY TO FECHA-CORTE.
003200      SUBTRACT ANIOS-RETENCION FROM CORTE-AAAA.
003210      MOVE SPACES TO INFORME-LINEA.
003220      STRING "Retencion " ANIOS-RETENCION " anios: se anonimizan "
003230          "las bajas anteriores al " FECHA-CORTE "."
003240          DELIMITED BY SIZE INTO INFORME-LINEA.
003250      WRITE INFORME-LINEA.
003260      MOVE SPACES TO INFORME-LINEA.
003270      WRITE INFORME-LINEA.
003280      OPEN I-O REGISTRO-MASTER.
003290      IF FS-MAESTRO NOT = "00"
003300         DISPLAY "No se pudo abrir REGMAE. FS=" FS-MAESTRO
003310         MOVE "Corrida rechazada: no se pudo abrir REGMAE."
003320             TO INFORME-LINEA
003330         WRITE INFORME-LINEA
003340         MOVE "S" TO SW-PARAM-ERROR
003350         GO TO 1000-INICIALIZAR-EXIT
003360      END-IF.
003370      MOVE "S" TO SW-MAESTRO-ABIERTO.
003380  1000-INICIALIZAR-EXIT.
003390      EXIT.
003400
003410*------------------------------------------------------------------
003420* 1200-LEER-PARAMETROS. Lee el registro unico de PARAMFIL y toma
003430* de el los anios de retencion de los datos de una baja. Si el
003440* archivo falta, esta vacio o trae valores invalidos, deja
003450* PARAM-ERROR prendido para que la corrida se rechace con mensaje.
003460*------------------------------------------------------------------
003470  1200-LEER-PARAMETROS.
003480      OPEN INPUT ARCH-PARAMETROS.
003490      IF FS-PARAMETROS NOT = "00"
003500         MOVE "S" TO SW-PARAM-ERROR
003510         DISPLAY "No se pudo abrir PARAMFIL. FS=" FS-PARAMETROS
003520         DISPLAY "Corrida rechazada: falta el archivo de"
003530         DISPLAY "parametros."
003540         GO TO 1200-LEER-PARAMETROS-EXIT
003550      END-IF.
003560      READ ARCH-PARAMETROS
003570          AT END MOVE "S" TO SW-PARAM-ERROR
003580      END-READ.
003590      IF NOT PARAM-ERROR
003600         IF PAR-REGISTRO IS NOT NUMERIC
003610            MOVE "S" TO SW-PARAM-ERROR
003620         ELSE
003630            IF PAR-ANIOS-RETENCION < 1
003640               MOVE "S" TO SW-PARAM-ERROR
003650            END-IF
003660         END-IF
003670      END-IF.
003680      CLOSE ARCH-PARAMETROS.
003690      IF PARAM-ERROR
003700         DISPLAY "Corrida rechazada: PARAMFIL vacio o con"
003710         DISPLAY "parametros invalidos."
003720      ELSE
003730         MOVE PAR-ANIOS-RETENCION TO ANIOS-RETENCION
003740      END-IF.
003750  1200-LEER-PARAMETROS-EXIT.
003760      EXIT.
003770
003780*------------------------------------------------------------------
003790* 2000-SELECCIONAR-BAJAS. Recorre el master por ID y carga en
003800* TABLA-CANDIDATOS las bajas con fecha de baja anterior al corte
003810* que todavia no fueron anonimizadas. Si la tabla se llena, el
003820* resto queda para la corrida siguiente.
003830*------------------------------------------------------------------
003840  2000-SELECCIONAR-BAJAS.
003850      MOVE ZERO TO REG-MAE-ID.
003860      START REGISTRO-MASTER KEY NOT < REG-MAE-ID
003870          INVALID KEY MOVE "S" TO SW-FIN-MAESTRO
003880      END-START.
003890      PERFORM 2100-EVALUAR-REGISTRANTE THRU
003900              2100-EVALUAR-REGISTRANTE-EXIT
003910          UNTIL FIN-MAESTRO.
003920      DISPLAY "Bajas a anonimizar: " TOT-CANDIDATOS.
003930  2000-SELECCIONAR-BAJAS-EXIT.
003940      EXIT.
003950
003960*------------------------------------------------------------------
003970* 2100-EVALUAR-REGISTRANTE. Lee el proximo registro del master y,
003980* si es una baja vencida no anonimizada, la agrega a la tabla como
003990* apta.
004000*------------------------------------------------------------------
004010  2100-EVALUAR-REGISTRANTE.
004020      READ REGISTRO-MASTER NEXT
004030          AT END MOVE "S" TO SW-FIN-MAESTRO
004040      END-READ.
004050      IF FIN-MAESTRO
004060         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004070      END-IF.
004080      IF NOT REG-MAE-DE-BAJA
004090         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004100      END-IF.
004110      IF REG-MAE-FECHA-BAJA = ZERO
004120         OR REG-MAE-FECHA-BAJA NOT < FECHA-CORTE
004130         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004140      END-IF.
004150      IF REG-MAE-NOMBRE = NOMBRE-ANONIMO
004160         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004170      END-IF.
004180      IF CANT-CAND = 2000
004190         MOVE "S" TO SW-TABLA-LLENA
004200         MOVE "S" TO SW-FIN-MAESTRO
004210         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004220      END-IF.
004230      ADD 1 TO CANT-CAND.
004240      ADD 1 TO TOT-CANDIDATOS.
004250      ADD 1 TO TOT-ANONIMIZADOS.
004260      MOVE REG-MAE-ID TO CAN-ID (CANT-CAND).
004270      MOVE REG-MAE-NOMBRE TO CAN-NOMBRE (CANT-CAND).
004280      MOVE REG-MAE-FECHA-BAJA TO CAN-FECHA-BAJA (CANT-CAND).
004290      MOVE "A" TO CAN-ESTADO (CANT-CAND).
004300      MOVE SPACES TO CAN-MOTIVO (CANT-CAND).
004310      MOVE "N" TO CAN-CONTACTO (CANT-CAND).
004320      MOVE ZERO TO CAN-CANT-JRN (CANT-CAND).
004330      MOVE ZERO TO CAN-CANT-JRA (CANT-CAND).
004340      MOVE ZERO TO CAN-CANT-LOG (CANT-CAND).
004350      MOVE ZERO TO CAN-CANT-LGA (CANT-CAND).
004360      MOVE ZERO TO CAN-CANT-PEN (CANT-CAND).
004370      MOVE ZERO TO CAN-CANT-SUS (CANT-CAND).
004380  2100-EVALUAR-REGISTRANTE-EXIT.
004390      EXIT.
004400
004410*------------------------------------------------------------------
004420* 3000-CONTROLAR-SUSPENSO. Recorre MOVSUS y excluye de la
004430* anonimizacion a las bajas que tienen una partida abierta
004440* (pendiente o liberada), sea por su ID elegido o por su NOMBRE.
004442* Si MOVSUS no existe no hay partidas; si no puede abrirse por
004444* otro motivo la corrida se rechaza sin anonimizar nada.
004450*------------------------------------------------------------------
004460  3000-CONTROLAR-SUSPENSO.
004470      IF CANT-CAND = ZERO
004480         GO TO 3000-CONTROLAR-SUSPENSO-EXIT
004490      END-IF.
004500      OPEN I-O ARCH-SUSPENSO.
004502      IF FS-SUSPENSO = "35"
004504         MOVE "NO EXISTE" TO EST-SUSPENSO
004506         GO TO 3000-CONTROLAR-SUSPENSO-EXIT
004508      END-IF.
004510      IF FS-SUSPENSO NOT = "00"
004512         DISPLAY "No se pudo abrir MOVSUS. FS=" FS-SUSPENSO
004514         MOVE SPACES TO INFORME-LINEA
004516         STRING "Corrida rechazada: no se pudo abrir MOVSUS. FS="
004518             FS-SUSPENSO DELIMITED BY SIZE INTO INFORME-LINEA
004520         WRITE INFORME-LINEA
004522         MOVE "S" TO SW-PARAM-ERROR
004524         GO TO 3000-CONTROLAR-SUSPENSO-EXIT
004526      END-IF.
004550      MOVE "S" TO SW-SUSPENSO-ABIERTO.
004560      MOVE "SIN CAMBIOS" TO EST-SUSPENSO.
004570      MOVE "N" TO SW-FIN-ARCHIVO.
004580      PERFORM 3100-CONTROLAR-PARTIDA THRU
004590              3100-CONTROLAR-PARTIDA-EXIT
004600          UNTIL FIN-ARCHIVO.
004610  3000-CONTROLAR-SUSPENSO-EXIT.
004620      EXIT.
004630
004640*------------------------------------------------------------------
004650* 3100-CONTROLAR-PARTIDA. Lee la proxima partida del suspenso y,
004660* si esta abierta, rechaza a la baja con su ID elegido y a las
004670* bajas con su mismo NOMBRE.
004680*------------------------------------------------------------------
004690  3100-CONTROLAR-PARTIDA.
004700      READ ARCH-SUSPENSO NEXT
004710          AT END MOVE "S" TO SW-FIN-ARCHIVO
004720      END-READ.
004730      IF FIN-ARCHIVO
004740         GO TO 3100-CONTROLAR-PARTIDA-EXIT
004750      END-IF.
004760      IF NOT MOV-SUS-ABIERTA
004770         GO TO 3100-CONTROLAR-PARTIDA-EXIT
004780      END-IF.
004790      MOVE "Movimiento abierto en MOVSUS" TO MOTIVO-TEXTO.
004800      IF MOV-SUS-ID-ELEGIDO NOT = ZERO
004810         MOVE MOV-SUS-ID-ELEGIDO TO BUSQ-ID
004820         PERFORM 7000-BUSCAR-CANDIDATO THRU
004830                 7000-BUSCAR-CANDIDATO-EXIT
004840         IF CAND-HALLADO
004850            PERFORM 7200-RECHAZAR-CANDIDATO THRU
004860                    7200-RECHAZAR-CANDIDATO-EXIT
004870         END-IF
004880      END-IF.
004890      MOVE 1 TO SUB-CAND.
004900      PERFORM 3150-COMPARAR-NOMBRE THRU
004910              3150-COMPARAR-NOMBRE-EXIT
004920          UNTIL SUB-CAND > CANT-CAND.
004930  3100-CONTROLAR-PARTIDA-EXIT.
004940      EXIT.
004950
004960*------------------------------------------------------------------
004970* 3150-COMPARAR-NOMBRE. Rechaza la baja SUB-CAND si tiene el mismo
004980* NOMBRE que la partida abierta, y avanza.
004990*------------------------------------------------------------------
005000  3150-COMPARAR-NOMBRE.
005010      IF CAN-NOMBRE (SUB-CAND) = MOV-SUS-NOMBRE
005020         PERFORM 7200-RECHAZAR-CANDIDATO THRU
005030                 7200-RECHAZAR-CANDIDATO-EXIT
005040      END-IF.
005050      ADD 1 TO SUB-CAND.
005060  3150-COMPARAR-NOMBRE-EXIT.
005070      EXIT.
005080
005090*------------------------------------------------------------------
005100* 3500-CONTROLAR-PENDIENTES. Busca en PENAPR, por la clave
005110* alternativa PEN-APR-ID, las solicitudes de cada baja apta y la
005120* excluye si alguna sigue pendiente de aprobacion.
005122* Si PENAPR no existe no hay solicitudes; si no puede abrirse
005124* por otro motivo la corrida se rechaza sin anonimizar nada.
005130*------------------------------------------------------------------
005140  3500-CONTROLAR-PENDIENTES.
005150      IF CANT-CAND = ZERO
005160         GO TO 3500-CONTROLAR-PENDIENTES-EXIT
005170      END-IF.
005180      OPEN I-O ARCH-PENDIENTES.
005182      IF FS-PENDIENTES = "35"
005184         MOVE "NO EXISTE" TO EST-PENDIENTES
005186         GO TO 3500-CONTROLAR-PENDIENTES-EXIT
005188      END-IF.
005190      IF FS-PENDIENTES NOT = "00"
005192         DISPLAY "No se pudo abrir PENAPR. FS=" FS-PENDIENTES
005194         MOVE SPACES TO INFORME-LINEA
005196         STRING "Corrida rechazada: no se pudo abrir PENAPR. FS="
005198             FS-PENDIENTES DELIMITED BY SIZE INTO INFORME-LINEA
005200         WRITE INFORME-LINEA
005202         MOVE "S" TO SW-PARAM-ERROR
005204         GO TO 3500-CONTROLAR-PENDIENTES-EXIT
005206      END-IF.
005230      MOVE "S" TO SW-PENDIENTES-ABIERTO.
005240      MOVE "SIN CAMBIOS" TO EST-PENDIENTES.
005250      MOVE "Solicitud pendiente en PENAPR" TO MOTIVO-TEXTO.
005260      MOVE 1 TO SUB-CAND.
005270      PERFORM 3600-CONTROLAR-SOLICITUDES THRU
005280              3600-CONTROLAR-SOLICITUDES-EXIT
005290          UNTIL SUB-CAND > CANT-CAND.
005300  3500-CONTROLAR-PENDIENTES-EXIT.
005310      EXIT.
005320
005330*------------------------------------------------------------------
005340* 3600-CONTROLAR-SOLICITUDES. Recorre las solicitudes de la baja
005350* SUB-CAND y la rechaza si encuentra una pendiente; avanza.
005360*------------------------------------------------------------------
005370  3600-CONTROLAR-SOLICITUDES.
005380      IF NOT CAN-APTO (SUB-CAND)
005390         GO TO 3600-CONTROLAR-SOLICITUDES-SIG
005400      END-IF.
005410      PERFORM 7400-POSICIONAR-SOLICITUDES THRU
005420              7400-POSICIONAR-SOLICITUDES-EXIT.
005430      PERFORM 3650-CONTROLAR-SOLICITUD THRU
005440              3650-CONTROLAR-SOLICITUD-EXIT
005450          UNTIL FIN-PENDIENTES.
005460  3600-CONTROLAR-SOLICITUDES-SIG.
005470      ADD 1 TO SUB-CAND.
005480  3600-CONTROLAR-SOLICITUDES-EXIT.
005490      EXIT.
005500
005510*------------------------------------------------------------------
005520* 3650-CONTROLAR-SOLICITUD. Lee la proxima solicitud del ID y, si
005530* esta pendiente, rechaza la baja y termina la busqueda.
005540*------------------------------------------------------------------
005550  3650-CONTROLAR-SOLICITUD.
005560      PERFORM 7450-LEER-SOLICITUD THRU 7450-LEER-SOLICITUD-EXIT.
005570      IF FIN-PENDIENTES
005580         GO TO 3650-CONTROLAR-SOLICITUD-EXIT
005590      END-IF.
005600      IF PEN-APR-PENDIENTE
005610         PERFORM 7200-RECHAZAR-CANDIDATO THRU
005620                 7200-RECHAZAR-CANDIDATO-EXIT
005630         MOVE "S" TO SW-FIN-PENDIENTES
005640      END-IF.
005650  3650-CONTROLAR-SOLICITUD-EXIT.
005660      EXIT.
005670
005680*------------------------------------------------------------------
005682* 4000-ANONIMIZAR-JOURNAL. Reescribe en su lugar cada registro de
005684* REGJRN con una imagen antes o despues de una baja apta. Si
005686* REGJRN no existe no hay nada que anonimizar; si no puede abrirse
005688* por otro motivo queda en el informe, el master no se anonimiza
005690* (para que la corrida siguiente vuelva a elegir estas bajas) y la
005692* corrida termina con RETURN-CODE 8. Lo mismo vale para 4100,
005694* 4300, 4400 y para REGCON en 5000.
005710*------------------------------------------------------------------
005720  4000-ANONIMIZAR-JOURNAL.
005730      OPEN I-O ARCH-JOURNAL.
005732      IF FS-JOURNAL = "35"
005734         MOVE "NO EXISTE" TO EST-JOURNAL
005736         GO TO 4000-ANONIMIZAR-JOURNAL-EXIT
005738      END-IF.
005740      IF FS-JOURNAL NOT = "00"
005742         DISPLAY "No se pudo abrir REGJRN. FS=" FS-JOURNAL
005744         MOVE SPACES TO INFORME-LINEA
005746         STRING "No se pudo abrir REGJRN. FS=" FS-JOURNAL
005748             DELIMITED BY SIZE INTO INFORME-LINEA
005750         WRITE INFORME-LINEA
005752         STRING "ERROR FS=" FS-JOURNAL
005754             DELIMITED BY SIZE INTO EST-JOURNAL
005756         MOVE "S" TO SW-ARCHIVO-ERROR
005760         GO TO 4000-ANONIMIZAR-JOURNAL-EXIT
005770      END-IF.
005780      MOVE "N" TO SW-FIN-ARCHIVO.
005790      PERFORM 4050-ANONIMIZAR-REG-JRN THRU
005800              4050-ANONIMIZAR-REG-JRN-EXIT
005810          UNTIL FIN-ARCHIVO.
005820      CLOSE ARCH-JOURNAL.
005830      IF TOT-JOURNAL = ZERO
005840         MOVE "SIN CAMBIOS" TO EST-JOURNAL
005850      ELSE
005860         MOVE "TOCADO" TO EST-JOURNAL
005870      END-IF.
005880      DISPLAY "REGJRN: registros anonimizados " TOT-JOURNAL.
005890  4000-ANONIMIZAR-JOURNAL-EXIT.
005900      EXIT.
005910
005920*------------------------------------------------------------------
005930* 4050-ANONIMIZAR-REG-JRN. Lee el proximo registro de REGJRN,
005940* anonimiza sus imagenes y lo reescribe si cambio.
005950*------------------------------------------------------------------
005960  4050-ANONIMIZAR-REG-JRN.
005970      READ ARCH-JOURNAL INTO REG-JRN-RECORD
005980          AT END MOVE "S" TO SW-FIN-ARCHIVO
005990      END-READ.
006000      IF FIN-ARCHIVO
006010         GO TO 4050-ANONIMIZAR-REG-JRN-EXIT
006020      END-IF.
006030      PERFORM 4200-ANONIMIZAR-IMAGENES THRU
006040              4200-ANONIMIZAR-IMAGENES-EXIT.
006050      IF IMAGEN-TOCADA
006060         REWRITE JRN-REGISTRO FROM REG-JRN-RECORD
006070         ADD 1 TO TOT-JOURNAL
006080         ADD 1 TO CAN-CANT-JRN (SUB-CAND)
006090      END-IF.
006100  4050-ANONIMIZAR-REG-JRN-EXIT.
006110      EXIT.
006120
006130*------------------------------------------------------------------
006140* 4100-ANONIMIZAR-JRN-ARCHIVO. Igual que 4000 para el archivo de
006150* generaciones REGJRNA; los registros de control "G"/"Z" no se
006160* tocan.
006170*------------------------------------------------------------------
006180  4100-ANONIMIZAR-JRN-ARCHIVO.
006190      OPEN I-O ARCH-JRN-ARCHIVO.
006192      IF FS-JRN-ARCHIVO = "35"
006194         MOVE "NO EXISTE" TO EST-JRN-ARCHIVO
006196         GO TO 4100-ANONIMIZAR-JRN-ARCHIVO-EXIT
006198      END-IF.
006200      IF FS-JRN-ARCHIVO NOT = "00"
006202         DISPLAY "No se pudo abrir REGJRNA. FS=" FS-JRN-ARCHIVO
006204         MOVE SPACES TO INFORME-LINEA
006206         STRING "No se pudo abrir REGJRNA. FS=" FS-JRN-ARCHIVO
006208             DELIMITED BY SIZE INTO INFORME-LINEA
006210         WRITE INFORME-LINEA
006212         STRING "ERROR FS=" FS-JRN-ARCHIVO
006214             DELIMITED BY SIZE INTO EST-JRN-ARCHIVO
006216         MOVE "S" TO SW-ARCHIVO-ERROR
006220         GO TO 4100-ANONIMIZAR-JRN-ARCHIVO-EXIT
006230      END-IF.
006240      MOVE "N" TO SW-FIN-ARCHIVO.
006250      PERFORM 4150-ANONIMIZAR-REG-JRA THRU
006260              4150-ANONIMIZAR-REG-JRA-EXIT
006270          UNTIL FIN-ARCHIVO.
006280      CLOSE ARCH-JRN-ARCHIVO.
006290      IF TOT-JRN-ARCHIVO = ZERO
006300         MOVE "SIN CAMBIOS" TO EST-JRN-ARCHIVO
006310      ELSE
006320         MOVE "TOCADO" TO EST-JRN-ARCHIVO
006330      END-IF.
006340      DISPLAY "REGJRNA: registros anonimizados " TOT-JRN-ARCHIVO.
006350  4100-ANONIMIZAR-JRN-ARCHIVO-EXIT.
006360      EXIT.
006370
006380*------------------------------------------------------------------
006390* 4150-ANONIMIZAR-REG-JRA. Lee el proximo registro de REGJRNA,
006400* anonimiza sus imagenes y lo reescribe si cambio.
006410*------------------------------------------------------------------
006420  4150-ANONIMIZAR-REG-JRA.
006430      READ ARCH-JRN-ARCHIVO INTO REG-JRN-RECORD
006440          AT END MOVE "S" TO SW-FIN-ARCHIVO
006450      END-READ.
006460      IF FIN-ARCHIVO
006470         GO TO 4150-ANONIMIZAR-REG-JRA-EXIT
006480      END-IF.
006490      PERFORM 4200-ANONIMIZAR-IMAGENES THRU
006500              4200-ANONIMIZAR-IMAGENES-EXIT.
006510      IF IMAGEN-TOCADA
006520         REWRITE JRA-REGISTRO FROM REG-JRN-RECORD
006530         ADD 1 TO TOT-JRN-ARCHIVO
006540         ADD 1 TO CAN-CANT-JRA (SUB-CAND)
006550      END-IF.
006560  4150-ANONIMIZAR-REG-JRA-EXIT.
006570      EXIT.
006580
006590*------------------------------------------------------------------
006600* 4200-ANONIMIZAR-IMAGENES. Sobre REG-JRN-RECORD: si la imagen
006610* antes o la imagen despues es de una baja apta, reemplaza el
006620* NOMBRE y pone en cero la fecha de nacimiento. Deja prendido
006630* IMAGEN-TOCADA si algo cambio, con SUB-CAND en la baja.
006640*------------------------------------------------------------------
006650  4200-ANONIMIZAR-IMAGENES.
006660      MOVE "N" TO SW-IMAGEN-TOCADA.
006670      IF REG-JRN-TIPO-OP = "G" OR REG-JRN-TIPO-OP = "Z"
006680         GO TO 4200-ANONIMIZAR-IMAGENES-EXIT
006690      END-IF.
006700      MOVE REG-JRN-ANT-ID TO BUSQ-ID.
006710      PERFORM 7100-BUSCAR-APTO THRU 7100-BUSCAR-APTO-EXIT.
006720      IF CAND-HALLADO
006730         IF REG-JRN-ANT-NOMBRE NOT = NOMBRE-ANONIMO
006740            OR REG-JRN-ANT-FECHA-NAC NOT = ZERO
006750            MOVE NOMBRE-ANONIMO TO REG-JRN-ANT-NOMBRE
006760            MOVE ZERO TO REG-JRN-ANT-FECHA-NAC
006770            MOVE "S" TO SW-IMAGEN-TOCADA
006780         END-IF
006790      END-IF.
006800      MOVE REG-JRN-DES-ID TO BUSQ-ID.
006810      PERFORM 7100-BUSCAR-APTO THRU 7100-BUSCAR-APTO-EXIT.
006820      IF CAND-HALLADO
006830         IF REG-JRN-DES-NOMBRE NOT = NOMBRE-ANONIMO
006840            OR REG-JRN-DES-FECHA-NAC NOT = ZERO
006850            MOVE NOMBRE-ANONIMO TO REG-JRN-DES-NOMBRE
006860            MOVE ZERO TO REG-JRN-DES-FECHA-NAC
006870            MOVE "S" TO SW-IMAGEN-TOCADA
006880         END-IF
006890      END-IF.
006900      IF IMAGEN-TOCADA AND NOT CAND-HALLADO
006910         MOVE REG-JRN-ANT-ID TO BUSQ-ID
006920         PERFORM 7100-BUSCAR-APTO THRU 7100-BUSCAR-APTO-EXIT
006930      END-IF.
006940  4200-ANONIMIZAR-IMAGENES-EXIT.
006950      EXIT.
006960
006970*------------------------------------------------------------------
006980* 4300-ANONIMIZAR-LOG. Reescribe en su lugar cada alta de REGLOG
006990* de una baja apta con el NOMBRE anonimizado; la EDAD, la fecha y
007000* los trailers quedan como estan.
007010*------------------------------------------------------------------
007020  4300-ANONIMIZAR-LOG.
007030      OPEN I-O REGISTRO-LOG.
007032      IF FS-LOG = "35"
007034         MOVE "NO EXISTE" TO EST-LOG
007036         GO TO 4300-ANONIMIZAR-LOG-EXIT
007038      END-IF.
007040      IF FS-LOG NOT = "00"
007042         DISPLAY "No se pudo abrir REGLOG. FS=" FS-LOG
007044         MOVE SPACES TO INFORME-LINEA
007046         STRING "No se pudo abrir REGLOG. FS=" FS-LOG
007048             DELIMITED BY SIZE INTO INFORME-LINEA
007050         WRITE INFORME-LINEA
007052         STRING "ERROR FS=" FS-LOG
007054             DELIMITED BY SIZE INTO EST-LOG
007056         MOVE "S" TO SW-ARCHIVO-ERROR
007060         GO TO 4300-ANONIMIZAR-LOG-EXIT
007070      END-IF.
007080      MOVE "N" TO SW-FIN-ARCHIVO.
007090      PERFORM 4350-ANONIMIZAR-REG-LOG THRU
007100              4350-ANONIMIZAR-REG-LOG-EXIT
007110          UNTIL FIN-ARCHIVO.
007120      CLOSE REGISTRO-LOG.
007130      IF TOT-LOG = ZERO
007140         MOVE "SIN CAMBIOS" TO EST-LOG
007150      ELSE
007160         MOVE "TOCADO" TO EST-LOG
007170      END-IF.
007180      DISPLAY "REGLOG: registros anonimizados " TOT-LOG.
007190  4300-ANONIMIZAR-LOG-EXIT.
007200      EXIT.
007210
007220*------------------------------------------------------------------
007230* 4350-ANONIMIZAR-REG-LOG. Lee el proximo registro de REGLOG y, si
007240* es el alta de una baja apta, lo reescribe anonimizado.
007250*------------------------------------------------------------------
007260  4350-ANONIMIZAR-REG-LOG.
007270      READ REGISTRO-LOG INTO REG-LOG-RECORD
007280          AT END MOVE "S" TO SW-FIN-ARCHIVO
007290      END-READ.
007300      IF FIN-ARCHIVO
007310         GO TO 4350-ANONIMIZAR-REG-LOG-EXIT
007320      END-IF.
007330      PERFORM 4500-ANONIMIZAR-ALTA THRU 4500-ANONIMIZAR-ALTA-EXIT.
007340      IF IMAGEN-TOCADA
007350         REWRITE LOG-REGISTRO FROM REG-LOG-RECORD
007360         ADD 1 TO TOT-LOG
007370         ADD 1 TO CAN-CANT-LOG (SUB-CAND)
007380      END-IF.
007390  4350-ANONIMIZAR-REG-LOG-EXIT.
007400      EXIT.
007410
007420*------------------------------------------------------------------
007430* 4400-ANONIMIZAR-LOG-ARCHIVO. Igual que 4300 para el archivo de
007440* generaciones REGLOGA.
007450*------------------------------------------------------------------
007460  4400-ANONIMIZAR-LOG-ARCHIVO.
007470      OPEN I-O ARCH-LOG-ARCHIVO.
007472      IF FS-LOG-ARCHIVO = "35"
007474         MOVE "NO EXISTE" TO EST-LOG-ARCHIVO
007476         GO TO 4400-ANONIMIZAR-LOG-ARCHIVO-EXIT
007478      END-IF.
007480      IF FS-LOG-ARCHIVO NOT = "00"
007482         DISPLAY "No se pudo abrir REGLOGA. FS=" FS-LOG-ARCHIVO
007484         MOVE SPACES TO INFORME-LINEA
007486         STRING "No se pudo abrir REGLOGA. FS=" FS-LOG-ARCHIVO
007488             DELIMITED BY SIZE INTO INFORME-LINEA
007490         WRITE INFORME-LINEA
007492         STRING "ERROR FS=" FS-LOG-ARCHIVO
007494             DELIMITED BY SIZE INTO EST-LOG-ARCHIVO
007496         MOVE "S" TO SW-ARCHIVO-ERROR
007500         GO TO 4400-ANONIMIZAR-LOG-ARCHIVO-EXIT
007510      END-IF.
007520      MOVE "N" TO SW-FIN-ARCHIVO.
007530      PERFORM 4450-ANONIMIZAR-REG-LGA THRU
007540              4450-ANONIMIZAR-REG-LGA-EXIT
007550          UNTIL FIN-ARCHIVO.
007560      CLOSE ARCH-LOG-ARCHIVO.
007570      IF TOT-LOG-ARCHIVO = ZERO
007580         MOVE "SIN CAMBIOS" TO EST-LOG-ARCHIVO
007590      ELSE
007600         MOVE "TOCADO" TO EST-LOG-ARCHIVO
007610      END-IF.
007620      DISPLAY "REGLOGA: registros anonimizados " TOT-LOG-ARCHIVO.
007630  4400-ANONIMIZAR-LOG-ARCHIVO-EXIT.
007640      EXIT.
007650
007660*------------------------------------------------------------------
007670* 4450-ANONIMIZAR-REG-LGA. Lee el proximo registro de REGLOGA y,
007680* si es el alta de una baja apta, lo reescribe anonimizado.
007690*------------------------------------------------------------------
007700  4450-ANONIMIZAR-REG-LGA.
007710      READ ARCH-LOG-ARCHIVO INTO REG-LOG-RECORD
007720          AT END MOVE "S" TO SW-FIN-ARCHIVO
007730      END-READ.
007740      IF FIN-ARCHIVO
007750         GO TO 4450-ANONIMIZAR-REG-LGA-EXIT
007760      END-IF.
007770      PERFORM 4500-ANONIMIZAR-ALTA THRU 4500-ANONIMIZAR-ALTA-EXIT.
007780      IF IMAGEN-TOCADA
007790         REWRITE LGA-REGISTRO FROM REG-LOG-RECORD
007800         ADD 1 TO TOT-LOG-ARCHIVO
007810         ADD 1 TO CAN-CANT-LGA (SUB-CAND)
007820      END-IF.
007830  4450-ANONIMIZAR-REG-LGA-EXIT.
007840      EXIT.
007850
007860*------------------------------------------------------------------
007870* 4500-ANONIMIZAR-ALTA. Sobre REG-LOG-RECORD: si es un detalle de
007880* alta de una baja apta con el NOMBRE todavia visible, lo
007890* reemplaza y prende IMAGEN-TOCADA, con SUB-CAND en la baja. Los
007900* trailers y los registros de control "G"/"Z" no se tocan.
007910*------------------------------------------------------------------
007920  4500-ANONIMIZAR-ALTA.
007930      MOVE "N" TO SW-IMAGEN-TOCADA.
007940      IF NOT REG-LOG-ES-DETALLE
007950         GO TO 4500-ANONIMIZAR-ALTA-EXIT
007960      END-IF.
007970      IF REG-LOG-NOMBRE = NOMBRE-ANONIMO
007980         GO TO 4500-ANONIMIZAR-ALTA-EXIT
007990      END-IF.
008000      MOVE REG-LOG-ID TO BUSQ-ID.
008010      PERFORM 7100-BUSCAR-APTO THRU 7100-BUSCAR-APTO-EXIT.
008020      IF CAND-HALLADO
008030         MOVE NOMBRE-ANONIMO TO REG-LOG-NOMBRE
008040         MOVE "S" TO SW-IMAGEN-TOCADA
008050      END-IF.
008060  4500-ANONIMIZAR-ALTA-EXIT.
008070      EXIT.
008080
008090*------------------------------------------------------------------
008100* 4600-ANONIMIZAR-PENDIENTES. Anonimiza la imagen del registro en
008110* las solicitudes de PENAPR (todas cerradas) de cada baja apta.
008120*------------------------------------------------------------------
008130  4600-ANONIMIZAR-PENDIENTES.
008140      IF NOT PENDIENTES-ABIERTO
008150         GO TO 4600-ANONIMIZAR-PENDIENTES-EXIT
008160      END-IF.
008170      MOVE 1 TO SUB-CAND.
008180      PERFORM 4650-ANONIMIZAR-SOLICITUDES THRU
008190              4650-ANONIMIZAR-SOLICITUDES-EXIT
008200          UNTIL SUB-CAND > CANT-CAND.
008210      IF TOT-PENDIENTES NOT = ZERO
008220         MOVE "TOCADO" TO EST-PENDIENTES
008230      END-IF.
008240      DISPLAY "PENAPR: registros anonimizados " TOT-PENDIENTES.
008250  4600-ANONIMIZAR-PENDIENTES-EXIT.
008260      EXIT.
008270
008280*------------------------------------------------------------------
008290* 4650-ANONIMIZAR-SOLICITUDES. Recorre las solicitudes de la baja
008300* SUB-CAND, si es apta, y avanza.
008310*------------------------------------------------------------------
008320  4650-ANONIMIZAR-SOLICITUDES.
008330      IF CAN-APTO (SUB-CAND)
008340         PERFORM 7400-POSICIONAR-SOLICITUDES THRU
008350                 7400-POSICIONAR-SOLICITUDES-EXIT
008360         PERFORM 4660-ANONIMIZAR-SOLICITUD THRU
008370                 4660-ANONIMIZAR-SOLICITUD-EXIT
008380             UNTIL FIN-PENDIENTES
008390      END-IF.
008400      ADD 1 TO SUB-CAND.
008410  4650-ANONIMIZAR-SOLICITUDES-EXIT.
008420      EXIT.
008430
008440*------------------------------------------------------------------
008450* 4660-ANONIMIZAR-SOLICITUD. Lee la proxima solicitud del ID y
008460* reescribe su imagen anonimizada.
008470*------------------------------------------------------------------
008480  4660-ANONIMIZAR-SOLICITUD.
008490      PERFORM 7450-LEER-SOLICITUD THRU 7450-LEER-SOLICITUD-EXIT.
008500      IF FIN-PENDIENTES
008510         GO TO 4660-ANONIMIZAR-SOLICITUD-EXIT
008520      END-IF.
008530      IF PEN-APR-ANT-NOMBRE = NOMBRE-ANONIMO
008540         AND PEN-APR-ANT-FECHA-NAC = ZERO
008550         GO TO 4660-ANONIMIZAR-SOLICITUD-EXIT
008560      END-IF.
008570      MOVE NOMBRE-ANONIMO TO PEN-APR-ANT-NOMBRE.
008580      MOVE ZERO TO PEN-APR-ANT-FECHA-NAC.
008590      REWRITE PEN-APR-RECORD
008600          INVALID KEY
008610             DISPLAY "No se pudo actualizar PENAPR. FS="
008620                 FS-PENDIENTES
008630          NOT INVALID KEY
008640             ADD 1 TO TOT-PENDIENTES
008650             ADD 1 TO CAN-CANT-PEN (SUB-CAND)
008660      END-REWRITE.
008670  4660-ANONIMIZAR-SOLICITUD-EXIT.
008680      EXIT.
008690
008700*------------------------------------------------------------------
008710* 4700-ANONIMIZAR-SUSPENSO. Recorre MOVSUS y anonimiza el
008720* movimiento de las partidas cerradas cuyo ID elegido es una baja
008730* apta. Las partidas sin ID elegido no identifican al registrante
008740* y no se tocan.
008750*------------------------------------------------------------------
008760  4700-ANONIMIZAR-SUSPENSO.
008770      IF NOT SUSPENSO-ABIERTO
008780         GO TO 4700-ANONIMIZAR-SUSPENSO-EXIT
008790      END-IF.
008800      MOVE LOW-VALUES TO MOV-SUS-CLAVE.
008810      MOVE "N" TO SW-FIN-ARCHIVO.
008820      START ARCH-SUSPENSO KEY NOT < MOV-SUS-CLAVE
008830          INVALID KEY MOVE "S" TO SW-FIN-ARCHIVO
008840      END-START.
008850      PERFORM 4750-ANONIMIZAR-PARTIDA THRU
008860              4750-ANONIMIZAR-PARTIDA-EXIT
008870          UNTIL FIN-ARCHIVO.
008880      IF TOT-SUSPENSO NOT = ZERO
008890         MOVE "TOCADO" TO EST-SUSPENSO
008900      END-IF.
008910      DISPLAY "MOVSUS: registros anonimizados " TOT-SUSPENSO.
008920  4700-ANONIMIZAR-SUSPENSO-EXIT.
008930      EXIT.
008940
008950*------------------------------------------------------------------
008960* 4750-ANONIMIZAR-PARTIDA. Lee la proxima partida y, si es de una
008970* baja apta y no esta anonimizada, la reescribe anonimizada.
008980*------------------------------------------------------------------
008990  4750-ANONIMIZAR-PARTIDA.
009000      READ ARCH-SUSPENSO NEXT
009010          AT END MOVE "S" TO SW-FIN-ARCHIVO
009020      END-READ.
009030      IF FIN-ARCHIVO
009040         GO TO 4750-ANONIMIZAR-PARTIDA-EXIT
009050      END-IF.
009060      IF MOV-SUS-ID-ELEGIDO = ZERO OR MOV-SUS-ABIERTA
009070         GO TO 4750-ANONIMIZAR-PARTIDA-EXIT
009080      END-IF.
009090      IF MOV-SUS-NOMBRE = NOMBRE-ANONIMO
009100         AND MOV-SUS-FECHA-NAC = "00000000"
009110         GO TO 4750-ANONIMIZAR-PARTIDA-EXIT
009120      END-IF.
009130      MOVE MOV-SUS-ID-ELEGIDO TO BUSQ-ID.
009140      PERFORM 7100-BUSCAR-APTO THRU 7100-BUSCAR-APTO-EXIT.
009150      IF NOT CAND-HALLADO
009160         GO TO 4750-ANONIMIZAR-PARTIDA-EXIT
009170      END-IF.
009180      MOVE NOMBRE-ANONIMO TO MOV-SUS-NOMBRE.
009190      MOVE "00000000" TO MOV-SUS-FECHA-NAC.
009200      REWRITE MOV-SUS-RECORD
009210          INVALID KEY
009220             DISPLAY "No se pudo actualizar MOVSUS. FS="
009230                 FS-SUSPENSO
009240          NOT INVALID KEY
009250             ADD 1 TO TOT-SUSPENSO
009260             ADD 1 TO CAN-CANT-SUS (SUB-CAND)
009270      END-REWRITE.
009280  4750-ANONIMIZAR-PARTIDA-EXIT.
009290      EXIT.
009300
009310*------------------------------------------------------------------
009320* 5000-ANONIMIZAR-MAESTRO. Ultimo paso: anonimiza en REGMAE y en
009330* REGCON cada baja apta. Hasta aca el master conserva el NOMBRE,
009340* asi que una corrida interrumpida vuelve a elegir las mismas
009345* bajas y completa los archivos que faltaron. No se corre si algun
009350* archivo anterior no pudo abrirse, y no toca el master si REGCON
009355* no puede abrirse.
009360*------------------------------------------------------------------
009370  5000-ANONIMIZAR-MAESTRO.
009380      OPEN I-O ARCH-CONTACTOS.
009390      IF FS-CONTACTOS = "00"
009400         MOVE "S" TO SW-CONTACTOS-ABIERTO
009410         MOVE "SIN CAMBIOS" TO EST-CONTACTOS
009412      ELSE IF FS-CONTACTOS = "35"
009414         MOVE "NO EXISTE" TO EST-CONTACTOS
009420      ELSE
009422         DISPLAY "No se pudo abrir REGCON. FS=" FS-CONTACTOS
009424         MOVE SPACES TO INFORME-LINEA
009426         STRING "No se pudo abrir REGCON. FS=" FS-CONTACTOS
009428             DELIMITED BY SIZE INTO INFORME-LINEA
009430         WRITE INFORME-LINEA
009432         STRING "ERROR FS=" FS-CONTACTOS
009434             DELIMITED BY SIZE INTO EST-CONTACTOS
009436         MOVE "S" TO SW-ARCHIVO-ERROR
009438         GO TO 5000-ANONIMIZAR-MAESTRO-EXIT
009440      END-IF.
009450      MOVE 1 TO SUB-CAND.
009460      PERFORM 5100-ANONIMIZAR-REGISTRANTE THRU
009470              5100-ANONIMIZAR-REGISTRANTE-EXIT
009480          UNTIL SUB-CAND > CANT-CAND.
009490      IF CONTACTOS-ABIERTO
009500         CLOSE ARCH-CONTACTOS
009510      END-IF.
009520      IF TOT-CONTACTOS NOT = ZERO
009530         MOVE "TOCADO" TO EST-CONTACTOS
009540      END-IF.
009550      IF TOT-MAESTRO = ZERO
009560         MOVE "SIN CAMBIOS" TO EST-MAESTRO
009570      ELSE
009580         MOVE "TOCADO" TO EST-MAESTRO
009590      END-IF.
009600      DISPLAY "REGMAE: registros anonimizados " TOT-MAESTRO.
009610      DISPLAY "REGCON: registros anonimizados " TOT-CONTACTOS.
009620  5000-ANONIMIZAR-MAESTRO-EXIT.
009630      EXIT.
009640
009650*------------------------------------------------------------------
009660* 5100-ANONIMIZAR-REGISTRANTE. Anonimiza la baja SUB-CAND, si es
009670* apta, en el master y en sus datos de contacto, y avanza.
009680*------------------------------------------------------------------
009690  5100-ANONIMIZAR-REGISTRANTE.
009700      IF NOT CAN-APTO (SUB-CAND)
009710         GO TO 5100-ANONIMIZAR-REGISTRANTE-SIG
009720      END-IF.
009730      MOVE CAN-ID (SUB-CAND) TO REG-MAE-ID.
009740      READ REGISTRO-MASTER
009750          INVALID KEY
009760             DISPLAY "No existe en REGMAE el ID "
009770                 CAN-ID (SUB-CAND)
009780             GO TO 5100-ANONIMIZAR-REGISTRANTE-SIG
009790      END-READ.
009800      MOVE NOMBRE-ANONIMO TO REG-MAE-NOMBRE.
009810      MOVE ZERO TO REG-MAE-FECHA-NAC.
009820      REWRITE REG-MAE-RECORD
009830          INVALID KEY
009840             DISPLAY "No se pudo actualizar REGMAE. FS="
009850                 FS-MAESTRO
009860          NOT INVALID KEY
009870             ADD 1 TO TOT-MAESTRO
009880      END-REWRITE.
009890      IF NOT CONTACTOS-ABIERTO
009900         GO TO 5100-ANONIMIZAR-REGISTRANTE-SIG
009910      END-IF.
009920      MOVE CAN-ID (SUB-CAND) TO REG-CON-ID.
009930      READ ARCH-CONTACTOS
009940          INVALID KEY
009950             GO TO 5100-ANONIMIZAR-REGISTRANTE-SIG
009960      END-READ.
009970      MOVE SPACES TO REG-CON-DOMICILIO.
009980      MOVE SPACES TO REG-CON-TELEFONO.
009990      MOVE SPACES TO REG-CON-EMAIL.
010000      REWRITE REG-CON-RECORD
010010          INVALID KEY
010020             DISPLAY "No se pudo actualizar REGCON. FS="
010030                 FS-CONTACTOS
010040          NOT INVALID KEY
010050             ADD 1 TO TOT-CONTACTOS
010060             MOVE "S" TO CAN-CONTACTO (SUB-CAND)
010070      END-REWRITE.
010080  5100-ANONIMIZAR-REGISTRANTE-SIG.
010090      ADD 1 TO SUB-CAND.
010100  5100-ANONIMIZAR-REGISTRANTE-EXIT.
010110      EXIT.
010120
010130*------------------------------------------------------------------
010135* 6000-EMITIR-CERTIFICADO. Escribe en ANORPT el detalle de los ID
010140* anonimizados con los registros tocados en cada archivo, los ID
010145* no anonimizados con su motivo, y los totales por archivo. Si
010150* algun archivo no pudo abrirse lo advierte primero: el master
010155* quedo sin anonimizar.
010170*------------------------------------------------------------------
010180  6000-EMITIR-CERTIFICADO.
010181      IF ARCHIVO-ERROR
010182         MOVE "SIN CAMBIOS" TO EST-MAESTRO
010183         IF EST-CONTACTOS = SPACES
010184            MOVE "SIN CAMBIOS" TO EST-CONTACTOS
010185         END-IF
010186         MOVE SPACES TO INFORME-LINEA
010187         STRING "Corrida incompleta: REGMAE y REGCON no se "
010188             "anonimizaron; la proxima corrida completa "
010189             "estas bajas."
010190             DELIMITED BY SIZE INTO INFORME-LINEA
010191         WRITE INFORME-LINEA
010192         MOVE SPACES TO INFORME-LINEA
010193         WRITE INFORME-LINEA
010194      END-IF.
010195      MOVE "ID anonimizados (registros reescritos por archivo):"
010200          TO INFORME-LINEA.
010210      WRITE INFORME-LINEA.
010220      MOVE SPACES TO INFORME-LINEA.
010230      STRING "ID     Baja     REGMAE REGCON REGJRN REGJRNA "
010240          "REGLOG REGLOGA PENAPR MOVSUS"
010250          DELIMITED BY SIZE INTO INFORME-LINEA.
010260      WRITE INFORME-LINEA.
010270      MOVE 1 TO SUB-CAND.
010280      PERFORM 6100-DETALLE-ANONIMIZADO THRU
010290              6100-DETALLE-ANONIMIZADO-EXIT
010300          UNTIL SUB-CAND > CANT-CAND.
010310      MOVE SPACES TO INFORME-LINEA.
010320      WRITE INFORME-LINEA.
010330      MOVE "ID no anonimizados:" TO INFORME-LINEA.
010340      WRITE INFORME-LINEA.
010350      MOVE 1 TO SUB-CAND.
010360      PERFORM 6200-DETALLE-RECHAZADO THRU
010370              6200-DETALLE-RECHAZADO-EXIT
010380          UNTIL SUB-CAND > CANT-CAND.
010390      IF TABLA-LLENA
010400         MOVE SPACES TO INFORME-LINEA
010410         STRING "Se alcanzo el tope de 2000 bajas por corrida; "
010420             "el resto queda para la corrida siguiente."
010430             DELIMITED BY SIZE INTO INFORME-LINEA
010440         WRITE INFORME-LINEA
010450      END-IF.
010460      PERFORM 6300-ESCRIBIR-TOTALES THRU
010470              6300-ESCRIBIR-TOTALES-EXIT.
010480  6000-EMITIR-CERTIFICADO-EXIT.
010490      EXIT.
010500
010510*------------------------------------------------------------------
010520* 6100-DETALLE-ANONIMIZADO. Escribe la linea de la baja SUB-CAND,
010530* si fue anonimizada, y avanza.
010540*------------------------------------------------------------------
010550  6100-DETALLE-ANONIMIZADO.
010560      IF CAN-APTO (SUB-CAND)
010570         MOVE "NO" TO CONTACTO-TEXTO
010580         IF CAN-CONTACTO (SUB-CAND) = "S"
010590            MOVE "SI" TO CONTACTO-TEXTO
010600         END-IF
010610         MOVE SPACES TO INFORME-LINEA
010620         STRING CAN-ID (SUB-CAND) " " CAN-FECHA-BAJA (SUB-CAND)
010630             " SI     " CONTACTO-TEXTO "     "
010640             CAN-CANT-JRN (SUB-CAND) "   "
010650             CAN-CANT-JRA (SUB-CAND) "    "
010660             CAN-CANT-LOG (SUB-CAND) "   "
010670             CAN-CANT-LGA (SUB-CAND) "    "
010680             CAN-CANT-PEN (SUB-CAND) "   "
010690             CAN-CANT-SUS (SUB-CAND)
010700             DELIMITED BY SIZE INTO INFORME-LINEA
010710         WRITE INFORME-LINEA
010720      END-IF.
010730      ADD 1 TO SUB-CAND.
010740  6100-DETALLE-ANONIMIZADO-EXIT.
010750      EXIT.
010760
010770*------------------------------------------------------------------
010780* 6200-DETALLE-RECHAZADO. Escribe la linea de la baja SUB-CAND, si
010790* no se anonimizo, con su motivo, y avanza.
010800*------------------------------------------------------------------
010810  6200-DETALLE-RECHAZADO.
010820      IF CAN-RECHAZADO (SUB-CAND)
010830         MOVE SPACES TO INFORME-LINEA
010840         STRING CAN-ID (SUB-CAND) " " CAN-FECHA-BAJA (SUB-CAND)
010850             " " CAN-MOTIVO (SUB-CAND)
010860             DELIMITED BY SIZE INTO INFORME-LINEA
010870         WRITE INFORME-LINEA
010880      END-IF.
010890      ADD 1 TO SUB-CAND.
010900  6200-DETALLE-RECHAZADO-EXIT.
010910      EXIT.
010920
010930*------------------------------------------------------------------
010940* 6300-ESCRIBIR-TOTALES. Escribe los totales de la corrida y el
010950* estado de cada archivo.
010960*------------------------------------------------------------------
010970  6300-ESCRIBIR-TOTALES.
010980      MOVE SPACES TO INFORME-LINEA.
010990      WRITE INFORME-LINEA.
011000      MOVE SPACES TO INFORME-LINEA.
011010      STRING "Bajas dentro del plazo   : " TOT-CANDIDATOS
011020          DELIMITED BY SIZE INTO INFORME-LINEA.
011030      WRITE INFORME-LINEA.
011040      MOVE SPACES TO INFORME-LINEA.
011050      STRING "Anonimizadas             : " TOT-ANONIMIZADOS
011060          DELIMITED BY SIZE INTO INFORME-LINEA.
011070      WRITE INFORME-LINEA.
011080      MOVE SPACES TO INFORME-LINEA.
011090      STRING "No anonimizadas          : " TOT-RECHAZADOS
011100          DELIMITED BY SIZE INTO INFORME-LINEA.
011110      WRITE INFORME-LINEA.
011120      MOVE SPACES TO INFORME-LINEA.
011130      WRITE INFORME-LINEA.
011140      MOVE "Archivos (registros reescritos):" TO INFORME-LINEA.
011150      WRITE INFORME-LINEA.
011160      IF TOT-ANONIMIZADOS = ZERO
011170         MOVE "  Ninguno: no hubo bajas para anonimizar."
011180             TO INFORME-LINEA
011190         WRITE INFORME-LINEA
011200         GO TO 6300-ESCRIBIR-TOTALES-EXIT
011210      END-IF.
011220      MOVE SPACES TO INFORME-LINEA.
011230      STRING "  REGMAE  " TOT-MAESTRO " " EST-MAESTRO
011240          DELIMITED BY SIZE INTO INFORME-LINEA.
011250      WRITE INFORME-LINEA.
011260      MOVE SPACES TO INFORME-LINEA.
011270      STRING "  REGCON  " TOT-CONTACTOS " " EST-CONTACTOS
011280          DELIMITED BY SIZE INTO INFORME-LINEA.
011290      WRITE INFORME-LINEA.
011300      MOVE SPACES TO INFORME-LINEA.
011310      STRING "  REGJRN  " TOT-JOURNAL " " EST-JOURNAL
011320          DELIMITED BY SIZE INTO INFORME-LINEA.
011330      WRITE INFORME-LINEA.
011340      MOVE SPACES TO INFORME-LINEA.
011350      STRING "  REGJRNA " TOT-JRN-ARCHIVO " " EST-JRN-ARCHIVO
011360          DELIMITED BY SIZE INTO INFORME-LINEA.
011370      WRITE INFORME-LINEA.
011380      MOVE SPACES TO INFORME-LINEA.
011390      STRING "  REGLOG  " TOT-LOG " " EST-LOG
011400          DELIMITED BY SIZE INTO INFORME-LINEA.
011410      WRITE INFORME-LINEA.
011420      MOVE SPACES TO INFORME-LINEA.
011430      STRING "  REGLOGA " TOT-LOG-ARCHIVO " " EST-LOG-ARCHIVO
011440          DELIMITED BY SIZE INTO INFORME-LINEA.
011450      WRITE INFORME-LINEA.
011460      MOVE SPACES TO INFORME-LINEA.
011470      STRING "  PENAPR  " TOT-PENDIENTES " " EST-PENDIENTES
011480          DELIMITED BY SIZE INTO INFORME-LINEA.
011490      WRITE INFORME-LINEA.
011500      MOVE SPACES TO INFORME-LINEA.
011510      STRING "  MOVSUS  " TOT-SUSPENSO " " EST-SUSPENSO
011520          DELIMITED BY SIZE INTO INFORME-LINEA.
011530      WRITE INFORME-LINEA.
011540  6300-ESCRIBIR-TOTALES-EXIT.
011550      EXIT.
011560
011570*------------------------------------------------------------------
011580* 7000-BUSCAR-CANDIDATO. Busca BUSQ-ID en TABLA-CANDIDATOS, que
011590* esta en orden de ID; deja SUB-CAND en la entrada y CAND-HALLADO
011600* prendido si la encuentra.
011610*------------------------------------------------------------------
011620  7000-BUSCAR-CANDIDATO.
011630      MOVE "N" TO SW-CAND-HALLADO.
011640      MOVE 1 TO SUB-CAND.
011650      PERFORM 7050-COMPARAR-CANDIDATO THRU
011660              7050-COMPARAR-CANDIDATO-EXIT
011670          UNTIL CAND-HALLADO OR SUB-CAND > CANT-CAND.
011680  7000-BUSCAR-CANDIDATO-EXIT.
011690      EXIT.
011700
011710*------------------------------------------------------------------
011720* 7050-COMPARAR-CANDIDATO. Compara la entrada SUB-CAND con el ID
011730* buscado; como la tabla esta ordenada, corta al pasarlo.
011740*------------------------------------------------------------------
011750  7050-COMPARAR-CANDIDATO.
011760      IF CAN-ID (SUB-CAND) = BUSQ-ID
011770         MOVE "S" TO SW-CAND-HALLADO
011780      ELSE IF CAN-ID (SUB-CAND) > BUSQ-ID
011790         COMPUTE SUB-CAND = CANT-CAND + 1
011800      ELSE
011810         ADD 1 TO SUB-CAND
011820      END-IF.
011830  7050-COMPARAR-CANDIDATO-EXIT.
011840      EXIT.
011850
011860*------------------------------------------------------------------
011870* 7100-BUSCAR-APTO. Igual que 7000, pero solo da por hallada una
011880* baja que sigue apta para anonimizar.
011890*------------------------------------------------------------------
011900  7100-BUSCAR-APTO.
011910      MOVE "N" TO SW-CAND-HALLADO.
011920      IF BUSQ-ID = ZERO
011930         GO TO 7100-BUSCAR-APTO-EXIT
011940      END-IF.
011950      PERFORM 7000-BUSCAR-CANDIDATO THRU
011960              7000-BUSCAR-CANDIDATO-EXIT.
011970      IF CAND-HALLADO
011980         IF NOT CAN-APTO (SUB-CAND)
011990            MOVE "N" TO SW-CAND-HALLADO
012000         END-IF
012010      END-IF.
012020  7100-BUSCAR-APTO-EXIT.
012030      EXIT.
012040
012050*------------------------------------------------------------------
012060* 7200-RECHAZAR-CANDIDATO. Deja la baja SUB-CAND fuera de la
012070* anonimizacion con MOTIVO-TEXTO, si seguia apta.
012080*------------------------------------------------------------------
012090  7200-RECHAZAR-CANDIDATO.
012100      IF CAN-APTO (SUB-CAND)
012110         MOVE "R" TO CAN-ESTADO (SUB-CAND)
012120         MOVE MOTIVO-TEXTO TO CAN-MOTIVO (SUB-CAND)
012130         SUBTRACT 1 FROM TOT-ANONIMIZADOS
012140         ADD 1 TO TOT-RECHAZADOS
012150      END-IF.
012160  7200-RECHAZAR-CANDIDATO-EXIT.
012170      EXIT.
012180
012190*------------------------------------------------------------------
012200* 7400-POSICIONAR-SOLICITUDES. Posiciona ARCH-PENDIENTES en la
012210* primera solicitud del ID de la baja SUB-CAND por la clave
012220* alternativa PEN-APR-ID; sin solicitudes deja FIN-PENDIENTES.
012230*------------------------------------------------------------------
012240  7400-POSICIONAR-SOLICITUDES.
012250      MOVE "N" TO SW-FIN-PENDIENTES.
012260      MOVE CAN-ID (SUB-CAND) TO PEN-APR-ID.
012270      START ARCH-PENDIENTES KEY = PEN-APR-ID
012280          INVALID KEY MOVE "S" TO SW-FIN-PENDIENTES
012290      END-START.
012300  7400-POSICIONAR-SOLICITUDES-EXIT.
012310      EXIT.
012320
012330*------------------------------------------------------------------
012340* 7450-LEER-SOLICITUD. Lee la proxima solicitud por la clave
012350* alternativa; al pasar a otro ID deja FIN-PENDIENTES.
012360*------------------------------------------------------------------
012370  7450-LEER-SOLICITUD.
012380      READ ARCH-PENDIENTES NEXT
012390          AT END MOVE "S" TO SW-FIN-PENDIENTES
012400      END-READ.
012410      IF NOT FIN-PENDIENTES
012420         IF PEN-APR-ID NOT = CAN-ID (SUB-CAND)
012430            MOVE "S" TO SW-FIN-PENDIENTES
012440         END-IF
012450      END-IF.
012460  7450-LEER-SOLICITUD-EXIT.
012470      EXIT.
012480
012490*------------------------------------------------------------------
012500* 9999-FINALIZAR.
012510*------------------------------------------------------------------
012520  9999-FINALIZAR.
012530      IF MAESTRO-ABIERTO
012540         CLOSE REGISTRO-MASTER
012550      END-IF.
012560      IF PENDIENTES-ABIERTO
012570         CLOSE ARCH-PENDIENTES
012580      END-IF.
012590      IF SUSPENSO-ABIERTO
012600         CLOSE ARCH-SUSPENSO
012610      END-IF.
012620      CLOSE ARCH-INFORME.
012630      DISPLAY "Bajas anonimizadas: " TOT-ANONIMIZADOS
012640          " no anonimizadas: " TOT-RECHAZADOS.
012650      DISPLAY "Certificado grabado en ANORPT.".
012652      IF PARAM-ERROR OR ARCHIVO-ERROR
012654         MOVE 8 TO RETURN-CODE
012656      END-IF.
012660      STOP RUN.
012670  9999-FINALIZAR-EXIT.
012680      EXIT.
012690
012700  END PROGRAM ANONIMIZA-BAJAS.
