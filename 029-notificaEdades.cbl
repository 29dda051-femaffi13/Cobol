000010*****************************************************************
000020* PROGRAM-ID : NOTIFICA-EDADES
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Avisos de edad hito para el sistema de mailing:
000050*               selecciona los registrantes activos que cumplen
000060*               una de las edades hito pedidas (por omision 18, 65
000070*               y la edad maxima PAR-EDAD-MAXIMA de PARAMFIL)
000080*               dentro de la ventana de dias de anticipacion
000090*               pedida, a partir de REG-MAE-FECHA-NAC, y graba en
000100*               NOTIFEXT una linea por aviso con los datos de
000110*               correo de REGCON, enmarcada por un header (fecha y
000120*               numero de generacion que persiste en NOTGEN) y un
000130*               trailer (cantidad de avisos), igual que MAILEXT.
000140*
000150*               Las direcciones rebotadas y los registrantes sin
000160*               datos de contacto se saltean. Cada aviso queda en
000170*               el historial NOTHST (NOTHST01) por ID y edad hito,
000180*               y un registrante ya avisado para esa edad no se
000190*               vuelve a avisar. El listado de control NOTRPT
000200*               detalla los avisos y los salteados agrupados por
000210*               edad hito, con sus totales.
000220*
000230*               Un 29 de febrero se cumple el 1 de marzo en los
000240*               anios no bisiestos.
000250*****************************************************************
000260* HISTORIAL DE MODIFICACIONES
000270* FECHA       INICIALES  DESCRIPCION
000280* ----------  ---------  ------------------------------------------
000290* 2026-10-15  JPM        Version inicial.
000300*****************************************************************
000310  IDENTIFICATION DIVISION.
000320  PROGRAM-ID. NOTIFICA-EDADES.
000330  AUTHOR. DEPTO-SISTEMAS.
000340  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000350  DATE-WRITTEN. 15/10/2026.
000360  DATE-COMPILED.
000370
000380  ENVIRONMENT DIVISION.
000390  INPUT-OUTPUT SECTION.
000400  FILE-CONTROL.
000410      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000420          ORGANIZATION IS INDEXED
000430          ACCESS MODE IS DYNAMIC
000440          RECORD KEY IS REG-MAE-ID
000450          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000460              WITH DUPLICATES
000470          FILE STATUS IS FS-MAESTRO.
000480      SELECT ARCH-CONTACTOS ASSIGN TO "REGCON"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000510          RECORD KEY IS REG-CON-ID
000520          FILE STATUS IS FS-CONTACTOS.
000530      SELECT ARCH-NOTIFICADOS ASSIGN TO "NOTHST"
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS DYNAMIC
000560          RECORD KEY IS NOT-HST-CLAVE
000570          FILE STATUS IS FS-NOTIFICADOS.
000580      SELECT ARCH-AVISOS ASSIGN TO "NOTIFEXT"
000590          ORGANIZATION IS LINE SEQUENTIAL.
000600      SELECT ARCH-GENERACION ASSIGN TO "NOTGEN"
000610          ORGANIZATION IS LINE SEQUENTIAL
000620          FILE STATUS IS FS-GENERACION.
000630      SELECT ARCH-PARAMETROS ASSIGN TO "PARAMFIL"
000640          ORGANIZATION IS LINE SEQUENTIAL
000650          FILE STATUS IS FS-PARAMETROS.
000660      SELECT ARCH-INFORME ASSIGN TO "NOTRPT"
000670          ORGANIZATION IS LINE SEQUENTIAL.
000680
000690  DATA DIVISION.
000700  FILE SECTION.
000710  FD  REGISTRO-MASTER
000720      LABEL RECORDS ARE STANDARD.
000730      COPY REGMAE01.
000740
000750  FD  ARCH-CONTACTOS
000760      LABEL RECORDS ARE STANDARD.
000770      COPY REGCON01.
000780
000790  FD  ARCH-NOTIFICADOS
000800      LABEL RECORDS ARE STANDARD.
000810      COPY NOTHST01.
000820
000830  FD  ARCH-AVISOS
000840      LABEL RECORDS ARE STANDARD.
000850  01  AVISO-LINEA               PIC X(160).
000860
000870  FD  ARCH-GENERACION
000880      LABEL RECORDS ARE STANDARD.
000890  01  GEN-ULTIMO-NUMERO         PIC 9(06).
000900
000910  FD  ARCH-PARAMETROS
000920      LABEL RECORDS ARE STANDARD.
000930      COPY REGPAR01.
000940
000950  FD  ARCH-INFORME
000960      LABEL RECORDS ARE STANDARD.
000970  01  INFORME-LINEA             PIC X(100).
000980
000990  WORKING-STORAGE SECTION.
001000
001010  77  FS-MAESTRO      PIC X(02).
001020  77  FS-CONTACTOS    PIC X(02).
001030  77  FS-NOTIFICADOS  PIC X(02).
001040  77  FS-GENERACION   PIC X(02).
001050  77  FS-PARAMETROS   PIC X(02).
001060
001070  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
001080      88  PARAM-ERROR            VALUE "S".
001090  77  SW-FIN-MAESTRO  PIC X(01)  VALUE "N".
001100      88  FIN-MAESTRO            VALUE "S".
001110  77  SW-MAESTRO-ABIERTO PIC X(01) VALUE "N".
001120      88  MAESTRO-ABIERTO        VALUE "S".
001130  77  SW-CONTACTOS-ABIERTO PIC X(01) VALUE "N".
001140      88  CONTACTOS-ABIERTO      VALUE "S".
001150  77  SW-FIN-HITOS    PIC X(01)  VALUE "N".
001160      88  FIN-HITOS              VALUE "S".
001170
001180  77  LIM-EDAD-MAXIMA PIC 9(03)  VALUE ZERO.
001190  77  DIAS-VENTANA    PIC 9(03)  VALUE ZERO.
001200  77  DIAS-FALTAN     PIC S9(08) VALUE ZERO.
001210  77  DIAS-FALTAN-ED  PIC ZZ9.
001220  77  ENTRADA-NUMERO  PIC X(03).
001230  77  NUM-GENERACION  PIC 9(06)  VALUE ZERO.
001240  77  JUL-HOY         PIC 9(08)  VALUE ZERO.
001250  77  RESTO-DIV       PIC 9(03).
001260  77  COCIENTE-DIV    PIC 9(04).
001270
001280  77  TOT-LEIDOS      PIC 9(06)  VALUE ZERO.
001290  77  TOT-AVISOS      PIC 9(06)  VALUE ZERO.
001300  77  TOT-YA-AVISADOS PIC 9(06)  VALUE ZERO.
001310  77  TOT-REBOTADOS   PIC 9(06)  VALUE ZERO.
001320  77  TOT-SIN-CONTACTO PIC 9(06) VALUE ZERO.
001330  77  TOT-SIN-FECHA   PIC 9(06)  VALUE ZERO.
001340
001350  01  FECHA-HOY              PIC 9(08).
001360
001370* Fecha en que el registrante corriente cumple la edad hito
001380* corriente.
001390  01  FECHA-HITO             PIC 9(08).
001400  01  FECHA-HITO-DET REDEFINES FECHA-HITO.
001410      05  HITO-AAAA          PIC 9(04).
001420      05  HITO-MMDD          PIC 9(04).
001430  01  FECHA-NAC              PIC 9(08).
001440  01  FECHA-NAC-DET REDEFINES FECHA-NAC.
001450      05  NAC-AAAA           PIC 9(04).
001460      05  NAC-MMDD           PIC 9(04).
001470
001480* Dia juliano (numero de dia correlativo) de una fecha AAAAMMDD,
001490* para contar los dias que faltan para la edad hito.
001500  01  JUL-FECHA              PIC 9(08).
001510  01  JUL-FECHA-DET REDEFINES JUL-FECHA.
001520      05  JUL-AAAA           PIC 9(04).
001530      05  JUL-MM             PIC 9(02).
001540      05  JUL-DD             PIC 9(02).
001550  77  JUL-A           PIC 9(01).
001560  77  JUL-Y           PIC 9(05).
001570  77  JUL-M           PIC 9(02).
001580  77  JUL-AUX         PIC 9(05).
001590  77  JUL-C1          PIC 9(05).
001600  77  JUL-C2          PIC 9(05).
001610  77  JUL-C3          PIC 9(05).
001620  77  JUL-C4          PIC 9(05).
001630  77  DIA-JULIANO     PIC 9(08).
001640
001650* Edades hito de la corrida, con sus contadores para el listado.
001660  77  CANT-HITOS      PIC 9(01)  VALUE ZERO.
001670  77  SUB-HITO        PIC 9(02).
001680  77  SUB-BUSQ        PIC 9(02).
001690  77  EDAD-ENTRADA    PIC 9(03).
001700  01  TABLA-HITOS.
001710      05  HITO-ENTRADA OCCURS 9 TIMES.
001720          10  HITO-EDAD         PIC 9(03).
001730          10  HITO-AVISOS       PIC 9(06).
001740          10  HITO-YA-AVISADOS  PIC 9(06).
001750          10  HITO-REBOTADOS    PIC 9(06).
001760          10  HITO-SIN-CONTACTO PIC 9(06).
001770
001780*****************************************************************
001790* PROCEDURE DIVISION
001800*****************************************************************
001810  PROCEDURE DIVISION.
001820
001830*------------------------------------------------------------------
001840* 0000-MAINLINE. Recorre el master una vez por cada edad hito,
001850* para que el listado de control salga agrupado por edad.
001860*------------------------------------------------------------------
001870  0000-MAINLINE.
001880      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001890      IF PARAM-ERROR
001900         GO TO 0000-MAINLINE-FIN
001910      END-IF.
001920      MOVE 1 TO SUB-HITO.
001930      PERFORM 2000-PROCESAR-HITO THRU 2000-PROCESAR-HITO-EXIT
001940          UNTIL SUB-HITO > CANT-HITOS.
001950      PERFORM 3000-ESCRIBIR-TOTALES THRU
001960              3000-ESCRIBIR-TOTALES-EXIT.
001970  0000-MAINLINE-FIN.
001980      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001990  0000-MAINLINE-EXIT.
002000      EXIT.
002010
002020*------------------------------------------------------------------
002030* 1000-INICIALIZAR. Lee la edad maxima de PARAMFIL, pide la
002040* ventana de anticipacion y las edades hito, toma el proximo
002050* numero de generacion de NOTGEN y abre los archivos. El aviso
002060* recibe el header y el listado su encabezado.
002070*------------------------------------------------------------------
002080  1000-INICIALIZAR.
002090      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
002100      MOVE FECHA-HOY TO JUL-FECHA.
002110      PERFORM 8000-CALCULAR-DIA-JULIANO THRU
002120              8000-CALCULAR-DIA-JULIANO-EXIT.
002130      MOVE DIA-JULIANO TO JUL-HOY.
002140      DISPLAY "****** Avisos de edad hito ******".
002150      OPEN OUTPUT ARCH-INFORME.
002160      PERFORM 1200-LEER-PARAMETROS THRU
002170              1200-LEER-PARAMETROS-EXIT.
002180      IF PARAM-ERROR
002190         MOVE "Corrida rechazada: PARAMFIL vacio o invalido."
002200             TO INFORME-LINEA
002210         WRITE INFORME-LINEA
002220         GO TO 1000-INICIALIZAR-EXIT
002230      END-IF.
002240      PERFORM 1300-PEDIR-VENTANA THRU 1300-PEDIR-VENTANA-EXIT.
002250      MOVE "N" TO SW-FIN-HITOS.
002260      PERFORM 1400-PEDIR-HITO THRU 1400-PEDIR-HITO-EXIT
002270          UNTIL FIN-HITOS.
002280      IF CANT-HITOS = ZERO
002290         MOVE 18 TO EDAD-ENTRADA
002300         PERFORM 1450-AGREGAR-HITO THRU 1450-AGREGAR-HITO-EXIT
002310         MOVE 65 TO EDAD-ENTRADA
002320         PERFORM 1450-AGREGAR-HITO THRU 1450-AGREGAR-HITO-EXIT
002330         MOVE LIM-EDAD-MAXIMA TO EDAD-ENTRADA
002340         PERFORM 1450-AGREGAR-HITO THRU 1450-AGREGAR-HITO-EXIT
002350      END-IF.
002360      PERFORM 1500-LEER-GENERACION THRU
002370              1500-LEER-GENERACION-EXIT.
002380      ADD 1 TO NUM-GENERACION.
002390      OPEN OUTPUT ARCH-AVISOS.
002400      MOVE SPACES TO AVISO-LINEA.
002410      STRING "H;" FECHA-HOY ";" NUM-GENERACION
002420          DELIMITED BY SIZE INTO AVISO-LINEA.
002430      WRITE AVISO-LINEA.
002440      MOVE SPACES TO INFORME-LINEA.
002450      STRING "Avisos de edad hito del " FECHA-HOY
002460          " - generacion " NUM-GENERACION
002470          " - ventana " DIAS-VENTANA " dias"
002480          DELIMITED BY SIZE INTO INFORME-LINEA.
002490      WRITE INFORME-LINEA.
002500      OPEN INPUT ARCH-CONTACTOS.
002510      IF FS-CONTACTOS = "00"
002520         MOVE "S" TO SW-CONTACTOS-ABIERTO
002530      ELSE
002540         DISPLAY "Sin archivo de contactos REGCON; no hay a quien"
002550         DISPLAY "avisar."
002560      END-IF.
002570      OPEN I-O ARCH-NOTIFICADOS.
002580      IF FS-NOTIFICADOS = "35"
002590         OPEN OUTPUT ARCH-NOTIFICADOS
002600         CLOSE ARCH-NOTIFICADOS
002610         OPEN I-O ARCH-NOTIFICADOS
002620      END-IF.
002630      OPEN INPUT REGISTRO-MASTER.
002640      IF FS-MAESTRO = "35"
002650         DISPLAY "No existe REGISTRO-MASTER todavia."
002660      ELSE
002670         MOVE "S" TO SW-MAESTRO-ABIERTO
002680      END-IF.
002690  1000-INICIALIZAR-EXIT.
002700      EXIT.
002710
002720*------------------------------------------------------------------
002730* 1200-LEER-PARAMETROS. Lee el registro unico de PARAMFIL y toma
002740* de el la edad maxima admitida, que es la edad hito de revision
002750* por omision. Si el archivo falta, esta vacio o trae valores
002760* invalidos, deja PARAM-ERROR prendido para que la corrida se
002770* rechace con mensaje.
002780*------------------------------------------------------------------
002790  1200-LEER-PARAMETROS.
002800      OPEN INPUT ARCH-PARAMETROS.
002810      IF FS-PARAMETROS NOT = "00"
002820         MOVE "S" TO SW-PARAM-ERROR
002830         DISPLAY "No se pudo abrir PARAMFIL. FS=" FS-PARAMETROS
002840         DISPLAY "Corrida rechazada: falta el archivo de"
002850         DISPLAY "parametros."
002860         GO TO 1200-LEER-PARAMETROS-EXIT
002870      END-IF.
002880      READ ARCH-PARAMETROS
002890          AT END MOVE "S" TO SW-PARAM-ERROR
002900      END-READ.
002910      IF NOT PARAM-ERROR
002920         IF PAR-REGISTRO IS NOT NUMERIC
002930            MOVE "S" TO SW-PARAM-ERROR
002940         ELSE
002950            IF PAR-EDAD-MAXIMA < 1
002960               MOVE "S" TO SW-PARAM-ERROR
002970            END-IF
002980         END-IF
002990      END-IF.
003000      CLOSE ARCH-PARAMETROS.
003010      IF PARAM-ERROR
003020         DISPLAY "Corrida rechazada: PARAMFIL vacio o con"
003030         DISPLAY "parametros invalidos."
003040      ELSE
003050         MOVE PAR-EDAD-MAXIMA TO LIM-EDAD-MAXIMA
003060      END-IF.
003070  1200-LEER-PARAMETROS-EXIT.
003080      EXIT.
003090
003100*------------------------------------------------------------------
003110* 1300-PEDIR-VENTANA. Pide los dias de anticipacion (1-366): se
003120* avisa a quien cumple la edad hito entre hoy y hoy mas esos dias.
003130* El dato es obligatorio y se reingresa ante un valor invalido.
003140*------------------------------------------------------------------
003150  1300-PEDIR-VENTANA.
003160      DISPLAY "Dias de anticipacion (1-366): " WITH NO ADVANCING.
003170      MOVE SPACES TO ENTRADA-NUMERO.
003180      ACCEPT ENTRADA-NUMERO.
003190      IF ENTRADA-NUMERO IS NOT NUMERIC
003200         DISPLAY "Valor invalido. Ingrese tres digitos."
003210         GO TO 1300-PEDIR-VENTANA
003220      END-IF.
003230      MOVE ENTRADA-NUMERO TO DIAS-VENTANA.
003240      IF DIAS-VENTANA < 1 OR DIAS-VENTANA > 366
003250         DISPLAY "La ventana debe ser de 1 a 366 dias."
003260         GO TO 1300-PEDIR-VENTANA
003270      END-IF.
003280  1300-PEDIR-VENTANA-EXIT.
003290      EXIT.
003300
003310*------------------------------------------------------------------
003320* 1400-PEDIR-HITO. Pide una edad hito (hasta 9); Enter termina la
003330* lista. Sin ninguna edad se usan 18, 65 y la edad maxima.
003340*------------------------------------------------------------------
003350  1400-PEDIR-HITO.
003360      IF CANT-HITOS = 9
003370         MOVE "S" TO SW-FIN-HITOS
003380         GO TO 1400-PEDIR-HITO-EXIT
003390      END-IF.
003400      DISPLAY "Edad hito (Enter = fin; sin edades = 18, 65 y "
003410          LIM-EDAD-MAXIMA "): " WITH NO ADVANCING.
003420      MOVE SPACES TO ENTRADA-NUMERO.
003430      ACCEPT ENTRADA-NUMERO.
003440      IF ENTRADA-NUMERO = SPACES
003450         MOVE "S" TO SW-FIN-HITOS
003460         GO TO 1400-PEDIR-HITO-EXIT
003470      END-IF.
003480      IF ENTRADA-NUMERO IS NOT NUMERIC
003490         DISPLAY "Valor invalido. Ingrese tres digitos."
003500         GO TO 1400-PEDIR-HITO-EXIT
003510      END-IF.
003520      MOVE ENTRADA-NUMERO TO EDAD-ENTRADA.
003530      IF EDAD-ENTRADA < 1 OR EDAD-ENTRADA > LIM-EDAD-MAXIMA
003540         DISPLAY "La edad debe ser de 1 a " LIM-EDAD-MAXIMA "."
003550         GO TO 1400-PEDIR-HITO-EXIT
003560      END-IF.
003570      PERFORM 1450-AGREGAR-HITO THRU 1450-AGREGAR-HITO-EXIT.
003580  1400-PEDIR-HITO-EXIT.
003590      EXIT.
003600
003610*------------------------------------------------------------------
003620* 1450-AGREGAR-HITO. Agrega EDAD-ENTRADA a TABLA-HITOS, salvo que
003630* ya este en la lista.
003640*------------------------------------------------------------------
003650  1450-AGREGAR-HITO.
003660      MOVE 1 TO SUB-BUSQ.
003670      PERFORM 1460-COMPARAR-HITO THRU 1460-COMPARAR-HITO-EXIT
003680          UNTIL SUB-BUSQ > CANT-HITOS.
003690      IF SUB-BUSQ = 99
003700         GO TO 1450-AGREGAR-HITO-EXIT
003710      END-IF.
003720      ADD 1 TO CANT-HITOS.
003730      MOVE EDAD-ENTRADA TO HITO-EDAD (CANT-HITOS).
003740      MOVE ZERO TO HITO-AVISOS (CANT-HITOS).
003750      MOVE ZERO TO HITO-YA-AVISADOS (CANT-HITOS).
003760      MOVE ZERO TO HITO-REBOTADOS (CANT-HITOS).
003770      MOVE ZERO TO HITO-SIN-CONTACTO (CANT-HITOS).
003780  1450-AGREGAR-HITO-EXIT.
003790      EXIT.
003800
003810*------------------------------------------------------------------
003820* 1460-COMPARAR-HITO. Si la entrada SUB-BUSQ ya tiene la edad deja
003830* SUB-BUSQ en 99 para cortar la busqueda; si no, avanza.
003840*------------------------------------------------------------------
003850  1460-COMPARAR-HITO.
003860      IF HITO-EDAD (SUB-BUSQ) = EDAD-ENTRADA
003870         MOVE 99 TO SUB-BUSQ
003880      ELSE
003890         ADD 1 TO SUB-BUSQ
003900      END-IF.
003910  1460-COMPARAR-HITO-EXIT.
003920      EXIT.
003930
003940*------------------------------------------------------------------
003950* 1500-LEER-GENERACION. Recupera de NOTGEN el ultimo numero de
003960* generacion de avisos enviado. Si el archivo no existe todavia la
003970* numeracion arranca de cero.
003980*------------------------------------------------------------------
003990  1500-LEER-GENERACION.
004000      MOVE ZERO TO NUM-GENERACION.
004010      OPEN INPUT ARCH-GENERACION.
004020      IF FS-GENERACION NOT = "35"
004030         READ ARCH-GENERACION
004040             AT END MOVE ZERO TO GEN-ULTIMO-NUMERO
004050         END-READ
004060         MOVE GEN-ULTIMO-NUMERO TO NUM-GENERACION
004070         CLOSE ARCH-GENERACION
004080      END-IF.
004090  1500-LEER-GENERACION-EXIT.
004100      EXIT.
004110
004120*------------------------------------------------------------------
004130* 2000-PROCESAR-HITO. Recorre el master completo para la edad hito
004140* SUB-HITO, con su titulo y subtotales en el listado, y avanza.
004150*------------------------------------------------------------------
004160  2000-PROCESAR-HITO.
004170      MOVE SPACES TO INFORME-LINEA.
004180      WRITE INFORME-LINEA.
004190      MOVE SPACES TO INFORME-LINEA.
004200      STRING "EDAD HITO " HITO-EDAD (SUB-HITO)
004210          DELIMITED BY SIZE INTO INFORME-LINEA.
004220      WRITE INFORME-LINEA.
004230      MOVE SPACES TO INFORME-LINEA.
004240      STRING "  ID     Nombre               Cumple  "
004250          "   Dias   Resultado"
004260          DELIMITED BY SIZE INTO INFORME-LINEA.
004270      WRITE INFORME-LINEA.
004280      MOVE "N" TO SW-FIN-MAESTRO.
004290      IF NOT MAESTRO-ABIERTO OR NOT CONTACTOS-ABIERTO
004300         MOVE "S" TO SW-FIN-MAESTRO
004310      ELSE
004320         MOVE ZERO TO REG-MAE-ID
004330         START REGISTRO-MASTER KEY NOT < REG-MAE-ID
004340             INVALID KEY MOVE "S" TO SW-FIN-MAESTRO
004350         END-START
004360      END-IF.
004370      PERFORM 2100-EVALUAR-REGISTRANTE THRU
004380              2100-EVALUAR-REGISTRANTE-EXIT
004390          UNTIL FIN-MAESTRO.
004400      MOVE SPACES TO INFORME-LINEA.
004410      STRING "  Avisos " HITO-AVISOS (SUB-HITO)
004420          "  ya avisados " HITO-YA-AVISADOS (SUB-HITO)
004430          "  rebotados " HITO-REBOTADOS (SUB-HITO)
004440          "  sin contacto " HITO-SIN-CONTACTO (SUB-HITO)
004450          DELIMITED BY SIZE INTO INFORME-LINEA.
004460      WRITE INFORME-LINEA.
004470      ADD 1 TO SUB-HITO.
004480  2000-PROCESAR-HITO-EXIT.
004490      EXIT.
004500
004510*------------------------------------------------------------------
004520* 2100-EVALUAR-REGISTRANTE. Lee el proximo registro del master y,
004530* si es un activo que cumple la edad hito dentro de la ventana,
004540* lo avisa o informa por que se saltea.
004550*------------------------------------------------------------------
004560  2100-EVALUAR-REGISTRANTE.
004570      READ REGISTRO-MASTER NEXT
004580          AT END MOVE "S" TO SW-FIN-MAESTRO
004590      END-READ.
004600      IF FIN-MAESTRO
004610         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004620      END-IF.
004630      IF SUB-HITO = 1
004640         ADD 1 TO TOT-LEIDOS
004650      END-IF.
004660      IF NOT REG-MAE-ACTIVO
004670         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004680      END-IF.
004690      IF REG-MAE-FECHA-NAC = ZERO
004700         IF SUB-HITO = 1
004710            ADD 1 TO TOT-SIN-FECHA
004720         END-IF
004730         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004740      END-IF.
004750      PERFORM 2200-CALCULAR-FECHA-HITO THRU
004760              2200-CALCULAR-FECHA-HITO-EXIT.
004770      IF DIAS-FALTAN < ZERO OR DIAS-FALTAN > DIAS-VENTANA
004780         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004790      END-IF.
004800      MOVE REG-MAE-ID TO NOT-HST-ID.
004810      MOVE HITO-EDAD (SUB-HITO) TO NOT-HST-EDAD-HITO.
004820      READ ARCH-NOTIFICADOS
004830          INVALID KEY
004840             CONTINUE
004850          NOT INVALID KEY
004860             ADD 1 TO HITO-YA-AVISADOS (SUB-HITO)
004870             ADD 1 TO TOT-YA-AVISADOS
004880             GO TO 2100-EVALUAR-REGISTRANTE-EXIT
004890      END-READ.
004900      MOVE REG-MAE-ID TO REG-CON-ID.
004910      READ ARCH-CONTACTOS
004920          INVALID KEY
004930             MOVE SPACES TO REG-CON-DOMICILIO
004940      END-READ.
004950      IF REG-CON-DOMICILIO = SPACES
004960         ADD 1 TO HITO-SIN-CONTACTO (SUB-HITO)
004970         ADD 1 TO TOT-SIN-CONTACTO
004980         MOVE "SIN DATOS DE CONTACTO" TO INFORME-LINEA (49:)
004990         PERFORM 2400-LISTAR-REGISTRANTE THRU
005000                 2400-LISTAR-REGISTRANTE-EXIT
005010         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
005020      END-IF.
005030      IF REG-CON-CORREO-REBOTADO
005040         ADD 1 TO HITO-REBOTADOS (SUB-HITO)
005050         ADD 1 TO TOT-REBOTADOS
005060         MOVE "DIRECCION REBOTADA" TO INFORME-LINEA (49:)
005070         PERFORM 2400-LISTAR-REGISTRANTE THRU
005080                 2400-LISTAR-REGISTRANTE-EXIT
005090         GO TO 2100-EVALUAR-REGISTRANTE-EXIT
005100      END-IF.
005110      PERFORM 2300-GRABAR-AVISO THRU 2300-GRABAR-AVISO-EXIT.
005120  2100-EVALUAR-REGISTRANTE-EXIT.
005130      EXIT.
005140
005150*------------------------------------------------------------------
005160* 2200-CALCULAR-FECHA-HITO. Calcula en FECHA-HITO la fecha en que
005170* el registrante corriente cumple la edad hito SUB-HITO, y en
005180* DIAS-FALTAN los dias desde hoy (negativo si ya la cumplio). Un
005190* nacido un 29 de febrero la cumple el 1 de marzo si ese anio no
005200* es bisiesto.
005210*------------------------------------------------------------------
005220  2200-CALCULAR-FECHA-HITO.
005230      MOVE REG-MAE-FECHA-NAC TO FECHA-NAC.
005240      COMPUTE HITO-AAAA = NAC-AAAA + HITO-EDAD (SUB-HITO).
005250      MOVE NAC-MMDD TO HITO-MMDD.
005260      IF HITO-MMDD = 0229
005270         DIVIDE HITO-AAAA BY 4 GIVING COCIENTE-DIV
005280             REMAINDER RESTO-DIV
005290         IF RESTO-DIV NOT = ZERO
005300            MOVE 0301 TO HITO-MMDD
005310         ELSE
005320            DIVIDE HITO-AAAA BY 100 GIVING COCIENTE-DIV
005330                REMAINDER RESTO-DIV
005340            IF RESTO-DIV = ZERO
005350               DIVIDE HITO-AAAA BY 400 GIVING COCIENTE-DIV
005360                   REMAINDER RESTO-DIV
005370               IF RESTO-DIV NOT = ZERO
005380                  MOVE 0301 TO HITO-MMDD
005390               END-IF
005400            END-IF
005410         END-IF
005420      END-IF.
005430      MOVE FECHA-HITO TO JUL-FECHA.
005440      PERFORM 8000-CALCULAR-DIA-JULIANO THRU
005450              8000-CALCULAR-DIA-JULIANO-EXIT.
005460      IF DIA-JULIANO = ZERO
005470         MOVE -1 TO DIAS-FALTAN
005480      ELSE
005490         COMPUTE DIAS-FALTAN = DIA-JULIANO - JUL-HOY
005500      END-IF.
005510  2200-CALCULAR-FECHA-HITO-EXIT.
005520      EXIT.
005530
005540*------------------------------------------------------------------
005550* 2300-GRABAR-AVISO. Graba la linea de aviso del registrante
005560* corriente (ID;NOMBRE;EDAD HITO;FECHA HITO;DOMICILIO;TELEFONO;
005570* EMAIL, separados por punto y coma), lo deja en el historial
005580* NOTHST y en el listado.
005590*------------------------------------------------------------------
005600  2300-GRABAR-AVISO.
005610      MOVE SPACES TO AVISO-LINEA.
005620      STRING REG-MAE-ID ";"
005630          REG-MAE-NOMBRE ";" HITO-EDAD (SUB-HITO) ";"
005640          FECHA-HITO ";"
005650          REG-CON-DOMICILIO ";"
005660          REG-CON-TELEFONO ";"
005670          REG-CON-EMAIL
005680          DELIMITED BY SIZE INTO AVISO-LINEA.
005690      WRITE AVISO-LINEA.
005700      MOVE REG-MAE-ID TO NOT-HST-ID.
005710      MOVE HITO-EDAD (SUB-HITO) TO NOT-HST-EDAD-HITO.
005720      MOVE FECHA-HITO TO NOT-HST-FECHA-HITO.
005730      MOVE FECHA-HOY TO NOT-HST-FECHA-AVISO.
005740      MOVE NUM-GENERACION TO NOT-HST-GENERACION.
005750      WRITE NOT-HST-RECORD
005760          INVALID KEY
005770             DISPLAY "No se pudo grabar NOTHST. FS="
005780                 FS-NOTIFICADOS
005790      END-WRITE.
005800      ADD 1 TO HITO-AVISOS (SUB-HITO).
005810      ADD 1 TO TOT-AVISOS.
005820      MOVE "AVISADO" TO INFORME-LINEA (49:).
005830      PERFORM 2400-LISTAR-REGISTRANTE THRU
005840              2400-LISTAR-REGISTRANTE-EXIT.
005850  2300-GRABAR-AVISO-EXIT.
005860      EXIT.
005870
005880*------------------------------------------------------------------
005890* 2400-LISTAR-REGISTRANTE. Completa la linea del listado con el
005900* registrante corriente, la fecha en que cumple la edad hito y los
005910* dias que faltan (el resultado ya viene en la columna 49) y la
005920* escribe.
005930*------------------------------------------------------------------
005940  2400-LISTAR-REGISTRANTE.
005950      MOVE SPACES TO INFORME-LINEA (1:48).
005960      MOVE DIAS-FALTAN TO DIAS-FALTAN-ED.
005970      STRING "  " REG-MAE-ID " " REG-MAE-NOMBRE " " FECHA-HITO
005980          " " DIAS-FALTAN-ED
005990          DELIMITED BY SIZE INTO INFORME-LINEA (1:48).
006000      WRITE INFORME-LINEA.
006010      MOVE SPACES TO INFORME-LINEA.
006020  2400-LISTAR-REGISTRANTE-EXIT.
006030      EXIT.
006040
006050*------------------------------------------------------------------
006060* 3000-ESCRIBIR-TOTALES. Escribe los totales generales de la
006070* corrida.
006080*------------------------------------------------------------------
006090  3000-ESCRIBIR-TOTALES.
006100      MOVE SPACES TO INFORME-LINEA.
006110      WRITE INFORME-LINEA.
006120      MOVE SPACES TO INFORME-LINEA.
006130      STRING "Registrantes leidos        : " TOT-LEIDOS
006140          DELIMITED BY SIZE INTO INFORME-LINEA.
006150      WRITE INFORME-LINEA.
006160      MOVE SPACES TO INFORME-LINEA.
006170      STRING "Activos sin fecha de nac.  : " TOT-SIN-FECHA
006180          DELIMITED BY SIZE INTO INFORME-LINEA.
006190      WRITE INFORME-LINEA.
006200      MOVE SPACES TO INFORME-LINEA.
006210      STRING "Avisos grabados en NOTIFEXT: " TOT-AVISOS
006220          DELIMITED BY SIZE INTO INFORME-LINEA.
006230      WRITE INFORME-LINEA.
006240      MOVE SPACES TO INFORME-LINEA.
006250      STRING "Ya avisados antes          : " TOT-YA-AVISADOS
006260          DELIMITED BY SIZE INTO INFORME-LINEA.
006270      WRITE INFORME-LINEA.
006280      MOVE SPACES TO INFORME-LINEA.
006290      STRING "Direcciones rebotadas      : " TOT-REBOTADOS
006300          DELIMITED BY SIZE INTO INFORME-LINEA.
006310      WRITE INFORME-LINEA.
006320      MOVE SPACES TO INFORME-LINEA.
006330      STRING "Sin datos de contacto      : " TOT-SIN-CONTACTO
006340          DELIMITED BY SIZE INTO INFORME-LINEA.
006350      WRITE INFORME-LINEA.
006360  3000-ESCRIBIR-TOTALES-EXIT.
006370      EXIT.
006380
006390*------------------------------------------------------------------
006400* 8000-CALCULAR-DIA-JULIANO. Convierte la fecha AAAAMMDD de
006410* JUL-FECHA en su dia juliano en DIA-JULIANO, con divisiones
006420* enteras paso a paso. Una fecha con mes o dia imposible deja
006430* DIA-JULIANO en cero.
006440*------------------------------------------------------------------
006450  8000-CALCULAR-DIA-JULIANO.
006460      MOVE ZERO TO DIA-JULIANO.
006470      IF JUL-MM < 1 OR JUL-MM > 12 OR JUL-DD < 1 OR JUL-DD > 31
006480         GO TO 8000-CALCULAR-DIA-JULIANO-EXIT
006490      END-IF.
006500      COMPUTE JUL-AUX = 14 - JUL-MM.
006510      DIVIDE JUL-AUX BY 12 GIVING JUL-A.
006520      COMPUTE JUL-Y = JUL-AAAA + 4800 - JUL-A.
006530      COMPUTE JUL-M = JUL-MM + (12 * JUL-A) - 3.
006540      COMPUTE JUL-AUX = (153 * JUL-M) + 2.
006550      DIVIDE JUL-AUX BY 5 GIVING JUL-C1.
006560      DIVIDE JUL-Y BY 4 GIVING JUL-C2.
006570      DIVIDE JUL-Y BY 100 GIVING JUL-C3.
006580      DIVIDE JUL-Y BY 400 GIVING JUL-C4.
006590      COMPUTE DIA-JULIANO = JUL-DD + JUL-C1 + (365 * JUL-Y)
006600          + JUL-C2 - JUL-C3 + JUL-C4 - 32045.
006610  8000-CALCULAR-DIA-JULIANO-EXIT.
006620      EXIT.
006630
006640*------------------------------------------------------------------
006650* 9999-FINALIZAR. Graba el trailer con la cantidad de avisos, deja
006660* el numero de generacion usado a salvo en NOTGEN y cierra los
006670* archivos.
006680*------------------------------------------------------------------
006690  9999-FINALIZAR.
006700      IF PARAM-ERROR
006710         CLOSE ARCH-INFORME
006720         STOP RUN
006730      END-IF.
006740      MOVE SPACES TO AVISO-LINEA.
006750      STRING "T;" TOT-AVISOS
006760          DELIMITED BY SIZE INTO AVISO-LINEA.
006770      WRITE AVISO-LINEA.
006780      IF MAESTRO-ABIERTO
006790         CLOSE REGISTRO-MASTER
006800      END-IF.
006810      IF CONTACTOS-ABIERTO
006820         CLOSE ARCH-CONTACTOS
006830      END-IF.
006840      CLOSE ARCH-NOTIFICADOS.
006850      CLOSE ARCH-AVISOS.
006860      CLOSE ARCH-INFORME.
006870      MOVE NUM-GENERACION TO GEN-ULTIMO-NUMERO.
006880      OPEN OUTPUT ARCH-GENERACION.
006890      WRITE GEN-ULTIMO-NUMERO.
006900      CLOSE ARCH-GENERACION.
006910      DISPLAY "Avisos grabados en NOTIFEXT.".
006920      DISPLAY "Generacion: " NUM-GENERACION
006930          " Avisos: " TOT-AVISOS.
006940      DISPLAY "Listado de control grabado en NOTRPT.".
006950      STOP RUN.
006960  9999-FINALIZAR-EXIT.
006970      EXIT.
006980
006990  END PROGRAM NOTIFICA-EDADES.
