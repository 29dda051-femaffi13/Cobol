000010*****************************************************************
000020* PROGRAM-ID : ENTREGA-TABLAS
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Paso de CADENA-NOCTURNA que cumple los pedidos
000050*               de tablas de multiplicar que los operadores dejan
000060*               en TABPED (TABPED01) desde PEDIDO-TABLAS. Cada
000070*               pedido pendiente recibe el proximo numero de
000080*               entrega (que persiste en TABGEN) y sus tablas se
000090*               agregan a TABENT, como listado impreso con titulos
000100*               y salto de hoja propios de la entrega, o a TABENTC
000110*               en formato NUMERO,MULTIPLICADOR,RESULTADO entre un
000120*               header y un trailer con el numero de entrega. Cada
000130*               NUMERO queda en AUDITLOG como consulta por lotes
000140*               (MODO=L) a nombre del operador que lo pidio, y el
000150*               pedido queda entregado con su numero. La planilla
000160*               de entregas TABRPT lista por operador que entrega
000170*               le corresponde a cada pedido.
000180*
000190*               Un pedido con algun NUMERO o el MULTIPLICADOR
000200*               limite fuera de los limites vigentes de PARAMFIL
000210*               se rechaza y se lista como tal. Sin PARAMFIL
000220*               valido el paso termina con RETURN-CODE 8 y los
000230*               pedidos quedan pendientes.
000240*****************************************************************
000250* HISTORIAL DE MODIFICACIONES
000260* FECHA       INICIALES  DESCRIPCION
000270* ----------  ---------  ------------------------------------------
000280* 2026-10-15  JPM        Version inicial.
000290*****************************************************************
000300  IDENTIFICATION DIVISION.
000310  PROGRAM-ID. ENTREGA-TABLAS.
000320  AUTHOR. DEPTO-SISTEMAS.
000330  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000340  DATE-WRITTEN. 15/10/2026.
000350  DATE-COMPILED.
000360
000370  ENVIRONMENT DIVISION.
000380  INPUT-OUTPUT SECTION.
000390  FILE-CONTROL.
000400      SELECT ARCH-PEDIDOS-TABLAS ASSIGN TO "TABPED"
000410          ORGANIZATION IS INDEXED
000420          ACCESS MODE IS DYNAMIC
000430          RECORD KEY IS TAB-PED-CLAVE
000440          FILE STATUS IS FS-PEDIDOS.
000450      SELECT ARCH-PARAMETROS ASSIGN TO "PARAMFIL"
000460          ORGANIZATION IS LINE SEQUENTIAL
000470          FILE STATUS IS FS-PARAMETROS.
000480      SELECT ARCH-REPORTE ASSIGN TO "TABENT"
000490          ORGANIZATION IS LINE SEQUENTIAL
000500          FILE STATUS IS FS-REPORTE.
000510      SELECT ARCH-CSV ASSIGN TO "TABENTC"
000520          ORGANIZATION IS LINE SEQUENTIAL
000530          FILE STATUS IS FS-CSV.
000540      SELECT ARCH-AUDITORIA ASSIGN TO "AUDITLOG"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS FS-AUDITORIA.
000570      SELECT ARCH-GENERACION ASSIGN TO "TABGEN"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS FS-GENERACION.
000600      SELECT ARCH-INFORME ASSIGN TO "TABRPT"
000610          ORGANIZATION IS LINE SEQUENTIAL.
000620
000630  DATA DIVISION.
000640  FILE SECTION.
000650  FD  ARCH-PEDIDOS-TABLAS
000660      LABEL RECORDS ARE STANDARD.
000670      COPY TABPED01.
000680
000690  FD  ARCH-PARAMETROS
000700      LABEL RECORDS ARE STANDARD.
000710      COPY REGPAR01.
000720
000730  FD  ARCH-REPORTE
000740      LABEL RECORDS ARE STANDARD.
000750  01  REPORTE-LINEA             PIC X(80).
000760
000770  FD  ARCH-CSV
000780      LABEL RECORDS ARE STANDARD.
000790  01  CSV-LINEA                 PIC X(60).
000800
000810  FD  ARCH-AUDITORIA
000820      LABEL RECORDS ARE STANDARD.
000830  01  AUDITORIA-LINEA           PIC X(80).
000840
000850  FD  ARCH-GENERACION
000860      LABEL RECORDS ARE STANDARD.
000870  01  GEN-ULTIMO-NUMERO         PIC 9(06).
000880
000890  FD  ARCH-INFORME
000900      LABEL RECORDS ARE STANDARD.
000910  01  INFORME-LINEA             PIC X(100).
000920
000930  WORKING-STORAGE SECTION.
000940
000950  77  FS-PEDIDOS      PIC X(02).
000960  77  FS-PARAMETROS   PIC X(02).
000970  77  FS-REPORTE      PIC X(02).
000980  77  FS-CSV          PIC X(02).
000990  77  FS-AUDITORIA    PIC X(02).
001000  77  FS-GENERACION   PIC X(02).
001010
001020  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
001030      88  PARAM-ERROR            VALUE "S".
001040  77  SW-FIN-PEDIDOS  PIC X(01)  VALUE "N".
001050      88  FIN-PEDIDOS            VALUE "S".
001060  77  SW-PEDIDOS-ABIERTO PIC X(01) VALUE "N".
001070      88  PEDIDOS-ABIERTO        VALUE "S".
001080  77  SW-PEDIDO-VALIDO PIC X(01) VALUE "N".
001090      88  PEDIDO-VALIDO          VALUE "S".
001100
001110  77  LIM-NUMERO-MINIMO PIC 9(02) VALUE ZERO.
001120  77  LIM-NUMERO-MAXIMO PIC 9(02) VALUE ZERO.
001130  77  LIM-MULT-TOPE   PIC 9(03)  VALUE ZERO.
001140
001150* Cada hoja del listado impreso lleva tres lineas de titulo y
001160* hasta LINEAS-POR-HOJA lineas en total.
001170  77  LINEAS-POR-HOJA PIC 9(02)  VALUE 60.
001180  77  CONT-LINEAS     PIC 9(02)  VALUE ZERO.
001190  77  NRO-HOJA        PIC 9(04)  VALUE ZERO.
001200
001210  77  NUM-ENTREGA     PIC 9(06)  VALUE ZERO.
001220  77  NUMERO          PIC 9(02).
001230  77  MULTIPLICADOR   PIC 9(03).
001240  77  RESULTADO       PIC 9(05).
001250  77  SUB-NUMERO      PIC 9(03).
001260  77  CONT-FILAS      PIC 9(06)  VALUE ZERO.
001270  77  OPERADOR-ANTERIOR PIC X(08) VALUE SPACES.
001280  77  SALIDA-TEXTO    PIC X(07).
001290
001300  77  OPE-ENTREGADOS  PIC 9(04)  VALUE ZERO.
001310  77  OPE-RECHAZADOS  PIC 9(04)  VALUE ZERO.
001320  77  TOT-ENTREGADOS  PIC 9(06)  VALUE ZERO.
001330  77  TOT-RECHAZADOS  PIC 9(06)  VALUE ZERO.
001340  77  TOT-TABLAS      PIC 9(06)  VALUE ZERO.
001350  77  TOT-HOJAS       PIC 9(06)  VALUE ZERO.
001360  77  TOT-FILAS-CSV   PIC 9(06)  VALUE ZERO.
001370
001380  01  FECHA-HOY       PIC 9(08).
001390  01  AUD-HORA        PIC 9(08).
001400  01  AUD-USUARIO     PIC X(20).
001410
001420* Linea del listado que espera mientras se escriben los titulos de
001430* la hoja nueva.
001440  01  LINEA-RETENIDA  PIC X(80).
001450
001460*****************************************************************
001470* PROCEDURE DIVISION
001480*****************************************************************
001490  PROCEDURE DIVISION.
001500
001510*------------------------------------------------------------------
001520* 0000-MAINLINE. Recorre TABPED por clave (operador, fecha y hora
001530* del pedido) y cumple cada pedido pendiente.
001540*------------------------------------------------------------------
001550  0000-MAINLINE.
001560      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001570      IF PARAM-ERROR OR NOT PEDIDOS-ABIERTO
001580         GO TO 0000-MAINLINE-FIN
001590      END-IF.
001600      MOVE "N" TO SW-FIN-PEDIDOS.
001610      MOVE LOW-VALUES TO TAB-PED-CLAVE.
001620      START ARCH-PEDIDOS-TABLAS KEY NOT < TAB-PED-CLAVE
001630          INVALID KEY MOVE "S" TO SW-FIN-PEDIDOS
001640      END-START.
001650      PERFORM 2000-PROCESAR-PEDIDO THRU 2000-PROCESAR-PEDIDO-EXIT
001660          UNTIL FIN-PEDIDOS.
001670      IF OPERADOR-ANTERIOR NOT = SPACES
001680         PERFORM 2950-TOTAL-OPERADOR THRU
001690                 2950-TOTAL-OPERADOR-EXIT
001700      END-IF.
001710  0000-MAINLINE-FIN.
001720      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001730  0000-MAINLINE-EXIT.
001740      EXIT.
001750
001760*------------------------------------------------------------------
001770* 1000-INICIALIZAR. Lee los limites de PARAMFIL y el ultimo numero
001780* de entrega de TABGEN, abre TABPED y las salidas (las entregas se
001790* agregan a TABENT y TABENTC, que no se pisan entre corridas) y
001800* escribe el titulo de la planilla de entregas.
001802* Sin TABGEN legible o con TABPED que no puede abrirse por otro
001804* motivo que no existir, la corrida se rechaza con RETURN-CODE 8;
001806* si TABPED no existe no hay pedidos.
001810*------------------------------------------------------------------
001820  1000-INICIALIZAR.
001830      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001840      DISPLAY "****** Entrega de pedidos de tablas ******".
001850      OPEN OUTPUT ARCH-INFORME.
001860      MOVE SPACES TO INFORME-LINEA.
001870      STRING "Entregas de tablas de multiplicar del " FECHA-HOY
001880          DELIMITED BY SIZE INTO INFORME-LINEA.
001890      WRITE INFORME-LINEA.
001900      PERFORM 1200-LEER-PARAMETROS THRU
001910              1200-LEER-PARAMETROS-EXIT.
001920      IF PARAM-ERROR
001930         MOVE "Corrida rechazada: PARAMFIL vacio o invalido."
001940             TO INFORME-LINEA
001950         WRITE INFORME-LINEA
001951         GO TO 1000-INICIALIZAR-EXIT
001952      END-IF.
001953      PERFORM 1300-LEER-GENERACION THRU
001954              1300-LEER-GENERACION-EXIT.
001955      IF PARAM-ERROR
001960         GO TO 1000-INICIALIZAR-EXIT
001970      END-IF.
001980      OPEN I-O ARCH-PEDIDOS-TABLAS.
001990      IF FS-PEDIDOS = "35"
002000         DISPLAY "No existe TABPED todavia."
002010         MOVE "No hay pedidos: no existe TABPED todavia."
002020             TO INFORME-LINEA
002030         WRITE INFORME-LINEA
002040         GO TO 1000-INICIALIZAR-EXIT
002050      END-IF.
002051      IF FS-PEDIDOS NOT = "00"
002052         DISPLAY "No se pudo abrir TABPED. FS=" FS-PEDIDOS
002053         MOVE SPACES TO INFORME-LINEA
002054         STRING "Corrida rechazada: no se pudo abrir TABPED. FS="
002055             FS-PEDIDOS DELIMITED BY SIZE INTO INFORME-LINEA
002056         WRITE INFORME-LINEA
002057         MOVE "S" TO SW-PARAM-ERROR
002058         GO TO 1000-INICIALIZAR-EXIT
002059      END-IF.
002060      MOVE "S" TO SW-PEDIDOS-ABIERTO.
002090      OPEN EXTEND ARCH-REPORTE.
002100      IF FS-REPORTE = "35"
002110         OPEN OUTPUT ARCH-REPORTE
002120      END-IF.
002130      OPEN EXTEND ARCH-CSV.
002140      IF FS-CSV = "35"
002150         OPEN OUTPUT ARCH-CSV
002160      END-IF.
002170      OPEN EXTEND ARCH-AUDITORIA.
002180      IF FS-AUDITORIA = "35"
002190         OPEN OUTPUT ARCH-AUDITORIA
002200      END-IF.
002210  1000-INICIALIZAR-EXIT.
002220      EXIT.
002230
002240*------------------------------------------------------------------
002250* 1200-LEER-PARAMETROS. Lee el registro unico de PARAMFIL y toma
002260* de el el rango de NUMERO y el tope del MULTIPLICADOR, igual que
002270* TABLAS-MULTIPLICAR. Si el archivo falta, esta vacio o trae
002280* valores invalidos, deja PARAM-ERROR prendido para que la corrida
002290* se rechace con mensaje.
002300*------------------------------------------------------------------
002310  1200-LEER-PARAMETROS.
002320      OPEN INPUT ARCH-PARAMETROS.
002330      IF FS-PARAMETROS NOT = "00"
002340         MOVE "S" TO SW-PARAM-ERROR
002350         DISPLAY "No se pudo abrir PARAMFIL. FS=" FS-PARAMETROS
002360         DISPLAY "Corrida rechazada: falta el archivo de"
002370         DISPLAY "parametros."
002380         GO TO 1200-LEER-PARAMETROS-EXIT
002390      END-IF.
002400      READ ARCH-PARAMETROS
002410          AT END MOVE "S" TO SW-PARAM-ERROR
002420      END-READ.
002430      IF NOT PARAM-ERROR
002440         IF PAR-REGISTRO IS NOT NUMERIC
002450            MOVE "S" TO SW-PARAM-ERROR
002460         ELSE
002470            IF PAR-NUMERO-MINIMO < 1 OR
002480               PAR-NUMERO-MAXIMO < PAR-NUMERO-MINIMO OR
002490               PAR-MULT-TOPE < 1
002500               MOVE "S" TO SW-PARAM-ERROR
002510            END-IF
002520         END-IF
002530      END-IF.
002540      CLOSE ARCH-PARAMETROS.
002550      IF PARAM-ERROR
002560         DISPLAY "Corrida rechazada: PARAMFIL vacio o con"
002570         DISPLAY "parametros invalidos."
002580      ELSE
002590         MOVE PAR-NUMERO-MINIMO TO LIM-NUMERO-MINIMO
002600         MOVE PAR-NUMERO-MAXIMO TO LIM-NUMERO-MAXIMO
002610         MOVE PAR-MULT-TOPE TO LIM-MULT-TOPE
002620      END-IF.
002630  1200-LEER-PARAMETROS-EXIT.
002640      EXIT.
002650
002660*------------------------------------------------------------------
002670* 1300-LEER-GENERACION. Recupera de TABGEN el ultimo numero de
002680* entrega usado. Si el archivo no existe todavia la numeracion
002685* arranca de cero. Si no puede abrirse o leerse por otro motivo la
002690* corrida se rechaza antes de entregar ningun pedido, para no
002695* repetir numeros de entrega.
002700*------------------------------------------------------------------
002710  1300-LEER-GENERACION.
002720      MOVE ZERO TO NUM-ENTREGA.
002730      OPEN INPUT ARCH-GENERACION.
002732      IF FS-GENERACION = "35"
002734         GO TO 1300-LEER-GENERACION-EXIT
002736      END-IF.
002738      IF FS-GENERACION NOT = "00"
002740         DISPLAY "No se pudo abrir TABGEN. FS=" FS-GENERACION
002742         MOVE SPACES TO INFORME-LINEA
002744         STRING "Corrida rechazada: no se pudo abrir TABGEN. FS="
002746             FS-GENERACION DELIMITED BY SIZE INTO INFORME-LINEA
002748         WRITE INFORME-LINEA
002750         MOVE "S" TO SW-PARAM-ERROR
002752         GO TO 1300-LEER-GENERACION-EXIT
002754      END-IF.
002756      READ ARCH-GENERACION
002758          AT END MOVE ZERO TO GEN-ULTIMO-NUMERO
002760      END-READ.
002762      IF FS-GENERACION NOT = "00" AND FS-GENERACION NOT = "10"
002764         DISPLAY "No se pudo leer TABGEN. FS=" FS-GENERACION
002766         MOVE SPACES TO INFORME-LINEA
002768         STRING "Corrida rechazada: no se pudo leer TABGEN. FS="
002770             FS-GENERACION DELIMITED BY SIZE INTO INFORME-LINEA
002772         WRITE INFORME-LINEA
002774         MOVE "S" TO SW-PARAM-ERROR
002776      ELSE
002780         MOVE GEN-ULTIMO-NUMERO TO NUM-ENTREGA
002800      END-IF.
002805      CLOSE ARCH-GENERACION.
002810  1300-LEER-GENERACION-EXIT.
002820      EXIT.
002830
002840*------------------------------------------------------------------
002850* 2000-PROCESAR-PEDIDO. Lee el proximo pedido de TABPED y, si
002860* esta pendiente, lo entrega o lo rechaza. Al cambiar de operador
002870* cierra el grupo del anterior en la planilla y abre el del nuevo.
002880*------------------------------------------------------------------
002890  2000-PROCESAR-PEDIDO.
002900      READ ARCH-PEDIDOS-TABLAS NEXT
002910          AT END MOVE "S" TO SW-FIN-PEDIDOS
002920      END-READ.
002930      IF FIN-PEDIDOS
002940         GO TO 2000-PROCESAR-PEDIDO-EXIT
002950      END-IF.
002960      IF NOT TAB-PED-PENDIENTE
002970         GO TO 2000-PROCESAR-PEDIDO-EXIT
002980      END-IF.
002990      IF TAB-PED-OPERADOR NOT = OPERADOR-ANTERIOR
003000         IF OPERADOR-ANTERIOR NOT = SPACES
003010            PERFORM 2950-TOTAL-OPERADOR THRU
003020                    2950-TOTAL-OPERADOR-EXIT
003030         END-IF
003040         PERFORM 2900-TITULO-OPERADOR THRU
003050                 2900-TITULO-OPERADOR-EXIT
003060      END-IF.
003070      PERFORM 2100-VALIDAR-PEDIDO THRU 2100-VALIDAR-PEDIDO-EXIT.
003080      IF NOT PEDIDO-VALIDO
003090         MOVE "R" TO TAB-PED-ESTADO
003100         MOVE FECHA-HOY TO TAB-PED-FECHA-ENTREGA
003110         PERFORM 2800-REGRABAR-PEDIDO THRU
003120                 2800-REGRABAR-PEDIDO-EXIT
003130         ADD 1 TO OPE-RECHAZADOS
003140         ADD 1 TO TOT-RECHAZADOS
003150         MOVE SPACES TO INFORME-LINEA
003160         STRING "  ------ " TAB-PED-FECHA " " TAB-PED-HORA
003170             " RECHAZADO: fuera de los limites de PARAMFIL  "
003180             TAB-PED-TITULO
003190             DELIMITED BY SIZE INTO INFORME-LINEA
003200         WRITE INFORME-LINEA
003210         GO TO 2000-PROCESAR-PEDIDO-EXIT
003220      END-IF.
003230      PERFORM 2200-ENTREGAR-PEDIDO THRU 2200-ENTREGAR-PEDIDO-EXIT.
003240  2000-PROCESAR-PEDIDO-EXIT.
003250      EXIT.
003260
003270*------------------------------------------------------------------
003280* 2100-VALIDAR-PEDIDO. Controla que todos los NUMEROs del pedido y
003290* su MULTIPLICADOR limite esten dentro de los limites vigentes de
003300* PARAMFIL, que pudieron cambiar desde que se hizo el pedido.
003310*------------------------------------------------------------------
003320  2100-VALIDAR-PEDIDO.
003330      MOVE "S" TO SW-PEDIDO-VALIDO.
003340      IF TAB-PED-MULT-LIMITE IS NOT NUMERIC OR
003350         TAB-PED-MULT-LIMITE < 1 OR
003360         TAB-PED-MULT-LIMITE > LIM-MULT-TOPE OR
003370         TAB-PED-CANT-NUMEROS IS NOT NUMERIC OR
003380         TAB-PED-CANT-NUMEROS = ZERO
003390         MOVE "N" TO SW-PEDIDO-VALIDO
003400         GO TO 2100-VALIDAR-PEDIDO-EXIT
003410      END-IF.
003420      MOVE 1 TO SUB-NUMERO.
003430      PERFORM 2150-VALIDAR-NUMERO THRU 2150-VALIDAR-NUMERO-EXIT
003440          UNTIL NOT PEDIDO-VALIDO OR
003450                SUB-NUMERO > TAB-PED-CANT-NUMEROS.
003460  2100-VALIDAR-PEDIDO-EXIT.
003470      EXIT.
003480
003490*------------------------------------------------------------------
003500* 2150-VALIDAR-NUMERO. Controla el NUMERO de la posicion
003510* SUB-NUMERO del pedido y avanza.
003520*------------------------------------------------------------------
003530  2150-VALIDAR-NUMERO.
003540      PERFORM 2190-TOMAR-NUMERO THRU 2190-TOMAR-NUMERO-EXIT.
003550      IF NUMERO < LIM-NUMERO-MINIMO OR NUMERO > LIM-NUMERO-MAXIMO
003560         MOVE "N" TO SW-PEDIDO-VALIDO
003570      ELSE
003580         ADD 1 TO SUB-NUMERO
003590      END-IF.
003600  2150-VALIDAR-NUMERO-EXIT.
003610      EXIT.
003620
003630*------------------------------------------------------------------
003640* 2190-TOMAR-NUMERO. Deja en NUMERO el NUMERO de la posicion
003650* SUB-NUMERO del pedido: el DESDE mas el desplazamiento en un
003660* rango, o la entrada de la lista.
003670*------------------------------------------------------------------
003680  2190-TOMAR-NUMERO.
003690      MOVE ZERO TO NUMERO.
003700      IF TAB-PED-ES-RANGO
003710         IF TAB-PED-DESDE IS NUMERIC
003720            COMPUTE NUMERO = TAB-PED-DESDE + SUB-NUMERO - 1
003730         END-IF
003740      ELSE IF SUB-NUMERO NOT > 20
003750         IF TAB-PED-LISTA (SUB-NUMERO) IS NUMERIC
003760            MOVE TAB-PED-LISTA (SUB-NUMERO) TO NUMERO
003770         END-IF
003780      END-IF.
003790  2190-TOMAR-NUMERO-EXIT.
003800      EXIT.
003810
003820*------------------------------------------------------------------
003830* 2200-ENTREGAR-PEDIDO. Da al pedido el proximo numero de entrega
003840* (que queda enseguida a salvo en TABGEN), genera sus tablas en la
003850* salida pedida, lo deja entregado en TABPED y lo lista en la
003860* planilla.
003870*------------------------------------------------------------------
003880  2200-ENTREGAR-PEDIDO.
003890      ADD 1 TO NUM-ENTREGA.
003900      PERFORM 2700-GRABAR-GENERACION THRU
003910              2700-GRABAR-GENERACION-EXIT.
003920      MOVE ZERO TO NRO-HOJA.
003930      MOVE ZERO TO CONT-FILAS.
003940      MOVE TAB-PED-OPERADOR TO AUD-USUARIO.
003950      IF TAB-PED-IMPRESO
003960         MOVE "TABENT" TO SALIDA-TEXTO
003970         PERFORM 2600-NUEVA-HOJA THRU 2600-NUEVA-HOJA-EXIT
003980      ELSE
003990         MOVE "TABENTC" TO SALIDA-TEXTO
004000         MOVE SPACES TO CSV-LINEA
004010         STRING "H," NUM-ENTREGA "," TAB-PED-OPERADOR ","
004020             TAB-PED-TITULO
004030             DELIMITED BY SIZE INTO CSV-LINEA
004040         WRITE CSV-LINEA
004050      END-IF.
004060      MOVE 1 TO SUB-NUMERO.
004070      PERFORM 2300-TABLA-NUMERO THRU 2300-TABLA-NUMERO-EXIT
004080          UNTIL SUB-NUMERO > TAB-PED-CANT-NUMEROS.
004090      IF TAB-PED-CSV
004100         MOVE SPACES TO CSV-LINEA
004110         STRING "T," NUM-ENTREGA "," CONT-FILAS
004120             DELIMITED BY SIZE INTO CSV-LINEA
004130         WRITE CSV-LINEA
004140         ADD CONT-FILAS TO TOT-FILAS-CSV
004150      END-IF.
004160      MOVE "E" TO TAB-PED-ESTADO.
004170      MOVE NUM-ENTREGA TO TAB-PED-NRO-ENTREGA.
004180      MOVE FECHA-HOY TO TAB-PED-FECHA-ENTREGA.
004190      MOVE NRO-HOJA TO TAB-PED-CANT-HOJAS.
004200      PERFORM 2800-REGRABAR-PEDIDO THRU 2800-REGRABAR-PEDIDO-EXIT.
004210      ADD 1 TO OPE-ENTREGADOS.
004220      ADD 1 TO TOT-ENTREGADOS.
004230      ADD NRO-HOJA TO TOT-HOJAS.
004240      MOVE SPACES TO INFORME-LINEA.
004250      STRING "  " NUM-ENTREGA " " TAB-PED-FECHA " " TAB-PED-HORA
004260          " " SALIDA-TEXTO "  " TAB-PED-CANT-NUMEROS
004270          "   " NRO-HOJA "  " TAB-PED-TITULO
004280          DELIMITED BY SIZE INTO INFORME-LINEA.
004290      WRITE INFORME-LINEA.
004300  2200-ENTREGAR-PEDIDO-EXIT.
004310      EXIT.
004320
004330*------------------------------------------------------------------
004340* 2300-TABLA-NUMERO. Genera la tabla del NUMERO de la posicion
004350* SUB-NUMERO del pedido, la deja en AUDITLOG como consulta por
004360* lotes a nombre del operador que la pidio y avanza.
004370*------------------------------------------------------------------
004380  2300-TABLA-NUMERO.
004390      PERFORM 2190-TOMAR-NUMERO THRU 2190-TOMAR-NUMERO-EXIT.
004400      PERFORM 2500-ESCRIBIR-AUDITORIA THRU
004410              2500-ESCRIBIR-AUDITORIA-EXIT.
004420      ADD 1 TO TOT-TABLAS.
004430      IF TAB-PED-IMPRESO
004440         MOVE SPACES TO REPORTE-LINEA
004450         STRING "La tabla del " NUMERO " es:"
004460             DELIMITED BY SIZE INTO REPORTE-LINEA
004470         PERFORM 2650-ESCRIBIR-LINEA THRU 2650-ESCRIBIR-LINEA-EXIT
004480      END-IF.
004490      MOVE ZERO TO MULTIPLICADOR.
004500      PERFORM 2400-CALCULAR-FILA THRU 2400-CALCULAR-FILA-EXIT
004510          UNTIL MULTIPLICADOR NOT < TAB-PED-MULT-LIMITE.
004520      IF TAB-PED-IMPRESO
004530         MOVE "------------------------------" TO REPORTE-LINEA
004540         PERFORM 2650-ESCRIBIR-LINEA THRU 2650-ESCRIBIR-LINEA-EXIT
004550         MOVE SPACES TO REPORTE-LINEA
004560         PERFORM 2650-ESCRIBIR-LINEA THRU 2650-ESCRIBIR-LINEA-EXIT
004570      END-IF.
004580      ADD 1 TO SUB-NUMERO.
004590  2300-TABLA-NUMERO-EXIT.
004600      EXIT.
004610
004620*------------------------------------------------------------------
004630* 2400-CALCULAR-FILA. Calcula la proxima fila de la tabla y la
004640* graba en la salida del pedido, con el mismo formato que
004650* TABLAS-MULTIPLICAR usa en TABLIST y TABLACSV.
004660*------------------------------------------------------------------
004670  2400-CALCULAR-FILA.
004680      ADD 1 TO MULTIPLICADOR.
004690      COMPUTE RESULTADO = NUMERO * MULTIPLICADOR.
004700      IF TAB-PED-IMPRESO
004710         MOVE SPACES TO REPORTE-LINEA
004720         STRING NUMERO " * " MULTIPLICADOR " = " RESULTADO
004730             DELIMITED BY SIZE INTO REPORTE-LINEA
004740         PERFORM 2650-ESCRIBIR-LINEA THRU 2650-ESCRIBIR-LINEA-EXIT
004750      ELSE
004760         MOVE SPACES TO CSV-LINEA
004770         STRING NUMERO "," MULTIPLICADOR "," RESULTADO
004780             DELIMITED BY SIZE INTO CSV-LINEA
004790         WRITE CSV-LINEA
004800         ADD 1 TO CONT-FILAS
004810      END-IF.
004820  2400-CALCULAR-FILA-EXIT.
004830      EXIT.
004840
004850*------------------------------------------------------------------
004860* 2500-ESCRIBIR-AUDITORIA. Deja en AUDITLOG la consulta del NUMERO
004870* corriente con el formato de ESCRIBIR-AUDITORIA de
004880* TABLAS-MULTIPLICAR, como consulta por lotes (MODO=L) del
004890* operador que hizo el pedido, para INFORME-USO-TABLAS.
004900*------------------------------------------------------------------
004910  2500-ESCRIBIR-AUDITORIA.
004920      ACCEPT AUD-HORA FROM TIME.
004930      MOVE SPACES TO AUDITORIA-LINEA.
004940      STRING FECHA-HOY " " AUD-HORA " " AUD-USUARIO
004950             " NUMERO=" NUMERO " MODO=L"
004960          DELIMITED BY SIZE INTO AUDITORIA-LINEA.
004970      WRITE AUDITORIA-LINEA.
004980  2500-ESCRIBIR-AUDITORIA-EXIT.
004990      EXIT.
005000
005010*------------------------------------------------------------------
005020* 2600-NUEVA-HOJA. Salta de hoja en TABENT y escribe los titulos
005030* de la entrega: numero de entrega, titulo del pedido, hoja,
005040* operador y fecha y hora del pedido.
005050*------------------------------------------------------------------
005060  2600-NUEVA-HOJA.
005070      ADD 1 TO NRO-HOJA.
005080      MOVE SPACES TO REPORTE-LINEA.
005090      STRING "ENTREGA " NUM-ENTREGA "  " TAB-PED-TITULO
005100          "  HOJA " NRO-HOJA
005110          DELIMITED BY SIZE INTO REPORTE-LINEA.
005120      WRITE REPORTE-LINEA AFTER ADVANCING PAGE.
005130      MOVE SPACES TO REPORTE-LINEA.
005140      STRING "Operador " TAB-PED-OPERADOR "  pedido del "
005150          TAB-PED-FECHA " " TAB-PED-HORA "  entregado el "
005160          FECHA-HOY
005170          DELIMITED BY SIZE INTO REPORTE-LINEA.
005180      WRITE REPORTE-LINEA.
005190      MOVE SPACES TO REPORTE-LINEA.
005200      WRITE REPORTE-LINEA.
005210      MOVE 3 TO CONT-LINEAS.
005220  2600-NUEVA-HOJA-EXIT.
005230      EXIT.
005240
005250*------------------------------------------------------------------
005260* 2650-ESCRIBIR-LINEA. Escribe REPORTE-LINEA en TABENT, saltando
005270* antes de hoja (con sus titulos) si la corriente esta completa.
005280*------------------------------------------------------------------
005290  2650-ESCRIBIR-LINEA.
005300      IF CONT-LINEAS NOT < LINEAS-POR-HOJA
005310         MOVE REPORTE-LINEA TO LINEA-RETENIDA
005320         PERFORM 2600-NUEVA-HOJA THRU 2600-NUEVA-HOJA-EXIT
005330         MOVE LINEA-RETENIDA TO REPORTE-LINEA
005340      END-IF.
005350      WRITE REPORTE-LINEA.
005360      ADD 1 TO CONT-LINEAS.
005370  2650-ESCRIBIR-LINEA-EXIT.
005380      EXIT.
005390
005400*------------------------------------------------------------------
005410* 2700-GRABAR-GENERACION. Deja en TABGEN el numero de entrega
005420* recien asignado, para que un corte no lo vuelva a usar.
005430*------------------------------------------------------------------
005440  2700-GRABAR-GENERACION.
005450      MOVE NUM-ENTREGA TO GEN-ULTIMO-NUMERO.
005460      OPEN OUTPUT ARCH-GENERACION.
005470      WRITE GEN-ULTIMO-NUMERO.
005480      CLOSE ARCH-GENERACION.
005490  2700-GRABAR-GENERACION-EXIT.
005500      EXIT.
005510
005520*------------------------------------------------------------------
005530* 2800-REGRABAR-PEDIDO. Regraba en TABPED el pedido corriente con
005540* su nuevo estado.
005550*------------------------------------------------------------------
005560  2800-REGRABAR-PEDIDO.
005570      REWRITE TAB-PED-RECORD
005580          INVALID KEY
005590             DISPLAY "No se pudo regrabar TABPED. FS=" FS-PEDIDOS
005600      END-REWRITE.
005610  2800-REGRABAR-PEDIDO-EXIT.
005620      EXIT.
005630
005640*------------------------------------------------------------------
005650* 2900-TITULO-OPERADOR. Abre en la planilla el grupo de pedidos
005660* del operador corriente.
005670*------------------------------------------------------------------
005680  2900-TITULO-OPERADOR.
005690      MOVE TAB-PED-OPERADOR TO OPERADOR-ANTERIOR.
005700      MOVE ZERO TO OPE-ENTREGADOS.
005710      MOVE ZERO TO OPE-RECHAZADOS.
005720      MOVE SPACES TO INFORME-LINEA.
005730      WRITE INFORME-LINEA.
005740      MOVE SPACES TO INFORME-LINEA.
005750      STRING "Operador " TAB-PED-OPERADOR
005760          DELIMITED BY SIZE INTO INFORME-LINEA.
005770      WRITE INFORME-LINEA.
005780      MOVE SPACES TO INFORME-LINEA.
005790      STRING "  Entreg Pedido            "
005800          "Salida  Nros  Hojas  Titulo"
005810          DELIMITED BY SIZE INTO INFORME-LINEA.
005820      WRITE INFORME-LINEA.
005830  2900-TITULO-OPERADOR-EXIT.
005840      EXIT.
005850
005860*------------------------------------------------------------------
005870* 2950-TOTAL-OPERADOR. Cierra en la planilla el grupo del operador
005880* anterior con sus pedidos entregados y rechazados.
005890*------------------------------------------------------------------
005900  2950-TOTAL-OPERADOR.
005910      MOVE SPACES TO INFORME-LINEA.
005920      STRING "  Entregados " OPE-ENTREGADOS
005930          "  rechazados " OPE-RECHAZADOS
005940          DELIMITED BY SIZE INTO INFORME-LINEA.
005950      WRITE INFORME-LINEA.
005960  2950-TOTAL-OPERADOR-EXIT.
005970      EXIT.
005980
005990*------------------------------------------------------------------
006000* 9999-FINALIZAR. Escribe los totales de la planilla, cierra los
006010* archivos y devuelve RETURN-CODE 8 si PARAMFIL no era valido,
006020* para que la cadena quede cortada con los pedidos pendientes.
006030*------------------------------------------------------------------
006040  9999-FINALIZAR.
006050      IF NOT PARAM-ERROR
006060         MOVE SPACES TO INFORME-LINEA
006070         WRITE INFORME-LINEA
006080         IF TOT-ENTREGADOS = ZERO AND TOT-RECHAZADOS = ZERO
006090            MOVE "No habia pedidos pendientes." TO INFORME-LINEA
006100            WRITE INFORME-LINEA
006110         END-IF
006120         MOVE SPACES TO INFORME-LINEA
006130         STRING "Pedidos entregados     : " TOT-ENTREGADOS
006140             DELIMITED BY SIZE INTO INFORME-LINEA
006150         WRITE INFORME-LINEA
006160         MOVE SPACES TO INFORME-LINEA
006170         STRING "Pedidos rechazados     : " TOT-RECHAZADOS
006180             DELIMITED BY SIZE INTO INFORME-LINEA
006190         WRITE INFORME-LINEA
006200         MOVE SPACES TO INFORME-LINEA
006210         STRING "Tablas generadas       : " TOT-TABLAS
006220             DELIMITED BY SIZE INTO INFORME-LINEA
006230         WRITE INFORME-LINEA
006240         MOVE SPACES TO INFORME-LINEA
006250         STRING "Hojas en TABENT        : " TOT-HOJAS
006260             DELIMITED BY SIZE INTO INFORME-LINEA
006270         WRITE INFORME-LINEA
006280         MOVE SPACES TO INFORME-LINEA
006290         STRING "Filas en TABENTC       : " TOT-FILAS-CSV
006300             DELIMITED BY SIZE INTO INFORME-LINEA
006310         WRITE INFORME-LINEA
006320      END-IF.
006330      IF PEDIDOS-ABIERTO
006340         CLOSE ARCH-PEDIDOS-TABLAS
006350         CLOSE ARCH-REPORTE
006360         CLOSE ARCH-CSV
006370         CLOSE ARCH-AUDITORIA
006380      END-IF.
006390      CLOSE ARCH-INFORME.
006400      DISPLAY "Planilla de entregas grabada en TABRPT. Entregas: "
006410          TOT-ENTREGADOS.
006420      IF PARAM-ERROR
006430         MOVE 8 TO RETURN-CODE
006440      END-IF.
006450      GOBACK.
006460  9999-FINALIZAR-EXIT.
006470      EXIT.
006480
006490  END PROGRAM ENTREGA-TABLAS.
