000010*****************************************************************
000020* PROGRAM-ID : PEDIDO-TABLAS
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Pedido de tablas de multiplicar para la cadena
000050*               nocturna, llamado desde MENU-OPERADOR: el operador
000060*               indica un rango o una lista de NUMEROs, el
000070*               MULTIPLICADOR limite, la salida (listado impreso o
000080*               CSV) y un titulo, y el pedido queda en TABPED
000090*               (TABPED01) bajo su ID de operador hasta que
000100*               ENTREGA-TABLAS lo cumpla en la cadena. Los limites
000110*               de NUMERO y MULTIPLICADOR son los de PARAMFIL.
000120*****************************************************************
000130* HISTORIAL DE MODIFICACIONES
000140* FECHA       INICIALES  DESCRIPCION
000150* ----------  ---------  ------------------------------------------
000160* 2026-10-15  JPM        Version inicial.
000170*****************************************************************
000180  IDENTIFICATION DIVISION.
000190  PROGRAM-ID. PEDIDO-TABLAS INITIAL.
000200  AUTHOR. DEPTO-SISTEMAS.
000210  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000220  DATE-WRITTEN. 15/10/2026.
000230  DATE-COMPILED.
000240
000250  ENVIRONMENT DIVISION.
000260  INPUT-OUTPUT SECTION.
000270  FILE-CONTROL.
000280      SELECT ARCH-PEDIDOS-TABLAS ASSIGN TO "TABPED"
000290          ORGANIZATION IS INDEXED
000300          ACCESS MODE IS DYNAMIC
000310          RECORD KEY IS TAB-PED-CLAVE
000320          FILE STATUS IS FS-PEDIDOS.
000330      SELECT ARCH-PARAMETROS ASSIGN TO "PARAMFIL"
000340          ORGANIZATION IS LINE SEQUENTIAL
000350          FILE STATUS IS FS-PARAMETROS.
000360
000370  DATA DIVISION.
000380  FILE SECTION.
000390  FD  ARCH-PEDIDOS-TABLAS
000400      LABEL RECORDS ARE STANDARD.
000410      COPY TABPED01.
000420
000430  FD  ARCH-PARAMETROS
000440      LABEL RECORDS ARE STANDARD.
000450      COPY REGPAR01.
000460
000470  WORKING-STORAGE SECTION.
000480
000490  77  FS-PEDIDOS      PIC X(02).
000500  77  FS-PARAMETROS   PIC X(02).
000510
000520  77  SW-PARAM-ERROR  PIC X(01)  VALUE "N".
000530      88  PARAM-ERROR            VALUE "S".
000540  77  SW-CANCELADO    PIC X(01)  VALUE "N".
000550      88  CANCELADO              VALUE "S".
000560  77  SW-FIN-LISTA    PIC X(01)  VALUE "N".
000570      88  FIN-LISTA              VALUE "S".
000580  77  SW-NUMERO-HALLADO PIC X(01) VALUE "N".
000590      88  NUMERO-HALLADO         VALUE "S".
000600
000610  77  LIM-NUMERO-MINIMO PIC 9(02) VALUE ZERO.
000620  77  LIM-NUMERO-MAXIMO PIC 9(02) VALUE ZERO.
000630  77  LIM-MULT-TOPE   PIC 9(03)  VALUE ZERO.
000640
000650  77  SELECCION-ENT   PIC X(01).
000660  77  SALIDA-ENT      PIC X(01).
000670  77  CONFIRMA        PIC X(01).
000680  77  NUMERO-ENTRADA  PIC X(02).
000690  77  MULT-ENTRADA    PIC X(03).
000700  77  NUMERO          PIC 9(02).
000710  77  SUB-LISTA       PIC 9(02).
000720  77  FECHA-HOY       PIC 9(08).
000730  77  HORA-ACTUAL     PIC 9(08).
000740
000750  LINKAGE SECTION.
000760      COPY OPERID01.
000770
000780*****************************************************************
000790* PROCEDURE DIVISION
000800*****************************************************************
000810  PROCEDURE DIVISION USING OPE-OPERADOR.
000820
000830*------------------------------------------------------------------
000840* 0000-MAINLINE. Toma los datos del pedido y, si el operador lo
000850* confirma, lo graba en TABPED.
000860*------------------------------------------------------------------
000870  0000-MAINLINE.
000880      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
000890      IF PARAM-ERROR
000900         GO TO 0000-MAINLINE-FIN
000910      END-IF.
000920      PERFORM 2000-PEDIR-SELECCION THRU 2000-PEDIR-SELECCION-EXIT.
000930      IF CANCELADO
000940         GO TO 0000-MAINLINE-FIN
000950      END-IF.
000960      PERFORM 2300-PEDIR-MULTIPLICADOR THRU
000970              2300-PEDIR-MULTIPLICADOR-EXIT.
000980      PERFORM 2400-PEDIR-SALIDA THRU 2400-PEDIR-SALIDA-EXIT.
000990      PERFORM 2500-PEDIR-TITULO THRU 2500-PEDIR-TITULO-EXIT.
001000      PERFORM 2600-CONFIRMAR THRU 2600-CONFIRMAR-EXIT.
001010      IF CANCELADO
001020         GO TO 0000-MAINLINE-FIN
001030      END-IF.
001040      PERFORM 3000-GRABAR-PEDIDO THRU 3000-GRABAR-PEDIDO-EXIT.
001050  0000-MAINLINE-FIN.
001060      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001070  0000-MAINLINE-EXIT.
001080      EXIT.
001090
001100*------------------------------------------------------------------
001110* 1000-INICIALIZAR. Lee los limites de PARAMFIL y deja el pedido
001120* en blanco, pendiente, a nombre del operador de la sesion.
001130*------------------------------------------------------------------
001140  1000-INICIALIZAR.
001150      DISPLAY "****** Pedido de tablas para la cadena ******".
001160      PERFORM 1200-LEER-PARAMETROS THRU
001170              1200-LEER-PARAMETROS-EXIT.
001180      MOVE SPACES TO TAB-PED-RECORD.
001190      MOVE OPE-OPERADOR-ID TO TAB-PED-OPERADOR.
001200      MOVE ZERO TO TAB-PED-DESDE.
001210      MOVE ZERO TO TAB-PED-HASTA.
001220      MOVE ZERO TO TAB-PED-CANT-LISTA.
001230      MOVE 1 TO SUB-LISTA.
001240      PERFORM 1100-LIMPIAR-LISTA THRU 1100-LIMPIAR-LISTA-EXIT
001250          UNTIL SUB-LISTA > 20.
001260      MOVE "P" TO TAB-PED-ESTADO.
001270      MOVE ZERO TO TAB-PED-NRO-ENTREGA.
001280      MOVE ZERO TO TAB-PED-FECHA-ENTREGA.
001290      MOVE ZERO TO TAB-PED-CANT-NUMEROS.
001300      MOVE ZERO TO TAB-PED-CANT-HOJAS.
001310  1000-INICIALIZAR-EXIT.
001320      EXIT.
001330
001340*------------------------------------------------------------------
001350* 1100-LIMPIAR-LISTA. Deja en cero la posicion SUB-LISTA de la
001360* lista de NUMEROs del pedido y avanza.
001370*------------------------------------------------------------------
001380  1100-LIMPIAR-LISTA.
001390      MOVE ZERO TO TAB-PED-LISTA (SUB-LISTA).
001400      ADD 1 TO SUB-LISTA.
001410  1100-LIMPIAR-LISTA-EXIT.
001420      EXIT.
001430
001440*------------------------------------------------------------------
001450* 1200-LEER-PARAMETROS. Lee el registro unico de PARAMFIL y toma
001460* de el el rango de NUMERO y el tope del MULTIPLICADOR, igual que
001470* TABLAS-MULTIPLICAR. Si el archivo falta, esta vacio o trae
001480* valores invalidos, deja PARAM-ERROR prendido y el pedido no se
001490* toma.
001500*------------------------------------------------------------------
001510  1200-LEER-PARAMETROS.
001520      OPEN INPUT ARCH-PARAMETROS.
001530      IF FS-PARAMETROS NOT = "00"
001540         MOVE "S" TO SW-PARAM-ERROR
001550         DISPLAY "No se pudo abrir PARAMFIL. FS=" FS-PARAMETROS
001560         DISPLAY "Pedido rechazado: falta el archivo de"
001570         DISPLAY "parametros."
001580         GO TO 1200-LEER-PARAMETROS-EXIT
001590      END-IF.
001600      READ ARCH-PARAMETROS
001610          AT END MOVE "S" TO SW-PARAM-ERROR
001620      END-READ.
001630      IF NOT PARAM-ERROR
001640         IF PAR-REGISTRO IS NOT NUMERIC
001650            MOVE "S" TO SW-PARAM-ERROR
001660         ELSE
001670            IF PAR-NUMERO-MINIMO < 1 OR
001680               PAR-NUMERO-MAXIMO < PAR-NUMERO-MINIMO OR
001690               PAR-MULT-TOPE < 1
001700               MOVE "S" TO SW-PARAM-ERROR
001710            END-IF
001720         END-IF
001730      END-IF.
001740      CLOSE ARCH-PARAMETROS.
001750      IF PARAM-ERROR
001760         DISPLAY "Pedido rechazado: PARAMFIL vacio o con"
001770         DISPLAY "parametros invalidos."
001780      ELSE
001790         MOVE PAR-NUMERO-MINIMO TO LIM-NUMERO-MINIMO
001800         MOVE PAR-NUMERO-MAXIMO TO LIM-NUMERO-MAXIMO
001810         MOVE PAR-MULT-TOPE TO LIM-MULT-TOPE
001820      END-IF.
001830  1200-LEER-PARAMETROS-EXIT.
001840      EXIT.
001850
001860*------------------------------------------------------------------
001870* 2000-PEDIR-SELECCION. Pide si los NUMEROs van por rango o por
001880* lista y los toma. Enter cancela el pedido, igual que una lista
001890* que queda vacia.
001900*------------------------------------------------------------------
001910  2000-PEDIR-SELECCION.
001920      DISPLAY "NUMEROs por rango (R) o por lista (L), Enter ="
001930      DISPLAY "cancelar: " WITH NO ADVANCING.
001940      MOVE SPACES TO SELECCION-ENT.
001950      ACCEPT SELECCION-ENT.
001960      IF SELECCION-ENT = SPACE
001970         MOVE "S" TO SW-CANCELADO
001980         DISPLAY "Pedido cancelado."
001990         GO TO 2000-PEDIR-SELECCION-EXIT
002000      END-IF.
002010      IF SELECCION-ENT = "R" OR SELECCION-ENT = "r"
002020         MOVE "R" TO TAB-PED-SELECCION
002030         PERFORM 2100-PEDIR-RANGO THRU 2100-PEDIR-RANGO-EXIT
002040      ELSE IF SELECCION-ENT = "L" OR SELECCION-ENT = "l"
002050         MOVE "L" TO TAB-PED-SELECCION
002060         MOVE "N" TO SW-FIN-LISTA
002070         PERFORM 2200-PEDIR-NUMERO-LISTA THRU
002080                 2200-PEDIR-NUMERO-LISTA-EXIT
002090             UNTIL FIN-LISTA
002100         IF TAB-PED-CANT-LISTA = ZERO
002110            MOVE "S" TO SW-CANCELADO
002120            DISPLAY "Lista vacia. Pedido cancelado."
002130         END-IF
002140         MOVE TAB-PED-CANT-LISTA TO TAB-PED-CANT-NUMEROS
002150      ELSE
002160         DISPLAY "Opcion incorrecta."
002170         GO TO 2000-PEDIR-SELECCION
002180      END-IF.
002190  2000-PEDIR-SELECCION-EXIT.
002200      EXIT.
002210
002220*------------------------------------------------------------------
002230* 2100-PEDIR-RANGO. Pide el primer y el ultimo NUMERO del rango,
002240* dentro de los limites de PARAMFIL y con el primero no mayor que
002250* el ultimo. Reingresa el dato ante un valor invalido.
002260*------------------------------------------------------------------
002270  2100-PEDIR-RANGO.
002280      DISPLAY "Desde NUMERO (" LIM-NUMERO-MINIMO "-"
002290          LIM-NUMERO-MAXIMO "): " WITH NO ADVANCING.
002300      PERFORM 2150-ACEPTAR-NUMERO THRU 2150-ACEPTAR-NUMERO-EXIT.
002310      IF NUMERO = ZERO
002320         GO TO 2100-PEDIR-RANGO
002330      END-IF.
002340      MOVE NUMERO TO TAB-PED-DESDE.
002350  2100-PEDIR-HASTA.
002360      DISPLAY "Hasta NUMERO (" TAB-PED-DESDE "-"
002370          LIM-NUMERO-MAXIMO "): " WITH NO ADVANCING.
002380      PERFORM 2150-ACEPTAR-NUMERO THRU 2150-ACEPTAR-NUMERO-EXIT.
002390      IF NUMERO = ZERO
002400         GO TO 2100-PEDIR-HASTA
002410      END-IF.
002420      IF NUMERO < TAB-PED-DESDE
002430         DISPLAY "El ultimo NUMERO no puede ser menor que el"
002440         DISPLAY "primero."
002450         GO TO 2100-PEDIR-HASTA
002460      END-IF.
002470      MOVE NUMERO TO TAB-PED-HASTA.
002480      COMPUTE TAB-PED-CANT-NUMEROS =
002490          TAB-PED-HASTA - TAB-PED-DESDE + 1.
002500  2100-PEDIR-RANGO-EXIT.
002510      EXIT.
002520
002530*------------------------------------------------------------------
002540* 2150-ACEPTAR-NUMERO. Acepta un NUMERO y lo valida como
002550* INTRODUCE-NUMERO de TABLAS-MULTIPLICAR: numerico y dentro del
002560* rango de PARAMFIL. Un valor invalido deja NUMERO en cero.
002570*------------------------------------------------------------------
002580  2150-ACEPTAR-NUMERO.
002590      MOVE ZERO TO NUMERO.
002600      MOVE SPACES TO NUMERO-ENTRADA.
002610      ACCEPT NUMERO-ENTRADA.
002620      IF NUMERO-ENTRADA IS NOT NUMERIC
002630         DISPLAY "Numero invalido. Ingrese solo digitos."
002640         GO TO 2150-ACEPTAR-NUMERO-EXIT
002650      END-IF.
002660      MOVE NUMERO-ENTRADA TO NUMERO.
002670      IF NUMERO < LIM-NUMERO-MINIMO OR
002680         NUMERO > LIM-NUMERO-MAXIMO
002690         DISPLAY "Numero fuera de rango. Debe ser "
002700             LIM-NUMERO-MINIMO "-" LIM-NUMERO-MAXIMO "."
002710         MOVE ZERO TO NUMERO
002720      END-IF.
002730  2150-ACEPTAR-NUMERO-EXIT.
002740      EXIT.
002750
002760*------------------------------------------------------------------
002770* 2200-PEDIR-NUMERO-LISTA. Pide el proximo NUMERO de la lista
002780* (hasta 20); Enter termina la lista. Un NUMERO repetido no se
002790* vuelve a agregar.
002800*------------------------------------------------------------------
002810  2200-PEDIR-NUMERO-LISTA.
002820      IF TAB-PED-CANT-LISTA = 20
002830         DISPLAY "La lista llego a 20 NUMEROs."
002840         MOVE "S" TO SW-FIN-LISTA
002850         GO TO 2200-PEDIR-NUMERO-LISTA-EXIT
002860      END-IF.
002870      COMPUTE SUB-LISTA = TAB-PED-CANT-LISTA + 1.
002880      DISPLAY "NUMERO " SUB-LISTA " de la lista (Enter = fin): "
002890          WITH NO ADVANCING.
002900      MOVE SPACES TO NUMERO-ENTRADA.
002910      ACCEPT NUMERO-ENTRADA.
002920      IF NUMERO-ENTRADA = SPACES
002930         MOVE "S" TO SW-FIN-LISTA
002940         GO TO 2200-PEDIR-NUMERO-LISTA-EXIT
002950      END-IF.
002960      IF NUMERO-ENTRADA IS NOT NUMERIC
002970         DISPLAY "Numero invalido. Ingrese solo digitos."
002980         GO TO 2200-PEDIR-NUMERO-LISTA-EXIT
002990      END-IF.
003000      MOVE NUMERO-ENTRADA TO NUMERO.
003010      IF NUMERO < LIM-NUMERO-MINIMO OR
003020         NUMERO > LIM-NUMERO-MAXIMO
003030         DISPLAY "Numero fuera de rango. Debe ser "
003040             LIM-NUMERO-MINIMO "-" LIM-NUMERO-MAXIMO "."
003050         GO TO 2200-PEDIR-NUMERO-LISTA-EXIT
003060      END-IF.
003070      MOVE "N" TO SW-NUMERO-HALLADO.
003080      MOVE 1 TO SUB-LISTA.
003090      PERFORM 2250-COMPARAR-NUMERO THRU 2250-COMPARAR-NUMERO-EXIT
003100          UNTIL NUMERO-HALLADO OR SUB-LISTA > TAB-PED-CANT-LISTA.
003110      IF NUMERO-HALLADO
003120         DISPLAY "El NUMERO " NUMERO " ya esta en la lista."
003130         GO TO 2200-PEDIR-NUMERO-LISTA-EXIT
003140      END-IF.
003150      ADD 1 TO TAB-PED-CANT-LISTA.
003160      MOVE NUMERO TO TAB-PED-LISTA (TAB-PED-CANT-LISTA).
003170  2200-PEDIR-NUMERO-LISTA-EXIT.
003180      EXIT.
003190
003200*------------------------------------------------------------------
003210* 2250-COMPARAR-NUMERO. Compara la posicion SUB-LISTA de la lista
003220* con el NUMERO ingresado y avanza.
003230*------------------------------------------------------------------
003240  2250-COMPARAR-NUMERO.
003250      IF TAB-PED-LISTA (SUB-LISTA) = NUMERO
003260         MOVE "S" TO SW-NUMERO-HALLADO
003270      ELSE
003280         ADD 1 TO SUB-LISTA
003290      END-IF.
003300  2250-COMPARAR-NUMERO-EXIT.
003310      EXIT.
003320
003330*------------------------------------------------------------------
003340* 2300-PEDIR-MULTIPLICADOR. Pide el ultimo MULTIPLICADOR de cada
003350* tabla, de 1 al tope de PARAMFIL.
003360*------------------------------------------------------------------
003370  2300-PEDIR-MULTIPLICADOR.
003380      DISPLAY "MULTIPLICADOR limite (001-" LIM-MULT-TOPE "): "
003390          WITH NO ADVANCING.
003400      MOVE SPACES TO MULT-ENTRADA.
003410      ACCEPT MULT-ENTRADA.
003420      IF MULT-ENTRADA IS NOT NUMERIC
003430         DISPLAY "Valor invalido. Ingrese tres digitos."
003440         GO TO 2300-PEDIR-MULTIPLICADOR
003450      END-IF.
003460      MOVE MULT-ENTRADA TO TAB-PED-MULT-LIMITE.
003470      IF TAB-PED-MULT-LIMITE < 1 OR
003480         TAB-PED-MULT-LIMITE > LIM-MULT-TOPE
003490         DISPLAY "El MULTIPLICADOR debe ser de 001 a "
003500             LIM-MULT-TOPE "."
003510         GO TO 2300-PEDIR-MULTIPLICADOR
003520      END-IF.
003530  2300-PEDIR-MULTIPLICADOR-EXIT.
003540      EXIT.
003550
003560*------------------------------------------------------------------
003570* 2400-PEDIR-SALIDA. Pide la salida del pedido: listado impreso o
003580* CSV.
003590*------------------------------------------------------------------
003600  2400-PEDIR-SALIDA.
003610      DISPLAY "Salida: listado impreso (I) o CSV (C): "
003620          WITH NO ADVANCING.
003630      MOVE SPACES TO SALIDA-ENT.
003640      ACCEPT SALIDA-ENT.
003650      IF SALIDA-ENT = "I" OR SALIDA-ENT = "i"
003660         MOVE "I" TO TAB-PED-SALIDA
003670      ELSE IF SALIDA-ENT = "C" OR SALIDA-ENT = "c"
003680         MOVE "C" TO TAB-PED-SALIDA
003690      ELSE
003700         DISPLAY "Opcion incorrecta."
003710         GO TO 2400-PEDIR-SALIDA
003720      END-IF.
003730  2400-PEDIR-SALIDA-EXIT.
003740      EXIT.
003750
003760*------------------------------------------------------------------
003770* 2500-PEDIR-TITULO. Pide el titulo del pedido, que encabeza cada
003780* hoja de la entrega y la identifica en la planilla de entregas.
003790* No puede quedar en blanco.
003800*------------------------------------------------------------------
003810  2500-PEDIR-TITULO.
003820      DISPLAY "Titulo del pedido: " WITH NO ADVANCING.
003830      MOVE SPACES TO TAB-PED-TITULO.
003840      ACCEPT TAB-PED-TITULO.
003850      IF TAB-PED-TITULO = SPACES
003860         DISPLAY "El titulo no puede quedar en blanco."
003870         GO TO 2500-PEDIR-TITULO
003880      END-IF.
003890  2500-PEDIR-TITULO-EXIT.
003900      EXIT.
003910
003920*------------------------------------------------------------------
003930* 2600-CONFIRMAR. Muestra el pedido y pide confirmacion.
003940*------------------------------------------------------------------
003950  2600-CONFIRMAR.
003960      DISPLAY " ".
003970      IF TAB-PED-ES-RANGO
003980         DISPLAY "NUMEROs " TAB-PED-DESDE " a " TAB-PED-HASTA
003990      ELSE
004000         DISPLAY "NUMEROs en lista: " TAB-PED-CANT-LISTA
004010      END-IF.
004020      DISPLAY "MULTIPLICADOR limite: " TAB-PED-MULT-LIMITE.
004030      IF TAB-PED-IMPRESO
004040         DISPLAY "Salida: listado impreso"
004050      ELSE
004060         DISPLAY "Salida: CSV"
004070      END-IF.
004080      DISPLAY "Titulo: " TAB-PED-TITULO.
004090      DISPLAY "Confirma el pedido (S/N): " WITH NO ADVANCING.
004100      MOVE SPACES TO CONFIRMA.
004110      ACCEPT CONFIRMA.
004120      IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
004130         MOVE "S" TO SW-CANCELADO
004140         DISPLAY "Pedido cancelado."
004150      END-IF.
004160  2600-CONFIRMAR-EXIT.
004170      EXIT.
004180
004190*------------------------------------------------------------------
004200* 3000-GRABAR-PEDIDO. Graba el pedido pendiente en TABPED (que se
004210* crea si todavia no existe) con la fecha y hora del pedido.
004220*------------------------------------------------------------------
004230  3000-GRABAR-PEDIDO.
004240      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
004250      ACCEPT HORA-ACTUAL FROM TIME.
004260      MOVE FECHA-HOY TO TAB-PED-FECHA.
004270      MOVE HORA-ACTUAL TO TAB-PED-HORA.
004280      OPEN I-O ARCH-PEDIDOS-TABLAS.
004290      IF FS-PEDIDOS = "35"
004300         OPEN OUTPUT ARCH-PEDIDOS-TABLAS
004310         CLOSE ARCH-PEDIDOS-TABLAS
004320         OPEN I-O ARCH-PEDIDOS-TABLAS
004330      END-IF.
004340      IF FS-PEDIDOS NOT = "00"
004350         DISPLAY "No se pudo abrir TABPED. FS=" FS-PEDIDOS
004360         DISPLAY "El pedido no se grabo."
004370         GO TO 3000-GRABAR-PEDIDO-EXIT
004380      END-IF.
004390      WRITE TAB-PED-RECORD
004400          INVALID KEY
004410             DISPLAY "No se pudo grabar el pedido. FS=" FS-PEDIDOS
004420             DISPLAY "Reintente en unos segundos."
004430          NOT INVALID KEY
004440             DISPLAY "Pedido grabado para la cadena nocturna ("
004450                 TAB-PED-FECHA " " TAB-PED-HORA ")."
004460      END-WRITE.
004470      CLOSE ARCH-PEDIDOS-TABLAS.
004480  3000-GRABAR-PEDIDO-EXIT.
004490      EXIT.
004500
004510*------------------------------------------------------------------
004520* 9999-FINALIZAR.
004530*------------------------------------------------------------------
004540  9999-FINALIZAR.
004550      DISPLAY " ".
004560      GOBACK.
004570  9999-FINALIZAR-EXIT.
004580      EXIT.
004590
004600  END PROGRAM PEDIDO-TABLAS.
