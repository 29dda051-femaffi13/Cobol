000010*****************************************************************
000020* PROGRAM-ID : SUSPENSO-MOVIMIENTOS
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Atencion en linea del suspenso MOVSUS (MOVSUS01),
000050*               donde CARGA-MOVIMIENTOS deja cada movimiento de
000060*               sucursal rechazado: lista las partidas abiertas y
000070*               permite corregir el NOMBRE o la fecha de
000080*               nacimiento, elegir el ID del homonimo que
000090*               corresponde y liberar la partida para que la
000100*               proxima corrida de la carga la reprocese, o
000110*               cancelarla con su motivo. Cada liberacion y cada
000120*               cancelacion quedan con el operador de la sesion.
000130*****************************************************************
000140* HISTORIAL DE MODIFICACIONES
000150* FECHA       INICIALES  DESCRIPCION
000160* ----------  ---------  ------------------------------------------
000170* 2026-10-15  JPM        Version inicial.
000180*****************************************************************
000190  IDENTIFICATION DIVISION.
000200  PROGRAM-ID. SUSPENSO-MOVIMIENTOS INITIAL.
000210  AUTHOR. DEPTO-SISTEMAS.
000220  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000230  DATE-WRITTEN. 15/10/2026.
000240  DATE-COMPILED.
000250
000260  ENVIRONMENT DIVISION.
000270  INPUT-OUTPUT SECTION.
000280  FILE-CONTROL.
000290      SELECT ARCH-SUSPENSO ASSIGN TO "MOVSUS"
000300          ORGANIZATION IS INDEXED
000310          ACCESS MODE IS DYNAMIC
000320          RECORD KEY IS MOV-SUS-CLAVE
000330          FILE STATUS IS FS-SUSPENSO.
000340      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000350          ORGANIZATION IS INDEXED
000360          ACCESS MODE IS DYNAMIC
000370          RECORD KEY IS REG-MAE-ID
000380          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000390              WITH DUPLICATES
000400          FILE STATUS IS FS-MAESTRO.
000410
000420  DATA DIVISION.
000430  FILE SECTION.
000440  FD  ARCH-SUSPENSO
000450      LABEL RECORDS ARE STANDARD.
000460      COPY MOVSUS01.
000470
000480  FD  REGISTRO-MASTER
000490      LABEL RECORDS ARE STANDARD.
000500      COPY REGMAE01.
000510
000520  WORKING-STORAGE SECTION.
000530
000540  77  OPC-MENU        PIC 9(01).
000550  77  FS-SUSPENSO     PIC X(02).
000560  77  FS-MAESTRO      PIC X(02).
000570
000580  77  SW-FIN-PROGRAMA PIC X(01)  VALUE "N".
000590      88  FIN-PROGRAMA           VALUE "S".
000600  77  SW-FIN-SUSPENSO PIC X(01)  VALUE "N".
000610      88  FIN-SUSPENSO           VALUE "S".
000620  77  SW-PARTIDA-ELEGIDA PIC X(01) VALUE "N".
000630      88  PARTIDA-ELEGIDA        VALUE "S".
000640  77  SW-FIN-HOMONIMOS PIC X(01) VALUE "N".
000650      88  FIN-HOMONIMOS          VALUE "S".
000660  77  SW-MAESTRO-ABIERTO PIC X(01) VALUE "N".
000670      88  MAESTRO-ABIERTO        VALUE "S".
000680  77  SW-FECHA-VALIDA PIC X(01)  VALUE "N".
000690      88  FECHA-VALIDA           VALUE "S".
000700
000710  77  CANT-PARTIDAS   PIC 9(03)  VALUE ZERO.
000720  77  NRO-PARTIDA     PIC 9(03)  VALUE ZERO.
000730  77  CONT-LINEAS     PIC 9(02)  VALUE ZERO.
000740  77  OPC-PAGINA      PIC X(01).
000750  77  NOMBRE-ENT      PIC X(20).
000760  77  FECHA-NAC-ENT   PIC X(08).
000770  77  MOTIVO-CANCEL-ENT PIC X(30).
000780  77  CONFIRMA        PIC X(01).
000790  77  ID-ELEGIDO      PIC 9(06)  VALUE ZERO.
000800  77  CANT-HOMONIMOS  PIC 9(01)  VALUE ZERO.
000810  77  SUB-HOMONIMO    PIC 9(02).
000820  77  OPC-HOMONIMO    PIC 9(01).
000830  77  ESTADO-TEXTO    PIC X(09).
000840
000850  01  FECHA-HOY              PIC 9(08).
000860  01  FECHA-NAC              PIC 9(08).
000870  01  FECHA-NAC-DET REDEFINES FECHA-NAC.
000880      05  NAC-AAAA           PIC 9(04).
000890      05  NAC-MM             PIC 9(02).
000900      05  NAC-DD             PIC 9(02).
000910
000920* Claves de las partidas abiertas del ultimo listado, en el orden
000930* en que se mostraron: el operador elige la partida por su numero.
000940  01  TABLA-PARTIDAS.
000950      05  PARTIDA-ENTRADA OCCURS 500 TIMES.
000960          10  PTD-CLAVE        PIC X(26).
000970
000980  01  TABLA-HOMONIMOS.
000990      05  HOMONIMO-ENTRADA OCCURS 9 TIMES.
001000          10  HOM-ID           PIC 9(06).
001010          10  HOM-FECHA-NAC    PIC 9(08).
001020          10  HOM-FECHA-ALTA   PIC 9(08).
001030
001040  LINKAGE SECTION.
001050      COPY OPERID01.
001060
001070*****************************************************************
001080* PROCEDURE DIVISION
001090*****************************************************************
001100  PROCEDURE DIVISION USING OPE-OPERADOR.
001110
001120*------------------------------------------------------------------
001130* 0000-MAINLINE.
001140*------------------------------------------------------------------
001150  0000-MAINLINE.
001160      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001170      PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
001180          UNTIL FIN-PROGRAMA.
001190      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001200  0000-MAINLINE-EXIT.
001210      EXIT.
001220
001230*------------------------------------------------------------------
001240* 1000-INICIALIZAR. Abre el suspenso en modo I-O (creandolo si
001250* todavia no existe) y REGISTRO-MASTER para consulta, que solo
001260* hace falta para elegir homonimos.
001270*------------------------------------------------------------------
001280  1000-INICIALIZAR.
001290      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001300      OPEN I-O ARCH-SUSPENSO.
001310      IF FS-SUSPENSO = "35"
001320         OPEN OUTPUT ARCH-SUSPENSO
001330         CLOSE ARCH-SUSPENSO
001340         OPEN I-O ARCH-SUSPENSO
001350      END-IF.
001360      OPEN INPUT REGISTRO-MASTER.
001370      IF FS-MAESTRO = "00"
001380         MOVE "S" TO SW-MAESTRO-ABIERTO
001390      END-IF.
001400      MOVE ZERO TO CANT-PARTIDAS.
001410  1000-INICIALIZAR-EXIT.
001420      EXIT.
001430
001440*------------------------------------------------------------------
001450* 2000-MENU-PRINCIPAL. Menu de atencion del suspenso.
001460*------------------------------------------------------------------
001470  2000-MENU-PRINCIPAL.
001480      DISPLAY "****** Suspenso de movimientos ******".
001490      DISPLAY "1. Listar partidas abiertas. ".
001500      DISPLAY "2. Corregir y liberar una partida. ".
001510      DISPLAY "3. Cancelar una partida. ".
001520      DISPLAY "4. Salir. ".
001530      ACCEPT OPC-MENU.
001540
001550      IF OPC-MENU = 1
001560         PERFORM 3000-LISTAR-PARTIDAS THRU
001570                 3000-LISTAR-PARTIDAS-EXIT
001580      ELSE IF OPC-MENU = 2
001590         PERFORM 4000-LIBERAR-PARTIDA THRU
001600                 4000-LIBERAR-PARTIDA-EXIT
001610      ELSE IF OPC-MENU = 3
001620         PERFORM 5000-CANCELAR-PARTIDA THRU
001630                 5000-CANCELAR-PARTIDA-EXIT
001640      ELSE IF OPC-MENU = 4
001650         MOVE "S" TO SW-FIN-PROGRAMA
001660      ELSE
001670         DISPLAY "Opcion incorrecta."
001680         DISPLAY " "
001690      END-IF.
001700  2000-MENU-PRINCIPAL-EXIT.
001710      EXIT.
001720
001730*------------------------------------------------------------------
001740* 3000-LISTAR-PARTIDAS. Recorre el suspenso por clave (fecha de
001750* rechazo, sucursal, fecha de lote, secuencia) y muestra numeradas
001760* las partidas pendientes y liberadas, de a 10 por pantalla,
001770* guardando sus claves para que el operador las elija por numero.
001780*------------------------------------------------------------------
001790  3000-LISTAR-PARTIDAS.
001800      MOVE ZERO TO CANT-PARTIDAS.
001810      MOVE ZERO TO CONT-LINEAS.
001820      MOVE "N" TO SW-FIN-SUSPENSO.
001830      MOVE LOW-VALUES TO MOV-SUS-CLAVE.
001840      START ARCH-SUSPENSO KEY NOT < MOV-SUS-CLAVE
001850          INVALID KEY MOVE "S" TO SW-FIN-SUSPENSO
001860      END-START.
001870      PERFORM 3100-LISTAR-PARTIDA THRU 3100-LISTAR-PARTIDA-EXIT
001880          UNTIL FIN-SUSPENSO.
001890      IF CANT-PARTIDAS = ZERO
001900         DISPLAY "No hay partidas abiertas en el suspenso."
001910      END-IF.
001920      DISPLAY " ".
001930  3000-LISTAR-PARTIDAS-EXIT.
001940      EXIT.
001950
001960*------------------------------------------------------------------
001970* 3100-LISTAR-PARTIDA. Lee la proxima partida del suspenso y, si
001980* esta abierta, la agrega a TABLA-PARTIDAS y la muestra. Al
001990* completar una pantalla pide seguir o terminar el listado.
002000*------------------------------------------------------------------
002010  3100-LISTAR-PARTIDA.
002020      READ ARCH-SUSPENSO NEXT
002030          AT END MOVE "S" TO SW-FIN-SUSPENSO
002040      END-READ.
002050      IF FIN-SUSPENSO
002060         GO TO 3100-LISTAR-PARTIDA-EXIT
002070      END-IF.
002080      IF NOT MOV-SUS-ABIERTA
002090         GO TO 3100-LISTAR-PARTIDA-EXIT
002100      END-IF.
002110      IF CANT-PARTIDAS = 500
002120         DISPLAY "Hay mas partidas abiertas; se listan las"
002130         DISPLAY "primeras 500."
002140         MOVE "S" TO SW-FIN-SUSPENSO
002150         GO TO 3100-LISTAR-PARTIDA-EXIT
002160      END-IF.
002170      IF CONT-LINEAS = 10
002180         DISPLAY "Enter para seguir, F para terminar: "
002190             WITH NO ADVANCING
002200         ACCEPT OPC-PAGINA
002210         IF OPC-PAGINA = "F" OR OPC-PAGINA = "f"
002220            MOVE "S" TO SW-FIN-SUSPENSO
002230            GO TO 3100-LISTAR-PARTIDA-EXIT
002240         END-IF
002250         MOVE ZERO TO CONT-LINEAS
002260      END-IF.
002270      ADD 1 TO CANT-PARTIDAS.
002280      ADD 1 TO CONT-LINEAS.
002290      MOVE MOV-SUS-CLAVE TO PTD-CLAVE (CANT-PARTIDAS).
002300      MOVE CANT-PARTIDAS TO NRO-PARTIDA.
002310      PERFORM 6100-MOSTRAR-PARTIDA THRU 6100-MOSTRAR-PARTIDA-EXIT.
002320  3100-LISTAR-PARTIDA-EXIT.
002330      EXIT.
002340
002350*------------------------------------------------------------------
002360* 4000-LIBERAR-PARTIDA. Sobre una partida abierta del ultimo
002370* listado deja corregir el NOMBRE y la fecha de nacimiento (Enter
002380* conserva el dato) y, para una modificacion o una baja, elegir
002390* el ID del homonimo activo al que corresponde. Confirmada, la
002400* partida queda liberada para la proxima corrida de la carga.
002410*------------------------------------------------------------------
002420  4000-LIBERAR-PARTIDA.
002430      PERFORM 6000-ELEGIR-PARTIDA THRU 6000-ELEGIR-PARTIDA-EXIT.
002440      IF NOT PARTIDA-ELEGIDA
002450         GO TO 4000-LIBERAR-PARTIDA-EXIT
002460      END-IF.
002470      DISPLAY "Nombre (Enter = " MOV-SUS-NOMBRE "): "
002480          WITH NO ADVANCING.
002490      MOVE SPACES TO NOMBRE-ENT.
002500      ACCEPT NOMBRE-ENT.
002510      IF NOMBRE-ENT NOT = SPACES
002520         MOVE NOMBRE-ENT TO MOV-SUS-NOMBRE
002530      END-IF.
002540      MOVE "N" TO SW-FECHA-VALIDA.
002550      PERFORM 4100-PEDIR-FECHA-NAC THRU 4100-PEDIR-FECHA-NAC-EXIT
002560          UNTIL FECHA-VALIDA.
002570      MOVE MOV-SUS-ID-ELEGIDO TO ID-ELEGIDO.
002580      IF MOV-SUS-TIPO = "M" OR MOV-SUS-TIPO = "B"
002590         PERFORM 7000-ELEGIR-HOMONIMO THRU
002600                 7000-ELEGIR-HOMONIMO-EXIT
002610      END-IF.
002620      DISPLAY "Liberar la partida para la proxima corrida (S/N)? "
002630          WITH NO ADVANCING.
002640      ACCEPT CONFIRMA.
002650      IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
002660         DISPLAY "La partida no se modifico."
002670         DISPLAY " "
002680         GO TO 4000-LIBERAR-PARTIDA-EXIT
002690      END-IF.
002700      MOVE "L" TO MOV-SUS-ESTADO.
002710      MOVE ID-ELEGIDO TO MOV-SUS-ID-ELEGIDO.
002720      MOVE OPE-OPERADOR-ID TO MOV-SUS-OPERADOR.
002730      REWRITE MOV-SUS-RECORD
002740          INVALID KEY
002750             DISPLAY "No se pudo actualizar la partida. FS="
002760                 FS-SUSPENSO
002770          NOT INVALID KEY
002780             DISPLAY "Partida liberada."
002790      END-REWRITE.
002800      DISPLAY " ".
002810  4000-LIBERAR-PARTIDA-EXIT.
002820      EXIT.
002830
002840*------------------------------------------------------------------
002850* 4100-PEDIR-FECHA-NAC. Pide la fecha de nacimiento corregida
002860* (Enter la conserva) y controla que sea numerica con mes y dia
002870* posibles y no futura. La edad contra la maxima de PARAMFIL la
002880* vuelve a validar la carga al reprocesar.
002890*------------------------------------------------------------------
002900  4100-PEDIR-FECHA-NAC.
002910      DISPLAY "Fecha de nacimiento AAAAMMDD (Enter = "
002920          MOV-SUS-FECHA-NAC "): " WITH NO ADVANCING.
002930      MOVE SPACES TO FECHA-NAC-ENT.
002940      ACCEPT FECHA-NAC-ENT.
002950      IF FECHA-NAC-ENT = SPACES
002960         MOVE "S" TO SW-FECHA-VALIDA
002970         GO TO 4100-PEDIR-FECHA-NAC-EXIT
002980      END-IF.
002990      IF FECHA-NAC-ENT IS NOT NUMERIC
003000         DISPLAY "Fecha invalida. Ingrese solo digitos."
003010         GO TO 4100-PEDIR-FECHA-NAC-EXIT
003020      END-IF.
003030      MOVE FECHA-NAC-ENT TO FECHA-NAC.
003040      IF NAC-MM < 1 OR NAC-MM > 12 OR NAC-DD < 1 OR NAC-DD > 31
003050         DISPLAY "Fecha invalida. Mes o dia imposible."
003060         GO TO 4100-PEDIR-FECHA-NAC-EXIT
003070      END-IF.
003080      IF FECHA-NAC > FECHA-HOY
003090         DISPLAY "Fecha invalida. No puede ser futura."
003100         GO TO 4100-PEDIR-FECHA-NAC-EXIT
003110      END-IF.
003120      MOVE FECHA-NAC-ENT TO MOV-SUS-FECHA-NAC.
003130      MOVE "S" TO SW-FECHA-VALIDA.
003140  4100-PEDIR-FECHA-NAC-EXIT.
003150      EXIT.
003160
003170*------------------------------------------------------------------
003180* 5000-CANCELAR-PARTIDA. Cancela una partida abierta del ultimo
003190* listado: el movimiento no se reprocesa mas y la partida queda
003200* con el motivo informado, el operador y la fecha.
003210*------------------------------------------------------------------
003220  5000-CANCELAR-PARTIDA.
003230      PERFORM 6000-ELEGIR-PARTIDA THRU 6000-ELEGIR-PARTIDA-EXIT.
003240      IF NOT PARTIDA-ELEGIDA
003250         GO TO 5000-CANCELAR-PARTIDA-EXIT
003260      END-IF.
003270      DISPLAY "Motivo de la cancelacion: " WITH NO ADVANCING.
003280      MOVE SPACES TO MOTIVO-CANCEL-ENT.
003290      ACCEPT MOTIVO-CANCEL-ENT.
003300      IF MOTIVO-CANCEL-ENT = SPACES
003310         DISPLAY "El motivo es obligatorio. La partida no se"
003320         DISPLAY "modifico."
003330         DISPLAY " "
003340         GO TO 5000-CANCELAR-PARTIDA-EXIT
003350      END-IF.
003360      DISPLAY "Confirma la cancelacion (S/N)? " WITH NO ADVANCING.
003370      ACCEPT CONFIRMA.
003380      IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
003390         DISPLAY "La partida no se modifico."
003400         DISPLAY " "
003410         GO TO 5000-CANCELAR-PARTIDA-EXIT
003420      END-IF.
003430      MOVE "C" TO MOV-SUS-ESTADO.
003440      MOVE MOTIVO-CANCEL-ENT TO MOV-SUS-MOTIVO-CANCEL.
003450      MOVE OPE-OPERADOR-ID TO MOV-SUS-OPERADOR.
003460      MOVE FECHA-HOY TO MOV-SUS-FECHA-RESOL.
003470      REWRITE MOV-SUS-RECORD
003480          INVALID KEY
003490             DISPLAY "No se pudo actualizar la partida. FS="
003500                 FS-SUSPENSO
003510          NOT INVALID KEY
003520             DISPLAY "Partida cancelada."
003530      END-REWRITE.
003540      DISPLAY " ".
003550  5000-CANCELAR-PARTIDA-EXIT.
003560      EXIT.
003570
003580*------------------------------------------------------------------
003590* 6000-ELEGIR-PARTIDA. Pide el numero de una partida del ultimo
003600* listado, la relee del suspenso y verifica que siga abierta (otro
003610* operador o la carga pudo haberla resuelto mientras tanto).
003620*------------------------------------------------------------------
003630  6000-ELEGIR-PARTIDA.
003640      MOVE "N" TO SW-PARTIDA-ELEGIDA.
003650      IF CANT-PARTIDAS = ZERO
003660         DISPLAY "Primero liste las partidas abiertas (opcion 1)."
003670         DISPLAY " "
003680         GO TO 6000-ELEGIR-PARTIDA-EXIT
003690      END-IF.
003700      DISPLAY "Nro de partida (1-" CANT-PARTIDAS "): "
003710          WITH NO ADVANCING.
003720      ACCEPT NRO-PARTIDA.
003730      IF NRO-PARTIDA < 1 OR NRO-PARTIDA > CANT-PARTIDAS
003740         DISPLAY "Opcion incorrecta."
003750         DISPLAY " "
003760         GO TO 6000-ELEGIR-PARTIDA-EXIT
003770      END-IF.
003780      MOVE PTD-CLAVE (NRO-PARTIDA) TO MOV-SUS-CLAVE.
003790      READ ARCH-SUSPENSO
003800          INVALID KEY
003810             DISPLAY "La partida ya no esta en el suspenso."
003820             DISPLAY " "
003830             GO TO 6000-ELEGIR-PARTIDA-EXIT
003840      END-READ.
003850      IF NOT MOV-SUS-ABIERTA
003860         DISPLAY "La partida ya fue aplicada o cancelada."
003870         DISPLAY " "
003880         GO TO 6000-ELEGIR-PARTIDA-EXIT
003890      END-IF.
003900      PERFORM 6100-MOSTRAR-PARTIDA THRU 6100-MOSTRAR-PARTIDA-EXIT.
003910      MOVE "S" TO SW-PARTIDA-ELEGIDA.
003920  6000-ELEGIR-PARTIDA-EXIT.
003930      EXIT.
003940
003950*------------------------------------------------------------------
003960* 6100-MOSTRAR-PARTIDA. Muestra la partida del area del archivo:
003970* numero, sucursal, fecha de lote, secuencia, movimiento, codigo y
003980* motivo del rechazo, fecha del rechazo y estado.
003990*------------------------------------------------------------------
004000  6100-MOSTRAR-PARTIDA.
004010      IF MOV-SUS-LIBERADA
004020         MOVE "LIBERADA" TO ESTADO-TEXTO
004030      ELSE
004040         MOVE "PENDIENTE" TO ESTADO-TEXTO
004050      END-IF.
004060      DISPLAY NRO-PARTIDA ". Suc " MOV-SUS-SUCURSAL
004070          " Lote " MOV-SUS-FECHA-LOTE
004080          " Sec " MOV-SUS-SECUENCIA " " MOV-SUS-TIPO " "
004090          MOV-SUS-NOMBRE " " MOV-SUS-FECHA-NAC.
004100      DISPLAY "     " MOV-SUS-COD-MOTIVO " " MOV-SUS-MOTIVO
004110          " " MOV-SUS-FECHA-RECHAZO " " ESTADO-TEXTO.
004120  6100-MOSTRAR-PARTIDA-EXIT.
004130      EXIT.
004140
004150*------------------------------------------------------------------
004160* 7000-ELEGIR-HOMONIMO. Lista los registrantes activos con el
004170* NOMBRE de la partida (hasta 9) y deja elegir a cual corresponde
004180* el movimiento; en cero la carga vuelve a buscar por NOMBRE.
004190*------------------------------------------------------------------
004200  7000-ELEGIR-HOMONIMO.
004210      IF NOT MAESTRO-ABIERTO
004220         DISPLAY "REGMAE no disponible; no se pueden listar"
004230         DISPLAY "homonimos."
004240         GO TO 7000-ELEGIR-HOMONIMO-EXIT
004250      END-IF.
004260      MOVE ZERO TO CANT-HOMONIMOS.
004270      MOVE MOV-SUS-NOMBRE TO REG-MAE-NOMBRE.
004280      START REGISTRO-MASTER KEY = REG-MAE-NOMBRE
004290          INVALID KEY
004300             DISPLAY "No hay registrantes con ese nombre."
004310             GO TO 7000-ELEGIR-HOMONIMO-EXIT
004320      END-START.
004330      MOVE "N" TO SW-FIN-HOMONIMOS.
004340      PERFORM 7100-CARGAR-HOMONIMO THRU 7100-CARGAR-HOMONIMO-EXIT
004350          UNTIL FIN-HOMONIMOS.
004360      IF CANT-HOMONIMOS = ZERO
004370         DISPLAY "No hay registrantes activos con ese nombre."
004380         GO TO 7000-ELEGIR-HOMONIMO-EXIT
004390      END-IF.
004400      DISPLAY "Registrantes activos con ese nombre:".
004410      MOVE 1 TO SUB-HOMONIMO.
004420      PERFORM 7300-MOSTRAR-HOMONIMO THRU
004430              7300-MOSTRAR-HOMONIMO-EXIT
004440          UNTIL SUB-HOMONIMO > CANT-HOMONIMOS.
004450      DISPLAY "Elegir de la lista (1-" CANT-HOMONIMOS
004460          ", 0 = buscar por nombre): " WITH NO ADVANCING.
004470      ACCEPT OPC-HOMONIMO.
004480      IF OPC-HOMONIMO > CANT-HOMONIMOS
004490         DISPLAY "Opcion incorrecta; se buscara por nombre."
004500         MOVE ZERO TO ID-ELEGIDO
004510      ELSE IF OPC-HOMONIMO = ZERO
004520         MOVE ZERO TO ID-ELEGIDO
004530      ELSE
004540         MOVE HOM-ID (OPC-HOMONIMO) TO ID-ELEGIDO
004550      END-IF.
004560  7000-ELEGIR-HOMONIMO-EXIT.
004570      EXIT.
004580
004590*------------------------------------------------------------------
004600* 7100-CARGAR-HOMONIMO. Lee el proximo registro por la clave
004610* alternativa de NOMBRE y, si sigue coincidiendo y esta activo, lo
004620* agrega a TABLA-HOMONIMOS (hasta 9 entradas).
004630*------------------------------------------------------------------
004640  7100-CARGAR-HOMONIMO.
004650      READ REGISTRO-MASTER NEXT
004660          AT END MOVE "S" TO SW-FIN-HOMONIMOS
004670      END-READ.
004680      IF FIN-HOMONIMOS
004690         GO TO 7100-CARGAR-HOMONIMO-EXIT
004700      END-IF.
004710      IF REG-MAE-NOMBRE NOT = MOV-SUS-NOMBRE
004720         MOVE "S" TO SW-FIN-HOMONIMOS
004730         GO TO 7100-CARGAR-HOMONIMO-EXIT
004740      END-IF.
004750      IF REG-MAE-DE-BAJA
004760         GO TO 7100-CARGAR-HOMONIMO-EXIT
004770      END-IF.
004780      IF CANT-HOMONIMOS < 9
004790         ADD 1 TO CANT-HOMONIMOS
004800         MOVE REG-MAE-ID TO HOM-ID (CANT-HOMONIMOS)
004810         MOVE REG-MAE-FECHA-NAC TO HOM-FECHA-NAC (CANT-HOMONIMOS)
004820         MOVE REG-MAE-FECHA-ALTA
004830             TO HOM-FECHA-ALTA (CANT-HOMONIMOS)
004840      ELSE
004850         DISPLAY "Hay mas homonimos; se listan los primeros 9."
004860         MOVE "S" TO SW-FIN-HOMONIMOS
004870      END-IF.
004880  7100-CARGAR-HOMONIMO-EXIT.
004890      EXIT.
004900
004910*------------------------------------------------------------------
004920* 7300-MOSTRAR-HOMONIMO. Muestra una linea de la lista de
004930* homonimos (posicion, ID, fecha de nacimiento y fecha de alta) y
004940* avanza.
004950*------------------------------------------------------------------
004960  7300-MOSTRAR-HOMONIMO.
004970      DISPLAY SUB-HOMONIMO ". ID " HOM-ID (SUB-HOMONIMO)
004980          " Nac " HOM-FECHA-NAC (SUB-HOMONIMO)
004990          " Alta " HOM-FECHA-ALTA (SUB-HOMONIMO).
005000      ADD 1 TO SUB-HOMONIMO.
005010  7300-MOSTRAR-HOMONIMO-EXIT.
005020      EXIT.
005030
005040*------------------------------------------------------------------
005050* 9999-FINALIZAR.
005060*------------------------------------------------------------------
005070  9999-FINALIZAR.
005080      CLOSE ARCH-SUSPENSO.
005090      IF MAESTRO-ABIERTO
005100         CLOSE REGISTRO-MASTER
005110      END-IF.
005120      GOBACK.
005130  9999-FINALIZAR-EXIT.
005140      EXIT.
005150
005160  END PROGRAM SUSPENSO-MOVIMIENTOS.
