000010*****************************************************************
000020* PROGRAM-ID : VERIFICA-INTEGRIDAD
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Verificacion nocturna de integridad cruzada entre
000050*               REGISTRO-MASTER, ARCH-CONTACTOS (REGCON) y los
000060*               controles de ID (REGCTL, MIGCTL), antes de que la
000070*               cadena descargue el master. Informa en INTRPT:
000080*               contactos sin registrante en el master, estado del
000090*               contacto distinto del estado del registrante, EDAD
000100*               que no coincide con la que da FECHA-NAC a la fecha
000110*               de FECHA-MOD, fechas imposibles, bajas sin motivo
000120*               o sin fecha de baja, y un ultimo ID de REGCTL
000130*               menor que el mayor ID del master. Con alguna
000140*               inconsistencia termina con RETURN-CODE 8.
000150*****************************************************************
000160* HISTORIAL DE MODIFICACIONES
000170* FECHA       INICIALES  DESCRIPCION
000180* ----------  ---------  ------------------------------------------
000190* 2026-10-15  JPM        Version inicial.
000200*****************************************************************
000210  IDENTIFICATION DIVISION.
000220  PROGRAM-ID. VERIFICA-INTEGRIDAD.
000230  AUTHOR. DEPTO-SISTEMAS.
000240  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000250  DATE-WRITTEN. 15/10/2026.
000260  DATE-COMPILED.
000270
000280  ENVIRONMENT DIVISION.
000290  INPUT-OUTPUT SECTION.
000300  FILE-CONTROL.
000310      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000320          ORGANIZATION IS INDEXED
000330          ACCESS MODE IS DYNAMIC
000340          RECORD KEY IS REG-MAE-ID
000350          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000360              WITH DUPLICATES
000370          FILE STATUS IS FS-MAESTRO.
000380      SELECT ARCH-CONTACTOS ASSIGN TO "REGCON"
000390          ORGANIZATION IS INDEXED
000400          ACCESS MODE IS DYNAMIC
000410          RECORD KEY IS REG-CON-ID
000420          FILE STATUS IS FS-CONTACTOS.
000430      SELECT ARCH-CONTROL-ID ASSIGN TO "REGCTL"
000440          ORGANIZATION IS LINE SEQUENTIAL
000450          FILE STATUS IS FS-CONTROL.
000460      SELECT ARCH-CONTROL-MIG ASSIGN TO "MIGCTL"
000470          ORGANIZATION IS LINE SEQUENTIAL
000480          FILE STATUS IS FS-CONTROL-MIG.
000490      SELECT ARCH-INFORME ASSIGN TO "INTRPT"
000500          ORGANIZATION IS LINE SEQUENTIAL.
000510
000520  DATA DIVISION.
000530  FILE SECTION.
000540  FD  REGISTRO-MASTER
000550      LABEL RECORDS ARE STANDARD.
000560      COPY REGMAE01.
000570
000580  FD  ARCH-CONTACTOS
000590      LABEL RECORDS ARE STANDARD.
000600      COPY REGCON01.
000610
000620  FD  ARCH-CONTROL-ID
000630      LABEL RECORDS ARE STANDARD.
000640  01  CTL-ULTIMO-ID   PIC 9(06).
000650
000660  FD  ARCH-CONTROL-MIG
000670      LABEL RECORDS ARE STANDARD.
000680  01  MIG-ULTIMO-ID   PIC 9(06).
000690
000700  FD  ARCH-INFORME
000710      LABEL RECORDS ARE STANDARD.
000720  01  INFORME-LINEA             PIC X(80).
000730
000740  WORKING-STORAGE SECTION.
000750
000760  77  FS-MAESTRO      PIC X(02).
000770  77  FS-CONTACTOS    PIC X(02).
000780  77  FS-CONTROL      PIC X(02).
000790  77  FS-CONTROL-MIG  PIC X(02).
000800
000810  77  SW-FIN-MAESTRO  PIC X(01)  VALUE "N".
000820      88  FIN-MAESTRO            VALUE "S".
000830  77  SW-FIN-CONTACTOS PIC X(01) VALUE "N".
000840      88  FIN-CONTACTOS          VALUE "S".
000850  77  SW-MAESTRO-ABIERTO PIC X(01) VALUE "N".
000860      88  MAESTRO-ABIERTO          VALUE "S".
000870  77  SW-CONTACTOS-ABIERTO PIC X(01) VALUE "N".
000880      88  CONTACTOS-ABIERTO          VALUE "S".
000890  77  SW-REGISTRO-HALLADO PIC X(01) VALUE "N".
000900      88  REGISTRO-HALLADO          VALUE "S".
000910  77  SW-FECHA-VALIDA PIC X(01)  VALUE "N".
000920      88  FECHA-VALIDA           VALUE "S".
000930  77  SW-NAC-VALIDA   PIC X(01)  VALUE "N".
000940      88  NAC-VALIDA             VALUE "S".
000950  77  SW-ALTA-VALIDA  PIC X(01)  VALUE "N".
000960      88  ALTA-VALIDA            VALUE "S".
000970  77  SW-MOD-VALIDA   PIC X(01)  VALUE "N".
000980      88  MOD-VALIDA             VALUE "S".
000990
001000  77  FECHA-HOY       PIC 9(08)  VALUE ZERO.
001010
001020  77  TOT-LEIDOS-MAE  PIC 9(06)  VALUE ZERO.
001030  77  TOT-LEIDOS-CON  PIC 9(06)  VALUE ZERO.
001040  77  TOT-SIN-NACIM   PIC 9(06)  VALUE ZERO.
001050  77  TOT-HUERFANOS   PIC 9(06)  VALUE ZERO.
001060  77  TOT-ESTADO-DIST PIC 9(06)  VALUE ZERO.
001070  77  TOT-ESTADO-INVAL PIC 9(06) VALUE ZERO.
001080  77  TOT-EDAD-DIST   PIC 9(06)  VALUE ZERO.
001090  77  TOT-FECHA-INVAL PIC 9(06)  VALUE ZERO.
001100  77  TOT-BAJA-INCOMPL PIC 9(06) VALUE ZERO.
001110  77  TOT-CONTROL-ID  PIC 9(06)  VALUE ZERO.
001120  77  TOT-INCONSISTENCIAS PIC 9(06) VALUE ZERO.
001130
001140  77  MAX-ID          PIC 9(06)  VALUE ZERO.
001150  77  ID-CONTROL      PIC 9(06)  VALUE ZERO.
001160  77  ID-MIGRACION    PIC 9(06)  VALUE ZERO.
001170  77  EDAD-CALCULADA  PIC 9(03)  VALUE ZERO.
001180  77  ESTADO-MAE      PIC X(01).
001190  77  ESTADO-CON      PIC X(01).
001200
001210  77  ARCHIVO-PROBLEMA PIC X(06).
001220  77  ID-PROBLEMA     PIC 9(06).
001230  77  TEXTO-PROBLEMA  PIC X(60).
001240  77  NOMBRE-FECHA    PIC X(10).
001250  77  MOTIVO-FECHA    PIC X(09).
001260
001270  01  FECHA-VAL              PIC X(08).
001280  01  FECHA-VAL-NUM REDEFINES FECHA-VAL PIC 9(08).
001290  01  FECHA-VAL-DET REDEFINES FECHA-VAL.
001300      05  VAL-AAAA           PIC 9(04).
001310      05  VAL-MM             PIC 9(02).
001320      05  VAL-DD             PIC 9(02).
001330
001340  01  TABLA-DIAS-MES.
001350      05  FILLER             PIC X(24)
001360              VALUE "312831303130313130313031".
001370  01  TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
001380      05  DIAS-MES           PIC 9(02) OCCURS 12 TIMES.
001390  77  DIAS-TOPE       PIC 9(02).
001400  77  BIS-COCIENTE    PIC 9(04).
001410  77  BIS-RESTO       PIC 9(03).
001420
001430  01  FECHA-NAC-W            PIC 9(08).
001440  01  FECHA-NAC-DET REDEFINES FECHA-NAC-W.
001450      05  NAC-AAAA           PIC 9(04).
001460      05  NAC-MMDD           PIC 9(04).
001470  01  FECHA-MOD-W            PIC 9(08).
001480  01  FECHA-MOD-DET REDEFINES FECHA-MOD-W.
001490      05  MOD-AAAA           PIC 9(04).
001500      05  MOD-MMDD           PIC 9(04).
001510
001520*****************************************************************
001530* PROCEDURE DIVISION
001540*****************************************************************
001550  PROCEDURE DIVISION.
001560
001570*------------------------------------------------------------------
001580* 0000-MAINLINE.
001590*------------------------------------------------------------------
001600  0000-MAINLINE.
001610      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001620      PERFORM 2000-VERIFICAR-MAESTRO THRU
001630              2000-VERIFICAR-MAESTRO-EXIT
001640          UNTIL FIN-MAESTRO.
001650      PERFORM 3000-ABRIR-CONTACTOS THRU 3000-ABRIR-CONTACTOS-EXIT.
001660      PERFORM 3100-VERIFICAR-CONTACTO THRU
001670              3100-VERIFICAR-CONTACTO-EXIT
001680          UNTIL FIN-CONTACTOS.
001690      PERFORM 4000-VERIFICAR-CONTROL-ID THRU
001700              4000-VERIFICAR-CONTROL-ID-EXIT.
001710      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001720  0000-MAINLINE-EXIT.
001730      EXIT.
001740
001750*------------------------------------------------------------------
001760* 1000-INICIALIZAR. Abre el informe en OUTPUT y REGISTRO-MASTER en
001770* INPUT, y lee el primer registrante. Si el master todavia no
001780* existe lo informa y no hay nada que verificar.
001790*------------------------------------------------------------------
001800  1000-INICIALIZAR.
001810      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
001820      OPEN OUTPUT ARCH-INFORME.
001830      MOVE SPACES TO INFORME-LINEA.
001840      STRING "Verificacion de integridad REGMAE/REGCON/REGCTL - "
001850          FECHA-HOY
001860          DELIMITED BY SIZE INTO INFORME-LINEA.
001870      WRITE INFORME-LINEA.
001880      MOVE SPACES TO INFORME-LINEA.
001890      WRITE INFORME-LINEA.
001900      OPEN INPUT REGISTRO-MASTER.
001910      IF FS-MAESTRO = "35"
001920         MOVE "No existe REGISTRO-MASTER todavia."
001930             TO INFORME-LINEA
001940         WRITE INFORME-LINEA
001950         MOVE "S" TO SW-FIN-MAESTRO
001960         GO TO 1000-INICIALIZAR-EXIT
001970      END-IF.
001980      MOVE "S" TO SW-MAESTRO-ABIERTO.
001990      READ REGISTRO-MASTER NEXT
002000          AT END MOVE "S" TO SW-FIN-MAESTRO
002010      END-READ.
002020  1000-INICIALIZAR-EXIT.
002030      EXIT.
002040
002050*------------------------------------------------------------------
002060* 2000-VERIFICAR-MAESTRO. Verifica el registrante corriente:
002070* estado posible, fechas de nacimiento, alta y modificacion
002080* posibles y en orden, EDAD coherente con FECHA-NAC a la fecha
002090* de FECHA-MOD, y motivo y fecha en las bajas. Lleva el mayor ID
002100* del master para el control de REGCTL y avanza al siguiente. Los
002110* registros migrados que CONVIERTE-NACIM todavia no completo
002120* (FECHA-NAC en cero) se cuentan aparte y no se les controla la
002130* EDAD.
002140*------------------------------------------------------------------
002150  2000-VERIFICAR-MAESTRO.
002160      ADD 1 TO TOT-LEIDOS-MAE.
002170      IF REG-MAE-ID > MAX-ID
002180         MOVE REG-MAE-ID TO MAX-ID
002190      END-IF.
002200      MOVE "REGMAE" TO ARCHIVO-PROBLEMA.
002210      MOVE REG-MAE-ID TO ID-PROBLEMA.
002220      IF NOT REG-MAE-ACTIVO AND NOT REG-MAE-DE-BAJA
002230         ADD 1 TO TOT-ESTADO-INVAL
002240         MOVE SPACES TO TEXTO-PROBLEMA
002250         STRING "REG-MAE-ESTADO invalido: " REG-MAE-ESTADO
002260             DELIMITED BY SIZE INTO TEXTO-PROBLEMA
002270         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
002280                 7000-GRABAR-INCONSISTENCIA-EXIT
002290      END-IF.
002300      MOVE "N" TO SW-NAC-VALIDA.
002310      IF REG-MAE-FECHA-NAC IS NUMERIC AND
002320         REG-MAE-FECHA-NAC = ZERO
002330         ADD 1 TO TOT-SIN-NACIM
002340      ELSE
002350         MOVE REG-MAE-FECHA-NAC TO FECHA-VAL
002360         MOVE "FECHA-NAC" TO NOMBRE-FECHA
002370         PERFORM 2100-VERIFICAR-FECHA THRU
002380                 2100-VERIFICAR-FECHA-EXIT
002390         MOVE SW-FECHA-VALIDA TO SW-NAC-VALIDA
002400      END-IF.
002410      MOVE REG-MAE-FECHA-ALTA TO FECHA-VAL.
002420      MOVE "FECHA-ALTA" TO NOMBRE-FECHA.
002430      PERFORM 2100-VERIFICAR-FECHA THRU 2100-VERIFICAR-FECHA-EXIT.
002440      MOVE SW-FECHA-VALIDA TO SW-ALTA-VALIDA.
002450      MOVE REG-MAE-FECHA-MOD TO FECHA-VAL.
002460      MOVE "FECHA-MOD" TO NOMBRE-FECHA.
002470      PERFORM 2100-VERIFICAR-FECHA THRU 2100-VERIFICAR-FECHA-EXIT.
002480      MOVE SW-FECHA-VALIDA TO SW-MOD-VALIDA.
002490      IF NAC-VALIDA AND ALTA-VALIDA AND
002500         REG-MAE-FECHA-NAC > REG-MAE-FECHA-ALTA
002510         ADD 1 TO TOT-FECHA-INVAL
002520         MOVE "FECHA-NAC posterior a FECHA-ALTA" TO TEXTO-PROBLEMA
002530         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
002540                 7000-GRABAR-INCONSISTENCIA-EXIT
002550      END-IF.
002560      IF ALTA-VALIDA AND MOD-VALIDA AND
002570         REG-MAE-FECHA-ALTA > REG-MAE-FECHA-MOD
002580         ADD 1 TO TOT-FECHA-INVAL
002590         MOVE "FECHA-ALTA posterior a FECHA-MOD" TO TEXTO-PROBLEMA
002600         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
002610                 7000-GRABAR-INCONSISTENCIA-EXIT
002620      END-IF.
002630      IF NAC-VALIDA AND MOD-VALIDA AND
002640         REG-MAE-FECHA-NAC NOT > REG-MAE-FECHA-MOD
002650         PERFORM 2200-VERIFICAR-EDAD THRU 2200-VERIFICAR-EDAD-EXIT
002660      END-IF.
002670      IF REG-MAE-DE-BAJA
002680         PERFORM 2300-VERIFICAR-BAJA THRU 2300-VERIFICAR-BAJA-EXIT
002690      END-IF.
002700      READ REGISTRO-MASTER NEXT
002710          AT END MOVE "S" TO SW-FIN-MAESTRO
002720      END-READ.
002730  2000-VERIFICAR-MAESTRO-EXIT.
002740      EXIT.
002750
002760*------------------------------------------------------------------
002770* 2100-VERIFICAR-FECHA. Controla que la fecha AAAAMMDD de
002780* FECHA-VAL sea posible: numerica, con anio desde 1800, mes de 1
002790* a 12, dia dentro del mes (febrero de 29 en los anios
002800* bisiestos) y no futura. Si no lo es, la informa con el nombre
002810* de NOMBRE-FECHA. Deja el resultado en SW-FECHA-VALIDA.
002820*------------------------------------------------------------------
002830  2100-VERIFICAR-FECHA.
002840      MOVE "N" TO SW-FECHA-VALIDA.
002850      MOVE "imposible" TO MOTIVO-FECHA.
002860      IF FECHA-VAL IS NOT NUMERIC
002870         GO TO 2100-VERIFICAR-FECHA-INVALIDA
002880      END-IF.
002890      IF VAL-AAAA < 1800 OR VAL-MM < 1 OR VAL-MM > 12
002900         GO TO 2100-VERIFICAR-FECHA-INVALIDA
002910      END-IF.
002920      MOVE DIAS-MES (VAL-MM) TO DIAS-TOPE.
002930      IF VAL-MM = 2
002940         PERFORM 2110-CALCULAR-FEBRERO THRU
002950                 2110-CALCULAR-FEBRERO-EXIT
002960      END-IF.
002970      IF VAL-DD < 1 OR VAL-DD > DIAS-TOPE
002980         GO TO 2100-VERIFICAR-FECHA-INVALIDA
002990      END-IF.
003000      IF FECHA-VAL-NUM > FECHA-HOY
003010         MOVE "futura" TO MOTIVO-FECHA
003020         GO TO 2100-VERIFICAR-FECHA-INVALIDA
003030      END-IF.
003040      MOVE "S" TO SW-FECHA-VALIDA.
003050      GO TO 2100-VERIFICAR-FECHA-EXIT.
003060  2100-VERIFICAR-FECHA-INVALIDA.
003070      ADD 1 TO TOT-FECHA-INVAL.
003080      MOVE SPACES TO TEXTO-PROBLEMA.
003090      STRING NOMBRE-FECHA DELIMITED BY SPACE
003100          " " DELIMITED BY SIZE
003110          MOTIVO-FECHA DELIMITED BY SPACE
003120          ": " FECHA-VAL DELIMITED BY SIZE
003130          INTO TEXTO-PROBLEMA.
003140      PERFORM 7000-GRABAR-INCONSISTENCIA THRU
003150              7000-GRABAR-INCONSISTENCIA-EXIT.
003160  2100-VERIFICAR-FECHA-EXIT.
003170      EXIT.
003180
003190*------------------------------------------------------------------
003200* 2110-CALCULAR-FEBRERO. Deja en DIAS-TOPE los dias de febrero del
003210* anio de FECHA-VAL: 29 si es divisible por 4, salvo los seculares
003220* que no son divisibles por 400.
003230*------------------------------------------------------------------
003240  2110-CALCULAR-FEBRERO.
003250      DIVIDE VAL-AAAA BY 4 GIVING BIS-COCIENTE
003260          REMAINDER BIS-RESTO.
003270      IF BIS-RESTO NOT = ZERO
003280         GO TO 2110-CALCULAR-FEBRERO-EXIT
003290      END-IF.
003300      MOVE 29 TO DIAS-TOPE.
003310      DIVIDE VAL-AAAA BY 100 GIVING BIS-COCIENTE
003320          REMAINDER BIS-RESTO.
003330      IF BIS-RESTO NOT = ZERO
003340         GO TO 2110-CALCULAR-FEBRERO-EXIT
003350      END-IF.
003360      DIVIDE VAL-AAAA BY 400 GIVING BIS-COCIENTE
003370          REMAINDER BIS-RESTO.
003380      IF BIS-RESTO NOT = ZERO
003390         MOVE 28 TO DIAS-TOPE
003400      END-IF.
003410  2110-CALCULAR-FEBRERO-EXIT.
003420      EXIT.
003430
003440*------------------------------------------------------------------
003450* 2200-VERIFICAR-EDAD. Calcula la edad que da FECHA-NAC a la fecha
003460* de FECHA-MOD (la ultima vez que se grabo la EDAD) y la compara
003470* con la EDAD guardada.
003480*------------------------------------------------------------------
003490  2200-VERIFICAR-EDAD.
003500      MOVE REG-MAE-FECHA-NAC TO FECHA-NAC-W.
003510      MOVE REG-MAE-FECHA-MOD TO FECHA-MOD-W.
003520      COMPUTE EDAD-CALCULADA = MOD-AAAA - NAC-AAAA.
003530      IF MOD-MMDD < NAC-MMDD
003540         SUBTRACT 1 FROM EDAD-CALCULADA
003550      END-IF.
003560      IF EDAD-CALCULADA NOT = REG-MAE-EDAD
003570         ADD 1 TO TOT-EDAD-DIST
003580         MOVE SPACES TO TEXTO-PROBLEMA
003590         STRING "EDAD " REG-MAE-EDAD " no coincide con FECHA-NAC "
003600             FECHA-NAC-W " (" EDAD-CALCULADA ")"
003610             DELIMITED BY SIZE INTO TEXTO-PROBLEMA
003620         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
003630                 7000-GRABAR-INCONSISTENCIA-EXIT
003640      END-IF.
003650  2200-VERIFICAR-EDAD-EXIT.
003660      EXIT.
003670
003680*------------------------------------------------------------------
003690* 2300-VERIFICAR-BAJA. Un registrante de baja logica tiene que
003700* tener MOTIVO-BAJA y una FECHA-BAJA posible, no anterior al alta.
003710*------------------------------------------------------------------
003720  2300-VERIFICAR-BAJA.
003730      IF REG-MAE-MOTIVO-BAJA = SPACES
003740         ADD 1 TO TOT-BAJA-INCOMPL
003750         MOVE "Baja sin MOTIVO-BAJA" TO TEXTO-PROBLEMA
003760         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
003770                 7000-GRABAR-INCONSISTENCIA-EXIT
003780      END-IF.
003790      IF REG-MAE-FECHA-BAJA IS NUMERIC AND
003800         REG-MAE-FECHA-BAJA = ZERO
003810         ADD 1 TO TOT-BAJA-INCOMPL
003820         MOVE "Baja sin FECHA-BAJA" TO TEXTO-PROBLEMA
003830         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
003840                 7000-GRABAR-INCONSISTENCIA-EXIT
003850         GO TO 2300-VERIFICAR-BAJA-EXIT
003860      END-IF.
003870      MOVE REG-MAE-FECHA-BAJA TO FECHA-VAL.
003880      MOVE "FECHA-BAJA" TO NOMBRE-FECHA.
003890      PERFORM 2100-VERIFICAR-FECHA THRU 2100-VERIFICAR-FECHA-EXIT.
003900      IF FECHA-VALIDA AND ALTA-VALIDA AND
003910         REG-MAE-FECHA-BAJA < REG-MAE-FECHA-ALTA
003920         ADD 1 TO TOT-FECHA-INVAL
003930         MOVE "FECHA-BAJA anterior a FECHA-ALTA" TO TEXTO-PROBLEMA
003940         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
003950                 7000-GRABAR-INCONSISTENCIA-EXIT
003960      END-IF.
003970  2300-VERIFICAR-BAJA-EXIT.
003980      EXIT.
003990
004000*------------------------------------------------------------------
004010* 3000-ABRIR-CONTACTOS. Abre ARCH-CONTACTOS en INPUT y lee el
004020* primer contacto. Sin master o sin REGCON no hay cruce que hacer.
004030*------------------------------------------------------------------
004040  3000-ABRIR-CONTACTOS.
004050      IF NOT MAESTRO-ABIERTO
004060         MOVE "S" TO SW-FIN-CONTACTOS
004070         GO TO 3000-ABRIR-CONTACTOS-EXIT
004080      END-IF.
004090      OPEN INPUT ARCH-CONTACTOS.
004100      IF FS-CONTACTOS = "35"
004110         MOVE "No existe ARCH-CONTACTOS todavia." TO INFORME-LINEA
004120         WRITE INFORME-LINEA
004130         MOVE "S" TO SW-FIN-CONTACTOS
004140         GO TO 3000-ABRIR-CONTACTOS-EXIT
004150      END-IF.
004160      MOVE "S" TO SW-CONTACTOS-ABIERTO.
004170      READ ARCH-CONTACTOS NEXT
004180          AT END MOVE "S" TO SW-FIN-CONTACTOS
004190      END-READ.
004200  3000-ABRIR-CONTACTOS-EXIT.
004210      EXIT.
004220
004230*------------------------------------------------------------------
004240* 3100-VERIFICAR-CONTACTO. Busca en REGISTRO-MASTER el registrante
004250* del contacto corriente: si no existe el contacto queda huerfano;
004260* si existe, el estado del contacto tiene que seguir al del
004270* registrante (blanco vale como activo en los dos). Avanza al
004280* siguiente contacto.
004290*------------------------------------------------------------------
004300  3100-VERIFICAR-CONTACTO.
004310      ADD 1 TO TOT-LEIDOS-CON.
004320      MOVE "REGCON" TO ARCHIVO-PROBLEMA.
004330      MOVE REG-CON-ID TO ID-PROBLEMA.
004340      MOVE "S" TO SW-REGISTRO-HALLADO.
004350      MOVE REG-CON-ID TO REG-MAE-ID.
004360      READ REGISTRO-MASTER
004370          INVALID KEY MOVE "N" TO SW-REGISTRO-HALLADO
004380      END-READ.
004390      IF NOT REGISTRO-HALLADO
004400         ADD 1 TO TOT-HUERFANOS
004410         MOVE "Contacto sin registrante en REGMAE"
004420             TO TEXTO-PROBLEMA
004430         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
004440                 7000-GRABAR-INCONSISTENCIA-EXIT
004450         GO TO 3100-VERIFICAR-CONTACTO-SIG
004460      END-IF.
004470      MOVE "A" TO ESTADO-MAE.
004480      IF REG-MAE-DE-BAJA
004490         MOVE "B" TO ESTADO-MAE
004500      END-IF.
004510      MOVE "A" TO ESTADO-CON.
004520      IF REG-CON-DE-BAJA
004530         MOVE "B" TO ESTADO-CON
004540      END-IF.
004550      IF ESTADO-CON NOT = ESTADO-MAE
004560         ADD 1 TO TOT-ESTADO-DIST
004570         MOVE SPACES TO TEXTO-PROBLEMA
004580         STRING "REG-CON-ESTADO " ESTADO-CON
004590             " distinto de REG-MAE-ESTADO " ESTADO-MAE
004600             DELIMITED BY SIZE INTO TEXTO-PROBLEMA
004610         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
004620                 7000-GRABAR-INCONSISTENCIA-EXIT
004630      END-IF.
004640  3100-VERIFICAR-CONTACTO-SIG.
004650      READ ARCH-CONTACTOS NEXT
004660          AT END MOVE "S" TO SW-FIN-CONTACTOS
004670      END-READ.
004680  3100-VERIFICAR-CONTACTO-EXIT.
004690      EXIT.
004700
004710*------------------------------------------------------------------
004720* 4000-VERIFICAR-CONTROL-ID. Recupera el ultimo ID asignado de
004730* REGCTL y el ultimo migrado de MIGCTL. El proximo alta tomaria un
004740* ID ya usado si REGCTL quedo por debajo del mayor ID del master o
004750* del ultimo ID migrado.
004760*------------------------------------------------------------------
004770  4000-VERIFICAR-CONTROL-ID.
004780      MOVE "REGCTL" TO ARCHIVO-PROBLEMA.
004790      MOVE ZERO TO ID-PROBLEMA.
004800      OPEN INPUT ARCH-CONTROL-ID.
004810      IF FS-CONTROL = "35"
004820         MOVE "No existe REGCTL todavia." TO INFORME-LINEA
004830         WRITE INFORME-LINEA
004840      ELSE
004850         READ ARCH-CONTROL-ID
004860             AT END MOVE ZERO TO CTL-ULTIMO-ID
004870         END-READ
004880         MOVE CTL-ULTIMO-ID TO ID-CONTROL
004890         CLOSE ARCH-CONTROL-ID
004900      END-IF.
004910      OPEN INPUT ARCH-CONTROL-MIG.
004920      IF FS-CONTROL-MIG NOT = "35"
004930         READ ARCH-CONTROL-MIG
004940             AT END MOVE ZERO TO MIG-ULTIMO-ID
004950         END-READ
004960         MOVE MIG-ULTIMO-ID TO ID-MIGRACION
004970         CLOSE ARCH-CONTROL-MIG
004980      END-IF.
004990      IF ID-CONTROL < MAX-ID
005000         ADD 1 TO TOT-CONTROL-ID
005010         MOVE SPACES TO TEXTO-PROBLEMA
005020         STRING "Ultimo ID " ID-CONTROL
005030             " menor que el mayor ID del master " MAX-ID
005040             DELIMITED BY SIZE INTO TEXTO-PROBLEMA
005050         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
005060                 7000-GRABAR-INCONSISTENCIA-EXIT
005070      END-IF.
005080      IF ID-CONTROL < ID-MIGRACION
005090         ADD 1 TO TOT-CONTROL-ID
005100         MOVE SPACES TO TEXTO-PROBLEMA
005110         STRING "Ultimo ID " ID-CONTROL
005120             " menor que el ultimo migrado " ID-MIGRACION
005130             DELIMITED BY SIZE INTO TEXTO-PROBLEMA
005140         PERFORM 7000-GRABAR-INCONSISTENCIA THRU
005150                 7000-GRABAR-INCONSISTENCIA-EXIT
005160      END-IF.
005170  4000-VERIFICAR-CONTROL-ID-EXIT.
005180      EXIT.
005190
005200*------------------------------------------------------------------
005210* 7000-GRABAR-INCONSISTENCIA. Escribe una linea del informe con el
005220* archivo, el ID y el texto del problema, y la cuenta en el total
005230* de inconsistencias.
005240*------------------------------------------------------------------
005250  7000-GRABAR-INCONSISTENCIA.
005260      ADD 1 TO TOT-INCONSISTENCIAS.
005270      MOVE SPACES TO INFORME-LINEA.
005280      STRING ARCHIVO-PROBLEMA " ID " ID-PROBLEMA "  "
005290          TEXTO-PROBLEMA
005300          DELIMITED BY SIZE INTO INFORME-LINEA.
005310      WRITE INFORME-LINEA.
005320  7000-GRABAR-INCONSISTENCIA-EXIT.
005330      EXIT.
005340
005350*------------------------------------------------------------------
005360* 9999-FINALIZAR. Escribe el resumen de la verificacion, cierra
005370* los archivos y devuelve RETURN-CODE 8 si hubo inconsistencias,
005380* para que la cadena no descargue un master inconsistente.
005390*------------------------------------------------------------------
005400  9999-FINALIZAR.
005410      MOVE SPACES TO INFORME-LINEA.
005420      WRITE INFORME-LINEA.
005430      MOVE SPACES TO INFORME-LINEA.
005440      STRING "Registrantes leidos      : " TOT-LEIDOS-MAE
005450          DELIMITED BY SIZE INTO INFORME-LINEA.
005460      WRITE INFORME-LINEA.
005470      MOVE SPACES TO INFORME-LINEA.
005480      STRING "Contactos leidos         : " TOT-LEIDOS-CON
005490          DELIMITED BY SIZE INTO INFORME-LINEA.
005500      WRITE INFORME-LINEA.
005510      MOVE SPACES TO INFORME-LINEA.
005520      STRING "Mayor ID / REGCTL / MIG  : " MAX-ID " / " ID-CONTROL
005530          " / " ID-MIGRACION
005540          DELIMITED BY SIZE INTO INFORME-LINEA.
005550      WRITE INFORME-LINEA.
005560      MOVE SPACES TO INFORME-LINEA.
005570      STRING "Sin FECHA-NAC (migrados) : " TOT-SIN-NACIM
005580          DELIMITED BY SIZE INTO INFORME-LINEA.
005590      WRITE INFORME-LINEA.
005600      MOVE SPACES TO INFORME-LINEA.
005610      STRING "Contactos huerfanos      : " TOT-HUERFANOS
005620          DELIMITED BY SIZE INTO INFORME-LINEA.
005630      WRITE INFORME-LINEA.
005640      MOVE SPACES TO INFORME-LINEA.
005650      STRING "Estado contacto distinto : " TOT-ESTADO-DIST
005660          DELIMITED BY SIZE INTO INFORME-LINEA.
005670      WRITE INFORME-LINEA.
005680      MOVE SPACES TO INFORME-LINEA.
005690      STRING "Estado invalido          : " TOT-ESTADO-INVAL
005700          DELIMITED BY SIZE INTO INFORME-LINEA.
005710      WRITE INFORME-LINEA.
005720      MOVE SPACES TO INFORME-LINEA.
005730      STRING "EDAD no coincidente      : " TOT-EDAD-DIST
005740          DELIMITED BY SIZE INTO INFORME-LINEA.
005750      WRITE INFORME-LINEA.
005760      MOVE SPACES TO INFORME-LINEA.
005770      STRING "Fechas imposibles        : " TOT-FECHA-INVAL
005780          DELIMITED BY SIZE INTO INFORME-LINEA.
005790      WRITE INFORME-LINEA.
005800      MOVE SPACES TO INFORME-LINEA.
005810      STRING "Bajas incompletas        : " TOT-BAJA-INCOMPL
005820          DELIMITED BY SIZE INTO INFORME-LINEA.
005830      WRITE INFORME-LINEA.
005840      MOVE SPACES TO INFORME-LINEA.
005850      STRING "Control de ID            : " TOT-CONTROL-ID
005860          DELIMITED BY SIZE INTO INFORME-LINEA.
005870      WRITE INFORME-LINEA.
005880      MOVE SPACES TO INFORME-LINEA.
005890      STRING "Total de inconsistencias : " TOT-INCONSISTENCIAS
005900          DELIMITED BY SIZE INTO INFORME-LINEA.
005910      WRITE INFORME-LINEA.
005920      IF TOT-INCONSISTENCIAS = ZERO
005930         MOVE "Los archivos son consistentes entre si."
005940             TO INFORME-LINEA
005950         WRITE INFORME-LINEA
005960      END-IF.
005970      IF CONTACTOS-ABIERTO
005980         CLOSE ARCH-CONTACTOS
005990      END-IF.
006000      IF MAESTRO-ABIERTO
006010         CLOSE REGISTRO-MASTER
006020      END-IF.
006030      CLOSE ARCH-INFORME.
006040      DISPLAY "Verificacion grabada en INTRPT. Inconsistencias: "
006050          TOT-INCONSISTENCIAS.
006060      IF TOT-INCONSISTENCIAS > ZERO
006070         MOVE 8 TO RETURN-CODE
006080      END-IF.
006090      GOBACK.
006100  9999-FINALIZAR-EXIT.
006110      EXIT.
006120
006130  END PROGRAM VERIFICA-INTEGRIDAD.
