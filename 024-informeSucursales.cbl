000010*****************************************************************
000020* PROGRAM-ID : INFORME-SUCURSALES
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Informe mensual de actividad por sucursal en
000050*               SUCRPT: una fila por sucursal con las altas del
000060*               mes (detalles de REGLOG por REG-LOG-SUCURSAL), las
000070*               modificaciones, bajas y reactivaciones del mes
000080*               (REGJRN por REG-JRN-SUCURSAL; las fusiones cuentan
000090*               como bajas), los registrantes activos al cierre
000100*               del mes (REGMAE por la sucursal del alta) y la
000110*               tasa de rechazo de la carga de movimientos del mes
000120*               (lotes de MOVEST por fecha de corrida), con una
000130*               fila de totales.
000140*
000150*               Los activos al cierre son los registrantes con
000160*               alta hasta el ultimo dia del mes que no estan de
000170*               baja o cuya baja es posterior a ese dia, segun el
000180*               estado actual del master. Los registros sin
000190*               sucursal (anteriores a CONVIERTE-SUCURSAL) se
000200*               agrupan como "S/D".
000210*
000220*               Para un mes ya archivado por ARCHIVA-HISTORICOS,
000230*               correr el informe con las generaciones REGLOGA y
000240*               REGJRNA en el lugar de REGLOG y REGJRN: los
000250*               registros de control "G"/"Z" se saltean.
000260*****************************************************************
000270* HISTORIAL DE MODIFICACIONES
000280* FECHA       INICIALES  DESCRIPCION
000290* ----------  ---------  ------------------------------------------
000300* 2026-10-15  JPM        Version inicial.
000310*****************************************************************
000320  IDENTIFICATION DIVISION.
000330  PROGRAM-ID. INFORME-SUCURSALES.
000340  AUTHOR. DEPTO-SISTEMAS.
000350  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000360  DATE-WRITTEN. 15/10/2026.
000370  DATE-COMPILED.
000380
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420      SELECT REGISTRO-LOG ASSIGN TO "REGLOG"
000430          ORGANIZATION IS SEQUENTIAL
000440          FILE STATUS IS FS-LOG.
000450      SELECT ARCH-JOURNAL ASSIGN TO "REGJRN"
000460          ORGANIZATION IS SEQUENTIAL
000470          FILE STATUS IS FS-JOURNAL.
000480      SELECT REGISTRO-MASTER ASSIGN TO "REGMAE"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS SEQUENTIAL
000510          RECORD KEY IS REG-MAE-ID
000520          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000530              WITH DUPLICATES
000540          FILE STATUS IS FS-MAESTRO.
000550      SELECT ARCH-ESTADISTICA ASSIGN TO "MOVEST"
000560          ORGANIZATION IS LINE SEQUENTIAL
000570          FILE STATUS IS FS-ESTADISTICA.
000580      SELECT ARCH-INFORME ASSIGN TO "SUCRPT"
000590          ORGANIZATION IS LINE SEQUENTIAL.
000600
000610  DATA DIVISION.
000620  FILE SECTION.
000630  FD  REGISTRO-LOG
000640      LABEL RECORDS ARE STANDARD
000650      RECORD CONTAINS 50 CHARACTERS.
000660      COPY REGLOG01.
000670
000680  FD  ARCH-JOURNAL
000690      LABEL RECORDS ARE STANDARD.
000700      COPY REGJRN01.
000710
000720  FD  REGISTRO-MASTER
000730      LABEL RECORDS ARE STANDARD.
000740      COPY REGMAE01.
000750
000760  FD  ARCH-ESTADISTICA
000770      LABEL RECORDS ARE STANDARD.
000780      COPY MOVEST01.
000790
000800  FD  ARCH-INFORME
000810      LABEL RECORDS ARE STANDARD.
000820  01  INFORME-LINEA             PIC X(80).
000830
000840  WORKING-STORAGE SECTION.
000850
000860  77  FS-LOG          PIC X(02).
000870  77  FS-JOURNAL      PIC X(02).
000880  77  FS-MAESTRO      PIC X(02).
000890  77  FS-ESTADISTICA  PIC X(02).
000900
000910  77  SW-FIN-ARCHIVO  PIC X(01)  VALUE "N".
000920      88  FIN-ARCHIVO            VALUE "S".
000930  77  SW-SUCURSAL-HALLADA PIC X(01) VALUE "N".
000940      88  SUCURSAL-HALLADA       VALUE "S".
000950      88  FIN-BUSQUEDA-SUCURSAL  VALUE "S" "L".
000960  77  SW-SUCURSALES-LLENA PIC X(01) VALUE "N".
000970      88  SUCURSALES-LLENA       VALUE "S".
000980  77  SW-HAY-SIN-DATO PIC X(01)  VALUE "N".
000990      88  HAY-SIN-DATO           VALUE "S".
001000
001010  77  MES-ENTRADA     PIC X(06).
001020  01  MES-PEDIDO             PIC 9(06).
001030  01  MES-PEDIDO-DET REDEFINES MES-PEDIDO.
001040      05  MES-AAAA           PIC 9(04).
001050      05  MES-MM             PIC 9(02).
001060  01  FECHA-HOY              PIC 9(08).
001070  01  FECHA-HOY-DET REDEFINES FECHA-HOY.
001080      05  HOY-AAAA           PIC 9(04).
001090      05  HOY-MM             PIC 9(02).
001100      05  HOY-DD             PIC 9(02).
001110  01  FECHA-DESDE            PIC 9(08).
001120  01  FECHA-DESDE-DET REDEFINES FECHA-DESDE.
001130      05  DES-AAAAMM         PIC 9(06).
001140      05  DES-DD             PIC 9(02).
001150  01  FECHA-HASTA            PIC 9(08).
001160  01  FECHA-HASTA-DET REDEFINES FECHA-HASTA.
001170      05  HAS-AAAAMM         PIC 9(06).
001180      05  HAS-DD             PIC 9(02).
001190
001200  01  TABLA-DIAS-MES-VALORES PIC X(24)
001210          VALUE "312831303130313130313031".
001220  01  TABLA-DIAS-MES REDEFINES TABLA-DIAS-MES-VALORES.
001230      05  DIAS-MES OCCURS 12 TIMES PIC 9(02).
001240  77  COCIENTE        PIC 9(04).
001250  77  RESTO-4         PIC 9(04).
001260  77  RESTO-100       PIC 9(04).
001270  77  RESTO-400       PIC 9(04).
001280
001290  77  SUCURSAL-BUSCADA PIC X(04).
001300  77  CANT-SUCURSALES PIC 9(02)  VALUE ZERO.
001310  77  SUB-SUCURSAL    PIC 9(02).
001320  77  IND-SUCURSAL    PIC 9(02)  VALUE ZERO.
001330  01  TABLA-SUCURSALES.
001340      05  SUC-ENTRADA OCCURS 50 TIMES.
001350          10  SUC-CODIGO       PIC X(04).
001360          10  SUC-ALTAS        PIC 9(06).
001370          10  SUC-MODIFICACIONES PIC 9(06).
001380          10  SUC-BAJAS        PIC 9(06).
001390          10  SUC-REACTIVACIONES PIC 9(06).
001400          10  SUC-ACTIVOS      PIC 9(06).
001410          10  SUC-ACEPTADOS    PIC 9(06).
001420          10  SUC-RECHAZADOS   PIC 9(06).
001430  01  SUC-TOTALES.
001440      05  TOT-CODIGO          PIC X(04)  VALUE SPACES.
001450      05  TOT-ALTAS           PIC 9(06)  VALUE ZERO.
001460      05  TOT-MODIFICACIONES  PIC 9(06)  VALUE ZERO.
001470      05  TOT-BAJAS           PIC 9(06)  VALUE ZERO.
001480      05  TOT-REACTIVACIONES  PIC 9(06)  VALUE ZERO.
001490      05  TOT-ACTIVOS         PIC 9(06)  VALUE ZERO.
001500      05  TOT-ACEPTADOS       PIC 9(06)  VALUE ZERO.
001510      05  TOT-RECHAZADOS      PIC 9(06)  VALUE ZERO.
001520  01  SUC-FILA.
001530      05  FIL-CODIGO          PIC X(04).
001540      05  FIL-ALTAS           PIC 9(06).
001550      05  FIL-MODIFICACIONES  PIC 9(06).
001560      05  FIL-BAJAS           PIC 9(06).
001570      05  FIL-REACTIVACIONES  PIC 9(06).
001580      05  FIL-ACTIVOS         PIC 9(06).
001590      05  FIL-ACEPTADOS       PIC 9(06).
001600      05  FIL-RECHAZADOS      PIC 9(06).
001610
001620  77  CARGA-PROCESADOS PIC 9(07).
001630  77  TASA-RECHAZO    PIC 9(03)V99 VALUE ZERO.
001640
001650  01  LINEA-DETALLE.
001660      05  DET-SUCURSAL        PIC X(06).
001670      05  DET-ALTAS           PIC ZZZZZ9.
001680      05  FILLER              PIC X(02)  VALUE SPACES.
001690      05  DET-MODIFICACIONES  PIC ZZZZZ9.
001700      05  FILLER              PIC X(02)  VALUE SPACES.
001710      05  DET-BAJAS           PIC ZZZZZ9.
001720      05  FILLER              PIC X(02)  VALUE SPACES.
001730      05  DET-REACTIVACIONES  PIC ZZZZZ9.
001740      05  FILLER              PIC X(02)  VALUE SPACES.
001750      05  DET-ACTIVOS         PIC ZZZZZ9.
001760      05  FILLER              PIC X(02)  VALUE SPACES.
001770      05  DET-PROCESADOS      PIC ZZZZZZ9.
001780      05  FILLER              PIC X(02)  VALUE SPACES.
001790      05  DET-RECHAZADOS      PIC ZZZZZ9.
001800      05  FILLER              PIC X(02)  VALUE SPACES.
001810      05  DET-TASA            PIC ZZ9.99.
001820      05  FILLER              PIC X(01)  VALUE "%".
001830      05  FILLER              PIC X(08)  VALUE SPACES.
001840
001850  77  CONT-LOG-MES    PIC 9(06)  VALUE ZERO.
001860  77  CONT-JRN-MES    PIC 9(06)  VALUE ZERO.
001870  77  CONT-MAESTRO    PIC 9(06)  VALUE ZERO.
001880  77  CONT-LOTES-MES  PIC 9(06)  VALUE ZERO.
001890
001900*****************************************************************
001910* PROCEDURE DIVISION
001920*****************************************************************
001930  PROCEDURE DIVISION.
001940
001950*------------------------------------------------------------------
001960* 0000-MAINLINE.
001970*------------------------------------------------------------------
001980  0000-MAINLINE.
001990      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002000      PERFORM 2000-LEER-LOG THRU 2000-LEER-LOG-EXIT.
002010      PERFORM 3000-LEER-JOURNAL THRU 3000-LEER-JOURNAL-EXIT.
002020      PERFORM 4000-LEER-MAESTRO THRU 4000-LEER-MAESTRO-EXIT.
002030      PERFORM 5000-LEER-ESTADISTICA THRU
002040              5000-LEER-ESTADISTICA-EXIT.
002050      PERFORM 6000-ESCRIBIR-INFORME THRU
002060              6000-ESCRIBIR-INFORME-EXIT.
002070      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002080  0000-MAINLINE-EXIT.
002090      EXIT.
002100
002110*------------------------------------------------------------------
002120* 1000-INICIALIZAR. Pide el mes del informe, arma el rango de
002130* fechas del mes y abre el informe con su encabezado.
002140*------------------------------------------------------------------
002150  1000-INICIALIZAR.
002160      DISPLAY "****** Informe mensual por sucursal ******".
002170      ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
002180      PERFORM 1100-PEDIR-MES THRU 1100-PEDIR-MES-EXIT.
002190      PERFORM 1200-CALCULAR-FIN-MES THRU
002200              1200-CALCULAR-FIN-MES-EXIT.
002210      OPEN OUTPUT ARCH-INFORME.
002220      MOVE SPACES TO INFORME-LINEA.
002230      STRING "Informe mensual de actividad por sucursal - mes "
002240          MES-AAAA "/" MES-MM
002250          DELIMITED BY SIZE INTO INFORME-LINEA.
002260      WRITE INFORME-LINEA.
002270      MOVE SPACES TO INFORME-LINEA.
002280      STRING "Periodo " FECHA-DESDE " a " FECHA-HASTA
002290          " - emitido " FECHA-HOY
002300          DELIMITED BY SIZE INTO INFORME-LINEA.
002310      WRITE INFORME-LINEA.
002320      MOVE SPACES TO INFORME-LINEA.
002330      WRITE INFORME-LINEA.
002340  1000-INICIALIZAR-EXIT.
002350      EXIT.
002360
002370*------------------------------------------------------------------
002380* 1100-PEDIR-MES. Pide el mes del informe (AAAAMM, Enter = el mes
002390* anterior al de la corrida), reingresando ante un valor no
002400* numerico o un mes imposible.
002410*------------------------------------------------------------------
002420  1100-PEDIR-MES.
002430      DISPLAY "Mes del informe AAAAMM (Enter = mes anterior): "
002440          WITH NO ADVANCING.
002450      MOVE SPACES TO MES-ENTRADA.
002460      ACCEPT MES-ENTRADA.
002470      IF MES-ENTRADA = SPACES
002480         MOVE HOY-AAAA TO MES-AAAA
002490         MOVE HOY-MM TO MES-MM
002500         IF MES-MM = 1
002510            SUBTRACT 1 FROM MES-AAAA
002520            MOVE 12 TO MES-MM
002530         ELSE
002540            SUBTRACT 1 FROM MES-MM
002550         END-IF
002560         GO TO 1100-PEDIR-MES-EXIT
002570      END-IF.
002580      IF MES-ENTRADA IS NOT NUMERIC
002590         DISPLAY "Mes invalido. Ingrese AAAAMM."
002600         GO TO 1100-PEDIR-MES
002610      END-IF.
002620      MOVE MES-ENTRADA TO MES-PEDIDO.
002630      IF MES-MM < 1 OR MES-MM > 12 OR MES-AAAA < 1800
002640         DISPLAY "Mes invalido. Ingrese AAAAMM."
002650         GO TO 1100-PEDIR-MES
002660      END-IF.
002670  1100-PEDIR-MES-EXIT.
002680      EXIT.
002690
002700*------------------------------------------------------------------
002710* 1200-CALCULAR-FIN-MES. Arma FECHA-DESDE (primer dia del mes) y
002720* FECHA-HASTA (ultimo dia, con febrero de 29 en los bisiestos).
002730*------------------------------------------------------------------
002740  1200-CALCULAR-FIN-MES.
002750      MOVE MES-PEDIDO TO DES-AAAAMM.
002760      MOVE 1 TO DES-DD.
002770      MOVE MES-PEDIDO TO HAS-AAAAMM.
002780      MOVE DIAS-MES (MES-MM) TO HAS-DD.
002790      IF MES-MM NOT = 2
002800         GO TO 1200-CALCULAR-FIN-MES-EXIT
002810      END-IF.
002820      DIVIDE MES-AAAA BY 4 GIVING COCIENTE REMAINDER RESTO-4.
002830      DIVIDE MES-AAAA BY 100 GIVING COCIENTE REMAINDER RESTO-100.
002840      DIVIDE MES-AAAA BY 400 GIVING COCIENTE REMAINDER RESTO-400.
002850      IF RESTO-400 = ZERO OR
002860         (RESTO-4 = ZERO AND RESTO-100 NOT = ZERO)
002870         MOVE 29 TO HAS-DD
002880      END-IF.
002890  1200-CALCULAR-FIN-MES-EXIT.
002900      EXIT.
002910
002920*------------------------------------------------------------------
002930* 2000-LEER-LOG. Recorre REGLOG y suma a su sucursal cada alta
002940* con fecha dentro del mes. Los trailers de corrida y los
002950* registros de control de una generacion de archivo se saltean.
002960*------------------------------------------------------------------
002970  2000-LEER-LOG.
002980      OPEN INPUT REGISTRO-LOG.
002990      IF FS-LOG = "35"
003000         MOVE "No existe REGLOG todavia." TO INFORME-LINEA
003010         WRITE INFORME-LINEA
003020         GO TO 2000-LEER-LOG-EXIT
003030      END-IF.
003040      MOVE "N" TO SW-FIN-ARCHIVO.
003050      PERFORM 2100-PROCESAR-LOG THRU 2100-PROCESAR-LOG-EXIT
003060          UNTIL FIN-ARCHIVO.
003070      CLOSE REGISTRO-LOG.
003080  2000-LEER-LOG-EXIT.
003090      EXIT.
003100
003110*------------------------------------------------------------------
003120* 2100-PROCESAR-LOG. Lee el proximo registro de REGLOG y, si es
003130* un alta del mes, la suma a su sucursal.
003140*------------------------------------------------------------------
003150  2100-PROCESAR-LOG.
003160      READ REGISTRO-LOG
003170          AT END MOVE "S" TO SW-FIN-ARCHIVO
003180      END-READ.
003190      IF FIN-ARCHIVO OR NOT REG-LOG-ES-DETALLE
003200         GO TO 2100-PROCESAR-LOG-EXIT
003210      END-IF.
003220      IF REG-LOG-FECHA-ALTA < FECHA-DESDE OR
003230         REG-LOG-FECHA-ALTA > FECHA-HASTA
003240         GO TO 2100-PROCESAR-LOG-EXIT
003250      END-IF.
003260      ADD 1 TO CONT-LOG-MES.
003270      MOVE REG-LOG-SUCURSAL TO SUCURSAL-BUSCADA.
003280      PERFORM 7000-UBICAR-SUCURSAL THRU 7000-UBICAR-SUCURSAL-EXIT.
003290      IF IND-SUCURSAL > ZERO
003300         ADD 1 TO SUC-ALTAS (IND-SUCURSAL)
003310      END-IF.
003320  2100-PROCESAR-LOG-EXIT.
003330      EXIT.
003340
003350*------------------------------------------------------------------
003360* 3000-LEER-JOURNAL. Recorre REGJRN y suma a la sucursal de la
003370* operacion las modificaciones, bajas (y fusiones) y
003380* reactivaciones del mes.
003390*------------------------------------------------------------------
003400  3000-LEER-JOURNAL.
003410      OPEN INPUT ARCH-JOURNAL.
003420      IF FS-JOURNAL = "35"
003430         MOVE "No existe REGJRN todavia." TO INFORME-LINEA
003440         WRITE INFORME-LINEA
003450         GO TO 3000-LEER-JOURNAL-EXIT
003460      END-IF.
003470      MOVE "N" TO SW-FIN-ARCHIVO.
003480      PERFORM 3100-PROCESAR-JOURNAL THRU
003490              3100-PROCESAR-JOURNAL-EXIT
003500          UNTIL FIN-ARCHIVO.
003510      CLOSE ARCH-JOURNAL.
003520  3000-LEER-JOURNAL-EXIT.
003530      EXIT.
003540
003550*------------------------------------------------------------------
003560* 3100-PROCESAR-JOURNAL. Lee el proximo registro de REGJRN y, si
003570* es una operacion del mes, la suma a su sucursal segun el tipo.
003580* Los registros de control "G"/"Z" no son operaciones y quedan
003590* afuera por el tipo.
003600*------------------------------------------------------------------
003610  3100-PROCESAR-JOURNAL.
003620      READ ARCH-JOURNAL
003630          AT END MOVE "S" TO SW-FIN-ARCHIVO
003640      END-READ.
003650      IF FIN-ARCHIVO
003660         GO TO 3100-PROCESAR-JOURNAL-EXIT
003670      END-IF.
003680      IF NOT REG-JRN-ES-MODIFICACION AND NOT REG-JRN-ES-BAJA AND
003690         NOT REG-JRN-ES-REACTIVACION AND NOT REG-JRN-ES-FUSION
003700         GO TO 3100-PROCESAR-JOURNAL-EXIT
003710      END-IF.
003720      IF REG-JRN-FECHA < FECHA-DESDE OR
003730         REG-JRN-FECHA > FECHA-HASTA
003740         GO TO 3100-PROCESAR-JOURNAL-EXIT
003750      END-IF.
003760      ADD 1 TO CONT-JRN-MES.
003770      MOVE REG-JRN-SUCURSAL TO SUCURSAL-BUSCADA.
003780      PERFORM 7000-UBICAR-SUCURSAL THRU 7000-UBICAR-SUCURSAL-EXIT.
003790      IF IND-SUCURSAL = ZERO
003800         GO TO 3100-PROCESAR-JOURNAL-EXIT
003810      END-IF.
003820      IF REG-JRN-ES-MODIFICACION
003830         ADD 1 TO SUC-MODIFICACIONES (IND-SUCURSAL)
003840      ELSE IF REG-JRN-ES-REACTIVACION
003850         ADD 1 TO SUC-REACTIVACIONES (IND-SUCURSAL)
003860      ELSE
003870         ADD 1 TO SUC-BAJAS (IND-SUCURSAL)
003880      END-IF.
003890  3100-PROCESAR-JOURNAL-EXIT.
003900      EXIT.
003910
003920*------------------------------------------------------------------
003930* 4000-LEER-MAESTRO. Recorre REGISTRO-MASTER y suma a la sucursal
003940* del alta cada registrante activo al cierre del mes.
003950*------------------------------------------------------------------
003960  4000-LEER-MAESTRO.
003970      OPEN INPUT REGISTRO-MASTER.
003980      IF FS-MAESTRO = "35"
003990         MOVE "No existe REGMAE todavia." TO INFORME-LINEA
004000         WRITE INFORME-LINEA
004010         GO TO 4000-LEER-MAESTRO-EXIT
004020      END-IF.
004030      MOVE "N" TO SW-FIN-ARCHIVO.
004040      PERFORM 4100-PROCESAR-MAESTRO THRU
004050              4100-PROCESAR-MAESTRO-EXIT
004060          UNTIL FIN-ARCHIVO.
004070      CLOSE REGISTRO-MASTER.
004080  4000-LEER-MAESTRO-EXIT.
004090      EXIT.
004100
004110*------------------------------------------------------------------
004120* 4100-PROCESAR-MAESTRO. Lee el proximo registrante y lo cuenta
004130* como activo al cierre si su alta no es posterior al ultimo dia
004140* del mes y no estaba de baja ese dia.
004150*------------------------------------------------------------------
004160  4100-PROCESAR-MAESTRO.
004170      READ REGISTRO-MASTER
004180          AT END MOVE "S" TO SW-FIN-ARCHIVO
004190      END-READ.
004200      IF FIN-ARCHIVO
004210         GO TO 4100-PROCESAR-MAESTRO-EXIT
004220      END-IF.
004230      IF REG-MAE-FECHA-ALTA > FECHA-HASTA
004240         GO TO 4100-PROCESAR-MAESTRO-EXIT
004250      END-IF.
004260      IF REG-MAE-DE-BAJA AND REG-MAE-FECHA-BAJA NOT > FECHA-HASTA
004270         GO TO 4100-PROCESAR-MAESTRO-EXIT
004280      END-IF.
004290      ADD 1 TO CONT-MAESTRO.
004300      MOVE REG-MAE-SUCURSAL TO SUCURSAL-BUSCADA.
004310      PERFORM 7000-UBICAR-SUCURSAL THRU 7000-UBICAR-SUCURSAL-EXIT.
004320      IF IND-SUCURSAL > ZERO
004330         ADD 1 TO SUC-ACTIVOS (IND-SUCURSAL)
004340      END-IF.
004350  4100-PROCESAR-MAESTRO-EXIT.
004360      EXIT.
004370
004380*------------------------------------------------------------------
004390* 5000-LEER-ESTADISTICA. Recorre MOVEST y suma a la sucursal de
004400* cada lote procesado en el mes sus movimientos aceptados y
004410* rechazados.
004420*------------------------------------------------------------------
004430  5000-LEER-ESTADISTICA.
004440      OPEN INPUT ARCH-ESTADISTICA.
004450      IF FS-ESTADISTICA = "35"
004460         MOVE "No existe MOVEST todavia." TO INFORME-LINEA
004470         WRITE INFORME-LINEA
004480         GO TO 5000-LEER-ESTADISTICA-EXIT
004490      END-IF.
004500      MOVE "N" TO SW-FIN-ARCHIVO.
004510      PERFORM 5100-PROCESAR-ESTADISTICA THRU
004520              5100-PROCESAR-ESTADISTICA-EXIT
004530          UNTIL FIN-ARCHIVO.
004540      CLOSE ARCH-ESTADISTICA.
004550  5000-LEER-ESTADISTICA-EXIT.
004560      EXIT.
004570
004580*------------------------------------------------------------------
004590* 5100-PROCESAR-ESTADISTICA. Lee el proximo lote de MOVEST y, si
004600* se proceso en el mes, lo suma a su sucursal.
004610*------------------------------------------------------------------
004620  5100-PROCESAR-ESTADISTICA.
004630      READ ARCH-ESTADISTICA
004640          AT END MOVE "S" TO SW-FIN-ARCHIVO
004650      END-READ.
004660      IF FIN-ARCHIVO
004670         GO TO 5100-PROCESAR-ESTADISTICA-EXIT
004680      END-IF.
004690      IF MOV-EST-FECHA-PROCESO < FECHA-DESDE OR
004700         MOV-EST-FECHA-PROCESO > FECHA-HASTA
004710         GO TO 5100-PROCESAR-ESTADISTICA-EXIT
004720      END-IF.
004730      ADD 1 TO CONT-LOTES-MES.
004740      MOVE MOV-EST-SUCURSAL TO SUCURSAL-BUSCADA.
004750      PERFORM 7000-UBICAR-SUCURSAL THRU 7000-UBICAR-SUCURSAL-EXIT.
004760      IF IND-SUCURSAL > ZERO
004770         ADD MOV-EST-ACEPTADOS TO SUC-ACEPTADOS (IND-SUCURSAL)
004780         ADD MOV-EST-RECHAZADOS TO SUC-RECHAZADOS (IND-SUCURSAL)
004790      END-IF.
004800  5100-PROCESAR-ESTADISTICA-EXIT.
004810      EXIT.
004820
004830*------------------------------------------------------------------
004840* 6000-ESCRIBIR-INFORME. Escribe una fila por sucursal, en orden
004850* de codigo, y la fila de totales.
004860*------------------------------------------------------------------
004870  6000-ESCRIBIR-INFORME.
004880      MOVE SPACES TO INFORME-LINEA.
004890      WRITE INFORME-LINEA.
004900      MOVE SPACES TO INFORME-LINEA.
004910      STRING "Suc.   Altas  Modif.   Bajas  React. Activos"
004920          "   Movim. Rechaz.  % rech."
004930          DELIMITED BY SIZE INTO INFORME-LINEA.
004940      WRITE INFORME-LINEA.
004950      MOVE ALL "-" TO INFORME-LINEA.
004960      WRITE INFORME-LINEA.
004970      MOVE 1 TO SUB-SUCURSAL.
004980      PERFORM 6100-LISTAR-SUCURSAL THRU 6100-LISTAR-SUCURSAL-EXIT
004990          UNTIL SUB-SUCURSAL > CANT-SUCURSALES.
005000      MOVE ALL "-" TO INFORME-LINEA.
005010      WRITE INFORME-LINEA.
005020      MOVE SUC-TOTALES TO SUC-FILA.
005030      PERFORM 6200-ARMAR-FILA THRU 6200-ARMAR-FILA-EXIT.
005040      MOVE "TOTAL" TO DET-SUCURSAL.
005050      MOVE LINEA-DETALLE TO INFORME-LINEA.
005060      WRITE INFORME-LINEA.
005070      MOVE SPACES TO INFORME-LINEA.
005080      WRITE INFORME-LINEA.
005090      IF HAY-SIN-DATO
005100         MOVE SPACES TO INFORME-LINEA
005110         STRING "S/D = sin sucursal (registros anteriores a la "
005120             "incorporacion del dato)."
005130             DELIMITED BY SIZE INTO INFORME-LINEA
005140         WRITE INFORME-LINEA
005150      END-IF.
005160      MOVE SPACES TO INFORME-LINEA.
005170      STRING "Movim. = movimientos de la carga (aceptados + "
005180          "rechazados); % rech. = Rechaz. / Movim."
005190          DELIMITED BY SIZE INTO INFORME-LINEA.
005200      WRITE INFORME-LINEA.
005210      MOVE SPACES TO INFORME-LINEA.
005220      STRING "Altas del mes (REGLOG)      : " CONT-LOG-MES
005230          DELIMITED BY SIZE INTO INFORME-LINEA.
005240      WRITE INFORME-LINEA.
005250      MOVE SPACES TO INFORME-LINEA.
005260      STRING "Operaciones del mes (REGJRN): " CONT-JRN-MES
005270          DELIMITED BY SIZE INTO INFORME-LINEA.
005280      WRITE INFORME-LINEA.
005290      MOVE SPACES TO INFORME-LINEA.
005300      STRING "Activos al cierre (REGMAE)  : " CONT-MAESTRO
005310          DELIMITED BY SIZE INTO INFORME-LINEA.
005320      WRITE INFORME-LINEA.
005330      MOVE SPACES TO INFORME-LINEA.
005340      STRING "Lotes del mes (MOVEST)      : " CONT-LOTES-MES
005350          DELIMITED BY SIZE INTO INFORME-LINEA.
005360      WRITE INFORME-LINEA.
005370  6000-ESCRIBIR-INFORME-EXIT.
005380      EXIT.
005390
005400*------------------------------------------------------------------
005410* 6100-LISTAR-SUCURSAL. Escribe la fila de la sucursal indicada
005420* por SUB-SUCURSAL, la suma a los totales y avanza.
005430*------------------------------------------------------------------
005440  6100-LISTAR-SUCURSAL.
005450      MOVE SUC-ENTRADA (SUB-SUCURSAL) TO SUC-FILA.
005460      ADD FIL-ALTAS TO TOT-ALTAS.
005470      ADD FIL-MODIFICACIONES TO TOT-MODIFICACIONES.
005480      ADD FIL-BAJAS TO TOT-BAJAS.
005490      ADD FIL-REACTIVACIONES TO TOT-REACTIVACIONES.
005500      ADD FIL-ACTIVOS TO TOT-ACTIVOS.
005510      ADD FIL-ACEPTADOS TO TOT-ACEPTADOS.
005520      ADD FIL-RECHAZADOS TO TOT-RECHAZADOS.
005530      PERFORM 6200-ARMAR-FILA THRU 6200-ARMAR-FILA-EXIT.
005540      IF FIL-CODIGO = SPACES
005550         MOVE "S/D" TO DET-SUCURSAL
005560         MOVE "S" TO SW-HAY-SIN-DATO
005570      ELSE
005580         MOVE FIL-CODIGO TO DET-SUCURSAL
005590      END-IF.
005600      MOVE LINEA-DETALLE TO INFORME-LINEA.
005610      WRITE INFORME-LINEA.
005620      ADD 1 TO SUB-SUCURSAL.
005630  6100-LISTAR-SUCURSAL-EXIT.
005640      EXIT.
005650
005660*------------------------------------------------------------------
005670* 6200-ARMAR-FILA. Pasa los contadores de SUC-FILA a la linea de
005680* detalle y calcula la tasa de rechazo de la carga (cero si la
005690* sucursal no tuvo lotes en el mes).
005700*------------------------------------------------------------------
005710  6200-ARMAR-FILA.
005720      MOVE FIL-ALTAS TO DET-ALTAS.
005730      MOVE FIL-MODIFICACIONES TO DET-MODIFICACIONES.
005740      MOVE FIL-BAJAS TO DET-BAJAS.
005750      MOVE FIL-REACTIVACIONES TO DET-REACTIVACIONES.
005760      MOVE FIL-ACTIVOS TO DET-ACTIVOS.
005770      ADD FIL-ACEPTADOS FIL-RECHAZADOS GIVING CARGA-PROCESADOS.
005780      MOVE CARGA-PROCESADOS TO DET-PROCESADOS.
005790      MOVE FIL-RECHAZADOS TO DET-RECHAZADOS.
005800      MOVE ZERO TO TASA-RECHAZO.
005810      IF CARGA-PROCESADOS > ZERO
005820         COMPUTE TASA-RECHAZO ROUNDED =
005830             FIL-RECHAZADOS * 100 / CARGA-PROCESADOS
005840      END-IF.
005850      MOVE TASA-RECHAZO TO DET-TASA.
005860  6200-ARMAR-FILA-EXIT.
005870      EXIT.
005880
005890*------------------------------------------------------------------
005900* 7000-UBICAR-SUCURSAL. Deja en IND-SUCURSAL la entrada de
005910* TABLA-SUCURSALES de SUCURSAL-BUSCADA, agregandola en su lugar
005920* por orden de codigo si es la primera vez que aparece (hasta 50
005930* sucursales distintas; pasado ese limite IND-SUCURSAL queda en
005940* cero y el informe lo avisa).
005950*------------------------------------------------------------------
005960  7000-UBICAR-SUCURSAL.
005970      MOVE "N" TO SW-SUCURSAL-HALLADA.
005980      MOVE 1 TO SUB-SUCURSAL.
005990      PERFORM 7100-BUSCAR-SUCURSAL THRU 7100-BUSCAR-SUCURSAL-EXIT
006000          UNTIL FIN-BUSQUEDA-SUCURSAL OR
006010                SUB-SUCURSAL > CANT-SUCURSALES.
006020      IF SUCURSAL-HALLADA
006030         MOVE SUB-SUCURSAL TO IND-SUCURSAL
006040         GO TO 7000-UBICAR-SUCURSAL-EXIT
006050      END-IF.
006060      IF CANT-SUCURSALES = 50
006070         MOVE ZERO TO IND-SUCURSAL
006080         IF NOT SUCURSALES-LLENA
006090            MOVE "S" TO SW-SUCURSALES-LLENA
006100            MOVE SPACES TO INFORME-LINEA
006110            STRING "AVISO: mas de 50 sucursales distintas; el "
006120                "informe cubre solo las primeras 50."
006130                DELIMITED BY SIZE INTO INFORME-LINEA
006140            WRITE INFORME-LINEA
006150         END-IF
006160         GO TO 7000-UBICAR-SUCURSAL-EXIT
006170      END-IF.
006180      MOVE SUB-SUCURSAL TO IND-SUCURSAL.
006190      MOVE CANT-SUCURSALES TO SUB-SUCURSAL.
006200      PERFORM 7200-CORRER-SUCURSAL THRU 7200-CORRER-SUCURSAL-EXIT
006210          UNTIL SUB-SUCURSAL < IND-SUCURSAL.
006220      ADD 1 TO CANT-SUCURSALES.
006230      MOVE SUCURSAL-BUSCADA TO SUC-CODIGO (IND-SUCURSAL).
006240      MOVE ZERO TO SUC-ALTAS (IND-SUCURSAL).
006250      MOVE ZERO TO SUC-MODIFICACIONES (IND-SUCURSAL).
006260      MOVE ZERO TO SUC-BAJAS (IND-SUCURSAL).
006270      MOVE ZERO TO SUC-REACTIVACIONES (IND-SUCURSAL).
006280      MOVE ZERO TO SUC-ACTIVOS (IND-SUCURSAL).
006290      MOVE ZERO TO SUC-ACEPTADOS (IND-SUCURSAL).
006300      MOVE ZERO TO SUC-RECHAZADOS (IND-SUCURSAL).
006310  7000-UBICAR-SUCURSAL-EXIT.
006320      EXIT.
006330
006340*------------------------------------------------------------------
006350* 7100-BUSCAR-SUCURSAL. Compara la entrada corriente de la tabla
006360* con SUCURSAL-BUSCADA: se detiene en la que coincide o en la
006370* primera de codigo mayor (el lugar donde iria la nueva).
006380*------------------------------------------------------------------
006390  7100-BUSCAR-SUCURSAL.
006400      IF SUC-CODIGO (SUB-SUCURSAL) = SUCURSAL-BUSCADA
006410         MOVE "S" TO SW-SUCURSAL-HALLADA
006420         GO TO 7100-BUSCAR-SUCURSAL-EXIT
006430      END-IF.
006440      IF SUC-CODIGO (SUB-SUCURSAL) > SUCURSAL-BUSCADA
006450         MOVE "L" TO SW-SUCURSAL-HALLADA
006460         GO TO 7100-BUSCAR-SUCURSAL-EXIT
006470      END-IF.
006480      ADD 1 TO SUB-SUCURSAL.
006490  7100-BUSCAR-SUCURSAL-EXIT.
006500      EXIT.
006510
006520*------------------------------------------------------------------
006530* 7200-CORRER-SUCURSAL. Corre una posicion hacia abajo la entrada
006540* indicada por SUB-SUCURSAL para dejar lugar a la nueva y
006550* retrocede.
006560*------------------------------------------------------------------
006570  7200-CORRER-SUCURSAL.
006580      MOVE SUC-ENTRADA (SUB-SUCURSAL) TO
006590           SUC-ENTRADA (SUB-SUCURSAL + 1).
006600      SUBTRACT 1 FROM SUB-SUCURSAL.
006610  7200-CORRER-SUCURSAL-EXIT.
006620      EXIT.
006630
006640*------------------------------------------------------------------
006650* 9999-FINALIZAR. Cierra el informe.
006660*------------------------------------------------------------------
006670  9999-FINALIZAR.
006680      CLOSE ARCH-INFORME.
006690      DISPLAY "Informe por sucursal generado en SUCRPT.".
006700      STOP RUN.
006710  9999-FINALIZAR-EXIT.
006720      EXIT.
006730
006740  END PROGRAM INFORME-SUCURSALES.
