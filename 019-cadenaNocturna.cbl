000020* PROGRAM-ID : CADENA-NOCTURNA
000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Conductor del cierre nocturno: ejecuta en orden la
000045*               cadena CARGA-MOVIMIENTOS, BALANCEO-LOG,
000050*               VERIFICA-INTEGRIDAD, DESCARGA-MAESTRO,
000055*               EXTRAE-MAILING y ENTREGA-TABLAS como subprogramas
000060*               llamados, registrando en el archivo de control
000065*               RUNCTL el inicio, el fin y el resultado de cada
000070*               paso. Un paso que termina con RETURN-CODE distinto
000075*               de cero corta la cadena (no se descarga ni se
000080*               extrae de un master que no balancea) y los pasos
000085*               restantes quedan pendientes. En la proxima
000090*               invocacion, si la corrida anterior quedo cortada,
000095*               el operador puede reanudar desde el paso fallido
000100*               en lugar de repetir los ya completados.
000160*****************************************************************
000170* HISTORIAL DE MODIFICACIONES
000180* FECHA       INICIALES  DESCRIPCION
000190* ----------  ---------  ------------------------------------------
000200* 2026-09-02  JPM        Version inicial.
000202* 2026-10-15  JPM        VERIFICA-INTEGRIDAD pasa a ser el paso 3,
000204*                        antes de DESCARGA-MAESTRO: no se descarga
000206*                        ni se extrae de un master con REGCON o
000208*                        REGCTL inconsistentes. La cantidad de
000210*                        pasos pasa a CANT-PASOS, y los registros
000212*                        de RUNCTL grabados con la cadena anterior
000214*                        cuyo programa no coincide con el del paso
000216*                        se ignoran al reanudar.
000217* 2026-10-15  JPM        Se agrega el paso 6, ENTREGA-TABLAS
000218*                        (pedidos de tablas de multiplicar).
000219*****************************************************************
000220  IDENTIFICATION DIVISION.
000230  PROGRAM-ID. CADENA-NOCTURNA.
000240  AUTHOR. DEPTO-SISTEMAS.
000655  77  SUB-PASO        PIC 9(01).
000660  77  PASO-FALLIDO    PIC 9(01)  VALUE ZERO.
000670  77  CANT-CARGADOS   PIC 9(01)  VALUE ZERO.
000675  77  CANT-PASOS      PIC 9(01)  VALUE 6.
000680
000690* La cadena del cierre nocturno, en su orden obligatorio.
000700  01  TABLA-CADENA.
000720          VALUE "CARGA-MOVIMIENTOS".
000730      05  FILLER                PIC X(20)
000740          VALUE "BALANCEO-LOG".
000742      05  FILLER                PIC X(20)
000744          VALUE "VERIFICA-INTEGRIDAD".
000750      05  FILLER                PIC X(20)
000760          VALUE "DESCARGA-MAESTRO".
000770      05  FILLER                PIC X(20)
000780          VALUE "EXTRAE-MAILING".
000782      05  FILLER                PIC X(20)
000784          VALUE "ENTREGA-TABLAS".
000790  01  TABLA-CADENA-DET REDEFINES TABLA-CADENA.
000800      05  CADENA-PROGRAMA OCCURS 6 TIMES PIC X(20).
000810
000820* Estado de los pasos de la corrida en curso (y de la anterior,
000830* recien cargada de RUNCTL).
000840  01  TABLA-PASOS.
000850      05  PASO-ENTRADA OCCURS 6 TIMES.
000860          10  PAS-ESTADO        PIC X(01).
000870          10  PAS-HORA-INICIO   PIC 9(08).
000880          10  PAS-HORA-FIN      PIC 9(08).
001030      PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001040      MOVE PASO-INICIAL TO PASO-CORRIENTE.
001050      PERFORM 2000-EJECUTAR-PASO THRU 2000-EJECUTAR-PASO-EXIT
001060          UNTIL PASO-CORRIENTE > CANT-PASOS OR CADENA-CORTADA.
001070      PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001080  0000-MAINLINE-EXIT.
001090      EXIT.
001630
001640*------------------------------------------------------------------
001650* 1110-LEER-PASO. Lee el proximo paso registrado en RUNCTL y lo
001660* deja en la tabla de pasos. Un registro cuyo programa no es el
001662* del mismo paso en la cadena actual (RUNCTL grabado antes de un
001664* cambio en la cadena) se ignora.
001670*------------------------------------------------------------------
001680  1110-LEER-PASO.
001690      READ ARCH-CONTROL-RUN
001720      IF FIN-CONTROL
001730         GO TO 1110-LEER-PASO-EXIT
001740      END-IF.
001750      IF RUN-PASO < 1 OR RUN-PASO > CANT-PASOS
001760         GO TO 1110-LEER-PASO-EXIT
001770      END-IF.
001772      IF RUN-PROGRAMA NOT = CADENA-PROGRAMA (RUN-PASO)
001774         GO TO 1110-LEER-PASO-EXIT
001776      END-IF.
001780      ADD 1 TO CANT-CARGADOS.
001790      MOVE RUN-FECHA TO FECHA-ANTERIOR.
001800      MOVE RUN-ESTADO TO PAS-ESTADO (RUN-PASO).
001930      MOVE ZERO TO PASO-FALLIDO.
001940      MOVE 1 TO PASO-CORRIENTE.
001950      PERFORM 1210-REVISAR-PASO THRU 1210-REVISAR-PASO-EXIT
001960          UNTIL HAY-PENDIENTE OR PASO-CORRIENTE > CANT-PASOS.
001970  1200-DETECTAR-CORTE-EXIT.
001980      EXIT.
001990
002130      EXIT.
002140
002150*------------------------------------------------------------------
002160* 1300-LIMPIAR-PASOS. Deja todos los pasos de la tabla en
002170* estado pendiente con sus horas en cero.
002180*------------------------------------------------------------------
002190  1300-LIMPIAR-PASOS.
002200      MOVE 1 TO SUB-PASO.
002210      PERFORM 1310-LIMPIAR-PASO THRU 1310-LIMPIAR-PASO-EXIT
002220          UNTIL SUB-PASO > CANT-PASOS.
002230  1300-LIMPIAR-PASOS-EXIT.
002240      EXIT.
002250
002360
002370*------------------------------------------------------------------
002380* 1400-GRABAR-CONTROL-RUN. Regraba RUNCTL completo con el estado
002390* corriente de todos los pasos, para que una cadena cortada
002400* pueda reanudarse en la proxima invocacion.
002410*------------------------------------------------------------------
002420  1400-GRABAR-CONTROL-RUN.
002430      OPEN OUTPUT ARCH-CONTROL-RUN.
002440      MOVE 1 TO SUB-PASO.
002450      PERFORM 1410-GRABAR-PASO THRU 1410-GRABAR-PASO-EXIT
002460          UNTIL SUB-PASO > CANT-PASOS.
002470      CLOSE ARCH-CONTROL-RUN.
002480  1400-GRABAR-CONTROL-RUN-EXIT.
002490      EXIT.
003240      ELSE IF PASO-CORRIENTE = 2
003250         CALL "BALANCEO-LOG"
003260      ELSE IF PASO-CORRIENTE = 3
003262         CALL "VERIFICA-INTEGRIDAD"
003264      ELSE IF PASO-CORRIENTE = 4
003270         CALL "DESCARGA-MAESTRO"
003280      ELSE IF PASO-CORRIENTE = 5
003290         CALL "EXTRAE-MAILING"
003292      ELSE IF PASO-CORRIENTE = 6
003294         CALL "ENTREGA-TABLAS"
003300      END-IF.
003310  2200-LLAMAR-PROGRAMA-EXIT.
003320      EXIT.
