000030* AUTHOR      : DEPTO DE SISTEMAS
000040* PURPOSE     : Fusion de registrantes duplicados: el operador
000050*               confirma que dos IDs (tipicamente un par informado
000055*               por INFORME-DUPLICADOS) son la misma persona y la
000060*               fusion queda pendiente de aprobacion en PENAPR
000065*               (PENAPR01). Al aprobarla otro operador desde el
000070*               mantenimiento en linea, el ID sobreviviente queda
000075*               intacto y el duplicado recibe la baja logica con
000080*               motivo "FU" (fusionado), journalizada en REGJRN
000085*               con tipo "F" e imagenes antes/despues, de modo que
000090*               BALANCEO-LOG y RECUPERA-MAESTRO sigan balanceando
000095*               y reaplicando sin tratamiento especial.
000100*               Corre llamado desde MENU-OPERADOR, que le pasa
000105*               la sesion firmada: quien pide la fusion es el
000110*               operador de OPERFIL de esa sesion.
000130*****************************************************************
000140* HISTORIAL DE MODIFICACIONES
000150* FECHA       INICIALES  DESCRIPCION
000240*                        REGCON, igual que la baja del
000250*                        mantenimiento en linea (sin registro de
000260*                        contacto no hay nada que marcar).
000261* 2026-10-15  JPM        Sucursal en master y journal; la fusion
000262*                        se journaliza con la casa central.
000263* 2026-10-15  JPM        La fusion queda como solicitud en PENAPR
000264*                        hasta que la aprueba otro operador en
000265*                        ENTRADA-SALIDA.
000266* 2026-10-15  JPM        Corre llamado desde MENU-OPERADOR: el
000267*                        solicitante es el operador de la sesion
000268*                        (OPERID01), no el USER del entorno.
000270*****************************************************************
000280  IDENTIFICATION DIVISION.
000290  PROGRAM-ID. FUSIONA-REGISTRANTES INITIAL.
000300  AUTHOR. DEPTO-SISTEMAS.
000310  INSTALLATION. CENTRO-COMPUTOS-CENTRAL.
000320  DATE-WRITTEN. 02/09/2026.
000420          ALTERNATE RECORD KEY IS REG-MAE-NOMBRE
000430              WITH DUPLICATES
000440          FILE STATUS IS FS-MAESTRO.
000450      SELECT ARCH-PENDIENTES ASSIGN TO "PENAPR"
000490          ORGANIZATION IS INDEXED
000500          ACCESS MODE IS DYNAMIC
000505          RECORD KEY IS PEN-APR-CLAVE
000510          ALTERNATE RECORD KEY IS PEN-APR-ID
000515              WITH DUPLICATES
000520          FILE STATUS IS FS-PENDIENTES.
000530
000540  DATA DIVISION.
000550  FILE SECTION.
000570      LABEL RECORDS ARE STANDARD.
000580      COPY REGMAE01.
000590
000600  FD  ARCH-PENDIENTES
000610      LABEL RECORDS ARE STANDARD.
000620      COPY PENAPR01.
000670
000680  WORKING-STORAGE SECTION.
000690
000700  77  FS-MAESTRO      PIC X(02).
000705  77  FS-PENDIENTES   PIC X(02).
000710  77  SW-FIN-PENDIENTES PIC X(01) VALUE "N".
000715      88  FIN-PENDIENTES         VALUE "S".
000720  77  SW-SOLICITUD-ABIERTA PIC X(01) VALUE "N".
000725      88  SOLICITUD-ABIERTA      VALUE "S".
000730  77  SW-MAESTRO-ABIERTO PIC X(01) VALUE "N".
000735      88  MAESTRO-ABIERTO        VALUE "S".
000740  77  SW-PENDIENTES-ABIERTO PIC X(01) VALUE "N".
000745      88  PENDIENTES-ABIERTO     VALUE "S".
000750
000760  77  SW-FUSION-VALIDA PIC X(01) VALUE "N".
000770      88  FUSION-VALIDA          VALUE "S".
000810  77  ID-ENTRADA      PIC X(06).
000820  77  ID-SOBREVIVE    PIC 9(06)  VALUE ZERO.
000830  77  ID-DUPLICADO    PIC 9(06)  VALUE ZERO.
000835  77  ID-SOLICITADO   PIC 9(06)  VALUE ZERO.
000840  77  OPC-CONFIRMA    PIC X(01).
000850  77  CONT-FUSIONES   PIC 9(04)  VALUE ZERO.
000890
000900  01  GUARDA-SOBREVIVE PIC X(68).
000910  01  GUARDA-SOBREVIVE-DET REDEFINES GUARDA-SOBREVIVE.
000920      05  SOB-ID             PIC 9(06).
000930      05  SOB-NOMBRE         PIC A(20).
000932      05  FILLER             PIC X(42).
000934
000936  LINKAGE SECTION.
000938      COPY OPERID01.
000950
000960*****************************************************************
000970* PROCEDURE DIVISION
000980*****************************************************************
000990  PROCEDURE DIVISION USING OPE-OPERADOR.
001000
001010*------------------------------------------------------------------
001020* 0000-MAINLINE.
001120      EXIT.
001130
001140*------------------------------------------------------------------
001145* 1000-INICIALIZAR. Abre el master para consulta y el archivo de
001150* solicitudes pendientes de aprobacion en I-O (creandolo si no
001155* existe). Sin master no hay nada que fusionar y sin PENAPR no hay
001160* donde dejar la solicitud. Cada archivo abierto queda marcado en
001165* su switch para cerrarlo al salir al menu.
001170*------------------------------------------------------------------
001180  1000-INICIALIZAR.
001190      DISPLAY "****** Fusion de registrantes duplicados ******".
001200      OPEN INPUT REGISTRO-MASTER.
001240      IF FS-MAESTRO NOT = "00"
001250         DISPLAY "No se pudo abrir REGMAE. FS=" FS-MAESTRO
001260         MOVE "S" TO SW-FIN-PROGRAMA
001270         GO TO 1000-INICIALIZAR-EXIT
001280      END-IF.
001285      MOVE "S" TO SW-MAESTRO-ABIERTO.
001290      OPEN I-O ARCH-PENDIENTES.
001295      IF FS-PENDIENTES = "35"
001300         OPEN OUTPUT ARCH-PENDIENTES
001305         CLOSE ARCH-PENDIENTES
001310         OPEN I-O ARCH-PENDIENTES
001320      END-IF.
001330      IF FS-PENDIENTES NOT = "00"
001340         DISPLAY "No se pudo abrir PENAPR. FS=" FS-PENDIENTES
001350         MOVE "S" TO SW-FIN-PROGRAMA
001360         GO TO 1000-INICIALIZAR-EXIT
001390      END-IF.
001395      MOVE "S" TO SW-PENDIENTES-ABIERTO.
001400  1000-INICIALIZAR-EXIT.
001410      EXIT.
001420
001430*------------------------------------------------------------------
001440* 2000-FUSIONAR-PAR. Pide el par de IDs, valida la fusion, pide
001450* la confirmacion del operador y la deja pendiente de aprobacion.
001460* Un ID sobreviviente en cero termina el programa.
001470*------------------------------------------------------------------
001480  2000-FUSIONAR-PAR.
001490      DISPLAY " ".
001700      IF NOT FUSION-VALIDA
001710         GO TO 2000-FUSIONAR-PAR-EXIT
001720      END-IF.
001725      DISPLAY "Confirma el pedido de fusion? El ID " ID-DUPLICADO
001730          " queda de baja al aprobarse. (S/N): "
001735          WITH NO ADVANCING.
001750      ACCEPT OPC-CONFIRMA.
001760      IF OPC-CONFIRMA NOT = "S" AND OPC-CONFIRMA NOT = "s"
001770         DISPLAY "Fusion cancelada."
001780         GO TO 2000-FUSIONAR-PAR-EXIT
001790      END-IF.
001795      PERFORM 4000-SOLICITAR-FUSION THRU
001800              4000-SOLICITAR-FUSION-EXIT.
001810  2000-FUSIONAR-PAR-EXIT.
001820      EXIT.
001830
001860* ser distintos, existir ambos en el master, el duplicado tiene
001870* que estar activo, y si los NOMBREs difieren el operador tiene
001880* que ratificarlo (puede ser la misma persona tecleada distinto).
001885* Ninguno de los dos puede tener ya una baja o una fusion
001890* pendiente de aprobacion. Deja el registro del duplicado en el
001895* area del archivo.
001900*------------------------------------------------------------------
001910  3000-VALIDAR-PAR.
001920      MOVE "N" TO SW-FUSION-VALIDA.
002290            GO TO 3000-VALIDAR-PAR-EXIT
002300         END-IF
002310      END-IF.
002311      MOVE ID-SOBREVIVE TO ID-SOLICITADO.
002312      PERFORM 4100-BUSCAR-SOLICITUD-ABIERTA THRU
002313              4100-BUSCAR-SOLICITUD-ABIERTA-EXIT.
002314      IF NOT SOLICITUD-ABIERTA
002315         MOVE ID-DUPLICADO TO ID-SOLICITADO
002316         PERFORM 4100-BUSCAR-SOLICITUD-ABIERTA THRU
002317                 4100-BUSCAR-SOLICITUD-ABIERTA-EXIT
002318      END-IF.
002319      IF SOLICITUD-ABIERTA
002320         DISPLAY "El ID " ID-SOLICITADO " ya tiene una baja o una"
002321         DISPLAY "fusion pendiente de aprobacion."
002322         GO TO 3000-VALIDAR-PAR-EXIT
002323      END-IF.
002324      MOVE "S" TO SW-FUSION-VALIDA.
002330  3000-VALIDAR-PAR-EXIT.
002340      EXIT.
002350
002360*------------------------------------------------------------------
002365* 4000-SOLICITAR-FUSION. Deja la fusion como solicitud pendiente
002370* de aprobacion en ARCH-PENDIENTES: tipo "F", el ID duplicado con
002375* motivo "FU", el ID sobreviviente, quien la pide y cuando, y la
002380* imagen del registro del duplicado, que ya esta en el area del
002385* archivo por la validacion. La baja logica del duplicado y su
002390* journal con tipo "F" los aplica la aprobacion de otro operador
002395* desde el mantenimiento en linea (ENTRADA-SALIDA).
002410*------------------------------------------------------------------
002415  4000-SOLICITAR-FUSION.
002420      ACCEPT PEN-APR-FECHA-SOLIC FROM DATE YYYYMMDD.
002425      ACCEPT PEN-APR-HORA-SOLIC FROM TIME.
002430      MOVE OPE-OPERADOR-ID TO PEN-APR-OPERADOR-SOLIC.
002435      MOVE "F" TO PEN-APR-TIPO.
002440      MOVE ID-DUPLICADO TO PEN-APR-ID.
002445      MOVE ID-SOBREVIVE TO PEN-APR-ID-SOBREVIVE.
002450      MOVE "FU" TO PEN-APR-MOTIVO.
002455      MOVE "P" TO PEN-APR-ESTADO.
002460      MOVE REG-MAE-RECORD TO PEN-APR-ANTES.
002465      MOVE SPACES TO PEN-APR-OPERADOR-RESOL.
002470      MOVE ZERO TO PEN-APR-FECHA-RESOL.
002475      MOVE SPACES TO PEN-APR-MOTIVO-RESOL.
002480      WRITE PEN-APR-RECORD
002490          INVALID KEY
002500             DISPLAY "No se pudo grabar la solicitud. FS="
002510                 FS-PENDIENTES
002520             GO TO 4000-SOLICITAR-FUSION-EXIT
002530      END-WRITE.
002600      ADD 1 TO CONT-FUSIONES.
002610      DISPLAY "Fusion solicitada: el ID " ID-DUPLICADO
002620          " queda pendiente de aprobacion.".
002630  4000-SOLICITAR-FUSION-EXIT.
002660      EXIT.
002670
002680*------------------------------------------------------------------
002690* 4100-BUSCAR-SOLICITUD-ABIERTA. Recorre por la clave alternativa
002700* las solicitudes del registrante ID-SOLICITADO y prende
002710* SOLICITUD-ABIERTA si alguna sigue pendiente de aprobacion.
002720*------------------------------------------------------------------
002721  4100-BUSCAR-SOLICITUD-ABIERTA.
002722      MOVE "N" TO SW-SOLICITUD-ABIERTA.
002723      MOVE "N" TO SW-FIN-PENDIENTES.
002724      MOVE ID-SOLICITADO TO PEN-APR-ID.
002725      START ARCH-PENDIENTES KEY = PEN-APR-ID
002726          INVALID KEY MOVE "S" TO SW-FIN-PENDIENTES
002727      END-START.
002728      PERFORM 4150-LEER-SOLICITUD-ID THRU
002729              4150-LEER-SOLICITUD-ID-EXIT
002730          UNTIL SOLICITUD-ABIERTA OR FIN-PENDIENTES.
002731  4100-BUSCAR-SOLICITUD-ABIERTA-EXIT.
002732      EXIT.
002733
002734*------------------------------------------------------------------
002735* 4150-LEER-SOLICITUD-ID. Lee la proxima solicitud por la clave
002736* alternativa y controla si sigue siendo del registrante buscado y
002737* si esta pendiente.
002738*------------------------------------------------------------------
002739  4150-LEER-SOLICITUD-ID.
002740      READ ARCH-PENDIENTES NEXT
002741          AT END MOVE "S" TO SW-FIN-PENDIENTES
002742      END-READ.
002743      IF FIN-PENDIENTES
002744         GO TO 4150-LEER-SOLICITUD-ID-EXIT
002760      END-IF.
002770      IF PEN-APR-ID NOT = ID-SOLICITADO
002780         MOVE "S" TO SW-FIN-PENDIENTES
002790         GO TO 4150-LEER-SOLICITUD-ID-EXIT
002800      END-IF.
002810      IF PEN-APR-PENDIENTE
002820         MOVE "S" TO SW-SOLICITUD-ABIERTA
002830      END-IF.
002840  4150-LEER-SOLICITUD-ID-EXIT.
002860      EXIT.
002870
002880*------------------------------------------------------------------
002890* 9999-FINALIZAR. Cierra los archivos e informa las fusiones
002900* solicitadas en la sesion.
002910*------------------------------------------------------------------
002920  9999-FINALIZAR.
002930      IF MAESTRO-ABIERTO
002940         CLOSE REGISTRO-MASTER
002960      END-IF.
002970      IF PENDIENTES-ABIERTO
002980         CLOSE ARCH-PENDIENTES
002990      END-IF.
003000      DISPLAY "Fusiones solicitadas en la sesion: " CONT-FUSIONES.
003010      GOBACK.
003020  9999-FINALIZAR-EXIT.
003030      EXIT.
003040
