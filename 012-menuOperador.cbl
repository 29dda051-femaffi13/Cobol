000346*                        mensaje: regrabar desde una tabla
000347*                        incompleta borraria del archivo de
000348*                        seguridad a los operadores excedentes.
000349* 2026-10-15  JPM        Opcion 4: suspenso de movimientos de
000350*                        sucursales (SUSPENSO-MOVIMIENTOS),
000351*                        nivel 2.
000352* 2026-10-15  JPM        SESLOG registra las firmas fallidas, los
000353*                        intentos de bloqueados y los bloqueos.
000354* 2026-10-15  JPM        Opcion 5: pedido de tablas para la
000355*                        cadena nocturna (PEDIDO-TABLAS).
000356* 2026-10-15  JPM        Opcion 6: fusion de registrantes
000357*                        (FUSIONA-REGISTRANTES), nivel 2. Salir
000358*                        pasa a ser la opcion 7.
000359*****************************************************************
000360  IDENTIFICATION DIVISION.
000370  PROGRAM-ID. MENU-OPERADOR.
000380  AUTHOR. DEPTO-SISTEMAS.
000800      88  FIN-OPERADORES           VALUE "S".
000810  77  SW-OPERADOR-HALLADO PIC X(01) VALUE "N".
000820      88  OPERADOR-HALLADO          VALUE "S".
000822  77  SW-EVENTO-BLOQUEO PIC X(01) VALUE "N".
000824      88  EVENTO-BLOQUEO           VALUE "S".
000830
000840  77  OPC-MENU        PIC 9(01).
000850  77  ID-INGRESADO    PIC X(08)  VALUE SPACES.
002190         ADD 1 TO CONT-INTENTOS
002200         DISPLAY "Operador desconocido."
002210         DISPLAY " "
002212         MOVE ID-INGRESADO TO OPE-OPERADOR-ID
002214         MOVE "FIRMA FALLIDA" TO EVENTO-SESION
002216         PERFORM 7000-GRABAR-SESION THRU 7000-GRABAR-SESION-EXIT
002220         GO TO 1000-FIRMAR-OPERADOR-EXIT
002230      END-IF.
002240      IF OPE-TAB-ESTADO (IND-OPERADOR) = "B"
002250         DISPLAY "Operador bloqueado por intentos fallidos."
002260         DISPLAY "Contacte a sistemas para destrabarlo."
002270         MOVE 9 TO CONT-INTENTOS
002272         MOVE ID-INGRESADO TO OPE-OPERADOR-ID
002274         MOVE "INTENTO BLOQUEADO" TO EVENTO-SESION
002276         PERFORM 7000-GRABAR-SESION THRU 7000-GRABAR-SESION-EXIT
002280         GO TO 1000-FIRMAR-OPERADOR-EXIT
002290      END-IF.
002300      PERFORM 1200-VALIDAR-PASSWORD THRU
003160*------------------------------------------------------------------
003170* 1250-SUMAR-INTENTO. Password erronea: suma el intento fallido
003180* persistido del operador y, al tercero, lo deja bloqueado en
003185* OPERFIL. Tambien cuenta el intento de la pantalla y deja en
003190* SESLOG la firma fallida y, si corresponde, el bloqueo.
003200*------------------------------------------------------------------
003210  1250-SUMAR-INTENTO.
003220      DISPLAY "Password incorrecta."
003330      MOVE INTENTOS-OPERADOR TO OPE-TAB-INTENTOS (IND-OPERADOR).
003340      IF INTENTOS-OPERADOR > 2
003350         MOVE "B" TO OPE-TAB-ESTADO (IND-OPERADOR)
003355         MOVE "S" TO SW-EVENTO-BLOQUEO
003360         DISPLAY "Tercer intento fallido: el operador queda"
003370         DISPLAY "bloqueado hasta que sistemas lo destrabe."
003371      END-IF.
003372      MOVE ID-INGRESADO TO OPE-OPERADOR-ID.
003373      MOVE "FIRMA FALLIDA" TO EVENTO-SESION.
003374      PERFORM 7000-GRABAR-SESION THRU 7000-GRABAR-SESION-EXIT.
003375      IF EVENTO-BLOQUEO
003376         MOVE "N" TO SW-EVENTO-BLOQUEO
003377         MOVE "BLOQUEO" TO EVENTO-SESION
003378         PERFORM 7000-GRABAR-SESION THRU 7000-GRABAR-SESION-EXIT
003380      END-IF.
003390      PERFORM 1500-REGRABAR-OPERFIL THRU
003400              1500-REGRABAR-OPERFIL-EXIT.
004070*------------------------------------------------------------------
004080* 2000-MENU-PRINCIPAL. Menu unico de la sesion del operador:
004090* lanza cada programa como subprograma llamado, pasandole la
004095* sesion de operador firmada. El informe de edades, el suspenso
004100* de movimientos de sucursales y la fusion de registrantes
004105* exigen nivel 2; dentro del mantenimiento, las bajas y
004110* reactivaciones tambien exigen nivel 2 (lo controla
004115* ENTRADA-SALIDA con el nivel de la sesion).
004140*------------------------------------------------------------------
004150  2000-MENU-PRINCIPAL.
004160      DISPLAY "****** Menu del operador " OPE-OPERADOR-ID
004180      DISPLAY "1. Mantenimiento de registrantes. ".
004190      DISPLAY "2. Tablas de multiplicar. ".
004200      DISPLAY "3. Informe de bandas etarias. ".
004202      DISPLAY "4. Suspenso de movimientos de sucursales. ".
004204      DISPLAY "5. Pedido de tablas para la cadena nocturna. ".
004206      DISPLAY "6. Fusion de registrantes duplicados. ".
004208      DISPLAY "7. Salir. ".
004220      ACCEPT OPC-MENU.
004230
004240      IF OPC-MENU = 1
004400            CALL "INFORME-EDADES"
004410         END-IF
004420      ELSE IF OPC-MENU = 4
004421         IF OPE-OPERADOR-NIVEL < 2
004422            DISPLAY "Opcion reservada a operadores de nivel 2."
004423            DISPLAY " "
004424         ELSE
004425            MOVE "OPCION 4" TO EVENTO-SESION
004426            PERFORM 7000-GRABAR-SESION THRU
004427                    7000-GRABAR-SESION-EXIT
004428            CALL "SUSPENSO-MOVIMIENTOS" USING OPE-OPERADOR
004429         END-IF
004430      ELSE IF OPC-MENU = 5
004431         MOVE "OPCION 5" TO EVENTO-SESION
004432         PERFORM 7000-GRABAR-SESION THRU 7000-GRABAR-SESION-EXIT
004433         CALL "PEDIDO-TABLAS" USING OPE-OPERADOR
004434      ELSE IF OPC-MENU = 6
004435         IF OPE-OPERADOR-NIVEL < 2
004436            DISPLAY "Opcion reservada a operadores de nivel 2."
004437            DISPLAY " "
004438         ELSE
004439            MOVE "OPCION 6" TO EVENTO-SESION
004440            PERFORM 7000-GRABAR-SESION THRU
004441                    7000-GRABAR-SESION-EXIT
004442            CALL "FUSIONA-REGISTRANTES" USING OPE-OPERADOR
004443         END-IF
004444      ELSE IF OPC-MENU = 7
004445         MOVE "S" TO SW-FIN-PROGRAMA
004446      ELSE
004450         DISPLAY "Opcion incorrecta."
004460         DISPLAY " "
004470      END-IF.
004510*------------------------------------------------------------------
004520* 7000-GRABAR-SESION. Deja en SESLOG una linea con la fecha, la
004530* hora, el operador y el evento de sesion (ingreso, opcion
004535* usada, egreso, rechazo, firma fallida, intento de un operador
004540* bloqueado o bloqueo), para que auditoria pueda atar la
004550* actividad de AUDITLOG y REGLOG a la sesion.
004560*------------------------------------------------------------------
004570  7000-GRABAR-SESION.
