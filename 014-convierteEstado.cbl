000470*                        al procedimiento la corrida inmediata de
000480*                        DESCARGA-MAESTRO (REGBKP tambien cambio
000490*                        de layout).
000492* 2026-10-15  JPM        El master y el journal incorporan la
000494*                        sucursal; los registros convertidos la
000496*                        graban en blanco (sin dato).
000500*****************************************************************
000510  IDENTIFICATION DIVISION.
000520  PROGRAM-ID. CONVIERTE-ESTADO.
001980      MOVE "A" TO REG-MAE-ESTADO.
001990      MOVE SPACES TO REG-MAE-MOTIVO-BAJA.
002000      MOVE ZERO TO REG-MAE-FECHA-BAJA.
002005      MOVE SPACES TO REG-MAE-SUCURSAL.
002010      WRITE REG-MAE-RECORD
002020          INVALID KEY
002030             DISPLAY "No se pudo grabar el ID " REG-MAE-ID
002590      MOVE JRV-FECHA TO REG-JRN-FECHA.
002600      MOVE JRV-HORA TO REG-JRN-HORA.
002610      MOVE SPACES TO REG-JRN-OPERADOR.
002615      MOVE SPACES TO REG-JRN-SUCURSAL.
002620      MOVE JRV-ANT-ID TO REG-JRN-ANT-ID.
002630      MOVE JRV-ANT-NOMBRE TO REG-JRN-ANT-NOMBRE.
002640      MOVE JRV-ANT-EDAD TO REG-JRN-ANT-EDAD.
002680      MOVE "A" TO REG-JRN-ANT-ESTADO.
002690      MOVE SPACES TO REG-JRN-ANT-MOTIVO.
002700      MOVE ZERO TO REG-JRN-ANT-FECHA-BAJA.
002705      MOVE SPACES TO REG-JRN-ANT-SUCURSAL.
002710      IF JRV-DESPUES = SPACES
002720         MOVE SPACES TO REG-JRN-DESPUES
002730      ELSE
002800         MOVE "A" TO REG-JRN-DES-ESTADO
002810         MOVE SPACES TO REG-JRN-DES-MOTIVO
002820         MOVE ZERO TO REG-JRN-DES-FECHA-BAJA
002825         MOVE SPACES TO REG-JRN-DES-SUCURSAL
002830      END-IF.
002840      WRITE REG-JRN-RECORD.
002850      ADD 1 TO CONT-JRN-CONVERTIDOS.
