000343*                        logica (REGMAE01); los registros
000344*                        migrados se graban activos, sin motivo
000345*                        ni fecha de baja.
000346* 2026-10-15  JPM        El master incorpora la sucursal del alta
000347*                        (REGMAE01); los registros migrados la
000348*                        graban en blanco (sin dato).
000350*****************************************************************
000360  IDENTIFICATION DIVISION.
000370  PROGRAM-ID. MIGRA-MAESTRO.
001842      MOVE "A" TO REG-MAE-ESTADO.
001844      MOVE SPACES TO REG-MAE-MOTIVO-BAJA.
001846      MOVE ZERO TO REG-MAE-FECHA-BAJA.
001848      MOVE SPACES TO REG-MAE-SUCURSAL.
001850      WRITE REG-MAE-RECORD
001860          INVALID KEY
001870             DISPLAY "No se pudo grabar el ID " REG-MAE-ID
