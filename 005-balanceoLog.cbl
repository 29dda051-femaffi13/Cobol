000450*                        discrepancias termina con RETURN-CODE 8
000460*                        para que la cadena no descargue ni
000470*                        extraiga de un master que no balancea.
000472* 2026-10-15  JPM        El detalle de REGISTRO-LOG incorpora la
000474*                        sucursal del alta; se actualiza el largo
000476*                        de registro.
000480*****************************************************************
000490  IDENTIFICATION DIVISION.
000500  PROGRAM-ID. BALANCEO-LOG.
000790  FILE SECTION.
000800  FD  REGISTRO-LOG
000810      LABEL RECORDS ARE STANDARD
000820      RECORD CONTAINS 50 CHARACTERS.
000830      COPY REGLOG01.
000840
000850  FD  REGISTRO-MASTER
