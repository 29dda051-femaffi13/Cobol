000420* FECHA       INICIALES  DESCRIPCION
000430* ----------  ---------  ------------------------------------------
000440* 2026-09-02  JPM        Version inicial.
000442* 2026-10-15  JPM        El journal y el log de intake incorporan
000444*                        la sucursal; se actualizan los largos de
000446*                        registro de los archivos vivos y de las
000448*                        generaciones.
000450*****************************************************************
000460  IDENTIFICATION DIVISION.
000470  PROGRAM-ID. ARCHIVA-HISTORICOS.
000910      COPY REGJRN01.
000920
000930* El archivo de generaciones del journal intercala los registros
000940* journalizados (imagen tal cual, 165 bytes) con los registros
000950* de control "G"/"Z" de cada corte.
000960  FD  ARCH-JRN-ARCHIVO
000970      LABEL RECORDS ARE STANDARD.
000980  01  JRA-REGISTRO              PIC X(165).
000990  01  JRA-CONTROL.
001000      05  JRA-CTL-TIPO          PIC X(01).
001010      05  JRA-CTL-GENERACION    PIC 9(04).
001020      05  JRA-CTL-FECHA-CORTE   PIC 9(08).
001030      05  JRA-CTL-CANTIDAD      PIC 9(06).
001040      05  FILLER                PIC X(146).
001050
001060  FD  ARCH-JRN-NUEVO
001070      LABEL RECORDS ARE STANDARD.
001080  01  JRN-NUEVO-REGISTRO        PIC X(165).
001090
001100  FD  REGISTRO-LOG
001110      LABEL RECORDS ARE STANDARD
001120      RECORD CONTAINS 50 CHARACTERS.
001130      COPY REGLOG01.
001140
001150* El archivo de generaciones del log de intake intercala las
001160* corridas archivadas (50 bytes tal cual) con los registros de
001170* control "G"/"Z" de cada corte.
001180  FD  ARCH-LOG-ARCHIVO
001190      LABEL RECORDS ARE STANDARD
001200      RECORD CONTAINS 50 CHARACTERS.
001210  01  LGA-REGISTRO              PIC X(50).
001220  01  LGA-CONTROL.
001230      05  LGA-CTL-TIPO          PIC X(01).
001240      05  LGA-CTL-GENERACION    PIC 9(04).
001250      05  LGA-CTL-FECHA-CORTE   PIC 9(08).
001260      05  LGA-CTL-CANTIDAD      PIC 9(06).
001270      05  FILLER                PIC X(31).
001280
001290  FD  ARCH-LOG-NUEVO
001300      LABEL RECORDS ARE STANDARD
001310      RECORD CONTAINS 50 CHARACTERS.
001320  01  LOG-NUEVO-REGISTRO        PIC X(50).
001330
001340  FD  ARCH-AUDITORIA
001350      LABEL RECORDS ARE STANDARD.
001900  77  SUB-CORRIDA     PIC 9(04).
001910  77  FECHA-MAX-CORRIDA PIC 9(08) VALUE ZERO.
001920  01  TABLA-CORRIDA.
001930      05  CORRIDA-REGISTRO OCCURS 5000 TIMES PIC X(50).
001940
001950  01  AUD-FECHA-LINEA        PIC X(08).
001960
