000242*                    Y POR CORRIDA (CLAVE FECHA+IDIOMA): CADA
000243*                    LINEA DE LA CONSULTA MUESTRA EL IDIOMA Y
000244*                    SU PROPIO PORCENTAJE DE VOCALES.
000245*   15/10/2026 SF    LAYOUT DE HISTCORR AL DIA CON CONTVOC1
000246*                    (280 BYTES: SILABAS, ORACIONES E INDICE DE
000247*                    LEGIBILIDAD). SIN CAMBIO DE CIFRAS.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CONTVOCQ.
000630     05  HI-FRECUENCIAS.
000640        10  HI-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
000650     05  FILLER                      PIC X(02).
000651*    SILABAS, ORACIONES E INDICE DE LEGIBILIDAD DEL IDIOMA
000652*    (CEROS EN LOS REGISTROS ANTERIORES AL INDICE).
000653     05  HI-SILABAS                  PIC 9(9).
000654     05  HI-ORACIONES                PIC 9(9).
000655     05  HI-LEGIBILIDAD              PIC S9(3)V99
000656                                     SIGN LEADING SEPARATE.
000657     05  FILLER                      PIC X(06).
000660 FD  REPORTE-OUT.
000670 01  REPORTE-OUT-REC             PIC X(80).
000680
