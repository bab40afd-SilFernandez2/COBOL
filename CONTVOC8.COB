000239*                    LAS CORRIDAS SE CUENTAN POR FECHA, PARA NO
000240*                    CONTAR DOS VECES UNA NOCHE CON DOS
000241*                    IDIOMAS.
000242*   15/10/2026 SF    LAYOUT DE HISTCORR AL DIA CON CONTVOC1
000243*                    (280 BYTES: SILABAS, ORACIONES E INDICE DE
000244*                    LEGIBILIDAD). SIN CAMBIO DE CIFRAS.
000245*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CONTVOC8.
000270 AUTHOR. SILVIA FERNANDEZ.
000970     05  HI-FRECUENCIAS.
000980        10  HI-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
000990     05  FILLER                      PIC X(02).
000991*    SILABAS, ORACIONES E INDICE DE LEGIBILIDAD DEL IDIOMA
000992*    (CEROS EN LOS REGISTROS ANTERIORES AL INDICE).
000993     05  HI-SILABAS                  PIC 9(9).
000994     05  HI-ORACIONES                PIC 9(9).
000995     05  HI-LEGIBILIDAD              PIC S9(3)V99
000996                                     SIGN LEADING SEPARATE.
000997     05  FILLER                      PIC X(06).
001000 FD  REPORTE-OUT.
001010 01  REPORTE-OUT-REC             PIC X(80).
001020
