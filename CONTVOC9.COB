000281*                    POR MES E IDIOMA (CLAVE AAAAMM00+IDIOMA),
000282*                    PARA NO MEZCLAR DOS IDIOMAS EN UN MISMO
000283*                    RESUMEN.
000284*   15/10/2026 SF    HISTDEPT LLEVA LAS EXCEPCIONES DE CARACTER
000285*                    DEL DEPARTAMENTO (HD-EXCEPCIONES): EL
000286*                    RESUMEN "+++" LAS ACUMULA COMO LAS DEMAS
000287*                    CIFRAS, PARA QUE LA FACTURACION DE UN MES
000288*                    ARCHIVADO SIGA CUADRANDO.
000289*   15/10/2026 SF    HISTCORR (REGISTRO DE 280 BYTES) Y HISTDEPT
000290*                    LLEVAN SILABAS, ORACIONES E INDICE DE
000291*                    LEGIBILIDAD: LOS RESUMENES MENSUALES SUMAN
000292*                    SILABAS Y ORACIONES Y RECALCULAN EL INDICE
000293*                    DEL MES CON LAS PALABRAS DE LOS REGISTROS
000294*                    QUE TRAIAN SILABAS. HISTARCH PASA A 280.
000295*   15/10/2026 SF    EL RESUMEN "S" DE AJUAUDIT LLEVA, EN EL LUGAR
000296*                    DE LA IMAGEN, EL NETO CON SIGNO DE LOS
000297*                    AJUSTES ARCHIVADOS A MT-VOCALES Y A
000298*                    MT-CONSONANTE, PARA LA VERIFICACION DE
000299*                    INTEGRIDAD (CONTVOCV).
000300*****************************************************************
000301 IDENTIFICATION DIVISION.
000302 PROGRAM-ID. CONTVOC9.
000310 AUTHOR. SILVIA FERNANDEZ.
000320 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000330 DATE-WRITTEN. 02/09/2026.
001120     05  HI-FRECUENCIAS.
001130        10  HI-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
001140     05  FILLER                      PIC X(02).
001141*    SILABAS, ORACIONES E INDICE DE LEGIBILIDAD DEL IDIOMA
001142*    (CEROS EN LOS REGISTROS ANTERIORES AL INDICE).
001143     05  HI-SILABAS                  PIC 9(9).
001144     05  HI-ORACIONES                PIC 9(9).
001145     05  HI-LEGIBILIDAD              PIC S9(3)V99
001146                                     SIGN LEADING SEPARATE.
001147     05  FILLER                      PIC X(06).
001170 FD  HISTORIAL-ARCH.
001180 01  HISTORIA-ARCH-REC           PIC X(280).
001190 FD  HDEPTO-IN.
001200*    MISMO LAYOUT QUE HIST-DEPTO-REC EN CONTVOC1. EL RESUMEN
001210*    MENSUAL LLEVA HD-FECHA EN AAAAMM00 Y DEPARTAMENTO "+++".
001260     05  HD-CONSONANTE               PIC 9(07).
001270     05  HD-ENIE                     PIC 9(07).
001280     05  HD-PALABRAS                 PIC 9(07).
001285     05  HD-EXCEPCIONES              PIC 9(07).
001286     05  HD-SILABAS                  PIC 9(09).
001287     05  HD-ORACIONES                PIC 9(07).
001288     05  HD-PAL-EN                   PIC 9(07).
001289     05  HD-LEGIBILIDAD              PIC S9(3)V99
001290                                     SIGN LEADING SEPARATE.
001291     05  HD-FORMULA                  PIC X(02).
001292     05  FILLER                      PIC X(03).
001300 FD  HDEPTO-KEEP.
001310 01  HDEPTO-KEEP-REC             PIC X(80).
001320 FD  HDEPTO-ARCH.
001660     05  AA-MONTO                    PIC 9(9).
001670     05  AA-MOTIVO                   PIC X(4).
001680     05  AA-AUTORIZA                 PIC X(8).
001681     05  AA-IMAGEN                   PIC X(80).
001682*    EN EL RESUMEN "S" EL LUGAR DE LA IMAGEN LLEVA EL NETO CON
001683*    SIGNO DE LOS AJUSTES ARCHIVADOS DEL MES A MT-VOCALES Y A
001684*    MT-CONSONANTE, PARA QUE LA VERIFICACION DE INTEGRIDAD
001685*    (CONTVOCV) SIGA CUADRANDO EL MAESTRO DESPUES DEL ARCHIVO.
001686     05  AA-NETO-RESUMEN REDEFINES AA-IMAGEN.
001687        10  AA-NETO-VOCALES          PIC S9(9)
001688                                     SIGN LEADING SEPARATE.
001689        10  AA-NETO-CONSONANTE       PIC S9(9)
001690                                     SIGN LEADING SEPARATE.
001691        10  FILLER                   PIC X(60).
001700     05  AA-FECHA-AJUSTE             PIC 9(8).
001710     05  FILLER                      PIC X(02).
001720 FD  AJUAUD-KEEP.
002590        10  MM-REGISTROS                PIC 9(09) COMP.
002600        10  MM-LETRAS                   PIC 9(09) COMP.
002610        10  MM-EXCEPCIONES              PIC 9(09) COMP.
002611        10  MM-SILABAS                  PIC 9(09) COMP.
002612        10  MM-ORACIONES                PIC 9(09) COMP.
002613        10  MM-PAL-LEGIB                PIC 9(09) COMP.
002614        10  MM-PAL-EN                   PIC 9(09) COMP.
002615        10  MM-NETO-VOC                 PIC S9(09) COMP.
002616        10  MM-NETO-CONS                PIC S9(09) COMP.
002620        10  MM-FRECUENCIAS.
002630           15  MM-FREC OCCURS 26 TIMES    PIC 9(09) COMP.
002640*    CONTADORES GENERALES DEL ARCHIVO EN PROCESO.
002700 77  LINEA-REPORTE               PIC X(80).
002710 77  CANT-D1                     PIC ZZZZZZ9.
002720 77  CANT-D2                     PIC ZZZZZZ9.
002721 77  RET-D                       PIC Z9.
002722*    CALCULO DEL INDICE DE LEGIBILIDAD DE LOS RESUMENES (1950),
002723*    CON LAS MISMAS FORMULAS QUE CONTVOC1.
002724 77  LG-SILABAS                  PIC 9(9) COMP VALUE 0.
002725 77  LG-PALABRAS                 PIC 9(9) COMP VALUE 0.
002726 77  LG-ORACIONES                PIC 9(9) COMP VALUE 0.
002727 77  LG-FORMULA                  PIC X(02) VALUE "FH".
002728 77  LG-SIL-PAL                  PIC 9(3)V9(4) VALUE 0.
002729 77  LG-ORA-PAL                  PIC 9(3)V9(4) VALUE 0.
002730 77  LG-PAL-ORA                  PIC 9(9)V9(4) VALUE 0.
002731 77  LG-CALCULO                  PIC S9(11)V99 VALUE 0.
002732 77  LG-INDICE                   PIC S9(3)V99 VALUE 0.
002740
002750 PROCEDURE DIVISION.
002760*----------------------------------------------------------------
004660     MOVE 0 TO CANT-LEIDOS
004670     MOVE 0 TO CANT-RETENIDOS
004680     MOVE 0 TO CANT-ARCHIVADOS
004681     MOVE 0 TO CANT-RESUMENES
004682     MOVE "N" TO EOF-ARCHIVO.
004683 1900-EXIT.
004684     EXIT.
004685
004686*----------------------------------------------------------------
004687* 1950-CALCULAR-LEGIBILIDAD - INDICE DE LEGIBILIDAD DE UN
004688* RESUMEN MENSUAL CON LG-SILABAS, LG-PALABRAS Y LG-ORACIONES:
004689* FERNANDEZ-HUERTA ("FH") O FLESCH ("FL") SEGUN LG-FORMULA,
004690* IGUAL QUE 8500 EN CONTVOC1. SIN DATOS QUEDA EN CERO.
004691*----------------------------------------------------------------
004692 1950-CALCULAR-LEGIBILIDAD.
004693     MOVE 0 TO LG-INDICE
004694     IF LG-PALABRAS = 0 OR LG-SILABAS = 0 OR LG-ORACIONES = 0
004695         GO TO 1950-EXIT
004696     END-IF
004697     COMPUTE LG-SIL-PAL ROUNDED = LG-SILABAS / LG-PALABRAS
004698     IF LG-FORMULA = "FL"
004699         COMPUTE LG-PAL-ORA ROUNDED = LG-PALABRAS / LG-ORACIONES
004700         COMPUTE LG-CALCULO ROUNDED = 206.835
004701             - 1.015 * LG-PAL-ORA - 84.6 * LG-SIL-PAL
004702     ELSE
004703         COMPUTE LG-ORA-PAL ROUNDED = LG-ORACIONES / LG-PALABRAS
004704         COMPUTE LG-CALCULO ROUNDED = 206.84
004705             - 60 * LG-SIL-PAL - 102 * LG-ORA-PAL
004706     END-IF
004707     IF LG-CALCULO > 999.99
004708         MOVE 999.99 TO LG-CALCULO
004709     END-IF
004710     IF LG-CALCULO < -999.99
004711         MOVE -999.99 TO LG-CALCULO
004712     END-IF
004713     MOVE LG-CALCULO TO LG-INDICE.
004714 1950-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
005580     ADD HI-NASALES TO MM-NASALES(MM-HALLADO)
005590     ADD HI-LIQUIDAS TO MM-LIQUIDAS(MM-HALLADO)
005600     ADD HI-PALABRAS TO MM-PALABRAS(MM-HALLADO)
005601*    LOS REGISTROS ANTERIORES AL INDICE DE LEGIBILIDAD TRAEN
005602*    CERO SILABAS Y NO ENTRAN AL INDICE DEL RESUMEN.
005603     IF HI-SILABAS IS NUMERIC
005604         IF HI-SILABAS > 0
005605             ADD HI-SILABAS TO MM-SILABAS(MM-HALLADO)
005606             ADD HI-ORACIONES TO MM-ORACIONES(MM-HALLADO)
005607             ADD HI-PALABRAS TO MM-PAL-LEGIB(MM-HALLADO)
005608         END-IF
005609     END-IF
005610     PERFORM 2250-SUMAR-FRECUENCIA THRU 2250-EXIT
005620         VARYING FREC-SUB FROM 1 BY 1 UNTIL FREC-SUB > 26
005630     WRITE HISTORIA-ARCH-REC FROM HISTORIA-REC
005890     MOVE MM-FRICATIVAS(MM-SUB) TO HI-FRICATIVAS
005900     MOVE MM-NASALES(MM-SUB) TO HI-NASALES
005910     MOVE MM-LIQUIDAS(MM-SUB) TO HI-LIQUIDAS
005911     MOVE MM-PALABRAS(MM-SUB) TO HI-PALABRAS
005912     MOVE MM-SILABAS(MM-SUB) TO HI-SILABAS
005913     MOVE MM-ORACIONES(MM-SUB) TO HI-ORACIONES
005914     MOVE MM-SILABAS(MM-SUB) TO LG-SILABAS
005915     MOVE MM-PAL-LEGIB(MM-SUB) TO LG-PALABRAS
005916     MOVE MM-ORACIONES(MM-SUB) TO LG-ORACIONES
005917     IF MM-IDIOMA(MM-SUB) = "EN"
005918         MOVE "FL" TO LG-FORMULA
005919     ELSE
005920         MOVE "FH" TO LG-FORMULA
005921     END-IF
005922     PERFORM 1950-CALCULAR-LEGIBILIDAD THRU 1950-EXIT
005923     MOVE LG-INDICE TO HI-LEGIBILIDAD
005930     PERFORM 2350-RESUMIR-FRECUENCIA THRU 2350-EXIT
005940         VARYING FREC-SUB FROM 1 BY 1 UNTIL FREC-SUB > 26
005950     WRITE HISTORIA-REC
006800     ADD HD-VOCALES TO MM-VOCALES(MM-HALLADO)
006810     ADD HD-CONSONANTE TO MM-CONSONANTE(MM-HALLADO)
006820     ADD HD-ENIE TO MM-ENIE(MM-HALLADO)
006821     ADD HD-PALABRAS TO MM-PALABRAS(MM-HALLADO)
006822*    UN REGISTRO GRABADO ANTES DE QUE HISTDEPT LLEVARA
006823*    EXCEPCIONES TRAE ESE CAMPO EN BLANCO.
006824     IF HD-EXCEPCIONES IS NUMERIC
006825         ADD HD-EXCEPCIONES TO MM-EXCEPCIONES(MM-HALLADO)
006826     END-IF
006827*    Y SIN SILABAS LOS ANTERIORES AL INDICE DE LEGIBILIDAD.
006828     IF HD-SILABAS IS NUMERIC
006829         ADD HD-SILABAS TO MM-SILABAS(MM-HALLADO)
006830         ADD HD-ORACIONES TO MM-ORACIONES(MM-HALLADO)
006831         ADD HD-PAL-EN TO MM-PAL-EN(MM-HALLADO)
006832         ADD HD-PALABRAS TO MM-PAL-LEGIB(MM-HALLADO)
006833     END-IF
006840     WRITE HDEPTO-ARCH-REC FROM HIST-DEPTO-REC.
006850 3200-EXIT.
006860     EXIT.
006960     MOVE MM-VOCALES(MM-SUB) TO HD-VOCALES
006970     MOVE MM-CONSONANTE(MM-SUB) TO HD-CONSONANTE
006980     MOVE MM-ENIE(MM-SUB) TO HD-ENIE
006981     MOVE MM-PALABRAS(MM-SUB) TO HD-PALABRAS
006982     MOVE MM-EXCEPCIONES(MM-SUB) TO HD-EXCEPCIONES
006983     MOVE MM-SILABAS(MM-SUB) TO HD-SILABAS
006984     MOVE MM-ORACIONES(MM-SUB) TO HD-ORACIONES
006985     MOVE MM-PAL-EN(MM-SUB) TO HD-PAL-EN
006986     MOVE MM-SILABAS(MM-SUB) TO LG-SILABAS
006987     MOVE MM-PAL-LEGIB(MM-SUB) TO LG-PALABRAS
006988     MOVE MM-ORACIONES(MM-SUB) TO LG-ORACIONES
006989     IF MM-PAL-EN(MM-SUB) > 0 AND
006990         MM-PAL-EN(MM-SUB) = MM-PAL-LEGIB(MM-SUB)
006991         MOVE "FL" TO LG-FORMULA
006992     ELSE
006993         MOVE "FH" TO LG-FORMULA
006994     END-IF
006995     PERFORM 1950-CALCULAR-LEGIBILIDAD THRU 1950-EXIT
006996     MOVE LG-INDICE TO HD-LEGIBILIDAD
006997     MOVE LG-FORMULA TO HD-FORMULA
007000     WRITE HDEPTO-KEEP-REC FROM HIST-DEPTO-REC.
007010 3300-EXIT.
007020     EXIT.
008060
008070*----------------------------------------------------------------
008080* 5000-DEPURAR-AJUAUDIT - DEPURA LA AUDITORIA DE AJUSTES CON EL
008090* CORTE DE AUDITORIAS. EL RESUMEN MENSUAL LLEVA TIPO "S", LA
008100* CANTIDAD DE IMAGENES ARCHIVADAS EN AA-MONTO Y EL NETO DE LOS
008101* AJUSTES ARCHIVADOS AL MAESTRO EN AA-NETO-RESUMEN.
008110*----------------------------------------------------------------
008120 5000-DEPURAR-AJUAUDIT.
008130     PERFORM 1900-LIMPIAR-CONTADORES THRU 1900-EXIT
008790         GO TO 5200-EXIT
008800     END-IF
008810     ADD 1 TO CANT-ARCHIVADOS
008811     ADD 1 TO MM-ARCHIVADOS(MM-HALLADO)
008812     PERFORM 5250-NETO-AJUSTE THRU 5250-EXIT
008813     WRITE AJUAUD-ARCH-REC FROM AJU-AUDITORIA-REC.
008814 5200-EXIT.
008815     EXIT.
008816
008817*----------------------------------------------------------------
008818* 5250-NETO-AJUSTE - SUMA AL NETO DEL MES EL AJUSTE ARCHIVADO:
008819* LA IMAGEN "A" DE CADA AJUSTE A MT-VOCALES O MT-CONSONANTE CON
008820* SU SIGNO, Y EL NETO DE UN RESUMEN "S" ANTERIOR QUE SE VUELVE
008821* A ARCHIVAR. LAS IMAGENES "B" Y "R" NO MUEVEN EL MAESTRO.
008822*----------------------------------------------------------------
008823 5250-NETO-AJUSTE.
008824     IF AA-TIPO = "S"
008825         IF AA-NETO-VOCALES IS NUMERIC AND
008826             AA-NETO-CONSONANTE IS NUMERIC
008827             ADD AA-NETO-VOCALES TO MM-NETO-VOC(MM-HALLADO)
008828             ADD AA-NETO-CONSONANTE TO MM-NETO-CONS(MM-HALLADO)
008829         END-IF
008830         GO TO 5250-EXIT
008831     END-IF
008832     IF AA-TIPO NOT = "A" OR AA-MONTO IS NOT NUMERIC
008833         GO TO 5250-EXIT
008834     END-IF
008835     IF AA-CAMPO = "MT-VOCALES"
008836         IF AA-SIGNO = "-"
008837             SUBTRACT AA-MONTO FROM MM-NETO-VOC(MM-HALLADO)
008838         ELSE
008839             ADD AA-MONTO TO MM-NETO-VOC(MM-HALLADO)
008840         END-IF
008841     END-IF
008842     IF AA-CAMPO = "MT-CONSONANTE"
008843         IF AA-SIGNO = "-"
008844             SUBTRACT AA-MONTO FROM MM-NETO-CONS(MM-HALLADO)
008845         ELSE
008846             ADD AA-MONTO TO MM-NETO-CONS(MM-HALLADO)
008847         END-IF
008848     END-IF.
008849 5250-EXIT.
008850     EXIT.
008860
008870 5300-RESUMENES-AJUAUDIT.
008980     MOVE MM-ARCHIVADOS(MM-SUB) TO AA-MONTO
008990     MOVE SPACES TO AA-MOTIVO
009000     MOVE "CONTVOC9" TO AA-AUTORIZA
009005     MOVE MM-NETO-VOC(MM-SUB) TO AA-NETO-VOCALES
009006     MOVE MM-NETO-CONS(MM-SUB) TO AA-NETO-CONSONANTE
009010     MOVE 0 TO AA-FECHA-AJUSTE
009020     WRITE AJUAUD-KEEP-REC FROM AJU-AUDITORIA-REC.
009030 5300-EXIT.
