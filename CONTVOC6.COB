000225*                    FUERA DE LA LINEA DIARIA, QUE NO TIENE DIA
000226*                    00. ANTES SE DESCARTABAN COMPLETOS Y UN
000227*                    MES ARCHIVADO SALIA EN CERO.
000228*   15/10/2026 SF    LAYOUT DE HISTDEPT AL DIA CON CONTVOC1
000229*                    (HD-EXCEPCIONES). SIN CAMBIO DE CIFRAS.
000230*   15/10/2026 SF    HISTDEPT TRAE SILABAS, ORACIONES E INDICE
000231*                    DE LEGIBILIDAD: LA LINEA DIARIA MUESTRA EL
000232*                    INDICE DEL DIA, LOS TOTALES EL DEL MES Y LA
000233*                    COMPARACION MES A MES SU VARIACION EN
000234*                    PUNTOS. LOS REGISTROS ANTERIORES AL INDICE
000235*                    NO ENTRAN AL CALCULO.
000236*   15/10/2026 SF    CALENDARIO DE LOTES ESPERADOS (DD CALENDAR,
000237*                    OPCIONAL): LA LINEA DIARIA MARCA LAS NOCHES
000238*                    DE FERIADO Y LAS DE UN DIA EN QUE EL DEPTO.
000239*                    NO ENVIA, Y LOS TOTALES DAN EL PROMEDIO POR
000240*                    CORRIDA HABIL SIN ESAS NOCHES.
000241*****************************************************************
000242 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. CONTVOC6.
000260 AUTHOR. SILVIA FERNANDEZ.
000270 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000430         ASSIGN TO TENDDEPT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS FS-TENDENCIA.
000452     SELECT OPTIONAL CALENDARIO
000454         ASSIGN TO CALENDAR
000456         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS FS-CALENDAR.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000550     05  HD-CONSONANTE               PIC 9(07).
000560     05  HD-ENIE                     PIC 9(07).
000570     05  HD-PALABRAS                 PIC 9(07).
000575     05  HD-EXCEPCIONES              PIC 9(07).
000576     05  HD-SILABAS                  PIC 9(09).
000577     05  HD-ORACIONES                PIC 9(07).
000578     05  HD-PAL-EN                   PIC 9(07).
000579     05  HD-LEGIBILIDAD              PIC S9(3)V99
000580                                     SIGN LEADING SEPARATE.
000581     05  HD-FORMULA                  PIC X(02).
000582     05  FILLER                      PIC X(03).
000590 FD  DEPTOS-MAESTRO.
000600*    MISMO LAYOUT QUE EL FD DEPTOS-MAESTRO DE CONTVOC1: SOLO SE
000610*    USA PARA RESOLVER EL NOMBRE DEL DEPARTAMENTO.
000660     05  DM-RESPONSABLE              PIC X(08).
000670     05  FILLER                      PIC X(38).
000680 FD  TENDENCIA-OUT.
000681 01  TENDENCIA-REC               PIC X(80).
000682 FD  CALENDARIO.
000683*    CALENDARIO DE LOTES ESPERADOS (MISMO LAYOUT QUE EN CONTVOCK):
000684*    FERIADOS ("F") Y DIAS DE ENVIO POR DEPARTAMENTO ("D").
000685 01  CALENDARIO-REC.
000686     05  CA-TIPO                     PIC X(01).
000687     05  CA-CLAVE                    PIC X(08).
000688     05  CA-CLAVE-DEPTO REDEFINES CA-CLAVE.
000689        10  CA-DEPTO                 PIC X(03).
000690        10  FILLER                   PIC X(05).
000691     05  CA-DIAS                     PIC X(07).
000692     05  CA-DESCRIPCION              PIC X(30).
000693     05  CA-FECHA-ALTA               PIC 9(08).
000694     05  FILLER                      PIC X(26).
000700
000710 WORKING-STORAGE SECTION.
000720*    SWITCHES AND STATUS FIELDS.
000770     88  FIN-HISTDEPT            VALUE "Y".
000780 77  EOF-DEPTMST                 PIC X(01) VALUE "N".
000790     88  FIN-DEPTMST             VALUE "Y".
000792 77  FS-CALENDAR                 PIC X(02) VALUE "00".
000794 77  EOF-CALENDAR                PIC X(01) VALUE "N".
000796     88  FIN-CALENDAR            VALUE "Y".
000800*    MES PEDIDO POR SYSIN (AAAAMM). SI LA TARJETA NO ES NUMERICA
000810*    O VIENE EN CERO, SE USA EL MES DE LA FECHA DE EJECUCION.
000820 77  MES-PARAM                   PIC X(06) VALUE SPACES.
001090        10  TD-PALABRAS                 PIC 9(09) COMP.
001100        10  TD-VOLUMEN                  PIC 9(09) COMP.
001110        10  TD-CORRIDAS                 PIC 9(05) COMP.
001111        10  TD-VOL-ANT                  PIC 9(09) COMP.
001112*           CORRIDAS Y VOLUMEN DE LAS NOCHES HABILES SEGUN EL
001113*           CALENDARIO (BASE DEL PROMEDIO POR CORRIDA HABIL).
001114        10  TD-CORR-HAB                 PIC 9(05) COMP.
001115        10  TD-VOL-HAB                  PIC 9(09) COMP.
001116*           LEGIBILIDAD DEL MES Y DEL MES ANTERIOR: SILABAS,
001117*           ORACIONES, PALABRAS EN INGLES Y PALABRAS DE LOS
001118*           REGISTROS QUE TRAEN SILABAS (BASE DEL INDICE).
001119        10  TD-SILABAS                  PIC 9(09) COMP.
001120        10  TD-ORACIONES                PIC 9(09) COMP.
001121        10  TD-PAL-EN                   PIC 9(09) COMP.
001122        10  TD-PAL-LEGIB                PIC 9(09) COMP.
001123        10  TD-A-SILABAS                PIC 9(09) COMP.
001124        10  TD-A-ORACIONES              PIC 9(09) COMP.
001125        10  TD-A-PAL-EN                 PIC 9(09) COMP.
001126        10  TD-A-PAL-LEGIB              PIC 9(09) COMP.
001130        10  TD-DIA-ENT OCCURS 31 TIMES.
001140           15  TD-D-VOCALES                PIC 9(07) COMP.
001150           15  TD-D-CONSONANTE             PIC 9(07) COMP.
001160           15  TD-D-ENIE                   PIC 9(07) COMP.
001170           15  TD-D-PALABRAS               PIC 9(07) COMP.
001171           15  TD-D-SILABAS                PIC 9(09) COMP.
001172           15  TD-D-ORACIONES              PIC 9(07) COMP.
001173           15  TD-D-PAL-EN                 PIC 9(07) COMP.
001174           15  TD-D-PAL-LEGIB              PIC 9(07) COMP.
001180*    COPIA EN MEMORIA DEL MAESTRO DE DEPARTAMENTOS, SOLO PARA
001190*    RESOLVER EL NOMBRE EN EL TITULO DE CADA SECCION.
001200 77  LIM-DM                      PIC 9(02) COMP VALUE 50.
001340 77  FECHA-DIA                   PIC 9(08) VALUE 0.
001350 77  PART-PORC                   PIC 9(03)V99 VALUE 0.
001360 77  PART-PORC-D                 PIC ZZ9.99.
001361 77  VAR-PORC                    PIC S9(04)V99 VALUE 0.
001362 77  VAR-PORC-D                  PIC +ZZZ9.99.
001363*    CALCULO DEL INDICE DE LEGIBILIDAD (3500), CON LAS MISMAS
001364*    FORMULAS QUE CONTVOC1: FERNANDEZ-HUERTA ("FH") SALVO QUE
001365*    TODAS LAS PALABRAS VENGAN DE LOTES EN INGLES (FLESCH, "FL").
001366 77  LG-SILABAS                  PIC 9(9) COMP VALUE 0.
001367 77  LG-PALABRAS                 PIC 9(9) COMP VALUE 0.
001368 77  LG-ORACIONES                PIC 9(9) COMP VALUE 0.
001369 77  LG-PAL-EN                   PIC 9(9) COMP VALUE 0.
001370 77  LG-FORMULA                  PIC X(02) VALUE SPACES.
001371 77  LG-SIL-PAL                  PIC 9(3)V9(4) VALUE 0.
001372 77  LG-ORA-PAL                  PIC 9(3)V9(4) VALUE 0.
001373 77  LG-PAL-ORA                  PIC 9(9)V9(4) VALUE 0.
001374 77  LG-CALCULO                  PIC S9(11)V99 VALUE 0.
001375 77  LG-INDICE                   PIC S9(3)V99 VALUE 0.
001376 77  LG-INDICE-SW                PIC X(01) VALUE "N".
001377     88  LG-CON-INDICE           VALUE "S"
001378         WHEN SET TO FALSE IS "N".
001379 77  LG-INDICE-D                 PIC -ZZ9.99.
001380 77  LG-INDICE-X                 PIC X(07) VALUE SPACES.
001381 77  LG-INDICE-MES               PIC S9(3)V99 VALUE 0.
001382 77  LG-FORMULA-MES              PIC X(02) VALUE SPACES.
001383 77  LG-VARIACION                PIC S9(4)V99 VALUE 0.
001390*    CAMPOS DE EDICION PARA LAS LINEAS DEL REPORTE.
001400 77  LINEA-REPORTE               PIC X(80).
001410 77  CANT-D1                     PIC ZZZZZZ9.
001420 77  CANT-D2                     PIC ZZZZZZ9.
001421 77  CANT-D3                     PIC ZZZZZZ9.
001422 77  CANT-D4                     PIC ZZZZZZ9.
001423 77  CANT-D5                     PIC ZZZZZZZ9.
001424 77  TOTAL-D                     PIC ZZZZZZZZ9.
001425 77  CORRIDAS-D                  PIC ZZZZ9.
001426*    CALENDARIO DE LOTES ESPERADOS. HISTDEPT SE FECHA CON LA
001427*    FECHA DE EJECUCION; LA FECHA DE NEGOCIO DE LA NOCHE (UN DIA
001428*    ANTES) ES LA QUE SE BUSCA EN EL CALENDARIO. UN DEPARTAMENTO
001429*    SIN DIAS DE ENVIO EN EL CALENDARIO SE ESPERA TODOS LOS DIAS
001430*    QUE NO SON FERIADO. SIN CALENDARIO NADA CAMBIA.
001431 77  CALENDARIO-SW               PIC X(01) VALUE "N".
001432     88  HAY-CALENDARIO          VALUE "S".
001433 77  LIM-FR                      PIC 9(03) COMP VALUE 366.
001434 77  CANT-FR                     PIC 9(03) COMP VALUE 0.
001435 77  FR-SUB                      PIC 9(03) COMP VALUE 0.
001436 01  FR-TABLA.
001437     05  FR-T-FECHA OCCURS 366 TIMES PIC 9(08).
001438 77  LIM-CD                      PIC 9(02) COMP VALUE 50.
001439 77  CANT-CD                     PIC 9(02) COMP VALUE 0.
001440 77  CD-SUB                      PIC 9(02) COMP VALUE 0.
001441 77  CD-HALLADO                  PIC 9(02) COMP VALUE 0.
001442 01  CD-TABLA.
001443     05  CD-ENT OCCURS 50 TIMES.
001444        10  CD-T-DEPTO                  PIC X(03).
001445        10  CD-T-DIAS                   PIC X(07).
001446 77  FECHA-CLASIF                PIC 9(08) VALUE 0.
001447 77  DEPTO-CLASIF                PIC X(03) VALUE SPACES.
001448 77  FECHA-NEGOCIO               PIC 9(08) VALUE 0.
001449 77  DIA-SEMANA                  PIC 9(01) VALUE 1.
001450 77  NOCHE-SW                    PIC X(01) VALUE "H".
001451     88  NOCHE-HABIL             VALUE "H".
001452     88  NOCHE-FERIADO           VALUE "F".
001453     88  NOCHE-SIN-ENVIOS        VALUE "N".
001454 77  MARCA-NOCHE                 PIC X(07) VALUE SPACES.
001455 77  PROM-HABIL                  PIC 9(09) VALUE 0.
001456 01  FECHA-CALC.
001457     05  FC-ANO                      PIC 9(4).
001458     05  FC-MES                      PIC 9(2).
001459     05  FC-DIA                      PIC 9(2).
001460 01  FECHA-CALC-N REDEFINES FECHA-CALC PIC 9(8).
001461 77  FECHA-VUELTA                PIC 9(8) VALUE 0.
001462 77  JD-A                        PIC 9(02) COMP VALUE 0.
001463 77  JD-Y                        PIC 9(05) COMP VALUE 0.
001464 77  JD-M                        PIC 9(02) COMP VALUE 0.
001465 77  JD-T1                       PIC 9(07) COMP VALUE 0.
001466 77  JD-T2                       PIC 9(07) COMP VALUE 0.
001467 77  JD-T3                       PIC 9(07) COMP VALUE 0.
001468 77  JD-T4                       PIC 9(07) COMP VALUE 0.
001469 77  JD-NUMERO                   PIC 9(08) COMP VALUE 0.
001470 77  JI-L                        PIC 9(08) COMP VALUE 0.
001471 77  JI-N                        PIC 9(08) COMP VALUE 0.
001472 77  JI-I                        PIC 9(08) COMP VALUE 0.
001473 77  JI-J                        PIC 9(08) COMP VALUE 0.
001474 77  JI-T                        PIC 9(08) COMP VALUE 0.
001480
001490 PROCEDURE DIVISION.
001500*----------------------------------------------------------------
001860     END-IF
001865     MOVE MES-ANTERIOR TO MES-ANTERIOR-DES
001870     PERFORM 1200-CARGAR-NOMBRES THRU 1200-EXIT
001875     PERFORM 1400-CARGAR-CALENDARIO THRU 1400-EXIT
001880     OPEN INPUT HIST-DEPTOS
001890     IF FS-HISTDEPT NOT = "00"
001900         DISPLAY "NO HAY HISTORIAL POR DEPARTAMENTO, STATUS "
002880         HD-VOCALES + HD-CONSONANTE + HD-ENIE
002890     ADD VOLUMEN-DIA TO TD-VOLUMEN(TD-HALLADO)
002900     ADD VOLUMEN-DIA TO TOT-TALLER
002901     ADD 1 TO TD-CORRIDAS(TD-HALLADO)
002902     MOVE HD-FECHA TO FECHA-CLASIF
002903     MOVE HD-DEPTO TO DEPTO-CLASIF
002904     PERFORM 2500-CLASIFICAR-NOCHE THRU 2500-EXIT
002905     IF NOCHE-HABIL
002906         ADD 1 TO TD-CORR-HAB(TD-HALLADO)
002907         ADD VOLUMEN-DIA TO TD-VOL-HAB(TD-HALLADO)
002908     END-IF
002909*    LOS REGISTROS ANTERIORES AL INDICE DE LEGIBILIDAD TRAEN
002910*    SILABAS EN BLANCO Y QUEDAN FUERA DEL INDICE.
002911     IF HD-SILABAS IS NUMERIC
002912         ADD HD-SILABAS TO TD-SILABAS(TD-HALLADO)
002913         ADD HD-ORACIONES TO TD-ORACIONES(TD-HALLADO)
002914         ADD HD-PAL-EN TO TD-PAL-EN(TD-HALLADO)
002915         ADD HD-PALABRAS TO TD-PAL-LEGIB(TD-HALLADO)
002916     END-IF
002920*    EL REGISTRO RESUMEN DE UN MES ARCHIVADO (DIA 00) YA SUMO
002930*    A LOS TOTALES; SOLO NO TIENE LINEA DIARIA.
002940     MOVE HD-FECHA(7:2) TO DIA-SUB
002975     ADD HD-VOCALES TO TD-D-VOCALES(TD-HALLADO DIA-SUB)
002980     ADD HD-CONSONANTE TO TD-D-CONSONANTE(TD-HALLADO DIA-SUB)
002985     ADD HD-ENIE TO TD-D-ENIE(TD-HALLADO DIA-SUB)
002990     ADD HD-PALABRAS TO TD-D-PALABRAS(TD-HALLADO DIA-SUB)
002991     IF HD-SILABAS IS NUMERIC
002992         ADD HD-SILABAS TO TD-D-SILABAS(TD-HALLADO DIA-SUB)
002993         ADD HD-ORACIONES TO TD-D-ORACIONES(TD-HALLADO DIA-SUB)
002994         ADD HD-PAL-EN TO TD-D-PAL-EN(TD-HALLADO DIA-SUB)
002995         ADD HD-PALABRAS TO TD-D-PAL-LEGIB(TD-HALLADO DIA-SUB)
002996     END-IF.
003000 2100-EXIT.
003010     EXIT.
003020
003040     PERFORM 2300-UBICAR-DEPTO THRU 2300-EXIT
003050     COMPUTE VOLUMEN-DIA =
003060         HD-VOCALES + HD-CONSONANTE + HD-ENIE
003070     ADD VOLUMEN-DIA TO TD-VOL-ANT(TD-HALLADO)
003071     IF HD-SILABAS IS NUMERIC
003072         ADD HD-SILABAS TO TD-A-SILABAS(TD-HALLADO)
003073         ADD HD-ORACIONES TO TD-A-ORACIONES(TD-HALLADO)
003074         ADD HD-PAL-EN TO TD-A-PAL-EN(TD-HALLADO)
003075         ADD HD-PALABRAS TO TD-A-PAL-LEGIB(TD-HALLADO)
003076     END-IF.
003080 2200-EXIT.
003090     EXIT.
003100
003720     ELSE
003730         MOVE SPACES TO LINEA-REPORTE
003740         STRING "FECHA      VOCALES  CONSON.    ENIES PALABRAS"
003750             "    TOTAL  LEGIB CALEND."
003760             DELIMITED BY SIZE INTO LINEA-REPORTE
003770         WRITE TENDENCIA-REC FROM LINEA-REPORTE
003780         PERFORM 3200-LINEA-DIARIA THRU 3200-EXIT
003800         PERFORM 3300-TOTALES-DEPTO THRU 3300-EXIT
003810     END-IF
003820     PERFORM 3400-COMPARACION-MES THRU 3400-EXIT
003825     PERFORM 3450-COMPARAR-LEGIBILIDAD THRU 3450-EXIT
003830     MOVE SPACES TO LINEA-REPORTE
003840     STRING "----------------------------------------------------"
003850         DELIMITED BY SIZE INTO LINEA-REPORTE
004190     MOVE TD-D-ENIE(TD-SUB DIA-SUB) TO CANT-D3
004200     MOVE TD-D-PALABRAS(TD-SUB DIA-SUB) TO CANT-D4
004210     MOVE VOLUMEN-DIA TO CANT-D5
004211     MOVE TD-D-SILABAS(TD-SUB DIA-SUB) TO LG-SILABAS
004212     MOVE TD-D-PAL-LEGIB(TD-SUB DIA-SUB) TO LG-PALABRAS
004213     MOVE TD-D-ORACIONES(TD-SUB DIA-SUB) TO LG-ORACIONES
004214     MOVE TD-D-PAL-EN(TD-SUB DIA-SUB) TO LG-PAL-EN
004215     PERFORM 3500-CALCULAR-LEGIBILIDAD THRU 3500-EXIT
004216     MOVE FECHA-DIA TO FECHA-CLASIF
004217     MOVE TD-CODIGO(TD-SUB) TO DEPTO-CLASIF
004218     PERFORM 2500-CLASIFICAR-NOCHE THRU 2500-EXIT
004220     MOVE SPACES TO LINEA-REPORTE
004230     STRING FECHA-DIA "  " CANT-D1 "  " CANT-D2 "  " CANT-D3
004240         "  " CANT-D4 " " CANT-D5 " " LG-INDICE-X
004245         " " MARCA-NOCHE
004250         DELIMITED BY SIZE INTO LINEA-REPORTE
004260     WRITE TENDENCIA-REC FROM LINEA-REPORTE.
004270 3200-EXIT.
004580     STRING "   TOTAL LETRAS:      " TOTAL-D
004590         DELIMITED BY SIZE INTO LINEA-REPORTE
004600     WRITE TENDENCIA-REC FROM LINEA-REPORTE
004602     IF HAY-CALENDARIO
004604         PERFORM 3350-PROMEDIO-HABIL THRU 3350-EXIT
004606     END-IF
004610     IF TOT-TALLER > 0
004620         COMPUTE PART-PORC ROUNDED =
004630             TD-VOLUMEN(TD-SUB) * 100 / TOT-TALLER
004670             PART-PORC-D "%"
004680             DELIMITED BY SIZE INTO LINEA-REPORTE
004690         WRITE TENDENCIA-REC FROM LINEA-REPORTE
004691     END-IF
004692     MOVE TD-SILABAS(TD-SUB) TO LG-SILABAS
004693     MOVE TD-PAL-LEGIB(TD-SUB) TO LG-PALABRAS
004694     MOVE TD-ORACIONES(TD-SUB) TO LG-ORACIONES
004695     MOVE TD-PAL-EN(TD-SUB) TO LG-PAL-EN
004696     PERFORM 3500-CALCULAR-LEGIBILIDAD THRU 3500-EXIT
004697     MOVE SPACES TO LINEA-REPORTE
004698     STRING "   LEGIBILIDAD DEL MES: " LG-INDICE-X " " LG-FORMULA
004699         DELIMITED BY SIZE INTO LINEA-REPORTE
004700     WRITE TENDENCIA-REC FROM LINEA-REPORTE.
004710 3300-EXIT.
004720     EXIT.
004730
005100 3900-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 8500-DIA-JULIANO - NUMERO DE DIA JULIANO DE LA FECHA EN
005150* FECHA-CALC, EN JD-NUMERO (MISMA FORMULA ENTERA QUE CONTVOC3).
005160*----------------------------------------------------------------
005170 8500-DIA-JULIANO.
005180     COMPUTE JD-A = (14 - FC-MES) / 12
005190     COMPUTE JD-Y = FC-ANO + 4800 - JD-A
005200     COMPUTE JD-M = FC-MES + 12 * JD-A - 3
005210     COMPUTE JD-T1 = (153 * JD-M + 2) / 5
005220     COMPUTE JD-T2 = JD-Y / 4
005230     COMPUTE JD-T3 = JD-Y / 100
005240     COMPUTE JD-T4 = JD-Y / 400
005250     COMPUTE JD-NUMERO = FC-DIA + JD-T1 + 365 * JD-Y
005260         + JD-T2 - JD-T3 + JD-T4 - 32045.
005270 8500-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------------
005310* 8510-FECHA-DE-JULIANO - CAMINO INVERSO: PASA EL DIA JULIANO DE
005320* JD-NUMERO A LA FECHA AAAAMMDD EN FECHA-VUELTA (FLIEGEL Y VAN
005330* FLANDERN, SOLO ARITMETICA ENTERA).
005340*----------------------------------------------------------------
005350 8510-FECHA-DE-JULIANO.
005360     COMPUTE JI-L = JD-NUMERO + 68569
005370     COMPUTE JI-N = (4 * JI-L) / 146097
005380     COMPUTE JI-T = (146097 * JI-N + 3) / 4
005390     COMPUTE JI-L = JI-L - JI-T
005400     COMPUTE JI-I = (4000 * (JI-L + 1)) / 1461001
005410     COMPUTE JI-T = (1461 * JI-I) / 4
005420     COMPUTE JI-L = JI-L - JI-T + 31
005430     COMPUTE JI-J = (80 * JI-L) / 2447
005440     COMPUTE JI-T = (2447 * JI-J) / 80
005450     COMPUTE FC-DIA = JI-L - JI-T
005460     COMPUTE JI-L = JI-J / 11
005470     COMPUTE FC-MES = JI-J + 2 - 12 * JI-L
005480     COMPUTE FC-ANO = 100 * (JI-N - 49) + JI-I + JI-L
005490     MOVE FECHA-CALC-N TO FECHA-VUELTA.
005500 8510-EXIT.
005510     EXIT.
005520
005530*----------------------------------------------------------------
005540* 8520-DIA-SEMANA - DIA DE LA SEMANA DEL DIA JULIANO EN
005550* JD-NUMERO: 1 (LUNES) A 7 (DOMINGO) EN DIA-SEMANA.
005560*----------------------------------------------------------------
005570 8520-DIA-SEMANA.
005580     DIVIDE JD-NUMERO BY 7 GIVING JD-T1 REMAINDER DIA-SEMANA
005590     ADD 1 TO DIA-SEMANA.
005600 8520-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------
005640* 1400-CARGAR-CALENDARIO - CARGA FERIADOS Y DIAS DE ENVIO POR
005650* DEPARTAMENTO DEL CALENDARIO DE LOTES ESPERADOS. SIN CALENDARIO,
005660* O ILEGIBLE, TODAS LAS NOCHES SON HABILES COMO HASTA AHORA.
005670*----------------------------------------------------------------
005680 1400-CARGAR-CALENDARIO.
005690     OPEN INPUT CALENDARIO
005700     IF FS-CALENDAR NOT = "00" AND FS-CALENDAR NOT = "05"
005710         DISPLAY "AVISO: CALENDAR ILEGIBLE, STATUS " FS-CALENDAR
005720             ", SIN MARCA DE FERIADOS"
005730         GO TO 1400-EXIT
005740     END-IF
005750     PERFORM 1410-LEER-CALENDARIO THRU 1410-EXIT
005760         UNTIL FIN-CALENDAR
005770     CLOSE CALENDARIO
005780     IF CANT-FR > 0 OR CANT-CD > 0
005790         SET HAY-CALENDARIO TO TRUE
005800     END-IF.
005810 1400-EXIT.
005820     EXIT.
005830
005840 1410-LEER-CALENDARIO.
005850     READ CALENDARIO
005860         AT END
005870             SET FIN-CALENDAR TO TRUE
005880         NOT AT END
005890             IF CA-TIPO = "F" AND CA-CLAVE IS NUMERIC
005900                 AND CANT-FR < LIM-FR
005910                 ADD 1 TO CANT-FR
005920                 MOVE CA-CLAVE TO FR-T-FECHA(CANT-FR)
005930             END-IF
005940             IF CA-TIPO = "D" AND CANT-CD < LIM-CD
005950                 ADD 1 TO CANT-CD
005960                 MOVE CA-DEPTO TO CD-T-DEPTO(CANT-CD)
005970                 MOVE CA-DIAS TO CD-T-DIAS(CANT-CD)
005980             END-IF
005990     END-READ.
006000 1410-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040* 2500-CLASIFICAR-NOCHE - CLASIFICA LA NOCHE FECHA-CLASIF DEL
006050* DEPARTAMENTO DEPTO-CLASIF: SU FECHA DE NEGOCIO (UN DIA ANTES)
006060* ES FERIADO, ES UN DIA EN QUE EL DEPARTAMENTO NO ENVIA, O ES
006070* HABIL. EL RESUMEN DE UN MES ARCHIVADO (DIA 00) QUEDA HABIL.
006080*----------------------------------------------------------------
006090 2500-CLASIFICAR-NOCHE.
006100     SET NOCHE-HABIL TO TRUE
006110     MOVE SPACES TO MARCA-NOCHE
006120     IF NOT HAY-CALENDARIO OR FECHA-CLASIF(7:2) = "00"
006130         GO TO 2500-EXIT
006140     END-IF
006150     MOVE FECHA-CLASIF TO FECHA-CALC-N
006160     PERFORM 8500-DIA-JULIANO THRU 8500-EXIT
006170     SUBTRACT 1 FROM JD-NUMERO
006180     PERFORM 8510-FECHA-DE-JULIANO THRU 8510-EXIT
006190     MOVE FECHA-VUELTA TO FECHA-NEGOCIO
006200     PERFORM 8520-DIA-SEMANA THRU 8520-EXIT
006210     PERFORM 2510-BUSCAR-FERIADO THRU 2510-EXIT
006220         VARYING FR-SUB FROM 1 BY 1
006230         UNTIL FR-SUB > CANT-FR OR NOCHE-FERIADO
006240     IF NOCHE-FERIADO
006250         MOVE "FERIADO" TO MARCA-NOCHE
006260         GO TO 2500-EXIT
006270     END-IF
006280     MOVE 0 TO CD-HALLADO
006290     PERFORM 2520-BUSCAR-DIAS-DEPTO THRU 2520-EXIT
006300         VARYING CD-SUB FROM 1 BY 1
006310         UNTIL CD-SUB > CANT-CD OR CD-HALLADO > 0
006320     IF CD-HALLADO > 0
006330         IF CD-T-DIAS(CD-HALLADO)(DIA-SEMANA:1) NOT = "S"
006340             SET NOCHE-SIN-ENVIOS TO TRUE
006350             MOVE "NO ENV." TO MARCA-NOCHE
006360         END-IF
006370     END-IF.
006380 2500-EXIT.
006390     EXIT.
006400
006410 2510-BUSCAR-FERIADO.
006420     IF FR-T-FECHA(FR-SUB) = FECHA-NEGOCIO
006430         SET NOCHE-FERIADO TO TRUE
006440     END-IF.
006450 2510-EXIT.
006460     EXIT.
006470
006480 2520-BUSCAR-DIAS-DEPTO.
006490     IF CD-T-DEPTO(CD-SUB) = DEPTO-CLASIF
006500         MOVE CD-SUB TO CD-HALLADO
006510     END-IF.
006520 2520-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560* 3350-PROMEDIO-HABIL - CORRIDAS HABILES DEL DEPARTAMENTO Y SU
006570* PROMEDIO DE LETRAS POR CORRIDA, SIN LAS NOCHES DE FERIADO NI
006580* LAS DE UN DIA EN QUE EL DEPARTAMENTO NO ENVIA, QUE NO SON DIAS
006590* DE BAJO VOLUMEN.
006600*----------------------------------------------------------------
006610 3350-PROMEDIO-HABIL.
006620     MOVE TD-CORR-HAB(TD-SUB) TO CORRIDAS-D
006630     MOVE SPACES TO LINEA-REPORTE
006640     STRING "   CORRIDAS HABILES:  " CORRIDAS-D
006650         DELIMITED BY SIZE INTO LINEA-REPORTE
006660     WRITE TENDENCIA-REC FROM LINEA-REPORTE
006670     IF TD-CORR-HAB(TD-SUB) = 0
006680         GO TO 3350-EXIT
006690     END-IF
006700     COMPUTE PROM-HABIL ROUNDED =
006710         TD-VOL-HAB(TD-SUB) / TD-CORR-HAB(TD-SUB)
006720     MOVE PROM-HABIL TO TOTAL-D
006730     MOVE SPACES TO LINEA-REPORTE
006740     STRING "   PROMEDIO POR CORRIDA HABIL: " TOTAL-D " LETRAS"
006750         DELIMITED BY SIZE INTO LINEA-REPORTE
006760     WRITE TENDENCIA-REC FROM LINEA-REPORTE.
006770 3350-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 3450-COMPARAR-LEGIBILIDAD - COMPARA EL INDICE DE LEGIBILIDAD
006820* DEL MES CONTRA EL DEL MES ANTERIOR Y LO INFORMA EN PUNTOS.
006830* SOLO SE COMPARA SI AMBOS MESES TIENEN INDICE Y CON LA MISMA
006840* FORMULA: FH Y FL NO SON COMPARABLES ENTRE SI.
006850*----------------------------------------------------------------
006860 3450-COMPARAR-LEGIBILIDAD.
006870     MOVE TD-SILABAS(TD-SUB) TO LG-SILABAS
006880     MOVE TD-PAL-LEGIB(TD-SUB) TO LG-PALABRAS
006890     MOVE TD-ORACIONES(TD-SUB) TO LG-ORACIONES
006900     MOVE TD-PAL-EN(TD-SUB) TO LG-PAL-EN
006910     PERFORM 3500-CALCULAR-LEGIBILIDAD THRU 3500-EXIT
006920     IF NOT LG-CON-INDICE
006930         GO TO 3450-EXIT
006940     END-IF
006950     MOVE LG-INDICE TO LG-INDICE-MES
006960     MOVE LG-FORMULA TO LG-FORMULA-MES
006970     MOVE TD-A-SILABAS(TD-SUB) TO LG-SILABAS
006980     MOVE TD-A-PAL-LEGIB(TD-SUB) TO LG-PALABRAS
006990     MOVE TD-A-ORACIONES(TD-SUB) TO LG-ORACIONES
007000     MOVE TD-A-PAL-EN(TD-SUB) TO LG-PAL-EN
007010     PERFORM 3500-CALCULAR-LEGIBILIDAD THRU 3500-EXIT
007020     IF NOT LG-CON-INDICE OR LG-FORMULA NOT = LG-FORMULA-MES
007030         MOVE SPACES TO LINEA-REPORTE
007040         STRING "   LEGIBILIDAD: SIN INDICE COMPARABLE EN EL MES "
007050             "ANTERIOR"
007060             DELIMITED BY SIZE INTO LINEA-REPORTE
007070         WRITE TENDENCIA-REC FROM LINEA-REPORTE
007080         GO TO 3450-EXIT
007090     END-IF
007100     COMPUTE LG-VARIACION = LG-INDICE-MES - LG-INDICE
007110     MOVE LG-VARIACION TO VAR-PORC-D
007120     MOVE SPACES TO LINEA-REPORTE
007130     STRING "   LEGIBILIDAD MES ANTERIOR: " LG-INDICE-X " "
007140         LG-FORMULA ", VARIACION " VAR-PORC-D " PUNTOS"
007150         DELIMITED BY SIZE INTO LINEA-REPORTE
007160     WRITE TENDENCIA-REC FROM LINEA-REPORTE.
007170 3450-EXIT.
007180     EXIT.
007190
007200*----------------------------------------------------------------
007210* 3500-CALCULAR-LEGIBILIDAD - INDICE CON LG-SILABAS,
007220* LG-PALABRAS Y LG-ORACIONES: FERNANDEZ-HUERTA (206.84 - 60
007230* SIL/PAL - 102 ORAC/PAL), O FLESCH (206.835 - 1.015 PAL/ORAC -
007240* 84.6 SIL/PAL) SI TODAS LAS PALABRAS SON DE LOTES EN INGLES.
007250* SIN SILABAS, PALABRAS U ORACIONES NO HAY INDICE (N/D).
007260*----------------------------------------------------------------
007270 3500-CALCULAR-LEGIBILIDAD.
007280     SET LG-CON-INDICE TO FALSE
007290     MOVE 0 TO LG-INDICE
007300     MOVE "    N/D" TO LG-INDICE-X
007310     MOVE SPACES TO LG-FORMULA
007320     IF LG-PALABRAS = 0 OR LG-SILABAS = 0 OR LG-ORACIONES = 0
007330         GO TO 3500-EXIT
007340     END-IF
007350     COMPUTE LG-SIL-PAL ROUNDED = LG-SILABAS / LG-PALABRAS
007360     IF LG-PAL-EN = LG-PALABRAS
007370         MOVE "FL" TO LG-FORMULA
007380         COMPUTE LG-PAL-ORA ROUNDED = LG-PALABRAS / LG-ORACIONES
007390         COMPUTE LG-CALCULO ROUNDED = 206.835
007400             - 1.015 * LG-PAL-ORA - 84.6 * LG-SIL-PAL
007410     ELSE
007420         MOVE "FH" TO LG-FORMULA
007430         COMPUTE LG-ORA-PAL ROUNDED = LG-ORACIONES / LG-PALABRAS
007440         COMPUTE LG-CALCULO ROUNDED = 206.84
007450             - 60 * LG-SIL-PAL - 102 * LG-ORA-PAL
007460     END-IF
007470     IF LG-CALCULO > 999.99
007480         MOVE 999.99 TO LG-CALCULO
007490     END-IF
007500     IF LG-CALCULO < -999.99
007510         MOVE -999.99 TO LG-CALCULO
007520     END-IF
007530     MOVE LG-CALCULO TO LG-INDICE
007540     MOVE LG-INDICE TO LG-INDICE-D
007550     MOVE LG-INDICE-D TO LG-INDICE-X
007560     SET LG-CON-INDICE TO TRUE.
007570 3500-EXIT.
007580     EXIT.
007590
007600 END PROGRAM CONTVOC6.
