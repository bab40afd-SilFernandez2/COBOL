000200*                    TITULO, PROGRAMA, MES, FECHA, HORA Y
000205*                    NUMERO DE PAGINA, CABECERA DE COLUMNAS
000210*                    REIMPRESA AL CRUZAR DE PAGINA Y LINEA
000211*                    FINAL CON LA CANTIDAD DE PAGINAS. LAS
000212*                    CIFRAS NO CAMBIAN DE LAYOUT.
000213*   15/10/2026 SF    HISTCORR (280 BYTES) TRAE SILABAS, ORACIONES
000214*                    E INDICE DE LEGIBILIDAD POR IDIOMA: LA LINEA
000215*                    DIARIA MUESTRA EL INDICE (N/D EN LOS
000216*                    REGISTROS ANTERIORES) Y EL CIERRE DEL MES
000217*                    IMPRIME LA LEGIBILIDAD DEL MES POR IDIOMA,
000218*                    FERNANDEZ-HUERTA EN ES Y FLESCH EN EN.
000219*   15/10/2026 SF    CALENDARIO DE LOTES ESPERADOS (DD CALENDAR,
000220*                    OPCIONAL): LA NOCHE CUYA FECHA DE NEGOCIO ES
000221*                    FERIADO O DIA SIN ENVIOS SE MARCA EN LA LINEA
000222*                    DIARIA Y NO ENTRA EN LOS PROMEDIOS NI EN LOS
000223*                    DIAS DE MAYOR Y MENOR VOLUMEN; LOS TOTALES LA
000224*                    SIGUEN SUMANDO.
000225*****************************************************************
000230 IDENTIFICATION DIVISION.
000235 PROGRAM-ID. CONTVOC2.
000370         ASSIGN TO TRENDOUT
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS FS-TENDENCIA.
000392     SELECT OPTIONAL CALENDARIO
000394         ASSIGN TO CALENDAR
000396         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS FS-CALENDAR.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000540     05  HI-FRECUENCIAS.
000550        10  HI-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
000560     05  FILLER                      PIC X(02).
000561*    SILABAS, ORACIONES E INDICE DE LEGIBILIDAD DEL IDIOMA
000562*    (CEROS EN LOS REGISTROS ANTERIORES AL INDICE).
000563     05  HI-SILABAS                  PIC 9(9).
000564     05  HI-ORACIONES                PIC 9(9).
000565     05  HI-LEGIBILIDAD              PIC S9(3)V99
000566                                     SIGN LEADING SEPARATE.
000567     05  FILLER                      PIC X(06).
000570 FD  TENDENCIA-OUT.
000572*    EL PRIMER BYTE ES EL CONTROL DE CARRO PARA LA IMPRESORA
000574*    ("1" = SALTO DE PAGINA, " " = SIMPLE ESPACIO); LOS 80
000580 01  TENDENCIA-REC.
000582     05  RPT-CONTROL                 PIC X(01).
000584     05  RPT-DATOS                   PIC X(80).
000585 FD  CALENDARIO.
000586*    CALENDARIO DE LOTES ESPERADOS (MISMO LAYOUT QUE EN CONTVOCK).
000587*    AQUI SOLO SE USAN LOS FERIADOS Y LOS DIAS DE ENVIO.
000588 01  CALENDARIO-REC.
000589     05  CA-TIPO                     PIC X(01).
000590     05  CA-CLAVE                    PIC X(08).
000591     05  CA-CLAVE-DEPTO REDEFINES CA-CLAVE.
000592        10  CA-DEPTO                 PIC X(03).
000593        10  FILLER                   PIC X(05).
000594     05  CA-DIAS                     PIC X(07).
000595     05  CA-DESCRIPCION              PIC X(30).
000596     05  CA-FECHA-ALTA               PIC 9(08).
000597     05  FILLER                      PIC X(26).
000598
000600 WORKING-STORAGE SECTION.
000610*    SWITCHES AND STATUS FIELDS.
000620 77  FS-HISTORIAL                PIC X(02) VALUE "00".
000945 77  CANT-D3                     PIC ZZZZZZ9.
000950 77  CANT-D4                     PIC ZZZZZZ9.
000955 77  CANT-D5                     PIC ZZZZZZZ9.
000956 77  TOTAL-D                     PIC ZZZZZZZZ9.
000957 77  CORRIDAS-D                  PIC ZZZZ9.
000958*    CALENDARIO DE LOTES ESPERADOS. HISTCORR SE FECHA CON LA
000959*    FECHA DE EJECUCION; LA CORRIDA DE LAS 00:30 CUENTA LA
000960*    CAPTURA DEL DIA ANTERIOR, QUE ES LA FECHA DE NEGOCIO QUE SE
000961*    BUSCA EN EL CALENDARIO. UN DIA DE LA SEMANA ES SIN ENVIOS SI
000962*    NINGUN DEPARTAMENTO DEL CALENDARIO ENVIA ESE DIA. SIN
000963*    CALENDARIO TODAS LAS NOCHES SON HABILES, COMO SIEMPRE.
000964 77  FS-CALENDAR                 PIC X(02) VALUE "00".
000965 77  EOF-CALENDAR                PIC X(01) VALUE "N".
000966     88  FIN-CALENDAR            VALUE "Y".
000967 77  CALENDARIO-SW               PIC X(01) VALUE "N".
000968     88  HAY-CALENDARIO          VALUE "S".
000969 77  LIM-FR                      PIC 9(03) COMP VALUE 366.
000970 77  CANT-FR                     PIC 9(03) COMP VALUE 0.
000971 77  FR-SUB                      PIC 9(03) COMP VALUE 0.
000972 01  FR-TABLA.
000973     05  FR-T-FECHA OCCURS 366 TIMES PIC 9(08).
000974 77  CANT-CD                     PIC 9(03) COMP VALUE 0.
000975 77  DIAS-ENVIO                  PIC X(07) VALUE "NNNNNNN".
000976 77  DIA-SUB                     PIC 9(02) COMP VALUE 0.
000977 77  FECHA-NEGOCIO               PIC 9(08) VALUE 0.
000978 77  DIA-SEMANA                  PIC 9(01) VALUE 1.
000979 77  NOCHE-SW                    PIC X(01) VALUE "H".
000980     88  NOCHE-HABIL             VALUE "H".
000981     88  NOCHE-FERIADO           VALUE "F".
000982     88  NOCHE-SIN-ENVIOS        VALUE "N".
000983 77  MARCA-NOCHE                 PIC X(07) VALUE SPACES.
000984 77  NOCHES-NO-HABILES           PIC 9(5) COMP VALUE 0.
000985 77  CORRIDAS-HABILES            PIC 9(5) COMP VALUE 0.
000986 77  HAB-LETRAS                  PIC 9(9) VALUE 0.
000987 77  HAB-PALABRAS                PIC 9(9) VALUE 0.
000988 01  FECHA-CALC.
000989     05  FC-ANO                      PIC 9(4).
000990     05  FC-MES                      PIC 9(2).
000991     05  FC-DIA                      PIC 9(2).
000992 01  FECHA-CALC-N REDEFINES FECHA-CALC PIC 9(8).
000993 77  FECHA-VUELTA                PIC 9(8) VALUE 0.
000994 77  JD-A                        PIC 9(02) COMP VALUE 0.
000995 77  JD-Y                        PIC 9(05) COMP VALUE 0.
000996 77  JD-M                        PIC 9(02) COMP VALUE 0.
000997 77  JD-T1                       PIC 9(07) COMP VALUE 0.
000998 77  JD-T2                       PIC 9(07) COMP VALUE 0.
000999 77  JD-T3                       PIC 9(07) COMP VALUE 0.
001000 77  JD-T4                       PIC 9(07) COMP VALUE 0.
001001 77  JD-NUMERO                   PIC 9(08) COMP VALUE 0.
001002 77  JI-L                        PIC 9(08) COMP VALUE 0.
001003 77  JI-N                        PIC 9(08) COMP VALUE 0.
001004 77  JI-I                        PIC 9(08) COMP VALUE 0.
001005 77  JI-J                        PIC 9(08) COMP VALUE 0.
001006 77  JI-T                        PIC 9(08) COMP VALUE 0.
001007*    LEGIBILIDAD DEL MES POR IDIOMA (1 = ES, 2 = EN). SOLO
001008*    SUMAN LOS REGISTROS QUE TRAEN SILABAS, PARA QUE LOS
001009*    ANTERIORES AL INDICE NO BAJEN EL PROMEDIO.
001010 01  LEGIB-MES-TABLA.
001011     05  LM-ENT OCCURS 2 TIMES.
001012        10  LM-SILABAS                  PIC 9(09) COMP.
001013        10  LM-PALABRAS                 PIC 9(09) COMP.
001014        10  LM-ORACIONES                PIC 9(09) COMP.
001015 77  LM-SUB                      PIC 9(02) COMP VALUE 0.
001016 77  LG-SIL-PAL                  PIC 9(3)V9(4) VALUE 0.
001017 77  LG-ORA-PAL                  PIC 9(3)V9(4) VALUE 0.
001018 77  LG-PAL-ORA                  PIC 9(9)V9(4) VALUE 0.
001019 77  LG-CALCULO                  PIC S9(11)V99 VALUE 0.
001020 77  LG-INDICE-D                 PIC -ZZ9.99.
001021 77  LG-INDICE-X                 PIC X(07) VALUE SPACES.
001022 77  LG-IDIOMA                   PIC X(02) VALUE SPACES.
001023 77  LG-FORMULA                  PIC X(02) VALUE SPACES.
001024
001025 PROCEDURE DIVISION.
001026*----------------------------------------------------------------
001030* 0000-MAINLINE - ABRE LOS ARCHIVOS, RECORRE EL HISTORIAL DE
001040* CORRIDAS FILTRANDO EL MES PEDIDO E IMPRIME EL RESUMEN DEL MES.
001050*----------------------------------------------------------------
001220*----------------------------------------------------------------
001230 1000-INICIALIZAR.
001240     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
001241     INITIALIZE LEGIB-MES-TABLA
001245     ACCEPT HORA-EJECUCION FROM TIME
001250     ACCEPT MES-PARAM
001260     IF MES-PARAM IS NUMERIC AND MES-PARAM NOT = "000000"
001410         DISPLAY "ERROR AL ABRIR TRENDOUT, STATUS " FS-TENDENCIA
001420         MOVE 16 TO RETURN-CODE
001430         CLOSE HISTORIAL-IN
001431         GO TO 1000-EXIT
001432     END-IF
001433     PERFORM 1200-CARGAR-CALENDARIO THRU 1200-EXIT
001434     IF RETURN-CODE NOT = 0
001435         CLOSE HISTORIAL-IN
001436         CLOSE TENDENCIA-OUT
001440         GO TO 1000-EXIT
001450     END-IF
001452*    EL ENCABEZADO DE PAGINA SALE CON LA PRIMERA LINEA: SE
001507*    CUYA CABECERA DE COLUMNAS SE REIMPRIME AL CRUZAR PAGINA.
001630     MOVE SPACES TO LINEA-REPORTE
001640     STRING "FECHA    ID   VOCALES  CONSON.    ENIES PALABRAS"
001650         "   TOTAL   LEGIB CALEND."
001660         DELIMITED BY SIZE INTO LINEA-REPORTE
001665     MOVE LINEA-REPORTE TO TITULO-SECCION
001670     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT.
001886         ADD 1 TO CORRIDAS-MES
001888         MOVE HI-FECHA TO FECHA-ANTERIOR
001889         MOVE 0 TO VOLUMEN-DIA
001890         PERFORM 2200-CLASIFICAR-NOCHE THRU 2200-EXIT
001891     END-IF
001892     COMPUTE VOLUMEN-CORRIDA =
001900         HI-VOCALES + HI-CONSONANTE + HI-ENIE
001905     ADD VOLUMEN-CORRIDA TO VOLUMEN-DIA
001930     ADD HI-ENIE TO TOT-ENIE
001940     ADD HI-PALABRAS TO TOT-PALABRAS
001950     ADD VOLUMEN-CORRIDA TO TOT-LETRAS
001954     IF NOCHE-HABIL
001958         ADD VOLUMEN-CORRIDA TO HAB-LETRAS
001962         ADD HI-PALABRAS TO HAB-PALABRAS
001966     END-IF
001970     MOVE "    N/D" TO LG-INDICE-X
001974     IF HI-SILABAS IS NUMERIC
001978         IF HI-SILABAS > 0
001982             MOVE HI-LEGIBILIDAD TO LG-INDICE-D
001986             MOVE LG-INDICE-D TO LG-INDICE-X
001990             IF HI-IDIOMA = "EN"
001994                 MOVE 2 TO LM-SUB
001998             ELSE
002002                 MOVE 1 TO LM-SUB
002006             END-IF
002010             ADD HI-SILABAS TO LM-SILABAS(LM-SUB)
002014             ADD HI-PALABRAS TO LM-PALABRAS(LM-SUB)
002018             ADD HI-ORACIONES TO LM-ORACIONES(LM-SUB)
002022         END-IF
002026     END-IF
002040     MOVE HI-VOCALES TO CANT-D1
002050     MOVE HI-CONSONANTE TO CANT-D2
002060     MOVE HI-ENIE TO CANT-D3
002090     MOVE SPACES TO LINEA-REPORTE
002100     STRING HI-FECHA " " HI-IDIOMA "  " CANT-D1 "  " CANT-D2
002105         "  " CANT-D3
002110         "  " CANT-D4 " " CANT-D5 " " LG-INDICE-X
002115         " " MARCA-NOCHE
002120         DELIMITED BY SIZE INTO LINEA-REPORTE
002130     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT.
002140 2100-EXIT.
002152
002154*----------------------------------------------------------------
002156* 2150-CERRAR-DIA - TERMINA LA ACUMULACION DE UNA FECHA Y LA
002157* COMPARA CONTRA LOS DIAS DE MAYOR Y MENOR VOLUMEN DEL MES.
002158* UNA NOCHE DE FERIADO O DE DIA SIN ENVIOS NO ES UN DIA DE BAJO
002159* VOLUMEN: SOLO SE CUENTA APARTE.
002160*----------------------------------------------------------------
002161 2150-CERRAR-DIA.
002162     IF NOT NOCHE-HABIL
002163         ADD 1 TO NOCHES-NO-HABILES
002164         GO TO 2150-EXIT
002165     END-IF
002166     ADD 1 TO DIAS-CERRADOS
002167     IF DIAS-CERRADOS = 1 OR VOLUMEN-DIA > MAX-VOLUMEN
002168         MOVE VOLUMEN-DIA TO MAX-VOLUMEN
002170         MOVE FECHA-ANTERIOR TO FECHA-MAX
002172     END-IF
002370     STRING "CORRIDAS DEL MES:    " CORRIDAS-D
002380         DELIMITED BY SIZE INTO LINEA-REPORTE
002390     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
002391     COMPUTE CORRIDAS-HABILES = CORRIDAS-MES - NOCHES-NO-HABILES
002392     IF HAY-CALENDARIO
002393         MOVE NOCHES-NO-HABILES TO CORRIDAS-D
002394         MOVE SPACES TO LINEA-REPORTE
002395         STRING "  EN FERIADO O DIA SIN ENVIOS: " CORRIDAS-D
002396             DELIMITED BY SIZE INTO LINEA-REPORTE
002397         PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
002398     END-IF
002400     MOVE TOT-VOCALES TO TOTAL-D
002410     MOVE SPACES TO LINEA-REPORTE
002420     STRING "TOTAL VOCALES:       " TOTAL-D
002620     STRING "TOTAL LETRAS:        " TOTAL-D
002630         DELIMITED BY SIZE INTO LINEA-REPORTE
002640     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
002660     PERFORM 3050-PROMEDIOS-HABILES THRU 3050-EXIT
002680     MOVE SPACES TO LINEA-REPORTE
002686     STRING "LEGIBILIDAD DEL MES (FH = FERNANDEZ-HUERTA, "
002692         "FL = FLESCH):"
002700         DELIMITED BY SIZE INTO LINEA-REPORTE
002710     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
002770     PERFORM 3100-LEGIBILIDAD-IDIOMA THRU 3100-EXIT
002830         VARYING LM-SUB FROM 1 BY 1 UNTIL LM-SUB > 2.
002890 3000-EXIT.
002900     EXIT.
002910
003080         ADD 1 TO LINEA-NUM
003081     END-IF.
003082 3810-EXIT.
003092     EXIT.
003102
003112*----------------------------------------------------------------
003122* 8500-DIA-JULIANO - NUMERO DE DIA JULIANO DE LA FECHA EN
003132* FECHA-CALC, EN JD-NUMERO (MISMA FORMULA ENTERA QUE CONTVOC3).
003142*----------------------------------------------------------------
003152 8500-DIA-JULIANO.
003162     COMPUTE JD-A = (14 - FC-MES) / 12
003172     COMPUTE JD-Y = FC-ANO + 4800 - JD-A
003182     COMPUTE JD-M = FC-MES + 12 * JD-A - 3
003192     COMPUTE JD-T1 = (153 * JD-M + 2) / 5
003202     COMPUTE JD-T2 = JD-Y / 4
003212     COMPUTE JD-T3 = JD-Y / 100
003222     COMPUTE JD-T4 = JD-Y / 400
003232     COMPUTE JD-NUMERO = FC-DIA + JD-T1 + 365 * JD-Y
003242         + JD-T2 - JD-T3 + JD-T4 - 32045.
003252 8500-EXIT.
003262     EXIT.
003272
003282*----------------------------------------------------------------
003292* 8510-FECHA-DE-JULIANO - CAMINO INVERSO: PASA EL DIA JULIANO DE
003302* JD-NUMERO A LA FECHA AAAAMMDD EN FECHA-VUELTA (FLIEGEL Y VAN
003312* FLANDERN, SOLO ARITMETICA ENTERA).
003322*----------------------------------------------------------------
003332 8510-FECHA-DE-JULIANO.
003342     COMPUTE JI-L = JD-NUMERO + 68569
003352     COMPUTE JI-N = (4 * JI-L) / 146097
003362     COMPUTE JI-T = (146097 * JI-N + 3) / 4
003372     COMPUTE JI-L = JI-L - JI-T
003382     COMPUTE JI-I = (4000 * (JI-L + 1)) / 1461001
003392     COMPUTE JI-T = (1461 * JI-I) / 4
003402     COMPUTE JI-L = JI-L - JI-T + 31
003412     COMPUTE JI-J = (80 * JI-L) / 2447
003422     COMPUTE JI-T = (2447 * JI-J) / 80
003432     COMPUTE FC-DIA = JI-L - JI-T
003442     COMPUTE JI-L = JI-J / 11
003452     COMPUTE FC-MES = JI-J + 2 - 12 * JI-L
003462     COMPUTE FC-ANO = 100 * (JI-N - 49) + JI-I + JI-L
003472     MOVE FECHA-CALC-N TO FECHA-VUELTA.
003482 8510-EXIT.
003492     EXIT.
003502
003512*----------------------------------------------------------------
003522* 8520-DIA-SEMANA - DIA DE LA SEMANA DEL DIA JULIANO EN
003532* JD-NUMERO: 1 (LUNES) A 7 (DOMINGO) EN DIA-SEMANA.
003542*----------------------------------------------------------------
003552 8520-DIA-SEMANA.
003562     DIVIDE JD-NUMERO BY 7 GIVING JD-T1 REMAINDER DIA-SEMANA
003572     ADD 1 TO DIA-SEMANA.
003582 8520-EXIT.
003592     EXIT.
003602
003612*----------------------------------------------------------------
003622* 1200-CARGAR-CALENDARIO - CARGA LOS FERIADOS DEL CALENDARIO DE
003632* LOTES ESPERADOS Y LA UNION DE LOS DIAS DE ENVIO DE TODOS LOS
003642* DEPARTAMENTOS. STATUS 05 = SIN CALENDARIO: NADA CAMBIA.
003652*----------------------------------------------------------------
003662 1200-CARGAR-CALENDARIO.
003672     OPEN INPUT CALENDARIO
003682     IF FS-CALENDAR NOT = "00" AND FS-CALENDAR NOT = "05"
003692         DISPLAY "ERROR AL ABRIR CALENDAR, STATUS " FS-CALENDAR
003702         MOVE 16 TO RETURN-CODE
003712         GO TO 1200-EXIT
003722     END-IF
003732     PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
003742         UNTIL FIN-CALENDAR
003752     CLOSE CALENDARIO
003762     IF CANT-FR > 0 OR CANT-CD > 0
003772         SET HAY-CALENDARIO TO TRUE
003782     END-IF
003792*    SIN DEPARTAMENTOS EN EL CALENDARIO SE ESPERA LOTE TODOS LOS
003802*    DIAS QUE NO SON FERIADO.
003812     IF CANT-CD = 0
003822         MOVE "SSSSSSS" TO DIAS-ENVIO
003832     END-IF.
003842 1200-EXIT.
003852     EXIT.
003862
003872 1210-LEER-CALENDARIO.
003882     READ CALENDARIO
003892         AT END
003902             SET FIN-CALENDAR TO TRUE
003912         NOT AT END
003922             IF CA-TIPO = "F" AND CA-CLAVE IS NUMERIC
003932                 AND CANT-FR < LIM-FR
003942                 ADD 1 TO CANT-FR
003952                 MOVE CA-CLAVE TO FR-T-FECHA(CANT-FR)
003962             END-IF
003972             IF CA-TIPO = "D"
003982                 ADD 1 TO CANT-CD
003992                 PERFORM 1220-UNIR-DIAS THRU 1220-EXIT
004002                     VARYING DIA-SUB FROM 1 BY 1 UNTIL DIA-SUB > 7
004012             END-IF
004022     END-READ.
004032 1210-EXIT.
004042     EXIT.
004052
004062 1220-UNIR-DIAS.
004072     IF CA-DIAS(DIA-SUB:1) = "S"
004082         MOVE "S" TO DIAS-ENVIO(DIA-SUB:1)
004092     END-IF.
004102 1220-EXIT.
004112     EXIT.
004122
004132*----------------------------------------------------------------
004142* 2200-CLASIFICAR-NOCHE - CLASIFICA LA FECHA NUEVA DEL HISTORIAL
004152* SEGUN EL CALENDARIO: LA FECHA DE NEGOCIO (UN DIA ANTES) ES
004162* FERIADO, DIA SIN ENVIOS O HABIL. EL RESUMEN DE UN MES ARCHIVADO
004172* (AAAAMM00) NO ES UNA NOCHE Y QUEDA HABIL.
004182*----------------------------------------------------------------
004192 2200-CLASIFICAR-NOCHE.
004202     SET NOCHE-HABIL TO TRUE
004212     MOVE SPACES TO MARCA-NOCHE
004222     IF NOT HAY-CALENDARIO OR HI-FECHA(7:2) = "00"
004232         GO TO 2200-EXIT
004242     END-IF
004252     MOVE HI-FECHA TO FECHA-CALC-N
004262     PERFORM 8500-DIA-JULIANO THRU 8500-EXIT
004272     SUBTRACT 1 FROM JD-NUMERO
004282     PERFORM 8510-FECHA-DE-JULIANO THRU 8510-EXIT
004292     MOVE FECHA-VUELTA TO FECHA-NEGOCIO
004302     PERFORM 8520-DIA-SEMANA THRU 8520-EXIT
004312     PERFORM 2210-BUSCAR-FERIADO THRU 2210-EXIT
004322         VARYING FR-SUB FROM 1 BY 1
004332         UNTIL FR-SUB > CANT-FR OR NOCHE-FERIADO
004342     IF NOCHE-FERIADO
004352         MOVE "FERIADO" TO MARCA-NOCHE
004362         GO TO 2200-EXIT
004372     END-IF
004382     IF DIAS-ENVIO(DIA-SEMANA:1) NOT = "S"
004392         SET NOCHE-SIN-ENVIOS TO TRUE
004402         MOVE "NO HAB." TO MARCA-NOCHE
004412     END-IF.
004422 2200-EXIT.
004432     EXIT.
004442
004452 2210-BUSCAR-FERIADO.
004462     IF FR-T-FECHA(FR-SUB) = FECHA-NEGOCIO
004472         SET NOCHE-FERIADO TO TRUE
004482     END-IF.
004492 2210-EXIT.
004502     EXIT.
004512
004522*----------------------------------------------------------------
004532* 3050-PROMEDIOS-HABILES - PROMEDIOS POR CORRIDA Y DIAS DE MAYOR
004542* Y MENOR VOLUMEN, SOLO SOBRE LAS CORRIDAS HABILES: LAS NOCHES
004552* DE FERIADO O DE DIA SIN ENVIOS NO LOS DEFORMAN.
004562*----------------------------------------------------------------
004572 3050-PROMEDIOS-HABILES.
004582     IF CORRIDAS-HABILES = 0
004592         MOVE SPACES TO LINEA-REPORTE
004602         STRING "SIN CORRIDAS HABILES: NO HAY PROMEDIOS NI DIAS"
004612             " DE MAYOR Y MENOR VOLUMEN"
004622             DELIMITED BY SIZE INTO LINEA-REPORTE
004632         PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
004642         GO TO 3050-EXIT
004652     END-IF
004662     IF HAY-CALENDARIO
004672         MOVE CORRIDAS-HABILES TO CORRIDAS-D
004682         MOVE SPACES TO LINEA-REPORTE
004692         STRING "CORRIDAS HABILES:    " CORRIDAS-D
004702             "  (BASE DE PROMEDIOS, MAYOR Y MENOR)"
004712             DELIMITED BY SIZE INTO LINEA-REPORTE
004722         PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
004732     END-IF
004742     COMPUTE PROM-LETRAS ROUNDED = HAB-LETRAS / CORRIDAS-HABILES
004752     COMPUTE PROM-PALABRAS ROUNDED =
004762         HAB-PALABRAS / CORRIDAS-HABILES
004772     MOVE PROM-LETRAS TO TOTAL-D
004782     MOVE SPACES TO LINEA-REPORTE
004792     STRING "PROMEDIO DIARIO DE LETRAS:   " TOTAL-D
004802         DELIMITED BY SIZE INTO LINEA-REPORTE
004812     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
004822     MOVE PROM-PALABRAS TO TOTAL-D
004832     MOVE SPACES TO LINEA-REPORTE
004842     STRING "PROMEDIO DIARIO DE PALABRAS: " TOTAL-D
004852         DELIMITED BY SIZE INTO LINEA-REPORTE
004862     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
004872     MOVE MAX-VOLUMEN TO TOTAL-D
004882     MOVE SPACES TO LINEA-REPORTE
004892     STRING "DIA DE MAYOR VOLUMEN: " FECHA-MAX
004902         " CON " TOTAL-D " LETRAS"
004912         DELIMITED BY SIZE INTO LINEA-REPORTE
004922     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT
004932     MOVE MIN-VOLUMEN TO TOTAL-D
004942     MOVE SPACES TO LINEA-REPORTE
004952     STRING "DIA DE MENOR VOLUMEN: " FECHA-MIN
004962         " CON " TOTAL-D " LETRAS"
004972         DELIMITED BY SIZE INTO LINEA-REPORTE
004982     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT.
004992 3050-EXIT.
005002     EXIT.
005012
005022*----------------------------------------------------------------
005032* 3100-LEGIBILIDAD-IDIOMA - INDICE DEL MES DE UN IDIOMA CON LAS
005042* SILABAS, PALABRAS Y ORACIONES SUMADAS EN EL MES, CON LAS MISMAS
005052* FORMULAS QUE CONTVOC1: FERNANDEZ-HUERTA PARA ES (206.84 -
005062* 60 SIL/PAL - 102 ORAC/PAL) Y FLESCH PARA EN (206.835 - 1.015
005072* PAL/ORAC - 84.6 SIL/PAL). SIN DATOS SALE N/D.
005082*----------------------------------------------------------------
005092 3100-LEGIBILIDAD-IDIOMA.
005102     IF LM-SUB = 2
005112         MOVE "EN" TO LG-IDIOMA
005122         MOVE "FL" TO LG-FORMULA
005132     ELSE
005142         MOVE "ES" TO LG-IDIOMA
005152         MOVE "FH" TO LG-FORMULA
005162     END-IF
005172     PERFORM 3110-CALCULAR-INDICE THRU 3110-EXIT
005182     MOVE SPACES TO LINEA-REPORTE
005192     STRING "   IDIOMA " LG-IDIOMA "  INDICE " LG-INDICE-X
005202         " " LG-FORMULA
005212         DELIMITED BY SIZE INTO LINEA-REPORTE
005222     PERFORM 3800-ESCRIBIR-LINEA THRU 3800-EXIT.
005232 3100-EXIT.
005242     EXIT.
005252
005262 3110-CALCULAR-INDICE.
005272     MOVE "    N/D" TO LG-INDICE-X
005282     IF LM-SILABAS(LM-SUB) = 0 OR LM-PALABRAS(LM-SUB) = 0
005292         OR LM-ORACIONES(LM-SUB) = 0
005302         MOVE SPACES TO LG-FORMULA
005312         GO TO 3110-EXIT
005322     END-IF
005332     COMPUTE LG-SIL-PAL ROUNDED =
005342         LM-SILABAS(LM-SUB) / LM-PALABRAS(LM-SUB)
005352     IF LM-SUB = 2
005362         COMPUTE LG-PAL-ORA ROUNDED =
005372             LM-PALABRAS(LM-SUB) / LM-ORACIONES(LM-SUB)
005382         COMPUTE LG-CALCULO ROUNDED = 206.835
005392             - 1.015 * LG-PAL-ORA - 84.6 * LG-SIL-PAL
005402     ELSE
005412         COMPUTE LG-ORA-PAL ROUNDED =
005422             LM-ORACIONES(LM-SUB) / LM-PALABRAS(LM-SUB)
005432         COMPUTE LG-CALCULO ROUNDED = 206.84
005442             - 60 * LG-SIL-PAL - 102 * LG-ORA-PAL
005452     END-IF
005462     IF LG-CALCULO > 999.99
005472         MOVE 999.99 TO LG-CALCULO
005482     END-IF
005492     IF LG-CALCULO < -999.99
005502         MOVE -999.99 TO LG-CALCULO
005512     END-IF
005522     MOVE LG-CALCULO TO LG-INDICE-D
005532     MOVE LG-INDICE-D TO LG-INDICE-X.
005542 3110-EXIT.
005552     EXIT.
005562
005572 END PROGRAM CONTVOC2.
