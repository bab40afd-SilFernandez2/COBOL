000244*                    CORRE UNA COLUMNA Y LA LINEA DE TOTAL
000245*                    "EXCEPCIONES PENDIENTES:" SE BUSCA EN
000246*                    2-27 CON LA CANTIDAD EN 28-32.
000247*   15/10/2026 SF    LINEA DE LA ULTIMA VERIFICACION SEMANAL DE
000248*                    INTEGRIDAD (CONTVOCV, ARCHIVO INTEGRES): UNA
000249*                    VERIFICACION CON CORTES O QUE NO TERMINO
000250*                    DEJA EL VEREDICTO EN REVISAR.
000251*   15/10/2026 SF    CALENDARIO DE LOTES ESPERADOS: UN LOTE
000252*                    FALTANTE DEJA EL VEREDICTO EN REVISAR; UNA
000253*                    NOCHE SIN LOTE ESPERADO SE INFORMA Y NO SE
000254*                    USA COMO NOCHE ANTERIOR PARA COMPARAR.
000255*   15/10/2026 SF    LINEAS DUPLICADAS NO CONTADAS POR LA CORRIDA
000256*                    NOCTURNA: UN LOTE QUE PASO LA TOLERANCIA
000257*                    (RC=4) DEJA EL VEREDICTO EN REVISAR.
000258*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CONTVOC7.
000280 AUTHOR. SILVIA FERNANDEZ.
000450         ASSIGN TO CORREPIN
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-CORREPT.
000471     SELECT OPTIONAL VERIFICACION-IN
000472         ASSIGN TO INTEGRES
000473         ORGANIZATION IS LINE SEQUENTIAL
000474         FILE STATUS IS FS-INTEGRES.
000480     SELECT REPORTE-OUT
000490         ASSIGN TO MORNRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000660     05  AU-RETORNO                  PIC 9(2).
000670     05  AU-REPROCESO                PIC X(1).
000680     05  AU-AUTORIZA                 PIC X(8).
000684     05  AU-TIPO-DIA                 PIC X(1).
000688     05  AU-FALTANTES                PIC 9(3).
000692     05  AU-ATRASADOS                PIC 9(2).
000694     05  AU-DUPLICADOS               PIC 9(7).
000696     05  AU-LOTES-DUPLIC             PIC 9(2).
000698     05  FILLER                      PIC X(11).
000700 FD  EXCEPCIONES-IN.
000710 01  EXCEPCION-REC               PIC X(80).
000720 FD  CORREPT-IN.
000790     05  CRT-LITERAL                 PIC X(26).
000800     05  CRT-CANTIDAD                PIC X(05).
000810     05  FILLER                      PIC X(49).
000811 FD  VERIFICACION-IN.
000812*    MISMO LAYOUT QUE RESULTADO-REC EN CONTVOCV. EL ULTIMO
000813*    REGISTRO ES LA VERIFICACION DE INTEGRIDAD MAS RECIENTE.
000814 01  RESULTADO-REC.
000815     05  IR-FECHA                    PIC 9(08).
000816     05  IR-HORA                     PIC 9(06).
000817     05  IR-RETORNO                  PIC 9(02).
000818     05  IR-CORTES                   PIC 9(05).
000819     05  FILLER                      PIC X(59).
000820 FD  REPORTE-OUT.
000830 01  REPORTE-OUT-REC             PIC X(80).
000840
000880 77  FS-EXCEPCIONES              PIC X(02) VALUE "00".
000890 77  FS-CORREPT                  PIC X(02) VALUE "00".
000900 77  FS-REPORTE                  PIC X(02) VALUE "00".
000901 77  FS-INTEGRES                 PIC X(02) VALUE "00".
000910 77  EOF-AUDITORIA               PIC X(01) VALUE "N".
000920     88  FIN-AUDITORIA           VALUE "Y".
000930 77  EOF-EXCEPCIONES             PIC X(01) VALUE "N".
000940     88  FIN-EXCEPCIONES         VALUE "Y".
000950 77  EOF-CORREPT                 PIC X(01) VALUE "N".
000960     88  FIN-CORREPT             VALUE "Y".
000961 77  EOF-INTEGRES                PIC X(01) VALUE "N".
000962     88  FIN-INTEGRES            VALUE "Y".
000970 77  VEREDICTO-SW                PIC X(01) VALUE "N".
000980     88  HAY-QUE-REVISAR         VALUE "S".
000990*    ULTIMA CORRIDA NOCTURNA (MODO 2 O 5) DE LA AUDITORIA Y LA
001130     05  NE-REINICIO                 PIC X(1).
001140     05  NE-RETORNO                  PIC 9(2).
001150     05  NE-REPROCESO                PIC X(1).
001151     05  NE-AUTORIZA                 PIC X(8).
001152*    CALENDARIO DE LOTES ESPERADOS; EN CERO EN LAS ENTRADAS DE
001153*    AUDITORIA GRABADAS ANTES DEL CALENDARIO.
001154     05  NE-TIPO-DIA                 PIC X(1).
001155     05  NE-FALTANTES                PIC 9(3).
001156     05  NE-ATRASADOS                PIC 9(2).
001157     05  NE-SIN-LOTE-SW              PIC X(1).
001158         88  NE-SIN-LOTE             VALUE "S".
001159*    LINEAS DUPLICADAS; EN CERO EN LAS ENTRADAS ANTERIORES.
001160     05  NE-DUPLICADOS               PIC 9(7).
001161     05  NE-LOTES-DUPLIC             PIC 9(2).
001170 01  ANTERIOR-ENTRADA.
001180     05  AN-FECHA                    PIC 9(8).
001190     05  AN-LETRAS                   PIC 9(7).
001270 77  PEND-HALLADO-SW             PIC X(01) VALUE "N".
001280     88  PEND-HALLADO            VALUE "S".
001290 77  CANT-EDITADA                PIC X(05) VALUE SPACES.
001291*    ULTIMA VERIFICACION DE INTEGRIDAD (CONTVOCV).
001292 77  VERIF-HALLADA-SW            PIC X(01) VALUE "N".
001293     88  VERIF-HALLADA           VALUE "S".
001294 77  VF-FECHA                    PIC 9(08) VALUE 0.
001295 77  VF-RETORNO                  PIC 9(02) VALUE 0.
001296 77  VF-CORTES                   PIC 9(05) VALUE 0.
001300*    CAMPOS DE TRABAJO DEL VEREDICTO Y LA COMPARACION.
001310 77  VAR-PORC                    PIC S9(4)V99 VALUE 0.
001320 77  VAR-PORC-D                  PIC +ZZZ9.99.
001520         PERFORM 2000-RECORRER-AUDITORIA THRU 2000-EXIT
001530         PERFORM 3000-CONTAR-EXCEPCIONES THRU 3000-EXIT
001540         PERFORM 4000-BUSCAR-PENDIENTES THRU 4000-EXIT
001545         PERFORM 4500-BUSCAR-VERIFICACION THRU 4500-EXIT
001550         PERFORM 5000-PAGINA-ESTADO THRU 5000-EXIT
001560         CLOSE REPORTE-OUT
001570         IF RETURN-CODE = 0 AND HAY-QUE-REVISAR
001990             SET FIN-AUDITORIA TO TRUE
002000         NOT AT END
002010             IF AU-MODO = 2 OR AU-MODO = 5
002013*                UNA NOCHE SIN LOTE ESPERADO NO TIENE VOLUMEN
002016*                CONTRA EL CUAL COMPARAR: NO PASA A ANTERIOR.
002020                 IF NOCHE-HALLADA AND NOT NE-SIN-LOTE
002030                     MOVE NE-FECHA TO AN-FECHA
002040                     MOVE NE-LETRAS TO AN-LETRAS
002050                     MOVE "S" TO ANT-HALLADA-SW
002150                 MOVE AU-RETORNO TO NE-RETORNO
002160                 MOVE AU-REPROCESO TO NE-REPROCESO
002170                 MOVE AU-AUTORIZA TO NE-AUTORIZA
002175                 PERFORM 2150-CAMPOS-CALENDARIO THRU 2150-EXIT
002177                 PERFORM 2160-CAMPOS-DUPLICADAS THRU 2160-EXIT
002180                 MOVE "S" TO NOCHE-HALLADA-SW
002190             END-IF
002200     END-READ.
003220         DELIMITED BY SIZE INTO LINEA-REPORTE
003230     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003240     PERFORM 5100-RESULTADO-EN-PALABRAS THRU 5100-EXIT
003245     PERFORM 5150-LINEA-CALENDARIO THRU 5150-EXIT
003247     PERFORM 5160-LINEA-DUPLICADAS THRU 5160-EXIT
003250     IF NE-REINICIO = "S"
003260         MOVE SPACES TO LINEA-REPORTE
003270         STRING "   HUBO REANUDACION POR CHECKPOINT"
003420         "  REGISTROS=" CANT-D2
003430         DELIMITED BY SIZE INTO LINEA-REPORTE
003440     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003450     IF ANT-HALLADA AND NOT NE-SIN-LOTE
003460         MOVE AN-LETRAS TO CANT-D
003470         MOVE SPACES TO LINEA-REPORTE
003480         IF AN-LETRAS > 0
003590         END-IF
003600         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003610     ELSE
003613*        LA NOCHE SIN LOTE ESPERADO YA SE INFORMO EN 5150.
003616         IF NOT NE-SIN-LOTE
003620             MOVE SPACES TO LINEA-REPORTE
003630             STRING "SIN NOCHE ANTERIOR REGISTRADA PARA COMPARAR"
003640                 DELIMITED BY SIZE INTO LINEA-REPORTE
003650             WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003655         END-IF
003660     END-IF
003670     IF EXCPIN-LEIDO
003680         MOVE EXC-LINEAS TO CANT-D
003910         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003920     END-IF.
003930 5000-VEREDICTO.
003935     PERFORM 5200-LINEA-INTEGRIDAD THRU 5200-EXIT
003940     MOVE SPACES TO LINEA-REPORTE
003950     STRING "----------------------------------------------------"
003960         DELIMITED BY SIZE INTO LINEA-REPORTE
004190             STRING "RESULTADO: TERMINO LIMPIA (RC=00)"
004200                 DELIMITED BY SIZE INTO LINEA-REPORTE
004210         WHEN 4
004212             EVALUATE TRUE
004214                 WHEN NE-FALTANTES > 0
004216                     STRING "RESULTADO: LOTES FALTANTES (RC=04),"
004218                         " VER SECCION CALENDARIO DE REPTOUT"
004220                         DELIMITED BY SIZE INTO LINEA-REPORTE
004222                 WHEN NE-LOTES-DUPLIC > 0
004224                     STRING "RESULTADO: LINEAS DUPLICADAS"
004226                         " (RC=04), VER EL REPORTE DUPLOUT"
004228                         DELIMITED BY SIZE INTO LINEA-REPORTE
004230                 WHEN OTHER
004232                     STRING "RESULTADO: DESVIACION NOCHE A NOCHE"
004234                         " (RC=04), VER SECCION DESVIACION DE"
004236                         " REPTOUT"
004238                         DELIMITED BY SIZE INTO LINEA-REPORTE
004240             END-EVALUATE
004250         WHEN 8
004260             STRING "RESULTADO: ENTRADA FUERA DE BALANCE"
004270                 " (RC=08), NO SE PUBLICARON TOTALES"
004460 5100-EXIT.
004470     EXIT.
004480
004490*----------------------------------------------------------------
004500* 5150-LINEA-CALENDARIO - LO QUE LA CORRIDA NOCTURNA ENCONTRO AL
004510* CONTROLAR EL CALENDARIO DE LOTES ESPERADOS. UN DEPARTAMENTO
004520* ESPERADO QUE NO MANDO NADA DEJA EL VEREDICTO EN REVISAR; LA
004530* NOCHE SIN LOTE ESPERADO Y LOS LOTES ATRASADOS SOLO SE INFORMAN.
004540*----------------------------------------------------------------
004550 5150-LINEA-CALENDARIO.
004560     IF NE-SIN-LOTE
004570         MOVE SPACES TO LINEA-REPORTE
004580         IF NE-TIPO-DIA = "F"
004590             STRING "   FERIADO: SIN LOTE ESPERADO, NO SE PUBLICO"
004600                 " NADA"
004610                 DELIMITED BY SIZE INTO LINEA-REPORTE
004620         ELSE
004630             STRING "   DIA SIN ENVIOS PROGRAMADOS: SIN LOTE"
004640                 " ESPERADO, NO SE PUBLICO NADA"
004650                 DELIMITED BY SIZE INTO LINEA-REPORTE
004660         END-IF
004670         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
004680     END-IF
004690     IF NE-FALTANTES > 0
004700         MOVE NE-FALTANTES TO CANT-D
004710         MOVE SPACES TO LINEA-REPORTE
004720         STRING "   LOTES FALTANTES: " CANT-D
004730             " DEPARTAMENTO(S) ESPERADO(S) SIN REGISTROS"
004740             DELIMITED BY SIZE INTO LINEA-REPORTE
004750         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
004760         MOVE "S" TO VEREDICTO-SW
004770     END-IF
004780     IF NE-ATRASADOS > 0
004790         MOVE NE-ATRASADOS TO CANT-D
004800         MOVE SPACES TO LINEA-REPORTE
004810         STRING "   LOTES ATRASADOS RECIBIDOS: " CANT-D
004820             DELIMITED BY SIZE INTO LINEA-REPORTE
004830         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
004840     END-IF.
004850 5150-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------------
004890* 5160-LINEA-DUPLICADAS - LINEAS QUE LA CORRIDA NOCTURNA NO CONTO
004900* POR DUPLICADAS. SOLO EL LOTE QUE PASO LA TOLERANCIA DEJA EL
004910* VEREDICTO EN REVISAR (YA LO HIZO EL RC=4 EN 5100).
004920*----------------------------------------------------------------
004930 5160-LINEA-DUPLICADAS.
004940     IF NE-DUPLICADOS = 0
004950         GO TO 5160-EXIT
004960     END-IF
004970     MOVE NE-DUPLICADOS TO CANT-D
004980     MOVE SPACES TO LINEA-REPORTE
004990     IF NE-LOTES-DUPLIC > 0
005000         STRING "   LINEAS DUPLICADAS NO CONTADAS: " CANT-D
005010             " (LOTE SOBRE LA TOLERANCIA)"
005020             DELIMITED BY SIZE INTO LINEA-REPORTE
005030         MOVE "S" TO VEREDICTO-SW
005040     ELSE
005050         STRING "   LINEAS DUPLICADAS NO CONTADAS: " CANT-D
005060             DELIMITED BY SIZE INTO LINEA-REPORTE
005070     END-IF
005080     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
005090 5160-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------------
005130* 5200-LINEA-INTEGRIDAD - RESULTADO DE LA ULTIMA VERIFICACION
005140* SEMANAL DE INTEGRIDAD ENTRE LOS ARCHIVOS PERMANENTES. CORTES
005150* ENCONTRADOS O UNA VERIFICACION QUE NO TERMINO DEJAN EL
005160* VEREDICTO EN REVISAR HASTA QUE UNA NUEVA VERIFICACION CUADRE.
005170*----------------------------------------------------------------
005180 5200-LINEA-INTEGRIDAD.
005190     MOVE SPACES TO LINEA-REPORTE
005200     IF NOT VERIF-HALLADA
005210         STRING "SIN VERIFICACION DE INTEGRIDAD REGISTRADA"
005220             DELIMITED BY SIZE INTO LINEA-REPORTE
005230         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005240         GO TO 5200-EXIT
005250     END-IF
005260     EVALUATE VF-RETORNO
005270         WHEN 0
005280             STRING "INTEGRIDAD (VERIFICADA EL " VF-FECHA
005290                 "): SIN CORTES"
005300                 DELIMITED BY SIZE INTO LINEA-REPORTE
005310         WHEN 4
005320             MOVE VF-CORTES TO PEND-D
005330             STRING "INTEGRIDAD (VERIFICADA EL " VF-FECHA
005340                 "): " PEND-D " CORTES, VER INTEREPT"
005350                 DELIMITED BY SIZE INTO LINEA-REPORTE
005360             MOVE "S" TO VEREDICTO-SW
005370         WHEN OTHER
005380             STRING "INTEGRIDAD (VERIFICADA EL " VF-FECHA
005390                 "): NO TERMINO (RC=" VF-RETORNO ")"
005400                 DELIMITED BY SIZE INTO LINEA-REPORTE
005410             MOVE "S" TO VEREDICTO-SW
005420     END-EVALUATE
005430     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
005440 5200-EXIT.
005450     EXIT.
005460
005470*    LOS CAMPOS DEL CALENDARIO VIENEN EN BLANCO EN LAS ENTRADAS
005480*    ANTERIORES A EL. FERIADO O DIA SIN ENVIOS SIN REGISTROS ES
005490*    UNA NOCHE SIN LOTE ESPERADO.
005500 2150-CAMPOS-CALENDARIO.
005510     MOVE AU-TIPO-DIA TO NE-TIPO-DIA
005520     MOVE 0 TO NE-FALTANTES
005530     MOVE 0 TO NE-ATRASADOS
005540     MOVE "N" TO NE-SIN-LOTE-SW
005550     IF AU-FALTANTES IS NUMERIC
005560         MOVE AU-FALTANTES TO NE-FALTANTES
005570     END-IF
005580     IF AU-ATRASADOS IS NUMERIC
005590         MOVE AU-ATRASADOS TO NE-ATRASADOS
005600     END-IF
005610     IF (AU-TIPO-DIA = "F" OR AU-TIPO-DIA = "N")
005620         AND AU-REGISTROS = 0
005630         MOVE "S" TO NE-SIN-LOTE-SW
005640     END-IF.
005650 2150-EXIT.
005660     EXIT.
005670
005680*    LOS CAMPOS DE DUPLICADAS VIENEN EN BLANCO EN LAS ENTRADAS
005690*    ANTERIORES AL CONTROL DE DUPLICADAS.
005700 2160-CAMPOS-DUPLICADAS.
005710     MOVE 0 TO NE-DUPLICADOS
005720     MOVE 0 TO NE-LOTES-DUPLIC
005730     IF AU-DUPLICADOS IS NUMERIC
005740         MOVE AU-DUPLICADOS TO NE-DUPLICADOS
005750     END-IF
005760     IF AU-LOTES-DUPLIC IS NUMERIC
005770         MOVE AU-LOTES-DUPLIC TO NE-LOTES-DUPLIC
005780     END-IF.
005790 2160-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830* 4500-BUSCAR-VERIFICACION - RECORRE EL ARCHIVO DE VERIFICACIONES
005840* DE INTEGRIDAD Y RETIENE LA ULTIMA. SIN ARCHIVO O VACIO NO HAY
005850* VERIFICACION QUE MOSTRAR, Y ESO SOLO NO CAMBIA EL VEREDICTO.
005860*----------------------------------------------------------------
005870 4500-BUSCAR-VERIFICACION.
005880     OPEN INPUT VERIFICACION-IN
005890     IF FS-INTEGRES NOT = "00" AND FS-INTEGRES NOT = "05"
005900         DISPLAY "AVISO: INTEGRES ILEGIBLE, STATUS " FS-INTEGRES
005910         GO TO 4500-EXIT
005920     END-IF
005930     PERFORM 4600-LEER-VERIFICACION THRU 4600-EXIT
005940         UNTIL FIN-INTEGRES
005950     CLOSE VERIFICACION-IN.
005960 4500-EXIT.
005970     EXIT.
005980
005990 4600-LEER-VERIFICACION.
006000     READ VERIFICACION-IN
006010         AT END
006020             SET FIN-INTEGRES TO TRUE
006030         NOT AT END
006040             IF IR-FECHA IS NUMERIC AND IR-RETORNO IS NUMERIC
006050                 MOVE IR-FECHA TO VF-FECHA
006060                 MOVE IR-RETORNO TO VF-RETORNO
006070                 MOVE IR-CORTES TO VF-CORTES
006080                 MOVE "S" TO VERIF-HALLADA-SW
006090             END-IF
006100     END-READ.
006110 4600-EXIT.
006120     EXIT.
006130
006140 END PROGRAM CONTVOC7.
