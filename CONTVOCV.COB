000010******************************************************************
000020* PROGRAM:      CONTVOCV
000030* AUTHOR:       SILVIA FERNANDEZ
000040* INSTALLATION: DEPARTAMENTO DE PROCESAMIENTO DE DATOS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      VERIFICACION SEMANAL DE INTEGRIDAD ENTRE LOS
000080*               ARCHIVOS PERMANENTES DEL CONTEO, QUE DEBEN
000090*               CUADRAR ENTRE SI Y QUE NADIE CONTROLABA:
000100*               1. MT-VOCALES Y MT-CONSONANTE DEL MAESTRO DE
000110*                  TOTALES CONTRA LA SUMA DEL HISTORIAL DE
000120*                  CORRIDAS (HISTCORR) MAS LOS AJUSTES CON SIGNO
000130*                  DE LA AUDITORIA DE AJUSTES (AJUAUDIT).
000140*               2. LOS TOTALES DE CADA NOCHE EN HISTCORR CONTRA
000150*                  LA SUMA DE LOS REGISTROS DE ESA FECHA EN EL
000160*                  HISTORIAL POR DEPARTAMENTO (HISTDEPT).
000170*               3. CADA FECHA DE HISTCORR CON VOLUMEN CONTRA SU
000180*                  ENTRADA EN EL REGISTRO DE LOTES (LOTEREG), Y
000190*                  CADA LOTE REGISTRADO CONTRA SU FECHA.
000200*               4. CADA FOTO DEL ARCHIVO DE CIERRES CONTRA EL
000210*                  HISTORIAL DEL QUE SE TOMO: TOTALES DEL MES Y
000220*                  MAESTRO A LA FECHA DEL CIERRE.
000230*               IMPRIME CADA CORTE EN EL REPORTE DE INTEGRIDAD,
000240*               AGREGA EL RESULTADO AL ARCHIVO PERMANENTE DE
000250*               VERIFICACIONES (LO MUESTRA CONTVOC7 EN EL ESTADO
000260*               DE LA MANANA) Y TERMINA CON RETURN-CODE 4 SI
000270*               ENCONTRO ALGUN CORTE. NO MODIFICA NINGUN ARCHIVO
000280*               VERIFICADO.
000290*
000300* MODIFICATION HISTORY.
000310*   DATE       INIT  DESCRIPTION
000320*   ---------- ----  ---------------------------------------------
000330*   15/10/2026 SF    PROGRAMA ORIGINAL.
000332*   15/10/2026 SF    LAS NOCHES SIN LOTE ESPERADO DE LOTEREG
000334*                    (FERIADO O DIA SIN ENVIOS) NO SE CRUZAN CON
000336*                    HISTCORR: SOLO SE CUENTAN.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. CONTVOCV.
000370 AUTHOR. SILVIA FERNANDEZ.
000380 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000390 DATE-WRITTEN. 15/10/2026.
000400 DATE-COMPILED. 15/10/2026.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT MASTER-TOTALES
000460         ASSIGN TO TOTALMST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-MASTER.
000490     SELECT HISTORIAL-IN
000500         ASSIGN TO HISTCORR
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS HI-CLAVE
000540         FILE STATUS IS FS-HISTORIAL.
000550     SELECT OPTIONAL HDEPTO-IN
000560         ASSIGN TO HISTDEPT
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS FS-HDEPTO.
000590     SELECT OPTIONAL AJUAUD-IN
000600         ASSIGN TO AJUAUDIT
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS FS-AJUAUD.
000630     SELECT OPTIONAL LOTES-REGISTRO
000640         ASSIGN TO LOTEREG
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS FS-LOTEREG.
000670     SELECT OPTIONAL CIERRES
000680         ASSIGN TO CIERRES
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS FS-CIERRES.
000710     SELECT OPTIONAL RESULTADO-INT
000720         ASSIGN TO INTEGRES
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS FS-RESULTADO.
000750     SELECT REPORTE-OUT
000760         ASSIGN TO INTEREPT
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS FS-REPORTE.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  MASTER-TOTALES.
000830*    MISMO LAYOUT QUE MASTER-TOTALES-REC EN CONTVOC1.
000840 01  MASTER-TOTALES-REC.
000850     05  MT-VOCALES                  PIC 9(9).
000860     05  MT-CONSONANTE               PIC 9(9).
000870     05  MT-CORRIDAS                 PIC 9(7).
000880     05  MT-ULT-VOCALES              PIC 9(7).
000890     05  MT-ULT-CONSONANTE           PIC 9(7).
000900     05  MT-ULT-FECHA                PIC 9(8).
000910     05  MT-ULT-TOTAL-LETRAS         PIC 9(7).
000920     05  MT-ULT-PALABRAS             PIC 9(7).
000930     05  FILLER                      PIC X(19).
000940 FD  HISTORIAL-IN.
000950*    MISMO LAYOUT QUE HISTORIA-REC EN CONTVOC1. LOS RESUMENES
000960*    DE MESES ARCHIVADOS (CONTVOC9) LLEVAN HI-FECHA EN AAAAMM00.
000970 01  HISTORIA-REC.
000980     05  HI-CLAVE.
000990        10  HI-FECHA                 PIC 9(8).
001000        10  HI-IDIOMA                PIC X(2).
001010     05  HI-VOCALES                  PIC 9(7).
001020     05  HI-CONSONANTE               PIC 9(7).
001030     05  HI-ENIE                     PIC 9(7).
001040     05  HI-OCLUSIVAS                PIC 9(7).
001050     05  HI-FRICATIVAS               PIC 9(7).
001060     05  HI-NASALES                  PIC 9(7).
001070     05  HI-LIQUIDAS                 PIC 9(7).
001080     05  HI-PALABRAS                 PIC 9(7).
001090     05  HI-FRECUENCIAS.
001100        10  HI-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
001110     05  FILLER                      PIC X(02).
001120     05  HI-SILABAS                  PIC 9(9).
001130     05  HI-ORACIONES                PIC 9(9).
001140     05  HI-LEGIBILIDAD              PIC S9(3)V99
001150                                     SIGN LEADING SEPARATE.
001160     05  FILLER                      PIC X(06).
001170 FD  HDEPTO-IN.
001180*    MISMO LAYOUT QUE HIST-DEPTO-REC EN CONTVOC1. LOS RESUMENES
001190*    DE MESES ARCHIVADOS VAN BAJO "+++" CON FECHA AAAAMM00.
001200 01  HIST-DEPTO-REC.
001210     05  HD-FECHA                    PIC 9(08).
001220     05  HD-DEPTO                    PIC X(03).
001230     05  HD-VOCALES                  PIC 9(07).
001240     05  HD-CONSONANTE               PIC 9(07).
001250     05  HD-ENIE                     PIC 9(07).
001260     05  HD-PALABRAS                 PIC 9(07).
001270     05  FILLER                      PIC X(41).
001280 FD  AJUAUD-IN.
001290*    MISMO LAYOUT QUE AJU-AUDITORIA-REC EN CONTVOC4. CUENTA LA
001300*    IMAGEN "A" DE CADA AJUSTE APLICADO; EL RESUMEN "S" DE UN MES
001310*    ARCHIVADO (CONTVOC9) TRAE EL NETO DE LOS AJUSTES ARCHIVADOS
001320*    EN EL LUGAR DE LA IMAGEN.
001330 01  AJU-AUDITORIA-REC.
001340     05  AA-FECHA-PROC               PIC 9(8).
001350     05  AA-HORA                     PIC 9(6).
001360     05  AA-TIPO                     PIC X(1).
001370     05  AA-CAMPO                    PIC X(13).
001380     05  AA-SIGNO                    PIC X(1).
001390     05  AA-MONTO                    PIC 9(9).
001400     05  AA-MOTIVO                   PIC X(4).
001410     05  AA-AUTORIZA                 PIC X(8).
001420     05  AA-IMAGEN                   PIC X(80).
001430     05  AA-NETO-RESUMEN REDEFINES AA-IMAGEN.
001440        10  AA-NETO-VOCALES          PIC S9(9)
001450                                     SIGN LEADING SEPARATE.
001460        10  AA-NETO-CONSONANTE       PIC S9(9)
001470                                     SIGN LEADING SEPARATE.
001480        10  FILLER                   PIC X(60).
001490     05  AA-FECHA-AJUSTE             PIC 9(8).
001500     05  FILLER                      PIC X(02).
001510 FD  LOTES-REGISTRO.
001520*    MISMO LAYOUT QUE LOTE-REGISTRO-REC EN CONTVOC1.
001530 01  LOTE-REGISTRO-REC.
001540     05  LG-FECHA-LOTE               PIC 9(08).
001550     05  LG-CANT-REG                 PIC 9(07).
001560     05  LG-CANT-CARAC               PIC 9(09).
001570     05  LG-FECHA-PROC               PIC 9(08).
001580     05  LG-HORA-PROC                PIC 9(06).
001590     05  LG-REPROCESO                PIC X(01).
001600     05  LG-AUTORIZA                 PIC X(08).
001606     05  LG-SIN-LOTE                 PIC X(01).
001612     05  FILLER                      PIC X(32).
001620 FD  CIERRES.
001630*    MISMO LAYOUT QUE CIERRE-REC EN CONTVOC8.
001640 01  CIERRE-REC.
001650     05  CI-PERIODO                  PIC 9(06).
001660     05  CI-FECHA-CIERRE             PIC 9(08).
001670     05  CI-HORA-CIERRE              PIC 9(06).
001680     05  CI-ESTADO                   PIC X(01).
001690     05  CI-VOCALES                  PIC 9(09).
001700     05  CI-CONSONANTE               PIC 9(09).
001710     05  CI-CORRIDAS                 PIC 9(07).
001720     05  CI-MES-CORRIDAS             PIC 9(05).
001730     05  CI-MES-VOCALES              PIC 9(09).
001740     05  CI-MES-CONSONANTE           PIC 9(09).
001750     05  CI-MES-ENIE                 PIC 9(09).
001760     05  CI-MES-PALABRAS             PIC 9(09).
001770     05  FILLER                      PIC X(73).
001780*    ARCHIVO PERMANENTE DE VERIFICACIONES: UN REGISTRO POR CADA
001790*    EJECUCION, CON SU RETURN-CODE Y LOS CORTES DE CADA CONTROL.
001800*    EL ULTIMO REGISTRO ES EL QUE MUESTRA CONTVOC7.
001810 FD  RESULTADO-INT.
001820 01  RESULTADO-REC.
001830     05  IR-FECHA                    PIC 9(08).
001840     05  IR-HORA                     PIC 9(06).
001850     05  IR-RETORNO                  PIC 9(02).
001860     05  IR-CORTES                   PIC 9(05).
001870     05  IR-CORTES-MAESTRO           PIC 9(05).
001880     05  IR-CORTES-DEPTO             PIC 9(05).
001890     05  IR-CORTES-LOTE              PIC 9(05).
001900     05  IR-CORTES-CIERRE            PIC 9(05).
001910     05  IR-FECHAS                   PIC 9(05).
001920     05  FILLER                      PIC X(34).
001930 FD  REPORTE-OUT.
001940 01  REPORTE-OUT-REC             PIC X(80).
001950
001960 WORKING-STORAGE SECTION.
001970*    SWITCHES AND STATUS FIELDS.
001980 77  FS-MASTER                   PIC X(02) VALUE "00".
001990 77  FS-HISTORIAL                PIC X(02) VALUE "00".
002000 77  FS-HDEPTO                   PIC X(02) VALUE "00".
002010 77  FS-AJUAUD                   PIC X(02) VALUE "00".
002020 77  FS-LOTEREG                  PIC X(02) VALUE "00".
002030 77  FS-CIERRES                  PIC X(02) VALUE "00".
002040 77  FS-RESULTADO                PIC X(02) VALUE "00".
002050 77  FS-REPORTE                  PIC X(02) VALUE "00".
002060 77  EOF-ARCHIVO                 PIC X(01) VALUE "N".
002070     88  FIN-ARCHIVO             VALUE "Y".
002080 77  REPORTE-SW                  PIC X(01) VALUE "N".
002090     88  REPORTE-ABIERTO         VALUE "S".
002100 77  CORTE-SW                    PIC X(01) VALUE "N".
002110     88  HAY-CORTE               VALUE "S".
002120 77  RESUMEN-PERIODO-SW          PIC X(01) VALUE "N".
002130     88  HAY-RESUMEN-PERIODO     VALUE "S".
002140 77  RESUMEN-CIERRE-SW           PIC X(01) VALUE "N".
002150     88  HAY-RESUMEN-CIERRE      VALUE "S".
002160 01  FECHA-EJECUCION.
002170     05  FE-ANO                      PIC 9(4).
002180     05  FE-MES                      PIC 9(2).
002190     05  FE-DIA                      PIC 9(2).
002200 01  FECHA-EJECUCION-N REDEFINES FECHA-EJECUCION PIC 9(8).
002210 01  HORA-EJECUCION.
002220     05  HR-HH                       PIC 9(2).
002230     05  HR-MM                       PIC 9(2).
002240     05  HR-SS                       PIC 9(2).
002250     05  HR-CC                       PIC 9(2).
002260*    TABLA DE FECHAS: UNA ENTRADA POR FECHA DE HISTCORR (TODOS
002270*    LOS IDIOMAS SUMADOS) CON LO QUE SUMAN PARA ESA FECHA HISTDEPT
002280*    Y LOTEREG. UNA FECHA QUE SOLO APARECE EN HISTDEPT ENTRA CON
002290*    FT-EN-HIST EN "N". HISTCORR SE LEE EN ORDEN DE CLAVE, ASI QUE
002300*    LAS FECHAS DEL HISTORIAL QUEDAN ORDENADAS.
002310 77  LIM-FT                      PIC 9(04) COMP VALUE 1500.
002320 77  CANT-FT                     PIC 9(04) COMP VALUE 0.
002330 77  FT-SUB                      PIC 9(04) COMP VALUE 0.
002340 77  FT-HALLADO                  PIC 9(04) COMP VALUE 0.
002350 01  FECHAS-TABLA.
002360     05  FT-ENT OCCURS 1500 TIMES.
002370        10  FT-FECHA                    PIC 9(08).
002380        10  FT-EN-HIST                  PIC X(01).
002390        10  FT-VOCALES                  PIC 9(09) COMP.
002400        10  FT-CONSONANTE               PIC 9(09) COMP.
002410        10  FT-ENIE                     PIC 9(09) COMP.
002420        10  FT-PALABRAS                 PIC 9(09) COMP.
002430        10  FT-HD-REGS                  PIC 9(05) COMP.
002440        10  FT-HD-VOCALES               PIC 9(09) COMP.
002450        10  FT-HD-CONSONANTE            PIC 9(09) COMP.
002460        10  FT-HD-ENIE                  PIC 9(09) COMP.
002470        10  FT-HD-PALABRAS              PIC 9(09) COMP.
002480        10  FT-LOTES                    PIC 9(05) COMP.
002490*    TABLA DE AJUSTES AL MAESTRO: UNA ENTRADA POR IMAGEN "A" DE
002500*    MT-VOCALES O MT-CONSONANTE Y POR RESUMEN "S" CON NETO, PARA
002510*    RECONSTRUIR EL MAESTRO A LA FECHA Y HORA DE CADA CIERRE.
002520 77  LIM-AJ                      PIC 9(04) COMP VALUE 1000.
002530 77  CANT-AJ                     PIC 9(04) COMP VALUE 0.
002540 77  AJ-SUB                      PIC 9(04) COMP VALUE 0.
002550 77  AJ-TABLA-LLENA-SW           PIC X(01) VALUE "N".
002560     88  AJ-TABLA-LLENA          VALUE "S".
002570 01  AJUSTES-TABLA.
002580     05  AJ-ENT OCCURS 1000 TIMES.
002590        10  AJ-T-FECHA                  PIC 9(08).
002600        10  AJ-T-HORA                   PIC 9(06).
002610        10  AJ-T-NETO-VOC               PIC S9(09) COMP.
002620        10  AJ-T-NETO-CONS              PIC S9(09) COMP.
002630*    ACUMULADORES DEL CONTROL DEL MAESTRO.
002640 77  SUM-HI-VOCALES              PIC 9(11) COMP VALUE 0.
002650 77  SUM-HI-CONSONANTE           PIC 9(11) COMP VALUE 0.
002660 77  NETO-VOCALES                PIC S9(11) COMP VALUE 0.
002670 77  NETO-CONSONANTE             PIC S9(11) COMP VALUE 0.
002680 77  MONTO-SIGNADO               PIC S9(09) COMP VALUE 0.
002690 77  NETO-CAMPO                  PIC S9(11) COMP VALUE 0.
002700 77  ESPERADO                    PIC S9(11) COMP VALUE 0.
002710 77  DIFERENCIA                  PIC S9(11) COMP VALUE 0.
002720 77  VALOR-MAESTRO               PIC 9(09) VALUE 0.
002730 77  NOMBRE-CAMPO                PIC X(13) VALUE SPACES.
002740*    TRABAJO DEL CONTROL DE CIERRES.
002750 77  PER-VOCALES                 PIC 9(11) COMP VALUE 0.
002760 77  PER-CONSONANTE              PIC 9(11) COMP VALUE 0.
002770 77  PER-ENIE                    PIC 9(11) COMP VALUE 0.
002780 77  PER-PALABRAS                PIC 9(11) COMP VALUE 0.
002790 77  PER-CORRIDAS                PIC 9(05) COMP VALUE 0.
002800 77  CUM-VOCALES                 PIC S9(11) COMP VALUE 0.
002810 77  CUM-CONSONANTE              PIC S9(11) COMP VALUE 0.
002820 77  MES-CIERRE                  PIC 9(06) VALUE 0.
002830 77  MES-FECHA                   PIC 9(06) VALUE 0.
002840 77  BUSCA-FECHA                 PIC 9(08) VALUE 0.
002850*    CONTADORES DE CORTES Y DE REGISTROS LEIDOS.
002860 77  CORTES-MAESTRO              PIC 9(05) COMP VALUE 0.
002870 77  CORTES-DEPTO                PIC 9(05) COMP VALUE 0.
002880 77  CORTES-LOTE                 PIC 9(05) COMP VALUE 0.
002890 77  CORTES-CIERRE               PIC 9(05) COMP VALUE 0.
002900 77  CORTES-TOTAL                PIC 9(05) COMP VALUE 0.
002910 77  CANT-HIST-LEIDOS            PIC 9(07) COMP VALUE 0.
002920 77  CANT-HD-LEIDOS              PIC 9(07) COMP VALUE 0.
002930 77  CANT-AJ-LEIDOS              PIC 9(07) COMP VALUE 0.
002940 77  CANT-LG-LEIDOS              PIC 9(07) COMP VALUE 0.
002945 77  CANT-LG-SIN-LOTE            PIC 9(07) COMP VALUE 0.
002950 77  CANT-CI-LEIDOS              PIC 9(07) COMP VALUE 0.
002960 77  CANT-INVALIDOS              PIC 9(07) COMP VALUE 0.
002970 77  CANT-SIN-NETO               PIC 9(05) COMP VALUE 0.
002980*    CAMPOS DE EDICION DEL REPORTE. 8200 IMPRIME UNA LINEA DE
002990*    CUATRO CIFRAS (VOCALES, CONSONANTES, ENIES, PALABRAS) CON EL
003000*    ROTULO QUE SE LE DEJA EN ROTULO-LINEA.
003010 77  LINEA-REPORTE               PIC X(80).
003020 77  ROTULO-LINEA                PIC X(20) VALUE SPACES.
003030 77  MARCA-LINEA                 PIC X(02) VALUE SPACES.
003040 77  CIFRA-1                     PIC 9(11) COMP VALUE 0.
003050 77  CIFRA-2                     PIC 9(11) COMP VALUE 0.
003060 77  CIFRA-3                     PIC 9(11) COMP VALUE 0.
003070 77  CIFRA-4                     PIC 9(11) COMP VALUE 0.
003080 77  CIFRA-D1                    PIC ZZZZZZZZ9.
003090 77  CIFRA-D2                    PIC ZZZZZZZZ9.
003100 77  CIFRA-D3                    PIC ZZZZZZZZ9.
003110 77  CIFRA-D4                    PIC ZZZZZZZZ9.
003120 77  MONTO-D1                    PIC -ZZZZZZZZZZ9.
003130 77  MONTO-D2                    PIC -ZZZZZZZZZZ9.
003140 77  MONTO-D3                    PIC -ZZZZZZZZZZ9.
003150 77  CANT-D1                     PIC ZZZZZZ9.
003160 77  CANT-D2                     PIC ZZZZZZ9.
003170
003180 PROCEDURE DIVISION.
003190*----------------------------------------------------------------
003200* 0000-MAINLINE - CARGA HISTCORR Y LOS AJUSTES, CORRE LOS CUATRO
003210* CONTROLES EN ORDEN IMPRIMIENDO CADA CORTE, CIERRA CON EL
003220* RESUMEN Y DEJA ASENTADO EL RESULTADO EN INTEGRES AUN CUANDO LA
003230* VERIFICACION NO PUDO TERMINAR. RETURN-CODE 4 = HAY CORTES.
003240*----------------------------------------------------------------
003250 0000-MAINLINE.
003260     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003270     IF RETURN-CODE = 0
003280         PERFORM 2000-CARGAR-HISTCORR THRU 2000-EXIT
003290     END-IF
003300     IF RETURN-CODE = 0
003310         PERFORM 2500-CARGAR-AJUSTES THRU 2500-EXIT
003320     END-IF
003330     IF RETURN-CODE = 0
003340         PERFORM 3000-VERIFICAR-MAESTRO THRU 3000-EXIT
003350     END-IF
003360     IF RETURN-CODE = 0
003370         PERFORM 4000-VERIFICAR-HISTDEPT THRU 4000-EXIT
003380     END-IF
003390     IF RETURN-CODE = 0
003400         PERFORM 5000-VERIFICAR-LOTEREG THRU 5000-EXIT
003410     END-IF
003420     IF RETURN-CODE = 0
003430         PERFORM 6000-VERIFICAR-CIERRES THRU 6000-EXIT
003440     END-IF
003450     IF RETURN-CODE = 0
003460         PERFORM 7000-RESUMEN THRU 7000-EXIT
003470     END-IF
003480     PERFORM 7500-GRABAR-RESULTADO THRU 7500-EXIT
003490     IF REPORTE-ABIERTO
003500         CLOSE REPORTE-OUT
003510     END-IF
003520     STOP RUN.
003530
003540*----------------------------------------------------------------
003550* 1000-INICIALIZAR - TOMA FECHA Y HORA Y ABRE EL REPORTE DE
003560* INTEGRIDAD CON SU ENCABEZADO.
003570*----------------------------------------------------------------
003580 1000-INICIALIZAR.
003590     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
003600     ACCEPT HORA-EJECUCION FROM TIME
003610     OPEN OUTPUT REPORTE-OUT
003620     IF FS-REPORTE NOT = "00"
003630         DISPLAY "ERROR AL ABRIR INTEREPT, STATUS " FS-REPORTE
003640         MOVE 16 TO RETURN-CODE
003650         GO TO 1000-EXIT
003660     END-IF
003670     SET REPORTE-ABIERTO TO TRUE
003680     MOVE SPACES TO LINEA-REPORTE
003690     STRING "VERIFICACION DE INTEGRIDAD - CONTEO DE VOCALES"
003700         DELIMITED BY SIZE INTO LINEA-REPORTE
003710     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003720     MOVE SPACES TO LINEA-REPORTE
003730     STRING "FECHA DE PROCESO: " FE-ANO "/" FE-MES "/" FE-DIA
003740         DELIMITED BY SIZE INTO LINEA-REPORTE
003750     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003760     MOVE SPACES TO LINEA-REPORTE
003770     STRING "ARCHIVOS: TOTALMST HISTCORR HISTDEPT AJUAUDIT"
003780         " LOTEREG CIERRES"
003790         DELIMITED BY SIZE INTO LINEA-REPORTE
003800     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
003810     PERFORM 8900-SEPARADOR THRU 8900-EXIT.
003820 1000-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------
003860* 2000-CARGAR-HISTCORR - RECORRE EL HISTORIAL DE CORRIDAS EN
003870* ORDEN DE CLAVE: ACUMULA EL TOTAL GENERAL PARA EL CONTROL DEL
003880* MAESTRO Y ARMA LA TABLA DE FECHAS CON LOS IDIOMAS SUMADOS.
003890*----------------------------------------------------------------
003900 2000-CARGAR-HISTCORR.
003910     OPEN INPUT HISTORIAL-IN
003920     IF FS-HISTORIAL NOT = "00"
003930         DISPLAY "ERROR AL ABRIR HISTCORR, STATUS " FS-HISTORIAL
003940         MOVE 16 TO RETURN-CODE
003950         GO TO 2000-EXIT
003960     END-IF
003970     MOVE "N" TO EOF-ARCHIVO
003980     PERFORM 2100-LEER-HISTCORR THRU 2100-EXIT
003990         UNTIL FIN-ARCHIVO
004000     CLOSE HISTORIAL-IN.
004010 2000-EXIT.
004020     EXIT.
004030
004040 2100-LEER-HISTCORR.
004050     READ HISTORIAL-IN NEXT
004060         AT END
004070             SET FIN-ARCHIVO TO TRUE
004080         NOT AT END
004090             ADD 1 TO CANT-HIST-LEIDOS
004100             PERFORM 2200-ACUMULAR-HISTCORR THRU 2200-EXIT
004110     END-READ.
004120 2100-EXIT.
004130     EXIT.
004140
004150 2200-ACUMULAR-HISTCORR.
004160     IF HI-FECHA IS NOT NUMERIC
004170         ADD 1 TO CANT-INVALIDOS
004180         GO TO 2200-EXIT
004190     END-IF
004200     ADD HI-VOCALES TO SUM-HI-VOCALES
004210     ADD HI-CONSONANTE TO SUM-HI-CONSONANTE
004220     IF CANT-FT = 0 OR FT-FECHA(CANT-FT) NOT = HI-FECHA
004230         IF CANT-FT NOT < LIM-FT
004240             DISPLAY "ERROR: HISTCORR EXCEDE LA TABLA DE " LIM-FT
004250                 " FECHAS"
004260             MOVE 16 TO RETURN-CODE
004270             SET FIN-ARCHIVO TO TRUE
004280             GO TO 2200-EXIT
004290         END-IF
004300         ADD 1 TO CANT-FT
004310         INITIALIZE FT-ENT(CANT-FT)
004320         MOVE HI-FECHA TO FT-FECHA(CANT-FT)
004330         MOVE "S" TO FT-EN-HIST(CANT-FT)
004340     END-IF
004350     ADD HI-VOCALES TO FT-VOCALES(CANT-FT)
004360     ADD HI-CONSONANTE TO FT-CONSONANTE(CANT-FT)
004370     ADD HI-ENIE TO FT-ENIE(CANT-FT)
004380     ADD HI-PALABRAS TO FT-PALABRAS(CANT-FT).
004390 2200-EXIT.
004400     EXIT.
004410
004420*----------------------------------------------------------------
004430* 2500-CARGAR-AJUSTES - SUMA CON SU SIGNO LOS AJUSTES APLICADOS
004440* A MT-VOCALES Y MT-CONSONANTE (IMAGEN "A" DE CONTVOC4) Y LOS
004450* NETOS DE LOS RESUMENES "S" DE MESES ARCHIVADOS, Y LOS GUARDA
004460* EN LA TABLA DE AJUSTES PARA EL CONTROL DE CIERRES. LAS IMAGENES
004470* "B" Y LAS REAPERTURAS "R" NO MUEVEN EL MAESTRO. UN RESUMEN "S"
004480* GRABADO SIN NETO SE CUENTA Y SE AVISA EN EL REPORTE.
004490*----------------------------------------------------------------
004500 2500-CARGAR-AJUSTES.
004510     OPEN INPUT AJUAUD-IN
004520     IF FS-AJUAUD NOT = "00" AND FS-AJUAUD NOT = "05"
004530         DISPLAY "ERROR AL ABRIR AJUAUDIT, STATUS " FS-AJUAUD
004540         MOVE 16 TO RETURN-CODE
004550         GO TO 2500-EXIT
004560     END-IF
004570     MOVE "N" TO EOF-ARCHIVO
004580     PERFORM 2600-LEER-AJUSTE THRU 2600-EXIT
004590         UNTIL FIN-ARCHIVO
004600     CLOSE AJUAUD-IN.
004610 2500-EXIT.
004620     EXIT.
004630
004640 2600-LEER-AJUSTE.
004650     READ AJUAUD-IN
004660         AT END
004670             SET FIN-ARCHIVO TO TRUE
004680         NOT AT END
004690             ADD 1 TO CANT-AJ-LEIDOS
004700             PERFORM 2700-ACUMULAR-AJUSTE THRU 2700-EXIT
004710     END-READ.
004720 2600-EXIT.
004730     EXIT.
004740
004750 2700-ACUMULAR-AJUSTE.
004760     IF AA-FECHA-PROC IS NOT NUMERIC
004770         GO TO 2700-EXIT
004780     END-IF
004790     IF AA-TIPO = "S"
004800         IF AA-NETO-VOCALES IS NUMERIC AND
004810             AA-NETO-CONSONANTE IS NUMERIC
004820             ADD AA-NETO-VOCALES TO NETO-VOCALES
004830             ADD AA-NETO-CONSONANTE TO NETO-CONSONANTE
004840             PERFORM 2750-AGREGAR-AJUSTE THRU 2750-EXIT
004850             MOVE AA-NETO-VOCALES TO AJ-T-NETO-VOC(CANT-AJ)
004860             MOVE AA-NETO-CONSONANTE TO AJ-T-NETO-CONS(CANT-AJ)
004870         ELSE
004880             ADD 1 TO CANT-SIN-NETO
004890         END-IF
004900         GO TO 2700-EXIT
004910     END-IF
004920     IF AA-TIPO NOT = "A" OR AA-MONTO IS NOT NUMERIC
004930         GO TO 2700-EXIT
004940     END-IF
004950     IF AA-CAMPO NOT = "MT-VOCALES" AND
004960         AA-CAMPO NOT = "MT-CONSONANTE"
004970         GO TO 2700-EXIT
004980     END-IF
004990     IF AA-SIGNO = "-"
005000         COMPUTE MONTO-SIGNADO = 0 - AA-MONTO
005010     ELSE
005020         MOVE AA-MONTO TO MONTO-SIGNADO
005030     END-IF
005040     PERFORM 2750-AGREGAR-AJUSTE THRU 2750-EXIT
005050     IF AA-CAMPO = "MT-VOCALES"
005060         ADD MONTO-SIGNADO TO NETO-VOCALES
005070         MOVE MONTO-SIGNADO TO AJ-T-NETO-VOC(CANT-AJ)
005080     ELSE
005090         ADD MONTO-SIGNADO TO NETO-CONSONANTE
005100         MOVE MONTO-SIGNADO TO AJ-T-NETO-CONS(CANT-AJ)
005110     END-IF.
005120 2700-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 2750-AGREGAR-AJUSTE - ABRE LA ENTRADA DE LA TABLA DE AJUSTES.
005170* CON LA TABLA LLENA LA ULTIMA ENTRADA SE REUSA COMO DESCARTE Y
005180* EL CONTROL DE LA FOTO DE LOS CIERRES QUEDA SIN HACER (AVISO EN
005190* EL REPORTE); EL CONTROL DEL MAESTRO NO DEPENDE DE LA TABLA.
005200*----------------------------------------------------------------
005210 2750-AGREGAR-AJUSTE.
005220     IF CANT-AJ NOT < LIM-AJ
005230         SET AJ-TABLA-LLENA TO TRUE
005240     ELSE
005250         ADD 1 TO CANT-AJ
005260     END-IF
005270     MOVE AA-FECHA-PROC TO AJ-T-FECHA(CANT-AJ)
005280     MOVE AA-HORA TO AJ-T-HORA(CANT-AJ)
005290     MOVE 0 TO AJ-T-NETO-VOC(CANT-AJ)
005300     MOVE 0 TO AJ-T-NETO-CONS(CANT-AJ).
005310 2750-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------------
005350* 3000-VERIFICAR-MAESTRO - CONTROL 1: CADA ACUMULADO DEL MAESTRO
005360* DEBE SER LA SUMA DE HISTCORR (RESUMENES INCLUIDOS) MAS EL NETO
005370* DE LOS AJUSTES. UN MAESTRO VACIO CUENTA COMO CERO.
005380*----------------------------------------------------------------
005390 3000-VERIFICAR-MAESTRO.
005400     MOVE SPACES TO LINEA-REPORTE
005410     STRING "1. MAESTRO DE TOTALES CONTRA HISTCORR MAS AJUSTES"
005420         DELIMITED BY SIZE INTO LINEA-REPORTE
005430     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005440     OPEN INPUT MASTER-TOTALES
005450     IF FS-MASTER NOT = "00"
005460         DISPLAY "ERROR AL ABRIR TOTALMST, STATUS " FS-MASTER
005470         MOVE 16 TO RETURN-CODE
005480         GO TO 3000-EXIT
005490     END-IF
005500     READ MASTER-TOTALES
005510         AT END
005520             MOVE 0 TO MT-VOCALES
005530             MOVE 0 TO MT-CONSONANTE
005540     END-READ
005550     CLOSE MASTER-TOTALES
005560     MOVE "MT-VOCALES" TO NOMBRE-CAMPO
005570     MOVE MT-VOCALES TO VALOR-MAESTRO
005580     MOVE SUM-HI-VOCALES TO CIFRA-1
005590     MOVE NETO-VOCALES TO NETO-CAMPO
005600     PERFORM 3100-COMPARAR-CAMPO THRU 3100-EXIT
005610     MOVE "MT-CONSONANTE" TO NOMBRE-CAMPO
005620     MOVE MT-CONSONANTE TO VALOR-MAESTRO
005630     MOVE SUM-HI-CONSONANTE TO CIFRA-1
005640     MOVE NETO-CONSONANTE TO NETO-CAMPO
005650     PERFORM 3100-COMPARAR-CAMPO THRU 3100-EXIT
005660     IF CANT-SIN-NETO > 0
005670         MOVE CANT-SIN-NETO TO CANT-D1
005680         MOVE SPACES TO LINEA-REPORTE
005690         STRING "   AVISO: " CANT-D1 " RESUMENES DE AJUAUDIT SIN"
005700             " NETO, SUS AJUSTES NO SE SUMAN"
005710             DELIMITED BY SIZE INTO LINEA-REPORTE
005720         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005730     END-IF
005740     PERFORM 8900-SEPARADOR THRU 8900-EXIT.
005750 3000-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------------
005790* 3100-COMPARAR-CAMPO - IMPRIME LA CUENTA DE UN CAMPO DEL MAESTRO
005800* (HISTCORR EN CIFRA-1, NETO DE AJUSTES EN NETO-CAMPO) Y LA
005810* MARCA DE CORTE SI EL MAESTRO NO DA LO ESPERADO.
005820*----------------------------------------------------------------
005830 3100-COMPARAR-CAMPO.
005840     COMPUTE ESPERADO = CIFRA-1 + NETO-CAMPO
005850     COMPUTE DIFERENCIA = VALOR-MAESTRO - ESPERADO
005860     MOVE CIFRA-1 TO MONTO-D1
005870     MOVE NETO-CAMPO TO MONTO-D2
005880     MOVE SPACES TO LINEA-REPORTE
005890     STRING "   " NOMBRE-CAMPO "  HISTCORR=" MONTO-D1
005900         "  AJUSTES=" MONTO-D2
005910         DELIMITED BY SIZE INTO LINEA-REPORTE
005920     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005930     MOVE ESPERADO TO MONTO-D1
005940     MOVE VALOR-MAESTRO TO MONTO-D2
005950     MOVE DIFERENCIA TO MONTO-D3
005960     MOVE SPACES TO LINEA-REPORTE
005970     IF DIFERENCIA = 0
005980         STRING "      ESPERADO=" MONTO-D1 "  MAESTRO=" MONTO-D2
005990             "  CUADRA"
006000             DELIMITED BY SIZE INTO LINEA-REPORTE
006010     ELSE
006020         ADD 1 TO CORTES-MAESTRO
006030         STRING "      ESPERADO=" MONTO-D1 "  MAESTRO=" MONTO-D2
006040             "  DIF=" MONTO-D3 " *"
006050             DELIMITED BY SIZE INTO LINEA-REPORTE
006060     END-IF
006070     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
006080 3100-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------------
006120* 4000-VERIFICAR-HISTDEPT - CONTROL 2: SUMA HISTDEPT POR FECHA EN
006130* LA TABLA Y COMPARA CADA FECHA CONTRA HISTCORR. UNA NOCHE SIN
006140* VOLUMEN NO GRABA HISTDEPT Y NO ES CORTE.
006150*----------------------------------------------------------------
006160 4000-VERIFICAR-HISTDEPT.
006170     MOVE SPACES TO LINEA-REPORTE
006180     STRING "2. TOTALES POR NOCHE DE HISTCORR CONTRA HISTDEPT"
006190         DELIMITED BY SIZE INTO LINEA-REPORTE
006200     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006210     OPEN INPUT HDEPTO-IN
006220     IF FS-HDEPTO NOT = "00" AND FS-HDEPTO NOT = "05"
006230         DISPLAY "ERROR AL ABRIR HISTDEPT, STATUS " FS-HDEPTO
006240         MOVE 16 TO RETURN-CODE
006250         GO TO 4000-EXIT
006260     END-IF
006270     MOVE "N" TO EOF-ARCHIVO
006280     PERFORM 4100-LEER-HISTDEPT THRU 4100-EXIT
006290         UNTIL FIN-ARCHIVO
006300     CLOSE HDEPTO-IN
006310     IF RETURN-CODE NOT = 0
006320         GO TO 4000-EXIT
006330     END-IF
006340     PERFORM 4300-COMPARAR-FECHA THRU 4300-EXIT
006350         VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > CANT-FT
006360     MOVE CANT-FT TO CANT-D1
006370     MOVE CORTES-DEPTO TO CANT-D2
006380     MOVE SPACES TO LINEA-REPORTE
006390     STRING "   FECHAS VERIFICADAS=" CANT-D1 "  CORTES=" CANT-D2
006400         DELIMITED BY SIZE INTO LINEA-REPORTE
006410     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006420     PERFORM 8900-SEPARADOR THRU 8900-EXIT.
006430 4000-EXIT.
006440     EXIT.
006450
006460 4100-LEER-HISTDEPT.
006470     READ HDEPTO-IN
006480         AT END
006490             SET FIN-ARCHIVO TO TRUE
006500         NOT AT END
006510             ADD 1 TO CANT-HD-LEIDOS
006520             PERFORM 4200-ACUMULAR-HISTDEPT THRU 4200-EXIT
006530     END-READ.
006540 4100-EXIT.
006550     EXIT.
006560
006570 4200-ACUMULAR-HISTDEPT.
006580     IF HD-FECHA IS NOT NUMERIC
006590         ADD 1 TO CANT-INVALIDOS
006600         GO TO 4200-EXIT
006610     END-IF
006620     MOVE HD-FECHA TO BUSCA-FECHA
006630     PERFORM 8100-UBICAR-FECHA THRU 8100-EXIT
006640     IF FT-HALLADO = 0
006650         IF CANT-FT NOT < LIM-FT
006660             DISPLAY "ERROR: HISTDEPT EXCEDE LA TABLA DE " LIM-FT
006670                 " FECHAS"
006680             MOVE 16 TO RETURN-CODE
006690             SET FIN-ARCHIVO TO TRUE
006700             GO TO 4200-EXIT
006710         END-IF
006720         ADD 1 TO CANT-FT
006730         INITIALIZE FT-ENT(CANT-FT)
006740         MOVE HD-FECHA TO FT-FECHA(CANT-FT)
006750         MOVE "N" TO FT-EN-HIST(CANT-FT)
006760         MOVE CANT-FT TO FT-HALLADO
006770     END-IF
006780     ADD 1 TO FT-HD-REGS(FT-HALLADO)
006790     ADD HD-VOCALES TO FT-HD-VOCALES(FT-HALLADO)
006800     ADD HD-CONSONANTE TO FT-HD-CONSONANTE(FT-HALLADO)
006810     ADD HD-ENIE TO FT-HD-ENIE(FT-HALLADO)
006820     ADD HD-PALABRAS TO FT-HD-PALABRAS(FT-HALLADO).
006830 4200-EXIT.
006840     EXIT.
006850
006860 4300-COMPARAR-FECHA.
006870     IF FT-EN-HIST(FT-SUB) = "N"
006880         ADD 1 TO CORTES-DEPTO
006890         MOVE FT-HD-REGS(FT-SUB) TO CANT-D1
006900         MOVE SPACES TO LINEA-REPORTE
006910         STRING "   " FT-FECHA(FT-SUB) " HISTDEPT SIN HISTCORR ("
006920             CANT-D1 " REGISTROS) *"
006930             DELIMITED BY SIZE INTO LINEA-REPORTE
006940         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006950         GO TO 4300-EXIT
006960     END-IF
006970     IF FT-HD-REGS(FT-SUB) = 0
006980         IF FT-VOCALES(FT-SUB) + FT-CONSONANTE(FT-SUB)
006990             + FT-PALABRAS(FT-SUB) > 0
007000             ADD 1 TO CORTES-DEPTO
007010             MOVE SPACES TO LINEA-REPORTE
007020             STRING "   " FT-FECHA(FT-SUB)
007030                 " HISTCORR CON VOLUMEN SIN HISTDEPT *"
007040                 DELIMITED BY SIZE INTO LINEA-REPORTE
007050             WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007060         END-IF
007070         GO TO 4300-EXIT
007080     END-IF
007090     IF FT-VOCALES(FT-SUB) = FT-HD-VOCALES(FT-SUB) AND
007100         FT-CONSONANTE(FT-SUB) = FT-HD-CONSONANTE(FT-SUB) AND
007110         FT-ENIE(FT-SUB) = FT-HD-ENIE(FT-SUB) AND
007120         FT-PALABRAS(FT-SUB) = FT-HD-PALABRAS(FT-SUB)
007130         GO TO 4300-EXIT
007140     END-IF
007150     ADD 1 TO CORTES-DEPTO
007160     MOVE SPACES TO ROTULO-LINEA
007170     STRING "   " FT-FECHA(FT-SUB) " HISTCORR"
007180         DELIMITED BY SIZE INTO ROTULO-LINEA
007190     MOVE FT-VOCALES(FT-SUB) TO CIFRA-1
007200     MOVE FT-CONSONANTE(FT-SUB) TO CIFRA-2
007210     MOVE FT-ENIE(FT-SUB) TO CIFRA-3
007220     MOVE FT-PALABRAS(FT-SUB) TO CIFRA-4
007230     PERFORM 8200-LINEA-CIFRAS THRU 8200-EXIT
007240     MOVE "            HISTDEPT" TO ROTULO-LINEA
007250     MOVE FT-HD-VOCALES(FT-SUB) TO CIFRA-1
007260     MOVE FT-HD-CONSONANTE(FT-SUB) TO CIFRA-2
007270     MOVE FT-HD-ENIE(FT-SUB) TO CIFRA-3
007280     MOVE FT-HD-PALABRAS(FT-SUB) TO CIFRA-4
007290     MOVE " *" TO MARCA-LINEA
007300     PERFORM 8200-LINEA-CIFRAS THRU 8200-EXIT
007310     MOVE SPACES TO MARCA-LINEA.
007320 4300-EXIT.
007330     EXIT.
007340
007350*----------------------------------------------------------------
007360* 5000-VERIFICAR-LOTEREG - CONTROL 3: CADA LOTE REGISTRADO SE
007370* BUSCA POR SU FECHA DE PROCESO EN HISTCORR (O EN EL RESUMEN DE
007380* SU MES SI YA SE ARCHIVO), Y CADA NOCHE DE HISTCORR CON VOLUMEN
007390* DEBE TENER AL MENOS UN LOTE REGISTRADO. UNA NOCHE SIN LOTE
007393* ESPERADO (LG-SIN-LOTE "S") NO PUBLICO NADA EN HISTCORR: SOLO
007396* SE CUENTA.
007400*----------------------------------------------------------------
007410 5000-VERIFICAR-LOTEREG.
007420     MOVE SPACES TO LINEA-REPORTE
007430     STRING "3. FECHAS DE HISTCORR CONTRA EL REGISTRO DE LOTES"
007440         DELIMITED BY SIZE INTO LINEA-REPORTE
007450     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007460     OPEN INPUT LOTES-REGISTRO
007470     IF FS-LOTEREG NOT = "00" AND FS-LOTEREG NOT = "05"
007480         DISPLAY "ERROR AL ABRIR LOTEREG, STATUS " FS-LOTEREG
007490         MOVE 16 TO RETURN-CODE
007500         GO TO 5000-EXIT
007510     END-IF
007520     MOVE "N" TO EOF-ARCHIVO
007530     PERFORM 5100-LEER-LOTE THRU 5100-EXIT
007540         UNTIL FIN-ARCHIVO
007550     CLOSE LOTES-REGISTRO
007560     PERFORM 5300-NOCHE-SIN-LOTE THRU 5300-EXIT
007570         VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > CANT-FT
007580     MOVE CANT-LG-LEIDOS TO CANT-D1
007590     MOVE CORTES-LOTE TO CANT-D2
007600     MOVE SPACES TO LINEA-REPORTE
007610     STRING "   LOTES VERIFICADOS=" CANT-D1 "  CORTES=" CANT-D2
007620         DELIMITED BY SIZE INTO LINEA-REPORTE
007630     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007631     MOVE CANT-LG-SIN-LOTE TO CANT-D1
007632     MOVE SPACES TO LINEA-REPORTE
007633     STRING "   NOCHES SIN LOTE ESPERADO=" CANT-D1
007634         DELIMITED BY SIZE INTO LINEA-REPORTE
007635     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007640     PERFORM 8900-SEPARADOR THRU 8900-EXIT.
007650 5000-EXIT.
007660     EXIT.
007670
007680 5100-LEER-LOTE.
007690     READ LOTES-REGISTRO
007700         AT END
007710             SET FIN-ARCHIVO TO TRUE
007720         NOT AT END
007730             ADD 1 TO CANT-LG-LEIDOS
007733             IF LG-SIN-LOTE = "S"
007736                 ADD 1 TO CANT-LG-SIN-LOTE
007739             ELSE
007742                 PERFORM 5200-UBICAR-LOTE THRU 5200-EXIT
007745             END-IF
007750     END-READ.
007760 5100-EXIT.
007770     EXIT.
007780
007790 5200-UBICAR-LOTE.
007800     IF LG-FECHA-PROC IS NOT NUMERIC
007810         ADD 1 TO CANT-INVALIDOS
007820         GO TO 5200-EXIT
007830     END-IF
007840     MOVE LG-FECHA-PROC TO BUSCA-FECHA
007850     PERFORM 8100-UBICAR-FECHA THRU 8100-EXIT
007860     IF FT-HALLADO = 0 OR FT-EN-HIST(FT-HALLADO) = "N"
007870         COMPUTE MES-FECHA = LG-FECHA-PROC / 100
007880         COMPUTE BUSCA-FECHA = MES-FECHA * 100
007890         PERFORM 8100-UBICAR-FECHA THRU 8100-EXIT
007900     END-IF
007910     IF FT-HALLADO > 0
007920         IF FT-EN-HIST(FT-HALLADO) = "S"
007930             ADD 1 TO FT-LOTES(FT-HALLADO)
007940             GO TO 5200-EXIT
007950         END-IF
007960     END-IF
007970     ADD 1 TO CORTES-LOTE
007980     MOVE SPACES TO LINEA-REPORTE
007990     STRING "   LOTE " LG-FECHA-LOTE
008000         " PROCESADO EL " LG-FECHA-PROC
008010         " SIN REGISTRO EN HISTCORR *"
008020         DELIMITED BY SIZE INTO LINEA-REPORTE
008030     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
008040 5200-EXIT.
008050     EXIT.
008060
008070 5300-NOCHE-SIN-LOTE.
008080     IF FT-EN-HIST(FT-SUB) = "N" OR FT-LOTES(FT-SUB) > 0
008090         GO TO 5300-EXIT
008100     END-IF
008110     IF FT-FECHA(FT-SUB)(7:2) = "00"
008120         GO TO 5300-EXIT
008130     END-IF
008140     IF FT-VOCALES(FT-SUB) + FT-CONSONANTE(FT-SUB)
008150         + FT-PALABRAS(FT-SUB) = 0
008160         GO TO 5300-EXIT
008170     END-IF
008180     ADD 1 TO CORTES-LOTE
008190     MOVE SPACES TO LINEA-REPORTE
008200     STRING "   " FT-FECHA(FT-SUB)
008210         " HISTCORR CON VOLUMEN SIN LOTE EN LOTEREG *"
008220         DELIMITED BY SIZE INTO LINEA-REPORTE
008230     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
008240 5300-EXIT.
008250     EXIT.
008260
008270*----------------------------------------------------------------
008280* 6000-VERIFICAR-CIERRES - CONTROL 4: CADA FOTO DEL ARCHIVO DE
008290* CIERRES CONTRA EL HISTORIAL DEL QUE SE TOMO. LOS TOTALES DEL
008300* MES SE RECALCULAN CON HISTCORR COMO EN CONTVOC8; LA CANTIDAD
008310* DE CORRIDAS SOLO SE COMPARA MIENTRAS EL MES NO ESTE ARCHIVADO
008320* (EL RESUMEN NO LA CONSERVA). EL MAESTRO DE LA FOTO SE RECALCULA
008330* CON HISTCORR Y LOS AJUSTES HASTA LA FECHA Y HORA DEL CIERRE.
008340*----------------------------------------------------------------
008350 6000-VERIFICAR-CIERRES.
008360     MOVE SPACES TO LINEA-REPORTE
008370     STRING "4. FOTOS DE CIERRE CONTRA EL HISTORIAL"
008380         DELIMITED BY SIZE INTO LINEA-REPORTE
008390     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008400     OPEN INPUT CIERRES
008410     IF FS-CIERRES NOT = "00" AND FS-CIERRES NOT = "05"
008420         DISPLAY "ERROR AL ABRIR CIERRES, STATUS " FS-CIERRES
008430         MOVE 16 TO RETURN-CODE
008440         GO TO 6000-EXIT
008450     END-IF
008460     MOVE "N" TO EOF-ARCHIVO
008470     PERFORM 6100-LEER-CIERRE THRU 6100-EXIT
008480         UNTIL FIN-ARCHIVO
008490     CLOSE CIERRES
008500     MOVE CANT-CI-LEIDOS TO CANT-D1
008510     MOVE CORTES-CIERRE TO CANT-D2
008520     MOVE SPACES TO LINEA-REPORTE
008530     STRING "   CIERRES VERIFICADOS=" CANT-D1 "  CORTES=" CANT-D2
008540         DELIMITED BY SIZE INTO LINEA-REPORTE
008550     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008560     PERFORM 8900-SEPARADOR THRU 8900-EXIT.
008570 6000-EXIT.
008580     EXIT.
008590
008600 6100-LEER-CIERRE.
008610     READ CIERRES
008620         AT END
008630             SET FIN-ARCHIVO TO TRUE
008640         NOT AT END
008650             IF CI-PERIODO IS NUMERIC AND
008660                 CI-FECHA-CIERRE IS NUMERIC
008670                 ADD 1 TO CANT-CI-LEIDOS
008680                 PERFORM 6200-VERIFICAR-UN-CIERRE THRU 6200-EXIT
008690             ELSE
008700                 ADD 1 TO CANT-INVALIDOS
008710             END-IF
008720     END-READ.
008730 6100-EXIT.
008740     EXIT.
008750
008760 6200-VERIFICAR-UN-CIERRE.
008770     MOVE 0 TO PER-VOCALES
008780     MOVE 0 TO PER-CONSONANTE
008790     MOVE 0 TO PER-ENIE
008800     MOVE 0 TO PER-PALABRAS
008810     MOVE 0 TO PER-CORRIDAS
008820     MOVE 0 TO CUM-VOCALES
008830     MOVE 0 TO CUM-CONSONANTE
008840     MOVE "N" TO RESUMEN-PERIODO-SW
008850     MOVE "N" TO RESUMEN-CIERRE-SW
008860     MOVE "N" TO CORTE-SW
008870     COMPUTE MES-CIERRE = CI-FECHA-CIERRE / 100
008880     PERFORM 6300-SUMAR-FECHA THRU 6300-EXIT
008890         VARYING FT-SUB FROM 1 BY 1 UNTIL FT-SUB > CANT-FT
008900     MOVE SPACES TO LINEA-REPORTE
008910     STRING "   PERIODO " CI-PERIODO
008920         " CERRADO EL " CI-FECHA-CIERRE
008930         " A LAS " CI-HORA-CIERRE
008940         DELIMITED BY SIZE INTO LINEA-REPORTE
008950     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008960     IF CI-MES-VOCALES NOT = PER-VOCALES OR
008970         CI-MES-CONSONANTE NOT = PER-CONSONANTE OR
008980         CI-MES-ENIE NOT = PER-ENIE OR
008990         CI-MES-PALABRAS NOT = PER-PALABRAS
009000         SET HAY-CORTE TO TRUE
009010         MOVE "      MES EN CIERRE" TO ROTULO-LINEA
009020         MOVE CI-MES-VOCALES TO CIFRA-1
009030         MOVE CI-MES-CONSONANTE TO CIFRA-2
009040         MOVE CI-MES-ENIE TO CIFRA-3
009050         MOVE CI-MES-PALABRAS TO CIFRA-4
009060         PERFORM 8200-LINEA-CIFRAS THRU 8200-EXIT
009070         MOVE "      MES HISTCORR" TO ROTULO-LINEA
009080         MOVE PER-VOCALES TO CIFRA-1
009090         MOVE PER-CONSONANTE TO CIFRA-2
009100         MOVE PER-ENIE TO CIFRA-3
009110         MOVE PER-PALABRAS TO CIFRA-4
009120         MOVE " *" TO MARCA-LINEA
009130         PERFORM 8200-LINEA-CIFRAS THRU 8200-EXIT
009140         MOVE SPACES TO MARCA-LINEA
009150     END-IF
009160     IF NOT HAY-RESUMEN-PERIODO AND
009170         CI-MES-CORRIDAS NOT = PER-CORRIDAS
009180         SET HAY-CORTE TO TRUE
009190         MOVE CI-MES-CORRIDAS TO CANT-D1
009200         MOVE PER-CORRIDAS TO CANT-D2
009210         MOVE SPACES TO LINEA-REPORTE
009220         STRING "      CORRIDAS DEL MES: CIERRE=" CANT-D1
009230             "  HISTCORR=" CANT-D2
009240             DELIMITED BY SIZE INTO LINEA-REPORTE
009250         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
009260     END-IF
009270     PERFORM 6500-VERIFICAR-FOTO THRU 6500-EXIT
009280     MOVE SPACES TO LINEA-REPORTE
009290     IF HAY-CORTE
009300         ADD 1 TO CORTES-CIERRE
009310         STRING "      FOTO CON CORTES *"
009320             DELIMITED BY SIZE INTO LINEA-REPORTE
009330     ELSE
009340         STRING "      CUADRA"
009350             DELIMITED BY SIZE INTO LINEA-REPORTE
009360     END-IF
009370     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
009380 6200-EXIT.
009390     EXIT.
009400
009410*----------------------------------------------------------------
009420* 6300-SUMAR-FECHA - SUMA UNA FECHA DE HISTCORR A LOS TOTALES DEL
009430* PERIODO SI ES DEL PERIODO, Y AL MAESTRO RECALCULADO SI ES DEL
009440* DIA DEL CIERRE O ANTERIOR. UN RESUMEN ARCHIVADO DEL MISMO MES
009450* DEL CIERRE MEZCLA NOCHES DE ANTES Y DE DESPUES DE LA FOTO: CON
009460* EL SE MARCA RESUMEN-CIERRE Y LA FOTO DEL MAESTRO NO SE
009470* CONTROLA. EL RESUMEN DEL PROPIO PERIODO MARCA RESUMEN-PERIODO.
009480*----------------------------------------------------------------
009490 6300-SUMAR-FECHA.
009500     IF FT-EN-HIST(FT-SUB) = "N"
009510         GO TO 6300-EXIT
009520     END-IF
009530     COMPUTE MES-FECHA = FT-FECHA(FT-SUB) / 100
009540     IF MES-FECHA = CI-PERIODO
009550         ADD FT-VOCALES(FT-SUB) TO PER-VOCALES
009560         ADD FT-CONSONANTE(FT-SUB) TO PER-CONSONANTE
009570         ADD FT-ENIE(FT-SUB) TO PER-ENIE
009580         ADD FT-PALABRAS(FT-SUB) TO PER-PALABRAS
009590         IF FT-FECHA(FT-SUB)(7:2) = "00"
009600             SET HAY-RESUMEN-PERIODO TO TRUE
009610         ELSE
009620             ADD 1 TO PER-CORRIDAS
009630         END-IF
009640     END-IF
009650     IF FT-FECHA(FT-SUB)(7:2) = "00" AND MES-FECHA = MES-CIERRE
009660         SET HAY-RESUMEN-CIERRE TO TRUE
009670     END-IF
009680     IF FT-FECHA(FT-SUB) NOT > CI-FECHA-CIERRE
009690         ADD FT-VOCALES(FT-SUB) TO CUM-VOCALES
009700         ADD FT-CONSONANTE(FT-SUB) TO CUM-CONSONANTE
009710     END-IF.
009720 6300-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------
009760* 6500-VERIFICAR-FOTO - EL MAESTRO GUARDADO EN LA FOTO DEBE SER
009770* HISTCORR HASTA EL DIA DEL CIERRE MAS LOS AJUSTES APLICADOS
009780* HASTA LA FECHA Y HORA DEL CIERRE. NO SE CONTROLA SI EL MES DEL
009790* CIERRE YA ESTA RESUMIDO O SI LA TABLA DE AJUSTES SE LLENO.
009800*----------------------------------------------------------------
009810 6500-VERIFICAR-FOTO.
009820     PERFORM 6600-SUMAR-AJUSTE THRU 6600-EXIT
009830         VARYING AJ-SUB FROM 1 BY 1 UNTIL AJ-SUB > CANT-AJ
009840     IF HAY-RESUMEN-CIERRE OR AJ-TABLA-LLENA
009850         MOVE SPACES TO LINEA-REPORTE
009860         STRING "      FOTO DEL MAESTRO NO VERIFICABLE (MES"
009870             " ARCHIVADO O TABLA DE AJUSTES LLENA)"
009880             DELIMITED BY SIZE INTO LINEA-REPORTE
009890         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
009900         GO TO 6500-EXIT
009910     END-IF
009920     IF CI-VOCALES = CUM-VOCALES AND
009930         CI-CONSONANTE = CUM-CONSONANTE
009940         GO TO 6500-EXIT
009950     END-IF
009960     SET HAY-CORTE TO TRUE
009970     MOVE CI-VOCALES TO MONTO-D1
009980     MOVE CI-CONSONANTE TO MONTO-D2
009990     MOVE SPACES TO LINEA-REPORTE
010000     STRING "      MAESTRO EN FOTO  VOC=" MONTO-D1
010010         "  CON=" MONTO-D2
010020         DELIMITED BY SIZE INTO LINEA-REPORTE
010030     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
010040     MOVE CUM-VOCALES TO MONTO-D1
010050     MOVE CUM-CONSONANTE TO MONTO-D2
010060     MOVE SPACES TO LINEA-REPORTE
010070     STRING "      ESPERADO         VOC=" MONTO-D1
010080         "  CON=" MONTO-D2
010090         DELIMITED BY SIZE INTO LINEA-REPORTE
010100     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
010110 6500-EXIT.
010120     EXIT.
010130
010140 6600-SUMAR-AJUSTE.
010150     COMPUTE MES-FECHA = AJ-T-FECHA(AJ-SUB) / 100
010160     IF AJ-T-FECHA(AJ-SUB)(7:2) = "00" AND MES-FECHA = MES-CIERRE
010170         SET HAY-RESUMEN-CIERRE TO TRUE
010180     END-IF
010190     IF AJ-T-FECHA(AJ-SUB) < CI-FECHA-CIERRE OR
010200         (AJ-T-FECHA(AJ-SUB) = CI-FECHA-CIERRE AND
010210          AJ-T-HORA(AJ-SUB) NOT > CI-HORA-CIERRE)
010220         ADD AJ-T-NETO-VOC(AJ-SUB) TO CUM-VOCALES
010230         ADD AJ-T-NETO-CONS(AJ-SUB) TO CUM-CONSONANTE
010240     END-IF.
010250 6600-EXIT.
010260     EXIT.
010270
010280*----------------------------------------------------------------
010290* 7000-RESUMEN - CANTIDAD DE CORTES POR CONTROL Y RESULTADO.
010300* CON CORTES LA VERIFICACION TERMINA CON RETURN-CODE 4.
010310*----------------------------------------------------------------
010320 7000-RESUMEN.
010330     COMPUTE CORTES-TOTAL = CORTES-MAESTRO + CORTES-DEPTO
010340         + CORTES-LOTE + CORTES-CIERRE
010350     MOVE SPACES TO LINEA-REPORTE
010360     STRING "RESUMEN DE LA VERIFICACION:"
010370         DELIMITED BY SIZE INTO LINEA-REPORTE
010380     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
010390     MOVE CORTES-MAESTRO TO CANT-D1
010400     MOVE CORTES-DEPTO TO CANT-D2
010410     MOVE SPACES TO LINEA-REPORTE
010420     STRING "   CORTES MAESTRO=" CANT-D1 "  HISTDEPT=" CANT-D2
010430         DELIMITED BY SIZE INTO LINEA-REPORTE
010440     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
010450     MOVE CORTES-LOTE TO CANT-D1
010460     MOVE CORTES-CIERRE TO CANT-D2
010470     MOVE SPACES TO LINEA-REPORTE
010480     STRING "   CORTES LOTEREG=" CANT-D1 "  CIERRES=" CANT-D2
010490         DELIMITED BY SIZE INTO LINEA-REPORTE
010500     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
010510     IF CANT-INVALIDOS > 0
010520         MOVE CANT-INVALIDOS TO CANT-D1
010530         MOVE SPACES TO LINEA-REPORTE
010540         STRING "   REGISTROS CON FECHA NO NUMERICA IGNORADOS="
010550             CANT-D1
010560             DELIMITED BY SIZE INTO LINEA-REPORTE
010570         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
010580     END-IF
010590     MOVE CORTES-TOTAL TO CANT-D1
010600     MOVE SPACES TO LINEA-REPORTE
010610     IF CORTES-TOTAL = 0
010620         STRING "RESULTADO: SIN CORTES - LOS ARCHIVOS CUADRAN"
010630             DELIMITED BY SIZE INTO LINEA-REPORTE
010640     ELSE
010650         STRING "RESULTADO: " CANT-D1
010660             " CORTES - REVISAR (MARCADOS CON *)"
010670             DELIMITED BY SIZE INTO LINEA-REPORTE
010680         MOVE 4 TO RETURN-CODE
010690     END-IF
010700     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
010710     MOVE SPACES TO LINEA-REPORTE
010720     STRING "FIN DE REPORTE - VERIFICACION DE INTEGRIDAD"
010730         DELIMITED BY SIZE INTO LINEA-REPORTE
010740     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
010750 7000-EXIT.
010760     EXIT.
010770
010780*----------------------------------------------------------------
010790* 7500-GRABAR-RESULTADO - AGREGA EL RESULTADO DE ESTA EJECUCION
010800* AL ARCHIVO PERMANENTE DE VERIFICACIONES, CON EL RETURN-CODE
010810* FINAL (16 = LA VERIFICACION NO PUDO TERMINAR).
010820*----------------------------------------------------------------
010830 7500-GRABAR-RESULTADO.
010840     OPEN EXTEND RESULTADO-INT
010850*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE QUE EL OPEN CREA.
010860     IF FS-RESULTADO NOT = "00" AND FS-RESULTADO NOT = "05"
010870         DISPLAY "ERROR AL ABRIR INTEGRES, STATUS " FS-RESULTADO
010880         MOVE 16 TO RETURN-CODE
010890         GO TO 7500-EXIT
010900     END-IF
010910     MOVE SPACES TO RESULTADO-REC
010920     MOVE FECHA-EJECUCION-N TO IR-FECHA
010930     COMPUTE IR-HORA = HR-HH * 10000 + HR-MM * 100 + HR-SS
010940     MOVE RETURN-CODE TO IR-RETORNO
010950     MOVE CORTES-TOTAL TO IR-CORTES
010960     MOVE CORTES-MAESTRO TO IR-CORTES-MAESTRO
010970     MOVE CORTES-DEPTO TO IR-CORTES-DEPTO
010980     MOVE CORTES-LOTE TO IR-CORTES-LOTE
010990     MOVE CORTES-CIERRE TO IR-CORTES-CIERRE
011000     MOVE CANT-FT TO IR-FECHAS
011010     WRITE RESULTADO-REC
011020     CLOSE RESULTADO-INT.
011030 7500-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070* 8100-UBICAR-FECHA - BUSCA BUSCA-FECHA EN LA TABLA DE FECHAS.
011080* DEJA LA POSICION EN FT-HALLADO, O CERO SI NO ESTA.
011090*----------------------------------------------------------------
011100 8100-UBICAR-FECHA.
011110     MOVE 0 TO FT-HALLADO
011120     PERFORM 8110-COMPARAR-FECHA THRU 8110-EXIT
011130         VARYING FT-SUB FROM 1 BY 1
011140         UNTIL FT-SUB > CANT-FT OR FT-HALLADO > 0.
011150 8100-EXIT.
011160     EXIT.
011170
011180 8110-COMPARAR-FECHA.
011190     IF FT-FECHA(FT-SUB) = BUSCA-FECHA
011200         MOVE FT-SUB TO FT-HALLADO
011210     END-IF.
011220 8110-EXIT.
011230     EXIT.
011240
011250*----------------------------------------------------------------
011260* 8200-LINEA-CIFRAS - IMPRIME ROTULO-LINEA SEGUIDO DE VOCALES,
011270* CONSONANTES, ENIES Y PALABRAS (CIFRA-1 A CIFRA-4) Y LA MARCA
011280* DE CORTE QUE SE LE DEJE EN MARCA-LINEA.
011290*----------------------------------------------------------------
011300 8200-LINEA-CIFRAS.
011310     MOVE CIFRA-1 TO CIFRA-D1
011320     MOVE CIFRA-2 TO CIFRA-D2
011330     MOVE CIFRA-3 TO CIFRA-D3
011340     MOVE CIFRA-4 TO CIFRA-D4
011350     MOVE SPACES TO LINEA-REPORTE
011360     STRING ROTULO-LINEA " VOC=" CIFRA-D1 " CON=" CIFRA-D2
011370         " ENI=" CIFRA-D3 " PAL=" CIFRA-D4 MARCA-LINEA
011380         DELIMITED BY SIZE INTO LINEA-REPORTE
011390     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
011400 8200-EXIT.
011410     EXIT.
011420
011430 8900-SEPARADOR.
011440     MOVE SPACES TO LINEA-REPORTE
011450     STRING "----------------------------------------------------"
011460         DELIMITED BY SIZE INTO LINEA-REPORTE
011470     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
011480 8900-EXIT.
011490     EXIT.
011500
011510 END PROGRAM CONTVOCV.
