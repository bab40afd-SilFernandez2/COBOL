000244*                    TITULO, PROGRAMA, FECHA, HORA Y NUMERO DE
000245*                    PAGINA, Y LINEA FINAL CON LA CANTIDAD DE
000246*                    PAGINAS. LAS CIFRAS NO CAMBIAN DE LAYOUT.
000247*   15/10/2026 SF    MAESTRO PERMANENTE DE EXCEPCIONES PENDIENTES
000248*                    (PENDEXC, KSDS QUE ALIMENTA CONTVOC1): CADA
000249*                    CORRECCION APLICADA DA DE BAJA SU EXCEPCION.
000250*                    UNA TARJETA QUE NO APAREA CON LA GENERACION
000251*                    ACTUAL SE BUSCA EN EL MAESTRO Y SE APLICA
000252*                    SOBRE LA EXCEPCION DE UNA GENERACION
000253*                    ANTERIOR; LA FECHA DE LOTE (TARJETA 14-21)
000254*                    ES OPCIONAL Y DESEMPATA. EL REPORTE SUMA LA
000255*                    ANTIGUEDAD DE LAS ABIERTAS (1-2, 3-5 Y MAS
000256*                    DE 5 DIAS) Y EL LISTADO DE ESCALAMIENTO POR
000257*                    RESPONSABLE DEL DEPARTAMENTO (DEPTMST) DE
000258*                    LAS QUE PASAN EL UMBRAL DE SYSIN.
000259*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CONTVOC3.
000280 AUTHOR. SILVIA FERNANDEZ.
000480     SELECT REPORTE-OUT
000490         ASSIGN TO CORREPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS FS-REPORTE.
000502     SELECT OPTIONAL PENDIENTES
000503         ASSIGN TO PENDEXC
000504         ORGANIZATION IS INDEXED
000505         ACCESS MODE IS DYNAMIC
000506         RECORD KEY IS PE-CLAVE
000507         FILE STATUS IS FS-PENDEXC.
000508     SELECT OPTIONAL DEPTOS-MAESTRO
000509         ASSIGN TO DEPTMST
000510         ORGANIZATION IS LINE SEQUENTIAL
000511         FILE STATUS IS FS-DEPTMST.
000512     SELECT ESCALA-SORT
000513         ASSIGN TO SRTWRK.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000570*    VISTA DEL REGISTRO DE EXCEPCION TAL COMO LO GRABA
000580*    7000-ESCRIBIR-EXCEPCION DE CONTVOC1 (COLUMNAS FIJAS):
000590*    REGISTRO=9999999  SLOT=99999  VALOR=[X]  DEPTO=XXX  HORA=..
000591*    ..  LOTE=AAAAMMDD (LAS GENERACIONES VIEJAS SIN LOTE= TRAEN
000592*    ESPACIOS EN EXC-FECHA-LOTE).
000600 01  EXCEPCION-DET.
000610     05  EXC-LIT-REGISTRO            PIC X(09).
000620     05  EXC-REGISTRO                PIC X(07).
000660     05  EXC-VALOR                   PIC X(01).
000670     05  FILLER                      PIC X(09).
000680     05  EXC-DEPTO                   PIC X(03).
000690     05  FILLER                      PIC X(22).
000695     05  EXC-FECHA-LOTE              PIC X(08).
000700 FD  CORRECCIONES-IN.
000710*    TRANSACCION DE CORRECCION: CLAVE REGISTRO/SLOT DEL LOG DE
000720*    EXCEPCIONES (CON CEROS A LA IZQUIERDA) Y LA LETRA QUE EL
000730*    GRUPO DE CAPTURA APROBO COMO VALOR CORRECTO. EL RESTO DE
000740*    LA TARJETA QUEDA LIBRE PARA UN COMENTARIO DEL CODIFICADOR.
000741*    LA FECHA DEL LOTE (14-21) ES OPCIONAL: HACE FALTA SOLO PARA
000742*    UNA EXCEPCION DE UNA GENERACION ANTERIOR CUYO REGISTRO/SLOT
000743*    SE REPITE EN MAS DE UN LOTE PENDIENTE.
000750 01  CORRECCION-REC.
000760     05  COR-REGISTRO                PIC 9(07).
000770     05  COR-SLOT                    PIC 9(05).
000780     05  COR-LETRA                   PIC X(01).
000785     05  COR-FECHA-LOTE              PIC X(08).
000790     05  FILLER                      PIC X(59).
000800 FD  CORREGIDOS-OUT.
000810 01  CORREGIDO-REC               PIC X(80).
000820 FD  REPORTE-OUT.
000830 01  REPORTE-OUT-REC.
000832     05  RPT-CONTROL                 PIC X(01).
000834     05  RPT-DATOS                   PIC X(80).
000835*    MAESTRO DE EXCEPCIONES PENDIENTES: MISMO LAYOUT QUE EL FD
000836*    PENDIENTES DE CONTVOC1.
000837 FD  PENDIENTES.
000838 01  PENDIENTE-REC.
000839     05  PE-CLAVE.
000840        10  PE-FECHA-LOTE            PIC 9(08).
000841        10  PE-REGISTRO              PIC 9(07).
000842        10  PE-SLOT                  PIC 9(05).
000843     05  PE-VALOR                    PIC X(01).
000844     05  PE-DEPTO                    PIC X(03).
000845     05  PE-FECHA-ALTA               PIC 9(08).
000846     05  FILLER                      PIC X(48).
000847 FD  DEPTOS-MAESTRO.
000848*    MISMO LAYOUT QUE EL FD DEPTOS-MAESTRO DE CONTVOC1: SOLO SE
000849*    USA PARA RESOLVER EL RESPONSABLE DEL DEPARTAMENTO.
000850 01  DEPTO-MAESTRO-REC.
000851     05  DM-CODIGO                   PIC X(03).
000852     05  DM-NOMBRE                   PIC X(30).
000853     05  DM-ESTADO                   PIC X(01).
000854     05  DM-RESPONSABLE              PIC X(08).
000855     05  FILLER                      PIC X(38).
000856*    ARCHIVO DE CLASIFICACION DEL LISTADO DE ESCALAMIENTO.
000857 SD  ESCALA-SORT.
000858 01  ESCALA-SORT-REC.
000859     05  SE-RESPONSABLE              PIC X(08).
000860     05  SE-DEPTO                    PIC X(03).
000861     05  SE-FECHA-LOTE               PIC 9(08).
000862     05  SE-REGISTRO                 PIC 9(07).
000863     05  SE-SLOT                     PIC 9(05).
000864     05  SE-VALOR                    PIC X(01).
000865     05  SE-DIAS                     PIC 9(05).
000866
000867 WORKING-STORAGE SECTION.
000868*    SWITCHES AND STATUS FIELDS.
000870 77  FS-EXCEPCIONES              PIC X(02) VALUE "00".
000880 77  FS-CORRECCIONES             PIC X(02) VALUE "00".
000890 77  FS-CORREGIDOS               PIC X(02) VALUE "00".
000900 77  FS-REPORTE                  PIC X(02) VALUE "00".
000901 77  FS-PENDEXC                  PIC X(02) VALUE "00".
000902 77  FS-DEPTMST                  PIC X(02) VALUE "00".
000903 77  EOF-PENDIENTES              PIC X(01) VALUE "N".
000904     88  FIN-PENDIENTES          VALUE "Y".
000905 77  EOF-DEPTMST                 PIC X(01) VALUE "N".
000906     88  FIN-DEPTMST             VALUE "Y".
000907 77  EOF-SORT                    PIC X(01) VALUE "N".
000908     88  FIN-SORT                VALUE "Y".
000910 77  EOF-EXCEPCIONES             PIC X(01) VALUE "N".
000920     88  FIN-EXCEPCIONES         VALUE "Y".
000930 77  EOF-CORRECCIONES            PIC X(01) VALUE "N".
001070        10  TAB-SLOT                    PIC X(05).
001080        10  TAB-LETRA                   PIC X(01).
001090        10  TAB-USADA                   PIC X(01).
001091*           CLAVE NUMERICA PARA EL MAESTRO DE PENDIENTES; FECHA
001092*           DE LOTE EN CERO SI LA TARJETA NO LA TRAE. LOS
001093*           CANDIDATOS SON LAS PENDIENTES DE GENERACIONES
001094*           ANTERIORES CON ESE REGISTRO/SLOT.
001095        10  TAB-REG-N                   PIC 9(07).
001096        10  TAB-SLOT-N                  PIC 9(05).
001097        10  TAB-FECHA                   PIC 9(08).
001098        10  TAB-CANDIDATOS              PIC 9(03) COMP.
001099        10  TAB-CAND-FECHA              PIC 9(08).
001100*    CAMPOS DE TRABAJO DEL APAREO EXCEPCION/CORRECCION.
001110 77  COR-SUB                     PIC 9(03) COMP VALUE 0.
001120 77  COR-HALLADA                 PIC 9(03) COMP VALUE 0.
001130 77  COR-REGISTRO-D              PIC ZZZZZZ9.
001140 77  COR-SLOT-D                  PIC ZZZZ9.
001150 77  letra                       PIC X(01).
001151 77  FECHA-LOTE-EXC              PIC 9(08) VALUE 0.
001160*    CONTADORES DE CONTROL DEL CICLO.
001170 77  CANT-APLICADAS              PIC 9(05) COMP VALUE 0.
001171 77  CANT-RECHAZADAS             PIC 9(05) COMP VALUE 0.
001172 77  CANT-PENDIENTES             PIC 9(05) COMP VALUE 0.
001173 77  CANT-CORREGIDOS             PIC 9(07) COMP VALUE 0.
001174 77  CANT-D                      PIC ZZZZ9.
001175 77  CANT-APLIC-ANT              PIC 9(05) COMP VALUE 0.
001176*    ANTIGUEDAD DE LAS EXCEPCIONES QUE SIGUEN ABIERTAS EN EL
001177*    MAESTRO AL TERMINAR EL CICLO, CONTADA EN DIAS CORRIDOS
001178*    DESDE LA NOCHE EN QUE CONTVOC1 LAS DIO DE ALTA.
001179 77  CANT-ABIERTAS               PIC 9(07) COMP VALUE 0.
001180 77  CANT-EDAD-1                 PIC 9(07) COMP VALUE 0.
001181 77  CANT-EDAD-2                 PIC 9(07) COMP VALUE 0.
001182 77  CANT-EDAD-3                 PIC 9(07) COMP VALUE 0.
001183 77  CANT-ESCALADAS              PIC 9(07) COMP VALUE 0.
001184 77  TOTAL-D                     PIC ZZZZZZ9.
001185*    UMBRAL DE ESCALAMIENTO POR SYSIN (DIAS, 1-3): UNA EXCEPCION
001186*    ABIERTA HACE MAS DIAS QUE EL UMBRAL SALE EN EL LISTADO DE
001187*    ESCALAMIENTO. SIN TARJETA NUMERICA SE TOMAN 5 DIAS.
001188 77  UMBRAL-PARAM                PIC X(03) VALUE SPACES.
001189 77  UMBRAL-DIAS                 PIC 9(03) VALUE 5.
001190 77  UMBRAL-D                    PIC ZZ9.
001191 77  DIAS-ABIERTA                PIC 9(05) VALUE 0.
001192 77  DIAS-D                      PIC ZZZZ9.
001193 77  RESP-ANTERIOR               PIC X(08) VALUE SPACES.
001194 77  CANT-RESP                   PIC 9(05) COMP VALUE 0.
001195*    CALCULO DE DIAS CORRIDOS (8500): NUMERO DE DIA JULIANO DE
001196*    UNA FECHA AAAAMMDD, PARA RESTAR DOS FECHAS.
001197 01  FECHA-CALC.
001198     05  FC-ANO                      PIC 9(4).
001199     05  FC-MES                      PIC 9(2).
001200     05  FC-DIA                      PIC 9(2).
001201 01  FECHA-CALC-N REDEFINES FECHA-CALC PIC 9(8).
001202 77  JD-A                        PIC 9(02) COMP VALUE 0.
001203 77  JD-Y                        PIC 9(05) COMP VALUE 0.
001204 77  JD-M                        PIC 9(02) COMP VALUE 0.
001205 77  JD-T1                       PIC 9(07) COMP VALUE 0.
001206 77  JD-T2                       PIC 9(07) COMP VALUE 0.
001207 77  JD-T3                       PIC 9(07) COMP VALUE 0.
001208 77  JD-T4                       PIC 9(07) COMP VALUE 0.
001209 77  JD-NUMERO                   PIC 9(08) COMP VALUE 0.
001210 77  JD-HOY                      PIC 9(08) COMP VALUE 0.
001211*    RESPONSABLE POR DEPARTAMENTO, CARGADO DE DEPTMST.
001212 77  LIM-DM                      PIC 9(02) COMP VALUE 50.
001213 77  CANT-DM                     PIC 9(02) COMP VALUE 0.
001214 77  DM-SUB                      PIC 9(02) COMP VALUE 0.
001215 77  DM-HALLADO                  PIC 9(02) COMP VALUE 0.
001216 01  DM-TABLA.
001217     05  DM-ENT OCCURS 50 TIMES.
001218        10  DM-T-CODIGO                 PIC X(03).
001219        10  DM-T-RESPONSABLE            PIC X(08).
001220*    CAMPOS DEL LOTE DE SALIDA Y DEL REPORTE.
001230 77  LINEA-REPORTE               PIC X(80).
001231*    CONTROL DE PAGINADO: TODA LINEA DEL REPORTE SALE POR
001380* 0000-MAINLINE - ABRE LOS ARCHIVOS, CARGA LAS TRANSACCIONES DE
001390* CORRECCION, APAREA EL LOG DE EXCEPCIONES CONTRA ELLAS Y CIERRA
001400* EL CICLO CON EL TRAILER DEL LOTE CORREGIDO Y LOS TOTALES DE
001410* CONTROL. LAS TARJETAS SIN EXCEPCION EN LA NOCHE SE BUSCAN EN
001411* EL MAESTRO DE PENDIENTES DE GENERACIONES ANTERIORES.
001420*----------------------------------------------------------------
001430 0000-MAINLINE.
001440     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001470             UNTIL FIN-CORRECCIONES
001480         PERFORM 3000-LEER-EXCEPCION THRU 3000-EXIT
001490             UNTIL FIN-EXCEPCIONES
001491         PERFORM 4000-BUSCAR-ANTERIORES THRU 4000-EXIT
001492         PERFORM 4400-APLICAR-CANDIDATO THRU 4400-EXIT
001493             VARYING COR-SUB FROM 1 BY 1
001494             UNTIL COR-SUB > CANT-CORR
001500         PERFORM 5000-CORR-SIN-EXCEPCION THRU 5000-EXIT
001510             VARYING COR-SUB FROM 1 BY 1
001520             UNTIL COR-SUB > CANT-CORR
001560     STOP RUN.
001570
001580*----------------------------------------------------------------
001590* 1000-INICIALIZAR - ABRE LOS ARCHIVOS CON CONTROL DE FILE
001600* STATUS, TOMA EL UMBRAL DE ESCALAMIENTO, CARGA LOS RESPONSABLES
001610* DE DEPTMST Y ABRE EL LOTE CORREGIDO CON SU REGISTRO HEADER.
001620*----------------------------------------------------------------
001630 1000-INICIALIZAR.
001640     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
001641     ACCEPT HORA-EJECUCION FROM TIME
001642     ACCEPT UMBRAL-PARAM
001643     IF UMBRAL-PARAM IS NUMERIC AND UMBRAL-PARAM NOT = "000"
001644         MOVE UMBRAL-PARAM TO UMBRAL-DIAS
001645     END-IF
001646     MOVE FECHA-EJECUCION-N TO FECHA-CALC-N
001647     PERFORM 8500-DIA-JULIANO THRU 8500-EXIT
001648     MOVE JD-NUMERO TO JD-HOY
001650     OPEN INPUT EXCEPCIONES-IN
001660     IF FS-EXCEPCIONES NOT = "00"
001670         DISPLAY "ERROR AL ABRIR EXCPIN, STATUS " FS-EXCEPCIONES
001860         DISPLAY "ERROR AL ABRIR CORREPT, STATUS " FS-REPORTE
001870         MOVE 16 TO RETURN-CODE
001875         CLOSE EXCEPCIONES-IN
001876         CLOSE CORRECCIONES-IN
001877         CLOSE CORREGIDOS-OUT
001878         GO TO 1000-EXIT
001879     END-IF
001880*    STATUS 05 = MAESTRO OPCIONAL AUSENTE QUE EL OPEN CREA: NO
001881*    HAY PENDIENTES DE GENERACIONES ANTERIORES.
001882     OPEN I-O PENDIENTES
001883     IF FS-PENDEXC NOT = "00" AND FS-PENDEXC NOT = "05"
001884         DISPLAY "ERROR AL ABRIR PENDEXC, STATUS " FS-PENDEXC
001885         MOVE 16 TO RETURN-CODE
001886         CLOSE EXCEPCIONES-IN
001887         CLOSE CORRECCIONES-IN
001888         CLOSE CORREGIDOS-OUT
001889         CLOSE REPORTE-OUT
001890         GO TO 1000-EXIT
001891     END-IF
001892     PERFORM 1100-CARGAR-RESPONSABLES THRU 1100-EXIT
001896*    EL ENCABEZADO DE PAGINA SALE CON LA PRIMERA LINEA: SE
001897*    DEJA EL CONTADOR DE LINEAS AL TOPE PARA FORZAR PAGINA 1.
001898     MOVE 0 TO PAGINA-NUM
001899     MOVE LINEAS-POR-PAGINA TO LINEA-NUM
001910     PERFORM 1200-GRABAR-HEADER THRU 1200-EXIT.
001920 1000-EXIT.
001925     EXIT.
001930
001935*----------------------------------------------------------------
001940* 1100-CARGAR-RESPONSABLES - CARGA CODIGO Y RESPONSABLE DEL
001945* MAESTRO DE DEPARTAMENTOS PARA AGRUPAR EL LISTADO DE
001950* ESCALAMIENTO. SIN MAESTRO EL CICLO SIGUE Y LAS ESCALADAS
001955* SALEN BAJO "SIN-RESP".
001960*----------------------------------------------------------------
001965 1100-CARGAR-RESPONSABLES.
001970     OPEN INPUT DEPTOS-MAESTRO
001975     IF FS-DEPTMST NOT = "00" AND FS-DEPTMST NOT = "05"
001980         DISPLAY "AVISO: DEPTMST ILEGIBLE, STATUS " FS-DEPTMST
001985             ", ESCALAMIENTO SIN RESPONSABLE"
001990         GO TO 1100-EXIT
001995     END-IF
002000     PERFORM 1150-LEER-RESPONSABLE THRU 1150-EXIT
002005         UNTIL FIN-DEPTMST
002010     CLOSE DEPTOS-MAESTRO.
002015 1100-EXIT.
002020     EXIT.
002025
002030 1150-LEER-RESPONSABLE.
002035     READ DEPTOS-MAESTRO
002040         AT END
002045             SET FIN-DEPTMST TO TRUE
002050         NOT AT END
002055             IF CANT-DM < LIM-DM
002060                 ADD 1 TO CANT-DM
002065                 MOVE DM-CODIGO TO DM-T-CODIGO(CANT-DM)
002070                 MOVE DM-RESPONSABLE TO DM-T-RESPONSABLE(CANT-DM)
002075             ELSE
002080                 SET FIN-DEPTMST TO TRUE
002085             END-IF
002090     END-READ.
002095 1150-EXIT.
002100     EXIT.
002105
002110*----------------------------------------------------------------
002120* 1200-GRABAR-HEADER - EL LOTE CORREGIDO SALE CON LA MISMA
002130* CONVENCION DE CONTROL QUE LA CAPTURA (HDR/TRL), ASI LA
002580     MOVE COR-SLOT TO COR-SLOT-D
002590     MOVE COR-SLOT-D TO TAB-SLOT(CANT-CORR)
002600     MOVE COR-LETRA TO TAB-LETRA(CANT-CORR)
002610     MOVE "N" TO TAB-USADA(CANT-CORR)
002611     MOVE COR-REGISTRO TO TAB-REG-N(CANT-CORR)
002612     MOVE COR-SLOT TO TAB-SLOT-N(CANT-CORR)
002613     MOVE 0 TO TAB-CANDIDATOS(CANT-CORR)
002614     MOVE 0 TO TAB-CAND-FECHA(CANT-CORR)
002615     IF COR-FECHA-LOTE IS NUMERIC
002616         MOVE COR-FECHA-LOTE TO TAB-FECHA(CANT-CORR)
002617     ELSE
002618         MOVE 0 TO TAB-FECHA(CANT-CORR)
002619     END-IF.
002620 2100-EXIT.
002630     EXIT.
002640
002820     EXIT.
002830
002840 3100-UNA-EXCEPCION.
002841     IF EXC-FECHA-LOTE IS NUMERIC
002842         MOVE EXC-FECHA-LOTE TO FECHA-LOTE-EXC
002843     ELSE
002844         MOVE 0 TO FECHA-LOTE-EXC
002845     END-IF
002850     MOVE 0 TO COR-HALLADA
002860     PERFORM 3200-COMPARAR-CORRECCION THRU 3200-EXIT
002870         VARYING COR-SUB FROM 1 BY 1
003160 3200-COMPARAR-CORRECCION.
003170     IF TAB-USADA(COR-SUB) = "N" AND
003180         TAB-REGISTRO(COR-SUB) = EXC-REGISTRO AND
003190         TAB-SLOT(COR-SUB) = EXC-SLOT AND
003195         (TAB-FECHA(COR-SUB) = 0 OR
003196          TAB-FECHA(COR-SUB) = FECHA-LOTE-EXC)
003200         MOVE COR-SUB TO COR-HALLADA
003210     END-IF.
003220 3200-EXIT.
003410         " [" EXC-VALOR "] -> [" TAB-LETRA(COR-HALLADA)
003420         "] DEPTO=" EXC-DEPTO
003430         DELIMITED BY SIZE INTO LINEA-REPORTE
003431     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
003432*    LA EXCEPCION CORREGIDA SALE DEL MAESTRO DE PENDIENTES. SIN
003433*    CLAVE NO HAY NADA QUE DAR DE BAJA (LINEA DE UNA GENERACION
003434*    ANTERIOR AL MAESTRO, SIN LOTE=).
003435     MOVE FECHA-LOTE-EXC TO PE-FECHA-LOTE
003436     MOVE TAB-REG-N(COR-HALLADA) TO PE-REGISTRO
003437     MOVE TAB-SLOT-N(COR-HALLADA) TO PE-SLOT
003438     DELETE PENDIENTES
003439         INVALID KEY
003440             CONTINUE
003441     END-DELETE.
003450 3300-EXIT.
003460     EXIT.
003470
003730     STRING "CORRECCIONES APLICADAS:   " CANT-D
003740         DELIMITED BY SIZE INTO LINEA-REPORTE
003750     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
003751     IF CANT-APLIC-ANT > 0
003752         MOVE CANT-APLIC-ANT TO CANT-D
003753         MOVE SPACES TO LINEA-REPORTE
003754         STRING "  DE GENERACIONES ANTERIORES: " CANT-D
003755             DELIMITED BY SIZE INTO LINEA-REPORTE
003756         PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
003757     END-IF
003760     MOVE CANT-RECHAZADAS TO CANT-D
003770     MOVE SPACES TO LINEA-REPORTE
003780     STRING "CORRECCIONES RECHAZADAS:  " CANT-D
003900             DELIMITED BY SIZE INTO LINEA-REPORTE
003910         PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
003920     END-IF
003925     PERFORM 6500-ANTIGUEDAD-PENDIENTES THRU 6500-EXIT
003930     MOVE SPACES TO LINEA-REPORTE
003940     STRING "FIN DE REPORTE - CICLO DE CORRECCION"
003950         DELIMITED BY SIZE INTO LINEA-REPORTE
004090     CLOSE EXCEPCIONES-IN
004100     CLOSE CORRECCIONES-IN
004110     CLOSE CORREGIDOS-OUT
004116     CLOSE REPORTE-OUT
004122     CLOSE PENDIENTES.
004130 7000-EXIT.
004140     EXIT.
004150
004820 8100-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------------
004860* 4000-BUSCAR-ANTERIORES - RECORRE EL MAESTRO DE PENDIENTES
004870* BUSCANDO LAS EXCEPCIONES DE GENERACIONES ANTERIORES QUE
004880* CORRESPONDEN A TARJETAS QUE NO APAREARON CON EL LOG DE LA
004890* NOCHE. CON FECHA DE LOTE EN LA TARJETA SE APLICA AL
004900* ENCONTRARLA; SIN FECHA SOLO SE ANOTAN LOS CANDIDATOS, QUE
004910* 4400 APLICA SI HAY UNO SOLO.
004920*----------------------------------------------------------------
004930 4000-BUSCAR-ANTERIORES.
004940     MOVE LOW-VALUES TO PE-CLAVE
004950     MOVE "N" TO EOF-PENDIENTES
004960     START PENDIENTES KEY NOT < PE-CLAVE
004970         INVALID KEY
004980             SET FIN-PENDIENTES TO TRUE
004990     END-START
005000     PERFORM 4100-LEER-PENDIENTE THRU 4100-EXIT
005010         UNTIL FIN-PENDIENTES.
005020 4000-EXIT.
005030     EXIT.
005040
005050 4100-LEER-PENDIENTE.
005060     READ PENDIENTES NEXT
005070         AT END
005080             SET FIN-PENDIENTES TO TRUE
005090         NOT AT END
005100             PERFORM 4200-UNA-PENDIENTE THRU 4200-EXIT
005110     END-READ.
005120 4100-EXIT.
005130     EXIT.
005140
005150 4200-UNA-PENDIENTE.
005160     MOVE 0 TO COR-HALLADA
005170     PERFORM 4250-COMPARAR-PENDIENTE THRU 4250-EXIT
005180         VARYING COR-SUB FROM 1 BY 1
005190         UNTIL COR-SUB > CANT-CORR OR COR-HALLADA > 0
005200     IF COR-HALLADA = 0
005210         GO TO 4200-EXIT
005220     END-IF
005230     IF TAB-FECHA(COR-HALLADA) = 0
005240         ADD 1 TO TAB-CANDIDATOS(COR-HALLADA)
005250         IF TAB-CANDIDATOS(COR-HALLADA) = 1
005260             MOVE PE-FECHA-LOTE TO TAB-CAND-FECHA(COR-HALLADA)
005270         END-IF
005280         GO TO 4200-EXIT
005290     END-IF
005300     PERFORM 4300-APLICAR-PENDIENTE THRU 4300-EXIT.
005310 4200-EXIT.
005320     EXIT.
005330
005340 4250-COMPARAR-PENDIENTE.
005350     IF TAB-USADA(COR-SUB) = "N" AND
005360         TAB-REG-N(COR-SUB) = PE-REGISTRO AND
005370         TAB-SLOT-N(COR-SUB) = PE-SLOT AND
005380         (TAB-FECHA(COR-SUB) = 0 OR
005390          TAB-FECHA(COR-SUB) = PE-FECHA-LOTE)
005400         MOVE COR-SUB TO COR-HALLADA
005410     END-IF.
005420 4250-EXIT.
005430     EXIT.
005440
005450*----------------------------------------------------------------
005460* 4300-APLICAR-PENDIENTE - APLICA LA TARJETA COR-HALLADA SOBRE
005470* LA EXCEPCION DEL MAESTRO QUE ESTA EN PENDIENTE-REC, CON LA
005480* MISMA VALIDACION DE LETRA QUE 3100: APROBADA, GRABA EL
005490* REGISTRO CORREGIDO Y DA DE BAJA LA PENDIENTE; LETRA INVALIDA,
005500* LA TARJETA SE RECHAZA Y LA EXCEPCION SIGUE ABIERTA.
005510*----------------------------------------------------------------
005520 4300-APLICAR-PENDIENTE.
005530     MOVE "S" TO TAB-USADA(COR-HALLADA)
005540     MOVE TAB-LETRA(COR-HALLADA) TO letra
005550     PERFORM 4900-VALIDAR-LETRA THRU 4900-EXIT
005560     IF NOT LETRA-ES-VALIDA
005570         ADD 1 TO CANT-RECHAZADAS
005580         MOVE SPACES TO LINEA-REPORTE
005590         STRING "RECHAZADA  REG=" TAB-REGISTRO(COR-HALLADA)
005600             " SLOT=" TAB-SLOT(COR-HALLADA)
005610             " LETRA INVALIDA [" TAB-LETRA(COR-HALLADA) "]"
005620             " LOTE=" PE-FECHA-LOTE
005630             DELIMITED BY SIZE INTO LINEA-REPORTE
005640         PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
005650         GO TO 4300-EXIT
005660     END-IF
005670     ADD 1 TO CANT-APLICADAS
005680     ADD 1 TO CANT-APLIC-ANT
005690     ADD 1 TO CANT-CORREGIDOS
005700     MOVE SPACES TO LINEA-CORREGIDA
005710     STRING PE-DEPTO TAB-LETRA(COR-HALLADA)
005720         DELIMITED BY SIZE INTO LINEA-CORREGIDA
005730     WRITE CORREGIDO-REC FROM LINEA-CORREGIDA
005740     MOVE SPACES TO LINEA-REPORTE
005750     STRING "APLICADA   REG=" TAB-REGISTRO(COR-HALLADA)
005760         " SLOT=" TAB-SLOT(COR-HALLADA)
005770         " [" PE-VALOR "] -> [" TAB-LETRA(COR-HALLADA)
005780         "] DEPTO=" PE-DEPTO " LOTE=" PE-FECHA-LOTE
005790         DELIMITED BY SIZE INTO LINEA-REPORTE
005800     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
005810     DELETE PENDIENTES
005820         INVALID KEY
005830             CONTINUE
005840     END-DELETE.
005850 4300-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 4400-APLICAR-CANDIDATO - UNA TARJETA SIN FECHA DE LOTE QUE
005900* ENCONTRO UNA SOLA PENDIENTE ANTERIOR SE APLICA SOBRE ELLA; SI
005910* ENCONTRO VARIAS ES AMBIGUA Y SE RECHAZA PIDIENDO LA FECHA.
005920*----------------------------------------------------------------
005930 4400-APLICAR-CANDIDATO.
005940     IF TAB-USADA(COR-SUB) NOT = "N" OR
005950         TAB-CANDIDATOS(COR-SUB) = 0
005960         GO TO 4400-EXIT
005970     END-IF
005980     IF TAB-CANDIDATOS(COR-SUB) > 1
005990         MOVE "S" TO TAB-USADA(COR-SUB)
006000         ADD 1 TO CANT-RECHAZADAS
006010         MOVE TAB-CANDIDATOS(COR-SUB) TO CANT-D
006020         MOVE SPACES TO LINEA-REPORTE
006030         STRING "RECHAZADA  REG=" TAB-REGISTRO(COR-SUB)
006040             " SLOT=" TAB-SLOT(COR-SUB)
006050             " AMBIGUA EN " CANT-D
006060             " LOTES, INDICAR FECHA DE LOTE"
006070             DELIMITED BY SIZE INTO LINEA-REPORTE
006080         PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
006090         GO TO 4400-EXIT
006100     END-IF
006110     MOVE TAB-CAND-FECHA(COR-SUB) TO PE-FECHA-LOTE
006120     MOVE TAB-REG-N(COR-SUB) TO PE-REGISTRO
006130     MOVE TAB-SLOT-N(COR-SUB) TO PE-SLOT
006140     READ PENDIENTES
006150         INVALID KEY
006160             GO TO 4400-EXIT
006170     END-READ
006180     MOVE COR-SUB TO COR-HALLADA
006190     PERFORM 4300-APLICAR-PENDIENTE THRU 4300-EXIT.
006200 4400-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 6500-ANTIGUEDAD-PENDIENTES - RECORRE EL MAESTRO DE PENDIENTES
006250* YA DEPURADO POR EL CICLO, CUENTA LAS ABIERTAS POR ANTIGUEDAD
006260* Y CLASIFICA LAS QUE PASAN EL UMBRAL POR RESPONSABLE,
006270* DEPARTAMENTO Y CLAVE PARA EL LISTADO DE ESCALAMIENTO.
006280*----------------------------------------------------------------
006290 6500-ANTIGUEDAD-PENDIENTES.
006300     SORT ESCALA-SORT
006310         ON ASCENDING KEY SE-RESPONSABLE SE-DEPTO
006320             SE-FECHA-LOTE SE-REGISTRO SE-SLOT
006330         INPUT PROCEDURE IS 6510-ENVEJECER
006340             THRU 6510-EXIT
006350         OUTPUT PROCEDURE IS 6550-LISTAR-ESCALADAS
006360             THRU 6550-EXIT.
006370 6500-EXIT.
006380     EXIT.
006390
006400 6510-ENVEJECER.
006410     MOVE LOW-VALUES TO PE-CLAVE
006420     MOVE "N" TO EOF-PENDIENTES
006430     START PENDIENTES KEY NOT < PE-CLAVE
006440         INVALID KEY
006450             SET FIN-PENDIENTES TO TRUE
006460     END-START
006470     PERFORM 6520-EDAD-PENDIENTE THRU 6520-EXIT
006480         UNTIL FIN-PENDIENTES.
006490 6510-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530* 6520-EDAD-PENDIENTE - EDAD EN DIAS CORRIDOS DESDE LA FECHA DE
006540* ALTA: HASTA 2 DIAS (INCLUIDA LA DE ANOCHE), DE 3 A 5 Y MAS DE
006550* 5. PASADO EL UMBRAL VA AL LISTADO DE ESCALAMIENTO CON EL
006560* RESPONSABLE DE SU DEPARTAMENTO.
006570*----------------------------------------------------------------
006580 6520-EDAD-PENDIENTE.
006590     READ PENDIENTES NEXT
006600         AT END
006610             SET FIN-PENDIENTES TO TRUE
006620             GO TO 6520-EXIT
006630     END-READ
006640     ADD 1 TO CANT-ABIERTAS
006650     MOVE 0 TO DIAS-ABIERTA
006660     IF PE-FECHA-ALTA IS NUMERIC AND PE-FECHA-ALTA > 0
006670         MOVE PE-FECHA-ALTA TO FECHA-CALC-N
006680         PERFORM 8500-DIA-JULIANO THRU 8500-EXIT
006690         IF JD-HOY > JD-NUMERO
006700             COMPUTE DIAS-ABIERTA = JD-HOY - JD-NUMERO
006710         END-IF
006720     END-IF
006730     EVALUATE TRUE
006740         WHEN DIAS-ABIERTA <= 2
006750             ADD 1 TO CANT-EDAD-1
006760         WHEN DIAS-ABIERTA <= 5
006770             ADD 1 TO CANT-EDAD-2
006780         WHEN OTHER
006790             ADD 1 TO CANT-EDAD-3
006800     END-EVALUATE
006810     IF DIAS-ABIERTA <= UMBRAL-DIAS
006820         GO TO 6520-EXIT
006830     END-IF
006840     ADD 1 TO CANT-ESCALADAS
006850     MOVE "SIN-RESP" TO SE-RESPONSABLE
006860     MOVE 0 TO DM-HALLADO
006870     PERFORM 6530-COMPARAR-DEPTO THRU 6530-EXIT
006880         VARYING DM-SUB FROM 1 BY 1
006890         UNTIL DM-SUB > CANT-DM OR DM-HALLADO > 0
006900     IF DM-HALLADO > 0
006910         IF DM-T-RESPONSABLE(DM-HALLADO) NOT = SPACES
006920             MOVE DM-T-RESPONSABLE(DM-HALLADO) TO SE-RESPONSABLE
006930         END-IF
006940     END-IF
006950     MOVE PE-DEPTO TO SE-DEPTO
006960     MOVE PE-FECHA-LOTE TO SE-FECHA-LOTE
006970     MOVE PE-REGISTRO TO SE-REGISTRO
006980     MOVE PE-SLOT TO SE-SLOT
006990     MOVE PE-VALOR TO SE-VALOR
007000     MOVE DIAS-ABIERTA TO SE-DIAS
007010     RELEASE ESCALA-SORT-REC.
007020 6520-EXIT.
007030     EXIT.
007040
007050 6530-COMPARAR-DEPTO.
007060     IF DM-T-CODIGO(DM-SUB) = PE-DEPTO
007070         MOVE DM-SUB TO DM-HALLADO
007080     END-IF.
007090 6530-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------------
007130* 6550-LISTAR-ESCALADAS - IMPRIME LA ANTIGUEDAD DE LAS ABIERTAS
007140* Y, EN PAGINA APARTE, EL LISTADO DE ESCALAMIENTO CON CORTE
007150* POR RESPONSABLE Y SU CANTIDAD DE ESCALADAS.
007160*----------------------------------------------------------------
007170 6550-LISTAR-ESCALADAS.
007180     MOVE SPACES TO LINEA-REPORTE
007190     STRING "----------------------------------------------------"
007200         DELIMITED BY SIZE INTO LINEA-REPORTE
007210     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007220     MOVE CANT-ABIERTAS TO TOTAL-D
007230     MOVE SPACES TO LINEA-REPORTE
007240     STRING "ABIERTAS EN MAESTRO DE PENDIENTES: " TOTAL-D
007250         DELIMITED BY SIZE INTO LINEA-REPORTE
007260     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007270     MOVE CANT-EDAD-1 TO TOTAL-D
007280     MOVE SPACES TO LINEA-REPORTE
007290     STRING "  DE 1 A 2 DIAS:                  " TOTAL-D
007300         DELIMITED BY SIZE INTO LINEA-REPORTE
007310     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007320     MOVE CANT-EDAD-2 TO TOTAL-D
007330     MOVE SPACES TO LINEA-REPORTE
007340     STRING "  DE 3 A 5 DIAS:                  " TOTAL-D
007350         DELIMITED BY SIZE INTO LINEA-REPORTE
007360     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007370     MOVE CANT-EDAD-3 TO TOTAL-D
007380     MOVE SPACES TO LINEA-REPORTE
007390     STRING "  MAS DE 5 DIAS:                  " TOTAL-D
007400         DELIMITED BY SIZE INTO LINEA-REPORTE
007410     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007420     MOVE UMBRAL-DIAS TO UMBRAL-D
007430     MOVE CANT-ESCALADAS TO TOTAL-D
007440     MOVE SPACES TO LINEA-REPORTE
007450     STRING "  ESCALADAS (MAS DE " UMBRAL-D " DIAS):       "
007460         TOTAL-D
007470         DELIMITED BY SIZE INTO LINEA-REPORTE
007480     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007490     IF CANT-ESCALADAS = 0
007500         GO TO 6550-EXIT
007510     END-IF
007520*    EL LISTADO DE ESCALAMIENTO EMPIEZA EN PAGINA NUEVA PARA
007530*    PODER REPARTIRLO A LOS RESPONSABLES.
007540     MOVE LINEAS-POR-PAGINA TO LINEA-NUM
007550     MOVE SPACES TO LINEA-REPORTE
007560     STRING "LISTADO DE ESCALAMIENTO - EXCEPCIONES ABIERTAS HACE "
007570         "MAS DE " UMBRAL-D " DIAS"
007580         DELIMITED BY SIZE INTO LINEA-REPORTE
007590     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007600     MOVE "N" TO EOF-SORT
007610     MOVE SPACES TO RESP-ANTERIOR
007620     MOVE 0 TO CANT-RESP
007630     PERFORM 6560-UNA-ESCALADA THRU 6560-EXIT
007640         UNTIL FIN-SORT
007650     IF CANT-RESP > 0
007660         PERFORM 6570-CERRAR-RESPONSABLE THRU 6570-EXIT
007670     END-IF.
007680 6550-EXIT.
007690     EXIT.
007700
007710 6560-UNA-ESCALADA.
007720     RETURN ESCALA-SORT
007730         AT END
007740             SET FIN-SORT TO TRUE
007750             GO TO 6560-EXIT
007760     END-RETURN
007770     IF SE-RESPONSABLE NOT = RESP-ANTERIOR OR CANT-RESP = 0
007780         IF CANT-RESP > 0
007790             PERFORM 6570-CERRAR-RESPONSABLE THRU 6570-EXIT
007800         END-IF
007810         MOVE SE-RESPONSABLE TO RESP-ANTERIOR
007820         MOVE SPACES TO LINEA-REPORTE
007830         PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007840         MOVE SPACES TO LINEA-REPORTE
007850         STRING "RESPONSABLE: " SE-RESPONSABLE
007860             DELIMITED BY SIZE INTO LINEA-REPORTE
007870         PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
007880     END-IF
007890     ADD 1 TO CANT-RESP
007900     MOVE SE-REGISTRO TO COR-REGISTRO-D
007910     MOVE SE-SLOT TO COR-SLOT-D
007920     MOVE SE-DIAS TO DIAS-D
007930     MOVE SPACES TO LINEA-REPORTE
007940     STRING "   DEPTO=" SE-DEPTO " LOTE=" SE-FECHA-LOTE
007950         " REG=" COR-REGISTRO-D " SLOT=" COR-SLOT-D
007960         " [" SE-VALOR "] DIAS=" DIAS-D
007970         DELIMITED BY SIZE INTO LINEA-REPORTE
007980     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT.
007990 6560-EXIT.
008000     EXIT.
008010
008020 6570-CERRAR-RESPONSABLE.
008030     MOVE CANT-RESP TO CANT-D
008040     MOVE SPACES TO LINEA-REPORTE
008050     STRING "   ESCALADAS DE " RESP-ANTERIOR ": " CANT-D
008060         DELIMITED BY SIZE INTO LINEA-REPORTE
008070     PERFORM 8000-ESCRIBIR-LINEA THRU 8000-EXIT
008080     MOVE 0 TO CANT-RESP.
008090 6570-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------
008130* 8500-DIA-JULIANO - NUMERO DE DIA JULIANO DE LA FECHA EN
008140* FECHA-CALC (CALENDARIO GREGORIANO), EN JD-NUMERO. LA RESTA DE
008150* DOS NUMEROS DA LOS DIAS CORRIDOS ENTRE DOS FECHAS. CADA
008160* DIVISION VA A UN CAMPO ENTERO PARA TRUNCAR COMO CORRESPONDE.
008170*----------------------------------------------------------------
008180 8500-DIA-JULIANO.
008190     COMPUTE JD-A = (14 - FC-MES) / 12
008200     COMPUTE JD-Y = FC-ANO + 4800 - JD-A
008210     COMPUTE JD-M = FC-MES + 12 * JD-A - 3
008220     COMPUTE JD-T1 = (153 * JD-M + 2) / 5
008230     COMPUTE JD-T2 = JD-Y / 4
008240     COMPUTE JD-T3 = JD-Y / 100
008250     COMPUTE JD-T4 = JD-Y / 400
008260     COMPUTE JD-NUMERO = FC-DIA + JD-T1 + 365 * JD-Y
008270         + JD-T2 - JD-T3 + JD-T4 - 32045.
008280 8500-EXIT.
008290     EXIT.
008300
008310 END PROGRAM CONTVOC3.
