000010*****************************************************************
000020* PROGRAM:      CONTVOCU
000030* AUTHOR:       SILVIA FERNANDEZ
000040* INSTALLATION: DEPARTAMENTO DE PROCESAMIENTO DE DATOS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      FUSION DEL CONTEO PARTICIONADO DE LAS NOCHES
000080*               GRANDES. CADA PARTICION (CONTVOC1 CON TARJETA
000090*               PARTICION, JCL CONTVOP1 A CONTVOP4) CUENTA EL
000100*               DETALLE DE UN RANGO DE DEPARTAMENTOS DE LETRAIN Y
000110*               DEJA SUS CIFRAS EN UN PARCIAL. ESTE PROGRAMA
000120*               CONTROLA QUE ESTEN TODAS LAS PARTICIONES,
000130*               TERMINADAS Y COMPLETAS, Y QUE POR CADA LOTE LO QUE
000140*               CONTARON SUME SU TRAILER; COMBINA LOS TOTALES, LA
000150*               TABLA DE DEPARTAMENTOS, EL ACUSE, LAS EXCEPCIONES
000160*               (CON EL MAESTRO PENDEXC), LAS DUPLICADAS, LAS
000170*               HUELLAS Y LAS PALABRAS, Y LLAMA A CONTVOC1 CON
000180*               TARJETA FUSION PARA QUE PUBLIQUE TODO COMO UNA
000190*               CORRIDA UNICA (TOTALMST, HISTCORR, HISTDEPT,
000200*               EXTROUT, REPTOUT, ACUSE, LOTEREG Y AUDITLOG). SI
000210*               FALTA O FALLO ALGUNA PARTICION NO PUBLICA NADA:
000220*               TERMINA RC=16 (RC=12 SI EL LOTE YA ESTABA
000230*               REGISTRADO) Y LO ASIENTA EN LA PISTA DE AUDITORIA.
000240*
000250* MODIFICATION HISTORY.
000260*   DATE       INIT  DESCRIPTION
000270*   ---------- ----  ---------------------------------------------
000280*   15/10/2026 SF    PROGRAMA ORIGINAL.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CONTVOCU.
000320 AUTHOR. SILVIA FERNANDEZ.
000330 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000340 DATE-WRITTEN. 15/10/2026.
000350 DATE-COMPILED. 15/10/2026.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PARCIALES-IN
000410         ASSIGN TO PARCIN
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS FS-PARCIN.
000440     SELECT PARCIAL-OUT
000450         ASSIGN TO PARCIAL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS FS-PARCIAL.
000480     SELECT CHECKPOINT-FILE
000490         ASSIGN TO CHKPOINT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS FS-CHECKPOINT.
000520     SELECT EXCEPCIONES-IN
000530         ASSIGN TO EXCPIN
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS FS-EXCPIN.
000560     SELECT EXCEPCIONES-OUT
000570         ASSIGN TO EXCPOUT
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS FS-EXCEPCIONES.
000600     SELECT DUPLICADAS-IN
000610         ASSIGN TO DUPIN
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS FS-DUPIN.
000640     SELECT DUPLICADOS-OUT
000650         ASSIGN TO DUPLOUT
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS FS-DUPLICADOS.
000680     SELECT PALABRAS-IN
000690         ASSIGN TO PALIN
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS FS-PALIN.
000720     SELECT PALABRAS-TRABAJO
000730         ASSIGN TO PALWRK
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS FS-PALWRK.
000760     SELECT OPTIONAL PENDIENTES
000770         ASSIGN TO PENDEXC
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS PE-CLAVE
000810         FILE STATUS IS FS-PENDEXC.
000820     SELECT OPTIONAL HUELLAS
000830         ASSIGN TO HUELLAS
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS HU-CLAVE
000870         FILE STATUS IS FS-HUELLAS.
000880     SELECT OPTIONAL LOTES-REGISTRO
000890         ASSIGN TO LOTEREG
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS FS-LOTEREG.
000920     SELECT OPTIONAL AUDITORIA
000930         ASSIGN TO AUDITLOG
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS FS-AUDITORIA.
000960     SELECT EXCEPCION-SORT
000970         ASSIGN TO SRTWRK.
000980     SELECT DUPLICADA-SORT
000990         ASSIGN TO SRTWRK.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PARCIALES-IN.
001040*    PARCIALES DE TODAS LAS PARTICIONES, CONCATENADOS EN EL DD
001050*    (MISMO LAYOUT QUE EL FD PARCIAL DE CONTVOC1). CADA PARCIAL
001060*    EMPIEZA CON SU REGISTRO "C" Y TERMINA CON EL "Z" QUE LLEVA LA
001070*    CANTIDAD DE REGISTROS ANTERIORES; UNA PARTICION FALLIDA DEJA
001080*    SOLO EL "C" CON ESTADO "F" Y UNA CANCELADA LO DEJA EN "E".
001090 01  PARCIAL-CONTROL.
001100     05  PAC-TIPO                    PIC X(01).
001110     05  PAC-NUMERO                  PIC 9(02).
001120     05  PAC-TOTAL                   PIC 9(02).
001130     05  PAC-DESDE                   PIC X(03).
001140     05  PAC-HASTA                   PIC X(03).
001150     05  PAC-ESTADO                  PIC X(01).
001160     05  PAC-RETORNO                 PIC 9(02).
001170     05  PAC-MODO                    PIC 9(01).
001180     05  PAC-FECHA-EJEC              PIC 9(08).
001190     05  PAC-OPERADOR                PIC X(08).
001200     05  PAC-REINICIO                PIC X(01).
001210     05  PAC-REPROCESO               PIC X(01).
001220     05  PAC-AUTORIZA                PIC X(08).
001230     05  PAC-REGISTROS               PIC 9(07).
001240     05  PAC-LEIDOS-DET              PIC 9(07).
001250     05  PAC-CARACS-LEIDOS           PIC 9(09).
001260     05  PAC-ESPERADO-REG            PIC 9(07).
001270     05  PAC-ESPERADO-CARAC          PIC 9(09).
001280     05  PAC-TRAILER                 PIC X(01).
001290     05  PAC-FECHA-LOTE              PIC 9(08).
001300     05  PAC-EXCEPCIONES             PIC 9(07).
001310     05  PAC-RECH-DEPTO              PIC 9(07).
001320     05  PAC-DUPLICADOS              PIC 9(07).
001330     05  PAC-LIMITE-HUELLA           PIC 9(08).
001340     05  PAC-CANT-AL                 PIC 9(02).
001350     05  PAC-CANT-LC                 PIC 9(02).
001360     05  PAC-CANT-AD                 PIC 9(03).
001370     05  PAC-BALANCE                 PIC X(01).
001380     05  FILLER                      PIC X(20).
001390 01  PARCIAL-TOTALES.
001400     05  PAK-TIPO                    PIC X(01).
001410     05  PAK-IMAGEN                  PIC X(2160).
001420 01  PARCIAL-LOTE.
001430     05  PAL-TIPO                    PIC X(01).
001440     05  PAL-FECHA                   PIC 9(08).
001450     05  PAL-REPETIDO                PIC X(01).
001460     05  PAL-RECIBIDOS               PIC 9(07).
001470     05  PAL-TRL-REG                 PIC 9(07).
001480     05  PAL-DUPLICADOS              PIC 9(07).
001490     05  PAL-CARACS                  PIC 9(09).
001500     05  PAL-TRL-CARAC               PIC 9(09).
001510     05  FILLER                      PIC X(20).
001520 01  PARCIAL-LOTE-REG.
001530     05  PAG-TIPO                    PIC X(01).
001540     05  PAG-FECHA                   PIC 9(08).
001550     05  PAG-REG                     PIC 9(07).
001560     05  PAG-CARAC                   PIC 9(09).
001570     05  FILLER                      PIC X(20).
001580 01  PARCIAL-DEPTO.
001590     05  PAD-TIPO                    PIC X(01).
001600     05  PAD-LOTE                    PIC 9(02).
001610     05  PAD-DEPTO                   PIC X(03).
001620     05  PAD-RECIBIDOS               PIC 9(07).
001630     05  PAD-CONTADOS                PIC 9(07).
001640     05  PAD-RECH-DEPTO              PIC 9(07).
001650     05  PAD-EXC-CARACTER            PIC 9(07).
001660     05  PAD-MOTIVO                  PIC X(13).
001670     05  PAD-DUPLICADOS              PIC 9(07).
001680     05  PAD-PRIMER-REG              PIC 9(07).
001690     05  FILLER                      PIC X(20).
001700 01  PARCIAL-APARICION.
001710     05  PAP-TIPO                    PIC X(01).
001720     05  PAP-DEPTO                   PIC X(03).
001730     05  PAP-PRIMER-REG              PIC 9(07).
001740     05  FILLER                      PIC X(20).
001750 01  PARCIAL-HUELLA.
001760     05  PAH-TIPO                    PIC X(01).
001770     05  PAH-HUELLA                  PIC X(120).
001780 01  PARCIAL-FIN.
001790     05  PAZ-TIPO                    PIC X(01).
001800     05  PAZ-REGISTROS               PIC 9(07).
001810     05  FILLER                      PIC X(20).
001820 FD  PARCIAL-OUT.
001830*    PARCIAL FUSIONADO QUE LEE CONTVOC1 CON LA TARJETA FUSION
001840*    (MISMO LAYOUT QUE PARCIALES-IN): CONTROL NUMERO 00 TERMINADO,
001850*    LOTES, LOTES A REGISTRAR, ACUSE POR DEPARTAMENTO Y FIN. LOS
001860*    TOTALES VAN EN EL CHECKPOINT.
001870 01  SALIDA-CONTROL.
001880     05  PSC-TIPO                    PIC X(01).
001890     05  PSC-NUMERO                  PIC 9(02).
001900     05  PSC-TOTAL                   PIC 9(02).
001910     05  PSC-DESDE                   PIC X(03).
001920     05  PSC-HASTA                   PIC X(03).
001930     05  PSC-ESTADO                  PIC X(01).
001940     05  PSC-RETORNO                 PIC 9(02).
001950     05  PSC-MODO                    PIC 9(01).
001960     05  PSC-FECHA-EJEC              PIC 9(08).
001970     05  PSC-OPERADOR                PIC X(08).
001980     05  PSC-REINICIO                PIC X(01).
001990     05  PSC-REPROCESO               PIC X(01).
002000     05  PSC-AUTORIZA                PIC X(08).
002010     05  PSC-REGISTROS               PIC 9(07).
002020     05  PSC-LEIDOS-DET              PIC 9(07).
002030     05  PSC-CARACS-LEIDOS           PIC 9(09).
002040     05  PSC-ESPERADO-REG            PIC 9(07).
002050     05  PSC-ESPERADO-CARAC          PIC 9(09).
002060     05  PSC-TRAILER                 PIC X(01).
002070     05  PSC-FECHA-LOTE              PIC 9(08).
002080     05  PSC-EXCEPCIONES             PIC 9(07).
002090     05  PSC-RECH-DEPTO              PIC 9(07).
002100     05  PSC-DUPLICADOS              PIC 9(07).
002110     05  PSC-LIMITE-HUELLA           PIC 9(08).
002120     05  PSC-CANT-AL                 PIC 9(02).
002130     05  PSC-CANT-LC                 PIC 9(02).
002140     05  PSC-CANT-AD                 PIC 9(03).
002150     05  PSC-BALANCE                 PIC X(01).
002160     05  FILLER                      PIC X(20).
002170 01  SALIDA-LOTE.
002180     05  PSL-TIPO                    PIC X(01).
002190     05  PSL-FECHA                   PIC 9(08).
002200     05  PSL-REPETIDO                PIC X(01).
002210     05  PSL-RECIBIDOS               PIC 9(07).
002220     05  PSL-TRL-REG                 PIC 9(07).
002230     05  PSL-DUPLICADOS              PIC 9(07).
002240     05  PSL-CARACS                  PIC 9(09).
002250     05  PSL-TRL-CARAC               PIC 9(09).
002260     05  FILLER                      PIC X(20).
002270 01  SALIDA-LOTE-REG.
002280     05  PSG-TIPO                    PIC X(01).
002290     05  PSG-FECHA                   PIC 9(08).
002300     05  PSG-REG                     PIC 9(07).
002310     05  PSG-CARAC                   PIC 9(09).
002320     05  FILLER                      PIC X(20).
002330 01  SALIDA-DEPTO.
002340     05  PSD-TIPO                    PIC X(01).
002350     05  PSD-LOTE                    PIC 9(02).
002360     05  PSD-DEPTO                   PIC X(03).
002370     05  PSD-RECIBIDOS               PIC 9(07).
002380     05  PSD-CONTADOS                PIC 9(07).
002390     05  PSD-RECH-DEPTO              PIC 9(07).
002400     05  PSD-EXC-CARACTER            PIC 9(07).
002410     05  PSD-MOTIVO                  PIC X(13).
002420     05  PSD-DUPLICADOS              PIC 9(07).
002430     05  PSD-PRIMER-REG              PIC 9(07).
002440     05  FILLER                      PIC X(20).
002450 01  SALIDA-FIN.
002460     05  PSZ-TIPO                    PIC X(01).
002470     05  PSZ-REGISTROS               PIC 9(07).
002480     05  FILLER                      PIC X(20).
002490 FD  CHECKPOINT-FILE.
002500*    CHECKPOINT DE LA FUSION (MISMO LAYOUT QUE EN CONTVOC1, VER
002510*    TOTALES-FUSION): CONTVOC1 RESTAURA DE AQUI LOS TOTALES
002520*    COMBINADOS Y AL PUBLICAR LO DEJA LIMPIO.
002530 01  CHECKPOINT-REC              PIC X(2160).
002540 FD  EXCEPCIONES-IN.
002550*    EXCEPCIONES DE LAS PARTICIONES, CONCATENADAS (LINEAS DE
002560*    EXCPOUT DE CONTVOC1).
002570 01  EXCEPCION-IN-REC            PIC X(80).
002580 FD  EXCEPCIONES-OUT.
002590 01  EXCEPCION-REC               PIC X(80).
002600 FD  DUPLICADAS-IN.
002610*    REPORTES DE DUPLICADAS DE LAS PARTICIONES, CONCATENADOS.
002620 01  DUPLICADA-IN-REC            PIC X(80).
002630 FD  DUPLICADOS-OUT.
002640 01  DUPLICADO-REC               PIC X(80).
002650 FD  PALABRAS-IN.
002660*    PALABRAS DE TRABAJO DE LAS PARTICIONES, CONCATENADAS.
002670 01  PALABRA-IN-REC              PIC X(30).
002680 FD  PALABRAS-TRABAJO.
002690 01  PALABRA-TRABAJO-REC         PIC X(30).
002700 FD  PENDIENTES.
002710*    MAESTRO DE EXCEPCIONES PENDIENTES (MISMO LAYOUT QUE EN
002720*    CONTVOC1 Y CONTVOC3). LAS PARTICIONES NO LO TOCAN: LAS ALTAS
002730*    DE LA NOCHE SE HACEN AQUI, DESDE LAS EXCEPCIONES FUSIONADAS.
002740 01  PENDIENTE-REC.
002750     05  PE-CLAVE.
002760        10  PE-FECHA-LOTE            PIC 9(08).
002770        10  PE-REGISTRO              PIC 9(07).
002780        10  PE-SLOT                  PIC 9(05).
002790     05  PE-VALOR                    PIC X(01).
002800     05  PE-DEPTO                    PIC X(03).
002810     05  PE-FECHA-ALTA               PIC 9(08).
002820     05  FILLER                      PIC X(48).
002830 FD  HUELLAS.
002840*    HUELLAS DE LAS LINEAS DE DETALLE (MISMO LAYOUT QUE EN
002850*    CONTVOC1). CADA PARTICION TRABAJA SOBRE UNA COPIA PROPIA Y
002860*    DEJA EN SU PARCIAL LAS HUELLAS QUE GRABO; AQUI SE DEPURAN LAS
002870*    VENCIDAS Y SE PASAN ESAS HUELLAS AL ARCHIVO PRINCIPAL.
002880 01  HUELLA-REC.
002890     05  HU-CLAVE.
002900        10  HU-DEPTO                 PIC X(03).
002910        10  HU-TEXTO                 PIC X(77).
002920     05  HU-DATOS.
002930        10  HU-FECHA-LOTE            PIC 9(08).
002940        10  HU-REGISTRO              PIC 9(07).
002950        10  HU-SELLO.
002960           15  HU-SELLO-FECHA        PIC 9(08).
002970           15  HU-SELLO-HORA         PIC 9(06).
002980        10  FILLER                   PIC X(11).
002990 FD  LOTES-REGISTRO.
003000*    REGISTRO DE LOTES PUBLICADOS (MISMO LAYOUT QUE EN CONTVOC1).
003010*    SOLO LECTURA, PARA NO PUBLICAR DOS VECES EL MISMO LOTE.
003020 01  LOTE-REGISTRO-REC.
003030     05  LG-FECHA-LOTE               PIC 9(08).
003040     05  LG-CANT-REG                 PIC 9(07).
003050     05  LG-CANT-CARAC               PIC 9(09).
003060     05  LG-FECHA-PROC               PIC 9(08).
003070     05  LG-HORA-PROC                PIC 9(06).
003080     05  LG-REPROCESO                PIC X(01).
003090     05  LG-AUTORIZA                 PIC X(08).
003100     05  LG-SIN-LOTE                 PIC X(01).
003110     05  FILLER                      PIC X(32).
003120 FD  AUDITORIA.
003130*    PISTA DE AUDITORIA (MISMO LAYOUT QUE EN CONTVOC1). SOLO SE
003140*    GRABA AQUI CUANDO LA FUSION SE RECHAZA; SI SE PUBLICA, LA
003150*    ENTRADA LA GRABA CONTVOC1.
003160 01  AUDITORIA-REC.
003170     05  AU-FECHA                    PIC 9(8).
003180     05  AU-HORA-INICIO              PIC 9(6).
003190     05  AU-HORA-FIN                 PIC 9(6).
003200     05  AU-MODO                     PIC 9(1).
003210     05  AU-REGISTROS                PIC 9(7).
003220     05  AU-LETRAS                   PIC 9(7).
003230     05  AU-EXCEPCIONES              PIC 9(7).
003240     05  AU-REINICIO                 PIC X(1).
003250     05  AU-RETORNO                  PIC 9(2).
003260     05  AU-REPROCESO                PIC X(1).
003270     05  AU-AUTORIZA                 PIC X(8).
003280     05  AU-TIPO-DIA                 PIC X(1).
003290     05  AU-FALTANTES                PIC 9(3).
003300     05  AU-ATRASADOS                PIC 9(2).
003310     05  AU-DUPLICADOS               PIC 9(7).
003320     05  AU-LOTES-DUPLIC             PIC 9(2).
003330     05  AU-OPERADOR                 PIC X(8).
003340     05  FILLER                      PIC X(3).
003350 SD  EXCEPCION-SORT.
003360*    LINEA DE EXCEPCION CON SU CLAVE (REGISTRO Y SLOT) Y SU TIPO:
003370*    R = CARACTER INVALIDO, D = DEPARTAMENTO RECHAZADO, O = OTRA.
003380 01  EXCEPCION-SORT-REC.
003390     05  SX-CLAVE.
003400        10  SX-REGISTRO              PIC 9(07).
003410        10  SX-SLOT                  PIC 9(05).
003420     05  SX-TIPO                     PIC X(01).
003430     05  SX-LINEA                    PIC X(80).
003440 SD  DUPLICADA-SORT.
003450*    PAR DE LINEAS DE UNA DUPLICADA ("REG=" Y EL TEXTO), POR
003460*    NUMERO DE REGISTRO.
003470 01  DUPLICADA-SORT-REC.
003480     05  SU-REGISTRO                 PIC 9(07).
003490     05  SU-LINEA-REG                PIC X(80).
003500     05  SU-LINEA-TEXTO              PIC X(80).
003510
003520 WORKING-STORAGE SECTION.
003530*    SWITCHES AND STATUS FIELDS.
003540 77  FS-PARCIN                   PIC X(02) VALUE "00".
003550 77  FS-PARCIAL                  PIC X(02) VALUE "00".
003560 77  FS-CHECKPOINT               PIC X(02) VALUE "00".
003570 77  FS-EXCPIN                   PIC X(02) VALUE "00".
003580 77  FS-EXCEPCIONES              PIC X(02) VALUE "00".
003590 77  FS-DUPIN                    PIC X(02) VALUE "00".
003600 77  FS-DUPLICADOS               PIC X(02) VALUE "00".
003610 77  FS-PALIN                    PIC X(02) VALUE "00".
003620 77  FS-PALWRK                   PIC X(02) VALUE "00".
003630 77  FS-PENDEXC                  PIC X(02) VALUE "00".
003640 77  FS-HUELLAS                  PIC X(02) VALUE "00".
003650 77  FS-LOTEREG                  PIC X(02) VALUE "00".
003660 77  FS-AUDITORIA                PIC X(02) VALUE "00".
003670 77  EOF-PARCIN                  PIC X(01) VALUE "N".
003680     88  FIN-PARCIN              VALUE "Y".
003690 77  EOF-EXCPIN                  PIC X(01) VALUE "N".
003700     88  FIN-EXCPIN              VALUE "Y".
003710 77  EOF-DUPIN                   PIC X(01) VALUE "N".
003720     88  FIN-DUPIN               VALUE "Y".
003730 77  EOF-PALIN                   PIC X(01) VALUE "N".
003740     88  FIN-PALIN               VALUE "Y".
003750 77  EOF-HUELLAS                 PIC X(01) VALUE "N".
003760     88  FIN-HUELLAS             VALUE "Y".
003770 77  EOF-LOTEREG                 PIC X(01) VALUE "N".
003780     88  FIN-LOTEREG             VALUE "Y".
003790 77  EOF-SORT                    PIC X(01) VALUE "N".
003800     88  FIN-SORT                VALUE "Y".
003810 77  PAR-PENDIENTE-SW            PIC X(01) VALUE "N".
003820     88  PAR-PENDIENTE           VALUE "S".
003830 77  BALANCE-SW                  PIC X(01) VALUE " ".
003840     88  LOTES-DESBALANCE        VALUE "F".
003850*    UNA ENTRADA POR NUMERO DE PARTICION, CON LO QUE TRAE SU
003860*    CONTROL Y LO QUE SE LEYO DE SU PARCIAL. LA BASE ES LA PRIMERA
003870*    PARTICION TERMINADA: CONTRA ELLA SE COMPARAN LAS DEMAS Y DE
003880*    ELLA SE TOMAN LOS DATOS COMUNES DE LA CORRIDA.
003890 77  LIM-PARTICIONES             PIC 9(02) COMP VALUE 9.
003900 77  PARC-ACTUAL                 PIC 9(02) COMP VALUE 0.
003910 77  PN-SUB                      PIC 9(02) COMP VALUE 0.
003920 77  PN-ANT                      PIC 9(02) COMP VALUE 0.
003930 77  PN-BASE                     PIC 9(02) COMP VALUE 0.
003940 77  TOTAL-PARTICIONES           PIC 9(02) VALUE 0.
003950 77  CANT-PARCIALES              PIC 9(02) COMP VALUE 0.
003960 77  REG-PARCIAL                 PIC 9(07) COMP VALUE 0.
003970 01  PARTICIONES-TABLA.
003980     05  PN-ENT OCCURS 9 TIMES.
003990        10  PN-PRESENTE              PIC X(01).
004000        10  PN-TOTAL                 PIC 9(02).
004010        10  PN-DESDE                 PIC X(03).
004020        10  PN-HASTA                 PIC X(03).
004030        10  PN-ESTADO                PIC X(01).
004040        10  PN-RETORNO               PIC 9(02).
004050        10  PN-MODO                  PIC 9(01).
004060        10  PN-FECHA-EJEC            PIC 9(08).
004070        10  PN-OPERADOR              PIC X(08).
004080        10  PN-REINICIO              PIC X(01).
004090        10  PN-REPROCESO             PIC X(01).
004100        10  PN-AUTORIZA              PIC X(08).
004110        10  PN-REGISTROS             PIC 9(07).
004120        10  PN-LEIDOS-DET            PIC 9(07).
004130        10  PN-CARACS-LEIDOS         PIC 9(09).
004140        10  PN-ESPERADO-REG          PIC 9(07).
004150        10  PN-ESPERADO-CARAC        PIC 9(09).
004160        10  PN-TRAILER               PIC X(01).
004170        10  PN-FECHA-LOTE            PIC 9(08).
004180        10  PN-DUPLICADOS            PIC 9(07).
004190        10  PN-LIMITE-HUELLA         PIC 9(08).
004200        10  PN-CANT-AL               PIC 9(02).
004210        10  PN-CANT-LC               PIC 9(02).
004220        10  PN-CANT-AD               PIC 9(03).
004230        10  PN-LEIDOS-K              PIC 9(03) COMP.
004240        10  PN-LEIDOS-L              PIC 9(03) COMP.
004250        10  PN-LEIDOS-G              PIC 9(03) COMP.
004260        10  PN-LEIDOS-D              PIC 9(04) COMP.
004270        10  PN-LEIDOS-H              PIC 9(07) COMP.
004280        10  PN-FIN                   PIC X(01).
004290*    RESULTADO DE LOS CONTROLES. UNA PARTICION QUE TERMINO RC=12
004300*    (LOTE YA REGISTRADO) NO ES UN ERROR DE LA FUSION: SI ES EL
004310*    UNICO MOTIVO DE RECHAZO LA FUSION TAMBIEN TERMINA RC=12.
004320 77  CANT-ERRORES                PIC 9(04) COMP VALUE 0.
004330 77  CANT-YA-PROC                PIC 9(02) COMP VALUE 0.
004340 77  CANT-YA-REG                 PIC 9(02) COMP VALUE 0.
004350*    DATOS DE LA CORRIDA, TOMADOS DE LA PARTICION BASE, Y CIFRAS
004360*    SUMADAS DE TODAS LAS PARTICIONES.
004370 77  FECHA-FUSION                PIC 9(08) VALUE 0.
004380 77  MODO-FUSION                 PIC 9(01) VALUE 0.
004390 77  OPERADOR-FUSION             PIC X(08) VALUE SPACES.
004400 77  REINICIO-FUSION             PIC X(01) VALUE "N".
004410 77  REPROCESO-FUSION            PIC X(01) VALUE "N".
004420     88  REPROCESO-AUTORIZADO    VALUE "S".
004430 77  AUTORIZA-FUSION             PIC X(08) VALUE SPACES.
004440 77  LIMITE-HUELLA               PIC 9(08) VALUE 0.
004450 77  TOT-LEIDOS-DET              PIC 9(07) COMP VALUE 0.
004460 77  TOT-CARACS-LEIDOS           PIC 9(09) COMP VALUE 0.
004470 77  TOT-DUPLICADOS              PIC 9(07) COMP VALUE 0.
004480 77  CANT-EXCEPCIONES            PIC 9(07) COMP VALUE 0.
004490 77  RECH-DEPTO                  PIC 9(07) COMP VALUE 0.
004500 77  EXC-REPETIDAS               PIC 9(07) COMP VALUE 0.
004510 77  PARES-DUPLICADOS            PIC 9(07) COMP VALUE 0.
004520 77  PALABRAS-COPIADAS           PIC 9(07) COMP VALUE 0.
004530 77  HUELLAS-DEPURADAS           PIC 9(07) COMP VALUE 0.
004540 77  HUELLAS-PASADAS             PIC 9(07) COMP VALUE 0.
004550 77  REG-SALIDA                  PIC 9(07) COMP VALUE 0.
004560*    LOTES DE LA CORRIDA (REGISTROS "L"). TODAS LAS PARTICIONES
004570*    LEEN TODOS LOS HEADERS Y TRAILERS, ASI QUE TRAEN LOS MISMOS
004580*    LOTES EN EL MISMO ORDEN Y CON EL MISMO TRAILER, CADA UNA CON
004590*    LO RECIBIDO EN SU RANGO DE DEPARTAMENTOS.
004600 77  LIM-UL                      PIC 9(03) COMP VALUE 10.
004610 77  CANT-UL                     PIC 9(03) COMP VALUE 0.
004620 77  UL-SUB                      PIC 9(03) COMP VALUE 0.
004630 01  LOTES-FUSION.
004640     05  UL-ENT OCCURS 10 TIMES.
004650        10  UL-FECHA                 PIC 9(08).
004660        10  UL-REPETIDO              PIC X(01).
004670        10  UL-RECIBIDOS             PIC 9(07) COMP.
004680        10  UL-TRL-REG               PIC 9(07) COMP.
004690        10  UL-DUPLICADOS            PIC 9(07) COMP.
004700        10  UL-CARACS                PIC 9(09) COMP.
004710        10  UL-TRL-CARAC             PIC 9(09) COMP.
004720*    LOTES A REGISTRAR EN LOTEREG (REGISTROS "G"), IGUALES EN
004730*    TODAS LAS PARTICIONES.
004740 77  LIM-UG                      PIC 9(03) COMP VALUE 10.
004750 77  CANT-UG                     PIC 9(03) COMP VALUE 0.
004760 77  UG-SUB                      PIC 9(03) COMP VALUE 0.
004770 01  LOTES-REG-FUSION.
004780     05  UG-ENT OCCURS 10 TIMES.
004790        10  UG-FECHA                 PIC 9(08).
004800        10  UG-REG                   PIC 9(07).
004810        10  UG-CARAC                 PIC 9(09).
004820*    DEPARTAMENTOS DE LOS TOTALES, UNIDOS POR CODIGO, CON EL
004830*    PRIMER REGISTRO CONTADO (REGISTROS "P") PARA DEJARLOS EN EL
004840*    ORDEN EN QUE LOS HABRIA ENCONTRADO UNA CORRIDA UNICA. EL
004850*    "+++" DE UNA PARTICION VA AL FINAL.
004860 77  LIM-UD                      PIC 9(03) COMP VALUE 180.
004870 77  LIM-DEPTOS                  PIC 9(03) COMP VALUE 20.
004880 77  CANT-UD                     PIC 9(03) COMP VALUE 0.
004890 77  UD-SUB                      PIC 9(03) COMP VALUE 0.
004900 77  UD-BUSCA                    PIC 9(03) COMP VALUE 0.
004910 77  UD-MENOR                    PIC 9(03) COMP VALUE 0.
004920 77  UD-HALLADO                  PIC 9(03) COMP VALUE 0.
004930 77  UD-DESDE                    PIC 9(03) COMP VALUE 0.
004940 77  DEPTO-BUSCA                 PIC X(03) VALUE SPACES.
004950 01  DEPTOS-FUSION.
004960     05  UD-ENT OCCURS 180 TIMES.
004970        10  UD-CODIGO                PIC X(03).
004980        10  UD-PRIMER-REG            PIC 9(07) COMP.
004990        10  UD-VOCALES               PIC 9(07) COMP.
005000        10  UD-CONSONANTE            PIC 9(07) COMP.
005010        10  UD-ENIE                  PIC 9(07) COMP.
005020        10  UD-PALABRAS              PIC 9(07) COMP.
005030        10  UD-EXCEP                 PIC 9(07) COMP.
005040        10  UD-SILABAS               PIC 9(09) COMP.
005050        10  UD-ORACIONES             PIC 9(07) COMP.
005060        10  UD-PAL-EN                PIC 9(07) COMP.
005070*    AREA DE INTERCAMBIO PARA ORDENAR (MAS LARGA QUE UNA ENTRADA).
005080 01  UD-AUX                      PIC X(80).
005090*    ACUSE POR LOTE Y DEPARTAMENTO (REGISTROS "D"), UNIDO POR LOTE
005100*    Y CODIGO ENVIADO, CON SU PRIMER REGISTRO RECIBIDO.
005110 77  LIM-UA                      PIC 9(04) COMP VALUE 1800.
005120 77  LIM-AD                      PIC 9(04) COMP VALUE 200.
005130 77  CANT-UA                     PIC 9(04) COMP VALUE 0.
005140 77  UA-SUB                      PIC 9(04) COMP VALUE 0.
005150 77  UA-BUSCA                    PIC 9(04) COMP VALUE 0.
005160 77  UA-MENOR                    PIC 9(04) COMP VALUE 0.
005170 77  UA-HALLADO                  PIC 9(04) COMP VALUE 0.
005180 77  UA-DESDE                    PIC 9(04) COMP VALUE 0.
005190 01  ACUSE-FUSION.
005200     05  UA-ENT OCCURS 1800 TIMES.
005210        10  UA-LOTE                  PIC 9(02).
005220        10  UA-DEPTO                 PIC X(03).
005230        10  UA-RECIBIDOS             PIC 9(07) COMP.
005240        10  UA-CONTADOS              PIC 9(07) COMP.
005250        10  UA-RECH-DEPTO            PIC 9(07) COMP.
005260        10  UA-EXC-CARACTER          PIC 9(07) COMP.
005270        10  UA-MOTIVO                PIC X(13).
005280        10  UA-DUPLICADOS            PIC 9(07) COMP.
005290        10  UA-PRIMER-REG            PIC 9(07) COMP.
005300 01  UA-AUX                      PIC X(80).
005310*    TOTALES DE UNA PARTICION (REGISTRO "K"): LA IMAGEN DEL
005320*    CHECKPOINT LIMPIO QUE DEJO AL TERMINAR (MISMO LAYOUT QUE EL
005330*    FD CHECKPOINT-FILE DE CONTVOC1).
005340 01  IMAGEN-PARCIAL.
005350     05  IM-NUM-REGISTRO             PIC 9(7).
005360     05  IM-VOCALES                  PIC 9(7).
005370     05  IM-CONSONANTE               PIC 9(7).
005380     05  IM-ENIE                     PIC 9(7).
005390     05  IM-OCLUSIVAS                PIC 9(7).
005400     05  IM-FRICATIVAS               PIC 9(7).
005410     05  IM-NASALES                  PIC 9(7).
005420     05  IM-LIQUIDAS                 PIC 9(7).
005430     05  IM-TOTAL-LETRAS             PIC 9(7).
005440     05  IM-PALABRAS                 PIC 9(7).
005450     05  IM-PALABRA-MAS-LARGA        PIC 9(4).
005460     05  IM-FRECUENCIAS.
005470        10  IM-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
005480     05  IM-CANT-DEPTOS              PIC 9(02).
005490     05  IM-DEPTOS.
005500        10  IM-DEPTO-ENT OCCURS 20 TIMES.
005510           15  IM-DEP-CODIGO            PIC X(03).
005520           15  IM-DEP-VOCALES           PIC 9(7).
005530           15  IM-DEP-CONSONANTE        PIC 9(7).
005540           15  IM-DEP-ENIE              PIC 9(7).
005550           15  IM-DEP-PALABRAS          PIC 9(7).
005560     05  IM-SUMA-LARGOS              PIC 9(9).
005570     05  IM-CANT-DIGITOS             PIC 9(7).
005580     05  IM-PUNTUACION               PIC 9(7).
005590     05  IM-OTROS                    PIC 9(7).
005600     05  IM-FREC-DIGITOS.
005610        10  IM-FREC-DIGITO OCCURS 10 TIMES PIC 9(7).
005620     05  IM-IDIOMA-LOTE              PIC X(02).
005630     05  IM-IDIOMAS.
005640        10  IM-IDI-ENT OCCURS 2 TIMES.
005650           15  IM-IDI-VOCALES           PIC 9(9).
005660           15  IM-IDI-CONSONANTE        PIC 9(9).
005670           15  IM-IDI-ENIE              PIC 9(9).
005680           15  IM-IDI-PALABRAS          PIC 9(9).
005690           15  IM-IDI-LETRAS            PIC 9(9).
005700           15  IM-IDI-OCLUSIVAS         PIC 9(9).
005710           15  IM-IDI-FRICATIVAS        PIC 9(9).
005720           15  IM-IDI-NASALES           PIC 9(9).
005730           15  IM-IDI-LIQUIDAS          PIC 9(9).
005740           15  IM-IDI-FRECUENCIAS.
005750              20  IM-IDI-FREC OCCURS 26 TIMES
005760                                          PIC 9(7).
005770     05  IM-DEP-EXCEP OCCURS 20 TIMES PIC 9(7).
005780     05  IM-DEP-LEGIB OCCURS 20 TIMES.
005790        10  IM-DEP-SILABAS           PIC 9(9).
005800        10  IM-DEP-ORACIONES         PIC 9(7).
005810        10  IM-DEP-PAL-EN            PIC 9(7).
005820     05  IM-IDI-LEGIB OCCURS 2 TIMES.
005830        10  IM-IDI-SILABAS           PIC 9(9).
005840        10  IM-IDI-ORACIONES         PIC 9(9).
005850     05  IM-SELLO-FECHA              PIC 9(08).
005860     05  IM-SELLO-HORA               PIC 9(06).
005870     05  FILLER                      PIC X(04) VALUE SPACES.
005880*    TOTALES COMBINADOS, CON EL MISMO LAYOUT: SE GRABAN EN EL
005890*    CHECKPOINT DE LA FUSION CON EL NUMERO DE REGISTRO DE LA
005900*    CORRIDA, COMO SI UNA CORRIDA UNICA HUBIERA LLEGADO AL FINAL.
005910 01  TOTALES-FUSION.
005920     05  TF-NUM-REGISTRO             PIC 9(7).
005930     05  TF-VOCALES                  PIC 9(7).
005940     05  TF-CONSONANTE               PIC 9(7).
005950     05  TF-ENIE                     PIC 9(7).
005960     05  TF-OCLUSIVAS                PIC 9(7).
005970     05  TF-FRICATIVAS               PIC 9(7).
005980     05  TF-NASALES                  PIC 9(7).
005990     05  TF-LIQUIDAS                 PIC 9(7).
006000     05  TF-TOTAL-LETRAS             PIC 9(7).
006010     05  TF-PALABRAS                 PIC 9(7).
006020     05  TF-PALABRA-MAS-LARGA        PIC 9(4).
006030     05  TF-FRECUENCIAS.
006040        10  TF-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
006050     05  TF-CANT-DEPTOS              PIC 9(02).
006060     05  TF-DEPTOS.
006070        10  TF-DEPTO-ENT OCCURS 20 TIMES.
006080           15  TF-DEP-CODIGO            PIC X(03).
006090           15  TF-DEP-VOCALES           PIC 9(7).
006100           15  TF-DEP-CONSONANTE        PIC 9(7).
006110           15  TF-DEP-ENIE              PIC 9(7).
006120           15  TF-DEP-PALABRAS          PIC 9(7).
006130     05  TF-SUMA-LARGOS              PIC 9(9).
006140     05  TF-CANT-DIGITOS             PIC 9(7).
006150     05  TF-PUNTUACION               PIC 9(7).
006160     05  TF-OTROS                    PIC 9(7).
006170     05  TF-FREC-DIGITOS.
006180        10  TF-FREC-DIGITO OCCURS 10 TIMES PIC 9(7).
006190     05  TF-IDIOMA-LOTE              PIC X(02).
006200     05  TF-IDIOMAS.
006210        10  TF-IDI-ENT OCCURS 2 TIMES.
006220           15  TF-IDI-VOCALES           PIC 9(9).
006230           15  TF-IDI-CONSONANTE        PIC 9(9).
006240           15  TF-IDI-ENIE              PIC 9(9).
006250           15  TF-IDI-PALABRAS          PIC 9(9).
006260           15  TF-IDI-LETRAS            PIC 9(9).
006270           15  TF-IDI-OCLUSIVAS         PIC 9(9).
006280           15  TF-IDI-FRICATIVAS        PIC 9(9).
006290           15  TF-IDI-NASALES           PIC 9(9).
006300           15  TF-IDI-LIQUIDAS          PIC 9(9).
006310           15  TF-IDI-FRECUENCIAS.
006320              20  TF-IDI-FREC OCCURS 26 TIMES
006330                                          PIC 9(7).
006340     05  TF-DEP-EXCEP OCCURS 20 TIMES PIC 9(7).
006350     05  TF-DEP-LEGIB OCCURS 20 TIMES.
006360        10  TF-DEP-SILABAS           PIC 9(9).
006370        10  TF-DEP-ORACIONES         PIC 9(7).
006380        10  TF-DEP-PAL-EN            PIC 9(7).
006390     05  TF-IDI-LEGIB OCCURS 2 TIMES.
006400        10  TF-IDI-SILABAS           PIC 9(9).
006410        10  TF-IDI-ORACIONES         PIC 9(9).
006420     05  TF-SELLO.
006430        10  TF-SELLO-FECHA           PIC 9(08).
006440        10  TF-SELLO-HORA            PIC 9(06).
006450     05  FILLER                      PIC X(04) VALUE SPACES.
006460*    SUBINDICES PARA SUMAR LA IMAGEN.
006470 77  IM-SUB                      PIC 9(02) COMP VALUE 0.
006480 77  FR-SUB                      PIC 9(02) COMP VALUE 0.
006490 77  ID-SUB                      PIC 9(02) COMP VALUE 0.
006500*    CLAVES DE LAS LINEAS DE EXCEPCIONES Y DE DUPLICADAS: EL
006510*    NUMERO VIENE EDITADO CON BLANCOS A IZQUIERDA.
006520 01  NUMERO-EDIT                 PIC X(07).
006530 01  NUMERO-EDIT-N REDEFINES NUMERO-EDIT PIC 9(07).
006540 01  SLOT-EDIT                   PIC X(05).
006550 01  SLOT-EDIT-N REDEFINES SLOT-EDIT PIC 9(05).
006560 77  TIPO-LINEA                  PIC X(01) VALUE SPACES.
006570 77  CLAVE-ANTERIOR              PIC X(12) VALUE SPACES.
006580 77  LINEA-TRABAJO               PIC X(80) VALUE SPACES.
006590 77  CANT-D                      PIC Z,ZZZ,ZZ9.
006600 77  CARAC-D                     PIC ZZZ,ZZZ,ZZ9.
006610 77  TRL-D                       PIC Z,ZZZ,ZZ9.
006620 77  TRL-CARAC-D                 PIC ZZZ,ZZZ,ZZ9.
006630 77  RC-D                        PIC Z9.
006640 01  FECHA-EJECUCION.
006650     05  FE-ANO                      PIC 9(4).
006660     05  FE-MES                      PIC 9(2).
006670     05  FE-DIA                      PIC 9(2).
006680 01  FECHA-EJECUCION-N REDEFINES FECHA-EJECUCION PIC 9(8).
006690 01  HORA-EJECUCION.
006700     05  HR-HH                       PIC 99.
006710     05  HR-MM                       PIC 99.
006720     05  HR-SS                       PIC 99.
006730     05  HR-CC                       PIC 99.
006740 77  HORA-INICIO-CORRIDA         PIC 9(06) VALUE 0.
006750
006760 PROCEDURE DIVISION.
006770*----------------------------------------------------------------
006780* 0000-MAINLINE - LEE LOS PARCIALES DE TODAS LAS PARTICIONES Y LOS
006790* CONTROLA. SOLO SI ESTAN TODAS, TERMINADAS, COMPLETAS Y DE LA
006800* MISMA CORRIDA ARMA LAS CIFRAS COMBINADAS Y LLAMA A CONTVOC1
006810* PARA PUBLICARLAS; EL RETURN-CODE DEL PASO ES ENTONCES EL DE
006820* CONTVOC1. SI LA FUSION SE RECHAZA NO SE PUBLICA NADA Y SE
006830* ASIENTA EN LA PISTA DE AUDITORIA, YA QUE LAS PARTICIONES NO LA
006840* GRABAN.
006850*----------------------------------------------------------------
006860 0000-MAINLINE.
006870     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
006880     IF RETURN-CODE = 0
006890         PERFORM 3000-VALIDAR-PARTICIONES THRU 3000-EXIT
006900     END-IF
006910     IF RETURN-CODE = 0
006920         PERFORM 3500-CONTROL-LOTES-REG THRU 3500-EXIT
006930     END-IF
006940     IF RETURN-CODE = 0
006950         PERFORM 4000-ARMAR-TOTALES THRU 4000-EXIT
006960         PERFORM 5000-FUSIONAR-EXCEPCIONES THRU 5000-EXIT
006970     END-IF
006980     IF RETURN-CODE = 0
006990         PERFORM 5500-FUSIONAR-DUPLICADAS THRU 5500-EXIT
007000     END-IF
007010     IF RETURN-CODE = 0
007020         PERFORM 6000-COPIAR-PALABRAS THRU 6000-EXIT
007030     END-IF
007040     IF RETURN-CODE = 0
007050         PERFORM 6500-ACTUALIZAR-HUELLAS THRU 6500-EXIT
007060     END-IF
007070     IF RETURN-CODE = 0
007080         PERFORM 7000-GRABAR-CHECKPOINT THRU 7000-EXIT
007090     END-IF
007100     IF RETURN-CODE = 0
007110         PERFORM 7500-GRABAR-PARCIAL THRU 7500-EXIT
007120     END-IF
007130     IF RETURN-CODE = 0
007140         DISPLAY "FUSION: " TOTAL-PARTICIONES
007150             " PARTICIONES CONCILIADAS, PUBLICA CONTVOC1"
007160         CALL "CONTVOC1" USING MODO-FUSION OPERADOR-FUSION
007170     ELSE
007180         MOVE RETURN-CODE TO RC-D
007190         DISPLAY "FUSION RECHAZADA, RC=" RC-D
007200             ": NO SE PUBLICA NADA DE ESTA NOCHE"
007210         PERFORM 9000-GRABAR-AUDITORIA THRU 9000-EXIT
007220     END-IF
007230     STOP RUN.
007240
007250*----------------------------------------------------------------
007260* 1000-INICIALIZAR - TOMA FECHA Y HORA DE INICIO, DEJA LOS
007270* TOTALES COMBINADOS EN CERO Y HACE LA PRIMERA PASADA SOBRE LOS
007280* PARCIALES: CARGA LOS CONTROLES DE LAS PARTICIONES Y SUMA SUS
007290* CIFRAS.
007300*----------------------------------------------------------------
007310 1000-INICIALIZAR.
007320     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
007330     ACCEPT HORA-EJECUCION FROM TIME
007340     COMPUTE HORA-INICIO-CORRIDA =
007350         HR-HH * 10000 + HR-MM * 100 + HR-SS
007360     INITIALIZE PARTICIONES-TABLA
007370     INITIALIZE TOTALES-FUSION
007380     MOVE SPACES TO TF-SELLO
007390     OPEN INPUT PARCIALES-IN
007400     IF FS-PARCIN NOT = "00"
007410         DISPLAY "ERROR AL ABRIR PARCIN, STATUS " FS-PARCIN
007420         MOVE 16 TO RETURN-CODE
007430         GO TO 1000-EXIT
007440     END-IF
007450     MOVE "N" TO EOF-PARCIN
007460     PERFORM 2100-LEER-PARCIAL THRU 2100-EXIT
007470         UNTIL FIN-PARCIN
007480     CLOSE PARCIALES-IN.
007490 1000-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530* 2100-LEER-PARCIAL - UN REGISTRO DE LOS PARCIALES. CADA "C"
007540* ABRE LA PARTICION QUE INDICA; LO QUE NO CAE BAJO UN CONTROL
007550* VALIDO NO SE TOMA (ESA PARTICION QUEDA SIN PARCIAL Y 3000 LO
007560* INFORMA). LAS HUELLAS SOLO SE CUENTAN: SE PASAN EN 6500.
007570*----------------------------------------------------------------
007580 2100-LEER-PARCIAL.
007590     READ PARCIALES-IN
007600         AT END
007610             SET FIN-PARCIN TO TRUE
007620             GO TO 2100-EXIT
007630     END-READ
007640     IF PAC-TIPO = "C"
007650         PERFORM 2110-TOMAR-CONTROL THRU 2110-EXIT
007660     END-IF
007670     IF PARC-ACTUAL = 0
007680         GO TO 2100-EXIT
007690     END-IF
007700     EVALUATE PAC-TIPO
007710         WHEN "C"
007720             CONTINUE
007730         WHEN "K"
007740             PERFORM 2120-SUMAR-TOTALES THRU 2120-EXIT
007750         WHEN "L"
007760             PERFORM 2130-SUMAR-LOTE THRU 2130-EXIT
007770         WHEN "G"
007780             PERFORM 2140-TOMAR-LOTE-REG THRU 2140-EXIT
007790         WHEN "D"
007800             PERFORM 2150-SUMAR-ACUSE THRU 2150-EXIT
007810         WHEN "P"
007820             PERFORM 2160-TOMAR-APARICION THRU 2160-EXIT
007830         WHEN "H"
007840             ADD 1 TO PN-LEIDOS-H(PARC-ACTUAL)
007850         WHEN "Z"
007860             IF PAZ-REGISTROS = REG-PARCIAL
007870                 MOVE "S" TO PN-FIN(PARC-ACTUAL)
007880             END-IF
007890         WHEN OTHER
007900             DISPLAY "ERROR: REGISTRO DE TIPO [" PAC-TIPO
007910                 "] EN EL PARCIAL DE LA PARTICION " PARC-ACTUAL
007920             ADD 1 TO CANT-ERRORES
007930     END-EVALUATE
007940     ADD 1 TO REG-PARCIAL.
007950 2100-EXIT.
007960     EXIT.
007970
007980 2110-TOMAR-CONTROL.
007990     MOVE 0 TO PARC-ACTUAL
008000     MOVE 0 TO REG-PARCIAL
008010     IF PAC-NUMERO IS NOT NUMERIC OR PAC-NUMERO = 0
008020         OR PAC-NUMERO > LIM-PARTICIONES
008030         DISPLAY "ERROR: PARCIAL CON NUMERO DE PARTICION "
008040             "INVALIDO [" PAC-NUMERO "]"
008050         ADD 1 TO CANT-ERRORES
008060         GO TO 2110-EXIT
008070     END-IF
008080     IF PN-PRESENTE(PAC-NUMERO) = "S"
008090         DISPLAY "ERROR: LA PARTICION " PAC-NUMERO
008100             " FIGURA MAS DE UNA VEZ EN LOS PARCIALES"
008110         ADD 1 TO CANT-ERRORES
008120         GO TO 2110-EXIT
008130     END-IF
008140     MOVE PAC-NUMERO TO PARC-ACTUAL
008150     ADD 1 TO CANT-PARCIALES
008160     MOVE "S" TO PN-PRESENTE(PARC-ACTUAL)
008170     MOVE PAC-TOTAL TO PN-TOTAL(PARC-ACTUAL)
008180     MOVE PAC-DESDE TO PN-DESDE(PARC-ACTUAL)
008190     MOVE PAC-HASTA TO PN-HASTA(PARC-ACTUAL)
008200     MOVE PAC-ESTADO TO PN-ESTADO(PARC-ACTUAL)
008210     MOVE PAC-RETORNO TO PN-RETORNO(PARC-ACTUAL)
008220     MOVE PAC-MODO TO PN-MODO(PARC-ACTUAL)
008230     MOVE PAC-FECHA-EJEC TO PN-FECHA-EJEC(PARC-ACTUAL)
008240     MOVE PAC-OPERADOR TO PN-OPERADOR(PARC-ACTUAL)
008250     MOVE PAC-REINICIO TO PN-REINICIO(PARC-ACTUAL)
008260     MOVE PAC-REPROCESO TO PN-REPROCESO(PARC-ACTUAL)
008270     MOVE PAC-AUTORIZA TO PN-AUTORIZA(PARC-ACTUAL)
008280     MOVE PAC-REGISTROS TO PN-REGISTROS(PARC-ACTUAL)
008290     MOVE PAC-LEIDOS-DET TO PN-LEIDOS-DET(PARC-ACTUAL)
008300     MOVE PAC-CARACS-LEIDOS TO PN-CARACS-LEIDOS(PARC-ACTUAL)
008310     MOVE PAC-ESPERADO-REG TO PN-ESPERADO-REG(PARC-ACTUAL)
008320     MOVE PAC-ESPERADO-CARAC TO PN-ESPERADO-CARAC(PARC-ACTUAL)
008330     MOVE PAC-TRAILER TO PN-TRAILER(PARC-ACTUAL)
008340     MOVE PAC-FECHA-LOTE TO PN-FECHA-LOTE(PARC-ACTUAL)
008350     MOVE PAC-DUPLICADOS TO PN-DUPLICADOS(PARC-ACTUAL)
008360     MOVE PAC-LIMITE-HUELLA TO PN-LIMITE-HUELLA(PARC-ACTUAL)
008370     MOVE PAC-CANT-AL TO PN-CANT-AL(PARC-ACTUAL)
008380     MOVE PAC-CANT-LC TO PN-CANT-LC(PARC-ACTUAL)
008390     MOVE PAC-CANT-AD TO PN-CANT-AD(PARC-ACTUAL)
008400     MOVE "N" TO PN-FIN(PARC-ACTUAL).
008410 2110-EXIT.
008420     EXIT.
008430
008440*----------------------------------------------------------------
008450* 2120-SUMAR-TOTALES - SUMA LA IMAGEN DE TOTALES DE UNA PARTICION
008460* A LOS TOTALES COMBINADOS. LA PALABRA MAS LARGA ES LA MAYOR DE
008470* TODAS; EL IDIOMA DEL ULTIMO LOTE ES EL MISMO EN TODAS. LOS
008480* DEPARTAMENTOS SE ACUMULAN POR CODIGO EN DEPTOS-FUSION.
008490*----------------------------------------------------------------
008500 2120-SUMAR-TOTALES.
008510     ADD 1 TO PN-LEIDOS-K(PARC-ACTUAL)
008520     MOVE PAK-IMAGEN TO IMAGEN-PARCIAL
008530     IF IM-VOCALES IS NOT NUMERIC OR IM-CANT-DEPTOS IS NOT NUMERIC
008540         OR IM-CANT-DEPTOS > LIM-DEPTOS
008550         DISPLAY "ERROR: TOTALES ILEGIBLES EN EL PARCIAL DE LA "
008560             "PARTICION " PARC-ACTUAL
008570         ADD 1 TO CANT-ERRORES
008580         GO TO 2120-EXIT
008590     END-IF
008600     ADD IM-VOCALES TO TF-VOCALES
008610     ADD IM-CONSONANTE TO TF-CONSONANTE
008620     ADD IM-ENIE TO TF-ENIE
008630     ADD IM-OCLUSIVAS TO TF-OCLUSIVAS
008640     ADD IM-FRICATIVAS TO TF-FRICATIVAS
008650     ADD IM-NASALES TO TF-NASALES
008660     ADD IM-LIQUIDAS TO TF-LIQUIDAS
008670     ADD IM-TOTAL-LETRAS TO TF-TOTAL-LETRAS
008680     ADD IM-PALABRAS TO TF-PALABRAS
008690     IF IM-PALABRA-MAS-LARGA > TF-PALABRA-MAS-LARGA
008700         MOVE IM-PALABRA-MAS-LARGA TO TF-PALABRA-MAS-LARGA
008710     END-IF
008720     ADD IM-SUMA-LARGOS TO TF-SUMA-LARGOS
008730     ADD IM-CANT-DIGITOS TO TF-CANT-DIGITOS
008740     ADD IM-PUNTUACION TO TF-PUNTUACION
008750     ADD IM-OTROS TO TF-OTROS
008760     MOVE IM-IDIOMA-LOTE TO TF-IDIOMA-LOTE
008770     PERFORM 2121-SUMAR-LETRA THRU 2121-EXIT
008780         VARYING FR-SUB FROM 1 BY 1 UNTIL FR-SUB > 26
008790     PERFORM 2122-SUMAR-DIGITO THRU 2122-EXIT
008800         VARYING FR-SUB FROM 1 BY 1 UNTIL FR-SUB > 10
008810     PERFORM 2123-SUMAR-IDIOMA THRU 2123-EXIT
008820         VARYING ID-SUB FROM 1 BY 1 UNTIL ID-SUB > 2
008830     PERFORM 2125-SUMAR-DEPTO THRU 2125-EXIT
008840         VARYING IM-SUB FROM 1 BY 1 UNTIL IM-SUB > IM-CANT-DEPTOS.
008850 2120-EXIT.
008860     EXIT.
008870
008880 2121-SUMAR-LETRA.
008890     ADD IM-FREC-LETRA(FR-SUB) TO TF-FREC-LETRA(FR-SUB).
008900 2121-EXIT.
008910     EXIT.
008920
008930 2122-SUMAR-DIGITO.
008940     ADD IM-FREC-DIGITO(FR-SUB) TO TF-FREC-DIGITO(FR-SUB).
008950 2122-EXIT.
008960     EXIT.
008970
008980 2123-SUMAR-IDIOMA.
008990     ADD IM-IDI-VOCALES(ID-SUB) TO TF-IDI-VOCALES(ID-SUB)
009000     ADD IM-IDI-CONSONANTE(ID-SUB) TO TF-IDI-CONSONANTE(ID-SUB)
009010     ADD IM-IDI-ENIE(ID-SUB) TO TF-IDI-ENIE(ID-SUB)
009020     ADD IM-IDI-PALABRAS(ID-SUB) TO TF-IDI-PALABRAS(ID-SUB)
009030     ADD IM-IDI-LETRAS(ID-SUB) TO TF-IDI-LETRAS(ID-SUB)
009040     ADD IM-IDI-OCLUSIVAS(ID-SUB) TO TF-IDI-OCLUSIVAS(ID-SUB)
009050     ADD IM-IDI-FRICATIVAS(ID-SUB) TO TF-IDI-FRICATIVAS(ID-SUB)
009060     ADD IM-IDI-NASALES(ID-SUB) TO TF-IDI-NASALES(ID-SUB)
009070     ADD IM-IDI-LIQUIDAS(ID-SUB) TO TF-IDI-LIQUIDAS(ID-SUB)
009080     ADD IM-IDI-SILABAS(ID-SUB) TO TF-IDI-SILABAS(ID-SUB)
009090     ADD IM-IDI-ORACIONES(ID-SUB) TO TF-IDI-ORACIONES(ID-SUB)
009100     PERFORM 2124-SUMAR-FREC-IDIOMA THRU 2124-EXIT
009110         VARYING FR-SUB FROM 1 BY 1 UNTIL FR-SUB > 26.
009120 2123-EXIT.
009130     EXIT.
009140
009150 2124-SUMAR-FREC-IDIOMA.
009160     ADD IM-IDI-FREC(ID-SUB, FR-SUB)
009170         TO TF-IDI-FREC(ID-SUB, FR-SUB).
009180 2124-EXIT.
009190     EXIT.
009200
009210 2125-SUMAR-DEPTO.
009220     MOVE IM-DEP-CODIGO(IM-SUB) TO DEPTO-BUSCA
009230     PERFORM 2170-UBICAR-DEPTO THRU 2170-EXIT
009240     IF UD-HALLADO = 0
009250         GO TO 2125-EXIT
009260     END-IF
009270     ADD IM-DEP-VOCALES(IM-SUB) TO UD-VOCALES(UD-HALLADO)
009280     ADD IM-DEP-CONSONANTE(IM-SUB) TO UD-CONSONANTE(UD-HALLADO)
009290     ADD IM-DEP-ENIE(IM-SUB) TO UD-ENIE(UD-HALLADO)
009300     ADD IM-DEP-PALABRAS(IM-SUB) TO UD-PALABRAS(UD-HALLADO)
009310     ADD IM-DEP-EXCEP(IM-SUB) TO UD-EXCEP(UD-HALLADO)
009320     ADD IM-DEP-SILABAS(IM-SUB) TO UD-SILABAS(UD-HALLADO)
009330     ADD IM-DEP-ORACIONES(IM-SUB) TO UD-ORACIONES(UD-HALLADO)
009340     ADD IM-DEP-PAL-EN(IM-SUB) TO UD-PAL-EN(UD-HALLADO).
009350 2125-EXIT.
009360     EXIT.
009370
009380*----------------------------------------------------------------
009390* 2130-SUMAR-LOTE - UN LOTE DE LA PARTICION, POR POSICION. LA
009400* PRIMERA PARTICION QUE LO TRAE LO DA DE ALTA; LAS DEMAS TIENEN
009410* QUE TRAER EL MISMO LOTE CON EL MISMO TRAILER Y SUMAN LO QUE
009420* RECIBIERON EN SU RANGO.
009430*----------------------------------------------------------------
009440 2130-SUMAR-LOTE.
009450     ADD 1 TO PN-LEIDOS-L(PARC-ACTUAL)
009460     MOVE PN-LEIDOS-L(PARC-ACTUAL) TO UL-SUB
009470     IF UL-SUB > LIM-UL
009480         GO TO 2130-EXIT
009490     END-IF
009500     IF UL-SUB > CANT-UL
009510         MOVE UL-SUB TO CANT-UL
009520         INITIALIZE UL-ENT(UL-SUB)
009530         MOVE PAL-FECHA TO UL-FECHA(UL-SUB)
009540         MOVE PAL-REPETIDO TO UL-REPETIDO(UL-SUB)
009550         MOVE PAL-TRL-REG TO UL-TRL-REG(UL-SUB)
009560         MOVE PAL-TRL-CARAC TO UL-TRL-CARAC(UL-SUB)
009570     END-IF
009580     IF PAL-FECHA NOT = UL-FECHA(UL-SUB)
009590         OR PAL-TRL-REG NOT = UL-TRL-REG(UL-SUB)
009600         OR PAL-TRL-CARAC NOT = UL-TRL-CARAC(UL-SUB)
009610         DISPLAY "ERROR: LA PARTICION " PARC-ACTUAL
009620             " TRAE OTRO LOTE EN LA POSICION " UL-SUB
009630             " (LOTE=" PAL-FECHA ")"
009640         ADD 1 TO CANT-ERRORES
009650         GO TO 2130-EXIT
009660     END-IF
009670     IF PAL-REPETIDO = "S"
009680         MOVE "S" TO UL-REPETIDO(UL-SUB)
009690     END-IF
009700     ADD PAL-RECIBIDOS TO UL-RECIBIDOS(UL-SUB)
009710     ADD PAL-DUPLICADOS TO UL-DUPLICADOS(UL-SUB)
009720     ADD PAL-CARACS TO UL-CARACS(UL-SUB).
009730 2130-EXIT.
009740     EXIT.
009750
009760 2140-TOMAR-LOTE-REG.
009770     ADD 1 TO PN-LEIDOS-G(PARC-ACTUAL)
009780     MOVE PN-LEIDOS-G(PARC-ACTUAL) TO UG-SUB
009790     IF UG-SUB > LIM-UG
009800         GO TO 2140-EXIT
009810     END-IF
009820     IF UG-SUB > CANT-UG
009830         MOVE UG-SUB TO CANT-UG
009840         MOVE PAG-FECHA TO UG-FECHA(UG-SUB)
009850         MOVE PAG-REG TO UG-REG(UG-SUB)
009860         MOVE PAG-CARAC TO UG-CARAC(UG-SUB)
009870     END-IF
009880     IF PAG-FECHA NOT = UG-FECHA(UG-SUB)
009890         DISPLAY "ERROR: LA PARTICION " PARC-ACTUAL
009900             " REGISTRARIA OTRO LOTE EN LA POSICION " UG-SUB
009910             " (LOTE=" PAG-FECHA ")"
009920         ADD 1 TO CANT-ERRORES
009930     END-IF.
009940 2140-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------
009980* 2150-SUMAR-ACUSE - UN DEPARTAMENTO DE UN LOTE DEL ACUSE. EL
009990* CODIGO ES EL ENVIADO, ASI QUE CADA UNO VIENE DE UNA SOLA
010000* PARTICION SALVO EL "+++" DE DESBORDE, QUE SE SUMA.
010010*----------------------------------------------------------------
010020 2150-SUMAR-ACUSE.
010030     ADD 1 TO PN-LEIDOS-D(PARC-ACTUAL)
010040     MOVE 0 TO UA-HALLADO
010050     PERFORM 2155-COMPARAR-ACUSE THRU 2155-EXIT
010060         VARYING UA-BUSCA FROM 1 BY 1
010070         UNTIL UA-BUSCA > CANT-UA OR UA-HALLADO > 0
010080     IF UA-HALLADO = 0
010090         IF CANT-UA NOT < LIM-UA
010100             DISPLAY "ERROR: MAS DE " LIM-UA
010110                 " DEPARTAMENTOS EN EL ACUSE DE LAS PARTICIONES"
010120             ADD 1 TO CANT-ERRORES
010130             GO TO 2150-EXIT
010140         END-IF
010150         ADD 1 TO CANT-UA
010160         MOVE CANT-UA TO UA-HALLADO
010170         INITIALIZE UA-ENT(UA-HALLADO)
010180         MOVE PAD-LOTE TO UA-LOTE(UA-HALLADO)
010190         MOVE PAD-DEPTO TO UA-DEPTO(UA-HALLADO)
010200         MOVE 9999999 TO UA-PRIMER-REG(UA-HALLADO)
010210     END-IF
010220     ADD PAD-RECIBIDOS TO UA-RECIBIDOS(UA-HALLADO)
010230     ADD PAD-CONTADOS TO UA-CONTADOS(UA-HALLADO)
010240     ADD PAD-RECH-DEPTO TO UA-RECH-DEPTO(UA-HALLADO)
010250     ADD PAD-EXC-CARACTER TO UA-EXC-CARACTER(UA-HALLADO)
010260     ADD PAD-DUPLICADOS TO UA-DUPLICADOS(UA-HALLADO)
010270     IF UA-MOTIVO(UA-HALLADO) = SPACES
010280         MOVE PAD-MOTIVO TO UA-MOTIVO(UA-HALLADO)
010290     END-IF
010300     IF PAD-DEPTO NOT = "+++"
010310         AND PAD-PRIMER-REG < UA-PRIMER-REG(UA-HALLADO)
010320         MOVE PAD-PRIMER-REG TO UA-PRIMER-REG(UA-HALLADO)
010330     END-IF.
010340 2150-EXIT.
010350     EXIT.
010360
010370 2155-COMPARAR-ACUSE.
010380     IF UA-LOTE(UA-BUSCA) = PAD-LOTE
010390         AND UA-DEPTO(UA-BUSCA) = PAD-DEPTO
010400         MOVE UA-BUSCA TO UA-HALLADO
010410     END-IF.
010420 2155-EXIT.
010430     EXIT.
010440
010450*----------------------------------------------------------------
010460* 2160-TOMAR-APARICION - PRIMER REGISTRO CONTADO DE UN
010470* DEPARTAMENTO EN LA PARTICION. SE QUEDA EL MENOR.
010480*----------------------------------------------------------------
010490 2160-TOMAR-APARICION.
010500     IF PAP-DEPTO = "+++"
010510         GO TO 2160-EXIT
010520     END-IF
010530     MOVE PAP-DEPTO TO DEPTO-BUSCA
010540     PERFORM 2170-UBICAR-DEPTO THRU 2170-EXIT
010550     IF UD-HALLADO > 0
010560         IF PAP-PRIMER-REG < UD-PRIMER-REG(UD-HALLADO)
010570             MOVE PAP-PRIMER-REG TO UD-PRIMER-REG(UD-HALLADO)
010580         END-IF
010590     END-IF.
010600 2160-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------------
010640* 2170-UBICAR-DEPTO - BUSCA DEPTO-BUSCA EN DEPTOS-FUSION Y LO DA
010650* DE ALTA SI NO ESTA, SIN PRIMER REGISTRO (9999999) HASTA QUE
010660* LLEGUE SU "P".
010670*----------------------------------------------------------------
010680 2170-UBICAR-DEPTO.
010690     MOVE 0 TO UD-HALLADO
010700     PERFORM 2175-COMPARAR-DEPTO THRU 2175-EXIT
010710         VARYING UD-BUSCA FROM 1 BY 1
010720         UNTIL UD-BUSCA > CANT-UD OR UD-HALLADO > 0
010730     IF UD-HALLADO > 0
010740         GO TO 2170-EXIT
010750     END-IF
010760     IF CANT-UD NOT < LIM-UD
010770         DISPLAY "ERROR: MAS DE " LIM-UD
010780             " DEPARTAMENTOS EN LOS TOTALES DE LAS PARTICIONES"
010790         ADD 1 TO CANT-ERRORES
010800         GO TO 2170-EXIT
010810     END-IF
010820     ADD 1 TO CANT-UD
010830     MOVE CANT-UD TO UD-HALLADO
010840     INITIALIZE UD-ENT(UD-HALLADO)
010850     MOVE DEPTO-BUSCA TO UD-CODIGO(UD-HALLADO)
010860     MOVE 9999999 TO UD-PRIMER-REG(UD-HALLADO).
010870 2170-EXIT.
010880     EXIT.
010890
010900 2175-COMPARAR-DEPTO.
010910     IF UD-CODIGO(UD-BUSCA) = DEPTO-BUSCA
010920         MOVE UD-BUSCA TO UD-HALLADO
010930     END-IF.
010940 2175-EXIT.
010950     EXIT.
010960
010970*----------------------------------------------------------------
010980* 3000-VALIDAR-PARTICIONES - TIENEN QUE ESTAR TODAS LAS
010990* PARTICIONES DE 1 AL TOTAL, CADA UNA UNA SOLA VEZ, TERMINADAS
011000* (ESTADO "T", RC=0) Y CON SU PARCIAL COMPLETO; TODAS DE LA MISMA
011010* CORRIDA (FECHA, MODO Y LETRAIN) Y CON RANGOS CONTIGUOS. SE
011020* INFORMAN TODOS LOS MOTIVOS ANTES DE RECHAZAR.
011030*----------------------------------------------------------------
011040 3000-VALIDAR-PARTICIONES.
011050     MOVE 0 TO PN-BASE
011060     PERFORM 3005-BUSCAR-BASE THRU 3005-EXIT
011070         VARYING PN-SUB FROM 1 BY 1
011080         UNTIL PN-SUB > LIM-PARTICIONES
011090     IF PN-BASE = 0
011100         DISPLAY "ERROR: NO HAY NINGUN PARCIAL DE PARTICION EN "
011110             "PARCIN"
011120         MOVE FECHA-EJECUCION-N TO FECHA-FUSION
011130         MOVE 16 TO RETURN-CODE
011140         GO TO 3000-EXIT
011150     END-IF
011160     MOVE PN-TOTAL(PN-BASE) TO TOTAL-PARTICIONES
011170     MOVE PN-FECHA-EJEC(PN-BASE) TO FECHA-FUSION
011180     MOVE PN-MODO(PN-BASE) TO MODO-FUSION
011190     MOVE PN-OPERADOR(PN-BASE) TO OPERADOR-FUSION
011200     MOVE PN-LIMITE-HUELLA(PN-BASE) TO LIMITE-HUELLA
011210     IF TOTAL-PARTICIONES IS NOT NUMERIC OR TOTAL-PARTICIONES = 0
011220         OR TOTAL-PARTICIONES > LIM-PARTICIONES
011230         DISPLAY "ERROR: TOTAL DE PARTICIONES INVALIDO ["
011240             TOTAL-PARTICIONES "]"
011250         MOVE 16 TO RETURN-CODE
011260         GO TO 3000-EXIT
011270     END-IF
011280     PERFORM 3010-VALIDAR-PARTICION THRU 3010-EXIT
011290         VARYING PN-SUB FROM 1 BY 1
011300         UNTIL PN-SUB > LIM-PARTICIONES
011310     IF CANT-ERRORES > 0
011320         MOVE 16 TO RETURN-CODE
011330         GO TO 3000-EXIT
011340     END-IF
011350     IF CANT-YA-PROC > 0
011360         DISPLAY "LAS PARTICIONES ENCONTRARON EL LOTE YA "
011370             "REGISTRADO"
011380         MOVE 12 TO RETURN-CODE
011390         GO TO 3000-EXIT
011400     END-IF
011410     MOVE TOT-LEIDOS-DET TO CANT-D
011420     DISPLAY "PARTICIONES COMPLETAS: " TOTAL-PARTICIONES
011430         ", REGISTROS DE DETALLE CONTADOS EN TOTAL " CANT-D.
011440 3000-EXIT.
011450     EXIT.
011460
011470 3005-BUSCAR-BASE.
011480     IF PN-PRESENTE(PN-SUB) NOT = "S"
011490         GO TO 3005-EXIT
011500     END-IF
011510     IF PN-BASE = 0
011520         MOVE PN-SUB TO PN-BASE
011530         GO TO 3005-EXIT
011540     END-IF
011550     IF PN-ESTADO(PN-BASE) NOT = "T" AND PN-ESTADO(PN-SUB) = "T"
011560         MOVE PN-SUB TO PN-BASE
011570     END-IF.
011580 3005-EXIT.
011590     EXIT.
011600
011610 3010-VALIDAR-PARTICION.
011620     IF PN-SUB > TOTAL-PARTICIONES
011630         IF PN-PRESENTE(PN-SUB) = "S"
011640             DISPLAY "ERROR: SOBRA EL PARCIAL DE LA PARTICION "
011650                 PN-SUB ", LA CORRIDA ES DE " TOTAL-PARTICIONES
011660             ADD 1 TO CANT-ERRORES
011670         END-IF
011680         GO TO 3010-EXIT
011690     END-IF
011700     IF PN-PRESENTE(PN-SUB) NOT = "S"
011710         DISPLAY "ERROR: FALTA EL PARCIAL DE LA PARTICION " PN-SUB
011720         ADD 1 TO CANT-ERRORES
011730         GO TO 3010-EXIT
011740     END-IF
011750     IF PN-TOTAL(PN-SUB) NOT = TOTAL-PARTICIONES
011760         DISPLAY "ERROR: LA PARTICION " PN-SUB
011770             " ES DE UNA CORRIDA DE " PN-TOTAL(PN-SUB)
011780             " PARTICIONES, NO DE "
011790             TOTAL-PARTICIONES
011800         ADD 1 TO CANT-ERRORES
011810     END-IF
011820     IF PN-ESTADO(PN-SUB) = "F"
011830         DISPLAY "ERROR: LA PARTICION " PN-SUB
011840             " TERMINO CON ERROR, RC=" PN-RETORNO(PN-SUB)
011850         IF PN-RETORNO(PN-SUB) = 12
011860             ADD 1 TO CANT-YA-PROC
011870         ELSE
011880             ADD 1 TO CANT-ERRORES
011890         END-IF
011900         GO TO 3010-EXIT
011910     END-IF
011920     IF PN-ESTADO(PN-SUB) NOT = "T" OR PN-RETORNO(PN-SUB) NOT = 0
011930         DISPLAY "ERROR: LA PARTICION " PN-SUB
011940             " NO TERMINO (CANCELADA O TODAVIA EN CURSO)"
011950         ADD 1 TO CANT-ERRORES
011960         GO TO 3010-EXIT
011970     END-IF
011980     IF PN-FIN(PN-SUB) NOT = "S" OR PN-LEIDOS-K(PN-SUB) NOT = 1
011990         OR PN-LEIDOS-L(PN-SUB) NOT = PN-CANT-AL(PN-SUB)
012000         OR PN-LEIDOS-G(PN-SUB) NOT = PN-CANT-LC(PN-SUB)
012010         OR PN-LEIDOS-D(PN-SUB) NOT = PN-CANT-AD(PN-SUB)
012020         DISPLAY "ERROR: EL PARCIAL DE LA PARTICION " PN-SUB
012030             " ESTA INCOMPLETO"
012040         ADD 1 TO CANT-ERRORES
012050         GO TO 3010-EXIT
012060     END-IF
012070     IF PN-FECHA-EJEC(PN-SUB) NOT = PN-FECHA-EJEC(PN-BASE)
012080         OR PN-MODO(PN-SUB) NOT = PN-MODO(PN-BASE)
012090         OR PN-REGISTROS(PN-SUB) NOT = PN-REGISTROS(PN-BASE)
012100         OR PN-ESPERADO-REG(PN-SUB) NOT = PN-ESPERADO-REG(PN-BASE)
012110         OR PN-ESPERADO-CARAC(PN-SUB)
012120             NOT = PN-ESPERADO-CARAC(PN-BASE)
012130         OR PN-TRAILER(PN-SUB) NOT = PN-TRAILER(PN-BASE)
012140         OR PN-FECHA-LOTE(PN-SUB) NOT = PN-FECHA-LOTE(PN-BASE)
012150         OR PN-LIMITE-HUELLA(PN-SUB)
012160             NOT = PN-LIMITE-HUELLA(PN-BASE)
012170         OR PN-CANT-AL(PN-SUB) NOT = PN-CANT-AL(PN-BASE)
012180         OR PN-CANT-LC(PN-SUB) NOT = PN-CANT-LC(PN-BASE)
012190         DISPLAY "ERROR: LA PARTICION " PN-SUB
012200             " NO ES DE LA MISMA CORRIDA QUE LA " PN-BASE
012210             " (FECHA, MODO O LETRAIN)"
012220         ADD 1 TO CANT-ERRORES
012230         GO TO 3010-EXIT
012240     END-IF
012250     IF PN-SUB > 1
012260         COMPUTE PN-ANT = PN-SUB - 1
012270         IF PN-PRESENTE(PN-ANT) = "S"
012280             AND PN-DESDE(PN-SUB) NOT = PN-HASTA(PN-ANT)
012290             DISPLAY "ERROR: LA PARTICION " PN-SUB " EMPIEZA EN ["
012300                 PN-DESDE(PN-SUB) "] Y LA " PN-ANT " TERMINA EN ["
012310                 PN-HASTA(PN-ANT) "]: LOS RANGOS NO SON CONTIGUOS"
012320             ADD 1 TO CANT-ERRORES
012330         END-IF
012340     END-IF
012350     ADD PN-LEIDOS-DET(PN-SUB) TO TOT-LEIDOS-DET
012360     ADD PN-CARACS-LEIDOS(PN-SUB) TO TOT-CARACS-LEIDOS
012370     ADD PN-DUPLICADOS(PN-SUB) TO TOT-DUPLICADOS
012380     IF PN-REINICIO(PN-SUB) = "S"
012390         MOVE "S" TO REINICIO-FUSION
012400     END-IF
012410     IF PN-REPROCESO(PN-SUB) = "S"
012420         MOVE "S" TO REPROCESO-FUSION
012430         MOVE PN-AUTORIZA(PN-SUB) TO AUTORIZA-FUSION
012440     END-IF.
012450 3010-EXIT.
012460     EXIT.
012470
012480*----------------------------------------------------------------
012490* 3500-CONTROL-LOTES-REG - LAS PARTICIONES YA CONTROLARON LOTEREG
012500* AL EMPEZAR, PERO LA FUSION SE PUEDE VOLVER A CORRER SOBRE LOS
012510* MISMOS PARCIALES: SI ALGUN LOTE DE LA NOCHE YA QUEDO REGISTRADO
012520* (Y NO ES UN REPROCESO AUTORIZADO) NO SE PUBLICA DE NUEVO.
012530*----------------------------------------------------------------
012540 3500-CONTROL-LOTES-REG.
012550     OPEN INPUT LOTES-REGISTRO
012560     IF FS-LOTEREG NOT = "00" AND FS-LOTEREG NOT = "05"
012570         DISPLAY "ERROR AL ABRIR LOTEREG, STATUS " FS-LOTEREG
012580         MOVE 16 TO RETURN-CODE
012590         GO TO 3500-EXIT
012600     END-IF
012610     MOVE "N" TO EOF-LOTEREG
012620     PERFORM 3510-LEER-LOTE-REG THRU 3510-EXIT
012630         UNTIL FIN-LOTEREG
012640     CLOSE LOTES-REGISTRO
012650     IF CANT-YA-REG > 0
012660         DISPLAY "LA NOCHE YA FUE PUBLICADA: NO SE PUBLICA DE "
012670             "NUEVO"
012680         MOVE 12 TO RETURN-CODE
012690     END-IF.
012700 3500-EXIT.
012710     EXIT.
012720
012730 3510-LEER-LOTE-REG.
012740     READ LOTES-REGISTRO
012750         AT END
012760             SET FIN-LOTEREG TO TRUE
012770             GO TO 3510-EXIT
012780     END-READ
012790     IF LG-SIN-LOTE = "S"
012800         GO TO 3510-EXIT
012810     END-IF
012820     PERFORM 3520-COMPARAR-LOTE-REG THRU 3520-EXIT
012830         VARYING UG-SUB FROM 1 BY 1 UNTIL UG-SUB > CANT-UG.
012840 3510-EXIT.
012850     EXIT.
012860
012870 3520-COMPARAR-LOTE-REG.
012880     IF UG-FECHA(UG-SUB) NOT = LG-FECHA-LOTE
012890         GO TO 3520-EXIT
012900     END-IF
012910     IF REPROCESO-AUTORIZADO
012920         DISPLAY "LOTE " LG-FECHA-LOTE
012930             " YA REGISTRADO, REPROCESO AUTORIZADO POR "
012940             AUTORIZA-FUSION
012950     ELSE
012960         DISPLAY "LOTE " LG-FECHA-LOTE " YA PROCESADO EL "
012970             LG-FECHA-PROC " Y REGISTRADO EN LOTEREG"
012980         ADD 1 TO CANT-YA-REG
012990     END-IF.
013000 3520-EXIT.
013010     EXIT.
013020
013030*----------------------------------------------------------------
013040* 4000-ARMAR-TOTALES - DEJA LOS DEPARTAMENTOS DE LOS TOTALES Y
013050* DEL ACUSE EN ORDEN DE PRIMERA APARICION, CON LA MISMA REGLA DE
013060* DESBORDE QUE CONTVOC1 (PASADO EL LIMITE, LA ULTIMA ENTRADA SE
013070* VUELVE "+++" Y ACUMULA EL RESTO), Y CONCILIA CADA LOTE: LO QUE
013080* RECIBIERON LAS PARTICIONES TIENE QUE SUMAR SU TRAILER. SI NO
013090* SUMA, EL PARCIAL FUSIONADO VA MARCADO Y CONTVOC1 LO TRATA COMO
013100* FUERA DE BALANCE.
013110*----------------------------------------------------------------
013120 4000-ARMAR-TOTALES.
013130     PERFORM 4110-UBICAR-MENOR-DEPTO THRU 4110-EXIT
013140         VARYING UD-SUB FROM 1 BY 1 UNTIL UD-SUB NOT < CANT-UD
013150     IF CANT-UD > LIM-DEPTOS
013160         MOVE "+++" TO UD-CODIGO(LIM-DEPTOS)
013170         COMPUTE UD-DESDE = LIM-DEPTOS + 1
013180         PERFORM 4130-SUMAR-EXCEDENTE THRU 4130-EXIT
013190             VARYING UD-SUB FROM UD-DESDE BY 1
013200             UNTIL UD-SUB > CANT-UD
013210         MOVE LIM-DEPTOS TO CANT-UD
013220     END-IF
013230     MOVE CANT-UD TO TF-CANT-DEPTOS
013240     PERFORM 4150-PASAR-DEPTO THRU 4150-EXIT
013250         VARYING UD-SUB FROM 1 BY 1 UNTIL UD-SUB > CANT-UD
013260     PERFORM 4210-UBICAR-MENOR-ACUSE THRU 4210-EXIT
013270         VARYING UA-SUB FROM 1 BY 1 UNTIL UA-SUB NOT < CANT-UA
013280     IF CANT-UA > LIM-AD
013290         MOVE "+++" TO UA-DEPTO(LIM-AD)
013300         COMPUTE UA-DESDE = LIM-AD + 1
013310         PERFORM 4230-SUMAR-EXCEDENTE THRU 4230-EXIT
013320             VARYING UA-SUB FROM UA-DESDE BY 1
013330             UNTIL UA-SUB > CANT-UA
013340         MOVE LIM-AD TO CANT-UA
013350     END-IF
013360     MOVE PN-REGISTROS(PN-BASE) TO TF-NUM-REGISTRO
013370     MOVE " " TO BALANCE-SW
013380     PERFORM 4300-CONCILIAR-LOTE THRU 4300-EXIT
013390         VARYING UL-SUB FROM 1 BY 1 UNTIL UL-SUB > CANT-UL
013400     IF LOTES-DESBALANCE
013410         DISPLAY "ATENCION: ALGUN LOTE NO SUMA SU TRAILER "
013420             "ENTRE LAS PARTICIONES"
013430     END-IF.
013440 4000-EXIT.
013450     EXIT.
013460
013470 4110-UBICAR-MENOR-DEPTO.
013480     MOVE UD-SUB TO UD-MENOR
013490     PERFORM 4120-COMPARAR-MENOR-DEPTO THRU 4120-EXIT
013500         VARYING UD-BUSCA FROM UD-SUB BY 1
013510         UNTIL UD-BUSCA > CANT-UD
013520     IF UD-MENOR NOT = UD-SUB
013530         MOVE UD-ENT(UD-SUB) TO UD-AUX
013540         MOVE UD-ENT(UD-MENOR) TO UD-ENT(UD-SUB)
013550         MOVE UD-AUX TO UD-ENT(UD-MENOR)
013560     END-IF.
013570 4110-EXIT.
013580     EXIT.
013590
013600 4120-COMPARAR-MENOR-DEPTO.
013610     IF UD-PRIMER-REG(UD-BUSCA) < UD-PRIMER-REG(UD-MENOR)
013620         MOVE UD-BUSCA TO UD-MENOR
013630     END-IF.
013640 4120-EXIT.
013650     EXIT.
013660
013670 4130-SUMAR-EXCEDENTE.
013680     ADD UD-VOCALES(UD-SUB) TO UD-VOCALES(LIM-DEPTOS)
013690     ADD UD-CONSONANTE(UD-SUB) TO UD-CONSONANTE(LIM-DEPTOS)
013700     ADD UD-ENIE(UD-SUB) TO UD-ENIE(LIM-DEPTOS)
013710     ADD UD-PALABRAS(UD-SUB) TO UD-PALABRAS(LIM-DEPTOS)
013720     ADD UD-EXCEP(UD-SUB) TO UD-EXCEP(LIM-DEPTOS)
013730     ADD UD-SILABAS(UD-SUB) TO UD-SILABAS(LIM-DEPTOS)
013740     ADD UD-ORACIONES(UD-SUB) TO UD-ORACIONES(LIM-DEPTOS)
013750     ADD UD-PAL-EN(UD-SUB) TO UD-PAL-EN(LIM-DEPTOS).
013760 4130-EXIT.
013770     EXIT.
013780
013790 4150-PASAR-DEPTO.
013800     MOVE UD-CODIGO(UD-SUB) TO TF-DEP-CODIGO(UD-SUB)
013810     MOVE UD-VOCALES(UD-SUB) TO TF-DEP-VOCALES(UD-SUB)
013820     MOVE UD-CONSONANTE(UD-SUB) TO TF-DEP-CONSONANTE(UD-SUB)
013830     MOVE UD-ENIE(UD-SUB) TO TF-DEP-ENIE(UD-SUB)
013840     MOVE UD-PALABRAS(UD-SUB) TO TF-DEP-PALABRAS(UD-SUB)
013850     MOVE UD-EXCEP(UD-SUB) TO TF-DEP-EXCEP(UD-SUB)
013860     MOVE UD-SILABAS(UD-SUB) TO TF-DEP-SILABAS(UD-SUB)
013870     MOVE UD-ORACIONES(UD-SUB) TO TF-DEP-ORACIONES(UD-SUB)
013880     MOVE UD-PAL-EN(UD-SUB) TO TF-DEP-PAL-EN(UD-SUB).
013890 4150-EXIT.
013900     EXIT.
013910
013920 4210-UBICAR-MENOR-ACUSE.
013930     MOVE UA-SUB TO UA-MENOR
013940     PERFORM 4220-COMPARAR-MENOR-ACUSE THRU 4220-EXIT
013950         VARYING UA-BUSCA FROM UA-SUB BY 1
013960         UNTIL UA-BUSCA > CANT-UA
013970     IF UA-MENOR NOT = UA-SUB
013980         MOVE UA-ENT(UA-SUB) TO UA-AUX
013990         MOVE UA-ENT(UA-MENOR) TO UA-ENT(UA-SUB)
014000         MOVE UA-AUX TO UA-ENT(UA-MENOR)
014010     END-IF.
014020 4210-EXIT.
014030     EXIT.
014040
014050 4220-COMPARAR-MENOR-ACUSE.
014060     IF UA-PRIMER-REG(UA-BUSCA) < UA-PRIMER-REG(UA-MENOR)
014070         MOVE UA-BUSCA TO UA-MENOR
014080     END-IF.
014090 4220-EXIT.
014100     EXIT.
014110
014120 4230-SUMAR-EXCEDENTE.
014130     ADD UA-RECIBIDOS(UA-SUB) TO UA-RECIBIDOS(LIM-AD)
014140     ADD UA-CONTADOS(UA-SUB) TO UA-CONTADOS(LIM-AD)
014150     ADD UA-RECH-DEPTO(UA-SUB) TO UA-RECH-DEPTO(LIM-AD)
014160     ADD UA-EXC-CARACTER(UA-SUB) TO UA-EXC-CARACTER(LIM-AD)
014170     ADD UA-DUPLICADOS(UA-SUB) TO UA-DUPLICADOS(LIM-AD).
014180 4230-EXIT.
014190     EXIT.
014200
014210 4300-CONCILIAR-LOTE.
014220     MOVE UL-RECIBIDOS(UL-SUB) TO CANT-D
014230     MOVE UL-CARACS(UL-SUB) TO CARAC-D
014240     MOVE UL-TRL-REG(UL-SUB) TO TRL-D
014250     MOVE UL-TRL-CARAC(UL-SUB) TO TRL-CARAC-D
014260     IF UL-RECIBIDOS(UL-SUB) = UL-TRL-REG(UL-SUB)
014270         AND UL-CARACS(UL-SUB) = UL-TRL-CARAC(UL-SUB)
014280         DISPLAY "LOTE " UL-FECHA(UL-SUB)
014290             ": LAS PARTICIONES SUMAN " CANT-D
014300             " REGISTROS, IGUAL QUE SU TRAILER"
014310     ELSE
014320         DISPLAY "LOTE " UL-FECHA(UL-SUB)
014330             ": LAS PARTICIONES SUMAN " CANT-D " REGISTROS Y "
014340             CARAC-D " CARACTERES"
014350         DISPLAY "    EL TRAILER DECLARA " TRL-D " REGISTROS Y "
014360             TRL-CARAC-D " CARACTERES"
014370         MOVE "F" TO BALANCE-SW
014380     END-IF.
014390 4300-EXIT.
014400     EXIT.
014410
014420*----------------------------------------------------------------
014430* 5000-FUSIONAR-EXCEPCIONES - ARMA EL EXCPOUT DE LA NOCHE CON LAS
014440* EXCEPCIONES DE TODAS LAS PARTICIONES EN ORDEN DE REGISTRO Y
014450* SLOT, COMO LAS DEJA UNA CORRIDA UNICA. UNA PARTICION REANUDADA
014460* PUEDE HABER ESCRITO DOS VECES LA MISMA EXCEPCION: QUEDA UNA. DE
014470* CADA EXCEPCION DE CARACTER SE DA DE ALTA EL PENDIENTE EN
014480* PENDEXC, CONSERVANDO EL ALTA ORIGINAL SI YA ESTABA.
014490*----------------------------------------------------------------
014500 5000-FUSIONAR-EXCEPCIONES.
014510     OPEN INPUT EXCEPCIONES-IN
014520     IF FS-EXCPIN NOT = "00"
014530         DISPLAY "ERROR AL ABRIR EXCPIN, STATUS " FS-EXCPIN
014540         MOVE 16 TO RETURN-CODE
014550         GO TO 5000-EXIT
014560     END-IF
014570     OPEN OUTPUT EXCEPCIONES-OUT
014580     IF FS-EXCEPCIONES NOT = "00"
014590         DISPLAY "ERROR AL ABRIR EXCPOUT, STATUS " FS-EXCEPCIONES
014600         MOVE 16 TO RETURN-CODE
014610         CLOSE EXCEPCIONES-IN
014620         GO TO 5000-EXIT
014630     END-IF
014640     OPEN I-O PENDIENTES
014650     IF FS-PENDEXC NOT = "00" AND FS-PENDEXC NOT = "05"
014660         DISPLAY "ERROR AL ABRIR PENDEXC, STATUS " FS-PENDEXC
014670         MOVE 16 TO RETURN-CODE
014680         CLOSE EXCEPCIONES-IN
014690         CLOSE EXCEPCIONES-OUT
014700         GO TO 5000-EXIT
014710     END-IF
014720     MOVE 0 TO CANT-EXCEPCIONES
014730     MOVE 0 TO RECH-DEPTO
014740     MOVE SPACES TO CLAVE-ANTERIOR
014750     SORT EXCEPCION-SORT
014760         ON ASCENDING KEY SX-REGISTRO SX-SLOT
014770         INPUT PROCEDURE IS 5100-LEER-EXCEPCIONES THRU 5100-EXIT
014780         OUTPUT PROCEDURE IS
014790             5200-GRABAR-EXCEPCIONES THRU 5200-EXIT
014800     CLOSE EXCEPCIONES-IN
014810     CLOSE EXCEPCIONES-OUT
014820     CLOSE PENDIENTES
014830     MOVE CANT-EXCEPCIONES TO CANT-D
014840     DISPLAY "EXCEPCIONES FUSIONADAS: " CANT-D
014850     IF EXC-REPETIDAS > 0
014860         MOVE EXC-REPETIDAS TO CANT-D
014870         DISPLAY "EXCEPCIONES REPETIDAS POR REANUDACION: " CANT-D
014880     END-IF.
014890 5000-EXIT.
014900     EXIT.
014910
014920 5100-LEER-EXCEPCIONES.
014930     MOVE "N" TO EOF-EXCPIN
014940     PERFORM 5110-LEER-EXCEPCION THRU 5110-EXIT
014950         UNTIL FIN-EXCPIN.
014960 5100-EXIT.
014970     EXIT.
014980
014990*----------------------------------------------------------------
015000* 5110-LEER-EXCEPCION - CLASIFICA LA LINEA Y SACA SU CLAVE:
015010* "REGISTRO=" (CARACTER INVALIDO, REGISTRO EN 10-16 Y SLOT EN
015020* 24-28) O "DEPTO-INV REGISTRO=" (REGISTRO EN 20-26, SLOT 0). UNA
015030* LINEA DE OTRA FORMA SE COPIA AL FINAL TAL CUAL.
015040*----------------------------------------------------------------
015050 5110-LEER-EXCEPCION.
015060     READ EXCEPCIONES-IN
015070         AT END
015080             SET FIN-EXCPIN TO TRUE
015090             GO TO 5110-EXIT
015100     END-READ
015110     IF EXCEPCION-IN-REC = SPACES
015120         GO TO 5110-EXIT
015130     END-IF
015140     MOVE EXCEPCION-IN-REC TO SX-LINEA
015150     MOVE 9999999 TO SX-REGISTRO
015160     MOVE 99999 TO SX-SLOT
015170     MOVE "O" TO SX-TIPO
015180     IF EXCEPCION-IN-REC(1:9) = "REGISTRO="
015190         MOVE "R" TO TIPO-LINEA
015200         MOVE EXCEPCION-IN-REC(10:7) TO NUMERO-EDIT
015210         MOVE EXCEPCION-IN-REC(24:5) TO SLOT-EDIT
015220         PERFORM 5120-TOMAR-CLAVE THRU 5120-EXIT
015230     END-IF
015240     IF EXCEPCION-IN-REC(1:19) = "DEPTO-INV REGISTRO="
015250         MOVE "D" TO TIPO-LINEA
015260         MOVE EXCEPCION-IN-REC(20:7) TO NUMERO-EDIT
015270         MOVE "00000" TO SLOT-EDIT
015280         PERFORM 5120-TOMAR-CLAVE THRU 5120-EXIT
015290     END-IF
015300     RELEASE EXCEPCION-SORT-REC.
015310 5110-EXIT.
015320     EXIT.
015330
015340 5120-TOMAR-CLAVE.
015350     INSPECT NUMERO-EDIT REPLACING LEADING SPACE BY ZERO
015360     INSPECT SLOT-EDIT REPLACING LEADING SPACE BY ZERO
015370     IF NUMERO-EDIT-N IS NUMERIC AND SLOT-EDIT-N IS NUMERIC
015380         MOVE NUMERO-EDIT-N TO SX-REGISTRO
015390         MOVE SLOT-EDIT-N TO SX-SLOT
015400         MOVE TIPO-LINEA TO SX-TIPO
015410     END-IF.
015420 5120-EXIT.
015430     EXIT.
015440
015450 5200-GRABAR-EXCEPCIONES.
015460     MOVE "N" TO EOF-SORT
015470     PERFORM 5210-GRABAR-EXCEPCION THRU 5210-EXIT
015480         UNTIL FIN-SORT.
015490 5200-EXIT.
015500     EXIT.
015510
015520 5210-GRABAR-EXCEPCION.
015530     RETURN EXCEPCION-SORT
015540         AT END
015550             SET FIN-SORT TO TRUE
015560             GO TO 5210-EXIT
015570     END-RETURN
015580     IF SX-TIPO NOT = "O" AND SX-CLAVE = CLAVE-ANTERIOR
015590         ADD 1 TO EXC-REPETIDAS
015600         GO TO 5210-EXIT
015610     END-IF
015620     MOVE SX-CLAVE TO CLAVE-ANTERIOR
015630     WRITE EXCEPCION-REC FROM SX-LINEA
015640     ADD 1 TO CANT-EXCEPCIONES
015650     IF SX-TIPO = "D"
015660         ADD 1 TO RECH-DEPTO
015670     END-IF
015680     IF SX-TIPO = "R"
015690         PERFORM 5220-GRABAR-PENDIENTE THRU 5220-EXIT
015700     END-IF.
015710 5210-EXIT.
015720     EXIT.
015730
015740*----------------------------------------------------------------
015750* 5220-GRABAR-PENDIENTE - ALTA EN PENDEXC COMO LA HACE CONTVOC1
015760* (7050): LOTE EN 73-80, VALOR EN 38 Y DEPARTAMENTO EN 48-50 DE LA
015770* LINEA. SI YA EXISTE SE CONSERVA EL ALTA ORIGINAL.
015780*----------------------------------------------------------------
015790 5220-GRABAR-PENDIENTE.
015800     MOVE SPACES TO PENDIENTE-REC
015810     MOVE 0 TO PE-FECHA-LOTE
015820     IF SX-LINEA(73:8) IS NUMERIC
015830         MOVE SX-LINEA(73:8) TO PE-FECHA-LOTE
015840     END-IF
015850     MOVE SX-REGISTRO TO PE-REGISTRO
015860     MOVE SX-SLOT TO PE-SLOT
015870     MOVE SX-LINEA(38:1) TO PE-VALOR
015880     MOVE SX-LINEA(48:3) TO PE-DEPTO
015890     MOVE FECHA-FUSION TO PE-FECHA-ALTA
015900     WRITE PENDIENTE-REC
015910         INVALID KEY
015920             CONTINUE
015930     END-WRITE.
015940 5220-EXIT.
015950     EXIT.
015960
015970*----------------------------------------------------------------
015980* 5500-FUSIONAR-DUPLICADAS - ARMA EL DUPLOUT DE LA NOCHE: EL
015990* ENCABEZADO CON LA FECHA DE LA CORRIDA Y LOS PARES DE LINEAS DE
016000* TODAS LAS PARTICIONES EN ORDEN DE REGISTRO. EL RESUMEN POR LOTE
016010* LO AGREGA CONTVOC1 AL PUBLICAR.
016020*----------------------------------------------------------------
016030 5500-FUSIONAR-DUPLICADAS.
016040     OPEN INPUT DUPLICADAS-IN
016050     IF FS-DUPIN NOT = "00"
016060         DISPLAY "ERROR AL ABRIR DUPIN, STATUS " FS-DUPIN
016070         MOVE 16 TO RETURN-CODE
016080         GO TO 5500-EXIT
016090     END-IF
016100     OPEN OUTPUT DUPLICADOS-OUT
016110     IF FS-DUPLICADOS NOT = "00"
016120         DISPLAY "ERROR AL ABRIR DUPLOUT, STATUS " FS-DUPLICADOS
016130         MOVE 16 TO RETURN-CODE
016140         CLOSE DUPLICADAS-IN
016150         GO TO 5500-EXIT
016160     END-IF
016170     MOVE SPACES TO LINEA-TRABAJO
016180     STRING "CONTVOC1 - LINEAS DUPLICADAS NO CONTADAS - CORRIDA"
016190         " DEL " FECHA-FUSION
016200         DELIMITED BY SIZE INTO LINEA-TRABAJO
016210     WRITE DUPLICADO-REC FROM LINEA-TRABAJO
016220     SORT DUPLICADA-SORT
016230         ON ASCENDING KEY SU-REGISTRO
016240         INPUT PROCEDURE IS 5600-LEER-DUPLICADAS THRU 5600-EXIT
016250         OUTPUT PROCEDURE IS 5700-GRABAR-DUPLICADAS THRU 5700-EXIT
016260     CLOSE DUPLICADAS-IN
016270     CLOSE DUPLICADOS-OUT
016280     IF PARES-DUPLICADOS NOT = TOT-DUPLICADOS
016290         MOVE PARES-DUPLICADOS TO CANT-D
016300         MOVE TOT-DUPLICADOS TO TRL-D
016310         DISPLAY "AVISO: DUPLOUT DE LAS PARTICIONES TRAE " CANT-D
016320             " DUPLICADAS Y SUS CONTROLES " TRL-D
016330     END-IF.
016340 5500-EXIT.
016350     EXIT.
016360
016370 5600-LEER-DUPLICADAS.
016380     MOVE "N" TO EOF-DUPIN
016390     MOVE "N" TO PAR-PENDIENTE-SW
016400     PERFORM 5610-LEER-DUPLICADA THRU 5610-EXIT
016410         UNTIL FIN-DUPIN.
016420 5600-EXIT.
016430     EXIT.
016440
016450*----------------------------------------------------------------
016460* 5610-LEER-DUPLICADA - CADA DUPLICADA SON DOS LINEAS: "REG="
016470* (REGISTRO EN 5-11) Y EL TEXTO. LOS ENCABEZADOS Y RESUMENES DE
016480* LAS PARTICIONES SE DESCARTAN.
016490*----------------------------------------------------------------
016500 5610-LEER-DUPLICADA.
016510     READ DUPLICADAS-IN
016520         AT END
016530             SET FIN-DUPIN TO TRUE
016540             GO TO 5610-EXIT
016550     END-READ
016560     IF PAR-PENDIENTE
016570         MOVE DUPLICADA-IN-REC TO SU-LINEA-TEXTO
016580         RELEASE DUPLICADA-SORT-REC
016590         MOVE "N" TO PAR-PENDIENTE-SW
016600         GO TO 5610-EXIT
016610     END-IF
016620     IF DUPLICADA-IN-REC(1:4) NOT = "REG="
016630         GO TO 5610-EXIT
016640     END-IF
016650     MOVE DUPLICADA-IN-REC TO SU-LINEA-REG
016660     MOVE DUPLICADA-IN-REC(5:7) TO NUMERO-EDIT
016670     INSPECT NUMERO-EDIT REPLACING LEADING SPACE BY ZERO
016680     MOVE 0 TO SU-REGISTRO
016690     IF NUMERO-EDIT-N IS NUMERIC
016700         MOVE NUMERO-EDIT-N TO SU-REGISTRO
016710     END-IF
016720     MOVE "S" TO PAR-PENDIENTE-SW.
016730 5610-EXIT.
016740     EXIT.
016750
016760 5700-GRABAR-DUPLICADAS.
016770     MOVE "N" TO EOF-SORT
016780     MOVE 0 TO PARES-DUPLICADOS
016790     PERFORM 5710-GRABAR-DUPLICADA THRU 5710-EXIT
016800         UNTIL FIN-SORT.
016810 5700-EXIT.
016820     EXIT.
016830
016840 5710-GRABAR-DUPLICADA.
016850     RETURN DUPLICADA-SORT
016860         AT END
016870             SET FIN-SORT TO TRUE
016880             GO TO 5710-EXIT
016890     END-RETURN
016900     WRITE DUPLICADO-REC FROM SU-LINEA-REG
016910     WRITE DUPLICADO-REC FROM SU-LINEA-TEXTO
016920     ADD 1 TO PARES-DUPLICADOS.
016930 5710-EXIT.
016940     EXIT.
016950
016960*----------------------------------------------------------------
016970* 6000-COPIAR-PALABRAS - LAS PALABRAS DE TRABAJO DE TODAS LAS
016980* PARTICIONES VAN AL PALWRK DE LA FUSION, DE DONDE CONTVOC1 SACA
016990* LAS 20 PALABRAS MAS FRECUENTES DE LA NOCHE.
017000*----------------------------------------------------------------
017010 6000-COPIAR-PALABRAS.
017020     OPEN INPUT PALABRAS-IN
017030     IF FS-PALIN NOT = "00"
017040         DISPLAY "ERROR AL ABRIR PALIN, STATUS " FS-PALIN
017050         MOVE 16 TO RETURN-CODE
017060         GO TO 6000-EXIT
017070     END-IF
017080     OPEN OUTPUT PALABRAS-TRABAJO
017090     IF FS-PALWRK NOT = "00"
017100         DISPLAY "ERROR AL ABRIR PALWRK, STATUS " FS-PALWRK
017110         MOVE 16 TO RETURN-CODE
017120         CLOSE PALABRAS-IN
017130         GO TO 6000-EXIT
017140     END-IF
017150     MOVE "N" TO EOF-PALIN
017160     PERFORM 6010-COPIAR-PALABRA THRU 6010-EXIT
017170         UNTIL FIN-PALIN
017180     CLOSE PALABRAS-IN
017190     CLOSE PALABRAS-TRABAJO
017200     MOVE PALABRAS-COPIADAS TO CANT-D
017210     DISPLAY "PALABRAS DE TRABAJO FUSIONADAS: " CANT-D.
017220 6000-EXIT.
017230     EXIT.
017240
017250 6010-COPIAR-PALABRA.
017260     READ PALABRAS-IN
017270         AT END
017280             SET FIN-PALIN TO TRUE
017290             GO TO 6010-EXIT
017300     END-READ
017310     WRITE PALABRA-TRABAJO-REC FROM PALABRA-IN-REC
017320     ADD 1 TO PALABRAS-COPIADAS.
017330 6010-EXIT.
017340     EXIT.
017350
017360*----------------------------------------------------------------
017370* 6500-ACTUALIZAR-HUELLAS - DEPURA DEL ARCHIVO PRINCIPAL LAS
017380* HUELLAS VENCIDAS (MISMA VENTANA QUE USARON LAS PARTICIONES) Y
017390* GRABA LAS HUELLAS QUE DEJO CADA PARTICION, CON SU SELLO, EN UNA
017400* SEGUNDA PASADA SOBRE LOS PARCIALES.
017410*----------------------------------------------------------------
017420 6500-ACTUALIZAR-HUELLAS.
017430     OPEN I-O HUELLAS
017440     IF FS-HUELLAS NOT = "00" AND FS-HUELLAS NOT = "05"
017450         DISPLAY "ERROR AL ABRIR HUELLAS, STATUS " FS-HUELLAS
017460         MOVE 16 TO RETURN-CODE
017470         GO TO 6500-EXIT
017480     END-IF
017490     MOVE LOW-VALUES TO HU-CLAVE
017500     MOVE "N" TO EOF-HUELLAS
017510     START HUELLAS KEY NOT < HU-CLAVE
017520         INVALID KEY
017530             SET FIN-HUELLAS TO TRUE
017540     END-START
017550     PERFORM 6510-DEPURAR-HUELLA THRU 6510-EXIT
017560         UNTIL FIN-HUELLAS
017570     OPEN INPUT PARCIALES-IN
017580     IF FS-PARCIN NOT = "00"
017590         DISPLAY "ERROR AL ABRIR PARCIN, STATUS " FS-PARCIN
017600         MOVE 16 TO RETURN-CODE
017610         CLOSE HUELLAS
017620         GO TO 6500-EXIT
017630     END-IF
017640     MOVE "N" TO EOF-PARCIN
017650     PERFORM 6520-PASAR-HUELLA THRU 6520-EXIT
017660         UNTIL FIN-PARCIN
017670     CLOSE PARCIALES-IN
017680     CLOSE HUELLAS
017690     MOVE HUELLAS-DEPURADAS TO CANT-D
017700     DISPLAY "HUELLAS VENCIDAS BORRADAS: " CANT-D
017710     MOVE HUELLAS-PASADAS TO CANT-D
017720     DISPLAY "HUELLAS DE LAS PARTICIONES GRABADAS: " CANT-D.
017730 6500-EXIT.
017740     EXIT.
017750
017760 6510-DEPURAR-HUELLA.
017770     READ HUELLAS NEXT
017780         AT END
017790             SET FIN-HUELLAS TO TRUE
017800             GO TO 6510-EXIT
017810     END-READ
017820     IF HU-SELLO-FECHA < LIMITE-HUELLA
017830         DELETE HUELLAS RECORD
017840             INVALID KEY
017850                 CONTINUE
017860         END-DELETE
017870         ADD 1 TO HUELLAS-DEPURADAS
017880     END-IF.
017890 6510-EXIT.
017900     EXIT.
017910
017920 6520-PASAR-HUELLA.
017930     READ PARCIALES-IN
017940         AT END
017950             SET FIN-PARCIN TO TRUE
017960             GO TO 6520-EXIT
017970     END-READ
017980     IF PAH-TIPO NOT = "H"
017990         GO TO 6520-EXIT
018000     END-IF
018010     MOVE PAH-HUELLA TO HUELLA-REC
018020     WRITE HUELLA-REC
018030         INVALID KEY
018040             REWRITE HUELLA-REC
018050                 INVALID KEY
018060                     CONTINUE
018070             END-REWRITE
018080     END-WRITE
018090     ADD 1 TO HUELLAS-PASADAS.
018100 6520-EXIT.
018110     EXIT.
018120
018130*----------------------------------------------------------------
018140* 7000-GRABAR-CHECKPOINT - LOS TOTALES COMBINADOS VAN AL
018150* CHECKPOINT DE LA FUSION CON EL NUMERO DE REGISTRO DE LA CORRIDA
018160* Y SIN SELLO, PARA QUE CONTVOC1 LOS RESTAURE AL PUBLICAR.
018170*----------------------------------------------------------------
018180 7000-GRABAR-CHECKPOINT.
018190     OPEN OUTPUT CHECKPOINT-FILE
018200     IF FS-CHECKPOINT NOT = "00"
018210         DISPLAY "ERROR AL ABRIR CHKPOINT, STATUS " FS-CHECKPOINT
018220         MOVE 16 TO RETURN-CODE
018230         GO TO 7000-EXIT
018240     END-IF
018250     WRITE CHECKPOINT-REC FROM TOTALES-FUSION
018260     CLOSE CHECKPOINT-FILE.
018270 7000-EXIT.
018280     EXIT.
018290
018300*----------------------------------------------------------------
018310* 7500-GRABAR-PARCIAL - GRABA EL PARCIAL FUSIONADO QUE CONTVOC1
018320* LEE CON LA TARJETA FUSION: CONTROL 00 TERMINADO CON LAS CIFRAS
018330* DE LA CORRIDA, LOTES, LOTES A REGISTRAR, ACUSE Y EL "Z" CON LA
018340* CANTIDAD DE REGISTROS ANTERIORES.
018350*----------------------------------------------------------------
018360 7500-GRABAR-PARCIAL.
018370     OPEN OUTPUT PARCIAL-OUT
018380     IF FS-PARCIAL NOT = "00"
018390         DISPLAY "ERROR AL ABRIR PARCIAL, STATUS " FS-PARCIAL
018400         MOVE 16 TO RETURN-CODE
018410         GO TO 7500-EXIT
018420     END-IF
018430     MOVE 0 TO REG-SALIDA
018440     MOVE SPACES TO SALIDA-CONTROL
018450     MOVE "C" TO PSC-TIPO
018460     MOVE 0 TO PSC-NUMERO
018470     MOVE TOTAL-PARTICIONES TO PSC-TOTAL
018480     MOVE "T" TO PSC-ESTADO
018490     MOVE 0 TO PSC-RETORNO
018500     MOVE MODO-FUSION TO PSC-MODO
018510     MOVE FECHA-FUSION TO PSC-FECHA-EJEC
018520     MOVE OPERADOR-FUSION TO PSC-OPERADOR
018530     MOVE REINICIO-FUSION TO PSC-REINICIO
018540     MOVE REPROCESO-FUSION TO PSC-REPROCESO
018550     MOVE AUTORIZA-FUSION TO PSC-AUTORIZA
018560     MOVE PN-REGISTROS(PN-BASE) TO PSC-REGISTROS
018570     MOVE TOT-LEIDOS-DET TO PSC-LEIDOS-DET
018580     MOVE TOT-CARACS-LEIDOS TO PSC-CARACS-LEIDOS
018590     MOVE PN-ESPERADO-REG(PN-BASE) TO PSC-ESPERADO-REG
018600     MOVE PN-ESPERADO-CARAC(PN-BASE) TO PSC-ESPERADO-CARAC
018610     MOVE PN-TRAILER(PN-BASE) TO PSC-TRAILER
018620     MOVE PN-FECHA-LOTE(PN-BASE) TO PSC-FECHA-LOTE
018630     MOVE CANT-EXCEPCIONES TO PSC-EXCEPCIONES
018640     MOVE RECH-DEPTO TO PSC-RECH-DEPTO
018650     MOVE TOT-DUPLICADOS TO PSC-DUPLICADOS
018660     MOVE LIMITE-HUELLA TO PSC-LIMITE-HUELLA
018670     MOVE CANT-UL TO PSC-CANT-AL
018680     MOVE CANT-UG TO PSC-CANT-LC
018690     MOVE CANT-UA TO PSC-CANT-AD
018700     MOVE BALANCE-SW TO PSC-BALANCE
018710     WRITE SALIDA-CONTROL
018720     ADD 1 TO REG-SALIDA
018730     PERFORM 7510-GRABAR-LOTE THRU 7510-EXIT
018740         VARYING UL-SUB FROM 1 BY 1 UNTIL UL-SUB > CANT-UL
018750     PERFORM 7520-GRABAR-LOTE-REG THRU 7520-EXIT
018760         VARYING UG-SUB FROM 1 BY 1 UNTIL UG-SUB > CANT-UG
018770     PERFORM 7530-GRABAR-ACUSE THRU 7530-EXIT
018780         VARYING UA-SUB FROM 1 BY 1 UNTIL UA-SUB > CANT-UA
018790     MOVE SPACES TO SALIDA-FIN
018800     MOVE "Z" TO PSZ-TIPO
018810     MOVE REG-SALIDA TO PSZ-REGISTROS
018820     WRITE SALIDA-FIN
018830     CLOSE PARCIAL-OUT.
018840 7500-EXIT.
018850     EXIT.
018860
018870 7510-GRABAR-LOTE.
018880     MOVE SPACES TO SALIDA-LOTE
018890     MOVE "L" TO PSL-TIPO
018900     MOVE UL-FECHA(UL-SUB) TO PSL-FECHA
018910     MOVE UL-REPETIDO(UL-SUB) TO PSL-REPETIDO
018920     MOVE UL-RECIBIDOS(UL-SUB) TO PSL-RECIBIDOS
018930     MOVE UL-TRL-REG(UL-SUB) TO PSL-TRL-REG
018940     MOVE UL-DUPLICADOS(UL-SUB) TO PSL-DUPLICADOS
018950     MOVE UL-CARACS(UL-SUB) TO PSL-CARACS
018960     MOVE UL-TRL-CARAC(UL-SUB) TO PSL-TRL-CARAC
018970     WRITE SALIDA-LOTE
018980     ADD 1 TO REG-SALIDA.
018990 7510-EXIT.
019000     EXIT.
019010
019020 7520-GRABAR-LOTE-REG.
019030     MOVE SPACES TO SALIDA-LOTE-REG
019040     MOVE "G" TO PSG-TIPO
019050     MOVE UG-FECHA(UG-SUB) TO PSG-FECHA
019060     MOVE UG-REG(UG-SUB) TO PSG-REG
019070     MOVE UG-CARAC(UG-SUB) TO PSG-CARAC
019080     WRITE SALIDA-LOTE-REG
019090     ADD 1 TO REG-SALIDA.
019100 7520-EXIT.
019110     EXIT.
019120
019130 7530-GRABAR-ACUSE.
019140     MOVE SPACES TO SALIDA-DEPTO
019150     MOVE "D" TO PSD-TIPO
019160     MOVE UA-LOTE(UA-SUB) TO PSD-LOTE
019170     MOVE UA-DEPTO(UA-SUB) TO PSD-DEPTO
019180     MOVE UA-RECIBIDOS(UA-SUB) TO PSD-RECIBIDOS
019190     MOVE UA-CONTADOS(UA-SUB) TO PSD-CONTADOS
019200     MOVE UA-RECH-DEPTO(UA-SUB) TO PSD-RECH-DEPTO
019210     MOVE UA-EXC-CARACTER(UA-SUB) TO PSD-EXC-CARACTER
019220     MOVE UA-MOTIVO(UA-SUB) TO PSD-MOTIVO
019230     MOVE UA-DUPLICADOS(UA-SUB) TO PSD-DUPLICADOS
019240     MOVE UA-PRIMER-REG(UA-SUB) TO PSD-PRIMER-REG
019250     WRITE SALIDA-DEPTO
019260     ADD 1 TO REG-SALIDA.
019270 7530-EXIT.
019280     EXIT.
019290
019300*----------------------------------------------------------------
019310* 9000-GRABAR-AUDITORIA - ENTRADA DE LA PISTA DE AUDITORIA PARA
019320* UNA FUSION RECHAZADA, CON EL RC DEL RECHAZO Y LO QUE SE SABE DE
019330* LA CORRIDA. UNA FUSION PUBLICADA LA GRABA CONTVOC1.
019340*----------------------------------------------------------------
019350 9000-GRABAR-AUDITORIA.
019360     OPEN EXTEND AUDITORIA
019370     IF FS-AUDITORIA NOT = "00" AND FS-AUDITORIA NOT = "05"
019380         DISPLAY "ERROR AL ABRIR AUDITLOG, STATUS " FS-AUDITORIA
019390         MOVE 16 TO RETURN-CODE
019400         GO TO 9000-EXIT
019410     END-IF
019420     MOVE SPACES TO AUDITORIA-REC
019430     IF FECHA-FUSION = 0
019440         MOVE FECHA-EJECUCION-N TO AU-FECHA
019450     ELSE
019460         MOVE FECHA-FUSION TO AU-FECHA
019470     END-IF
019480     MOVE HORA-INICIO-CORRIDA TO AU-HORA-INICIO
019490     ACCEPT HORA-EJECUCION FROM TIME
019500     COMPUTE AU-HORA-FIN = HR-HH * 10000 + HR-MM * 100 + HR-SS
019510     MOVE MODO-FUSION TO AU-MODO
019520     MOVE 0 TO AU-REGISTROS
019530     IF PN-BASE > 0
019540         MOVE PN-REGISTROS(PN-BASE) TO AU-REGISTROS
019550     END-IF
019560     MOVE TF-TOTAL-LETRAS TO AU-LETRAS
019570     MOVE 0 TO AU-EXCEPCIONES
019580     MOVE REINICIO-FUSION TO AU-REINICIO
019590     MOVE RETURN-CODE TO AU-RETORNO
019600     MOVE REPROCESO-FUSION TO AU-REPROCESO
019610     MOVE AUTORIZA-FUSION TO AU-AUTORIZA
019620     MOVE 0 TO AU-FALTANTES
019630     MOVE 0 TO AU-ATRASADOS
019640     MOVE TOT-DUPLICADOS TO AU-DUPLICADOS
019650     MOVE 0 TO AU-LOTES-DUPLIC
019660     MOVE OPERADOR-FUSION TO AU-OPERADOR
019670     WRITE AUDITORIA-REC
019680     CLOSE AUDITORIA.
019690 9000-EXIT.
019700     EXIT.
019710
019720 END PROGRAM CONTVOCU.
