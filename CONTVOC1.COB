004179*                    (EL TOP 20 SEGUIA SIENDO INEXACTO TRAS UNA
004180*                    REANUDACION). CADA VOLCADO ABRE, GRABA Y
004181*                    CIERRA PALWRK, COMO HACE 4150 CON CHKPOINT.
004182*   15/10/2026 SF    EXCEPCIONES DE CARACTER POR DEPARTAMENTO
004183*                    (DEP-EXCEPCIONES): SE LLEVAN EN EL
004184*                    CHECKPOINT (REGISTRO DE 1660 BYTES) Y SE
004185*                    GRABAN EN HISTDEPT (HD-EXCEPCIONES) PARA
004186*                    LA FACTURACION MENSUAL (CONTVOCG).
004187*   15/10/2026 SF    ACUSE DE RECIBO PARA LOS DEPARTAMENTOS DE
004188*                    CAPTURA (DD ACUSE): EN MODO ARCHIVO, TERMINE
004189*                    COMO TERMINE LA CORRIDA, UN REGISTRO POR
004190*                    LOTE Y UNO POR LOTE Y DEPARTAMENTO CON LOS
004191*                    RECIBIDOS, CONTADOS, RECHAZADOS POR DEPTO,
004192*                    EXCEPCIONES DE CARACTER Y ESTADO DEL LOTE.
004193*   15/10/2026 SF    INDICE DE LEGIBILIDAD: SE CUENTAN LAS
004194*                    SILABAS DE CADA PALABRA (DIPTONGO E HIATO
004195*                    EN ESPANOL, GRUPOS VOCALICOS EN INGLES) Y
004196*                    LAS ORACIONES POR SU PUNTUACION FINAL. SE
004197*                    PUBLICA EL INDICE FERNANDEZ-HUERTA (FLESCH
004198*                    EN LOS LOTES EN INGLES) POR IDIOMA Y POR
004199*                    DEPARTAMENTO EN UNA SECCION NUEVA DEL
004200*                    REPORTE; VIAJA EN EL CHECKPOINT (REGISTRO
004201*                    DE 2160 BYTES) Y SE GRABA EN HISTCORR
004202*                    (REGISTRO DE 280 BYTES, VER JCL CONTVOCL)
004203*                    Y EN HISTDEPT PARA LA TENDENCIA MENSUAL.
004204*   15/10/2026 SF    MAESTRO PERMANENTE DE EXCEPCIONES PENDIENTES
004205*                    (DD PENDEXC, KSDS CON CLAVE FECHA DE LOTE +
004206*                    REGISTRO + SLOT): EN MODO ARCHIVO CADA
004207*                    EXCEPCION DE CARACTER SE AGREGA TAMBIEN AHI,
004208*                    Y CONTVOC3 LA DA DE BAJA AL CORREGIRLA. LA
004209*                    LINEA DE EXCPOUT LLEVA LA FECHA DE LOTE
004210*                    (LOTE= EN 66-80).
004211*   15/10/2026 SF    DEPARTAMENTOS FUSIONADOS (ESTADO "F" EN
004212*                    DEPTMST, CON SUCESOR Y FECHA DE VIGENCIA,
004213*                    LO GRABA CONTVOC5): DESDE LA VIGENCIA UN
004214*                    REGISTRO CON EL CODIGO VIEJO SE CUENTA BAJO
004215*                    EL SUCESOR EN LUGAR DE IR A EXCEPCIONES.
004216*   15/10/2026 SF    CALENDARIO DE LOTES ESPERADOS (DD CALENDAR,
004217*                    LO MANTIENE CONTVOCK): EN FERIADO O DIA SIN
004218*                    ENVIOS, UNA NOCHE SIN DETALLE NO PUBLICA Y
004219*                    QUEDA EN LOTEREG COMO SIN LOTE ESPERADO; SE
004220*                    OMITE LA DESVIACION TRAS UN FERIADO Y SE
004221*                    INFORMAN DEPARTAMENTOS FALTANTES (RC=4) Y
004222*                    LOTES ATRASADOS.
004223*   15/10/2026 SF    LINEAS DUPLICADAS: CADA LINEA DE DETALLE DE
004224*                    10 CARACTERES O MAS DEJA SU HUELLA (DEPTO Y
004225*                    TEXTO) EN EL KSDS HUELLAS. UNA LINEA REPETIDA
004226*                    EN LA CORRIDA O YA CONTADA EN UN LOTE
004227*                    PUBLICADO DE LAS ULTIMAS 7 NOCHES NO SE
004228*                    CUENTA Y VA AL REPORTE DUPLOUT CON SU
004229*                    ORIGINAL; UN LOTE CON MAS DEL 10% DE
004230*                    DUPLICADAS TERMINA RC=4.
004231*   15/10/2026 SF    SE RECIBE DE CONTVOCM EL CODIGO DEL OPERADOR
004232*                    IDENTIFICADO (SEGUNDO PARAMETRO DEL CALL): SE
004233*                    GRABA EN CADA ENTRADA DE AUDITLOG Y SE MUESTRA
004234*                    EN LA CONSULTA DE AUDITORIA DEL MODO 4.
004235*   15/10/2026 SF    CONTEO PARTICIONADO PARA LAS NOCHES GRANDES:
004236*                    CON UNA TARJETA PARTICION (DD PARTIC) SOLO
004237*                    SE CUENTAN LOS DEPARTAMENTOS DE SU RANGO Y
004238*                    LAS CIFRAS PARCIALES QUEDAN EN DD PARCIAL
004239*                    SIN PUBLICAR NADA; CON UNA TARJETA FUSION SE
004240*                    PUBLICA EL PARCIAL QUE CONTVOCU ARMA CON
004241*                    TODAS LAS PARTICIONES. SIN TARJETA (DD DUMMY)
004242*                    LA CORRIDA NO CAMBIA.
004243*****************************************************************
004244 IDENTIFICATION DIVISION.
004250 PROGRAM-ID. CONTVOC1.
004300 AUTHOR. SILVIA FERNANDEZ.
004350 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
006304         ASSIGN TO PALWRK
006305         ORGANIZATION IS LINE SEQUENTIAL
006306         FILE STATUS IS FS-PALWRK.
006307     SELECT ACUSE-OUT
006308         ASSIGN TO ACUSE
006309         ORGANIZATION IS LINE SEQUENTIAL
006310         FILE STATUS IS FS-ACUSE.
006311     SELECT OPTIONAL PENDIENTES
006312         ASSIGN TO PENDEXC
006313         ORGANIZATION IS INDEXED
006314         ACCESS MODE IS DYNAMIC
006315         RECORD KEY IS PE-CLAVE
006316         FILE STATUS IS FS-PENDEXC.
006317     SELECT OPTIONAL CALENDARIO
006318         ASSIGN TO CALENDAR
006319         ORGANIZATION IS LINE SEQUENTIAL
006320         FILE STATUS IS FS-CALENDAR.
006321     SELECT OPTIONAL HUELLAS
006322         ASSIGN TO HUELLAS
006323         ORGANIZATION IS INDEXED
006324         ACCESS MODE IS DYNAMIC
006325         RECORD KEY IS HU-CLAVE
006326         FILE STATUS IS FS-HUELLAS.
006327     SELECT DUPLICADOS-OUT
006328         ASSIGN TO DUPLOUT
006329         ORGANIZATION IS LINE SEQUENTIAL
006330         FILE STATUS IS FS-DUPLICADOS.
006331     SELECT PALABRAS-SORT
006332         ASSIGN TO SRTWRK.
006333     SELECT OPTIONAL PARTICION-IN
006334         ASSIGN TO PARTIC
006335         ORGANIZATION IS LINE SEQUENTIAL
006336         FILE STATUS IS FS-PARTIC.
006337     SELECT PARCIAL
006338         ASSIGN TO PARCIAL
006339         ORGANIZATION IS LINE SEQUENTIAL
006340         FILE STATUS IS FS-PARCIAL.
006341
006350 DATA DIVISION.
006400 FILE SECTION.
006450 FD  LETRAS-IN.
009216           15  CKPT-IDI-FRECUENCIAS.
009217              20  CKPT-IDI-FREC OCCURS 26 TIMES
009218                                          PIC 9(7).
009219*    EXCEPCIONES DE CARACTER POR DEPARTAMENTO, EN EL MISMO
009220*    ORDEN QUE CKPT-DEPTO-ENT. UN CHECKPOINT ANTERIOR TRAE ESTA
009221*    ZONA EN BLANCO Y SE RESTAURA EN CERO.
009222     05  CKPT-DEP-EXCEP OCCURS 20 TIMES PIC 9(7).
009223*    SILABAS, ORACIONES Y PALABRAS EN LOTES EN INGLES POR
009224*    DEPARTAMENTO (MISMO ORDEN QUE CKPT-DEPTO-ENT) Y SILABAS Y
009225*    ORACIONES POR IDIOMA, PARA EL INDICE DE LEGIBILIDAD. UN
009226*    CHECKPOINT ANTERIOR TRAE ESTA ZONA EN BLANCO Y SE RESTAURA
009227*    EN CERO.
009228     05  CKPT-DEP-LEGIB OCCURS 20 TIMES.
009229        10  CKPT-DEP-SILABAS         PIC 9(9).
009230        10  CKPT-DEP-ORACIONES       PIC 9(7).
009231        10  CKPT-DEP-PAL-EN          PIC 9(7).
009232     05  CKPT-IDI-LEGIB OCCURS 2 TIMES.
009233        10  CKPT-IDI-SILABAS         PIC 9(9).
009234        10  CKPT-IDI-ORACIONES       PIC 9(9).
009236*    SELLO DE LA CORRIDA (FECHA Y HORA DE INICIO) CON QUE SE
009238*    GRABAN LAS HUELLAS DE LINEA: UNA REANUDACION LO RECUPERA
009240*    PARA RECONOCER LAS HUELLAS QUE ELLA MISMA YA DEJO.
009242     05  CKPT-SELLO-FECHA            PIC 9(08).
009244     05  CKPT-SELLO-HORA             PIC 9(06).
009246     05  FILLER                      PIC X(04).
009250 FD  MASTER-TOTALES.
009300 01  MASTER-TOTALES-REC.
009350     05  MT-VOCALES                  PIC 9(9).
010350     05  HI-FRECUENCIAS.
010400        10  HI-FREC-LETRA OCCURS 26 TIMES PIC 9(7).
010450     05  FILLER                      PIC X(02).
010460*    SILABAS Y ORACIONES DEL IDIOMA Y SU INDICE DE LEGIBILIDAD
010470*    (FERNANDEZ-HUERTA EN ES, FLESCH EN EN). LOS REGISTROS
010480*    ANTERIORES AL INDICE TRAEN CEROS Y NO ENTRAN AL CALCULO.
010485     05  HI-SILABAS                  PIC 9(9).
010490     05  HI-ORACIONES                PIC 9(9).
010495     05  HI-LEGIBILIDAD              PIC S9(3)V99
010496                                     SIGN LEADING SEPARATE.
010497     05  FILLER                      PIC X(06).
010500 FD  EXTRACTO-OUT.
010550 01  EXTRACTO-REC                PIC X(320).
010600*    PISTA DE AUDITORIA DE EJECUCIONES: UN REGISTRO POR CADA
011261*    (DENTRO DEL FILLER HISTORICO, EL LRECL SIGUE EN 80).
011262     05  AU-REPROCESO                PIC X(1).
011263     05  AU-AUTORIZA                 PIC X(8).
011264*    CALENDARIO DE LOTES ESPERADOS: TIPO DE DIA DE LA FECHA DE
011265*    NEGOCIO (H HABIL, F FERIADO, N SIN ENVIOS, BLANCO SIN
011266*    CALENDARIO O FUERA DEL MODO ARCHIVO), DEPARTAMENTOS
011267*    ESPERADOS SIN REGISTROS Y LOTES ATRASADOS DE LA CORRIDA.
011268     05  AU-TIPO-DIA                 PIC X(1).
011269     05  AU-FALTANTES                PIC 9(3).
011270     05  AU-ATRASADOS                PIC 9(2).
011271*    LINEAS DUPLICADAS QUE NO SE CONTARON Y LOTES QUE PASARON LA
011272*    TOLERANCIA DE DUPLICADAS (RC=4).
011273     05  AU-DUPLICADOS               PIC 9(7).
011274     05  AU-LOTES-DUPLIC             PIC 9(2).
011275*    OPERADOR IDENTIFICADO EN CONTVOCM QUE PIDIO LA EJECUCION.
011276     05  AU-OPERADOR                 PIC X(8).
011277     05  FILLER                      PIC X(3).
011278*    MAESTRO DE DEPARTAMENTOS DE CAPTURA: LA LISTA REGISTRADA DE
011279*    CODIGOS VALIDOS, CON NOMBRE, ESTADO (A=ACTIVO, I=INACTIVO,
011280*    F=FUSIONADO EN DM-SUCESOR DESDE DM-FECHA-FUSION) Y
011281*    RESPONSABLE. LO MANTIENE CONTVOC5 (JCL CONTVOCD); AQUI
011282*    SOLO SE LEE PARA VALIDAR EL DEPARTAMENTO DE CADA REGISTRO.
011283 FD  DEPTOS-MAESTRO.
011284 01  DEPTO-MAESTRO-REC.
011285     05  DM-CODIGO                   PIC X(03).
011286     05  DM-NOMBRE                   PIC X(30).
011287     05  DM-ESTADO                   PIC X(01).
011288     05  DM-RESPONSABLE              PIC X(08).
011289     05  DM-SUCESOR                  PIC X(03).
011290     05  DM-FECHA-FUSION             PIC X(08).
011291     05  FILLER                      PIC X(27).
011292*    REGISTRO DE LOTES PROCESADOS: UN REGISTRO POR CADA LOTE DE
011293*    LETRAIN CONTADO Y PUBLICADO EN LIMPIO (FECHA DEL HEADER
011294*    MAS LAS CIFRAS DE SU TRAILER). PERMANENTE, EN EXTEND. EN
011295*    2140-PROCESAR-HEADER SE RECHAZA UN LOTE YA REGISTRADO,
011296*    SALVO REPROCESO AUTORIZADO POR TARJETA (DD REPROC).
011297 FD  LOTES-REGISTRO.
011298 01  LOTE-REGISTRO-REC.
011299     05  LG-FECHA-LOTE               PIC 9(08).
011300     05  LG-CANT-REG                 PIC 9(07).
011301     05  LG-CANT-CARAC               PIC 9(09).
011302     05  LG-FECHA-PROC               PIC 9(08).
011303     05  LG-HORA-PROC                PIC 9(06).
011304     05  LG-REPROCESO                PIC X(01).
011305     05  LG-AUTORIZA                 PIC X(08).
011306*    "S" = NOCHE SIN LOTE ESPERADO (FERIADO O DIA SIN ENVIOS):
011307*    LA FECHA DEL LOTE ES LA FECHA DE NEGOCIO Y LAS CIFRAS VAN
011308*    EN CERO. NO CUENTA COMO LOTE YA REGISTRADO.
011309     05  LG-SIN-LOTE                 PIC X(01).
011310     05  FILLER                      PIC X(32).
011311*    CALENDARIO DE LOTES ESPERADOS (LO MANTIENE CONTVOCK, MISMO
011312*    LAYOUT). TIPO "F" = FERIADO, CON LA FECHA EN LA CLAVE; TIPO
011313*    "D" = DEPARTAMENTO, CON EL CODIGO EN LA CLAVE Y SUS DIAS DE
011314*    ENVIO DE LUNES A DOMINGO ("S" = ENVIA). SOLO LECTURA.
011315 FD  CALENDARIO.
011316 01  CALENDARIO-REC.
011317     05  CA-TIPO                     PIC X(01).
011318     05  CA-CLAVE                    PIC X(08).
011319     05  CA-CLAVE-DEPTO REDEFINES CA-CLAVE.
011320        10  CA-DEPTO                 PIC X(03).
011321        10  FILLER                   PIC X(05).
011322     05  CA-DIAS                     PIC X(07).
011323     05  CA-DESCRIPCION              PIC X(30).
011324     05  CA-FECHA-ALTA               PIC 9(08).
011325     05  FILLER                      PIC X(26).
011336*    TARJETA DE REPROCESO AUTORIZADO: LA ORDEN "REPROCESAR" EN
011337*    1-10 Y EL AUTORIZANTE EN 11-18. EN LA CORRIDA NORMAL EL DD
011338*    REPROC VIENE DUMMY Y NO AUTORIZA NADA.
011354     05  HD-CONSONANTE               PIC 9(07).
011355     05  HD-ENIE                     PIC 9(07).
011356     05  HD-PALABRAS                 PIC 9(07).
011357     05  HD-EXCEPCIONES              PIC 9(07).
011358*    LEGIBILIDAD DEL DEPARTAMENTO: SILABAS, ORACIONES, PALABRAS
011359*    CONTADAS EN LOTES EN INGLES, INDICE Y FORMULA USADA ("FH"
011360*    FERNANDEZ-HUERTA, "FL" FLESCH). EN BLANCO EN LOS REGISTROS
011361*    ANTERIORES AL INDICE.
011362     05  HD-SILABAS                  PIC 9(09).
011363     05  HD-ORACIONES                PIC 9(07).
011364     05  HD-PAL-EN                   PIC 9(07).
011365     05  HD-LEGIBILIDAD              PIC S9(3)V99
011366                                     SIGN LEADING SEPARATE.
011367     05  HD-FORMULA                  PIC X(02).
011368     05  FILLER                      PIC X(03).
011369*    ARCHIVO DE TRABAJO DE PALABRAS DEL MODO ARCHIVO: UNA
011370*    PALABRA NORMALIZADA POR REGISTRO. SE GRABA EN EXTEND SOLO
011371*    AL VOLCAR CADA CHECKPOINT (2137), ASI SIEMPRE CUADRA CON
011372*    EL CHECKPOINT Y UNA REANUDACION NO DUPLICA PALABRAS.
011373 FD  PALABRAS-TRABAJO.
011374 01  PALABRA-TRABAJO-REC         PIC X(30).
011375*    ARCHIVO DE CLASIFICACION DEL SORT EXTERNO DE PALABRAS.
011376 SD  PALABRAS-SORT.
011377 01  PALABRA-SORT-REC.
011378     05  SORT-PALABRA                PIC X(30).
011379*    ACUSE DE RECIBO PARA EL SISTEMA DE CAPTURA: UN REGISTRO
011380*    "L" POR CADA LOTE DE LA CORRIDA (FECHA DEL HEADER) SEGUIDO
011381*    DE UN REGISTRO "D" POR CADA DEPARTAMENTO QUE MANDO DETALLE
011382*    EN ESE LOTE. ESTADO: AC ACEPTADO, FB FUERA DE BALANCE
011383*    (RC=8), YP RECHAZADO POR YA PROCESADO (RC=12), NP NO
011384*    PUBLICADO POR OTRO ERROR DE LA CORRIDA. LOS RECHAZADOS POR
011385*    DEPARTAMENTO SON REGISTROS; LAS EXCEPCIONES DE CARACTER SON
011386*    CARACTERES (UNA LINEA "REGISTRO=" DE EXCPOUT CADA UNO).
011387*    SE = SIN LOTE ESPERADO: FERIADO O DIA SIN ENVIOS SIN
011388*    DETALLE, CON LA FECHA DE NEGOCIO EN EL REGISTRO "L".
011389*    LAS LINEAS DUPLICADAS SE INFORMAN APARTE (AK-DUPLICADOS Y
011390*    AKL-DUPLICADOS): NO FIGURAN ENTRE LAS CONTADAS.
011391 FD  ACUSE-OUT.
011392 01  ACUSE-REC.
011393     05  AK-TIPO                     PIC X(01).
011394     05  AK-FECHA-LOTE               PIC 9(08).
011395     05  AK-DEPTO                    PIC X(03).
011396     05  AK-ESTADO                   PIC X(02).
011397     05  AK-RETORNO                  PIC 9(02).
011398     05  AK-RECIBIDOS                PIC 9(07).
011399     05  AK-CONTADOS                 PIC 9(07).
011400     05  AK-RECH-DEPTO               PIC 9(07).
011401     05  AK-EXC-CARACTER             PIC 9(07).
011402     05  AK-MOTIVO-DEPTO             PIC X(13).
011403     05  AK-FECHA-PROC               PIC 9(08).
011404     05  AK-HORA-PROC                PIC 9(06).
011405     05  AK-DUPLICADOS               PIC 9(07).
011406     05  FILLER                      PIC X(02).
011407 01  ACUSE-LOTE-REC.
011408     05  AKL-TIPO                    PIC X(01).
011409     05  AKL-FECHA-LOTE              PIC 9(08).
011410     05  FILLER                      PIC X(03).
011411     05  AKL-ESTADO                  PIC X(02).
011412     05  AKL-RETORNO                 PIC 9(02).
011413     05  AKL-RECIBIDOS               PIC 9(07).
011414     05  AKL-DECLARADOS              PIC 9(07).
011415     05  AKL-CANT-DEPTOS             PIC 9(03).
011416     05  AKL-DESCRIPCION             PIC X(24).
011417     05  AKL-FECHA-PROC              PIC 9(08).
011418     05  AKL-HORA-PROC               PIC 9(06).
011419     05  AKL-DUPLICADOS              PIC 9(07).
011420     05  FILLER                      PIC X(02).
011421*    MAESTRO DE EXCEPCIONES PENDIENTES (KSDS): UNA EXCEPCION DE
011422*    CARACTER ABIERTA POR REGISTRO, CON CLAVE FECHA DEL LOTE,
011423*    NUMERO DE REGISTRO Y SLOT. CONTVOC1 LAS AGREGA, CONTVOC3
011424*    LAS DA DE BAJA AL APLICAR LA CORRECCION Y LAS ENVEJECE.
011425 FD  PENDIENTES.
011426 01  PENDIENTE-REC.
011427     05  PE-CLAVE.
011428        10  PE-FECHA-LOTE            PIC 9(08).
011429        10  PE-REGISTRO              PIC 9(07).
011430        10  PE-SLOT                  PIC 9(05).
011431     05  PE-VALOR                    PIC X(01).
011432     05  PE-DEPTO                    PIC X(03).
011433     05  PE-FECHA-ALTA               PIC 9(08).
011434     05  FILLER                      PIC X(48).
011435*    HUELLAS DE LAS LINEAS DE DETALLE (KSDS): LA CLAVE ES EL
011436*    REGISTRO DE ENTRADA TAL COMO LLEGA (DEPARTAMENTO Y TEXTO),
011437*    CON EL LOTE Y EL NUMERO DE REGISTRO DONDE APARECIO Y EL SELLO
011438*    DE LA CORRIDA QUE LO LEYO. LAS MAS VIEJAS QUE LA VENTANA SE
011439*    BORRAN AL EMPEZAR CADA CORRIDA.
011440 FD  HUELLAS.
011441 01  HUELLA-REC.
011442     05  HU-CLAVE.
011443        10  HU-DEPTO                 PIC X(03).
011444        10  HU-TEXTO                 PIC X(77).
011445     05  HU-DATOS.
011446        10  HU-FECHA-LOTE            PIC 9(08).
011447        10  HU-REGISTRO              PIC 9(07).
011448        10  HU-SELLO.
011449           15  HU-SELLO-FECHA        PIC 9(08).
011450           15  HU-SELLO-HORA         PIC 9(06).
011451        10  FILLER                   PIC X(11).
011452 FD  DUPLICADOS-OUT.
011453 01  DUPLICADO-REC               PIC X(80).
011454*    TARJETA DE CORRIDA PARTICIONADA: "PARTICION" EN 1-9, NUMERO
011455*    DE LA PARTICION EN 10-11, TOTAL DE PARTICIONES EN 12-13, Y EL
011456*    RANGO DE CODIGOS DE DEPARTAMENTO (TAL COMO LLEGAN EN LETRAIN)
011457*    DESDE 14-16, INCLUSIVE, HASTA 17-19, EXCLUSIVE. LA PRIMERA
011458*    PARTICION VA SIN DESDE Y LA ULTIMA SIN HASTA, ASI NINGUN
011459*    CODIGO QUEDA AFUERA. "FUSION" EN 1-6 PUBLICA EL PARCIAL
011460*    FUSIONADO.
011461 FD  PARTICION-IN.
011462 01  PARTICION-REC.
011463     05  PT-ORDEN                    PIC X(09).
011464         88  PT-PARTICION            VALUE "PARTICION".
011465         88  PT-FUSION               VALUE "FUSION".
011466     05  PT-NUMERO                   PIC 9(02).
011467     05  PT-TOTAL                    PIC 9(02).
011468     05  PT-DESDE                    PIC X(03).
011469     05  PT-HASTA                    PIC X(03).
011470     05  FILLER                      PIC X(61).
011471*    CIFRAS PARCIALES DE UNA PARTICION (O EL PARCIAL FUSIONADO QUE
011472*    ARMA CONTVOCU, PARTICION 00). EL PRIMER BYTE ES EL TIPO:
011473*    C CONTROL (ESTADO E EN CURSO, T TERMINADA, F FALLIDA, Y LOS
011474*    CONTADORES DE CONCILIACION), K IMAGEN DEL CHECKPOINT LIMPIO
011475*    CON LOS TOTALES, L LOTE DEL ACUSE, G LOTE PARA LOTEREG,
011476*    D DEPARTAMENTO DEL ACUSE, P PRIMERA APARICION DE UN
011477*    DEPARTAMENTO CONTADO, H HUELLA GRABADA POR LA PARTICION,
011478*    Z FIN (CANTIDAD DE REGISTROS ANTERIORES). UN PARCIAL SIN SU
011479*    "Z" ESTA INCOMPLETO Y NO SE FUSIONA.
011480 FD  PARCIAL.
011481 01  PARCIAL-CONTROL.
011482     05  PAC-TIPO                    PIC X(01).
011483     05  PAC-NUMERO                  PIC 9(02).
011484     05  PAC-TOTAL                   PIC 9(02).
011485     05  PAC-DESDE                   PIC X(03).
011486     05  PAC-HASTA                   PIC X(03).
011487     05  PAC-ESTADO                  PIC X(01).
011488     05  PAC-RETORNO                 PIC 9(02).
011489     05  PAC-MODO                    PIC 9(01).
011490     05  PAC-FECHA-EJEC              PIC 9(08).
011491     05  PAC-OPERADOR                PIC X(08).
011492     05  PAC-REINICIO                PIC X(01).
011493     05  PAC-REPROCESO               PIC X(01).
011494     05  PAC-AUTORIZA                PIC X(08).
011495     05  PAC-REGISTROS               PIC 9(07).
011496     05  PAC-LEIDOS-DET              PIC 9(07).
011497     05  PAC-CARACS-LEIDOS           PIC 9(09).
011498     05  PAC-ESPERADO-REG            PIC 9(07).
011499     05  PAC-ESPERADO-CARAC          PIC 9(09).
011500     05  PAC-TRAILER                 PIC X(01).
011501     05  PAC-FECHA-LOTE              PIC 9(08).
011502     05  PAC-EXCEPCIONES             PIC 9(07).
011503     05  PAC-RECH-DEPTO              PIC 9(07).
011504     05  PAC-DUPLICADOS              PIC 9(07).
011505     05  PAC-LIMITE-HUELLA           PIC 9(08).
011506     05  PAC-CANT-AL                 PIC 9(02).
011507     05  PAC-CANT-LC                 PIC 9(02).
011508     05  PAC-CANT-AD                 PIC 9(03).
011509*        "F" EN EL PARCIAL FUSIONADO: ALGUN LOTE NO SUMA SU
011510*        TRAILER.
011511     05  PAC-BALANCE                 PIC X(01).
011512     05  FILLER                      PIC X(20).
011513 01  PARCIAL-TOTALES.
011514     05  PAK-TIPO                    PIC X(01).
011515     05  PAK-IMAGEN                  PIC X(2160).
011516 01  PARCIAL-LOTE.
011517     05  PAL-TIPO                    PIC X(01).
011518     05  PAL-FECHA                   PIC 9(08).
011519     05  PAL-REPETIDO                PIC X(01).
011520     05  PAL-RECIBIDOS               PIC 9(07).
011521     05  PAL-TRL-REG                 PIC 9(07).
011522     05  PAL-DUPLICADOS              PIC 9(07).
011523     05  PAL-CARACS                  PIC 9(09).
011524     05  PAL-TRL-CARAC               PIC 9(09).
011525     05  FILLER                      PIC X(20).
011526 01  PARCIAL-LOTE-REG.
011527     05  PAG-TIPO                    PIC X(01).
011528     05  PAG-FECHA                   PIC 9(08).
011529     05  PAG-REG                     PIC 9(07).
011530     05  PAG-CARAC                   PIC 9(09).
011531     05  FILLER                      PIC X(20).
011532 01  PARCIAL-DEPTO.
011533     05  PAD-TIPO                    PIC X(01).
011534     05  PAD-LOTE                    PIC 9(02).
011535     05  PAD-DEPTO                   PIC X(03).
011536     05  PAD-RECIBIDOS               PIC 9(07).
011537     05  PAD-CONTADOS                PIC 9(07).
011538     05  PAD-RECH-DEPTO              PIC 9(07).
011539     05  PAD-EXC-CARACTER            PIC 9(07).
011540     05  PAD-MOTIVO                  PIC X(13).
011541     05  PAD-DUPLICADOS              PIC 9(07).
011542     05  PAD-PRIMER-REG              PIC 9(07).
011543     05  FILLER                      PIC X(20).
011544 01  PARCIAL-APARICION.
011545     05  PAP-TIPO                    PIC X(01).
011546     05  PAP-DEPTO                   PIC X(03).
011547     05  PAP-PRIMER-REG              PIC 9(07).
011548     05  FILLER                      PIC X(20).
011549 01  PARCIAL-HUELLA.
011550     05  PAH-TIPO                    PIC X(01).
011551     05  PAH-HUELLA                  PIC X(120).
011552 01  PARCIAL-FIN.
011553     05  PAZ-TIPO                    PIC X(01).
011554     05  PAZ-REGISTROS               PIC 9(07).
011555     05  FILLER                      PIC X(20).
011556
011557 WORKING-STORAGE SECTION.
011558*    SWITCHES AND STATUS FIELDS.
011559 77  FS-LETRAS-IN                PIC X(02) VALUE "00".
011560 77  EOF-LETRAS-IN               PIC X(01) VALUE "N".
011600     88  FIN-LETRAS-IN           VALUE "Y".
011650 77  MODO-PROCESO                PIC 9(01) VALUE 0.
011700     88  MODO-INTERACTIVO        VALUE 1.
013450*    CAMPOS PARA EL ANALISIS DE PALABRAS Y ORACIONES.
013500 77  EN-PALABRA-SW               PIC X(01) VALUE "N".
013550     88  DENTRO-DE-PALABRA       VALUE "Y"
013557         WHEN SET TO FALSE IS "N".
013564*    ORACION EN CURSO: SE ABRE CON LA PRIMERA LETRA VALIDA Y SE
013571*    CIERRA CON UN PUNTO, SIGNO DE EXCLAMACION O DE PREGUNTA, O
013578*    AL TERMINAR EL REGISTRO.
013585 77  ORACION-SW                  PIC X(01) VALUE "N".
013592     88  ORACION-ABIERTA         VALUE "S"
013600         WHEN SET TO FALSE IS "N".
013650 77  LARGO-PALABRA-ACTUAL        PIC 9(4) COMP VALUE 0.
013700 77  PALABRA-MAS-LARGA           PIC 9(4) COMP VALUE 0.
019500        10  DEP-CONSONANTE              PIC 9(7) COMP.
019550        10  DEP-ENIE                    PIC 9(7) COMP.
019600        10  DEP-PALABRAS                PIC 9(7) COMP.
019610        10  DEP-EXCEPCIONES             PIC 9(7) COMP.
019620        10  DEP-SILABAS                 PIC 9(9) COMP.
019630        10  DEP-ORACIONES               PIC 9(7) COMP.
019640        10  DEP-PAL-EN                  PIC 9(7) COMP.
019650*    CAMPOS DE TRABAJO DEL RANKING DE DEPARTAMENTOS POR VOLUMEN.
019700 77  RK-POS                      PIC 9(02) COMP VALUE 0.
019750 77  RK-SUB                      PIC 9(02) COMP VALUE 0.
020079        10  DM-T-CODIGO                 PIC X(03).
020080        10  DM-T-NOMBRE                 PIC X(30).
020081        10  DM-T-ESTADO                 PIC X(01).
020082        10  DM-T-SUCESOR                PIC X(03).
020083        10  DM-T-FECHA-FUSION           PIC X(08).
020084*    SUCESOR DE UN DEPARTAMENTO FUSIONADO YA VIGENTE.
020085 77  DEPTO-SUCESOR               PIC X(03) VALUE SPACES.
020100*    CAMPOS DE EDICION DE LAS LINEAS POR DEPARTAMENTO.
020150 77  DEP-VOC-D                   PIC ZZZZZZ9.
020200 77  DEP-CONS-D                  PIC ZZZZZZ9.
021281        10  LC-FECHA                    PIC 9(08).
021282        10  LC-REG                      PIC 9(07) COMP.
021283        10  LC-CARAC                    PIC 9(09) COMP.
021284*    CAMPOS DEL ACUSE DE RECIBO A LOS DEPARTAMENTOS DE CAPTURA
021285*    (DD ACUSE): POR LOTE DE LA CORRIDA Y DEPARTAMENTO SE CUENTAN
021286*    LOS REGISTROS RECIBIDOS, LOS CONTADOS, LOS RECHAZADOS POR
021287*    DEPARTAMENTO Y LAS EXCEPCIONES DE CARACTER. COMO LOS
021288*    CONTADORES DE CONCILIACION, SE RECALCULAN RELEYENDO TODO EL
021289*    ARCHIVO, TAMBIEN EN UNA REANUDACION POR CHECKPOINT, ASI QUE
021290*    NO VIAJAN EN EL REGISTRO DE CHECKPOINT. LO LEIDO ANTES DEL
021291*    PRIMER HEADER VA A UN LOTE DE FECHA CERO. CON LA TABLA DE
021292*    DEPARTAMENTOS LLENA EL EXCEDENTE SE ACUMULA EN LA ULTIMA
021293*    ENTRADA BAJO EL CODIGO "+++", COMO EN DEPTOS-TABLA.
021294 77  FS-ACUSE                    PIC X(02) VALUE "00".
021295 77  LIM-AL                      PIC 9(02) COMP VALUE 10.
021296 77  AL-ACTUAL                   PIC 9(02) COMP VALUE 0.
021297 77  AL-SUB                      PIC 9(02) COMP VALUE 0.
021298 77  LIM-AD                      PIC 9(03) COMP VALUE 200.
021299 77  AD-SUB                      PIC 9(03) COMP VALUE 0.
021300 77  AD-BUSCA                    PIC 9(03) COMP VALUE 0.
021301 77  AD-HALLADO                  PIC 9(03) COMP VALUE 0.
021302 77  AD-DEPTOS-LOTE              PIC 9(03) COMP VALUE 0.
021303 77  AK-J                        PIC 9(02) COMP VALUE 0.
021304 77  ESTADO-ACUSE                PIC X(02) VALUE SPACES.
021305 77  DESCRIP-ACUSE               PIC X(24) VALUE SPACES.
021306 01  ACUSE-LOTES.
021307     05  CANT-AL                     PIC 9(02) COMP VALUE 0.
021308     05  AL-ENT OCCURS 10 TIMES.
021309        10  AL-FECHA                    PIC 9(08).
021310        10  AL-REPETIDO                 PIC X(01).
021311        10  AL-RECIBIDOS                PIC 9(07) COMP.
021312        10  AL-TRL-REG                  PIC 9(07) COMP.
021313        10  AL-DUPLICADOS               PIC 9(07) COMP.
021314        10  AL-PORC-DUP                 PIC 9(3)V99.
021315        10  AL-EXCEDE-DUP               PIC X(01).
021316*       CARACTERES RECIBIDOS Y DECLARADOS DEL LOTE, PARA EL
021317*       CONTROL POR LOTE DE LA FUSION DE PARTICIONES.
021318        10  AL-CARACS                   PIC 9(09) COMP.
021319        10  AL-TRL-CARAC                PIC 9(09) COMP.
021320 01  ACUSE-DEPTOS.
021321     05  CANT-AD                     PIC 9(03) COMP VALUE 0.
021322     05  AD-ENT OCCURS 200 TIMES.
021323        10  AD-LOTE                     PIC 9(02) COMP.
021324        10  AD-DEPTO                    PIC X(03).
021325        10  AD-RECIBIDOS                PIC 9(07) COMP.
021326        10  AD-CONTADOS                 PIC 9(07) COMP.
021327        10  AD-RECH-DEPTO               PIC 9(07) COMP.
021328        10  AD-EXC-CARACTER             PIC 9(07) COMP.
021329        10  AD-MOTIVO                   PIC X(13).
021330        10  AD-DUPLICADOS               PIC 9(07) COMP.
021331        10  AD-PRIMER-REG               PIC 9(07) COMP.
021332*    CAMPOS DEL ARCHIVO DE EXCEPCIONES.
021350 77  FS-EXCEPCIONES              PIC X(02) VALUE "00".
021360*    RECUERDA SI EL OPEN DE EXCEPCIONES-OUT PROSPERO: EL CIERRE
021370*    FINAL NO PUEDE MIRAR FS-EXCEPCIONES, QUE PARA ENTONCES
021380*    TRAE EL STATUS DEL ULTIMO WRITE Y NO EL DEL OPEN.
021390 77  EXCP-ABIERTA-SW             PIC X(01) VALUE "N".
021395     88  EXCEPCIONES-ABIERTAS    VALUE "S".
021396*    MAESTRO DE PENDIENTES: SOLO SE ABRE EN MODO ARCHIVO.
021397 77  FS-PENDEXC                  PIC X(02) VALUE "00".
021398 77  PEND-ABIERTO-SW             PIC X(01) VALUE "N".
021399     88  PENDIENTES-ABIERTAS     VALUE "S".
021400*    HUELLAS DE LINEA (DD HUELLAS) Y REPORTE DE DUPLICADAS (DD
021401*    DUPLOUT), SOLO EN MODO ARCHIVO. UNA LINEA CON TEXTO YA VISTA
021402*    EN LA CORRIDA, O EN UN LOTE PUBLICADO DENTRO DE LAS ULTIMAS
021403*    DIAS-VENTANA-HUELLA NOCHES, ES DUPLICADA: NO SE CUENTA Y VA A
021404*    DUPLOUT. UN LOTE CON MAS DE TOL-PORC-DUPLIC POR CIENTO DE
021405*    LINEAS DUPLICADAS DEJA LA CORRIDA EN RC=4.
021406 77  FS-HUELLAS                  PIC X(02) VALUE "00".
021407 77  HUELLAS-SW                  PIC X(01) VALUE "N".
021408     88  HUELLAS-ABIERTAS        VALUE "S".
021409 77  EOF-HUELLAS                 PIC X(01) VALUE "N".
021410     88  FIN-HUELLAS             VALUE "Y".
021411 77  HUELLA-HALLADA-SW           PIC X(01) VALUE "N".
021412     88  HUELLA-HALLADA          VALUE "S".
021413 77  DUPLICADA-SW                PIC X(01) VALUE "N".
021414     88  LINEA-DUPLICADA         VALUE "S".
021415 77  FS-DUPLICADOS               PIC X(02) VALUE "00".
021416*    UNA LETRA O UNA PALABRA SUELTA SE REPITE SIN SER UN
021417*    DUPLICADO (CAPTURA LETRA POR LETRA, LOTE CORREGIDO DE
021418*    CONTVOC3): SOLO SE CONTROLAN LINEAS DESDE
021419*    LARGO-MIN-HUELLA CARACTERES.
021420 77  LARGO-MIN-HUELLA            PIC 9(02) VALUE 10.
021421 77  DIAS-VENTANA-HUELLA         PIC 9(03) VALUE 7.
021422 77  TOL-PORC-DUPLIC             PIC 9(3)V99 VALUE 10.00.
021423 77  FECHA-LIMITE-HUELLA         PIC 9(08) VALUE 0.
021424 77  CANT-DUPLICADOS             PIC 9(07) COMP VALUE 0.
021425 77  LOTES-CON-DUPLIC            PIC 9(02) COMP VALUE 0.
021426 77  HUELLAS-DEPURADAS           PIC 9(07) COMP VALUE 0.
021427 77  PORC-DUPLIC-D               PIC ZZ9.99.
021428 77  TOL-PORC-DUPLIC-D           PIC ZZ9.99.
021429 77  DUPLIC-D                    PIC ZZZZZZ9.
021430 77  RECIB-DUPLIC-D              PIC ZZZZZZ9.
021431 77  REG-ORIGINAL-D              PIC ZZZZZZ9.
021432 77  LINEA-DUPLICADO             PIC X(80).
021433 01  SELLO-CORRIDA.
021434     05  SELLO-FECHA                 PIC 9(08) VALUE 0.
021435     05  SELLO-HORA                  PIC 9(06) VALUE 0.
021436*    CORRIDA PARTICIONADA (DD PARTIC): SIN TARJETA LA CORRIDA ES
021437*    UNICA, COMO SIEMPRE. UNA PARTICION CUENTA SOLO EL DETALLE DE
021438*    LOS DEPARTAMENTOS DE SU RANGO Y DEJA SUS CIFRAS EN DD PARCIAL
021439*    SIN PUBLICAR; LA FUSION PUBLICA LAS CIFRAS COMBINADAS.
021440 77  FS-PARTIC                   PIC X(02) VALUE "00".
021441 77  FS-PARCIAL                  PIC X(02) VALUE "00".
021442 77  CORRIDA-SW                  PIC X(01) VALUE "U".
021443     88  CORRIDA-UNICA           VALUE "U".
021444     88  CORRIDA-PARTICION       VALUE "P".
021445     88  CORRIDA-FUSION          VALUE "F".
021446 77  LIM-PARTICIONES             PIC 9(02) VALUE 9.
021447 77  PARTICION-NUM               PIC 9(02) VALUE 0.
021448 77  PARTICION-TOTAL             PIC 9(02) VALUE 0.
021449 77  PARTICION-DESDE             PIC X(03) VALUE SPACES.
021450 77  PARTICION-HASTA             PIC X(03) VALUE SPACES.
021451 77  RANGO-SW                    PIC X(01) VALUE "S".
021452     88  DENTRO-DE-RANGO         VALUE "S".
021453 77  EOF-PARCIAL                 PIC X(01) VALUE "N".
021454     88  FIN-PARCIAL             VALUE "Y".
021455 77  PARCIAL-BALANCE-SW          PIC X(01) VALUE "N".
021456     88  PARCIAL-DESBALANCE      VALUE "F".
021457 77  ESTADO-PARCIAL              PIC X(01) VALUE SPACE.
021458 77  REG-PARCIAL                 PIC 9(07) COMP VALUE 0.
021459 77  DP-SUB                      PIC 9(02) COMP VALUE 0.
021460 77  DP-HALLADO                  PIC 9(02) COMP VALUE 0.
021461*    PRIMER REGISTRO EN QUE SE CONTO CADA DEPARTAMENTO DE LA
021462*    PARTICION: CONTVOCU ARMA CON ESTO LA TABLA DE DEPARTAMENTOS
021463*    EN EL MISMO ORDEN QUE UNA CORRIDA UNICA. SE RECALCULA EN CADA
021464*    PASADA, TAMBIEN EN UNA REANUDACION, ASI QUE NO VIAJA EN EL
021465*    CHECKPOINT.
021466 01  DEPTOS-APARICION.
021467     05  CANT-DP                     PIC 9(02) COMP VALUE 0.
021468     05  DP-ENT OCCURS 20 TIMES.
021469        10  DP-CODIGO                   PIC X(03).
021470        10  DP-REGISTRO                 PIC 9(07) COMP.
021471 77  LINEA-EXCEPCION             PIC X(80).
021472 77  VALOR-RECHAZADO             PIC X(01).
021500 77  SLOT-RECHAZO                PIC 9(5) COMP.
021550 77  SLOT-RECHAZO-D              PIC ZZZZ9.
021600 77  REGISTRO-RECHAZO-D          PIC ZZZZZZ9.
022100 77  EOF-AUDITORIA               PIC X(01) VALUE "N".
022150     88  FIN-AUDITORIA           VALUE "Y".
022200 77  HORA-INICIO-CORRIDA         PIC 9(6) VALUE 0.
022210 77  OPERADOR-CORRIDA            PIC X(8) VALUE SPACES.
022250 77  CANT-EXCEPCIONES            PIC 9(7) COMP VALUE 0.
022300 77  REINICIO-SW                 PIC X(01) VALUE "N".
022350     88  HUBO-REINICIO           VALUE "S".
023250     05  AE-RETORNO                  PIC 9(2).
023260     05  AE-REPROCESO                PIC X(1).
023270     05  AE-AUTORIZA                 PIC X(8).
023280     05  FILLER                      PIC X(15).
023290     05  AE-OPERADOR                 PIC X(8).
023300     05  FILLER                      PIC X(3).
023350*    CAMPOS DE CHECKPOINT/RESTART PARA PROCESO BATCH.
023400 77  FS-CHECKPOINT               PIC X(02) VALUE "00".
023450 77  NUM-REGISTRO                PIC 9(7) COMP VALUE 0.
023800 77  TOTAL-VOC-CONS              PIC 9(8) VALUE 0.
023850 77  PORC-VOCALES                PIC 9(3)V9(2) VALUE 0.
023900 77  PORC-VOCALES-D              PIC ZZ9.99.
023905*    INDICE DE LEGIBILIDAD (8500-CALCULAR-LEGIBILIDAD): SE CARGAN
023910*    SILABAS, PALABRAS, ORACIONES Y FORMULA ("FH" FERNANDEZ-
023912*    HUERTA, "FL" FLESCH) Y DEVUELVE LG-INDICE. SIN PALABRAS O SIN
023914*    ORACIONES NO HAY INDICE (SE IMPRIME N/D).
023916 77  LG-SILABAS                  PIC 9(9) COMP VALUE 0.
023918 77  LG-PALABRAS                 PIC 9(9) COMP VALUE 0.
023920 77  LG-ORACIONES                PIC 9(9) COMP VALUE 0.
023922 77  LG-FORMULA                  PIC X(02) VALUE "FH".
023924 77  LG-SIL-PAL                  PIC 9(3)V9(4) VALUE 0.
023926 77  LG-ORA-PAL                  PIC 9(3)V9(4) VALUE 0.
023928 77  LG-PAL-ORA                  PIC 9(9)V9(4) VALUE 0.
023930 77  LG-CALCULO                  PIC S9(11)V99 VALUE 0.
023932 77  LG-INDICE                   PIC S9(3)V99 VALUE 0.
023934 77  LG-INDICE-SW                PIC X(01) VALUE "N".
023936     88  LG-CON-INDICE           VALUE "S"
023938         WHEN SET TO FALSE IS "N".
023940 77  LG-INDICE-D                 PIC -ZZ9.99.
023942 77  LG-INDICE-X                 PIC X(07) VALUE SPACES.
023944 77  LG-SIL-D                    PIC ZZZZZZZZ9.
023946 77  LG-ORAC-D                   PIC ZZZZZZZZ9.
023948 77  LG-PAL-D                    PIC ZZZZZZZZ9.
023949 77  LG-ETIQUETA                 PIC X(16) VALUE SPACES.
023950 77  FS-MASTER                   PIC X(02) VALUE "00".
024000 77  FS-HISTORIAL                PIC X(02) VALUE "00".
024010 77  FS-HISTDEPT                 PIC X(02) VALUE "00".
027200 77  DESV-PAL-SW                 PIC X(01) VALUE "N".
027250     88  DESV-PAL                VALUE "S".
027300 77  ANT-PORC-D                  PIC ZZ9.99.
027301 77  HOY-CIFRA-D                 PIC ZZZZZZ9.
027302 77  ANT-CIFRA-D                 PIC ZZZZZZ9.
027303*    CALENDARIO DE LOTES ESPERADOS (DD CALENDAR). LA CORRIDA
027304*    NOCTURNA DE LAS 00:30 CUENTA LA CAPTURA DEL DIA ANTERIOR:
027305*    EL CALENDARIO SE CONSULTA CON LA FECHA DE NEGOCIO, QUE ES
027306*    LA FECHA DE EJECUCION MENOS UN DIA. TIPO-DIA QUEDA EN
027307*    BLANCO SIN CALENDARIO; "N" SOLO CUANDO HAY DEPARTAMENTOS
027308*    EN EL CALENDARIO Y NINGUNO ACTIVO ENVIA ESE DIA.
027309 77  FS-CALENDAR                 PIC X(02) VALUE "00".
027310 77  EOF-CALENDAR                PIC X(01) VALUE "N".
027311     88  FIN-CALENDAR            VALUE "Y".
027312 77  CALENDARIO-SW               PIC X(01) VALUE "N".
027313     88  HAY-CALENDARIO          VALUE "S".
027314 77  FECHA-NEGOCIO               PIC 9(08) VALUE 0.
027315 77  DIA-SEMANA                  PIC 9(01) VALUE 1.
027316 77  TIPO-DIA                    PIC X(01) VALUE SPACE.
027317     88  DIA-HABIL               VALUE "H".
027318     88  DIA-FERIADO             VALUE "F".
027319     88  DIA-SIN-ENVIOS          VALUE "N".
027320 77  DESCRIP-TIPO-DIA            PIC X(24) VALUE SPACES.
027321 77  SIN-LOTE-SW                 PIC X(01) VALUE "N".
027322     88  SIN-LOTE-ESPERADO       VALUE "S".
027323 77  SALTO-FERIADO-SW            PIC X(01) VALUE "N".
027324     88  SALTO-FERIADO           VALUE "S".
027325 77  FERIADO-SALTADO             PIC 9(08) VALUE 0.
027326 77  ANT-ULT-FECHA               PIC 9(08) VALUE 0.
027327 77  ANT-NEGOCIO                 PIC 9(08) VALUE 0.
027328 77  LIM-FR                      PIC 9(03) COMP VALUE 366.
027329 77  CANT-FR                     PIC 9(03) COMP VALUE 0.
027330 77  FR-SUB                      PIC 9(03) COMP VALUE 0.
027331 77  FR-HALLADO                  PIC 9(03) COMP VALUE 0.
027332 01  FR-TABLA.
027333     05  FR-ENT OCCURS 366 TIMES.
027334        10  FR-T-FECHA                  PIC 9(08).
027335        10  FR-T-DESCRIPCION            PIC X(30).
027336 77  LIM-CD                      PIC 9(02) COMP VALUE 50.
027337 77  CANT-CD                     PIC 9(02) COMP VALUE 0.
027338 77  CD-SUB                      PIC 9(02) COMP VALUE 0.
027339 01  CD-TABLA.
027340     05  CD-ENT OCCURS 50 TIMES.
027341        10  CD-T-DEPTO                  PIC X(03).
027342        10  CD-T-DIAS                   PIC X(07).
027343 77  DEPTO-CAL-SW                PIC X(01) VALUE "N".
027344     88  DEPTO-CAL-ACTIVO        VALUE "S".
027345 77  RECIBIDOS-DEPTO             PIC 9(07) COMP VALUE 0.
027346 77  CANT-FALTANTES              PIC 9(03) COMP VALUE 0.
027347 77  CANT-ATRASADOS              PIC 9(02) COMP VALUE 0.
027348 77  LIM-FT                      PIC 9(02) COMP VALUE 50.
027349 77  FT-SUB                      PIC 9(02) COMP VALUE 0.
027350 01  FALTANTES-TABLA.
027351     05  FT-ENT OCCURS 50 TIMES.
027352        10  FT-DEPTO                    PIC X(03).
027353        10  FT-NOMBRE                   PIC X(30).
027354 01  NOMBRES-DIAS-VALORES.
027355     05  FILLER                      PIC X(09) VALUE "LUNES".
027356     05  FILLER                      PIC X(09) VALUE "MARTES".
027357     05  FILLER                      PIC X(09) VALUE "MIERCOLES".
027358     05  FILLER                      PIC X(09) VALUE "JUEVES".
027359     05  FILLER                      PIC X(09) VALUE "VIERNES".
027360     05  FILLER                      PIC X(09) VALUE "SABADO".
027361     05  FILLER                      PIC X(09) VALUE "DOMINGO".
027362 01  NOMBRES-DIAS REDEFINES NOMBRES-DIAS-VALORES.
027363     05  NOMBRE-DIA                  PIC X(09) OCCURS 7 TIMES.
027364*    ARITMETICA DE FECHAS POR DIA JULIANO (8600-8620).
027365 01  FECHA-CALC.
027366     05  FC-ANO                      PIC 9(4).
027367     05  FC-MES                      PIC 9(2).
027368     05  FC-DIA                      PIC 9(2).
027369 01  FECHA-CALC-N REDEFINES FECHA-CALC PIC 9(8).
027370 77  FECHA-VUELTA                PIC 9(8) VALUE 0.
027371 77  JD-A                        PIC 9(02) COMP VALUE 0.
027372 77  JD-Y                        PIC 9(05) COMP VALUE 0.
027373 77  JD-M                        PIC 9(02) COMP VALUE 0.
027374 77  JD-T1                       PIC 9(07) COMP VALUE 0.
027375 77  JD-T2                       PIC 9(07) COMP VALUE 0.
027376 77  JD-T3                       PIC 9(07) COMP VALUE 0.
027377 77  JD-T4                       PIC 9(07) COMP VALUE 0.
027378 77  JD-NUMERO                   PIC 9(08) COMP VALUE 0.
027379 77  JI-L                        PIC 9(08) COMP VALUE 0.
027380 77  JI-N                        PIC 9(08) COMP VALUE 0.
027381 77  JI-I                        PIC 9(08) COMP VALUE 0.
027382 77  JI-J                        PIC 9(08) COMP VALUE 0.
027383 77  JI-T                        PIC 9(08) COMP VALUE 0.
027401*    REGLAS DE CONTEO POR IDIOMA: EL JUEGO DE VOCALES, EL
027402*    MANEJO DE LA ENIE Y LAS CLASES FONETICAS ACTIVAS SE
027403*    CARGAN EN 4970-CARGAR-IDIOMA SEGUN EL IDIOMA DEL LOTE
027455        10  IDI-LIQUIDAS                PIC 9(9) COMP.
027456        10  IDI-FRECUENCIAS.
027457           15  IDI-FREC OCCURS 26 TIMES   PIC 9(7) COMP.
027458        10  IDI-SILABAS                 PIC 9(9) COMP.
027459        10  IDI-ORACIONES               PIC 9(9) COMP.
027460 77  HIST-GRABADOS               PIC 9(01) COMP VALUE 0.
027461 77  IDI-PORC                    PIC 9(3)V9(2) VALUE 0.
027462*    SILABEO PARA EL INDICE DE LEGIBILIDAD (2170). CLASE DE
027463*    CADA VOCAL: F = FUERTE (A E O, CON O SIN TILDE), D = DEBIL
027464*    (I U), T = DEBIL CON TILDE (ROMPE EL DIPTONGO: HIATO) E
027465*    Y = LA Y, CONSONANTE EN ESPANOL Y VOCAL EN INGLES. LO QUE
027466*    NO FIGURA EN LA TABLA ES CONSONANTE ("C").
027467 01  SIL-LETRA-DEF.
027468     05  FILLER                      PIC X(10)
027469         VALUE "AEOaeoIUiu".
027470     05  FILLER                      PIC X(10)
027471         VALUE X"C1E1C9E9D3F3CDEDDAFA".
027472     05  FILLER                      PIC X(02) VALUE "Yy".
027473 01  SIL-LETRA-TABLA REDEFINES SIL-LETRA-DEF.
027474     05  SIL-LETRA OCCURS 22 TIMES
027475         INDEXED BY SIL-IDX          PIC X(01).
027476 01  SIL-CLASE-TXT
027477         PIC X(22) VALUE "FFFFFFDDDDFFFFFFTTTTYY".
027478 01  SIL-CLASE-TABLA REDEFINES SIL-CLASE-TXT.
027479     05  SIL-CLASE OCCURS 22 TIMES   PIC X(01).
027480 77  SIL-POS                     PIC 9(02) COMP VALUE 0.
027481 77  SIL-LARGO                   PIC 9(02) COMP VALUE 0.
027482 77  SIL-PALABRA                 PIC 9(02) COMP VALUE 0.
027483 77  SIL-CARACTER                PIC X(01) VALUE SPACE.
027484 77  SIL-PREVIO                  PIC X(01) VALUE SPACE.
027485 77  SIL-SIGUIENTE               PIC X(01) VALUE SPACE.
027486 77  SIL-CLASE-ACT               PIC X(01) VALUE SPACE.
027487 77  SIL-CLASE-ANT               PIC X(01) VALUE SPACE.
027488 77  SIL-CLASE-PEN               PIC X(01) VALUE SPACE.
027489
027500 LINKAGE SECTION.
027550 01  LK-MODO-PROCESO             PIC 9(01).
027574 01  LK-OPERADOR                 PIC X(08).
027600
027650 PROCEDURE DIVISION USING LK-MODO-PROCESO LK-OPERADOR.
027700*----------------------------------------------------------------
027750* 0000-MAINLINE - PARRAFO PRINCIPAL DEL MODULO. RECIBE EL MODO DE
027800* PROCESO DEL PROGRAMA DRIVER Y LO DESPACHA A INTERACTIVO,
028150*----------------------------------------------------------------
028200 0000-MAINLINE.
028250     MOVE LK-MODO-PROCESO TO MODO-PROCESO
028260     MOVE LK-OPERADOR TO OPERADOR-CORRIDA
028300     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
028350     ACCEPT HORA-EJECUCION FROM TIME
028400     COMPUTE HORA-INICIO-CORRIDA =
029000         END-IF
029050*        TODA EJECUCION EN MODO VALIDO DEJA SU REGISTRO EN LA
029100*        PISTA DE AUDITORIA, CUALQUIERA SEA SU RETURN-CODE.
029116*        UNA PARTICION NO: LA CORRIDA AUDITADA ES LA FUSION QUE
029132*        PUBLICA, Y CONTVOCU AUDITA LA QUE NO LLEGA A PUBLICAR.
029148         IF NOT CORRIDA-PARTICION
029164             PERFORM 9000-GRABAR-AUDITORIA THRU 9000-EXIT
029180         END-IF
029200     ELSE
029250         DISPLAY "ERROR: MODO DE PROCESO INVALIDO: " MODO-PROCESO
029300         MOVE 16 TO RETURN-CODE
030043     PERFORM 4970-CARGAR-IDIOMA THRU 4970-EXIT
030050     INITIALIZE FRECUENCIA-DIGITOS
030100     SET DENTRO-DE-PALABRA TO FALSE
030110     SET ORACION-ABIERTA TO FALSE
030117     IF MODO-POR-ARCHIVO
030124         PERFORM 2010-LEER-PARTICION THRU 2010-EXIT
030131     END-IF
030138*    UNA PARTICION ABRE SUS EXCEPCIONES EN 2000, CUANDO YA SABE
030145*    SI REANUDA DESDE SU CHECKPOINT.
030159     IF NOT CORRIDA-PARTICION
030166         PERFORM 2097-ABRIR-EXCEPCIONES THRU 2097-EXIT
030400     END-IF
030450     IF RETURN-CODE = 0
030464*        UNA PARTICION NO IMPRIME REPORTE: LO IMPRIME LA FUSION.
030478         IF CORRIDA-PARTICION
030492             MOVE "S" TO REPORTE-CERRADO-SW
030506         ELSE
030520             PERFORM 6050-ABRIR-REPORTE THRU 6050-EXIT
030534         END-IF
030550     END-IF
030600     IF RETURN-CODE = 0
030650         IF MODO-POR-ARCHIVO
030666             IF CORRIDA-FUSION
030682                 PERFORM 2500-CARGAR-FUSION THRU 2500-EXIT
030698             ELSE
030714                 PERFORM 2000-PROCESO-ARCHIVO THRU 2000-EXIT
030730             END-IF
030750         ELSE
030800             PERFORM 1000-PROCESO-INTERACTIVO THRU 1000-EXIT
030850         END-IF
031050*            RETURN-CODE 8 (PROPIO DEL DESBALANCE DE ENTRADA)
031100*            SIN ACTUALIZAR EL MAESTRO NI EL HISTORIAL.
031150             PERFORM 6270-CONCILIACION THRU 6270-EXIT
031162             IF HAY-CALENDARIO
031174                 PERFORM 6285-CALENDARIO THRU 6285-EXIT
031186             END-IF
031200             PERFORM 6400-PIE-PAGINA THRU 6400-EXIT
031250             CLOSE REPORTE-OUT
031260             MOVE "S" TO REPORTE-CERRADO-SW
031300             MOVE 8 TO RETURN-CODE
031350         END-IF
031353         IF RETURN-CODE = 0 AND SIN-LOTE-ESPERADO
031356*            FERIADO O DIA SIN ENVIOS QUE NO TRAJO DETALLE: EL
031359*            REPORTE SOLO LLEVA LA SECCION DE CALENDARIO Y LA
031362*            NOCHE QUEDA EN LOTEREG COMO SIN LOTE ESPERADO. NO
031365*            SE TOCA EL MAESTRO NI EL HISTORIAL: LA PROXIMA NOCHE
031368*            COMPARA CONTRA LA ULTIMA CORRIDA PUBLICADA, Y 8310
031371*            OMITE ESA COMPARACION SI EN EL MEDIO HUBO FERIADO.
031374             PERFORM 6285-CALENDARIO THRU 6285-EXIT
031377             PERFORM 6400-PIE-PAGINA THRU 6400-EXIT
031380             CLOSE REPORTE-OUT
031383             MOVE "S" TO REPORTE-CERRADO-SW
031386             PERFORM 8280-REGISTRAR-SIN-LOTE THRU 8280-EXIT
031389         END-IF
031400         IF RETURN-CODE = 0 AND NOT SIN-LOTE-ESPERADO
031425             AND NOT CORRIDA-PARTICION
031450             DISPLAY " TOTAL VOCALES: " vocales
031500             DISPLAY "TOTAL CONSONANTES " consonante
031550             DISPLAY "TOTAL ENIES      " CANT-ENIE
032900                     GT-CONSONANTE
032950                 PERFORM 6000-GENERAR-REPORTE THRU 6000-EXIT
033000                 IF HAY-DESVIACION AND RETURN-CODE = 0
033005                     MOVE 4 TO RETURN-CODE
033010                 END-IF
033015*                UN DEPARTAMENTO ESPERADO QUE NO MANDO NADA
033020*                TAMBIEN DESPIERTA AL OPERADOR.
033025                 IF CANT-FALTANTES > 0 AND RETURN-CODE = 0
033030                     MOVE 4 TO RETURN-CODE
033035                 END-IF
033040*                UN LOTE CON DEMASIADAS LINEAS DUPLICADAS TAMBIEN.
033045                 IF LOTES-CON-DUPLIC > 0 AND RETURN-CODE = 0
033050                     MOVE 4 TO RETURN-CODE
033100                 END-IF
033150             ELSE
033460             IF NOT REPORTE-CERRADO
033500                 CLOSE REPORTE-OUT
033550             END-IF
033553         END-IF
033556     END-IF
033559*    EN MODO ARCHIVO EL ACUSE DE RECIBO A LOS DEPARTAMENTOS DE
033562*    CAPTURA SE GRABA SIEMPRE, CON EL ESTADO EN QUE TERMINO LA
033565*    CORRIDA, TAMBIEN CUANDO SE CORTO ANTES DE PUBLICAR.
033568*    UNA PARTICION DEJA EN SU LUGAR SUS CIFRAS PARCIALES, TAMBIEN
033571*    CUANDO FALLO, Y EL ACUSE LO GRABA LA FUSION.
033574     IF CORRIDA-PARTICION
033577         PERFORM 2600-GRABAR-PARCIAL THRU 2600-EXIT
033580     ELSE
033583         IF MODO-POR-ARCHIVO
033586             PERFORM 8400-GRABAR-ACUSE THRU 8400-EXIT
033600         END-IF
033650     END-IF
033700     IF EXCEPCIONES-ABIERTAS
035950     MOVE 0 TO ULTIMO-REGISTRO-CKPT
036000     PERFORM 4000-VERIFICAR-CHECKPOINT THRU 4000-EXIT
036010     PERFORM 2060-CARGAR-DEPTOS-MAESTRO THRU 2060-EXIT
036012     IF RETURN-CODE NOT = 0
036014         GO TO 2000-EXIT
036016     END-IF
036018     PERFORM 2075-CARGAR-CALENDARIO THRU 2075-EXIT
036020     IF RETURN-CODE NOT = 0
036030         GO TO 2000-EXIT
036040     END-IF
036046     PERFORM 2095-PREPARAR-PALWRK THRU 2095-EXIT
036047     IF RETURN-CODE NOT = 0
036048         GO TO 2000-EXIT
036053     END-IF
036058     IF CORRIDA-PARTICION
036063         PERFORM 2097-ABRIR-EXCEPCIONES THRU 2097-EXIT
036068         IF RETURN-CODE NOT = 0
036073             GO TO 2000-EXIT
036078         END-IF
036083     END-IF
036088     OPEN INPUT LETRAS-IN
036100     IF FS-LETRAS-IN NOT = "00"
036150         DISPLAY "ERROR AL ABRIR LETRAS-IN, STATUS "
036200             FS-LETRAS-IN
036250         MOVE 16 TO RETURN-CODE
036300         GO TO 2000-EXIT
036350     END-IF
036351*    EL MAESTRO DE PENDIENTES ACOMPANA A EXCPOUT: CADA
036352*    EXCEPCION DE CARACTER DEL LOTE QUEDA ABIERTA HASTA QUE EL
036353*    CICLO DE CORRECCION LA APLIQUE. STATUS 05 = PRIMERA VEZ.
036354*    UNA PARTICION NO LO TOCA: CONTVOCU LO ACTUALIZA CON EL
036355*    ARCHIVO DE EXCEPCIONES FUSIONADO.
036356     IF NOT CORRIDA-PARTICION
036357         OPEN I-O PENDIENTES
036358         IF FS-PENDEXC NOT = "00" AND FS-PENDEXC NOT = "05"
036359             DISPLAY "ERROR AL ABRIR PENDEXC, STATUS " FS-PENDEXC
036360             MOVE 16 TO RETURN-CODE
036361             CLOSE LETRAS-IN
036362             GO TO 2000-EXIT
036363         END-IF
036364         MOVE "S" TO PEND-ABIERTO-SW
036365     END-IF
036366     PERFORM 2400-ABRIR-HUELLAS THRU 2400-EXIT
036369     IF RETURN-CODE NOT = 0
036373         CLOSE LETRAS-IN
036375         IF PENDIENTES-ABIERTAS
036377             CLOSE PENDIENTES
036379         END-IF
036381         MOVE "N" TO PEND-ABIERTO-SW
036385         GO TO 2000-EXIT
036389     END-IF
036419     IF IMPRIMIR-DET-PALABRA AND NOT CORRIDA-PARTICION
036450         PERFORM 6340-CAPTION-PALABRAS THRU 6340-EXIT
036500     END-IF
036550     PERFORM 2100-LEER-REGISTRO THRU 2100-EXIT
036600         UNTIL FIN-LETRAS-IN
036650     CLOSE LETRAS-IN
036651     IF PENDIENTES-ABIERTAS
036652         CLOSE PENDIENTES
036653     END-IF
036654     MOVE "N" TO PEND-ABIERTO-SW
036655     PERFORM 2450-RESUMEN-DUPLICADAS THRU 2450-EXIT
036656     CLOSE HUELLAS
036657     CLOSE DUPLICADOS-OUT
036658     MOVE "N" TO HUELLAS-SW
036660*    UN LOTE YA REGISTRADO CORTO LA LECTURA CON RC=12: NO HAY
036670*    NADA QUE CONCILIAR NI CHECKPOINT QUE LIMPIAR, LA CORRIDA
036680*    NO CONTO NADA.
036695         GO TO 2000-EXIT
036696     END-IF
036700     PERFORM 4200-LIMPIAR-CHECKPOINT THRU 4200-EXIT
036701*    UNA PARTICION SOLO CONTO PARTE DEL LOTE: LA CONCILIACION Y
036702*    LOS CONTROLES DE CALENDARIO LOS HACE LA FUSION CON EL TOTAL.
036703     IF CORRIDA-PARTICION
036704         GO TO 2000-EXIT
036705     END-IF
036706     PERFORM 2250-CONTROLES-FINALES THRU 2250-EXIT.
036800 2000-EXIT.
036850     EXIT.
036900
038342                 MOVE DM-CODIGO TO DM-T-CODIGO(CANT-DM)
038343                 MOVE DM-NOMBRE TO DM-T-NOMBRE(CANT-DM)
038344                 MOVE DM-ESTADO TO DM-T-ESTADO(CANT-DM)
038348                 MOVE DM-SUCESOR TO DM-T-SUCESOR(CANT-DM)
038352                 MOVE DM-FECHA-FUSION
038356                     TO DM-T-FECHA-FUSION(CANT-DM)
038360             ELSE
038364                 DISPLAY "AVISO: DEPTMST EXCEDE LA TABLA,"
038368                     " SE TOMAN LOS PRIMEROS " LIM-DM
038372                 SET FIN-DEPTMST TO TRUE
038376             END-IF
038380     END-READ.
038384 2070-EXIT.
038388     EXIT.
038392
038400 2100-LEER-REGISTRO.
038450     READ LETRAS-IN
038500         AT END
038850                 WHEN "TRL"
038900                     PERFORM 2145-PROCESAR-TRAILER THRU 2145-EXIT
038950                 WHEN OTHER
038955*                    UNA PARTICION SALTEA EL DETALLE DE LOS
038960*                    DEPARTAMENTOS FUERA DE SU RANGO.
038965                     IF CORRIDA-PARTICION
038970                         PERFORM 2180-CONTROL-RANGO THRU 2180-EXIT
038975                         IF NOT DENTRO-DE-RANGO
038980                             GO TO 2100-EXIT
038985                         END-IF
038990                     END-IF
039000*                    LA LONGITUD Y LOS CONTADORES DE CONCILIACION
039050*                    SE LLEVAN PARA TODO REGISTRO DE DETALLE,
039100*                    INCLUSO LOS QUE UNA REANUDACION POR
039350                     COMPUTE LONG-LINEA = 77 - ESPACIOS-FINALES
039400                     ADD 1 TO LEIDOS-DETALLE
039450                     ADD LONG-LINEA TO CARACS-LEIDOS
039451*                    EL CONTROL DE DUPLICADAS TAMBIEN RELEE EL
039452*                    LOTE COMPLETO, ASI DUPLOUT SALE ENTERO
039453*                    DESPUES DE UNA REANUDACION.
039454                     PERFORM 2420-CONTROL-DUPLICADA THRU 2420-EXIT
039455*                    EL ACUSE DE RECIBO TAMBIEN CUBRE EL LOTE
039456*                    COMPLETO.
039457                     PERFORM 2150-ACUSE-DETALLE THRU 2150-EXIT
039465                     IF CORRIDA-PARTICION
039473                         PERFORM 2185-ANOTAR-APARICION
039481                             THRU 2185-EXIT
039489                     END-IF
039500                     IF NUM-REGISTRO > ULTIMO-REGISTRO-CKPT
039530                         IF NOT LINEA-DUPLICADA
039560                             PERFORM 2110-PROCESAR-LINEA
039590                                 THRU 2110-EXIT
039620                         END-IF
039650                         PERFORM 4100-TALVEZ-CHECKPOINT
039700                             THRU 4100-EXIT
039750                     ELSE
040950         VARYING J-SUB FROM 1 BY 1 UNTIL J-SUB > LONGITUD-LETRAS
041000     IF DENTRO-DE-PALABRA
041050         PERFORM 2130-FIN-PALABRA THRU 2130-EXIT
041058     END-IF
041066*    EL FIN DEL REGISTRO CIERRA LA ORACION QUE HAYA QUEDADO
041074*    ABIERTA (UN REGISTRO ES UNA LETRA, PALABRA U ORACION).
041082     IF ORACION-ABIERTA
041090         PERFORM 2175-FIN-ORACION THRU 2175-EXIT
041100     END-IF.
041150 2110-EXIT.
041200     EXIT.
041201
041202*----------------------------------------------------------------
041203* 2112-VALIDAR-DEPTO - BUSCA DEPTO-ACTUAL EN LA COPIA EN MEMORIA
041204* DEL MAESTRO DE DEPARTAMENTOS Y FIJA DEPTO-ES-VALIDO SOLO SI
041205* FIGURA CON ESTADO ACTIVO. DEJA EN MOTIVO-DEPTO LA CAUSA DEL
041206* RECHAZO PARA EL REGISTRO DE EXCEPCION. UN DEPARTAMENTO
041207* FUSIONADO ES VALIDO HASTA SU FECHA DE VIGENCIA; DESDE ESA
041208* FECHA DEJA EN DEPTO-ACTUAL EL SUCESOR, SI ESTE ESTA ACTIVO,
041209* Y EL REGISTRO SE CUENTA BAJO EL SUCESOR.
041211*----------------------------------------------------------------
041212 2112-VALIDAR-DEPTO.
041213     SET DEPTO-ES-VALIDO TO FALSE
041222         IF DM-T-ESTADO(DM-HALLADO) = "A"
041223             SET DEPTO-ES-VALIDO TO TRUE
041224         ELSE
041225             IF DM-T-ESTADO(DM-HALLADO) = "F"
041226                 PERFORM 2114-RESOLVER-SUCESOR THRU 2114-EXIT
041227             ELSE
041228                 MOVE "INACTIVO" TO MOTIVO-DEPTO
041229             END-IF
041230         END-IF
041231     END-IF.
041232 2112-EXIT.
041233     EXIT.
041234
041235 2113-COMPARAR-DEPTO-MAESTRO.
041236     IF DM-T-CODIGO(DM-BUSCA) = DEPTO-ACTUAL
041237         MOVE DM-BUSCA TO DM-HALLADO
041238     END-IF.
041239 2113-EXIT.
041240     EXIT.
041250
041300 2105-CARGAR-LINEA.
041350     MOVE LIN-TEXTO(J-SUB:1) TO letra-array(J-SUB).
042550                     TO PALABRA-ACTUAL(LARGO-PALABRA-ACTUAL:1)
042600             END-IF
042650             PERFORM 5000-CLASIFICAR-LETRA THRU 5000-EXIT
042660             SET ORACION-ABIERTA TO TRUE
042700         ELSE
042750             IF MODO-PERFIL
042800                 PERFORM 5300-PERFILAR-CARACTER THRU 5300-EXIT
042950                 MOVE letra TO VALOR-RECHAZADO
043000                 PERFORM 7000-ESCRIBIR-EXCEPCION THRU 7000-EXIT
043050             END-IF
043060         END-IF
043070         IF (letra = "." OR letra = "!" OR letra = "?")
043080             AND ORACION-ABIERTA
043090             PERFORM 2175-FIN-ORACION THRU 2175-EXIT
043100         END-IF
043150     END-IF.
043200 2120-EXIT.
043400     ADD 1 TO CANT-PALABRAS
043450     ADD 1 TO DEP-PALABRAS(DEP-SUB)
043460     ADD 1 TO IDI-PALABRAS(IDIOMA-SUB)
043465     IF IDIOMA-SUB = 2
043470         ADD 1 TO DEP-PAL-EN(DEP-SUB)
043475     END-IF
043480     IF LARGO-PALABRA-ACTUAL > 0
043485         PERFORM 2170-CONTAR-SILABAS THRU 2170-EXIT
043490     END-IF
043500     IF LARGO-PALABRA-ACTUAL > PALABRA-MAS-LARGA
043550         MOVE LARGO-PALABRA-ACTUAL TO PALABRA-MAS-LARGA
043600     END-IF
043650     ADD LARGO-PALABRA-ACTUAL TO SUMA-LARGOS
043700     PERFORM 2135-REGISTRAR-PALABRA THRU 2135-EXIT
043750     IF IMPRIMIR-DET-PALABRA AND NOT CORRIDA-PARTICION
043800         PERFORM 6350-LINEA-PALABRA THRU 6350-EXIT
043850     END-IF
043900     SET DENTRO-DE-PALABRA TO FALSE
044170*    IGNORA PARA NO ABENDAR DESPUES AL COMPARAR FECHA-LOTE.
044200     IF HDR-FECHA IS NUMERIC
044210         MOVE HDR-FECHA TO FECHA-LOTE
044211         PERFORM 2147-ACUSE-NUEVO-LOTE THRU 2147-EXIT
044215         PERFORM 2142-CONTROL-LOTE-REPETIDO THRU 2142-EXIT
044216         IF LOTE-REPETIDO
044217             MOVE "S" TO AL-REPETIDO(AL-ACTUAL)
044218         END-IF
044220     END-IF
044221*    EL IDIOMA DEL LOTE VIENE EN EL HEADER; EN BLANCO O NO
044222*    RECONOCIDO SE ASUME ESPANOL, ASI LOS LOTES EXISTENTES NO
044900         ADD TRL-CANT-REG TO ESPERADO-REG
044950         ADD TRL-CANT-CARAC TO ESPERADO-CARAC
045000         SET TRAILER-LEIDO TO TRUE
045001*        EL TOTAL DECLARADO DEL LOTE VA AL ACUSE DE RECIBO.
045002         PERFORM 2148-ACUSE-LOTE-ACTUAL THRU 2148-EXIT
045003         ADD TRL-CANT-REG TO AL-TRL-REG(AL-ACTUAL)
045006         ADD TRL-CANT-CARAC TO AL-TRL-CARAC(AL-ACTUAL)
045010*        LAS CIFRAS DEL TRAILER SE ANOTAN TAMBIEN EN EL LOTE EN
045020*        CURSO, PARA EL REGISTRO DE LOTES PROCESADOS.
045030         IF CANT-LC > 0
045100         DISPLAY "CONCILIACION: TRAILER DE CONTROL CORRUPTO"
045150     END-IF.
045200 2145-EXIT.
045201     EXIT.
045202
045203*----------------------------------------------------------------
045204* 2080-CARGAR-LOTES-REG - CARGA EN MEMORIA LAS FECHAS DEL
045205* REGISTRO DE LOTES PROCESADOS, EN UNA TABLA CIRCULAR DE 400
045206* POSICIONES (COMO LA CONSULTA DE AUDITORIA DEL MODO 4): CON EL
045207* REGISTRO MAS LARGO QUE LA TABLA QUEDAN LOS ULTIMOS 400 LOTES,
045208* QUE SON LOS QUE UNA RELANZADA PODRIA RECONTAR.
045209*----------------------------------------------------------------
045210 2080-CARGAR-LOTES-REG.
045211     OPEN INPUT LOTES-REGISTRO
045212*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE: PRIMERA CORRIDA SIN
045213*    LOTES REGISTRADOS TODAVIA, EL CICLO CAE EN AT END.
045214     IF FS-LOTEREG NOT = "00" AND FS-LOTEREG NOT = "05"
045215         DISPLAY "ERROR AL ABRIR LOTEREG, STATUS " FS-LOTEREG
045216         MOVE 16 TO RETURN-CODE
045217         GO TO 2080-EXIT
045218     END-IF
045219     PERFORM 2085-LEER-LOTE-REG THRU 2085-EXIT
045220         UNTIL FIN-LOTEREG
045221     CLOSE LOTES-REGISTRO
045222     IF TOT-LOTES-REG > LIM-LOTES-REG
045223         MOVE LIM-LOTES-REG TO CANT-LOTES-REG
045224     ELSE
045225         MOVE TOT-LOTES-REG TO CANT-LOTES-REG
045226     END-IF.
045227 2080-EXIT.
045228     EXIT.
045229
045230 2085-LEER-LOTE-REG.
045231     READ LOTES-REGISTRO
045232         AT END
045233             SET FIN-LOTEREG TO TRUE
045234         NOT AT END
045235*            UNA NOCHE SIN LOTE ESPERADO NO REGISTRA NINGUN LOTE:
045236*            EL LOTE DE ESA FECHA QUE LLEGUE TARDE SE ACEPTA.
045237             IF LG-SIN-LOTE NOT = "S"
045238                 ADD 1 TO TOT-LOTES-REG
045239*                LA ENTRADA N OCUPA EL SLOT ((N - 1) MOD 400) + 1.
045240                 SUBTRACT 1 FROM TOT-LOTES-REG
045241                     GIVING COCIENTE-LG
045242                 DIVIDE COCIENTE-LG BY LIM-LOTES-REG
045243                     GIVING COCIENTE-LG
045244                     REMAINDER SLOT-LG
045245                 ADD 1 TO SLOT-LG
045246                 MOVE LG-FECHA-LOTE TO LR-FECHA-T(SLOT-LG)
045247             END-IF
045292     END-READ.
045293 2085-EXIT.
045294     EXIT.
054350     END-IF
054400     DISPLAY "ULTIMAS CORRIDAS REGISTRADAS EN LA AUDITORIA:"
054450     DISPLAY "FECHA    INICIO FIN    M REGISTR LETRAS  EXCEPC"
054500         " R RC OPERADOR"
054550     IF AU-LEIDAS NOT > 10
054600         MOVE AU-LEIDAS TO AUD-MOSTRAR
054650         MOVE 1 TO AUD-SLOT
056500     DISPLAY AE-FECHA " " AE-HORA-INICIO " " AE-HORA-FIN
056550         " " AE-MODO " " AE-REGISTROS " " AE-LETRAS
056600         " " AE-EXCEPCIONES " " AE-REINICIO " " AE-RETORNO
056610         " " AE-OPERADOR
056650     ADD 1 TO AUD-SLOT
056700     IF AUD-SLOT > 10
056750         MOVE 1 TO AUD-SLOT
058800                     THRU 4070-EXIT
058850                 PERFORM 4090-RESTAURAR-DEPTOS
058900                     THRU 4090-EXIT
058906*                UN CHECKPOINT ANTERIOR A LAS HUELLAS NO TRAE
058912*                SELLO: LA REANUDACION TOMA UNO NUEVO.
058918                 IF CKPT-SELLO-FECHA IS NUMERIC
058924                     AND CKPT-SELLO-HORA IS NUMERIC
058930                     MOVE CKPT-SELLO-FECHA TO SELLO-FECHA
058936                     MOVE CKPT-SELLO-HORA TO SELLO-HORA
058942                 END-IF
058950             END-IF
059000         END-READ
059050         CLOSE CHECKPOINT-FILE
059100     END-IF
059125*    EN LA FUSION EL CHECKPOINT TRAE LOS TOTALES COMBINADOS POR
059150*    CONTVOCU: NO ES UNA REANUDACION.
059175     IF ULTIMO-REGISTRO-CKPT > 0 AND NOT CORRIDA-FUSION
059200         DISPLAY "REANUDANDO DESDE EL REGISTRO "
059250             ULTIMO-REGISTRO-CKPT
059300         MOVE "S" TO REINICIO-SW
061300     PERFORM 4060-GUARDAR-FRECUENCIAS THRU 4060-EXIT
061350     MOVE CANT-DEPTOS TO CKPT-CANT-DEPTOS
061400     PERFORM 4080-GUARDAR-DEPTOS THRU 4080-EXIT
061416     MOVE SELLO-FECHA TO CKPT-SELLO-FECHA
061432     MOVE SELLO-HORA TO CKPT-SELLO-HORA
061450     WRITE CHECKPOINT-REC
061500     CLOSE CHECKPOINT-FILE.
061550 4150-EXIT.
065000         TO CKPT-DEP-CONSONANTE(DEP-BUSCA)
065050     MOVE DEP-ENIE(DEP-BUSCA) TO CKPT-DEP-ENIE(DEP-BUSCA)
065100     MOVE DEP-PALABRAS(DEP-BUSCA)
065150         TO CKPT-DEP-PALABRAS(DEP-BUSCA)
065160     MOVE DEP-EXCEPCIONES(DEP-BUSCA)
065170         TO CKPT-DEP-EXCEP(DEP-BUSCA)
065175     MOVE DEP-SILABAS(DEP-BUSCA)
065180         TO CKPT-DEP-SILABAS(DEP-BUSCA)
065185     MOVE DEP-ORACIONES(DEP-BUSCA)
065190         TO CKPT-DEP-ORACIONES(DEP-BUSCA)
065195     MOVE DEP-PAL-EN(DEP-BUSCA) TO CKPT-DEP-PAL-EN(DEP-BUSCA).
065200 4085-EXIT.
065250     EXIT.
065300
066250     MOVE CKPT-FREC-DIGITO(DIG-IDX) TO FREC-DIGITO(DIG-IDX).
066300 4093-EXIT.
066350     EXIT.
066351
066352 4086-GUARDAR-IDIOMAS.
066353     PERFORM 4087-GUARDAR-UN-IDIOMA THRU 4087-EXIT
066354         VARYING IDI-IMP FROM 1 BY 1 UNTIL IDI-IMP > 2.
066355 4086-EXIT.
066356     EXIT.
066357
066358 4087-GUARDAR-UN-IDIOMA.
066359     MOVE IDI-VOCALES(IDI-IMP) TO CKPT-IDI-VOCALES(IDI-IMP)
066360     MOVE IDI-CONSONANTE(IDI-IMP)
066361         TO CKPT-IDI-CONSONANTE(IDI-IMP)
066362     MOVE IDI-ENIE(IDI-IMP) TO CKPT-IDI-ENIE(IDI-IMP)
066363     MOVE IDI-PALABRAS(IDI-IMP) TO CKPT-IDI-PALABRAS(IDI-IMP)
066364     MOVE IDI-LETRAS(IDI-IMP) TO CKPT-IDI-LETRAS(IDI-IMP)
066365     MOVE IDI-OCLUSIVAS(IDI-IMP)
066366         TO CKPT-IDI-OCLUSIVAS(IDI-IMP)
066367     MOVE IDI-FRICATIVAS(IDI-IMP)
066368         TO CKPT-IDI-FRICATIVAS(IDI-IMP)
066369     MOVE IDI-NASALES(IDI-IMP) TO CKPT-IDI-NASALES(IDI-IMP)
066370     MOVE IDI-LIQUIDAS(IDI-IMP) TO CKPT-IDI-LIQUIDAS(IDI-IMP)
066371     MOVE IDI-SILABAS(IDI-IMP) TO CKPT-IDI-SILABAS(IDI-IMP)
066372     MOVE IDI-ORACIONES(IDI-IMP)
066373         TO CKPT-IDI-ORACIONES(IDI-IMP)
066380     PERFORM 4088-GUARDAR-IDI-FREC THRU 4088-EXIT
066381         VARYING ALFA-IDX FROM 1 BY 1 UNTIL ALFA-IDX > 26.
066382 4087-EXIT.
066407         TO IDI-FRICATIVAS(IDI-IMP)
066408     MOVE CKPT-IDI-NASALES(IDI-IMP) TO IDI-NASALES(IDI-IMP)
066409     MOVE CKPT-IDI-LIQUIDAS(IDI-IMP) TO IDI-LIQUIDAS(IDI-IMP)
066411     IF CKPT-IDI-SILABAS(IDI-IMP) IS NUMERIC
066413         MOVE CKPT-IDI-SILABAS(IDI-IMP) TO IDI-SILABAS(IDI-IMP)
066415         MOVE CKPT-IDI-ORACIONES(IDI-IMP)
066417             TO IDI-ORACIONES(IDI-IMP)
066419     END-IF
066421     PERFORM 4098-RESTAURAR-IDI-FREC THRU 4098-EXIT
066423         VARYING ALFA-IDX FROM 1 BY 1 UNTIL ALFA-IDX > 26.
066425 4097-EXIT.
066427     EXIT.
066429
066431 4098-RESTAURAR-IDI-FREC.
066433     MOVE CKPT-IDI-FREC(IDI-IMP ALFA-IDX)
066435         TO IDI-FREC(IDI-IMP ALFA-IDX).
066437 4098-EXIT.
066439     EXIT.
066441
066450*----------------------------------------------------------------
066500* 4090-RESTAURAR-DEPTOS - RESTABLECE LA TABLA POR DEPARTAMENTO
066550* DESDE EL CHECKPOINT. UN CHECKPOINT GRABADO ANTES DE QUE EL
067500         TO DEP-CONSONANTE(DEP-BUSCA)
067550     MOVE CKPT-DEP-ENIE(DEP-BUSCA) TO DEP-ENIE(DEP-BUSCA)
067600     MOVE CKPT-DEP-PALABRAS(DEP-BUSCA)
067650         TO DEP-PALABRAS(DEP-BUSCA)
067660     IF CKPT-DEP-EXCEP(DEP-BUSCA) IS NUMERIC
067670         MOVE CKPT-DEP-EXCEP(DEP-BUSCA)
067680             TO DEP-EXCEPCIONES(DEP-BUSCA)
067690     END-IF
067692     IF CKPT-DEP-SILABAS(DEP-BUSCA) IS NUMERIC
067694         MOVE CKPT-DEP-SILABAS(DEP-BUSCA)
067695             TO DEP-SILABAS(DEP-BUSCA)
067696         MOVE CKPT-DEP-ORACIONES(DEP-BUSCA)
067697             TO DEP-ORACIONES(DEP-BUSCA)
067698         MOVE CKPT-DEP-PAL-EN(DEP-BUSCA) TO DEP-PAL-EN(DEP-BUSCA)
067699     END-IF.
067700 4095-EXIT.
067750     EXIT.
067800
077450*----------------------------------------------------------------
077500 7000-ESCRIBIR-EXCEPCION.
077550     ADD 1 TO CANT-EXCEPCIONES
077560     IF DEP-SUB > 0
077570         ADD 1 TO DEP-EXCEPCIONES(DEP-SUB)
077580     END-IF
077600     ACCEPT HORA-EJECUCION FROM TIME
077650     MOVE NUM-REGISTRO TO REGISTRO-RECHAZO-D
077700     MOVE SLOT-RECHAZO TO SLOT-RECHAZO-D
077900         "  VALOR=[" VALOR-RECHAZADO "]"
077950         "  DEPTO=" DEPTO-ACTUAL
078000         "  HORA=" HR-HH ":" HR-MM ":" HR-SS
078010         "  LOTE=" FECHA-LOTE
078050         DELIMITED BY SIZE INTO LINEA-EXCEPCION
078100     WRITE EXCEPCION-REC FROM LINEA-EXCEPCION
078110     IF PENDIENTES-ABIERTAS
078120         PERFORM 7050-GRABAR-PENDIENTE THRU 7050-EXIT
078130     END-IF.
078150 7000-EXIT.
078152     EXIT.
078154
078156*----------------------------------------------------------------
078158* 7050-GRABAR-PENDIENTE - AGREGA LA EXCEPCION AL MAESTRO DE
078160* PENDIENTES CON LA FECHA DE CORRIDA COMO FECHA DE ALTA, DESDE
078162* LA CUAL CONTVOC3 CALCULA SU ANTIGUEDAD. SI LA CLAVE YA EXISTE
078164* ES LA MISMA EXCEPCION GRABADA POR UNA CORRIDA ANTERIOR DEL
078166* MISMO LOTE (REANUDACION O REPROCESO AUTORIZADO) Y SE CONSERVA
078168* LA ORIGINAL, CON SU ANTIGUEDAD.
078170*----------------------------------------------------------------
078172 7050-GRABAR-PENDIENTE.
078174     MOVE SPACES TO PENDIENTE-REC
078176     MOVE FECHA-LOTE TO PE-FECHA-LOTE
078178     MOVE NUM-REGISTRO TO PE-REGISTRO
078180     MOVE SLOT-RECHAZO TO PE-SLOT
078182     MOVE VALOR-RECHAZADO TO PE-VALOR
078184     MOVE DEPTO-ACTUAL TO PE-DEPTO
078186     MOVE FECHA-EJECUCION-N TO PE-FECHA-ALTA
078188     WRITE PENDIENTE-REC
078190         INVALID KEY
078192             CONTINUE
078194     END-WRITE.
078196 7050-EXIT.
078200     EXIT.
078205
078210*----------------------------------------------------------------
080000     MOVE 0 TO ANT-ULT-CONSONANTE
080050     MOVE 0 TO ANT-ULT-TOTLETRAS
080100     MOVE 0 TO ANT-ULT-PALABRAS
080125     MOVE 0 TO ANT-ULT-FECHA
080150     OPEN INPUT MASTER-TOTALES
080200     IF FS-MASTER = "00"
080250         READ MASTER-TOTALES
080900                 END-IF
080950                 IF MT-ULT-PALABRAS IS NUMERIC
081000                     MOVE MT-ULT-PALABRAS TO ANT-ULT-PALABRAS
081012                 END-IF
081024                 IF MT-ULT-FECHA IS NUMERIC
081036                     MOVE MT-ULT-FECHA TO ANT-ULT-FECHA
081050                 END-IF
081100         END-READ
081150         CLOSE MASTER-TOTALES
083100*----------------------------------------------------------------
083150 8300-VERIFICAR-DESVIACION.
083200     IF GT-CORRIDAS = 0
083206         GO TO 8300-EXIT
083212     END-IF
083218     PERFORM 8310-CONTROL-FERIADO THRU 8310-EXIT
083224     IF SALTO-FERIADO
083230         DISPLAY "CALENDARIO: FERIADO " FERIADO-SALTADO
083236             " DESDE LA ULTIMA CORRIDA, SE OMITE EL CONTROL DE"
083242             " DESVIACION"
083250         GO TO 8300-EXIT
083300     END-IF
083350     COMPUTE TOTAL-VOC-CONS =
084850             " DETECTADA, VER SECCION DESVIACION DEL REPORTE"
084900     END-IF.
084950 8300-EXIT.
084951     EXIT.
084952
084953*----------------------------------------------------------------
084954* 8310-CONTROL-FERIADO - MIRA SI ENTRE LA FECHA DE NEGOCIO DE LA
084955* ULTIMA CORRIDA DEL MAESTRO (MT-ULT-FECHA MENOS UN DIA) Y LA DE
084956* HOY CAYO UN FERIADO DEL CALENDARIO. EN ESE CASO LA ULTIMA
084957* CORRIDA NO ES LA NOCHE HABIL ANTERIOR Y LA COMPARACION DE 8300
084958* NO SIRVE: SE OMITE Y SE DEJA CONSTANCIA EN EL REPORTE.
084959*----------------------------------------------------------------
084960 8310-CONTROL-FERIADO.
084961     IF NOT HAY-CALENDARIO OR CANT-FR = 0 OR ANT-ULT-FECHA = 0
084962         GO TO 8310-EXIT
084963     END-IF
084964     MOVE ANT-ULT-FECHA TO FECHA-CALC-N
084965     PERFORM 8600-DIA-JULIANO THRU 8600-EXIT
084966     SUBTRACT 1 FROM JD-NUMERO
084967     PERFORM 8610-FECHA-DE-JULIANO THRU 8610-EXIT
084968     MOVE FECHA-VUELTA TO ANT-NEGOCIO
084969     PERFORM 8315-BUSCAR-SALTO THRU 8315-EXIT
084970         VARYING FR-SUB FROM 1 BY 1
084971         UNTIL FR-SUB > CANT-FR OR SALTO-FERIADO.
084972 8310-EXIT.
084973     EXIT.
084974
084975 8315-BUSCAR-SALTO.
084976     IF FR-T-FECHA(FR-SUB) > ANT-NEGOCIO AND
084977         FR-T-FECHA(FR-SUB) NOT > FECHA-NEGOCIO
084978         SET SALTO-FERIADO TO TRUE
084979         MOVE FR-T-FECHA(FR-SUB) TO FERIADO-SALTADO
084980     END-IF.
084981 8315-EXIT.
085000     EXIT.
085050
085100*----------------------------------------------------------------
086781     MOVE IDI-NASALES(IDI-IMP) TO HI-NASALES
086782     MOVE IDI-LIQUIDAS(IDI-IMP) TO HI-LIQUIDAS
086783     MOVE IDI-PALABRAS(IDI-IMP) TO HI-PALABRAS
086786     MOVE IDI-SILABAS(IDI-IMP) TO HI-SILABAS
086789     MOVE IDI-ORACIONES(IDI-IMP) TO HI-ORACIONES
086792     PERFORM 8505-LEGIB-IDIOMA THRU 8505-EXIT
086795     MOVE LG-INDICE TO HI-LEGIBILIDAD
086798     PERFORM 8210-GUARDAR-FREC-HIST THRU 8210-EXIT
086801         VARYING ALFA-IDX FROM 1 BY 1 UNTIL ALFA-IDX > 26
086804     WRITE HISTORIA-REC
086807         INVALID KEY
086810*            YA HAY REGISTRO DE ESTA FECHA E IDIOMA (RECONTEO
086813*            AUTORIZADO DEL MISMO DIA): SE REGRABA.
086816             REWRITE HISTORIA-REC
086819     END-WRITE
086822     ADD 1 TO HIST-GRABADOS.
086825 8205-EXIT.
086828     EXIT.
086831
086850 8210-GUARDAR-FREC-HIST.
086900     MOVE IDI-FREC(IDI-IMP ALFA-IDX) TO HI-FREC-LETRA(ALFA-IDX).
086950 8210-EXIT.
087082     MOVE DEP-CONSONANTE(DEP-BUSCA) TO HD-CONSONANTE
087083     MOVE DEP-ENIE(DEP-BUSCA) TO HD-ENIE
087084     MOVE DEP-PALABRAS(DEP-BUSCA) TO HD-PALABRAS
087085     MOVE DEP-EXCEPCIONES(DEP-BUSCA) TO HD-EXCEPCIONES
087086     MOVE DEP-SILABAS(DEP-BUSCA) TO HD-SILABAS
087087     MOVE DEP-ORACIONES(DEP-BUSCA) TO HD-ORACIONES
087088     MOVE DEP-PAL-EN(DEP-BUSCA) TO HD-PAL-EN
087089     PERFORM 8510-LEGIB-DEPTO THRU 8510-EXIT
087090     MOVE LG-INDICE TO HD-LEGIBILIDAD
087091     MOVE LG-FORMULA TO HD-FORMULA
087092     WRITE HIST-DEPTO-REC.
087093 8230-EXIT.
087094     EXIT.
087095
087100*----------------------------------------------------------------
087150* 8250-GRABAR-EXTRACTO - GRABA EL EXTRACTO DELIMITADO PARA EL
087200* GRUPO DE ANALISIS (DD EXTROUT, UNA GENERACION POR NOCHE): UN
090150     END-IF
090200     PERFORM 6250-DESGLOSE-FONETICO THRU 6250-EXIT
090210     PERFORM 6255-TOTALES-IDIOMA THRU 6255-EXIT
090220     IF MODO-POR-ARCHIVO
090230         PERFORM 6257-LEGIBILIDAD THRU 6257-EXIT
090240     END-IF
090250     IF MODO-PERFIL
090300         PERFORM 6290-PERFIL-TEXTO THRU 6290-EXIT
090350     END-IF
090400     IF MODO-POR-ARCHIVO
090450         PERFORM 6270-CONCILIACION THRU 6270-EXIT
090462         IF CANT-DUPLICADOS > 0
090474             PERFORM 6275-DUPLICADAS THRU 6275-EXIT
090486         END-IF
090500     END-IF
090550     IF HAY-DESVIACION
090600         PERFORM 6280-DESVIACION THRU 6280-EXIT
090612     END-IF
090624     IF HAY-CALENDARIO
090636         PERFORM 6285-CALENDARIO THRU 6285-EXIT
090650     END-IF
090700     PERFORM 6260-ACUMULADO-HISTORICO THRU 6260-EXIT
090750     PERFORM 6300-FRECUENCIAS THRU 6300-EXIT
115350     MOVE RETURN-CODE TO AU-RETORNO
115360     MOVE REPROCESO-SW TO AU-REPROCESO
115370     MOVE AUTORIZA-REPROC TO AU-AUTORIZA
115377     MOVE TIPO-DIA TO AU-TIPO-DIA
115384     MOVE CANT-FALTANTES TO AU-FALTANTES
115391     MOVE CANT-ATRASADOS TO AU-ATRASADOS
115394     MOVE CANT-DUPLICADOS TO AU-DUPLICADOS
115397     MOVE LOTES-CON-DUPLIC TO AU-LOTES-DUPLIC
115398     MOVE OPERADOR-CORRIDA TO AU-OPERADOR
115400     WRITE AUDITORIA-REC
115450     CLOSE AUDITORIA.
115500 9000-EXIT.
115510     EXIT.
115520
115530*----------------------------------------------------------------
115540* 8400-GRABAR-ACUSE - GRABA EL ACUSE DE RECIBO PARA EL SISTEMA
115550* DE CAPTURA (DD ACUSE): POR CADA LOTE DE LA CORRIDA UN REGISTRO
115560* "L" CON SU ESTADO Y, DETRAS, UN REGISTRO "D" POR CADA
115570* DEPARTAMENTO. SE LLAMA AL FINAL DEL MODO ARCHIVO CUALQUIERA
115580* SEA EL RETURN-CODE. UNA CORRIDA QUE NO LLEGO A LEER NINGUN
115590* LOTE GRABA IGUAL UN REGISTRO "L" DE FECHA CERO, PARA QUE LA
115600* CAPTURA SEPA QUE LA CORRIDA NO PUBLICO.
115610*----------------------------------------------------------------
115620 8400-GRABAR-ACUSE.
115630     OPEN OUTPUT ACUSE-OUT
115640     IF FS-ACUSE NOT = "00"
115650         DISPLAY "ERROR AL ABRIR ACUSE, STATUS " FS-ACUSE
115660         MOVE 16 TO RETURN-CODE
115670         GO TO 8400-EXIT
115680     END-IF
115690     IF CANT-AL = 0
115700         PERFORM 2147-ACUSE-NUEVO-LOTE THRU 2147-EXIT
115710     END-IF
115720     IF SIN-LOTE-ESPERADO AND AL-FECHA(1) = 0
115730         MOVE FECHA-NEGOCIO TO AL-FECHA(1)
115740     END-IF
115750     ACCEPT HORA-EJECUCION FROM TIME
115760     PERFORM 8410-ACUSE-LOTE THRU 8410-EXIT
115770         VARYING AL-SUB FROM 1 BY 1 UNTIL AL-SUB > CANT-AL
115780     CLOSE ACUSE-OUT.
115790 8400-EXIT.
115800     EXIT.
115810
115820*----------------------------------------------------------------
115830* 8410-ACUSE-LOTE - ESTADO DEL LOTE SEGUN COMO TERMINO LA
115840* CORRIDA: EL LOTE YA REGISTRADO QUE CORTO LA CORRIDA ES "YP";
115850* LOS DEMAS SON "AC" SI LA CORRIDA PUBLICO (RC=0 O RC=4), "FB"
115860* SI NO CUADRO CONTRA EL TRAILER Y "NP" EN CUALQUIER OTRO CASO.
115870* UNA NOCHE SIN LOTE ESPERADO (FERIADO O DIA SIN ENVIOS) ES "SE".
115880*----------------------------------------------------------------
115890 8410-ACUSE-LOTE.
115900     EVALUATE TRUE
115910         WHEN AL-REPETIDO(AL-SUB) = "S"
115920             MOVE "YP" TO ESTADO-ACUSE
115930             MOVE "RECHAZADO YA PROCESADO" TO DESCRIP-ACUSE
115940         WHEN SIN-LOTE-ESPERADO
115950             MOVE "SE" TO ESTADO-ACUSE
115960             MOVE "SIN LOTE ESPERADO" TO DESCRIP-ACUSE
115970         WHEN RETURN-CODE = 0 OR RETURN-CODE = 4
115980             MOVE "AC" TO ESTADO-ACUSE
115990             MOVE "ACEPTADO" TO DESCRIP-ACUSE
116000         WHEN RETURN-CODE = 8
116010             MOVE "FB" TO ESTADO-ACUSE
116020             MOVE "FUERA DE BALANCE" TO DESCRIP-ACUSE
116030         WHEN OTHER
116040             MOVE "NP" TO ESTADO-ACUSE
116050             MOVE "NO PUBLICADO" TO DESCRIP-ACUSE
116060     END-EVALUATE
116070     MOVE 0 TO AD-DEPTOS-LOTE
116080     PERFORM 8415-CONTAR-DEPTOS-LOTE THRU 8415-EXIT
116090         VARYING AD-SUB FROM 1 BY 1 UNTIL AD-SUB > CANT-AD
116100     MOVE SPACES TO ACUSE-LOTE-REC
116110     MOVE "L" TO AKL-TIPO
116120     MOVE AL-FECHA(AL-SUB) TO AKL-FECHA-LOTE
116130     MOVE ESTADO-ACUSE TO AKL-ESTADO
116140     MOVE RETURN-CODE TO AKL-RETORNO
116150     MOVE AL-RECIBIDOS(AL-SUB) TO AKL-RECIBIDOS
116160     MOVE AL-TRL-REG(AL-SUB) TO AKL-DECLARADOS
116170     MOVE AD-DEPTOS-LOTE TO AKL-CANT-DEPTOS
116180     MOVE DESCRIP-ACUSE TO AKL-DESCRIPCION
116190     MOVE FECHA-EJECUCION-N TO AKL-FECHA-PROC
116200     COMPUTE AKL-HORA-PROC =
116210         HR-HH * 10000 + HR-MM * 100 + HR-SS
116220     MOVE AL-DUPLICADOS(AL-SUB) TO AKL-DUPLICADOS
116230     WRITE ACUSE-LOTE-REC
116240     PERFORM 8420-ACUSE-DEPTO THRU 8420-EXIT
116250         VARYING AD-SUB FROM 1 BY 1 UNTIL AD-SUB > CANT-AD.
116260 8410-EXIT.
116270     EXIT.
116280
116290 8415-CONTAR-DEPTOS-LOTE.
116300     IF AD-LOTE(AD-SUB) = AL-SUB
116310         ADD 1 TO AD-DEPTOS-LOTE
116320     END-IF.
116330 8415-EXIT.
116340     EXIT.
116350
116360 8420-ACUSE-DEPTO.
116370     IF AD-LOTE(AD-SUB) NOT = AL-SUB
116380         GO TO 8420-EXIT
116390     END-IF
116400     MOVE SPACES TO ACUSE-REC
116410     MOVE "D" TO AK-TIPO
116420     MOVE AL-FECHA(AL-SUB) TO AK-FECHA-LOTE
116430     MOVE AD-DEPTO(AD-SUB) TO AK-DEPTO
116440     MOVE ESTADO-ACUSE TO AK-ESTADO
116450     MOVE RETURN-CODE TO AK-RETORNO
116460     MOVE AD-RECIBIDOS(AD-SUB) TO AK-RECIBIDOS
116470     MOVE AD-CONTADOS(AD-SUB) TO AK-CONTADOS
116480     MOVE AD-RECH-DEPTO(AD-SUB) TO AK-RECH-DEPTO
116490     MOVE AD-EXC-CARACTER(AD-SUB) TO AK-EXC-CARACTER
116500     MOVE AD-MOTIVO(AD-SUB) TO AK-MOTIVO-DEPTO
116510     MOVE FECHA-EJECUCION-N TO AK-FECHA-PROC
116520     COMPUTE AK-HORA-PROC =
116530         HR-HH * 10000 + HR-MM * 100 + HR-SS
116540     MOVE AD-DUPLICADOS(AD-SUB) TO AK-DUPLICADOS
116550     WRITE ACUSE-REC.
116560 8420-EXIT.
116570     EXIT.
116580
116590*----------------------------------------------------------------
116600* 8500-CALCULAR-LEGIBILIDAD - CALCULA EL INDICE DE LEGIBILIDAD
116610* CON LG-SILABAS, LG-PALABRAS Y LG-ORACIONES SEGUN LG-FORMULA:
116620*   FH (FERNANDEZ-HUERTA) = 206.84 - 60 * SILABAS / PALABRAS
116630*                                  - 102 * ORACIONES / PALABRAS
116640*   FL (FLESCH)           = 206.835 - 1.015 * PALABRAS / ORACIONES
116650*                                   - 84.6 * SILABAS / PALABRAS
116660* SIN PALABRAS, SILABAS U ORACIONES NO HAY INDICE (LG-CON-INDICE
116670* APAGADO Y LG-INDICE EN CERO). EL RESULTADO SE ACOTA A +-999.99.
116680*----------------------------------------------------------------
116690 8500-CALCULAR-LEGIBILIDAD.
116700     SET LG-CON-INDICE TO FALSE
116710     MOVE 0 TO LG-INDICE
116720     IF LG-PALABRAS = 0 OR LG-SILABAS = 0 OR LG-ORACIONES = 0
116730         GO TO 8500-EXIT
116740     END-IF
116750     COMPUTE LG-SIL-PAL ROUNDED = LG-SILABAS / LG-PALABRAS
116760     IF LG-FORMULA = "FL"
116770         COMPUTE LG-PAL-ORA ROUNDED = LG-PALABRAS / LG-ORACIONES
116780         COMPUTE LG-CALCULO ROUNDED = 206.835
116790             - 1.015 * LG-PAL-ORA - 84.6 * LG-SIL-PAL
116800     ELSE
116810         COMPUTE LG-ORA-PAL ROUNDED = LG-ORACIONES / LG-PALABRAS
116820         COMPUTE LG-CALCULO ROUNDED = 206.84
116830             - 60 * LG-SIL-PAL - 102 * LG-ORA-PAL
116840     END-IF
116850     IF LG-CALCULO > 999.99
116860         MOVE 999.99 TO LG-CALCULO
116870     END-IF
116880     IF LG-CALCULO < -999.99
116890         MOVE -999.99 TO LG-CALCULO
116900     END-IF
116910     MOVE LG-CALCULO TO LG-INDICE
116920     SET LG-CON-INDICE TO TRUE.
116930 8500-EXIT.
116940     EXIT.
116950
116960*    INDICE DEL IDIOMA IDI-IMP: FERNANDEZ-HUERTA EN ESPANOL,
116970*    FLESCH EN INGLES.
116980 8505-LEGIB-IDIOMA.
116990     MOVE IDI-SILABAS(IDI-IMP) TO LG-SILABAS
117000     MOVE IDI-PALABRAS(IDI-IMP) TO LG-PALABRAS
117010     MOVE IDI-ORACIONES(IDI-IMP) TO LG-ORACIONES
117020     IF IDI-IMP = 2
117030         MOVE "FL" TO LG-FORMULA
117040     ELSE
117050         MOVE "FH" TO LG-FORMULA
117060     END-IF
117070     PERFORM 8500-CALCULAR-LEGIBILIDAD THRU 8500-EXIT.
117080 8505-EXIT.
117090     EXIT.
117100
117110*    INDICE DEL DEPARTAMENTO DEP-BUSCA: FLESCH SI TODAS SUS
117120*    PALABRAS VINIERON EN LOTES EN INGLES, SI NO FERNANDEZ-HUERTA.
117130 8510-LEGIB-DEPTO.
117140     MOVE DEP-SILABAS(DEP-BUSCA) TO LG-SILABAS
117150     MOVE DEP-PALABRAS(DEP-BUSCA) TO LG-PALABRAS
117160     MOVE DEP-ORACIONES(DEP-BUSCA) TO LG-ORACIONES
117170     IF DEP-PAL-EN(DEP-BUSCA) > 0 AND
117180         DEP-PAL-EN(DEP-BUSCA) = DEP-PALABRAS(DEP-BUSCA)
117190         MOVE "FL" TO LG-FORMULA
117200     ELSE
117210         MOVE "FH" TO LG-FORMULA
117220     END-IF
117230     PERFORM 8500-CALCULAR-LEGIBILIDAD THRU 8500-EXIT.
117240 8510-EXIT.
117250     EXIT.
117260
117270*    INDICE DE TODA LA CORRIDA, CON LA MISMA REGLA DE FORMULA.
117280 8515-LEGIB-CORRIDA.
117290     COMPUTE LG-SILABAS = IDI-SILABAS(1) + IDI-SILABAS(2)
117300     COMPUTE LG-PALABRAS = IDI-PALABRAS(1) + IDI-PALABRAS(2)
117310     COMPUTE LG-ORACIONES = IDI-ORACIONES(1) + IDI-ORACIONES(2)
117320     IF IDI-PALABRAS(2) > 0 AND IDI-PALABRAS(1) = 0
117330         MOVE "FL" TO LG-FORMULA
117340     ELSE
117350         MOVE "FH" TO LG-FORMULA
117360     END-IF
117370     PERFORM 8500-CALCULAR-LEGIBILIDAD THRU 8500-EXIT.
117380 8515-EXIT.
117390     EXIT.
117400
117410*----------------------------------------------------------------
117420* 8600-DIA-JULIANO - NUMERO DE DIA JULIANO DE LA FECHA EN
117430* FECHA-CALC, EN JD-NUMERO, CON LA MISMA FORMULA ENTERA QUE
117440* CONTVOC3 USA PARA LA ANTIGUEDAD DE LAS EXCEPCIONES.
117450*----------------------------------------------------------------
117460 8600-DIA-JULIANO.
117470     COMPUTE JD-A = (14 - FC-MES) / 12
117480     COMPUTE JD-Y = FC-ANO + 4800 - JD-A
117490     COMPUTE JD-M = FC-MES + 12 * JD-A - 3
117500     COMPUTE JD-T1 = (153 * JD-M + 2) / 5
117510     COMPUTE JD-T2 = JD-Y / 4
117520     COMPUTE JD-T3 = JD-Y / 100
117530     COMPUTE JD-T4 = JD-Y / 400
117540     COMPUTE JD-NUMERO = FC-DIA + JD-T1 + 365 * JD-Y
117550         + JD-T2 - JD-T3 + JD-T4 - 32045.
117560 8600-EXIT.
117570     EXIT.
117580
117590*----------------------------------------------------------------
117600* 8610-FECHA-DE-JULIANO - CAMINO INVERSO: PASA EL DIA JULIANO DE
117610* JD-NUMERO A LA FECHA AAAAMMDD EN FECHA-VUELTA (FLIEGEL Y VAN
117620* FLANDERN, SOLO ARITMETICA ENTERA).
117630*----------------------------------------------------------------
117640 8610-FECHA-DE-JULIANO.
117650     COMPUTE JI-L = JD-NUMERO + 68569
117660     COMPUTE JI-N = (4 * JI-L) / 146097
117670     COMPUTE JI-T = (146097 * JI-N + 3) / 4
117680     COMPUTE JI-L = JI-L - JI-T
117690     COMPUTE JI-I = (4000 * (JI-L + 1)) / 1461001
117700     COMPUTE JI-T = (1461 * JI-I) / 4
117710     COMPUTE JI-L = JI-L - JI-T + 31
117720     COMPUTE JI-J = (80 * JI-L) / 2447
117730     COMPUTE JI-T = (2447 * JI-J) / 80
117740     COMPUTE FC-DIA = JI-L - JI-T
117750     COMPUTE JI-L = JI-J / 11
117760     COMPUTE FC-MES = JI-J + 2 - 12 * JI-L
117770     COMPUTE FC-ANO = 100 * (JI-N - 49) + JI-I + JI-L
117780     MOVE FECHA-CALC-N TO FECHA-VUELTA.
117790 8610-EXIT.
117800     EXIT.
117810
117820*----------------------------------------------------------------
117830* 8620-DIA-SEMANA - DIA DE LA SEMANA DEL DIA JULIANO EN
117840* JD-NUMERO: EL RESTO DE DIVIDIR POR 7 ES 0 EL LUNES. DEJA 1
117850* (LUNES) A 7 (DOMINGO) EN DIA-SEMANA.
117860*----------------------------------------------------------------
117870 8620-DIA-SEMANA.
117880     DIVIDE JD-NUMERO BY 7 GIVING JD-T1 REMAINDER DIA-SEMANA
117890     ADD 1 TO DIA-SEMANA.
117900 8620-EXIT.
117910     EXIT.
117920
117930*----------------------------------------------------------------
117940* 2250-CONTROLES-FINALES - CONTROLES DE FIN DE LECTURA, COMUNES A
117950* LA CORRIDA UNICA Y A LA FUSION DE PARTICIONES: NOCHE SIN LOTE
117960* ESPERADO, CONCILIACION CONTRA EL TRAILER Y CALENDARIO.
117970*----------------------------------------------------------------
117980 2250-CONTROLES-FINALES.
117990*    NOCHE SIN LOTE ESPERADO (FERIADO O DIA SIN ENVIOS) QUE NO
118000*    TRAJO DETALLE: NO HAY NADA QUE CONCILIAR NI PUBLICAR. UN
118010*    TRAILER QUE DECLARA REGISTROS SIGUE SIENDO UN LOTE PERDIDO
118020*    Y VA A LA CONCILIACION.
118030     IF (DIA-FERIADO OR DIA-SIN-ENVIOS) AND LEIDOS-DETALLE = 0
118040         AND (NOT TRAILER-LEIDO OR ESPERADO-REG = 0)
118050         SET SIN-LOTE-ESPERADO TO TRUE
118060         DISPLAY "CALENDARIO: FECHA DE NEGOCIO " FECHA-NEGOCIO
118070             " SIN LOTE ESPERADO, NO SE PUBLICA"
118080         GO TO 2250-EXIT
118090     END-IF
118100     PERFORM 2050-CONCILIAR-CONTROL THRU 2050-EXIT
118110     IF HAY-CALENDARIO
118120         PERFORM 2300-CONTROL-CALENDARIO THRU 2300-EXIT
118130     END-IF.
118140 2250-EXIT.
118150     EXIT.
118160
118170*----------------------------------------------------------------
118180* 2010-LEER-PARTICION - LEE LA TARJETA OPCIONAL DE CORRIDA
118190* PARTICIONADA (DD PARTIC). SIN TARJETA (DD DUMMY O VACIO) LA
118200* CORRIDA ES UNICA, COMO SIEMPRE. CUALQUIER TARJETA QUE NO SEA
118210* FUSION ES DE PARTICION: SI ESTA MAL, LA PARTICION TERMINA
118220* FALLIDA CON RC=16 Y LO DEJA DICHO EN SU PARCIAL. UNA PARTICION
118230* VALIDA GRABA DE ENTRADA UN CONTROL "EN CURSO", ASI UN PASO QUE
118240* ABENDA NO DEJA UN PARCIAL VIEJO QUE LA FUSION TOME POR BUENO.
118250*----------------------------------------------------------------
118260 2010-LEER-PARTICION.
118270     OPEN INPUT PARTICION-IN
118280*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE: CORRIDA UNICA.
118290     IF FS-PARTIC NOT = "00" AND FS-PARTIC NOT = "05"
118300         DISPLAY "ERROR AL ABRIR PARTIC, STATUS " FS-PARTIC
118310         MOVE 16 TO RETURN-CODE
118320         GO TO 2010-EXIT
118330     END-IF
118340     READ PARTICION-IN
118350         AT END
118360             CLOSE PARTICION-IN
118370             GO TO 2010-EXIT
118380     END-READ
118390     IF PT-FUSION
118400         SET CORRIDA-FUSION TO TRUE
118410         DISPLAY "CORRIDA DE FUSION: SE PUBLICAN LAS PARTICIONES"
118420             " COMBINADAS POR CONTVOCU"
118430     ELSE
118440         SET CORRIDA-PARTICION TO TRUE
118450         PERFORM 2015-VALIDAR-PARTICION THRU 2015-EXIT
118460     END-IF
118470     CLOSE PARTICION-IN
118480     IF RETURN-CODE NOT = 0 OR NOT CORRIDA-PARTICION
118490         GO TO 2010-EXIT
118500     END-IF
118510     DISPLAY "PARTICION " PARTICION-NUM " DE " PARTICION-TOTAL
118520         ": DEPARTAMENTOS DESDE [" PARTICION-DESDE "] HASTA ["
118530         PARTICION-HASTA "]"
118540     OPEN OUTPUT PARCIAL
118550     IF FS-PARCIAL NOT = "00"
118560         DISPLAY "ERROR AL ABRIR PARCIAL, STATUS " FS-PARCIAL
118570         MOVE 16 TO RETURN-CODE
118580         GO TO 2010-EXIT
118590     END-IF
118600     MOVE 0 TO REG-PARCIAL
118610     MOVE "E" TO ESTADO-PARCIAL
118620     PERFORM 2620-GRABAR-CONTROL THRU 2620-EXIT
118630     CLOSE PARCIAL.
118640 2010-EXIT.
118650     EXIT.
118660
118670*----------------------------------------------------------------
118680* 2015-VALIDAR-PARTICION - CONTROLA LA TARJETA DE PARTICION:
118690* NUMERO ENTRE 1 Y EL TOTAL, TOTAL HASTA LIM-PARTICIONES, SIN
118700* DESDE SOLO LA PRIMERA, SIN HASTA SOLO LA ULTIMA, Y DESDE MENOR
118710* QUE HASTA. QUE LOS RANGOS DE TODAS LAS PARTICIONES SE TOQUEN SIN
118720* HUECOS LO CONTROLA CONTVOCU AL FUSIONAR.
118730*----------------------------------------------------------------
118740 2015-VALIDAR-PARTICION.
118750     MOVE 0 TO PARTICION-NUM
118760     MOVE 0 TO PARTICION-TOTAL
118770     IF PT-NUMERO IS NUMERIC AND PT-TOTAL IS NUMERIC
118780         MOVE PT-NUMERO TO PARTICION-NUM
118790         MOVE PT-TOTAL TO PARTICION-TOTAL
118800     END-IF
118810     MOVE PT-DESDE TO PARTICION-DESDE
118820     MOVE PT-HASTA TO PARTICION-HASTA
118830     IF NOT PT-PARTICION OR PARTICION-NUM = 0
118840         OR PARTICION-NUM > PARTICION-TOTAL
118850         OR PARTICION-TOTAL > LIM-PARTICIONES
118860         MOVE 16 TO RETURN-CODE
118870     END-IF
118880     IF (PARTICION-NUM = 1 AND PARTICION-DESDE NOT = SPACES)
118890         OR (PARTICION-NUM > 1 AND PARTICION-DESDE = SPACES)
118900         MOVE 16 TO RETURN-CODE
118910     END-IF
118920     IF (PARTICION-NUM = PARTICION-TOTAL
118930         AND PARTICION-HASTA NOT = SPACES)
118940         OR (PARTICION-NUM < PARTICION-TOTAL
118950         AND PARTICION-HASTA = SPACES)
118960         MOVE 16 TO RETURN-CODE
118970     END-IF
118980     IF PARTICION-DESDE NOT = SPACES
118990         AND PARTICION-HASTA NOT = SPACES
119000         AND PARTICION-DESDE NOT < PARTICION-HASTA
119010         MOVE 16 TO RETURN-CODE
119020     END-IF
119030     IF RETURN-CODE NOT = 0
119040         DISPLAY "ERROR: TARJETA DE PARTICION INVALIDA ["
119050             PARTICION-REC "]"
119060     END-IF.
119070 2015-EXIT.
119080     EXIT.
119090
119100*----------------------------------------------------------------
119110* 2075-CARGAR-CALENDARIO - CARGA EL CALENDARIO DE LOTES ESPERADOS
119120* (DD CALENDAR, LO MANTIENE CONTVOCK) Y CLASIFICA LA FECHA DE
119130* NEGOCIO DE LA CORRIDA: FERIADO, DIA SIN ENVIOS (NINGUN
119140* DEPARTAMENTO ACTIVO DEL CALENDARIO ENVIA ESE DIA DE LA SEMANA)
119150* O HABIL. SIN CALENDARIO (STATUS 05 O ARCHIVO VACIO) LA CORRIDA
119160* SIGUE COMO SIEMPRE: NO HAY TIPO DE DIA NI CONTROL DE
119170* DEPARTAMENTOS. LLAMADO DESPUES DE 2060 (USA LA TABLA DM).
119180*----------------------------------------------------------------
119190 2075-CARGAR-CALENDARIO.
119200     MOVE FECHA-EJECUCION-N TO FECHA-CALC-N
119210     PERFORM 8600-DIA-JULIANO THRU 8600-EXIT
119220     SUBTRACT 1 FROM JD-NUMERO
119230     PERFORM 8610-FECHA-DE-JULIANO THRU 8610-EXIT
119240     MOVE FECHA-VUELTA TO FECHA-NEGOCIO
119250     PERFORM 8620-DIA-SEMANA THRU 8620-EXIT
119260     OPEN INPUT CALENDARIO
119270*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE: SIN CALENDARIO.
119280     IF FS-CALENDAR NOT = "00" AND FS-CALENDAR NOT = "05"
119290         DISPLAY "ERROR AL ABRIR CALENDAR, STATUS " FS-CALENDAR
119300         MOVE 16 TO RETURN-CODE
119310         GO TO 2075-EXIT
119320     END-IF
119330     PERFORM 2076-LEER-CALENDARIO THRU 2076-EXIT
119340         UNTIL FIN-CALENDAR
119350     CLOSE CALENDARIO
119360     IF CANT-FR = 0 AND CANT-CD = 0
119370         GO TO 2075-EXIT
119380     END-IF
119390     SET HAY-CALENDARIO TO TRUE
119400     SET DIA-HABIL TO TRUE
119410     MOVE 0 TO FR-HALLADO
119420     PERFORM 2078-BUSCAR-FERIADO THRU 2078-EXIT
119430         VARYING FR-SUB FROM 1 BY 1
119440         UNTIL FR-SUB > CANT-FR OR FR-HALLADO > 0
119450     IF FR-HALLADO > 0
119460         SET DIA-FERIADO TO TRUE
119470     ELSE
119480         IF CANT-CD > 0
119490             SET DIA-SIN-ENVIOS TO TRUE
119500             PERFORM 2079-BUSCAR-ENVIO THRU 2079-EXIT
119510                 VARYING CD-SUB FROM 1 BY 1
119520                 UNTIL CD-SUB > CANT-CD OR DIA-HABIL
119530         END-IF
119540     END-IF
119550     DISPLAY "CALENDARIO: FECHA DE NEGOCIO " FECHA-NEGOCIO " "
119560         NOMBRE-DIA(DIA-SEMANA) " TIPO DE DIA " TIPO-DIA.
119570 2075-EXIT.
119580     EXIT.
119590
119600 2076-LEER-CALENDARIO.
119610     READ CALENDARIO
119620         AT END
119630             SET FIN-CALENDAR TO TRUE
119640         NOT AT END
119650             PERFORM 2077-GUARDAR-CALENDARIO THRU 2077-EXIT
119660     END-READ.
119670 2076-EXIT.
119680     EXIT.
119690
119700*    UN CALENDARIO QUE EXCEDE LAS TABLAS SE AVISA Y SE TOMA LO
119710*    QUE ENTRA, COMO DEPTMST EN 2070.
119720 2077-GUARDAR-CALENDARIO.
119730     IF CA-TIPO = "F" AND CA-CLAVE IS NUMERIC
119740         IF CANT-FR < LIM-FR
119750             ADD 1 TO CANT-FR
119760             MOVE CA-CLAVE TO FR-T-FECHA(CANT-FR)
119770             MOVE CA-DESCRIPCION TO FR-T-DESCRIPCION(CANT-FR)
119780         ELSE
119790             DISPLAY "AVISO: CALENDAR EXCEDE LA TABLA DE"
119800                 " FERIADOS, SE TOMAN LOS PRIMEROS " LIM-FR
119810         END-IF
119820     END-IF
119830     IF CA-TIPO = "D"
119840         IF CANT-CD < LIM-CD
119850             ADD 1 TO CANT-CD
119860             MOVE CA-DEPTO TO CD-T-DEPTO(CANT-CD)
119870             MOVE CA-DIAS TO CD-T-DIAS(CANT-CD)
119880         ELSE
119890             DISPLAY "AVISO: CALENDAR EXCEDE LA TABLA DE"
119900                 " DEPARTAMENTOS, SE TOMAN LOS PRIMEROS " LIM-CD
119910         END-IF
119920     END-IF.
119930 2077-EXIT.
119940     EXIT.
119950
119960 2078-BUSCAR-FERIADO.
119970     IF FR-T-FECHA(FR-SUB) = FECHA-NEGOCIO
119980         MOVE FR-SUB TO FR-HALLADO
119990     END-IF.
120000 2078-EXIT.
120010     EXIT.
120020
120030*    EL DIA ES HABIL SI ALGUN DEPARTAMENTO ACTIVO ENVIA ESE DIA.
120040 2079-BUSCAR-ENVIO.
120050     IF CD-T-DIAS(CD-SUB)(DIA-SEMANA:1) = "S"
120060         PERFORM 2330-DEPTO-ACTIVO THRU 2330-EXIT
120070         IF DEPTO-CAL-ACTIVO
120080             SET DIA-HABIL TO TRUE
120090         END-IF
120100     END-IF.
120110 2079-EXIT.
120120     EXIT.
120130
120140*----------------------------------------------------------------
120150* 2300-CONTROL-CALENDARIO - CONTROLA LO RECIBIDO CONTRA EL
120160* CALENDARIO. EN UN DIA HABIL, CADA DEPARTAMENTO ACTIVO QUE DEBIA
120170* ENVIAR ESE DIA DE LA SEMANA Y NO MANDO NINGUN REGISTRO QUEDA
120180* FALTANTE (0100 TERMINA LA CORRIDA CON RETURN-CODE 4). CADA LOTE
120190* CON FECHA DE HEADER ANTERIOR A LA FECHA DE NEGOCIO ES UN LOTE
120200* ATRASADO: SE CUENTA NORMALMENTE Y SOLO SE INFORMA. LOS
120210* RECIBIDOS SALEN DE LAS TABLAS DEL ACUSE, QUE CUENTAN TODO
120220* LETRAIN AUN EN UNA REANUDACION POR CHECKPOINT.
120230*----------------------------------------------------------------
120240 2300-CONTROL-CALENDARIO.
120250     MOVE 0 TO CANT-FALTANTES
120260     MOVE 0 TO CANT-ATRASADOS
120270     IF DIA-HABIL
120280         PERFORM 2310-CONTROL-DEPTO THRU 2310-EXIT
120290             VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CANT-CD
120300     ELSE
120310         DISPLAY "CALENDARIO: SE RECIBIO DETALLE EN UN DIA SIN"
120320             " LOTE ESPERADO, SE CUENTA NORMALMENTE"
120330     END-IF
120340     PERFORM 2320-CONTROL-ATRASO THRU 2320-EXIT
120350         VARYING AL-SUB FROM 1 BY 1 UNTIL AL-SUB > CANT-AL
120360     IF CANT-FALTANTES > 0
120370         DISPLAY "ADVERTENCIA: " CANT-FALTANTES
120380             " DEPARTAMENTO(S) ESPERADO(S) SIN REGISTROS, VER"
120390             " SECCION CALENDARIO DEL REPORTE"
120400     END-IF.
120410 2300-EXIT.
120420     EXIT.
120430
120440 2310-CONTROL-DEPTO.
120450     IF CD-T-DIAS(CD-SUB)(DIA-SEMANA:1) NOT = "S"
120460         GO TO 2310-EXIT
120470     END-IF
120480     PERFORM 2330-DEPTO-ACTIVO THRU 2330-EXIT
120490     IF NOT DEPTO-CAL-ACTIVO
120500         GO TO 2310-EXIT
120510     END-IF
120520     MOVE 0 TO RECIBIDOS-DEPTO
120530     PERFORM 2315-SUMAR-RECIBIDOS THRU 2315-EXIT
120540         VARYING AD-SUB FROM 1 BY 1 UNTIL AD-SUB > CANT-AD
120550     IF RECIBIDOS-DEPTO > 0
120560         GO TO 2310-EXIT
120570     END-IF
120580     ADD 1 TO CANT-FALTANTES
120590     IF CANT-FALTANTES NOT > LIM-FT
120600         MOVE CD-T-DEPTO(CD-SUB) TO FT-DEPTO(CANT-FALTANTES)
120610         MOVE DM-T-NOMBRE(DM-HALLADO) TO FT-NOMBRE(CANT-FALTANTES)
120620     END-IF
120630     DISPLAY "CALENDARIO: DEPARTAMENTO " CD-T-DEPTO(CD-SUB)
120640         " ESPERADO EL " NOMBRE-DIA(DIA-SEMANA) " SIN REGISTROS".
120650 2310-EXIT.
120660     EXIT.
120670
120680*    LO RECIBIDO DEL DEPARTAMENTO EN TODOS LOS LOTES DE LA
120690*    CORRIDA, BAJO EL CODIGO CON QUE LO MANDO LA CAPTURA.
120700 2315-SUMAR-RECIBIDOS.
120710     IF AD-DEPTO(AD-SUB) = CD-T-DEPTO(CD-SUB)
120720         ADD AD-RECIBIDOS(AD-SUB) TO RECIBIDOS-DEPTO
120730     END-IF.
120740 2315-EXIT.
120750     EXIT.
120760
120770*    UN LOTE RECHAZADO POR YA PROCESADO NO ES UN LOTE ATRASADO.
120780 2320-CONTROL-ATRASO.
120790     IF AL-FECHA(AL-SUB) > 0 AND AL-FECHA(AL-SUB) < FECHA-NEGOCIO
120800         AND AL-REPETIDO(AL-SUB) NOT = "S"
120810         ADD 1 TO CANT-ATRASADOS
120820         DISPLAY "CALENDARIO: LOTE ATRASADO, FECHA DE HEADER "
120830             AL-FECHA(AL-SUB) " FECHA DE NEGOCIO " FECHA-NEGOCIO
120840     END-IF.
120850 2320-EXIT.
120860     EXIT.
120870
120880*    DEJA DEPTO-CAL-ACTIVO SI EL DEPARTAMENTO CD-SUB DEL
120890*    CALENDARIO FIGURA ACTIVO EN DEPTMST (DM-HALLADO LO UBICA).
120900 2330-DEPTO-ACTIVO.
120910     MOVE "N" TO DEPTO-CAL-SW
120920     MOVE 0 TO DM-HALLADO
120930     PERFORM 2335-COMPARAR-DEPTO-CAL THRU 2335-EXIT
120940         VARYING DM-BUSCA FROM 1 BY 1
120950         UNTIL DM-BUSCA > CANT-DM OR DM-HALLADO > 0
120960     IF DM-HALLADO > 0
120970         IF DM-T-ESTADO(DM-HALLADO) = "A"
120980             MOVE "S" TO DEPTO-CAL-SW
120990         END-IF
121000     END-IF.
121010 2330-EXIT.
121020     EXIT.
121030
121040 2335-COMPARAR-DEPTO-CAL.
121050     IF DM-T-CODIGO(DM-BUSCA) = CD-T-DEPTO(CD-SUB)
121060         MOVE DM-BUSCA TO DM-HALLADO
121070     END-IF.
121080 2335-EXIT.
121090     EXIT.
121100
121110 2114-RESOLVER-SUCESOR.
121120     IF DM-T-FECHA-FUSION(DM-HALLADO) IS NUMERIC AND
121130         FECHA-EJECUCION-N < DM-T-FECHA-FUSION(DM-HALLADO)
121140         SET DEPTO-ES-VALIDO TO TRUE
121150         GO TO 2114-EXIT
121160     END-IF
121170     MOVE DM-T-SUCESOR(DM-HALLADO) TO DEPTO-SUCESOR
121180     MOVE 0 TO DM-HALLADO
121190     PERFORM 2116-COMPARAR-SUCESOR THRU 2116-EXIT
121200         VARYING DM-BUSCA FROM 1 BY 1
121210         UNTIL DM-BUSCA > CANT-DM OR DM-HALLADO > 0
121220     IF DM-HALLADO = 0
121230         MOVE "SUCESOR INACT" TO MOTIVO-DEPTO
121240         GO TO 2114-EXIT
121250     END-IF
121260     IF DM-T-ESTADO(DM-HALLADO) NOT = "A"
121270         MOVE "SUCESOR INACT" TO MOTIVO-DEPTO
121280         GO TO 2114-EXIT
121290     END-IF
121300     MOVE DEPTO-SUCESOR TO DEPTO-ACTUAL
121310     SET DEPTO-ES-VALIDO TO TRUE.
121320 2114-EXIT.
121330     EXIT.
121340
121350 2116-COMPARAR-SUCESOR.
121360     IF DM-T-CODIGO(DM-BUSCA) = DEPTO-SUCESOR
121370         MOVE DM-BUSCA TO DM-HALLADO
121380     END-IF.
121390 2116-EXIT.
121400     EXIT.
121410
121420*----------------------------------------------------------------
121430* 2097-ABRIR-EXCEPCIONES - ABRE EL LOG DE EXCEPCIONES. LA CORRIDA
121440* UNICA LO EMPIEZA DE CERO Y LA FUSION AGREGA AL ARCHIVO QUE YA
121450* DEJO CONTVOCU. UNA PARTICION LO ABRE DESPUES DE 4000: SI REANUDA
121460* DESDE SU CHECKPOINT CONSERVA LAS EXCEPCIONES YA GRABADAS
121470* (CONTVOCU DESCARTA LAS REPETIDAS AL FUSIONAR); SI NO, LO EMPIEZA
121480* DE CERO, PORQUE EL ARCHIVO DE LA PARTICION ES PERMANENTE Y
121490* ARRASTRARIA LAS EXCEPCIONES DE LAS NOCHES ANTERIORES.
121500*----------------------------------------------------------------
121510 2097-ABRIR-EXCEPCIONES.
121520     IF CORRIDA-FUSION
121530         OR (CORRIDA-PARTICION AND HUBO-REINICIO)
121540         OPEN EXTEND EXCEPCIONES-OUT
121550     ELSE
121560         OPEN OUTPUT EXCEPCIONES-OUT
121570     END-IF
121580     IF FS-EXCEPCIONES NOT = "00"
121590         DISPLAY "ERROR AL ABRIR EXCEPCIONES-OUT, STATUS "
121600             FS-EXCEPCIONES
121610         MOVE 16 TO RETURN-CODE
121620     ELSE
121630         MOVE "S" TO EXCP-ABIERTA-SW
121640     END-IF.
121650 2097-EXIT.
121660     EXIT.
121670
121680*----------------------------------------------------------------
121690* 2400-ABRIR-HUELLAS - ABRE LAS HUELLAS DE LINEA Y EL REPORTE DE
121700* DUPLICADAS. EL SELLO DE LA CORRIDA ES LA FECHA Y HORA DE INICIO,
121710* SALVO QUE UNA REANUDACION LO HAYA RECUPERADO DEL CHECKPOINT. LA
121720* VENTANA SE CUENTA EN DIAS DE CORRIDA HACIA ATRAS DESDE HOY; LAS
121730* HUELLAS MAS VIEJAS SE BORRAN ANTES DE LEER EL LOTE.
121740*----------------------------------------------------------------
121750 2400-ABRIR-HUELLAS.
121760     IF SELLO-FECHA = 0
121770         MOVE FECHA-EJECUCION-N TO SELLO-FECHA
121780         MOVE HORA-INICIO-CORRIDA TO SELLO-HORA
121790     END-IF
121800     MOVE FECHA-EJECUCION-N TO FECHA-CALC-N
121810     PERFORM 8600-DIA-JULIANO THRU 8600-EXIT
121820     SUBTRACT DIAS-VENTANA-HUELLA FROM JD-NUMERO
121830     PERFORM 8610-FECHA-DE-JULIANO THRU 8610-EXIT
121840     MOVE FECHA-VUELTA TO FECHA-LIMITE-HUELLA
121850*    STATUS 05 = PRIMERA VEZ, EL OPEN CREA EL ARCHIVO VACIO.
121860     OPEN I-O HUELLAS
121870     IF FS-HUELLAS NOT = "00" AND FS-HUELLAS NOT = "05"
121880         DISPLAY "ERROR AL ABRIR HUELLAS, STATUS " FS-HUELLAS
121890         MOVE 16 TO RETURN-CODE
121900         GO TO 2400-EXIT
121910     END-IF
121920     OPEN OUTPUT DUPLICADOS-OUT
121930     IF FS-DUPLICADOS NOT = "00"
121940         DISPLAY "ERROR AL ABRIR DUPLOUT, STATUS " FS-DUPLICADOS
121950         MOVE 16 TO RETURN-CODE
121960         CLOSE HUELLAS
121970         GO TO 2400-EXIT
121980     END-IF
121990     MOVE "S" TO HUELLAS-SW
122000     MOVE SPACES TO LINEA-DUPLICADO
122010     STRING "CONTVOC1 - LINEAS DUPLICADAS NO CONTADAS - CORRIDA"
122020         " DEL " FECHA-EJECUCION-N
122030         DELIMITED BY SIZE INTO LINEA-DUPLICADO
122040     WRITE DUPLICADO-REC FROM LINEA-DUPLICADO
122050     PERFORM 2410-DEPURAR-HUELLAS THRU 2410-EXIT.
122060 2400-EXIT.
122070     EXIT.
122080
122090 2410-DEPURAR-HUELLAS.
122100     MOVE 0 TO HUELLAS-DEPURADAS
122110     MOVE "N" TO EOF-HUELLAS
122120     MOVE LOW-VALUES TO HU-CLAVE
122130     START HUELLAS KEY IS NOT LESS THAN HU-CLAVE
122140         INVALID KEY
122150             SET FIN-HUELLAS TO TRUE
122160     END-START
122170     PERFORM 2415-DEPURAR-UNA-HUELLA THRU 2415-EXIT
122180         UNTIL FIN-HUELLAS
122190     IF HUELLAS-DEPURADAS > 0
122200         DISPLAY "HUELLAS ANTERIORES AL " FECHA-LIMITE-HUELLA
122210             " BORRADAS: " HUELLAS-DEPURADAS
122220     END-IF.
122230 2410-EXIT.
122240     EXIT.
122250
122260 2415-DEPURAR-UNA-HUELLA.
122270     READ HUELLAS NEXT RECORD
122280         AT END
122290             SET FIN-HUELLAS TO TRUE
122300         NOT AT END
122310             IF HU-SELLO-FECHA < FECHA-LIMITE-HUELLA
122320                 DELETE HUELLAS RECORD
122330                     INVALID KEY
122340                         CONTINUE
122350                 END-DELETE
122360                 ADD 1 TO HUELLAS-DEPURADAS
122370             END-IF
122380     END-READ.
122390 2415-EXIT.
122400     EXIT.
122410
122420*----------------------------------------------------------------
122430* 2420-CONTROL-DUPLICADA - BUSCA LA HUELLA DE LA LINEA DE DETALLE
122440* (DEPARTAMENTO Y TEXTO TAL COMO LLEGAN) Y PRENDE LINEA-DUPLICADA
122450* SI LA LINEA YA SE CONTO:
122460*   - HUELLA DE ESTA MISMA CORRIDA (MISMO SELLO): DUPLICADA
122470*     SALVO QUE SEA EL MISMO LOTE Y REGISTRO, RELEIDO POR UNA
122480*     REANUDACION;
122490*   - HUELLA DE OTRA CORRIDA, DENTRO DE LA VENTANA, DE UN LOTE
122500*     DISTINTO DEL EN CURSO Y REGISTRADO EN LOTEREG: DUPLICADA.
122510* EN CUALQUIER OTRO CASO (HUELLA NUEVA, VENCIDA, DEL MISMO LOTE
122520* QUE SE VUELVE A CONTAR O DE UN LOTE QUE NUNCA SE PUBLICO) LA
122530* LINEA SE CUENTA Y LA HUELLA PASA A ESTA CORRIDA. LA LINEA DE
122540* MENOS DE LARGO-MIN-HUELLA CARACTERES NO SE CONTROLA.
122550*----------------------------------------------------------------
122560 2420-CONTROL-DUPLICADA.
122570     MOVE "N" TO DUPLICADA-SW
122580     IF LONG-LINEA < LARGO-MIN-HUELLA OR NOT HUELLAS-ABIERTAS
122590         GO TO 2420-EXIT
122600     END-IF
122610     MOVE LETRAS-IN-REC TO HU-CLAVE
122620     MOVE "S" TO HUELLA-HALLADA-SW
122630     READ HUELLAS
122640         INVALID KEY
122650             MOVE "N" TO HUELLA-HALLADA-SW
122660     END-READ
122670     IF NOT HUELLA-HALLADA
122680         PERFORM 2430-GRABAR-HUELLA THRU 2430-EXIT
122690         GO TO 2420-EXIT
122700     END-IF
122710     IF HU-SELLO = SELLO-CORRIDA
122720         IF HU-FECHA-LOTE NOT = FECHA-LOTE
122730             OR HU-REGISTRO NOT = NUM-REGISTRO
122740             PERFORM 2440-ANOTAR-DUPLICADA THRU 2440-EXIT
122750         END-IF
122760         GO TO 2420-EXIT
122770     END-IF
122780     MOVE 0 TO LR-HALLADO
122790     IF HU-SELLO-FECHA NOT < FECHA-LIMITE-HUELLA
122800         AND HU-FECHA-LOTE NOT = FECHA-LOTE
122810         PERFORM 2425-COMPARAR-LOTE-HUELLA THRU 2425-EXIT
122820             VARYING LR-SUB FROM 1 BY 1
122830             UNTIL LR-SUB > CANT-LOTES-REG OR LR-HALLADO > 0
122840     END-IF
122850     IF LR-HALLADO > 0
122860         PERFORM 2440-ANOTAR-DUPLICADA THRU 2440-EXIT
122870     ELSE
122880         PERFORM 2430-GRABAR-HUELLA THRU 2430-EXIT
122890     END-IF.
122900 2420-EXIT.
122910     EXIT.
122920
122930 2425-COMPARAR-LOTE-HUELLA.
122940     IF LR-FECHA-T(LR-SUB) = HU-FECHA-LOTE
122950         MOVE LR-SUB TO LR-HALLADO
122960     END-IF.
122970 2425-EXIT.
122980     EXIT.
122990
123000*----------------------------------------------------------------
123010* 2430-GRABAR-HUELLA - DEJA LA HUELLA DE LA LINEA CON EL LOTE, EL
123020* REGISTRO Y EL SELLO DE ESTA CORRIDA: ALTA SI NO EXISTIA,
123030* REGRABACION SI SE REEMPLAZA UNA QUE NO CUENTA COMO ORIGINAL.
123040*----------------------------------------------------------------
123050 2430-GRABAR-HUELLA.
123060     MOVE LETRAS-IN-REC TO HU-CLAVE
123070     MOVE SPACES TO HU-DATOS
123080     MOVE FECHA-LOTE TO HU-FECHA-LOTE
123090     MOVE NUM-REGISTRO TO HU-REGISTRO
123100     MOVE SELLO-CORRIDA TO HU-SELLO
123110     IF HUELLA-HALLADA
123120         REWRITE HUELLA-REC
123130             INVALID KEY
123140                 CONTINUE
123150         END-REWRITE
123160     ELSE
123170         WRITE HUELLA-REC
123180             INVALID KEY
123190                 CONTINUE
123200         END-WRITE
123210     END-IF.
123220 2430-EXIT.
123230     EXIT.
123240
123250*----------------------------------------------------------------
123260* 2440-ANOTAR-DUPLICADA - LA LINEA NO SE CUENTA: VA A DUPLOUT CON
123270* EL LOTE Y REGISTRO DE LA LINEA ORIGINAL (LOS DE LA HUELLA, QUE
123280* NO SE TOCA) Y, DEBAJO, SU TEXTO.
123290*----------------------------------------------------------------
123300 2440-ANOTAR-DUPLICADA.
123310     MOVE "S" TO DUPLICADA-SW
123320     ADD 1 TO CANT-DUPLICADOS
123330     MOVE NUM-REGISTRO TO REGISTRO-RECHAZO-D
123340     MOVE HU-REGISTRO TO REG-ORIGINAL-D
123350     MOVE SPACES TO LINEA-DUPLICADO
123360     STRING "REG=" REGISTRO-RECHAZO-D
123370         " LOTE=" FECHA-LOTE
123380         " DEPTO=" LIN-DEPTO
123390         "  ORIGINAL: LOTE=" HU-FECHA-LOTE
123400         " REG=" REG-ORIGINAL-D
123410         DELIMITED BY SIZE INTO LINEA-DUPLICADO
123420     WRITE DUPLICADO-REC FROM LINEA-DUPLICADO
123430     MOVE SPACES TO LINEA-DUPLICADO
123440     STRING "   " LIN-TEXTO
123450         DELIMITED BY SIZE INTO LINEA-DUPLICADO
123460     WRITE DUPLICADO-REC FROM LINEA-DUPLICADO.
123470 2440-EXIT.
123480     EXIT.
123490
123500*----------------------------------------------------------------
123510* 2450-RESUMEN-DUPLICADAS - CIERRA DUPLOUT CON UNA LINEA POR LOTE
123520* DE LA CORRIDA: RECIBIDAS, DUPLICADAS Y SU PORCENTAJE. EL LOTE
123530* QUE PASA TOL-PORC-DUPLIC QUEDA MARCADO PARA EL RC=4.
123540*----------------------------------------------------------------
123550 2450-RESUMEN-DUPLICADAS.
123560     MOVE 0 TO LOTES-CON-DUPLIC
123570     MOVE SPACES TO LINEA-DUPLICADO
123580     WRITE DUPLICADO-REC FROM LINEA-DUPLICADO
123590     PERFORM 2455-RESUMEN-LOTE THRU 2455-EXIT
123600         VARYING AL-SUB FROM 1 BY 1 UNTIL AL-SUB > CANT-AL
123610     MOVE CANT-DUPLICADOS TO DUPLIC-D
123620     MOVE TOL-PORC-DUPLIC TO TOL-PORC-DUPLIC-D
123630     MOVE SPACES TO LINEA-DUPLICADO
123640     STRING "TOTAL DUPLICADAS=" DUPLIC-D
123650         "  TOLERANCIA POR LOTE=" TOL-PORC-DUPLIC-D "%"
123660         DELIMITED BY SIZE INTO LINEA-DUPLICADO
123670     WRITE DUPLICADO-REC FROM LINEA-DUPLICADO
123680     IF LOTES-CON-DUPLIC > 0
123690         DISPLAY "ADVERTENCIA: " LOTES-CON-DUPLIC
123700             " LOTE(S) CON MAS DEL " TOL-PORC-DUPLIC-D
123710             "% DE LINEAS DUPLICADAS"
123720     END-IF.
123730 2450-EXIT.
123740     EXIT.
123750
123760 2455-RESUMEN-LOTE.
123770     MOVE 0 TO AL-PORC-DUP(AL-SUB)
123780     MOVE "N" TO AL-EXCEDE-DUP(AL-SUB)
123790     IF AL-RECIBIDOS(AL-SUB) > 0
123800         COMPUTE AL-PORC-DUP(AL-SUB) ROUNDED =
123810             AL-DUPLICADOS(AL-SUB) * 100 / AL-RECIBIDOS(AL-SUB)
123820     END-IF
123830     MOVE AL-DUPLICADOS(AL-SUB) TO DUPLIC-D
123840     MOVE AL-RECIBIDOS(AL-SUB) TO RECIB-DUPLIC-D
123850     MOVE AL-PORC-DUP(AL-SUB) TO PORC-DUPLIC-D
123860     MOVE SPACES TO LINEA-DUPLICADO
123870     IF AL-PORC-DUP(AL-SUB) > TOL-PORC-DUPLIC
123880         MOVE "S" TO AL-EXCEDE-DUP(AL-SUB)
123890         ADD 1 TO LOTES-CON-DUPLIC
123900         STRING "LOTE=" AL-FECHA(AL-SUB)
123910             " RECIBIDAS=" RECIB-DUPLIC-D
123920             " DUPLICADAS=" DUPLIC-D
123930             " (" PORC-DUPLIC-D "%) SUPERA TOLERANCIA"
123940             DELIMITED BY SIZE INTO LINEA-DUPLICADO
123950     ELSE
123960         STRING "LOTE=" AL-FECHA(AL-SUB)
123970             " RECIBIDAS=" RECIB-DUPLIC-D
123980             " DUPLICADAS=" DUPLIC-D
123990             " (" PORC-DUPLIC-D "%)"
124000             DELIMITED BY SIZE INTO LINEA-DUPLICADO
124010     END-IF
124020     WRITE DUPLICADO-REC FROM LINEA-DUPLICADO.
124030 2455-EXIT.
124040     EXIT.
124050
124060*----------------------------------------------------------------
124070* 2500-CARGAR-FUSION - CORRIDA DE FUSION: EN LUGAR DE LEER LETRAIN
124080* TOMA LAS CIFRAS DE TODAS LAS PARTICIONES, YA COMBINADAS POR
124090* CONTVOCU. EL PARCIAL FUSIONADO (DD PARCIAL) TRAE LOS CONTADORES
124100* DE CONCILIACION, LOS LOTES Y EL ACUSE; LOS TOTALES, LA TABLA DE
124110* DEPARTAMENTOS Y LAS TABLAS POR IDIOMA VIENEN EN CHKPOINT, QUE SE
124120* RESTAURA COMO EN UNA REANUDACION Y SE DEJA EN LIMPIO. EXCPOUT,
124130* PENDEXC, HUELLAS, PALWRK Y EL DETALLE DE DUPLOUT YA LOS DEJO
124140* CONTVOCU: AQUI SOLO SE CIERRA DUPLOUT CON EL RESUMEN POR LOTE Y
124150* SIGUEN LOS MISMOS CONTROLES FINALES DE UNA CORRIDA UNICA.
124160*----------------------------------------------------------------
124170 2500-CARGAR-FUSION.
124180     OPEN INPUT PARCIAL
124190     IF FS-PARCIAL NOT = "00"
124200         DISPLAY "ERROR AL ABRIR PARCIAL, STATUS " FS-PARCIAL
124210         MOVE 16 TO RETURN-CODE
124220         GO TO 2500-EXIT
124230     END-IF
124240     MOVE SPACE TO ESTADO-PARCIAL
124250     MOVE 0 TO REG-PARCIAL
124260     PERFORM 2510-LEER-PARCIAL THRU 2510-EXIT
124270         UNTIL FIN-PARCIAL
124280     CLOSE PARCIAL
124290     IF ESTADO-PARCIAL NOT = "T"
124300         DISPLAY "ERROR: PARCIAL FUSIONADO INCOMPLETO O NO"
124310             " TERMINADO, NO SE PUBLICA"
124320         MOVE 16 TO RETURN-CODE
124330         GO TO 2500-EXIT
124340     END-IF
124350     MOVE 0 TO ULTIMO-REGISTRO-CKPT
124360     PERFORM 4000-VERIFICAR-CHECKPOINT THRU 4000-EXIT
124370     PERFORM 4200-LIMPIAR-CHECKPOINT THRU 4200-EXIT
124380     IF RETURN-CODE NOT = 0
124390         GO TO 2500-EXIT
124400     END-IF
124410     PERFORM 2060-CARGAR-DEPTOS-MAESTRO THRU 2060-EXIT
124420     IF RETURN-CODE NOT = 0
124430         GO TO 2500-EXIT
124440     END-IF
124450     PERFORM 2075-CARGAR-CALENDARIO THRU 2075-EXIT
124460     IF RETURN-CODE NOT = 0
124470         GO TO 2500-EXIT
124480     END-IF
124490     OPEN EXTEND DUPLICADOS-OUT
124500     IF FS-DUPLICADOS NOT = "00"
124510         DISPLAY "ERROR AL ABRIR DUPLOUT, STATUS " FS-DUPLICADOS
124520         MOVE 16 TO RETURN-CODE
124530         GO TO 2500-EXIT
124540     END-IF
124550     PERFORM 2450-RESUMEN-DUPLICADAS THRU 2450-EXIT
124560     CLOSE DUPLICADOS-OUT
124570     PERFORM 2250-CONTROLES-FINALES THRU 2250-EXIT
124580*    UN LOTE CUYAS PARTICIONES NO SUMAN SU TRAILER DEJA LA CORRIDA
124590*    FUERA DE BALANCE AUNQUE EL TOTAL GENERAL CUADRE.
124600     IF PARCIAL-DESBALANCE AND NOT SIN-LOTE-ESPERADO
124610         AND NOT FUERA-BALANCE
124620         SET FUERA-BALANCE TO TRUE
124630         DISPLAY "CONCILIACION: LAS PARTICIONES DE UN LOTE NO"
124640             " SUMAN SU TRAILER"
124650     END-IF.
124660 2500-EXIT.
124670     EXIT.
124680
124690 2510-LEER-PARCIAL.
124700     READ PARCIAL
124710         AT END
124720             SET FIN-PARCIAL TO TRUE
124730             GO TO 2510-EXIT
124740     END-READ
124750     EVALUATE PAC-TIPO
124760         WHEN "C"
124770             PERFORM 2515-TOMAR-CONTROL THRU 2515-EXIT
124780         WHEN "L"
124790             PERFORM 2520-TOMAR-LOTE THRU 2520-EXIT
124800         WHEN "G"
124810             IF CANT-LC < LIM-LC
124820                 ADD 1 TO CANT-LC
124830                 MOVE PAG-FECHA TO LC-FECHA(CANT-LC)
124840                 MOVE PAG-REG TO LC-REG(CANT-LC)
124850                 MOVE PAG-CARAC TO LC-CARAC(CANT-LC)
124860             END-IF
124870         WHEN "D"
124880             PERFORM 2525-TOMAR-DEPTO THRU 2525-EXIT
124890         WHEN "Z"
124900             IF ESTADO-PARCIAL = "C"
124910                 AND PAZ-REGISTROS = REG-PARCIAL
124920                 MOVE "T" TO ESTADO-PARCIAL
124930             END-IF
124940         WHEN OTHER
124950             CONTINUE
124960     END-EVALUATE
124970     ADD 1 TO REG-PARCIAL.
124980 2510-EXIT.
124990     EXIT.
125000
125010*----------------------------------------------------------------
125020* 2515-TOMAR-CONTROL - EL CONTROL DEL PARCIAL FUSIONADO (PARTICION
125030* 00, TERMINADO) TRAE LOS CONTADORES QUE UNA CORRIDA UNICA
125040* RECALCULA AL LEER LETRAIN. LA FECHA DE CORRIDA ES LA DE LAS
125050* PARTICIONES, AUNQUE LA FUSION CORRA PASADA LA MEDIANOCHE.
125060*----------------------------------------------------------------
125070 2515-TOMAR-CONTROL.
125080     IF PAC-NUMERO NOT = 0 OR PAC-ESTADO NOT = "T"
125090         DISPLAY "ERROR: PARCIAL " PAC-NUMERO
125100             " ESTADO " PAC-ESTADO
125110             " NO ES UN PARCIAL FUSIONADO TERMINADO"
125120         GO TO 2515-EXIT
125130     END-IF
125140     MOVE "C" TO ESTADO-PARCIAL
125150     MOVE PAC-FECHA-EJEC TO FECHA-EJECUCION-N
125160     MOVE PAC-REINICIO TO REINICIO-SW
125170     MOVE PAC-REPROCESO TO REPROCESO-SW
125180     MOVE PAC-AUTORIZA TO AUTORIZA-REPROC
125190     MOVE PAC-REGISTROS TO NUM-REGISTRO
125200     MOVE PAC-LEIDOS-DET TO LEIDOS-DETALLE
125210     MOVE PAC-CARACS-LEIDOS TO CARACS-LEIDOS
125220     MOVE PAC-ESPERADO-REG TO ESPERADO-REG
125230     MOVE PAC-ESPERADO-CARAC TO ESPERADO-CARAC
125240     MOVE PAC-TRAILER TO TRAILER-SW
125250     MOVE PAC-FECHA-LOTE TO FECHA-LOTE
125260     MOVE PAC-EXCEPCIONES TO CANT-EXCEPCIONES
125270     MOVE PAC-RECH-DEPTO TO RECH-DEPTO
125280     MOVE PAC-DUPLICADOS TO CANT-DUPLICADOS
125290     MOVE PAC-BALANCE TO PARCIAL-BALANCE-SW.
125300 2515-EXIT.
125310     EXIT.
125320
125330 2520-TOMAR-LOTE.
125340     IF CANT-AL < LIM-AL
125350         ADD 1 TO CANT-AL
125360         INITIALIZE AL-ENT(CANT-AL)
125370         MOVE PAL-FECHA TO AL-FECHA(CANT-AL)
125380         MOVE PAL-REPETIDO TO AL-REPETIDO(CANT-AL)
125390         MOVE PAL-RECIBIDOS TO AL-RECIBIDOS(CANT-AL)
125400         MOVE PAL-TRL-REG TO AL-TRL-REG(CANT-AL)
125410         MOVE PAL-DUPLICADOS TO AL-DUPLICADOS(CANT-AL)
125420         MOVE PAL-CARACS TO AL-CARACS(CANT-AL)
125430         MOVE PAL-TRL-CARAC TO AL-TRL-CARAC(CANT-AL)
125440     END-IF.
125450 2520-EXIT.
125460     EXIT.
125470
125480 2525-TOMAR-DEPTO.
125490     IF CANT-AD < LIM-AD
125500         ADD 1 TO CANT-AD
125510         INITIALIZE AD-ENT(CANT-AD)
125520         MOVE PAD-LOTE TO AD-LOTE(CANT-AD)
125530         MOVE PAD-DEPTO TO AD-DEPTO(CANT-AD)
125540         MOVE PAD-RECIBIDOS TO AD-RECIBIDOS(CANT-AD)
125550         MOVE PAD-CONTADOS TO AD-CONTADOS(CANT-AD)
125560         MOVE PAD-RECH-DEPTO TO AD-RECH-DEPTO(CANT-AD)
125570         MOVE PAD-EXC-CARACTER TO AD-EXC-CARACTER(CANT-AD)
125580         MOVE PAD-MOTIVO TO AD-MOTIVO(CANT-AD)
125590         MOVE PAD-DUPLICADOS TO AD-DUPLICADOS(CANT-AD)
125600         MOVE PAD-PRIMER-REG TO AD-PRIMER-REG(CANT-AD)
125610     END-IF.
125620 2525-EXIT.
125630     EXIT.
125640
125650*----------------------------------------------------------------
125660* 2600-GRABAR-PARCIAL - CIERRE DE UNA PARTICION: REEMPLAZA EL
125670* CONTROL "EN CURSO" DE DD PARCIAL POR EL RESULTADO. LA PARTICION
125680* QUE TERMINO MAL DEJA SOLO EL CONTROL "F" CON SU RETURN-CODE. LA
125690* QUE TERMINO BIEN DEJA EL CONTROL "T", SUS TOTALES (LA IMAGEN DEL
125700* CHECKPOINT LIMPIO), LOS LOTES, EL ACUSE POR DEPARTAMENTO, LA
125710* PRIMERA APARICION DE CADA DEPARTAMENTO, LAS HUELLAS QUE GRABO Y
125720* UN "Z" FINAL CON LA CANTIDAD DE REGISTROS ANTERIORES. SI ALGO
125730* FALLA A MITAD DE CAMINO EL PARCIAL QUEDA SIN "Z" Y LA FUSION LO
125740* RECHAZA.
125750*----------------------------------------------------------------
125760 2600-GRABAR-PARCIAL.
125770     OPEN OUTPUT PARCIAL
125780     IF FS-PARCIAL NOT = "00"
125790         DISPLAY "ERROR AL ABRIR PARCIAL, STATUS " FS-PARCIAL
125800         MOVE 16 TO RETURN-CODE
125810         GO TO 2600-EXIT
125820     END-IF
125830     MOVE 0 TO REG-PARCIAL
125840     IF RETURN-CODE NOT = 0
125850         MOVE "F" TO ESTADO-PARCIAL
125860         PERFORM 2620-GRABAR-CONTROL THRU 2620-EXIT
125870         CLOSE PARCIAL
125880         DISPLAY "PARTICION " PARTICION-NUM
125890             " FALLIDA, LA FUSION NO"
125900             " VA A PUBLICAR"
125910         GO TO 2600-EXIT
125920     END-IF
125930     MOVE "T" TO ESTADO-PARCIAL
125940     PERFORM 2620-GRABAR-CONTROL THRU 2620-EXIT
125950     OPEN INPUT CHECKPOINT-FILE
125960     IF FS-CHECKPOINT NOT = "00"
125970         DISPLAY "ERROR AL ABRIR CHKPOINT, STATUS " FS-CHECKPOINT
125980         MOVE 16 TO RETURN-CODE
125990         CLOSE PARCIAL
126000         GO TO 2600-EXIT
126010     END-IF
126020     MOVE SPACES TO PARCIAL-TOTALES
126030     MOVE "K" TO PAK-TIPO
126040     READ CHECKPOINT-FILE
126050         NOT AT END
126060             MOVE CHECKPOINT-REC TO PAK-IMAGEN
126070     END-READ
126080     CLOSE CHECKPOINT-FILE
126090     WRITE PARCIAL-TOTALES
126100     ADD 1 TO REG-PARCIAL
126110     PERFORM 2640-GRABAR-LOTE THRU 2640-EXIT
126120         VARYING AL-SUB FROM 1 BY 1 UNTIL AL-SUB > CANT-AL
126130     PERFORM 2645-GRABAR-LOTE-REG THRU 2645-EXIT
126140         VARYING LC-SUB FROM 1 BY 1 UNTIL LC-SUB > CANT-LC
126150     PERFORM 2650-GRABAR-DEPTO THRU 2650-EXIT
126160         VARYING AD-SUB FROM 1 BY 1 UNTIL AD-SUB > CANT-AD
126170     PERFORM 2655-GRABAR-APARICION THRU 2655-EXIT
126180         VARYING DEP-IMP FROM 1 BY 1 UNTIL DEP-IMP > CANT-DEPTOS
126190     PERFORM 2660-VOLCAR-HUELLAS THRU 2660-EXIT
126200     IF RETURN-CODE NOT = 0
126210         CLOSE PARCIAL
126220         GO TO 2600-EXIT
126230     END-IF
126240     MOVE SPACES TO PARCIAL-FIN
126250     MOVE "Z" TO PAZ-TIPO
126260     MOVE REG-PARCIAL TO PAZ-REGISTROS
126270     WRITE PARCIAL-FIN
126280     CLOSE PARCIAL
126290     DISPLAY "PARTICION " PARTICION-NUM " TERMINADA: " REG-PARCIAL
126300         " REGISTROS EN EL PARCIAL".
126310 2600-EXIT.
126320     EXIT.
126330
126340 2620-GRABAR-CONTROL.
126350     MOVE SPACES TO PARCIAL-CONTROL
126360     MOVE "C" TO PAC-TIPO
126370     MOVE PARTICION-NUM TO PAC-NUMERO
126380     MOVE PARTICION-TOTAL TO PAC-TOTAL
126390     MOVE PARTICION-DESDE TO PAC-DESDE
126400     MOVE PARTICION-HASTA TO PAC-HASTA
126410     MOVE ESTADO-PARCIAL TO PAC-ESTADO
126420     MOVE RETURN-CODE TO PAC-RETORNO
126430     MOVE MODO-PROCESO TO PAC-MODO
126440     MOVE FECHA-EJECUCION-N TO PAC-FECHA-EJEC
126450     MOVE OPERADOR-CORRIDA TO PAC-OPERADOR
126460     MOVE REINICIO-SW TO PAC-REINICIO
126470     MOVE REPROCESO-SW TO PAC-REPROCESO
126480     MOVE AUTORIZA-REPROC TO PAC-AUTORIZA
126490     MOVE NUM-REGISTRO TO PAC-REGISTROS
126500     MOVE LEIDOS-DETALLE TO PAC-LEIDOS-DET
126510     MOVE CARACS-LEIDOS TO PAC-CARACS-LEIDOS
126520     MOVE ESPERADO-REG TO PAC-ESPERADO-REG
126530     MOVE ESPERADO-CARAC TO PAC-ESPERADO-CARAC
126540     MOVE TRAILER-SW TO PAC-TRAILER
126550     MOVE FECHA-LOTE TO PAC-FECHA-LOTE
126560     MOVE CANT-EXCEPCIONES TO PAC-EXCEPCIONES
126570     MOVE RECH-DEPTO TO PAC-RECH-DEPTO
126580     MOVE CANT-DUPLICADOS TO PAC-DUPLICADOS
126590     MOVE FECHA-LIMITE-HUELLA TO PAC-LIMITE-HUELLA
126600     MOVE CANT-AL TO PAC-CANT-AL
126610     MOVE CANT-LC TO PAC-CANT-LC
126620     MOVE CANT-AD TO PAC-CANT-AD
126630     MOVE "N" TO PAC-BALANCE
126640     WRITE PARCIAL-CONTROL
126650     ADD 1 TO REG-PARCIAL.
126660 2620-EXIT.
126670     EXIT.
126680
126690 2640-GRABAR-LOTE.
126700     MOVE SPACES TO PARCIAL-LOTE
126710     MOVE "L" TO PAL-TIPO
126720     MOVE AL-FECHA(AL-SUB) TO PAL-FECHA
126730     MOVE AL-REPETIDO(AL-SUB) TO PAL-REPETIDO
126740     MOVE AL-RECIBIDOS(AL-SUB) TO PAL-RECIBIDOS
126750     MOVE AL-TRL-REG(AL-SUB) TO PAL-TRL-REG
126760     MOVE AL-DUPLICADOS(AL-SUB) TO PAL-DUPLICADOS
126770     MOVE AL-CARACS(AL-SUB) TO PAL-CARACS
126780     MOVE AL-TRL-CARAC(AL-SUB) TO PAL-TRL-CARAC
126790     WRITE PARCIAL-LOTE
126800     ADD 1 TO REG-PARCIAL.
126810 2640-EXIT.
126820     EXIT.
126830
126840 2645-GRABAR-LOTE-REG.
126850     MOVE SPACES TO PARCIAL-LOTE-REG
126860     MOVE "G" TO PAG-TIPO
126870     MOVE LC-FECHA(LC-SUB) TO PAG-FECHA
126880     MOVE LC-REG(LC-SUB) TO PAG-REG
126890     MOVE LC-CARAC(LC-SUB) TO PAG-CARAC
126900     WRITE PARCIAL-LOTE-REG
126910     ADD 1 TO REG-PARCIAL.
126920 2645-EXIT.
126930     EXIT.
126940
126950 2650-GRABAR-DEPTO.
126960     MOVE SPACES TO PARCIAL-DEPTO
126970     MOVE "D" TO PAD-TIPO
126980     MOVE AD-LOTE(AD-SUB) TO PAD-LOTE
126990     MOVE AD-DEPTO(AD-SUB) TO PAD-DEPTO
127000     MOVE AD-RECIBIDOS(AD-SUB) TO PAD-RECIBIDOS
127010     MOVE AD-CONTADOS(AD-SUB) TO PAD-CONTADOS
127020     MOVE AD-RECH-DEPTO(AD-SUB) TO PAD-RECH-DEPTO
127030     MOVE AD-EXC-CARACTER(AD-SUB) TO PAD-EXC-CARACTER
127040     MOVE AD-MOTIVO(AD-SUB) TO PAD-MOTIVO
127050     MOVE AD-DUPLICADOS(AD-SUB) TO PAD-DUPLICADOS
127060     MOVE AD-PRIMER-REG(AD-SUB) TO PAD-PRIMER-REG
127070     WRITE PARCIAL-DEPTO
127080     ADD 1 TO REG-PARCIAL.
127090 2650-EXIT.
127100     EXIT.
127110
127120*----------------------------------------------------------------
127130* 2655-GRABAR-APARICION - UN REGISTRO "P" POR DEPARTAMENTO DE LA
127140* TABLA, CON EL PRIMER REGISTRO EN QUE SE CONTO. EL EXCEDENTE
127150* "+++" NO TIENE UNO PROPIO: VA AL FINAL, COMO EN UNA CORRIDA
127160* UNICA.
127170*----------------------------------------------------------------
127180 2655-GRABAR-APARICION.
127190     MOVE DEP-CODIGO(DEP-IMP) TO DEPTO-ACTUAL
127200     MOVE 0 TO DP-HALLADO
127210     PERFORM 2186-COMPARAR-APARICION THRU 2186-EXIT
127220         VARYING DP-SUB FROM 1 BY 1
127230         UNTIL DP-SUB > CANT-DP OR DP-HALLADO > 0
127240     MOVE SPACES TO PARCIAL-APARICION
127250     MOVE "P" TO PAP-TIPO
127260     MOVE DEPTO-ACTUAL TO PAP-DEPTO
127270     IF DP-HALLADO > 0 AND DEPTO-ACTUAL NOT = "+++"
127280         MOVE DP-REGISTRO(DP-HALLADO) TO PAP-PRIMER-REG
127290     ELSE
127300         MOVE 9999999 TO PAP-PRIMER-REG
127310     END-IF
127320     WRITE PARCIAL-APARICION
127330     ADD 1 TO REG-PARCIAL.
127340 2655-EXIT.
127350     EXIT.
127360
127370*----------------------------------------------------------------
127380* 2660-VOLCAR-HUELLAS - COPIA AL PARCIAL LAS HUELLAS CON EL SELLO
127390* DE ESTA CORRIDA: LA PARTICION TRABAJA SOBRE UNA COPIA PROPIA DEL
127400* KSDS Y CONTVOCU LAS PASA AL HUELLAS DEL TALLER.
127410*----------------------------------------------------------------
127420 2660-VOLCAR-HUELLAS.
127430     OPEN INPUT HUELLAS
127440     IF FS-HUELLAS NOT = "00"
127450         DISPLAY "ERROR AL ABRIR HUELLAS, STATUS " FS-HUELLAS
127460         MOVE 16 TO RETURN-CODE
127470         GO TO 2660-EXIT
127480     END-IF
127490     MOVE "N" TO EOF-HUELLAS
127500     MOVE LOW-VALUES TO HU-CLAVE
127510     START HUELLAS KEY IS NOT LESS THAN HU-CLAVE
127520         INVALID KEY
127530             SET FIN-HUELLAS TO TRUE
127540     END-START
127550     PERFORM 2665-VOLCAR-UNA-HUELLA THRU 2665-EXIT
127560         UNTIL FIN-HUELLAS
127570     CLOSE HUELLAS.
127580 2660-EXIT.
127590     EXIT.
127600
127610 2665-VOLCAR-UNA-HUELLA.
127620     READ HUELLAS NEXT RECORD
127630         AT END
127640             SET FIN-HUELLAS TO TRUE
127650         NOT AT END
127660             IF HU-SELLO = SELLO-CORRIDA
127670                 MOVE SPACES TO PARCIAL-HUELLA
127680                 MOVE "H" TO PAH-TIPO
127690                 MOVE HUELLA-REC TO PAH-HUELLA
127700                 WRITE PARCIAL-HUELLA
127710                 ADD 1 TO REG-PARCIAL
127720             END-IF
127730     END-READ.
127740 2665-EXIT.
127750     EXIT.
127760
127770*----------------------------------------------------------------
127780* 2147-ACUSE-NUEVO-LOTE - ABRE LA ENTRADA DEL ACUSE DE RECIBO
127790* PARA EL LOTE QUE EMPIEZA CON ESTE HEADER (O PARA EL LOTE DE
127800* FECHA CERO, VER 2148). CON LA TABLA LLENA EL EXCEDENTE SE
127810* SIGUE ANOTANDO EN LA ULTIMA ENTRADA.
127820*----------------------------------------------------------------
127830 2147-ACUSE-NUEVO-LOTE.
127840     IF CANT-AL < LIM-AL
127850         ADD 1 TO CANT-AL
127860         MOVE CANT-AL TO AL-ACTUAL
127870         INITIALIZE AL-ENT(AL-ACTUAL)
127880         MOVE FECHA-LOTE TO AL-FECHA(AL-ACTUAL)
127890         MOVE "N" TO AL-REPETIDO(AL-ACTUAL)
127900     ELSE
127910         DISPLAY "AVISO: MAS DE " LIM-AL " LOTES EN LA CORRIDA,"
127920             " EL ACUSE ANOTA EL EXCEDENTE EN EL ULTIMO"
127930         MOVE LIM-AL TO AL-ACTUAL
127940     END-IF.
127950 2147-EXIT.
127960     EXIT.
127970
127980*----------------------------------------------------------------
127990* 2148-ACUSE-LOTE-ACTUAL - GARANTIZA UNA ENTRADA DE LOTE EN EL
128000* ACUSE: LO LEIDO ANTES DEL PRIMER HEADER CON FECHA VALIDA SE
128010* ANOTA EN UN LOTE DE FECHA CERO (FECHA-LOTE TODAVIA EN CERO).
128020*----------------------------------------------------------------
128030 2148-ACUSE-LOTE-ACTUAL.
128040     IF AL-ACTUAL = 0
128050         PERFORM 2147-ACUSE-NUEVO-LOTE THRU 2147-EXIT
128060     END-IF.
128070 2148-EXIT.
128080     EXIT.
128090
128100*----------------------------------------------------------------
128110* 2150-ACUSE-DETALLE - ANOTA UN REGISTRO DE DETALLE EN EL ACUSE
128120* DE RECIBO DE SU LOTE Y DEPARTAMENTO: RECIBIDO, Y CONTADO O
128130* RECHAZADO POR DEPARTAMENTO CON EL MISMO CRITERIO DE 2110, MAS
128140* LOS CARACTERES QUE 2120 MANDA AL ARCHIVO DE EXCEPCIONES. SE
128150* LLAMA PARA TODO REGISTRO, TAMBIEN LOS QUE UNA REANUDACION POR
128160* CHECKPOINT NO REPROCESA, ASI EL ACUSE CUBRE EL LOTE COMPLETO.
128170*----------------------------------------------------------------
128180 2150-ACUSE-DETALLE.
128190     PERFORM 2148-ACUSE-LOTE-ACTUAL THRU 2148-EXIT
128200     ADD 1 TO AL-RECIBIDOS(AL-ACTUAL)
128210     ADD LONG-LINEA TO AL-CARACS(AL-ACTUAL)
128220     MOVE LIN-DEPTO TO DEPTO-ACTUAL
128230     IF DEPTO-ACTUAL = SPACES
128240         MOVE "***" TO DEPTO-ACTUAL
128250     END-IF
128260     PERFORM 2160-UBICAR-ACUSE THRU 2160-EXIT
128270     ADD 1 TO AD-RECIBIDOS(AD-SUB)
128280*    UNA LINEA SIN TEXTO NO SE RECHAZA: CUENTA COMO CONTADA.
128290     IF LONG-LINEA = 0
128300         ADD 1 TO AD-CONTADOS(AD-SUB)
128310         GO TO 2150-EXIT
128320     END-IF
128330*    UNA LINEA DUPLICADA NO SE CUENTA NI SE VALIDA SU
128340*    DEPARTAMENTO.
128350     IF LINEA-DUPLICADA
128360         ADD 1 TO AD-DUPLICADOS(AD-SUB)
128370         ADD 1 TO AL-DUPLICADOS(AL-ACTUAL)
128380         GO TO 2150-EXIT
128390     END-IF
128400     PERFORM 2112-VALIDAR-DEPTO THRU 2112-EXIT
128410     IF NOT DEPTO-ES-VALIDO
128420         ADD 1 TO AD-RECH-DEPTO(AD-SUB)
128430         MOVE MOTIVO-DEPTO TO AD-MOTIVO(AD-SUB)
128440         GO TO 2150-EXIT
128450     END-IF
128460     ADD 1 TO AD-CONTADOS(AD-SUB)
128470     PERFORM 2155-ACUSE-CARACTER THRU 2155-EXIT
128480         VARYING AK-J FROM 1 BY 1 UNTIL AK-J > LONG-LINEA.
128490 2150-EXIT.
128500     EXIT.
128510
128520*----------------------------------------------------------------
128530* 2155-ACUSE-CARACTER - CUENTA UN CARACTER QUE 2120 MANDA AL
128540* ARCHIVO DE EXCEPCIONES: NO BLANCO Y NO VALIDO SEGUN 4900; EN
128550* EL PERFIL DE TEXTO COMPLETO (MODO 5) SOLO LO NO IMPRIMIBLE,
128560* COMO EN 5310.
128570*----------------------------------------------------------------
128580 2155-ACUSE-CARACTER.
128590     MOVE LIN-TEXTO(AK-J:1) TO letra
128600     IF letra = SPACE
128610         GO TO 2155-EXIT
128620     END-IF
128630     PERFORM 4900-VALIDAR-LETRA THRU 4900-EXIT
128640     IF LETRA-ES-VALIDA
128650         GO TO 2155-EXIT
128660     END-IF
128670     IF MODO-PERFIL
128680         IF letra < SPACE OR letra > X"7E"
128690             ADD 1 TO AD-EXC-CARACTER(AD-SUB)
128700         END-IF
128710     ELSE
128720         ADD 1 TO AD-EXC-CARACTER(AD-SUB)
128730     END-IF.
128740 2155-EXIT.
128750     EXIT.
128760
128770*----------------------------------------------------------------
128780* 2160-UBICAR-ACUSE - BUSCA LA ENTRADA DEL ACUSE PARA EL LOTE EN
128790* CURSO Y DEPTO-ACTUAL Y DEJA SU POSICION EN AD-SUB; SI NO ESTA,
128800* LA DA DE ALTA. CON LA TABLA LLENA SE USA LA ULTIMA ENTRADA
128810* BAJO EL CODIGO "+++".
128820*----------------------------------------------------------------
128830 2160-UBICAR-ACUSE.
128840     MOVE 0 TO AD-HALLADO
128850     PERFORM 2165-COMPARAR-ACUSE THRU 2165-EXIT
128860         VARYING AD-BUSCA FROM 1 BY 1
128870         UNTIL AD-BUSCA > CANT-AD OR AD-HALLADO > 0
128880     IF AD-HALLADO > 0
128890         MOVE AD-HALLADO TO AD-SUB
128900         GO TO 2160-EXIT
128910     END-IF
128920     IF CANT-AD < LIM-AD
128930         ADD 1 TO CANT-AD
128940         MOVE CANT-AD TO AD-SUB
128950         INITIALIZE AD-ENT(AD-SUB)
128960         MOVE AL-ACTUAL TO AD-LOTE(AD-SUB)
128970         MOVE DEPTO-ACTUAL TO AD-DEPTO(AD-SUB)
128980         MOVE NUM-REGISTRO TO AD-PRIMER-REG(AD-SUB)
128990     ELSE
129000         MOVE LIM-AD TO AD-SUB
129010         MOVE "+++" TO AD-DEPTO(AD-SUB)
129020     END-IF.
129030 2160-EXIT.
129040     EXIT.
129050
129060 2165-COMPARAR-ACUSE.
129070     IF AD-LOTE(AD-BUSCA) = AL-ACTUAL
129080         AND AD-DEPTO(AD-BUSCA) = DEPTO-ACTUAL
129090         MOVE AD-BUSCA TO AD-HALLADO
129100     END-IF.
129110 2165-EXIT.
129120     EXIT.
129130
129140*----------------------------------------------------------------
129150* 2170-CONTAR-SILABAS - CUENTA LAS SILABAS DE LA PALABRA RECIEN
129160* TERMINADA (PALABRA-ACTUAL, HASTA 30 LETRAS) Y LAS SUMA AL
129170* DEPARTAMENTO Y AL IDIOMA. EN ESPANOL CADA NUCLEO VOCALICO ES
129180* UNA SILABA: DOS VOCALES SEGUIDAS FORMAN DIPTONGO (UNA SOLA
129190* SILABA) SALVO QUE AMBAS SEAN FUERTES O UNA SEA DEBIL CON
129200* TILDE (HIATO), Y LA U MUDA DE QUE, QUI, GUE, GUI NO CUENTA.
129210* EN INGLES CADA GRUPO DE VOCALES (CON LA Y) ES UNA SILABA Y SE
129220* DESCUENTA LA E FINAL MUDA DESPUES DE CONSONANTE (SALVO -LE).
129230* TODA PALABRA CON LETRAS TIENE AL MENOS UNA SILABA.
129240*----------------------------------------------------------------
129250 2170-CONTAR-SILABAS.
129260     IF LARGO-PALABRA-ACTUAL > 30
129270         MOVE 30 TO SIL-LARGO
129280     ELSE
129290         MOVE LARGO-PALABRA-ACTUAL TO SIL-LARGO
129300     END-IF
129310     MOVE 0 TO SIL-PALABRA
129320     MOVE "C" TO SIL-CLASE-ANT
129330     MOVE "C" TO SIL-CLASE-PEN
129340     MOVE SPACE TO SIL-PREVIO
129350     PERFORM 2171-SILABEAR-LETRA THRU 2171-EXIT
129360         VARYING SIL-POS FROM 1 BY 1 UNTIL SIL-POS > SIL-LARGO
129370     IF IDIOMA-SUB = 2 AND SIL-PALABRA > 1
129380         AND (SIL-PREVIO = "e" OR SIL-PREVIO = "E")
129390         AND SIL-CLASE-PEN = "C"
129400         IF PALABRA-ACTUAL(SIL-LARGO - 1:1) NOT = "l" AND
129410             PALABRA-ACTUAL(SIL-LARGO - 1:1) NOT = "L"
129420             SUBTRACT 1 FROM SIL-PALABRA
129430         END-IF
129440     END-IF
129450     IF SIL-PALABRA = 0
129460         MOVE 1 TO SIL-PALABRA
129470     END-IF
129480     ADD SIL-PALABRA TO DEP-SILABAS(DEP-SUB)
129490     ADD SIL-PALABRA TO IDI-SILABAS(IDIOMA-SUB).
129500 2170-EXIT.
129510     EXIT.
129520
129530*----------------------------------------------------------------
129540* 2171-SILABEAR-LETRA - CLASIFICA LA LETRA SIL-POS DE LA PALABRA
129550* Y SUMA UNA SILABA CUANDO ABRE UN NUCLEO VOCALICO NUEVO.
129560*----------------------------------------------------------------
129570 2171-SILABEAR-LETRA.
129580     MOVE PALABRA-ACTUAL(SIL-POS:1) TO SIL-CARACTER
129590     MOVE "C" TO SIL-CLASE-ACT
129600     SET SIL-IDX TO 1
129610     SEARCH SIL-LETRA
129620         WHEN SIL-LETRA(SIL-IDX) = SIL-CARACTER
129630             MOVE SIL-CLASE(SIL-IDX) TO SIL-CLASE-ACT
129640     END-SEARCH
129650     IF IDIOMA-SUB = 2
129660         PERFORM 2172-SILABEAR-INGLES THRU 2172-EXIT
129670     ELSE
129680         PERFORM 2173-SILABEAR-ESPANOL THRU 2173-EXIT
129690     END-IF
129700     MOVE SIL-CLASE-ANT TO SIL-CLASE-PEN
129710     MOVE SIL-CLASE-ACT TO SIL-CLASE-ANT
129720     MOVE SIL-CARACTER TO SIL-PREVIO.
129730 2171-EXIT.
129740     EXIT.
129750
129760*    INGLES: TODA VOCAL (Y INCLUIDA) ES DEL MISMO GRUPO Y CADA
129770*    GRUPO ES UNA SILABA.
129780 2172-SILABEAR-INGLES.
129790     IF SIL-CLASE-ACT NOT = "C"
129800         MOVE "V" TO SIL-CLASE-ACT
129810         IF SIL-CLASE-ANT = "C"
129820             ADD 1 TO SIL-PALABRA
129830         END-IF
129840     END-IF.
129850 2172-EXIT.
129860     EXIT.
129870
129880*    ESPANOL: LA Y ES CONSONANTE Y LA U MUDA DE QUE, QUI, GUE,
129890*    GUI (CON O SIN TILDE EN LA E O LA I) NO ES VOCAL.
129900 2173-SILABEAR-ESPANOL.
129910     IF SIL-CLASE-ACT = "Y"
129920         MOVE "C" TO SIL-CLASE-ACT
129930     END-IF
129940     IF (SIL-CARACTER = "u" OR SIL-CARACTER = "U")
129950         AND (SIL-PREVIO = "q" OR SIL-PREVIO = "Q" OR
129960              SIL-PREVIO = "g" OR SIL-PREVIO = "G")
129970         AND SIL-POS < SIL-LARGO
129980         MOVE PALABRA-ACTUAL(SIL-POS + 1:1) TO SIL-SIGUIENTE
129990         IF SIL-SIGUIENTE = "e" OR SIL-SIGUIENTE = "E" OR
130000             SIL-SIGUIENTE = "i" OR SIL-SIGUIENTE = "I" OR
130010             SIL-SIGUIENTE = X"E9" OR SIL-SIGUIENTE = X"C9" OR
130020             SIL-SIGUIENTE = X"ED" OR SIL-SIGUIENTE = X"CD"
130030             MOVE "C" TO SIL-CLASE-ACT
130040         END-IF
130050     END-IF
130060     IF SIL-CLASE-ACT NOT = "C"
130070         IF SIL-CLASE-ANT = "C"
130080             ADD 1 TO SIL-PALABRA
130090         ELSE
130100*            HIATO: FUERTE + FUERTE O DEBIL CON TILDE.
130110             IF (SIL-CLASE-ACT = "F" OR SIL-CLASE-ACT = "T")
130120                 AND (SIL-CLASE-ANT = "F" OR SIL-CLASE-ANT = "T")
130130                 ADD 1 TO SIL-PALABRA
130140             END-IF
130150         END-IF
130160     END-IF.
130170 2173-EXIT.
130180     EXIT.
130190
130200*----------------------------------------------------------------
130210* 2175-FIN-ORACION - CIERRA LA ORACION EN CURSO Y LA SUMA AL
130220* DEPARTAMENTO Y AL IDIOMA, PARA EL INDICE DE LEGIBILIDAD.
130230*----------------------------------------------------------------
130240 2175-FIN-ORACION.
130250     ADD 1 TO DEP-ORACIONES(DEP-SUB)
130260     ADD 1 TO IDI-ORACIONES(IDIOMA-SUB)
130270     SET ORACION-ABIERTA TO FALSE.
130280 2175-EXIT.
130290     EXIT.
130300
130310*----------------------------------------------------------------
130320* 2180-CONTROL-RANGO - DEJA DENTRO-DE-RANGO SI EL DEPARTAMENTO DEL
130330* REGISTRO, TAL COMO LLEGA, CAE EN EL RANGO DE LA PARTICION (DESDE
130340* INCLUSIVE, HASTA EXCLUSIVE). COMO LA HUELLA DE UNA LINEA LLEVA
130350* EL MISMO CODIGO, UNA LINEA Y SUS DUPLICADAS CAEN SIEMPRE EN LA
130360* MISMA PARTICION. EL REGISTRO DE OTRO RANGO IGUAL ABRE EL LOTE DE
130370* FECHA CERO DEL ACUSE, ASI TODAS LAS PARTICIONES NUMERAN SUS
130380* LOTES IGUAL.
130390*----------------------------------------------------------------
130400 2180-CONTROL-RANGO.
130410     MOVE "S" TO RANGO-SW
130420     IF PARTICION-DESDE NOT = SPACES
130430         AND LIN-DEPTO < PARTICION-DESDE
130440         MOVE "N" TO RANGO-SW
130450     END-IF
130460     IF PARTICION-HASTA NOT = SPACES
130470         AND LIN-DEPTO NOT < PARTICION-HASTA
130480         MOVE "N" TO RANGO-SW
130490     END-IF
130500     IF NOT DENTRO-DE-RANGO
130510         PERFORM 2148-ACUSE-LOTE-ACTUAL THRU 2148-EXIT
130520     END-IF.
130530 2180-EXIT.
130540     EXIT.
130550
130560*----------------------------------------------------------------
130570* 2185-ANOTAR-APARICION - ANOTA EL PRIMER REGISTRO EN QUE SE
130580* CUENTA CADA DEPARTAMENTO DE LA PARTICION, CON EL CRITERIO DE
130590* 2110 (LINEA CON TEXTO, NO DUPLICADA Y DE DEPARTAMENTO VALIDO, YA
130600* RESUELTO POR 2150 EN DEPTO-ACTUAL). SE LLAMA PARA TODO REGISTRO
130610* DEL RANGO, TAMBIEN LOS QUE UNA REANUDACION NO REPROCESA.
130620*----------------------------------------------------------------
130630 2185-ANOTAR-APARICION.
130640     IF LONG-LINEA = 0 OR LINEA-DUPLICADA OR NOT DEPTO-ES-VALIDO
130650         GO TO 2185-EXIT
130660     END-IF
130670     MOVE 0 TO DP-HALLADO
130680     PERFORM 2186-COMPARAR-APARICION THRU 2186-EXIT
130690         VARYING DP-SUB FROM 1 BY 1
130700         UNTIL DP-SUB > CANT-DP OR DP-HALLADO > 0
130710     IF DP-HALLADO = 0 AND CANT-DP < LIM-DEPTOS
130720         ADD 1 TO CANT-DP
130730         MOVE DEPTO-ACTUAL TO DP-CODIGO(CANT-DP)
130740         MOVE NUM-REGISTRO TO DP-REGISTRO(CANT-DP)
130750     END-IF.
130760 2185-EXIT.
130770     EXIT.
130780
130790 2186-COMPARAR-APARICION.
130800     IF DP-CODIGO(DP-SUB) = DEPTO-ACTUAL
130810         MOVE DP-SUB TO DP-HALLADO
130820     END-IF.
130830 2186-EXIT.
130840     EXIT.
130850
130860*----------------------------------------------------------------
130870* 8280-REGISTRAR-SIN-LOTE - ASIENTA EN LOTEREG LA NOCHE SIN LOTE
130880* ESPERADO (FERIADO O DIA SIN ENVIOS): FECHA DE NEGOCIO, CIFRAS EN
130890* CERO Y LG-SIN-LOTE "S". QUEDA CONSTANCIA DE QUE NO FALTO NADA
130900* Y 2085 NO LA TOMA COMO LOTE YA REGISTRADO.
130910*----------------------------------------------------------------
130920 8280-REGISTRAR-SIN-LOTE.
130930     OPEN EXTEND LOTES-REGISTRO
130940*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE QUE EL OPEN CREA.
130950     IF FS-LOTEREG NOT = "00" AND FS-LOTEREG NOT = "05"
130960         DISPLAY "ERROR AL ABRIR LOTEREG, STATUS " FS-LOTEREG
130970         MOVE 16 TO RETURN-CODE
130980         GO TO 8280-EXIT
130990     END-IF
131000     ACCEPT HORA-EJECUCION FROM TIME
131010     MOVE SPACES TO LOTE-REGISTRO-REC
131020     MOVE FECHA-NEGOCIO TO LG-FECHA-LOTE
131030     MOVE 0 TO LG-CANT-REG
131040     MOVE 0 TO LG-CANT-CARAC
131050     MOVE FECHA-EJECUCION-N TO LG-FECHA-PROC
131060     COMPUTE LG-HORA-PROC =
131070         HR-HH * 10000 + HR-MM * 100 + HR-SS
131080     MOVE REPROCESO-SW TO LG-REPROCESO
131090     MOVE AUTORIZA-REPROC TO LG-AUTORIZA
131100     MOVE "S" TO LG-SIN-LOTE
131110     WRITE LOTE-REGISTRO-REC
131120     CLOSE LOTES-REGISTRO.
131130 8280-EXIT.
131140     EXIT.
131150
131160*----------------------------------------------------------------
131170* 6257-LEGIBILIDAD - IMPRIME SILABAS, ORACIONES, PALABRAS E
131180* INDICE DE LEGIBILIDAD DE LA CORRIDA, DE CADA IDIOMA CON
131190* VOLUMEN Y DE CADA DEPARTAMENTO. EL INDICE ES FERNANDEZ-HUERTA
131200* (FH) PARA EL ESPANOL Y FLESCH (FL) PARA EL INGLES; UN
131210* DEPARTAMENTO O UNA CORRIDA QUE SOLO MANDO LOTES EN INGLES SE
131220* MIDE CON FLESCH Y TODO LO DEMAS CON FERNANDEZ-HUERTA.
131230*----------------------------------------------------------------
131240 6257-LEGIBILIDAD.
131250     MOVE SPACES TO LINEA-REPORTE
131260     STRING "LEGIBILIDAD (SILABAS Y ORACIONES):"
131270         DELIMITED BY SIZE INTO LINEA-REPORTE
131280     MOVE LINEA-REPORTE TO TITULO-SECCION
131290     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
131300     MOVE SPACES TO LINEA-REPORTE
131310     STRING "   FH = FERNANDEZ-HUERTA, FL = FLESCH, "
131320         "N/D = SIN TEXTO PARA MEDIR"
131330         DELIMITED BY SIZE INTO LINEA-REPORTE
131340     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
131350     PERFORM 8515-LEGIB-CORRIDA THRU 8515-EXIT
131360     MOVE "TOTAL CORRIDA" TO LG-ETIQUETA
131370     PERFORM 6265-LINEA-LEGIB THRU 6265-EXIT
131380     PERFORM 6258-LEGIB-IDIOMA THRU 6258-EXIT
131390         VARYING IDI-IMP FROM 1 BY 1 UNTIL IDI-IMP > 2
131400     PERFORM 6259-LEGIB-DEPTO THRU 6259-EXIT
131410         VARYING DEP-BUSCA FROM 1 BY 1
131420         UNTIL DEP-BUSCA > CANT-DEPTOS.
131430 6257-EXIT.
131440     EXIT.
131450
131460 6258-LEGIB-IDIOMA.
131470     IF IDI-LETRAS(IDI-IMP) = 0
131480         GO TO 6258-EXIT
131490     END-IF
131500     PERFORM 8505-LEGIB-IDIOMA THRU 8505-EXIT
131510     MOVE SPACES TO LG-ETIQUETA
131520     STRING "IDIOMA " IDI-CODIGO(IDI-IMP)
131530         DELIMITED BY SIZE INTO LG-ETIQUETA
131540     PERFORM 6265-LINEA-LEGIB THRU 6265-EXIT.
131550 6258-EXIT.
131560     EXIT.
131570
131580 6259-LEGIB-DEPTO.
131590     PERFORM 8510-LEGIB-DEPTO THRU 8510-EXIT
131600     MOVE DEP-CODIGO(DEP-BUSCA) TO DEPTO-BUSCADO
131610     PERFORM 4960-BUSCAR-NOMBRE THRU 4960-EXIT
131620     MOVE SPACES TO LG-ETIQUETA
131630     STRING DEP-CODIGO(DEP-BUSCA) " " NOMBRE-DEPTO
131640         DELIMITED BY SIZE INTO LG-ETIQUETA
131650     PERFORM 6265-LINEA-LEGIB THRU 6265-EXIT.
131660 6259-EXIT.
131670     EXIT.
131680
131690*    LINEA DE LEGIBILIDAD: ETIQUETA, CIFRAS CARGADAS EN LOS
131700*    CAMPOS LG- E INDICE CALCULADO POR 8500 (N/D SI NO HAY).
131710 6265-LINEA-LEGIB.
131720     MOVE LG-SILABAS TO LG-SIL-D
131730     MOVE LG-ORACIONES TO LG-ORAC-D
131740     MOVE LG-PALABRAS TO LG-PAL-D
131750     IF LG-CON-INDICE
131760         MOVE LG-INDICE TO LG-INDICE-D
131770         MOVE LG-INDICE-D TO LG-INDICE-X
131780     ELSE
131790         MOVE "    N/D" TO LG-INDICE-X
131800     END-IF
131810     MOVE SPACES TO LINEA-REPORTE
131820     STRING "   " LG-ETIQUETA
131830         " SIL=" LG-SIL-D
131840         " ORAC=" LG-ORAC-D
131850         " PAL=" LG-PAL-D
131860         " IND=" LG-INDICE-X
131870         " " LG-FORMULA
131880         DELIMITED BY SIZE INTO LINEA-REPORTE
131890     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
131900 6265-EXIT.
131910     EXIT.
131920
131930*----------------------------------------------------------------
131940* 6275-DUPLICADAS - LINEAS DUPLICADAS QUE NO SE CONTARON, POR
131950* LOTE, CON SU PORCENTAJE SOBRE LO RECIBIDO Y LA MARCA DEL LOTE
131960* QUE PASO LA TOLERANCIA. EL DETALLE, CON EL LOTE Y REGISTRO DE
131970* LA LINEA ORIGINAL, QUEDA EN EL REPORTE DE DUPLICADAS (DUPLOUT).
131980*----------------------------------------------------------------
131990 6275-DUPLICADAS.
132000     MOVE SPACES TO LINEA-REPORTE
132010     STRING "LINEAS DUPLICADAS (NO CONTADAS):"
132020         DELIMITED BY SIZE INTO LINEA-REPORTE
132030     MOVE LINEA-REPORTE TO TITULO-SECCION
132040     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132050     PERFORM 6276-DUPLICADAS-LOTE THRU 6276-EXIT
132060         VARYING AL-SUB FROM 1 BY 1 UNTIL AL-SUB > CANT-AL
132070     MOVE TOL-PORC-DUPLIC TO TOL-PORC-DUPLIC-D
132080     MOVE SPACES TO LINEA-REPORTE
132090     STRING "   TOLERANCIA POR LOTE: " TOL-PORC-DUPLIC-D
132100         "%  (DETALLE EN DD DUPLOUT)"
132110         DELIMITED BY SIZE INTO LINEA-REPORTE
132120     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
132130 6275-EXIT.
132140     EXIT.
132150
132160 6276-DUPLICADAS-LOTE.
132170     IF AL-DUPLICADOS(AL-SUB) = 0
132180         GO TO 6276-EXIT
132190     END-IF
132200     MOVE AL-DUPLICADOS(AL-SUB) TO DUPLIC-D
132210     MOVE AL-RECIBIDOS(AL-SUB) TO RECIB-DUPLIC-D
132220     MOVE AL-PORC-DUP(AL-SUB) TO PORC-DUPLIC-D
132230     MOVE SPACES TO LINEA-REPORTE
132240     IF AL-EXCEDE-DUP(AL-SUB) = "S"
132250         STRING "   LOTE " AL-FECHA(AL-SUB) ": " DUPLIC-D
132260             " DE " RECIB-DUPLIC-D " LINEAS (" PORC-DUPLIC-D
132270             "%) SUPERA LA TOLERANCIA"
132280             DELIMITED BY SIZE INTO LINEA-REPORTE
132290     ELSE
132300         STRING "   LOTE " AL-FECHA(AL-SUB) ": " DUPLIC-D
132310             " DE " RECIB-DUPLIC-D " LINEAS (" PORC-DUPLIC-D
132320             "%)"
132330             DELIMITED BY SIZE INTO LINEA-REPORTE
132340     END-IF
132350     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
132360 6276-EXIT.
132370     EXIT.
132380
132390*----------------------------------------------------------------
132400* 6285-CALENDARIO - SECCION DEL CALENDARIO DE LOTES ESPERADOS:
132410* FECHA DE NEGOCIO Y TIPO DE DIA, NOCHE SIN LOTE ESPERADO,
132420* CONTROL DE DESVIACION OMITIDO POR FERIADO, DEPARTAMENTOS
132430* FALTANTES Y LOTES ATRASADOS.
132440*----------------------------------------------------------------
132450 6285-CALENDARIO.
132460     MOVE SPACES TO LINEA-REPORTE
132470     STRING "CALENDARIO DE LOTES ESPERADOS:"
132480         DELIMITED BY SIZE INTO LINEA-REPORTE
132490     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132500     MOVE LINEA-REPORTE TO TITULO-SECCION
132510     EVALUATE TRUE
132520         WHEN DIA-FERIADO
132530             MOVE "FERIADO" TO DESCRIP-TIPO-DIA
132540         WHEN DIA-SIN-ENVIOS
132550             MOVE "SIN ENVIOS PROGRAMADOS" TO DESCRIP-TIPO-DIA
132560         WHEN OTHER
132570             MOVE "HABIL" TO DESCRIP-TIPO-DIA
132580     END-EVALUATE
132590     MOVE SPACES TO LINEA-REPORTE
132600     STRING "   FECHA DE NEGOCIO: " FECHA-NEGOCIO " "
132610         NOMBRE-DIA(DIA-SEMANA) " - " DESCRIP-TIPO-DIA
132620         DELIMITED BY SIZE INTO LINEA-REPORTE
132630     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132640     IF DIA-FERIADO
132650         MOVE SPACES TO LINEA-REPORTE
132660         STRING "   FERIADO: " FR-T-DESCRIPCION(FR-HALLADO)
132670             DELIMITED BY SIZE INTO LINEA-REPORTE
132680         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132690     END-IF
132700     IF SIN-LOTE-ESPERADO
132710         MOVE SPACES TO LINEA-REPORTE
132720         STRING "   SIN LOTE ESPERADO: NO SE RECIBIO DETALLE, NO"
132730             " SE PUBLICA NADA"
132740             DELIMITED BY SIZE INTO LINEA-REPORTE
132750         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132760         MOVE SPACES TO LINEA-REPORTE
132770         STRING "   LA NOCHE QUEDA REGISTRADA EN LOTEREG"
132780             DELIMITED BY SIZE INTO LINEA-REPORTE
132790         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132800         GO TO 6285-EXIT
132810     END-IF
132820     IF NOT DIA-HABIL
132830         MOVE SPACES TO LINEA-REPORTE
132840         STRING "   SE RECIBIO DETALLE EN UN DIA SIN LOTE"
132850             " ESPERADO: SE CUENTA NORMALMENTE"
132860             DELIMITED BY SIZE INTO LINEA-REPORTE
132870         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132880     END-IF
132890     IF SALTO-FERIADO
132900         MOVE SPACES TO LINEA-REPORTE
132910         STRING "   CONTROL DE DESVIACION OMITIDO POR FERIADO "
132920             FERIADO-SALTADO
132930             DELIMITED BY SIZE INTO LINEA-REPORTE
132940         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
132950     END-IF
132960     IF DIA-HABIL AND CANT-FALTANTES = 0
132970         MOVE SPACES TO LINEA-REPORTE
132980         STRING "   TODOS LOS DEPARTAMENTOS ESPERADOS ENVIARON"
132990             " REGISTROS"
133000             DELIMITED BY SIZE INTO LINEA-REPORTE
133010         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
133020     END-IF
133030     IF CANT-FALTANTES > 0
133040         PERFORM 6286-LINEA-FALTANTE THRU 6286-EXIT
133050             VARYING FT-SUB FROM 1 BY 1
133060             UNTIL FT-SUB > CANT-FALTANTES OR FT-SUB > LIM-FT
133070         MOVE CANT-FALTANTES TO HOY-CIFRA-D
133080         MOVE SPACES TO LINEA-REPORTE
133090         STRING "   DEPARTAMENTOS FALTANTES: " HOY-CIFRA-D
133100             " - RETURN-CODE 4 (AVISO AL OPERADOR)"
133110             DELIMITED BY SIZE INTO LINEA-REPORTE
133120         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
133130     END-IF
133140     IF CANT-ATRASADOS > 0
133150         PERFORM 6287-LINEA-ATRASADO THRU 6287-EXIT
133160             VARYING AL-SUB FROM 1 BY 1 UNTIL AL-SUB > CANT-AL
133170     END-IF.
133180 6285-EXIT.
133190     EXIT.
133200
133210 6286-LINEA-FALTANTE.
133220     MOVE SPACES TO LINEA-REPORTE
133230     STRING "   FALTANTE: " FT-DEPTO(FT-SUB) " " FT-NOMBRE(FT-SUB)
133240         " SIN REGISTROS"
133250         DELIMITED BY SIZE INTO LINEA-REPORTE
133260     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
133270 6286-EXIT.
133280     EXIT.
133290
133300*    MISMA CONDICION QUE 2320-CONTROL-ATRASO.
133310 6287-LINEA-ATRASADO.
133320     IF AL-FECHA(AL-SUB) > 0 AND AL-FECHA(AL-SUB) < FECHA-NEGOCIO
133330         AND AL-REPETIDO(AL-SUB) NOT = "S"
133340         MOVE AL-RECIBIDOS(AL-SUB) TO HOY-CIFRA-D
133350         MOVE SPACES TO LINEA-REPORTE
133360         STRING "   ATRASADO: LOTE DEL " AL-FECHA(AL-SUB)
133370             " CON " HOY-CIFRA-D " REGISTROS"
133380             DELIMITED BY SIZE INTO LINEA-REPORTE
133390         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
133400     END-IF.
133410 6287-EXIT.
133420     EXIT.
133430
133440 END PROGRAM CONTVOC1.
133450
