000010******************************************************************
000020* PROGRAM:      CONTVOCG
000030* AUTHOR:       SILVIA FERNANDEZ
000040* INSTALLATION: DEPARTAMENTO DE PROCESAMIENTO DE DATOS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      FACTURACION INTERNA MENSUAL DEL SERVICIO DE
000080*               CONTEO. PARA UN PERIODO YA CERRADO (CONTVOC8)
000090*               SUMA POR DEPARTAMENTO LAS LETRAS, PALABRAS Y
000100*               EXCEPCIONES DEL HISTORIAL POR DEPARTAMENTO
000110*               (HISTDEPT), INCLUIDOS LOS RESUMENES "+++" DE LOS
000120*               MESES YA ARCHIVADOS POR CONTVOC9, LAS VALORIZA
000130*               CON LA TARIFA VIGENTE DEL MAESTRO DE TARIFAS
000140*               (PROPIA DEL DEPARTAMENTO O LA DEL TALLER),
000150*               IMPRIME UNA FACTURA POR DEPARTAMENTO CON SU
000160*               NOMBRE Y RESPONSABLE, Y GRABA LA INTERFAZ DE
000170*               CONTABILIDAD GENERAL CON SU TRAILER DE CONTROL.
000180*               UN PERIODO NO CERRADO NO SE FACTURA, Y UN
000190*               PERIODO YA FACTURADO SOLO SE VUELVE A FACTURAR
000200*               CON TARJETA DE REFACTURACION AUTORIZADA.
000210*
000220* MODIFICATION HISTORY.
000230*   DATE       INIT  DESCRIPTION
000240*   ---------- ----  ---------------------------------------------
000250*   15/10/2026 SF    PROGRAMA ORIGINAL.
000251*   15/10/2026 SF    LAYOUT DE HISTDEPT AL DIA CON CONTVOC1
000252*                    (SILABAS, ORACIONES E INDICE DE
000253*                    LEGIBILIDAD). SIN CAMBIO DE CIFRAS.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. CONTVOCG.
000290 AUTHOR. SILVIA FERNANDEZ.
000300 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000310 DATE-WRITTEN. 15/10/2026.
000320 DATE-COMPILED. 15/10/2026.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OPTIONAL CIERRES
000380         ASSIGN TO CIERRES
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS FS-CIERRES.
000410     SELECT HIST-DEPTOS
000420         ASSIGN TO HISTDEPT
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS FS-HISTDEPT.
000450     SELECT OPTIONAL DEPTOS-MAESTRO
000460         ASSIGN TO DEPTMST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS FS-DEPTMST.
000490     SELECT TARIFAS
000500         ASSIGN TO TARIFAS
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS FS-TARIFAS.
000530     SELECT OPTIONAL FACTURAS-REG
000540         ASSIGN TO FACTREG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS FS-FACTREG.
000570     SELECT OPTIONAL REFACTURA-IN
000580         ASSIGN TO REFACT
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS FS-REFACTURA.
000610     SELECT REPORTE-OUT
000620         ASSIGN TO FACTURAS
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS FS-REPORTE.
000650     SELECT INTERFAZ-GL
000660         ASSIGN TO GLINTERF
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS FS-INTERFAZ.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CIERRES.
000730*    MISMO LAYOUT QUE CIERRE-REC EN CONTVOC8. DE AQUI SALEN LA
000740*    CONDICION DE PERIODO CERRADO Y LOS TOTALES DEL MES PARA LA
000750*    CONCILIACION DE LA HOJA DE CONTROL.
000760 01  CIERRE-REC.
000770     05  CI-PERIODO                  PIC 9(06).
000780     05  CI-FECHA-CIERRE             PIC 9(08).
000790     05  CI-HORA-CIERRE              PIC 9(06).
000800     05  CI-ESTADO                   PIC X(01).
000810     05  CI-VOCALES                  PIC 9(09).
000820     05  CI-CONSONANTE               PIC 9(09).
000830     05  CI-CORRIDAS                 PIC 9(07).
000840     05  CI-MES-CORRIDAS             PIC 9(05).
000850     05  CI-MES-VOCALES              PIC 9(09).
000860     05  CI-MES-CONSONANTE           PIC 9(09).
000870     05  CI-MES-ENIE                 PIC 9(09).
000880     05  CI-MES-PALABRAS             PIC 9(09).
000890     05  FILLER                      PIC X(73).
000900 FD  HIST-DEPTOS.
000910*    MISMO LAYOUT QUE EL FD HIST-DEPTOS DE CONTVOC1. EL RESUMEN
000920*    DE UN MES ARCHIVADO (CONTVOC9) LLEVA HD-FECHA EN AAAAMM00 Y
000930*    DEPARTAMENTO "+++".
000940 01  HIST-DEPTO-REC.
000950     05  HD-FECHA                    PIC 9(08).
000960     05  HD-DEPTO                    PIC X(03).
000970     05  HD-VOCALES                  PIC 9(07).
000980     05  HD-CONSONANTE               PIC 9(07).
000990     05  HD-ENIE                     PIC 9(07).
001000     05  HD-PALABRAS                 PIC 9(07).
001010     05  HD-EXCEPCIONES              PIC 9(07).
001011     05  HD-SILABAS                  PIC 9(09).
001012     05  HD-ORACIONES                PIC 9(07).
001013     05  HD-PAL-EN                   PIC 9(07).
001014     05  HD-LEGIBILIDAD              PIC S9(3)V99
001015                                     SIGN LEADING SEPARATE.
001016     05  HD-FORMULA                  PIC X(02).
001017     05  FILLER                      PIC X(03).
001030 FD  DEPTOS-MAESTRO.
001040*    MISMO LAYOUT QUE EL FD DEPTOS-MAESTRO DE CONTVOC1: SOLO SE
001050*    USA PARA EL NOMBRE Y EL RESPONSABLE DE CADA FACTURA.
001060 01  DEPTO-MAESTRO-REC.
001070     05  DM-CODIGO                   PIC X(03).
001080     05  DM-NOMBRE                   PIC X(30).
001090     05  DM-ESTADO                   PIC X(01).
001100     05  DM-RESPONSABLE              PIC X(08).
001110     05  FILLER                      PIC X(38).
001120 FD  TARIFAS.
001130*    MAESTRO DE TARIFAS DEL SERVICIO: UN REGISTRO POR
001140*    DEPARTAMENTO Y FECHA DE VIGENCIA. EL DEPARTAMENTO "***" ES
001150*    LA TARIFA DEL TALLER, QUE RIGE PARA TODO DEPARTAMENTO SIN
001160*    TARIFA PROPIA. PRECIOS POR MIL LETRAS, POR MIL PALABRAS Y
001170*    POR EXCEPCION, CON DOS DECIMALES.
001180 01  TARIFA-REC.
001190     05  TA-DEPTO                    PIC X(03).
001200     05  TA-VIGENCIA                 PIC 9(08).
001210     05  TA-PRECIO-LETRAS            PIC 9(05)V99.
001220     05  TA-PRECIO-PALABRAS          PIC 9(05)V99.
001230     05  TA-PRECIO-EXCEP             PIC 9(03)V99.
001240     05  FILLER                      PIC X(50).
001250 FD  FACTURAS-REG.
001260*    REGISTRO DE PERIODOS FACTURADOS: UN REGISTRO POR
001270*    FACTURACION EMITIDA (LA ORIGINAL Y CADA REFACTURACION).
001280*    PERMANENTE, EN EXTEND.
001290 01  FACTURA-REG-REC.
001300     05  FR-PERIODO                  PIC 9(06).
001310     05  FR-FECHA-PROC               PIC 9(08).
001320     05  FR-HORA-PROC                PIC 9(06).
001330     05  FR-REFACTURA                PIC X(01).
001340     05  FR-AUTORIZA                 PIC X(08).
001350     05  FR-CANT-DEPTOS              PIC 9(03).
001360     05  FR-IMPORTE                  PIC 9(09)V99.
001370     05  FR-RETORNO                  PIC 9(02).
001380     05  FILLER                      PIC X(35).
001390*    TARJETA DE REFACTURACION AUTORIZADA: LA ORDEN "REFACTURAR"
001400*    EN 1-10 Y EL AUTORIZANTE EN 11-18. EN LA CORRIDA NORMAL EL
001410*    DD REFACT VIENE DUMMY Y NO AUTORIZA NADA.
001420 FD  REFACTURA-IN.
001430 01  REFACTURA-REC.
001440     05  RF-ORDEN                    PIC X(10).
001450     05  RF-AUTORIZA                 PIC X(08).
001460     05  FILLER                      PIC X(62).
001470*    FACTURAS IMPRESAS (RECFM=FBA): CARACTER DE CONTROL DE CARRO
001480*    EN LA POSICION 1, UNA PAGINA POR DEPARTAMENTO.
001490 FD  REPORTE-OUT.
001500 01  REPORTE-OUT-REC.
001510     05  RPT-CONTROL                 PIC X(01).
001520     05  RPT-DATOS                   PIC X(80).
001530*    INTERFAZ DE CONTABILIDAD GENERAL, FORMATO FIJO DE 80: UN
001540*    DEBITO "D" POR DEPARTAMENTO A SU CENTRO DE COSTO, UN CREDITO
001550*    "C" AL CENTRO DEL TALLER POR EL TOTAL, Y UN TRAILER "T" CON
001560*    LA CANTIDAD DE MOVIMIENTOS Y LOS TOTALES DEBE Y HABER.
001570 FD  INTERFAZ-GL.
001580 01  INTERFAZ-REC.
001590     05  GL-TIPO                     PIC X(01).
001600     05  GL-PERIODO                  PIC 9(06).
001610     05  GL-FECHA-PROC               PIC 9(08).
001620     05  GL-CENTRO                   PIC X(03).
001630     05  GL-CUENTA                   PIC X(10).
001640     05  GL-IMPORTE                  PIC 9(09)V99.
001650     05  GL-DESCRIPCION              PIC X(30).
001660     05  FILLER                      PIC X(11).
001670 01  INTERFAZ-TRL-REC.
001680     05  GT-TIPO                     PIC X(01).
001690     05  GT-PERIODO                  PIC 9(06).
001700     05  GT-FECHA-PROC               PIC 9(08).
001710     05  GT-CANT-MOVIMIENTOS         PIC 9(07).
001720     05  GT-TOTAL-DEBE               PIC 9(11)V99.
001730     05  GT-TOTAL-HABER              PIC 9(11)V99.
001740     05  FILLER                      PIC X(32).
001750
001760 WORKING-STORAGE SECTION.
001770*    SWITCHES AND STATUS FIELDS.
001780 77  FS-CIERRES                  PIC X(02) VALUE "00".
001790 77  FS-HISTDEPT                 PIC X(02) VALUE "00".
001800 77  FS-DEPTMST                  PIC X(02) VALUE "00".
001810 77  FS-TARIFAS                  PIC X(02) VALUE "00".
001820 77  FS-FACTREG                  PIC X(02) VALUE "00".
001830 77  FS-REFACTURA                PIC X(02) VALUE "00".
001840 77  FS-REPORTE                  PIC X(02) VALUE "00".
001850 77  FS-INTERFAZ                 PIC X(02) VALUE "00".
001860 77  EOF-CIERRES                 PIC X(01) VALUE "N".
001870     88  FIN-CIERRES             VALUE "Y".
001880 77  EOF-HISTDEPT                PIC X(01) VALUE "N".
001890     88  FIN-HISTDEPT            VALUE "Y".
001900 77  EOF-DEPTMST                 PIC X(01) VALUE "N".
001910     88  FIN-DEPTMST             VALUE "Y".
001920 77  EOF-TARIFAS                 PIC X(01) VALUE "N".
001930     88  FIN-TARIFAS             VALUE "Y".
001940 77  EOF-FACTREG                 PIC X(01) VALUE "N".
001950     88  FIN-FACTREG             VALUE "Y".
001960 77  CERRADO-SW                  PIC X(01) VALUE "N".
001970     88  PERIODO-CERRADO         VALUE "S".
001980 77  FACTURADO-SW                PIC X(01) VALUE "N".
001990     88  PERIODO-YA-FACTURADO    VALUE "S".
002000 77  REFACTURA-SW                PIC X(01) VALUE "N".
002010     88  REFACTURA-AUTORIZADA    VALUE "S".
002020 77  AUTORIZA-REFACT             PIC X(08) VALUE SPACES.
002030 77  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
002040     88  ARCHIVOS-ABIERTOS       VALUE "S".
002050*    PERIODO A FACTURAR, PEDIDO POR SYSIN (AAAAMM). SI LA TARJETA
002060*    NO ES NUMERICA O VIENE EN CERO, SE FACTURA EL MES ANTERIOR
002070*    AL DE LA FECHA DE EJECUCION, COMO EN EL CIERRE (CONTVOC8).
002080 77  MES-PARAM                   PIC X(06) VALUE SPACES.
002090 77  PERIODO-FACT                PIC 9(06) VALUE 0.
002100 01  PERIODO-FACT-DES.
002110     05  PF-ANO                      PIC 9(4).
002120     05  PF-MES                      PIC 9(2).
002130*    ULTIMO DIA POSIBLE DEL PERIODO (AAAAMM31): RIGE LA TARIFA
002140*    CON LA VIGENCIA MAS RECIENTE QUE NO LO SUPERE.
002150 77  FECHA-CORTE-TARIFA          PIC 9(08) VALUE 0.
002160 01  FECHA-EJECUCION.
002170     05  FE-ANO                      PIC 9(4).
002180     05  FE-MES                      PIC 9(2).
002190     05  FE-DIA                      PIC 9(2).
002200 01  FECHA-EJECUCION-N REDEFINES FECHA-EJECUCION PIC 9(8).
002210 01  HORA-EJECUCION.
002220     05  HR-HH                       PIC 99.
002230     05  HR-MM                       PIC 99.
002240     05  HR-SS                       PIC 99.
002250     05  HR-CC                       PIC 99.
002260 77  HORA-PROCESO                PIC 9(6) VALUE 0.
002270*    TOTALES DEL MES SEGUN EL CIERRE, PARA LA CONCILIACION.
002280 77  CIE-VOCALES                 PIC 9(09) VALUE 0.
002290 77  CIE-CONSONANTE              PIC 9(09) VALUE 0.
002300 77  CIE-ENIE                    PIC 9(09) VALUE 0.
002310 77  CIE-PALABRAS                PIC 9(09) VALUE 0.
002320*    CUENTAS Y CENTRO DE COSTO DE LA INTERFAZ, CONVENIDOS CON
002330*    CONTADURIA: CADA DEPARTAMENTO SE DEBITA EN LA CUENTA DE
002340*    GASTO DE SERVICIOS INFORMATICOS BAJO SU PROPIO CODIGO COMO
002350*    CENTRO DE COSTO, Y EL TALLER SE ACREDITA POR EL TOTAL EN LA
002360*    CUENTA DE RECUPERO DE COSTOS.
002370 77  CUENTA-DEBITO               PIC X(10) VALUE "5120400001".
002380 77  CUENTA-CREDITO              PIC X(10) VALUE "4310900001".
002390 77  CENTRO-TALLER               PIC X(03) VALUE "DPD".
002400*    TABLA DE TARIFAS CARGADA DEL MAESTRO.
002410 77  LIM-TT                      PIC 9(03) COMP VALUE 200.
002420 77  CANT-TT                     PIC 9(03) COMP VALUE 0.
002430 77  TT-SUB                      PIC 9(03) COMP VALUE 0.
002440 77  TT-HALLADO                  PIC 9(03) COMP VALUE 0.
002450 01  TT-TABLA.
002460     05  TT-ENT OCCURS 200 TIMES.
002470        10  TT-DEPTO                    PIC X(03).
002480        10  TT-VIGENCIA                 PIC 9(08).
002490        10  TT-PRECIO-LETRAS            PIC 9(05)V99.
002500        10  TT-PRECIO-PALABRAS          PIC 9(05)V99.
002510        10  TT-PRECIO-EXCEP             PIC 9(03)V99.
002520*    TARIFA DEL TALLER VIGENTE EN EL PERIODO (DEPARTAMENTO "***")
002530*    Y TARIFA APLICADA A LA FACTURA EN CURSO.
002540 77  OMISION-HALLADA             PIC 9(03) COMP VALUE 0.
002550 77  TARIFA-BUSCADA              PIC X(03) VALUE SPACES.
002560 77  TARIFA-ORIGEN               PIC X(30) VALUE SPACES.
002570 77  TAR-VIGENCIA                PIC 9(08) VALUE 0.
002580 77  TAR-PRECIO-LETRAS           PIC 9(05)V99 VALUE 0.
002590 77  TAR-PRECIO-PALABRAS         PIC 9(05)V99 VALUE 0.
002600 77  TAR-PRECIO-EXCEP            PIC 9(03)V99 VALUE 0.
002610*    TABLA DE CONSUMO DEL PERIODO POR DEPARTAMENTO, EN ORDEN DE
002620*    APARICION EN EL HISTORIAL. LOS RESUMENES DE MESES ARCHIVADOS
002630*    Y EL DESBORDE DE LA TABLA SE ACUMULAN BAJO "+++" Y SE
002640*    FACTURAN AL TALLER CON LA TARIFA POR OMISION.
002650 77  LIM-TF                      PIC 9(02) COMP VALUE 50.
002660 77  CANT-TF                     PIC 9(02) COMP VALUE 0.
002670 77  TF-SUB                      PIC 9(02) COMP VALUE 0.
002680 77  TF-HALLADO                  PIC 9(02) COMP VALUE 0.
002690 01  TF-TABLA.
002700     05  TF-ENT OCCURS 50 TIMES.
002710        10  TF-CODIGO                   PIC X(03).
002720        10  TF-VOCALES                  PIC 9(09) COMP.
002730        10  TF-CONSONANTE               PIC 9(09) COMP.
002740        10  TF-ENIE                     PIC 9(09) COMP.
002750        10  TF-PALABRAS                 PIC 9(09) COMP.
002760        10  TF-EXCEPCIONES              PIC 9(09) COMP.
002770        10  TF-CORRIDAS                 PIC 9(05) COMP.
002780*    COPIA EN MEMORIA DEL MAESTRO DE DEPARTAMENTOS.
002790 77  LIM-DM                      PIC 9(02) COMP VALUE 50.
002800 77  CANT-DM                     PIC 9(02) COMP VALUE 0.
002810 77  DM-SUB                      PIC 9(02) COMP VALUE 0.
002820 77  DM-HALLADO                  PIC 9(02) COMP VALUE 0.
002830 77  NOMBRE-DEPTO                PIC X(30) VALUE SPACES.
002840 77  RESPONSABLE-DEPTO           PIC X(08) VALUE SPACES.
002850 01  DM-TABLA.
002860     05  DM-ENT OCCURS 50 TIMES.
002870        10  DM-T-CODIGO                 PIC X(03).
002880        10  DM-T-NOMBRE                 PIC X(30).
002890        10  DM-T-RESPONSABLE            PIC X(08).
002900*    IMPORTES DE LA FACTURA EN CURSO Y TOTALES DE LA EMISION.
002910 77  LETRAS-DEPTO                PIC 9(09) VALUE 0.
002920 77  IMP-LETRAS                  PIC 9(09)V99 VALUE 0.
002930 77  IMP-PALABRAS                PIC 9(09)V99 VALUE 0.
002940 77  IMP-EXCEP                   PIC 9(09)V99 VALUE 0.
002950 77  IMP-DEPTO                   PIC 9(09)V99 VALUE 0.
002960 77  TOT-IMPORTE                 PIC 9(09)V99 VALUE 0.
002970 77  TOT-VOCALES                 PIC 9(09) VALUE 0.
002980 77  TOT-CONSONANTE              PIC 9(09) VALUE 0.
002990 77  TOT-ENIE                    PIC 9(09) VALUE 0.
003000 77  TOT-LETRAS                  PIC 9(09) VALUE 0.
003010 77  TOT-PALABRAS                PIC 9(09) VALUE 0.
003020 77  TOT-EXCEPCIONES             PIC 9(09) VALUE 0.
003030 77  CANT-MOVIMIENTOS            PIC 9(07) VALUE 0.
003040 77  CANT-DIFERENCIAS            PIC 9(02) VALUE 0.
003050*    CAMPOS DE PAGINADO DE LAS FACTURAS.
003060 77  LINEAS-POR-PAGINA           PIC 9(02) VALUE 55.
003070 77  LINEA-NUM                   PIC 9(02) COMP VALUE 99.
003080 77  PAGINA-NUM                  PIC 9(05) COMP VALUE 0.
003090 77  PAGINA-D                    PIC ZZZZ9.
003100*    CAMPOS DE EDICION DE LAS FACTURAS.
003110 77  LINEA-REPORTE               PIC X(80).
003120 77  TOTAL-D                     PIC ZZZZZZZZ9.
003130 77  TOTAL-D2                    PIC ZZZZZZZZ9.
003140 77  CORRIDAS-D                  PIC ZZZZ9.
003150 77  PRECIO-D                    PIC ZZZZ9.99.
003160 77  IMPORTE-D                   PIC ZZZ,ZZZ,ZZ9.99.
003170 77  CONCEPTO-D                  PIC X(22).
003180
003190 PROCEDURE DIVISION.
003200*----------------------------------------------------------------
003210* 0000-MAINLINE - VERIFICA QUE EL PERIODO ESTE CERRADO Y NO
003220* FACTURADO, CARGA TARIFAS Y MAESTRO, ACUMULA EL CONSUMO DEL
003230* PERIODO POR DEPARTAMENTO, EMITE UNA FACTURA POR DEPARTAMENTO
003240* CON SU DEBITO EN LA INTERFAZ, CIERRA CON LA HOJA DE CONTROL Y
003250* EL CREDITO Y TRAILER DE LA INTERFAZ, Y ASIENTA EL PERIODO COMO
003260* FACTURADO. RC=0 CORRECTO; RC=4 FACTURADO CON DIFERENCIAS DE
003270* CONCILIACION; RC=8 PERIODO NO CERRADO; RC=12 PERIODO YA
003280* FACTURADO SIN REFACTURACION AUTORIZADA; RC=16 ERROR DE ARCHIVO
003290* O FALTA LA TARIFA DEL TALLER.
003300*----------------------------------------------------------------
003310 0000-MAINLINE.
003320     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
003330     IF RETURN-CODE = 0
003340         PERFORM 3000-LEER-HISTORIA THRU 3000-EXIT
003350             UNTIL FIN-HISTDEPT
003360         CLOSE HIST-DEPTOS
003370         PERFORM 4000-EMITIR-FACTURAS THRU 4000-EXIT
003380         PERFORM 5000-HOJA-CONTROL THRU 5000-EXIT
003390         PERFORM 5500-CERRAR-INTERFAZ THRU 5500-EXIT
003400         CLOSE REPORTE-OUT
003410         CLOSE INTERFAZ-GL
003420         IF RETURN-CODE < 8
003430             PERFORM 6000-REGISTRAR-FACTURACION THRU 6000-EXIT
003440         END-IF
003450     END-IF
003460     STOP RUN.
003470
003480*----------------------------------------------------------------
003490* 1000-INICIALIZAR - TOMA EL PERIODO DE SYSIN, VERIFICA CONTRA EL
003500* ARCHIVO DE CIERRES QUE ESTE CERRADO Y CONTRA EL REGISTRO DE
003510* FACTURACION QUE NO ESTE YA FACTURADO (SALVO REFACTURACION
003520* AUTORIZADA), CARGA TARIFAS Y MAESTRO DE DEPARTAMENTOS Y ABRE
003530* EL HISTORIAL, LAS FACTURAS Y LA INTERFAZ.
003540*----------------------------------------------------------------
003550 1000-INICIALIZAR.
003560     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
003570     ACCEPT HORA-EJECUCION FROM TIME
003580     COMPUTE HORA-PROCESO =
003590         HR-HH * 10000 + HR-MM * 100 + HR-SS
003600     ACCEPT MES-PARAM
003610     IF MES-PARAM IS NUMERIC AND MES-PARAM NOT = "000000"
003620         MOVE MES-PARAM TO PERIODO-FACT
003630     ELSE
003640         IF FE-MES = 1
003650             COMPUTE PERIODO-FACT = (FE-ANO - 1) * 100 + 12
003660         ELSE
003670             COMPUTE PERIODO-FACT = FE-ANO * 100 + FE-MES - 1
003680         END-IF
003690     END-IF
003700     MOVE PERIODO-FACT TO PERIODO-FACT-DES
003710     COMPUTE FECHA-CORTE-TARIFA = PERIODO-FACT * 100 + 31
003720     PERFORM 2000-VERIFICAR-CERRADO THRU 2000-EXIT
003730     IF RETURN-CODE NOT = 0
003740         GO TO 1000-EXIT
003750     END-IF
003760     IF NOT PERIODO-CERRADO
003770         DISPLAY "EL PERIODO " PERIODO-FACT
003780             " NO ESTA CERRADO, NO SE FACTURA"
003790         DISPLAY "CERRAR EL PERIODO CON CONTVOC8 (JCL CONTVOCF)"
003800             " Y VOLVER A LANZAR"
003810         MOVE 8 TO RETURN-CODE
003820         GO TO 1000-EXIT
003830     END-IF
003840     PERFORM 2100-LEER-REFACTURA THRU 2100-EXIT
003850     PERFORM 2200-VERIFICAR-FACTURADO THRU 2200-EXIT
003860     IF RETURN-CODE NOT = 0
003870         GO TO 1000-EXIT
003880     END-IF
003890     IF PERIODO-YA-FACTURADO AND NOT REFACTURA-AUTORIZADA
003900         DISPLAY "EL PERIODO " PERIODO-FACT
003910             " YA ESTA FACTURADO, NO SE VUELVE A FACTURAR"
003920         DISPLAY "PARA REFACTURAR A PROPOSITO, RELANZAR CON UNA"
003930             " TARJETA REFACTURAR + AUTORIZANTE EN EL DD REFACT"
003940         MOVE 12 TO RETURN-CODE
003950         GO TO 1000-EXIT
003960     END-IF
003970     PERFORM 2300-CARGAR-TARIFAS THRU 2300-EXIT
003980     IF RETURN-CODE NOT = 0
003990         GO TO 1000-EXIT
004000     END-IF
004010     PERFORM 2400-CARGAR-MAESTRO THRU 2400-EXIT
004020     OPEN INPUT HIST-DEPTOS
004030     IF FS-HISTDEPT NOT = "00"
004040         DISPLAY "ERROR AL ABRIR HISTDEPT, STATUS " FS-HISTDEPT
004050         MOVE 16 TO RETURN-CODE
004060         GO TO 1000-EXIT
004070     END-IF
004080     OPEN OUTPUT REPORTE-OUT
004090     IF FS-REPORTE NOT = "00"
004100         DISPLAY "ERROR AL ABRIR FACTURAS, STATUS " FS-REPORTE
004110         MOVE 16 TO RETURN-CODE
004120         CLOSE HIST-DEPTOS
004130         GO TO 1000-EXIT
004140     END-IF
004150     OPEN OUTPUT INTERFAZ-GL
004160     IF FS-INTERFAZ NOT = "00"
004170         DISPLAY "ERROR AL ABRIR GLINTERF, STATUS " FS-INTERFAZ
004180         MOVE 16 TO RETURN-CODE
004190         CLOSE HIST-DEPTOS
004200         CLOSE REPORTE-OUT
004210         GO TO 1000-EXIT
004220     END-IF
004230     MOVE 0 TO PAGINA-NUM
004240     MOVE LINEAS-POR-PAGINA TO LINEA-NUM.
004250 1000-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------
004290* 2000-VERIFICAR-CERRADO - RECORRE EL ARCHIVO DE CIERRES: SI EL
004300* PERIODO FIGURA CERRADO FIJA PERIODO-CERRADO Y GUARDA SUS
004310* TOTALES DEL MES PARA LA CONCILIACION.
004320*----------------------------------------------------------------
004330 2000-VERIFICAR-CERRADO.
004340     OPEN INPUT CIERRES
004350*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE: NINGUN PERIODO CERRADO
004360*    TODAVIA, EL PERIODO QUEDA COMO NO CERRADO.
004370     IF FS-CIERRES NOT = "00" AND FS-CIERRES NOT = "05"
004380         DISPLAY "ERROR AL ABRIR CIERRES, STATUS " FS-CIERRES
004390         MOVE 16 TO RETURN-CODE
004400         GO TO 2000-EXIT
004410     END-IF
004420     PERFORM 2050-LEER-CIERRE THRU 2050-EXIT
004430         UNTIL FIN-CIERRES
004440     CLOSE CIERRES.
004450 2000-EXIT.
004460     EXIT.
004470
004480 2050-LEER-CIERRE.
004490     READ CIERRES
004500         AT END
004510             SET FIN-CIERRES TO TRUE
004520         NOT AT END
004530             IF CI-PERIODO IS NUMERIC AND
004540                 CI-PERIODO = PERIODO-FACT
004550                 MOVE "S" TO CERRADO-SW
004560                 MOVE CI-MES-VOCALES TO CIE-VOCALES
004570                 MOVE CI-MES-CONSONANTE TO CIE-CONSONANTE
004580                 MOVE CI-MES-ENIE TO CIE-ENIE
004590                 MOVE CI-MES-PALABRAS TO CIE-PALABRAS
004600             END-IF
004610     END-READ.
004620 2050-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------
004660* 2100-LEER-REFACTURA - LEE LA TARJETA DE REFACTURACION (DD
004670* REFACT, DUMMY EN LA CORRIDA NORMAL). SOLO LA ORDEN
004680* "REFACTURAR" CON AUTORIZANTE HABILITA VOLVER A FACTURAR UN
004690* PERIODO YA FACTURADO; CUALQUIER OTRA COSA SE IGNORA CON AVISO.
004700*----------------------------------------------------------------
004710 2100-LEER-REFACTURA.
004720     OPEN INPUT REFACTURA-IN
004730     IF FS-REFACTURA NOT = "00" AND FS-REFACTURA NOT = "05"
004740         DISPLAY "AVISO: REFACT ILEGIBLE, STATUS " FS-REFACTURA
004750             ", SIN REFACTURACION AUTORIZADA"
004760         GO TO 2100-EXIT
004770     END-IF
004780     READ REFACTURA-IN
004790         AT END
004800             CONTINUE
004810         NOT AT END
004820             IF RF-ORDEN = "REFACTURAR" AND
004830                 RF-AUTORIZA NOT = SPACES
004840                 MOVE "S" TO REFACTURA-SW
004850                 MOVE RF-AUTORIZA TO AUTORIZA-REFACT
004860                 DISPLAY "TARJETA DE REFACTURACION AUTORIZADA"
004870                     " POR " AUTORIZA-REFACT
004880             ELSE
004890                 DISPLAY "AVISO: TARJETA DE REFACTURACION"
004900                     " INVALIDA, SE IGNORA"
004910             END-IF
004920     END-READ
004930     CLOSE REFACTURA-IN.
004940 2100-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------
004980* 2200-VERIFICAR-FACTURADO - RECORRE EL REGISTRO DE PERIODOS
004990* FACTURADOS: SI EL PERIODO YA FIGURA, FIJA PERIODO-YA-FACTURADO.
005000*----------------------------------------------------------------
005010 2200-VERIFICAR-FACTURADO.
005020     OPEN INPUT FACTURAS-REG
005030*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE: PRIMERA FACTURACION DE
005040*    LA INSTALACION, EL CICLO CAE EN AT END.
005050     IF FS-FACTREG NOT = "00" AND FS-FACTREG NOT = "05"
005060         DISPLAY "ERROR AL ABRIR FACTREG, STATUS " FS-FACTREG
005070         MOVE 16 TO RETURN-CODE
005080         GO TO 2200-EXIT
005090     END-IF
005100     PERFORM 2250-LEER-FACTURADO THRU 2250-EXIT
005110         UNTIL FIN-FACTREG
005120     CLOSE FACTURAS-REG.
005130 2200-EXIT.
005140     EXIT.
005150
005160 2250-LEER-FACTURADO.
005170     READ FACTURAS-REG
005180         AT END
005190             SET FIN-FACTREG TO TRUE
005200         NOT AT END
005210             IF FR-PERIODO IS NUMERIC AND
005220                 FR-PERIODO = PERIODO-FACT
005230                 MOVE "S" TO FACTURADO-SW
005240             END-IF
005250     END-READ.
005260 2250-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------
005300* 2300-CARGAR-TARIFAS - CARGA EL MAESTRO DE TARIFAS EN MEMORIA Y
005310* UBICA LA TARIFA DEL TALLER ("***") VIGENTE EN EL PERIODO. SIN
005320* ELLA NO SE PUEDE VALORIZAR A LOS DEPARTAMENTOS SIN TARIFA
005330* PROPIA Y LA CORRIDA TERMINA CON RC=16 SIN EMITIR NADA.
005340*----------------------------------------------------------------
005350 2300-CARGAR-TARIFAS.
005360     OPEN INPUT TARIFAS
005370     IF FS-TARIFAS NOT = "00"
005380         DISPLAY "ERROR AL ABRIR TARIFAS, STATUS " FS-TARIFAS
005390         MOVE 16 TO RETURN-CODE
005400         GO TO 2300-EXIT
005410     END-IF
005420     PERFORM 2350-LEER-TARIFA THRU 2350-EXIT
005430         UNTIL FIN-TARIFAS
005440     CLOSE TARIFAS
005450     MOVE "***" TO TARIFA-BUSCADA
005460     PERFORM 4200-UBICAR-TARIFA THRU 4200-EXIT
005470     MOVE TT-HALLADO TO OMISION-HALLADA
005480     IF OMISION-HALLADA = 0
005490         DISPLAY "NO HAY TARIFA DEL TALLER (***) VIGENTE AL "
005500             FECHA-CORTE-TARIFA ", NO SE FACTURA"
005510         MOVE 16 TO RETURN-CODE
005520     END-IF.
005530 2300-EXIT.
005540     EXIT.
005550
005560 2350-LEER-TARIFA.
005570     READ TARIFAS
005580         AT END
005590             SET FIN-TARIFAS TO TRUE
005600         NOT AT END
005610             IF TA-VIGENCIA IS NOT NUMERIC OR
005620                 TA-PRECIO-LETRAS IS NOT NUMERIC OR
005630                 TA-PRECIO-PALABRAS IS NOT NUMERIC OR
005640                 TA-PRECIO-EXCEP IS NOT NUMERIC OR
005650                 TA-DEPTO = SPACES
005660                 DISPLAY "AVISO: TARIFA INVALIDA, SE IGNORA: ["
005670                     TA-DEPTO "] " TA-VIGENCIA
005680                 GO TO 2350-EXIT
005690             END-IF
005700             IF CANT-TT < LIM-TT
005710                 ADD 1 TO CANT-TT
005720                 MOVE TA-DEPTO TO TT-DEPTO(CANT-TT)
005730                 MOVE TA-VIGENCIA TO TT-VIGENCIA(CANT-TT)
005740                 MOVE TA-PRECIO-LETRAS
005750                     TO TT-PRECIO-LETRAS(CANT-TT)
005760                 MOVE TA-PRECIO-PALABRAS
005770                     TO TT-PRECIO-PALABRAS(CANT-TT)
005780                 MOVE TA-PRECIO-EXCEP TO TT-PRECIO-EXCEP(CANT-TT)
005790             ELSE
005800                 DISPLAY "AVISO: MAS DE " LIM-TT " TARIFAS,"
005810                     " EL EXCEDENTE NO SE CARGA"
005820                 SET FIN-TARIFAS TO TRUE
005830             END-IF
005840     END-READ.
005850 2350-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------------
005890* 2400-CARGAR-MAESTRO - CARGA CODIGO, NOMBRE Y RESPONSABLE DEL
005900* MAESTRO DE DEPARTAMENTOS. SIN MAESTRO LAS FACTURAS SALEN IGUAL,
005910* SOLO QUE SIN NOMBRE NI RESPONSABLE.
005920*----------------------------------------------------------------
005930 2400-CARGAR-MAESTRO.
005940     OPEN INPUT DEPTOS-MAESTRO
005950     IF FS-DEPTMST NOT = "00" AND FS-DEPTMST NOT = "05"
005960         DISPLAY "AVISO: DEPTMST ILEGIBLE, STATUS " FS-DEPTMST
005970             ", FACTURAS SIN NOMBRE"
005980         GO TO 2400-EXIT
005990     END-IF
006000     PERFORM 2450-LEER-MAESTRO THRU 2450-EXIT
006010         UNTIL FIN-DEPTMST
006020     CLOSE DEPTOS-MAESTRO.
006030 2400-EXIT.
006040     EXIT.
006050
006060 2450-LEER-MAESTRO.
006070     READ DEPTOS-MAESTRO
006080         AT END
006090             SET FIN-DEPTMST TO TRUE
006100         NOT AT END
006110             IF CANT-DM < LIM-DM
006120                 ADD 1 TO CANT-DM
006130                 MOVE DM-CODIGO TO DM-T-CODIGO(CANT-DM)
006140                 MOVE DM-NOMBRE TO DM-T-NOMBRE(CANT-DM)
006150                 MOVE DM-RESPONSABLE TO DM-T-RESPONSABLE(CANT-DM)
006160             ELSE
006170                 SET FIN-DEPTMST TO TRUE
006180             END-IF
006190     END-READ.
006200 2450-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------------
006240* 3000-LEER-HISTORIA - LEE EL SIGUIENTE REGISTRO DEL HISTORIAL
006250* POR DEPARTAMENTO Y ACUMULA LOS DEL PERIODO, INCLUIDO EL
006260* RESUMEN "+++" (DIA 00) DE UN MES YA ARCHIVADO.
006270*----------------------------------------------------------------
006280 3000-LEER-HISTORIA.
006290     READ HIST-DEPTOS
006300         AT END
006310             SET FIN-HISTDEPT TO TRUE
006320         NOT AT END
006330             IF HD-FECHA IS NUMERIC
006340                 IF HD-FECHA(1:6) = PERIODO-FACT-DES
006350                     PERFORM 3100-ACUMULAR THRU 3100-EXIT
006360                 END-IF
006370             END-IF
006380     END-READ.
006390 3000-EXIT.
006400     EXIT.
006410
006420 3100-ACUMULAR.
006430     PERFORM 3200-UBICAR-DEPTO THRU 3200-EXIT
006440     ADD HD-VOCALES TO TF-VOCALES(TF-HALLADO)
006450     ADD HD-CONSONANTE TO TF-CONSONANTE(TF-HALLADO)
006460     ADD HD-ENIE TO TF-ENIE(TF-HALLADO)
006470     ADD HD-PALABRAS TO TF-PALABRAS(TF-HALLADO)
006480*    UN REGISTRO GRABADO ANTES DE QUE HISTDEPT LLEVARA
006490*    EXCEPCIONES TRAE ESE CAMPO EN BLANCO: NO SE FACTURAN.
006500     IF HD-EXCEPCIONES IS NUMERIC
006510         ADD HD-EXCEPCIONES TO TF-EXCEPCIONES(TF-HALLADO)
006520     END-IF
006530     ADD 1 TO TF-CORRIDAS(TF-HALLADO).
006540 3100-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------------
006580* 3200-UBICAR-DEPTO - BUSCA HD-DEPTO EN LA TABLA DE CONSUMO Y
006590* DEJA SU POSICION EN TF-HALLADO; SI NO ESTA, LO DA DE ALTA. CON
006600* LA TABLA LLENA SE ACUMULA EN LA ULTIMA ENTRADA BAJO "+++",
006610* COMO HACE CONTVOC1 CON DEPTOS-TABLA.
006620*----------------------------------------------------------------
006630 3200-UBICAR-DEPTO.
006640     MOVE 0 TO TF-HALLADO
006650     PERFORM 3250-COMPARAR-DEPTO THRU 3250-EXIT
006660         VARYING TF-SUB FROM 1 BY 1
006670         UNTIL TF-SUB > CANT-TF OR TF-HALLADO > 0
006680     IF TF-HALLADO = 0
006690         IF CANT-TF < LIM-TF
006700             ADD 1 TO CANT-TF
006710             MOVE HD-DEPTO TO TF-CODIGO(CANT-TF)
006720             MOVE CANT-TF TO TF-HALLADO
006730         ELSE
006740             MOVE "+++" TO TF-CODIGO(LIM-TF)
006750             MOVE LIM-TF TO TF-HALLADO
006760         END-IF
006770     END-IF.
006780 3200-EXIT.
006790     EXIT.
006800
006810 3250-COMPARAR-DEPTO.
006820     IF TF-CODIGO(TF-SUB) = HD-DEPTO
006830         MOVE TF-SUB TO TF-HALLADO
006840     END-IF.
006850 3250-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------
006890* 4000-EMITIR-FACTURAS - UNA FACTURA (PAGINA) Y UN DEBITO EN LA
006900* INTERFAZ POR CADA DEPARTAMENTO CON CONSUMO EN EL PERIODO.
006910*----------------------------------------------------------------
006920 4000-EMITIR-FACTURAS.
006930     PERFORM 4100-FACTURA-DEPTO THRU 4100-EXIT
006940         VARYING TF-SUB FROM 1 BY 1 UNTIL TF-SUB > CANT-TF.
006950 4000-EXIT.
006960     EXIT.
006970
006980 4100-FACTURA-DEPTO.
006990     PERFORM 4300-BUSCAR-NOMBRE THRU 4300-EXIT
007000*    LOS RESUMENES "+++" NO TIENEN DEPARTAMENTO: VAN SIEMPRE CON
007010*    LA TARIFA DEL TALLER.
007020     MOVE TF-CODIGO(TF-SUB) TO TARIFA-BUSCADA
007030     MOVE 0 TO TT-HALLADO
007040     IF TARIFA-BUSCADA NOT = "+++"
007050         PERFORM 4200-UBICAR-TARIFA THRU 4200-EXIT
007060     END-IF
007070     IF TT-HALLADO > 0
007080         MOVE "PROPIA DEL DEPARTAMENTO" TO TARIFA-ORIGEN
007090     ELSE
007100         MOVE OMISION-HALLADA TO TT-HALLADO
007110         MOVE "DEL TALLER (POR OMISION)" TO TARIFA-ORIGEN
007120     END-IF
007130     MOVE TT-VIGENCIA(TT-HALLADO) TO TAR-VIGENCIA
007140     MOVE TT-PRECIO-LETRAS(TT-HALLADO) TO TAR-PRECIO-LETRAS
007150     MOVE TT-PRECIO-PALABRAS(TT-HALLADO) TO TAR-PRECIO-PALABRAS
007160     MOVE TT-PRECIO-EXCEP(TT-HALLADO) TO TAR-PRECIO-EXCEP
007170     COMPUTE LETRAS-DEPTO = TF-VOCALES(TF-SUB)
007180         + TF-CONSONANTE(TF-SUB) + TF-ENIE(TF-SUB)
007190     COMPUTE IMP-LETRAS ROUNDED =
007200         LETRAS-DEPTO * TAR-PRECIO-LETRAS / 1000
007210     COMPUTE IMP-PALABRAS ROUNDED =
007220         TF-PALABRAS(TF-SUB) * TAR-PRECIO-PALABRAS / 1000
007230     COMPUTE IMP-EXCEP ROUNDED =
007240         TF-EXCEPCIONES(TF-SUB) * TAR-PRECIO-EXCEP
007250     COMPUTE IMP-DEPTO = IMP-LETRAS + IMP-PALABRAS + IMP-EXCEP
007260     ADD IMP-DEPTO TO TOT-IMPORTE
007270     ADD TF-VOCALES(TF-SUB) TO TOT-VOCALES
007280     ADD TF-CONSONANTE(TF-SUB) TO TOT-CONSONANTE
007290     ADD TF-ENIE(TF-SUB) TO TOT-ENIE
007300     ADD LETRAS-DEPTO TO TOT-LETRAS
007310     ADD TF-PALABRAS(TF-SUB) TO TOT-PALABRAS
007320     ADD TF-EXCEPCIONES(TF-SUB) TO TOT-EXCEPCIONES
007330     PERFORM 4500-IMPRIMIR-FACTURA THRU 4500-EXIT
007340     PERFORM 4700-GRABAR-DEBITO THRU 4700-EXIT.
007350 4100-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------
007390* 4200-UBICAR-TARIFA - BUSCA EN LA TABLA LA TARIFA DE
007400* TARIFA-BUSCADA CON LA VIGENCIA MAS RECIENTE QUE NO SUPERE EL
007410* FIN DEL PERIODO. DEJA SU POSICION EN TT-HALLADO (0 SI NO HAY).
007420*----------------------------------------------------------------
007430 4200-UBICAR-TARIFA.
007440     MOVE 0 TO TT-HALLADO
007450     PERFORM 4250-COMPARAR-TARIFA THRU 4250-EXIT
007460         VARYING TT-SUB FROM 1 BY 1 UNTIL TT-SUB > CANT-TT.
007470 4200-EXIT.
007480     EXIT.
007490
007500 4250-COMPARAR-TARIFA.
007510     IF TT-DEPTO(TT-SUB) NOT = TARIFA-BUSCADA OR
007520         TT-VIGENCIA(TT-SUB) > FECHA-CORTE-TARIFA
007530         GO TO 4250-EXIT
007540     END-IF
007550     IF TT-HALLADO = 0
007560         MOVE TT-SUB TO TT-HALLADO
007570     ELSE
007580         IF TT-VIGENCIA(TT-SUB) >= TT-VIGENCIA(TT-HALLADO)
007590             MOVE TT-SUB TO TT-HALLADO
007600         END-IF
007610     END-IF.
007620 4250-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660* 4300-BUSCAR-NOMBRE - DEJA EN NOMBRE-DEPTO Y RESPONSABLE-DEPTO
007670* LOS DATOS DEL MAESTRO PARA EL DEPARTAMENTO EN CURSO.
007680*----------------------------------------------------------------
007690 4300-BUSCAR-NOMBRE.
007700     MOVE SPACES TO NOMBRE-DEPTO
007710     MOVE SPACES TO RESPONSABLE-DEPTO
007720     IF TF-CODIGO(TF-SUB) = "+++"
007730         MOVE "RESUMENES ARCHIVADOS / VARIOS" TO NOMBRE-DEPTO
007740         GO TO 4300-EXIT
007750     END-IF
007760     MOVE 0 TO DM-HALLADO
007770     PERFORM 4350-COMPARAR-NOMBRE THRU 4350-EXIT
007780         VARYING DM-SUB FROM 1 BY 1
007790         UNTIL DM-SUB > CANT-DM OR DM-HALLADO > 0
007800     IF DM-HALLADO > 0
007810         MOVE DM-T-NOMBRE(DM-HALLADO) TO NOMBRE-DEPTO
007820         MOVE DM-T-RESPONSABLE(DM-HALLADO) TO RESPONSABLE-DEPTO
007830     ELSE
007840         MOVE "(NO FIGURA EN EL MAESTRO)" TO NOMBRE-DEPTO
007850     END-IF.
007860 4300-EXIT.
007870     EXIT.
007880
007890 4350-COMPARAR-NOMBRE.
007900     IF DM-T-CODIGO(DM-SUB) = TF-CODIGO(TF-SUB)
007910         MOVE DM-SUB TO DM-HALLADO
007920     END-IF.
007930 4350-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------------
007970* 4500-IMPRIMIR-FACTURA - IMPRIME LA FACTURA DEL DEPARTAMENTO EN
007980* CURSO EN UNA PAGINA PROPIA: DATOS DEL DEPARTAMENTO, TARIFA
007990* APLICADA, DETALLE POR CONCEPTO Y TOTAL A DEBITAR.
008000*----------------------------------------------------------------
008010 4500-IMPRIMIR-FACTURA.
008020     PERFORM 6910-NUEVA-PAGINA THRU 6910-EXIT
008030     MOVE SPACES TO LINEA-REPORTE
008040     STRING "PERIODO FACTURADO:  " PF-ANO "/" PF-MES
008050         DELIMITED BY SIZE INTO LINEA-REPORTE
008060     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008070     MOVE SPACES TO LINEA-REPORTE
008080     STRING "DEPARTAMENTO:       " TF-CODIGO(TF-SUB)
008090         " " NOMBRE-DEPTO
008100         DELIMITED BY SIZE INTO LINEA-REPORTE
008110     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008120     MOVE SPACES TO LINEA-REPORTE
008130     STRING "RESPONSABLE:        " RESPONSABLE-DEPTO
008140         DELIMITED BY SIZE INTO LINEA-REPORTE
008150     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008160     MOVE SPACES TO LINEA-REPORTE
008170     STRING "CENTRO DE COSTO:    " TF-CODIGO(TF-SUB)
008180         "   CUENTA: " CUENTA-DEBITO
008190         DELIMITED BY SIZE INTO LINEA-REPORTE
008200     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008210     MOVE SPACES TO LINEA-REPORTE
008220     STRING "TARIFA " TARIFA-ORIGEN
008230         " VIGENTE DESDE " TAR-VIGENCIA
008240         DELIMITED BY SIZE INTO LINEA-REPORTE
008250     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008260     MOVE TF-CORRIDAS(TF-SUB) TO CORRIDAS-D
008270     MOVE SPACES TO LINEA-REPORTE
008280     STRING "CORRIDAS DEL PERIODO: " CORRIDAS-D
008290         DELIMITED BY SIZE INTO LINEA-REPORTE
008300     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008310     MOVE SPACES TO LINEA-REPORTE
008320     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008330     MOVE SPACES TO LINEA-REPORTE
008340     STRING "CONCEPTO                CANTIDAD    PRECIO"
008350         "          IMPORTE"
008360         DELIMITED BY SIZE INTO LINEA-REPORTE
008370     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008380     MOVE "LETRAS (POR MIL)" TO CONCEPTO-D
008390     MOVE LETRAS-DEPTO TO TOTAL-D
008400     MOVE TAR-PRECIO-LETRAS TO PRECIO-D
008410     MOVE IMP-LETRAS TO IMPORTE-D
008420     PERFORM 4550-LINEA-CONCEPTO THRU 4550-EXIT
008430     MOVE "PALABRAS (POR MIL)" TO CONCEPTO-D
008440     MOVE TF-PALABRAS(TF-SUB) TO TOTAL-D
008450     MOVE TAR-PRECIO-PALABRAS TO PRECIO-D
008460     MOVE IMP-PALABRAS TO IMPORTE-D
008470     PERFORM 4550-LINEA-CONCEPTO THRU 4550-EXIT
008480     MOVE "EXCEPCIONES (C/U)" TO CONCEPTO-D
008490     MOVE TF-EXCEPCIONES(TF-SUB) TO TOTAL-D
008500     MOVE TAR-PRECIO-EXCEP TO PRECIO-D
008510     MOVE IMP-EXCEP TO IMPORTE-D
008520     PERFORM 4550-LINEA-CONCEPTO THRU 4550-EXIT
008530     MOVE SPACES TO LINEA-REPORTE
008540     STRING "----------------------------------------------------"
008550         "-----------"
008560         DELIMITED BY SIZE INTO LINEA-REPORTE
008570     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
008580     MOVE IMP-DEPTO TO IMPORTE-D
008590     MOVE SPACES TO LINEA-REPORTE
008600     STRING "TOTAL A DEBITAR AL DEPARTAMENTO"
008610         "                 " IMPORTE-D
008620         DELIMITED BY SIZE INTO LINEA-REPORTE
008630     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
008640 4500-EXIT.
008650     EXIT.
008660
008670 4550-LINEA-CONCEPTO.
008680     MOVE SPACES TO LINEA-REPORTE
008690     STRING CONCEPTO-D " " TOTAL-D "  " PRECIO-D
008700         "  " IMPORTE-D
008710         DELIMITED BY SIZE INTO LINEA-REPORTE
008720     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
008730 4550-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------------
008770* 4700-GRABAR-DEBITO - GRABA EN LA INTERFAZ EL DEBITO DEL
008780* DEPARTAMENTO EN CURSO, CON SU CODIGO COMO CENTRO DE COSTO.
008790*----------------------------------------------------------------
008800 4700-GRABAR-DEBITO.
008810     MOVE SPACES TO INTERFAZ-REC
008820     MOVE "D" TO GL-TIPO
008830     MOVE PERIODO-FACT TO GL-PERIODO
008840     MOVE FECHA-EJECUCION-N TO GL-FECHA-PROC
008850     MOVE TF-CODIGO(TF-SUB) TO GL-CENTRO
008860     MOVE CUENTA-DEBITO TO GL-CUENTA
008870     MOVE IMP-DEPTO TO GL-IMPORTE
008880     STRING "SERVICIO CONTEO " PERIODO-FACT " "
008890         TF-CODIGO(TF-SUB)
008900         DELIMITED BY SIZE INTO GL-DESCRIPCION
008910     WRITE INTERFAZ-REC
008920     ADD 1 TO CANT-MOVIMIENTOS.
008930 4700-EXIT.
008940     EXIT.
008950
008960*----------------------------------------------------------------
008970* 5000-HOJA-CONTROL - ULTIMA PAGINA DE LA EMISION: TOTALES
008980* FACTURADOS Y CONCILIACION DE LO FACTURADO CONTRA LOS TOTALES
008990* DEL MES QUE GUARDO EL CIERRE. UNA DIFERENCIA NO IMPIDE LA
009000* FACTURACION PERO LA DEJA EN RC=4 PARA REVISION.
009010*----------------------------------------------------------------
009020 5000-HOJA-CONTROL.
009030     PERFORM 6910-NUEVA-PAGINA THRU 6910-EXIT
009040     MOVE SPACES TO LINEA-REPORTE
009050     STRING "HOJA DE CONTROL DE LA FACTURACION - PERIODO "
009060         PF-ANO "/" PF-MES
009070         DELIMITED BY SIZE INTO LINEA-REPORTE
009080     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009090     IF REFACTURA-AUTORIZADA
009100         MOVE SPACES TO LINEA-REPORTE
009110         STRING "REFACTURACION AUTORIZADA POR " AUTORIZA-REFACT
009120             DELIMITED BY SIZE INTO LINEA-REPORTE
009130         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009140     END-IF
009150     IF CANT-TF = 0
009160         MOVE SPACES TO LINEA-REPORTE
009170         STRING "SIN CONSUMO REGISTRADO EN HISTDEPT"
009180             " PARA EL PERIODO"
009190             DELIMITED BY SIZE INTO LINEA-REPORTE
009200         PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009210     END-IF
009220     MOVE CANT-TF TO TOTAL-D
009230     MOVE SPACES TO LINEA-REPORTE
009240     STRING "FACTURAS EMITIDAS:          " TOTAL-D
009250         DELIMITED BY SIZE INTO LINEA-REPORTE
009260     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009270     MOVE TOT-LETRAS TO TOTAL-D
009280     MOVE SPACES TO LINEA-REPORTE
009290     STRING "LETRAS FACTURADAS:          " TOTAL-D
009300         DELIMITED BY SIZE INTO LINEA-REPORTE
009310     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009320     MOVE TOT-PALABRAS TO TOTAL-D
009330     MOVE SPACES TO LINEA-REPORTE
009340     STRING "PALABRAS FACTURADAS:        " TOTAL-D
009350         DELIMITED BY SIZE INTO LINEA-REPORTE
009360     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009370     MOVE TOT-EXCEPCIONES TO TOTAL-D
009380     MOVE SPACES TO LINEA-REPORTE
009390     STRING "EXCEPCIONES FACTURADAS:     " TOTAL-D
009400         DELIMITED BY SIZE INTO LINEA-REPORTE
009410     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009420     MOVE TOT-IMPORTE TO IMPORTE-D
009430     MOVE SPACES TO LINEA-REPORTE
009440     STRING "IMPORTE TOTAL FACTURADO:    " IMPORTE-D
009450         DELIMITED BY SIZE INTO LINEA-REPORTE
009460     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009470     MOVE SPACES TO LINEA-REPORTE
009480     STRING "----------------------------------------------------"
009490         DELIMITED BY SIZE INTO LINEA-REPORTE
009500     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009510     MOVE SPACES TO LINEA-REPORTE
009520     STRING "CONCILIACION CONTRA EL CIERRE  FACTURADO     CIERRE"
009530         DELIMITED BY SIZE INTO LINEA-REPORTE
009540     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
009550     MOVE "VOCALES" TO CONCEPTO-D
009560     MOVE TOT-VOCALES TO TOTAL-D
009570     MOVE CIE-VOCALES TO TOTAL-D2
009580     PERFORM 5100-LINEA-CONCILIACION THRU 5100-EXIT
009590     IF TOT-VOCALES NOT = CIE-VOCALES
009600         ADD 1 TO CANT-DIFERENCIAS
009610     END-IF
009620     MOVE "CONSONANTES" TO CONCEPTO-D
009630     MOVE TOT-CONSONANTE TO TOTAL-D
009640     MOVE CIE-CONSONANTE TO TOTAL-D2
009650     PERFORM 5100-LINEA-CONCILIACION THRU 5100-EXIT
009660     IF TOT-CONSONANTE NOT = CIE-CONSONANTE
009670         ADD 1 TO CANT-DIFERENCIAS
009680     END-IF
009690     MOVE "ENIES" TO CONCEPTO-D
009700     MOVE TOT-ENIE TO TOTAL-D
009710     MOVE CIE-ENIE TO TOTAL-D2
009720     PERFORM 5100-LINEA-CONCILIACION THRU 5100-EXIT
009730     IF TOT-ENIE NOT = CIE-ENIE
009740         ADD 1 TO CANT-DIFERENCIAS
009750     END-IF
009760     MOVE "PALABRAS" TO CONCEPTO-D
009770     MOVE TOT-PALABRAS TO TOTAL-D
009780     MOVE CIE-PALABRAS TO TOTAL-D2
009790     PERFORM 5100-LINEA-CONCILIACION THRU 5100-EXIT
009800     IF TOT-PALABRAS NOT = CIE-PALABRAS
009810         ADD 1 TO CANT-DIFERENCIAS
009820     END-IF
009830     MOVE SPACES TO LINEA-REPORTE
009840     IF CANT-DIFERENCIAS = 0
009850         STRING "CONCILIACION: OK, LO FACTURADO CUADRA"
009860             " CON EL CIERRE"
009870             DELIMITED BY SIZE INTO LINEA-REPORTE
009880     ELSE
009890         STRING "CONCILIACION: *** DIFERENCIAS CONTRA EL CIERRE,"
009900             " REVISAR ***"
009910             DELIMITED BY SIZE INTO LINEA-REPORTE
009920         MOVE 4 TO RETURN-CODE
009930     END-IF
009940     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
009950 5000-EXIT.
009960     EXIT.
009970
009980 5100-LINEA-CONCILIACION.
009990     MOVE SPACES TO LINEA-REPORTE
010000     STRING "   " CONCEPTO-D " " TOTAL-D "  " TOTAL-D2
010010         DELIMITED BY SIZE INTO LINEA-REPORTE
010020     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
010030 5100-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 5500-CERRAR-INTERFAZ - GRABA EL CREDITO DEL TALLER POR EL TOTAL
010080* FACTURADO Y EL TRAILER DE CONTROL (CANTIDAD DE MOVIMIENTOS Y
010090* TOTALES DEBE Y HABER), E IMPRIME LAS CIFRAS DE CONTROL AL PIE
010100* DE LA HOJA DE CONTROL.
010110*----------------------------------------------------------------
010120 5500-CERRAR-INTERFAZ.
010130     MOVE SPACES TO INTERFAZ-REC
010140     MOVE "C" TO GL-TIPO
010150     MOVE PERIODO-FACT TO GL-PERIODO
010160     MOVE FECHA-EJECUCION-N TO GL-FECHA-PROC
010170     MOVE CENTRO-TALLER TO GL-CENTRO
010180     MOVE CUENTA-CREDITO TO GL-CUENTA
010190     MOVE TOT-IMPORTE TO GL-IMPORTE
010200     STRING "RECUPERO SERVICIO CONTEO " PERIODO-FACT
010210         DELIMITED BY SIZE INTO GL-DESCRIPCION
010220     WRITE INTERFAZ-REC
010230     ADD 1 TO CANT-MOVIMIENTOS
010240     MOVE SPACES TO INTERFAZ-TRL-REC
010250     MOVE "T" TO GT-TIPO
010260     MOVE PERIODO-FACT TO GT-PERIODO
010270     MOVE FECHA-EJECUCION-N TO GT-FECHA-PROC
010280     MOVE CANT-MOVIMIENTOS TO GT-CANT-MOVIMIENTOS
010290     MOVE TOT-IMPORTE TO GT-TOTAL-DEBE
010300     MOVE TOT-IMPORTE TO GT-TOTAL-HABER
010310     WRITE INTERFAZ-TRL-REC
010320     MOVE SPACES TO LINEA-REPORTE
010330     STRING "----------------------------------------------------"
010340         DELIMITED BY SIZE INTO LINEA-REPORTE
010350     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
010360     MOVE CANT-MOVIMIENTOS TO TOTAL-D
010370     MOVE SPACES TO LINEA-REPORTE
010380     STRING "INTERFAZ GL: MOVIMIENTOS=" TOTAL-D
010390         DELIMITED BY SIZE INTO LINEA-REPORTE
010400     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
010410     MOVE TOT-IMPORTE TO IMPORTE-D
010420     MOVE SPACES TO LINEA-REPORTE
010430     STRING "             DEBE =HABER=" IMPORTE-D
010440         DELIMITED BY SIZE INTO LINEA-REPORTE
010450     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
010460     MOVE PAGINA-NUM TO PAGINA-D
010470     MOVE SPACES TO LINEA-REPORTE
010480     STRING "PAGINAS EMITIDAS: " PAGINA-D
010490         DELIMITED BY SIZE INTO LINEA-REPORTE
010500     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT
010510     MOVE SPACES TO LINEA-REPORTE
010520     STRING "FIN DE FACTURACION - PERIODO " PF-ANO "/" PF-MES
010530         DELIMITED BY SIZE INTO LINEA-REPORTE
010540     PERFORM 6900-ESCRIBIR-LINEA THRU 6900-EXIT.
010550 5500-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------------
010590* 6000-REGISTRAR-FACTURACION - ASIENTA EL PERIODO EN EL REGISTRO
010600* DE PERIODOS FACTURADOS, RECIEN CUANDO FACTURAS E INTERFAZ YA
010610* ESTAN GRABADAS, PARA QUE UNA CAIDA A MITAD DE CAMINO PUEDA
010620* RELANZARSE SIN TARJETA DE REFACTURACION.
010630*----------------------------------------------------------------
010640 6000-REGISTRAR-FACTURACION.
010650     OPEN EXTEND FACTURAS-REG
010660*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE QUE EL OPEN CREA.
010670     IF FS-FACTREG NOT = "00" AND FS-FACTREG NOT = "05"
010680         DISPLAY "ERROR AL ABRIR FACTREG, STATUS " FS-FACTREG
010690         MOVE 16 TO RETURN-CODE
010700         GO TO 6000-EXIT
010710     END-IF
010720     MOVE SPACES TO FACTURA-REG-REC
010730     MOVE PERIODO-FACT TO FR-PERIODO
010740     MOVE FECHA-EJECUCION-N TO FR-FECHA-PROC
010750     MOVE HORA-PROCESO TO FR-HORA-PROC
010760     IF REFACTURA-AUTORIZADA
010770         MOVE "S" TO FR-REFACTURA
010780         MOVE AUTORIZA-REFACT TO FR-AUTORIZA
010790     ELSE
010800         MOVE "N" TO FR-REFACTURA
010810     END-IF
010820     MOVE CANT-TF TO FR-CANT-DEPTOS
010830     MOVE TOT-IMPORTE TO FR-IMPORTE
010840     MOVE RETURN-CODE TO FR-RETORNO
010850     WRITE FACTURA-REG-REC
010860     CLOSE FACTURAS-REG.
010870 6000-EXIT.
010880     EXIT.
010890
010900*----------------------------------------------------------------
010910* 6900-ESCRIBIR-LINEA - SERVICIO DE IMPRESION DE LAS FACTURAS,
010920* COMO EN CONTVOC1: TODA LINEA SALE POR AQUI Y AL COMPLETARSE
010930* UNA PAGINA SE ENCABEZA LA SIGUIENTE (6910).
010940*----------------------------------------------------------------
010950 6900-ESCRIBIR-LINEA.
010960     IF LINEA-NUM >= LINEAS-POR-PAGINA
010970         PERFORM 6910-NUEVA-PAGINA THRU 6910-EXIT
010980     END-IF
010990     MOVE SPACE TO RPT-CONTROL
011000     MOVE LINEA-REPORTE TO RPT-DATOS
011010     WRITE REPORTE-OUT-REC
011020     ADD 1 TO LINEA-NUM.
011030 6900-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------------
011070* 6910-NUEVA-PAGINA - SALTA DE PAGINA (CONTROL DE CARRO "1") E
011080* IMPRIME EL ENCABEZADO: TITULO, PROGRAMA, FECHA, HORA Y NUMERO
011090* DE PAGINA. CADA FACTURA Y LA HOJA DE CONTROL EMPIEZAN AQUI.
011100*----------------------------------------------------------------
011110 6910-NUEVA-PAGINA.
011120     ADD 1 TO PAGINA-NUM
011130     MOVE PAGINA-NUM TO PAGINA-D
011140     MOVE SPACES TO REPORTE-OUT-REC
011150     MOVE "1" TO RPT-CONTROL
011160     STRING "FACTURACION INTERNA - SERVICIO DE CONTEO DE VOCALES"
011170         "      PAGINA " PAGINA-D
011180         DELIMITED BY SIZE INTO RPT-DATOS
011190     WRITE REPORTE-OUT-REC
011200     MOVE SPACES TO REPORTE-OUT-REC
011210     MOVE SPACE TO RPT-CONTROL
011220     STRING "PROGRAMA CONTVOCG   FECHA " FE-ANO "/" FE-MES
011230         "/" FE-DIA "  HORA " HR-HH ":" HR-MM ":" HR-SS
011240         DELIMITED BY SIZE INTO RPT-DATOS
011250     WRITE REPORTE-OUT-REC
011260     MOVE SPACES TO REPORTE-OUT-REC
011270     MOVE SPACE TO RPT-CONTROL
011280     STRING "----------------------------------------------------"
011290         DELIMITED BY SIZE INTO RPT-DATOS
011300     WRITE REPORTE-OUT-REC
011310     MOVE 3 TO LINEA-NUM.
011320 6910-EXIT.
011330     EXIT.
011340
011350 END PROGRAM CONTVOCG.
