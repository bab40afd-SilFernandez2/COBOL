000010*****************************************************************
000020* PROGRAM:      CONTVOCO
000030* AUTHOR:       SILVIA FERNANDEZ
000040* INSTALLATION: DEPARTAMENTO DE PROCESAMIENTO DE DATOS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      MANTENIMIENTO DEL PERFIL DE OPERADORES (OPERADOR)
000080*               CON QUE CONTVOCM IDENTIFICA AL OPERADOR ANTES DEL
000090*               MENU. LEE TARJETAS DE MOVIMIENTO PARA DAR DE ALTA,
000100*               CAMBIAR O REVOCAR PERFILES, LAS APLICA SOBRE EL
000110*               KSDS E IMPRIME EL REGISTRO DE CAMBIOS CON LOS
000120*               MOVIMIENTOS APLICADOS, LOS RECHAZADOS CON SU
000130*               MOTIVO Y LOS PERFILES VIGENTES AL CIERRE. LAS
000140*               CLAVES NUNCA SE IMPRIMEN. UN CAMBIO SOBRE UN
000150*               PERFIL BLOQUEADO POR CLAVES ERRADAS LO VUELVE A
000160*               ACTIVAR.
000170*
000180* MODIFICATION HISTORY.
000190*   DATE       INIT  DESCRIPTION
000200*   ---------- ----  ----------------------------------------------
000210*   15/10/2026 SF    PROGRAMA ORIGINAL.
000220*****************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CONTVOCO.
000250 AUTHOR. SILVIA FERNANDEZ.
000260 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000270 DATE-WRITTEN. 15/10/2026.
000280 DATE-COMPILED. 15/10/2026.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MOVIMIENTOS-IN
000340         ASSIGN TO OPERMOV
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS FS-MOVIMIENTOS.
000370     SELECT OPTIONAL OPERADORES
000380         ASSIGN TO OPERADOR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS OP-CODIGO
000420         FILE STATUS IS FS-OPERADOR.
000430     SELECT REPORTE-OUT
000440         ASSIGN TO OPERREPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-REPORTE.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  MOVIMIENTOS-IN.
000510*    TARJETA DE MOVIMIENTO: ACCION (1, A=ALTA, C=CAMBIO,
000520*    R=REVOCAR), CODIGO DE OPERADOR (2-9), NOMBRE (10-39), CLAVE
000530*    (40-47), GRUPO (48, N=NOCTURNO, S=SUPERVISOR, A=ANALISIS),
000540*    OPCIONES DEL MENU HABILITADAS COMO LISTA DE DIGITOS 1 A 6
000550*    (49-54, EN BLANCO = LAS DEL GRUPO), CODIGO DEL SUPERVISOR QUE
000560*    AUTORIZA (55-62) Y COMENTARIO LIBRE (63-80). EN UN CAMBIO,
000570*    LOS CAMPOS EN BLANCO QUEDAN COMO ESTAN.
000580 01  MOVIMIENTO-REC.
000590     05  MV-ACCION                   PIC X(01).
000600     05  MV-CODIGO                   PIC X(08).
000610     05  MV-NOMBRE                   PIC X(30).
000620     05  MV-CLAVE                    PIC X(08).
000630     05  MV-GRUPO                    PIC X(01).
000640     05  MV-OPCIONES                 PIC X(06).
000650     05  MV-AUTORIZA                 PIC X(08).
000660     05  FILLER                      PIC X(18).
000670 FD  OPERADORES.
000680*    MISMO LAYOUT QUE EL FD OPERADORES DE CONTVOCM: OPCIONES CON
000690*    "S" EN LA POSICION DE CADA OPCION HABILITADA, ESTADO
000700*    A=ACTIVO, B=BLOQUEADO POR CLAVES ERRADAS, R=REVOCADO. UN
000710*    PERFIL REVOCADO NO SE BORRA: QUEDA COMO CONSTANCIA Y SOLO UN
000720*    ALTA LO REPONE.
000730 01  OPERADOR-REC.
000740     05  OP-CODIGO                   PIC X(08).
000750     05  OP-NOMBRE                   PIC X(30).
000760     05  OP-CLAVE                    PIC X(08).
000770     05  OP-GRUPO                    PIC X(01).
000780     05  OP-OPCIONES                 PIC X(06).
000790     05  OP-ESTADO                   PIC X(01).
000800     05  OP-INTENTOS                 PIC 9(01).
000810     05  OP-FECHA-ALTA               PIC 9(08).
000820     05  OP-FECHA-CAMBIO             PIC 9(08).
000830     05  OP-FECHA-ACCESO             PIC 9(08).
000840     05  FILLER                      PIC X(01).
000850 FD  REPORTE-OUT.
000860 01  REPORTE-OUT-REC             PIC X(80).
000870
000880 WORKING-STORAGE SECTION.
000890*    SWITCHES AND STATUS FIELDS.
000900 77  FS-MOVIMIENTOS              PIC X(02) VALUE "00".
000910 77  FS-OPERADOR                 PIC X(02) VALUE "00".
000920 77  FS-REPORTE                  PIC X(02) VALUE "00".
000930 77  EOF-MOVIMIENTOS             PIC X(01) VALUE "N".
000940     88  FIN-MOVIMIENTOS         VALUE "Y".
000950 77  EOF-OPERADOR                PIC X(01) VALUE "N".
000960     88  FIN-OPERADOR            VALUE "Y".
000970 77  RECHAZO-SW                  PIC X(01) VALUE "N".
000980     88  MOVIMIENTO-RECHAZADO    VALUE "S".
000990 77  PERFIL-SW                   PIC X(01) VALUE "N".
001000     88  PERFIL-REGISTRADO       VALUE "S".
001010*    OPCIONES DEL MENU POR GRUPO, CUANDO LA TARJETA NO TRAE LA
001020*    LISTA: NOCTURNO 2 Y 5, SUPERVISOR 3, 4 Y 6, ANALISIS SOLO 6.
001030 77  OPCIONES-NOCTURNO           PIC X(06) VALUE "NSNNSN".
001040 77  OPCIONES-SUPERVISOR         PIC X(06) VALUE "NNSSNS".
001050 77  OPCIONES-ANALISIS           PIC X(06) VALUE "NNNNNS".
001060*    CAMPOS DE TRABAJO DEL MOVIMIENTO. OPCIONES-NUEVAS EN BLANCO =
001070*    LA TARJETA NO CAMBIA LAS OPCIONES.
001080 77  OPCIONES-NUEVAS             PIC X(06) VALUE SPACES.
001090 77  OPCIONES-ANTERIORES         PIC X(06) VALUE SPACES.
001100 77  PERFIL-NOMBRE               PIC X(30) VALUE SPACES.
001110 77  PERFIL-OPCIONES             PIC X(06) VALUE SPACES.
001120 77  OPCIONES-INVALIDAS          PIC 9(02) COMP VALUE 0.
001130 77  OPC-SUB                     PIC 9(02) COMP VALUE 0.
001140 01  OPC-CARACTER                PIC X(01).
001150 01  OPC-NUMERO REDEFINES OPC-CARACTER PIC 9(01).
001160 77  ACCION-TEXTO                PIC X(07) VALUE SPACES.
001170 77  MOTIVO-RECHAZO              PIC X(30) VALUE SPACES.
001180*    LISTA IMPRIMIBLE DE UNA MASCARA DE OPCIONES: EL DIGITO DE
001190*    CADA OPCION HABILITADA Y UN PUNTO EN LAS DEMAS (".2..5.").
001200 77  MASCARA-LISTA               PIC X(06) VALUE SPACES.
001210 77  OPC-LISTA                   PIC X(06) VALUE SPACES.
001220 77  OPC-LISTA-ANT               PIC X(06) VALUE SPACES.
001230 01  DIGITOS-OPCION              PIC X(06) VALUE "123456".
001240*    CONTADORES DE CONTROL DEL REGISTRO DE CAMBIOS.
001250 77  CANT-APLICADOS              PIC 9(05) COMP VALUE 0.
001260 77  CANT-RECHAZADOS             PIC 9(05) COMP VALUE 0.
001270 77  CANT-ACTIVOS                PIC 9(05) COMP VALUE 0.
001280 77  CANT-BLOQUEADOS             PIC 9(05) COMP VALUE 0.
001290 77  CANT-REVOCADOS              PIC 9(05) COMP VALUE 0.
001300 77  CANT-D                      PIC ZZZZ9.
001310 77  LINEA-REPORTE               PIC X(80).
001320*    SEGUNDA LINEA DE UN CAMBIO APLICADO: QUE CAMPOS CAMBIARON.
001330 01  LINEA-CAMBIOS.
001340     05  FILLER                      PIC X(18) VALUE
001350         "          CAMBIA: ".
001360     05  LC-NOMBRE                   PIC X(07).
001370     05  LC-CLAVE                    PIC X(06).
001380     05  LC-OPCIONES                 PIC X(24).
001390     05  LC-DESBLOQUEO               PIC X(10).
001400     05  FILLER                      PIC X(15) VALUE SPACES.
001410 01  FECHA-EJECUCION.
001420     05  FE-ANO                      PIC 9(4).
001430     05  FE-MES                      PIC 9(2).
001440     05  FE-DIA                      PIC 9(2).
001450 01  FECHA-EJECUCION-N REDEFINES FECHA-EJECUCION PIC 9(8).
001460
001470 PROCEDURE DIVISION.
001480*----------------------------------------------------------------
001490* 0000-MAINLINE - APLICA LAS TARJETAS DE MOVIMIENTO UNA POR UNA
001500* SOBRE EL PERFIL DE OPERADORES, LISTA LOS PERFILES VIGENTES E
001510* IMPRIME LOS TOTALES DEL REGISTRO. TERMINA CON RETURN-CODE 4 SI
001520* ALGUNA TARJETA FUE RECHAZADA, PARA QUE QUIEN SOMETIO EL
001530* MOVIMIENTO REVISE EL REGISTRO DE CAMBIOS.
001540*----------------------------------------------------------------
001550 0000-MAINLINE.
001560     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
001570     IF RETURN-CODE = 0
001580         PERFORM 2000-LEER-MOVIMIENTO THRU 2000-EXIT
001590             UNTIL FIN-MOVIMIENTOS
001600         PERFORM 5500-LISTAR-PERFILES THRU 5500-EXIT
001610         PERFORM 6000-TOTALES-REGISTRO THRU 6000-EXIT
001620         PERFORM 7000-CERRAR-ARCHIVOS THRU 7000-EXIT
001630         IF RETURN-CODE = 0 AND CANT-RECHAZADOS > 0
001640             MOVE 4 TO RETURN-CODE
001650         END-IF
001660     END-IF
001670     STOP RUN.
001680
001690*----------------------------------------------------------------
001700* 1000-INICIALIZAR - ABRE LOS ARCHIVOS CON CONTROL DE FILE
001710* STATUS E IMPRIME EL ENCABEZADO DEL REGISTRO DE CAMBIOS. UN
001720* PERFIL VACIO ES VALIDO: LA PRIMERA EJECUCION DA DE ALTA A LOS
001730* PRIMEROS OPERADORES.
001740*----------------------------------------------------------------
001750 1000-INICIALIZAR.
001760     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
001770     OPEN I-O OPERADORES
001780     IF FS-OPERADOR NOT = "00" AND FS-OPERADOR NOT = "05"
001790         DISPLAY "ERROR AL ABRIR OPERADOR, STATUS " FS-OPERADOR
001800         MOVE 16 TO RETURN-CODE
001810         GO TO 1000-EXIT
001820     END-IF
001830     OPEN INPUT MOVIMIENTOS-IN
001840     IF FS-MOVIMIENTOS NOT = "00"
001850         DISPLAY "ERROR AL ABRIR OPERMOV, STATUS "
001860             FS-MOVIMIENTOS
001870         MOVE 16 TO RETURN-CODE
001880         CLOSE OPERADORES
001890         GO TO 1000-EXIT
001900     END-IF
001910     OPEN OUTPUT REPORTE-OUT
001920     IF FS-REPORTE NOT = "00"
001930         DISPLAY "ERROR AL ABRIR OPERREPT, STATUS " FS-REPORTE
001940         MOVE 16 TO RETURN-CODE
001950         CLOSE MOVIMIENTOS-IN
001960         CLOSE OPERADORES
001970         GO TO 1000-EXIT
001980     END-IF
001990     PERFORM 1100-ENCABEZADO THRU 1100-EXIT.
002000 1000-EXIT.
002010     EXIT.
002020
002030 1100-ENCABEZADO.
002040     MOVE SPACES TO LINEA-REPORTE
002050     STRING "REGISTRO DE CAMBIOS AL PERFIL DE OPERADORES"
002060         DELIMITED BY SIZE INTO LINEA-REPORTE
002070     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
002080     MOVE SPACES TO LINEA-REPORTE
002090     STRING "FECHA DE PROCESO: " FE-ANO "/" FE-MES "/" FE-DIA
002100         DELIMITED BY SIZE INTO LINEA-REPORTE
002110     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
002120     MOVE SPACES TO LINEA-REPORTE
002130     STRING "----------------------------------------------------"
002140         DELIMITED BY SIZE INTO LINEA-REPORTE
002150     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
002160 1100-EXIT.
002170     EXIT.
002180
002190 2000-LEER-MOVIMIENTO.
002200     READ MOVIMIENTOS-IN
002210         AT END
002220             SET FIN-MOVIMIENTOS TO TRUE
002230         NOT AT END
002240             PERFORM 3000-UN-MOVIMIENTO THRU 3000-EXIT
002250     END-READ.
002260 2000-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------------
002300* 3000-UN-MOVIMIENTO - VALIDA UNA TARJETA DE MOVIMIENTO Y, SI
002310* PASA, LA APLICA SOBRE EL PERFIL. CUALQUIER DEFECTO (ACCION
002320* DESCONOCIDA, SIN AUTORIZANTE, OPERADOR YA REGISTRADO O NO
002330* REGISTRADO, GRUPO U OPCIONES INVALIDAS) RECHAZA LA TARJETA SIN
002340* TOCAR EL PERFIL.
002350*----------------------------------------------------------------
002360 3000-UN-MOVIMIENTO.
002370     MOVE "N" TO RECHAZO-SW
002380     MOVE SPACES TO MOTIVO-RECHAZO
002390     PERFORM 3100-VALIDAR-MOVIMIENTO THRU 3100-EXIT
002400     IF MOVIMIENTO-RECHAZADO
002410         ADD 1 TO CANT-RECHAZADOS
002420         PERFORM 4200-LINEA-RECHAZO THRU 4200-EXIT
002430         GO TO 3000-EXIT
002440     END-IF
002450     EVALUATE MV-ACCION
002460         WHEN "A"
002470             PERFORM 3200-ALTA-OPERADOR THRU 3200-EXIT
002480         WHEN "C"
002490             PERFORM 3300-CAMBIO-OPERADOR THRU 3300-EXIT
002500         WHEN OTHER
002510             PERFORM 3400-REVOCAR-OPERADOR THRU 3400-EXIT
002520     END-EVALUATE
002530     IF FS-OPERADOR NOT = "00"
002540         DISPLAY "ERROR AL GRABAR OPERADOR " MV-CODIGO
002550             ", STATUS " FS-OPERADOR
002560         MOVE 16 TO RETURN-CODE
002570         ADD 1 TO CANT-RECHAZADOS
002580         MOVE "ERROR DE GRABACION" TO MOTIVO-RECHAZO
002590         PERFORM 4200-LINEA-RECHAZO THRU 4200-EXIT
002600         GO TO 3000-EXIT
002610     END-IF
002620     ADD 1 TO CANT-APLICADOS
002630     PERFORM 4100-LINEA-APLICADO THRU 4100-EXIT.
002640 3000-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------------
002680* 3100-VALIDAR-MOVIMIENTO - TODA TARJETA LLEVA CODIGO Y UN
002690* SUPERVISOR QUE LA AUTORIZA, DISTINTO DEL OPERADOR AFECTADO. EL
002700* ALTA PIDE NOMBRE, CLAVE Y GRUPO U OPCIONES, Y SOLO REPONE UN
002710* PERFIL SI ESTABA REVOCADO. EL CAMBIO Y LA REVOCACION PIDEN UN
002720* PERFIL REGISTRADO Y NO REVOCADO; UN CAMBIO SIN DATOS SOLO SE
002730* ACEPTA PARA DESBLOQUEAR.
002740*----------------------------------------------------------------
002750 3100-VALIDAR-MOVIMIENTO.
002760     IF MV-ACCION NOT = "A" AND MV-ACCION NOT = "C" AND
002770         MV-ACCION NOT = "R"
002780         MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
002790         MOVE "S" TO RECHAZO-SW
002800         GO TO 3100-EXIT
002810     END-IF
002820     IF MV-CODIGO = SPACES
002830         MOVE "CODIGO EN BLANCO" TO MOTIVO-RECHAZO
002840         MOVE "S" TO RECHAZO-SW
002850         GO TO 3100-EXIT
002860     END-IF
002870     IF MV-AUTORIZA = SPACES
002880         MOVE "SIN SUPERVISOR QUE AUTORIZA" TO MOTIVO-RECHAZO
002890         MOVE "S" TO RECHAZO-SW
002900         GO TO 3100-EXIT
002910     END-IF
002920     IF MV-AUTORIZA = MV-CODIGO
002930         MOVE "AUTORIZA SU PROPIO PERFIL" TO MOTIVO-RECHAZO
002940         MOVE "S" TO RECHAZO-SW
002950         GO TO 3100-EXIT
002960     END-IF
002970     MOVE "N" TO PERFIL-SW
002980     MOVE MV-CODIGO TO OP-CODIGO
002990     READ OPERADORES
003000         INVALID KEY
003010             CONTINUE
003020         NOT INVALID KEY
003030             MOVE "S" TO PERFIL-SW
003040     END-READ
003050     IF MV-ACCION = "A"
003060         PERFORM 3110-VALIDAR-ALTA THRU 3110-EXIT
003070         GO TO 3100-EXIT
003080     END-IF
003090     IF NOT PERFIL-REGISTRADO
003100         MOVE "OPERADOR NO REGISTRADO" TO MOTIVO-RECHAZO
003110         MOVE "S" TO RECHAZO-SW
003120         GO TO 3100-EXIT
003130     END-IF
003140     IF OP-ESTADO = "R"
003150         MOVE "PERFIL YA REVOCADO" TO MOTIVO-RECHAZO
003160         MOVE "S" TO RECHAZO-SW
003170         GO TO 3100-EXIT
003180     END-IF
003190     IF MV-ACCION = "C"
003200         PERFORM 3120-VALIDAR-CAMBIO THRU 3120-EXIT
003210     END-IF.
003220 3100-EXIT.
003230     EXIT.
003240
003250 3110-VALIDAR-ALTA.
003260     IF PERFIL-REGISTRADO AND OP-ESTADO NOT = "R"
003270         MOVE "OPERADOR YA REGISTRADO" TO MOTIVO-RECHAZO
003280         MOVE "S" TO RECHAZO-SW
003290         GO TO 3110-EXIT
003300     END-IF
003310     IF MV-NOMBRE = SPACES
003320         MOVE "ALTA SIN NOMBRE" TO MOTIVO-RECHAZO
003330         MOVE "S" TO RECHAZO-SW
003340         GO TO 3110-EXIT
003350     END-IF
003360     IF MV-CLAVE = SPACES
003370         MOVE "ALTA SIN CLAVE" TO MOTIVO-RECHAZO
003380         MOVE "S" TO RECHAZO-SW
003390         GO TO 3110-EXIT
003400     END-IF
003410     IF MV-GRUPO = SPACE AND MV-OPCIONES = SPACES
003420         MOVE "ALTA SIN GRUPO NI OPCIONES" TO MOTIVO-RECHAZO
003430         MOVE "S" TO RECHAZO-SW
003440         GO TO 3110-EXIT
003450     END-IF
003460     PERFORM 3150-ARMAR-OPCIONES THRU 3150-EXIT.
003470 3110-EXIT.
003480     EXIT.
003490
003500 3120-VALIDAR-CAMBIO.
003510     IF MV-NOMBRE = SPACES AND MV-CLAVE = SPACES AND
003520         MV-GRUPO = SPACE AND MV-OPCIONES = SPACES AND
003530         OP-ESTADO NOT = "B"
003540         MOVE "CAMBIO SIN DATOS" TO MOTIVO-RECHAZO
003550         MOVE "S" TO RECHAZO-SW
003560         GO TO 3120-EXIT
003570     END-IF
003580     PERFORM 3150-ARMAR-OPCIONES THRU 3150-EXIT.
003590 3120-EXIT.
003600     EXIT.
003610
003620*----------------------------------------------------------------
003630* 3150-ARMAR-OPCIONES - ARMA EN OPCIONES-NUEVAS LA MASCARA DE
003640* OPCIONES DEL MENU QUE PIDE LA TARJETA: LA LISTA DE DIGITOS SI
003650* VIENE, SI NO LAS DEL GRUPO. SIN LISTA NI GRUPO QUEDA EN BLANCO
003660* (LAS OPCIONES NO CAMBIAN). UN GRUPO DESCONOCIDO, UN DIGITO FUERA
003670* DE 1 A 6 O UNA LISTA SIN NINGUNA OPCION RECHAZAN LA TARJETA.
003680*----------------------------------------------------------------
003690 3150-ARMAR-OPCIONES.
003700     MOVE SPACES TO OPCIONES-NUEVAS
003710     IF MV-GRUPO NOT = SPACE
003720         EVALUATE MV-GRUPO
003730             WHEN "N"
003740                 MOVE OPCIONES-NOCTURNO TO OPCIONES-NUEVAS
003750             WHEN "S"
003760                 MOVE OPCIONES-SUPERVISOR TO OPCIONES-NUEVAS
003770             WHEN "A"
003780                 MOVE OPCIONES-ANALISIS TO OPCIONES-NUEVAS
003790             WHEN OTHER
003800                 MOVE "GRUPO INVALIDO" TO MOTIVO-RECHAZO
003810                 MOVE "S" TO RECHAZO-SW
003820                 GO TO 3150-EXIT
003830         END-EVALUATE
003840     END-IF
003850     IF MV-OPCIONES = SPACES
003860         GO TO 3150-EXIT
003870     END-IF
003880     MOVE ALL "N" TO OPCIONES-NUEVAS
003890     MOVE 0 TO OPCIONES-INVALIDAS
003900     PERFORM 3160-UNA-OPCION THRU 3160-EXIT
003910         VARYING OPC-SUB FROM 1 BY 1 UNTIL OPC-SUB > 6
003920     IF OPCIONES-INVALIDAS > 0
003930         MOVE "OPCIONES INVALIDAS" TO MOTIVO-RECHAZO
003940         MOVE "S" TO RECHAZO-SW
003950         GO TO 3150-EXIT
003960     END-IF
003970     IF OPCIONES-NUEVAS = ALL "N"
003980         MOVE "SIN OPCIONES HABILITADAS" TO MOTIVO-RECHAZO
003990         MOVE "S" TO RECHAZO-SW
004000     END-IF.
004010 3150-EXIT.
004020     EXIT.
004030
004040 3160-UNA-OPCION.
004050     MOVE MV-OPCIONES(OPC-SUB:1) TO OPC-CARACTER
004060     IF OPC-CARACTER = SPACE
004070         GO TO 3160-EXIT
004080     END-IF
004090     IF OPC-CARACTER < "1" OR OPC-CARACTER > "6"
004100         ADD 1 TO OPCIONES-INVALIDAS
004110         GO TO 3160-EXIT
004120     END-IF
004130     MOVE "S" TO OPCIONES-NUEVAS(OPC-NUMERO:1).
004140 3160-EXIT.
004150     EXIT.
004160
004170*----------------------------------------------------------------
004180* 3200-ALTA-OPERADOR - GRABA EL PERFIL NUEVO, ACTIVO Y SIN CLAVES
004190* ERRADAS. SI EL CODIGO ESTABA REVOCADO LO REEMPLAZA (REALTA): EL
004200* PERFIL ANTERIOR NO CONSERVA NADA.
004210*----------------------------------------------------------------
004220 3200-ALTA-OPERADOR.
004230     IF PERFIL-REGISTRADO
004240         MOVE "REALTA" TO ACCION-TEXTO
004250     ELSE
004260         MOVE "ALTA" TO ACCION-TEXTO
004270     END-IF
004280     MOVE SPACES TO OPERADOR-REC
004290     MOVE MV-CODIGO TO OP-CODIGO
004300     MOVE MV-NOMBRE TO OP-NOMBRE
004310     MOVE MV-CLAVE TO OP-CLAVE
004320     MOVE MV-GRUPO TO OP-GRUPO
004330     MOVE OPCIONES-NUEVAS TO OP-OPCIONES
004340     MOVE "A" TO OP-ESTADO
004350     MOVE 0 TO OP-INTENTOS
004360     MOVE FECHA-EJECUCION-N TO OP-FECHA-ALTA
004370     MOVE FECHA-EJECUCION-N TO OP-FECHA-CAMBIO
004380     MOVE 0 TO OP-FECHA-ACCESO
004390     MOVE OP-NOMBRE TO PERFIL-NOMBRE
004400     MOVE OP-OPCIONES TO PERFIL-OPCIONES
004410     IF PERFIL-REGISTRADO
004420         REWRITE OPERADOR-REC
004430             INVALID KEY
004440                 CONTINUE
004450         END-REWRITE
004460     ELSE
004470         WRITE OPERADOR-REC
004480             INVALID KEY
004490                 CONTINUE
004500         END-WRITE
004510     END-IF.
004520 3200-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------
004560* 3300-CAMBIO-OPERADOR - REEMPLAZA LOS CAMPOS QUE LA TARJETA TRAE
004570* Y DEJA LOS DEMAS. TODO CAMBIO PONE EN CERO LAS CLAVES ERRADAS Y
004580* REACTIVA UN PERFIL BLOQUEADO. ARMA LA LINEA DE CAMPOS CAMBIADOS.
004590*----------------------------------------------------------------
004600 3300-CAMBIO-OPERADOR.
004610     MOVE "CAMBIO" TO ACCION-TEXTO
004620     MOVE SPACES TO LC-NOMBRE LC-CLAVE LC-OPCIONES LC-DESBLOQUEO
004630     MOVE OP-OPCIONES TO OPCIONES-ANTERIORES
004640     IF MV-NOMBRE NOT = SPACES
004650         MOVE MV-NOMBRE TO OP-NOMBRE
004660         MOVE "NOMBRE" TO LC-NOMBRE
004670     END-IF
004680     IF MV-CLAVE NOT = SPACES
004690         MOVE MV-CLAVE TO OP-CLAVE
004700         MOVE "CLAVE" TO LC-CLAVE
004710     END-IF
004720     IF MV-GRUPO NOT = SPACE
004730         MOVE MV-GRUPO TO OP-GRUPO
004740     END-IF
004750     IF OPCIONES-NUEVAS NOT = SPACES
004760         MOVE OPCIONES-NUEVAS TO OP-OPCIONES
004770         MOVE OPCIONES-ANTERIORES TO MASCARA-LISTA
004780         PERFORM 8000-ARMAR-LISTA THRU 8000-EXIT
004790         MOVE OPC-LISTA TO OPC-LISTA-ANT
004800         STRING "OPCIONES (ANTES " OPC-LISTA-ANT ")"
004810             DELIMITED BY SIZE INTO LC-OPCIONES
004820     END-IF
004830     IF OP-ESTADO = "B"
004840         MOVE "A" TO OP-ESTADO
004850         MOVE "DESBLOQUEO" TO LC-DESBLOQUEO
004860     END-IF
004870     MOVE 0 TO OP-INTENTOS
004880     MOVE FECHA-EJECUCION-N TO OP-FECHA-CAMBIO
004890     MOVE OP-NOMBRE TO PERFIL-NOMBRE
004900     MOVE OP-OPCIONES TO PERFIL-OPCIONES
004910     REWRITE OPERADOR-REC
004920         INVALID KEY
004930             CONTINUE
004940     END-REWRITE.
004950 3300-EXIT.
004960     EXIT.
004970
004980 3400-REVOCAR-OPERADOR.
004990     MOVE "REVOCA" TO ACCION-TEXTO
005000     MOVE "R" TO OP-ESTADO
005010     MOVE FECHA-EJECUCION-N TO OP-FECHA-CAMBIO
005020     MOVE OP-NOMBRE TO PERFIL-NOMBRE
005030     MOVE OP-OPCIONES TO PERFIL-OPCIONES
005040     REWRITE OPERADOR-REC
005050         INVALID KEY
005060             CONTINUE
005070     END-REWRITE.
005080 3400-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------------
005120* 4100-LINEA-APLICADO - UNA LINEA POR MOVIMIENTO APLICADO CON EL
005130* PERFIL COMO QUEDO (SIN LA CLAVE) Y EL SUPERVISOR QUE AUTORIZO;
005140* EN UN CAMBIO, UNA SEGUNDA LINEA CON LOS CAMPOS CAMBIADOS. EL
005150* PERFIL SALE DE LA COPIA TOMADA ANTES DE GRABAR: DESPUES DEL
005160* WRITE O REWRITE EL AREA DEL REGISTRO YA NO ES VALIDA.
005170*----------------------------------------------------------------
005180 4100-LINEA-APLICADO.
005190     MOVE PERFIL-OPCIONES TO MASCARA-LISTA
005200     PERFORM 8000-ARMAR-LISTA THRU 8000-EXIT
005210     MOVE SPACES TO LINEA-REPORTE
005220     STRING "APLICADO " ACCION-TEXTO " " MV-CODIGO
005230         " " PERFIL-NOMBRE " OPC=" OPC-LISTA
005240         " AUT=" MV-AUTORIZA
005250         DELIMITED BY SIZE INTO LINEA-REPORTE
005260     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005270     IF MV-ACCION = "C"
005280         WRITE REPORTE-OUT-REC FROM LINEA-CAMBIOS
005290     END-IF.
005300 4100-EXIT.
005310     EXIT.
005320
005330*----------------------------------------------------------------
005340* 4200-LINEA-RECHAZO - LA TARJETA RECHAZADA SE IMPRIME SOLO HASTA
005350* EL NOMBRE, PARA NO DEJAR LA CLAVE EN EL REGISTRO DE CAMBIOS.
005360*----------------------------------------------------------------
005370 4200-LINEA-RECHAZO.
005380     MOVE SPACES TO LINEA-REPORTE
005390     STRING "RECHAZADO " MOVIMIENTO-REC(1:39)
005400         " " MOTIVO-RECHAZO
005410         DELIMITED BY SIZE INTO LINEA-REPORTE
005420     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
005430 4200-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------------
005470* 5500-LISTAR-PERFILES - IMPRIME LOS PERFILES VIGENTES AL CIERRE,
005480* EN ORDEN DE CODIGO, CON GRUPO, OPCIONES, ESTADO, CLAVES ERRADAS
005490* SEGUIDAS Y FECHA DEL ULTIMO INGRESO (CERO = NUNCA INGRESO).
005500*----------------------------------------------------------------
005510 5500-LISTAR-PERFILES.
005520     MOVE SPACES TO LINEA-REPORTE
005530     STRING "----------------------------------------------------"
005540         DELIMITED BY SIZE INTO LINEA-REPORTE
005550     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005560     MOVE SPACES TO LINEA-REPORTE
005570     STRING "PERFILES REGISTRADOS AL CIERRE:"
005580         DELIMITED BY SIZE INTO LINEA-REPORTE
005590     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005600     MOVE SPACES TO LINEA-REPORTE
005610     STRING "   CODIGO   NOMBRE                         G OPCION"
005620         " E I ULT.ACCESO"
005630         DELIMITED BY SIZE INTO LINEA-REPORTE
005640     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005650     MOVE "N" TO EOF-OPERADOR
005660     MOVE LOW-VALUES TO OP-CODIGO
005670     START OPERADORES KEY IS NOT LESS THAN OP-CODIGO
005680         INVALID KEY
005690             SET FIN-OPERADOR TO TRUE
005700     END-START
005710     PERFORM 5600-LINEA-PERFIL THRU 5600-EXIT
005720         UNTIL FIN-OPERADOR
005730     IF CANT-ACTIVOS + CANT-BLOQUEADOS + CANT-REVOCADOS = 0
005740         MOVE SPACES TO LINEA-REPORTE
005750         STRING "   (NINGUNO)"
005760             DELIMITED BY SIZE INTO LINEA-REPORTE
005770         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
005780     END-IF.
005790 5500-EXIT.
005800     EXIT.
005810
005820 5600-LINEA-PERFIL.
005830     READ OPERADORES NEXT RECORD
005840         AT END
005850             SET FIN-OPERADOR TO TRUE
005860             GO TO 5600-EXIT
005870     END-READ
005880     EVALUATE OP-ESTADO
005890         WHEN "A"
005900             ADD 1 TO CANT-ACTIVOS
005910         WHEN "B"
005920             ADD 1 TO CANT-BLOQUEADOS
005930         WHEN OTHER
005940             ADD 1 TO CANT-REVOCADOS
005950     END-EVALUATE
005960     MOVE OP-OPCIONES TO MASCARA-LISTA
005970     PERFORM 8000-ARMAR-LISTA THRU 8000-EXIT
005980     MOVE SPACES TO LINEA-REPORTE
005990     STRING "   " OP-CODIGO " " OP-NOMBRE " " OP-GRUPO
006000         " " OPC-LISTA " " OP-ESTADO " " OP-INTENTOS
006010         " " OP-FECHA-ACCESO
006020         DELIMITED BY SIZE INTO LINEA-REPORTE
006030     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
006040 5600-EXIT.
006050     EXIT.
006060
006070 6000-TOTALES-REGISTRO.
006080     MOVE SPACES TO LINEA-REPORTE
006090     STRING "----------------------------------------------------"
006100         DELIMITED BY SIZE INTO LINEA-REPORTE
006110     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006120     MOVE CANT-APLICADOS TO CANT-D
006130     MOVE SPACES TO LINEA-REPORTE
006140     STRING "MOVIMIENTOS APLICADOS:  " CANT-D
006150         DELIMITED BY SIZE INTO LINEA-REPORTE
006160     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006170     MOVE CANT-RECHAZADOS TO CANT-D
006180     MOVE SPACES TO LINEA-REPORTE
006190     STRING "MOVIMIENTOS RECHAZADOS: " CANT-D
006200         DELIMITED BY SIZE INTO LINEA-REPORTE
006210     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006220     MOVE CANT-ACTIVOS TO CANT-D
006230     MOVE SPACES TO LINEA-REPORTE
006240     STRING "PERFILES ACTIVOS:       " CANT-D
006250         DELIMITED BY SIZE INTO LINEA-REPORTE
006260     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006270     MOVE CANT-BLOQUEADOS TO CANT-D
006280     MOVE SPACES TO LINEA-REPORTE
006290     STRING "PERFILES BLOQUEADOS:    " CANT-D
006300         DELIMITED BY SIZE INTO LINEA-REPORTE
006310     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006320     MOVE CANT-REVOCADOS TO CANT-D
006330     MOVE SPACES TO LINEA-REPORTE
006340     STRING "PERFILES REVOCADOS:     " CANT-D
006350         DELIMITED BY SIZE INTO LINEA-REPORTE
006360     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
006370     MOVE SPACES TO LINEA-REPORTE
006380     STRING "FIN DE REPORTE - PERFIL DE OPERADORES"
006390         DELIMITED BY SIZE INTO LINEA-REPORTE
006400     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
006410 6000-EXIT.
006420     EXIT.
006430
006440 7000-CERRAR-ARCHIVOS.
006450     CLOSE MOVIMIENTOS-IN
006460     CLOSE OPERADORES
006470     CLOSE REPORTE-OUT.
006480 7000-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------------
006520* 8000-ARMAR-LISTA - PASA LA MASCARA DE OPCIONES EN MASCARA-LISTA
006530* A SU FORMA IMPRIMIBLE EN OPC-LISTA.
006540*----------------------------------------------------------------
006550 8000-ARMAR-LISTA.
006560     MOVE ALL "." TO OPC-LISTA
006570     PERFORM 8010-UNA-POSICION THRU 8010-EXIT
006580         VARYING OPC-SUB FROM 1 BY 1 UNTIL OPC-SUB > 6.
006590 8000-EXIT.
006600     EXIT.
006610
006620 8010-UNA-POSICION.
006630     IF MASCARA-LISTA(OPC-SUB:1) = "S"
006640         MOVE DIGITOS-OPCION(OPC-SUB:1) TO OPC-LISTA(OPC-SUB:1)
006650     END-IF.
006660 8010-EXIT.
006670     EXIT.
006680
006690 END PROGRAM CONTVOCO.
