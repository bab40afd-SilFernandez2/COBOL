000010*****************************************************************
000020* PROGRAM:      CONTVOCK
000030* AUTHOR:       SILVIA FERNANDEZ
000040* INSTALLATION: DEPARTAMENTO DE PROCESAMIENTO DE DATOS
000050* DATE-WRITTEN: 15/10/2026
000060* DATE-COMPILED:
000070* PURPOSE:      MANTENIMIENTO DEL CALENDARIO DE LOTES ESPERADOS
000080*               (CALENDAR). EL CALENDARIO LISTA LOS FERIADOS Y,
000090*               POR DEPARTAMENTO DE CAPTURA, LOS DIAS DE LA SEMANA
000100*               EN QUE ESE DEPARTAMENTO DEBE ENVIAR DATOS. LEE
000110*               TARJETAS DE MOVIMIENTO, LAS APLICA E IMPRIME EL
000120*               REGISTRO DE CAMBIOS CON LOS MOVIMIENTOS APLICADOS,
000130*               LOS RECHAZADOS CON SU MOTIVO Y EL CALENDARIO
000140*               VIGENTE AL CIERRE. CONTVOC1 LO USA EN LA CORRIDA
000150*               NOCTURNA PARA DISTINGUIR UNA NOCHE SIN LOTE
000160*               ESPERADO DE UNA TRANSMISION PERDIDA, Y CONTVOC2 Y
000170*               CONTVOC6 PARA NO TOMAR LOS FERIADOS COMO DIAS DE
000180*               BAJO VOLUMEN.
000190*
000200* MODIFICATION HISTORY.
000210*   DATE       INIT  DESCRIPTION
000220*   ---------- ----  ----------------------------------------------
000230*   15/10/2026 SF    PROGRAMA ORIGINAL.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CONTVOCK.
000270 AUTHOR. SILVIA FERNANDEZ.
000280 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000290 DATE-WRITTEN. 15/10/2026.
000300 DATE-COMPILED. 15/10/2026.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT MOVIMIENTOS-IN
000360         ASSIGN TO CALMOV
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS FS-MOVIMIENTOS.
000390     SELECT CALENDARIO
000400         ASSIGN TO CALENDAR
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FS-CALENDAR.
000430     SELECT DEPTOS-MAESTRO
000440         ASSIGN TO DEPTMST
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS FS-DEPTMST.
000470     SELECT REPORTE-OUT
000480         ASSIGN TO CALREPT
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS FS-REPORTE.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  MOVIMIENTOS-IN.
000550*    TARJETA DE MOVIMIENTO: ACCION (1, F=ALTA DE FERIADO,
000560*    Q=QUITAR FERIADO, D=DIAS DE ENVIO DE UN DEPARTAMENTO,
000570*    X=QUITAR EL DEPARTAMENTO DEL CALENDARIO), FECHA AAAAMMDD
000580*    (2-9, F Y Q) O CODIGO DE DEPARTAMENTO (2-4, D Y X), DIAS DE
000590*    ENVIO DE LUNES A DOMINGO CON "S" O "N" (10-16, SOLO D),
000600*    DESCRIPCION (17-46) Y COMENTARIO LIBRE (47-80).
000610 01  MOVIMIENTO-REC.
000620     05  MV-ACCION                   PIC X(01).
000630     05  MV-CLAVE                    PIC X(08).
000640     05  MV-CLAVE-DEPTO REDEFINES MV-CLAVE.
000650        10  MV-DEPTO                 PIC X(03).
000660        10  FILLER                   PIC X(05).
000670     05  MV-DIAS                     PIC X(07).
000680     05  MV-DESCRIPCION              PIC X(30).
000690     05  FILLER                      PIC X(34).
000700 FD  CALENDARIO.
000710*    CALENDARIO DE LOTES ESPERADOS (MISMO LAYOUT QUE EN CONTVOC1,
000720*    CONTVOC2 Y CONTVOC6). TIPO "F" = FERIADO, CON LA FECHA EN LA
000730*    CLAVE; TIPO "D" = DEPARTAMENTO, CON EL CODIGO EN LA CLAVE Y
000740*    SUS DIAS DE ENVIO DE LUNES A DOMINGO ("S" = ENVIA). LOS
000750*    FERIADOS SE GRABAN EN ORDEN DE FECHA Y DESPUES LOS
000760*    DEPARTAMENTOS.
000770 01  CALENDARIO-REC.
000780     05  CA-TIPO                     PIC X(01).
000790     05  CA-CLAVE                    PIC X(08).
000800     05  CA-CLAVE-DEPTO REDEFINES CA-CLAVE.
000810        10  CA-DEPTO                 PIC X(03).
000820        10  FILLER                   PIC X(05).
000830     05  CA-DIAS                     PIC X(07).
000840     05  CA-DESCRIPCION              PIC X(30).
000850     05  CA-FECHA-ALTA               PIC 9(08).
000860     05  FILLER                      PIC X(26).
000870 FD  DEPTOS-MAESTRO.
000880*    MISMO LAYOUT QUE EL FD DEPTOS-MAESTRO DE CONTVOC1. AQUI SOLO
000890*    SE USAN CODIGO, NOMBRE Y ESTADO, PARA VALIDAR LAS TARJETAS D.
000900 01  DEPTO-MAESTRO-REC.
000910     05  DM-CODIGO                   PIC X(03).
000920     05  DM-NOMBRE                   PIC X(30).
000930     05  DM-ESTADO                   PIC X(01).
000940     05  FILLER                      PIC X(46).
000950 FD  REPORTE-OUT.
000960 01  REPORTE-OUT-REC             PIC X(80).
000970
000980 WORKING-STORAGE SECTION.
000990*    SWITCHES AND STATUS FIELDS.
001000 77  FS-MOVIMIENTOS              PIC X(02) VALUE "00".
001010 77  FS-CALENDAR                 PIC X(02) VALUE "00".
001020 77  FS-DEPTMST                  PIC X(02) VALUE "00".
001030 77  FS-REPORTE                  PIC X(02) VALUE "00".
001040 77  EOF-MOVIMIENTOS             PIC X(01) VALUE "N".
001050     88  FIN-MOVIMIENTOS         VALUE "Y".
001060 77  EOF-CALENDAR                PIC X(01) VALUE "N".
001070     88  FIN-CALENDAR            VALUE "Y".
001080 77  EOF-DEPTMST                 PIC X(01) VALUE "N".
001090     88  FIN-DEPTMST             VALUE "Y".
001100 77  RECHAZO-SW                  PIC X(01) VALUE "N".
001110     88  MOVIMIENTO-RECHAZADO    VALUE "S".
001120*    COPIA EN MEMORIA DEL CALENDARIO: SE CARGA COMPLETA AL INICIO,
001130*    LOS MOVIMIENTOS SE APLICAN SOBRE LAS TABLAS Y RECIEN AL
001140*    CIERRE SE REGRABA EL ARCHIVO SI HUBO CAMBIOS APLICADOS. LOS
001150*    FERIADOS SE MANTIENEN EN ORDEN DE FECHA.
001160 77  LIM-FR                      PIC 9(03) COMP VALUE 366.
001170 77  CANT-FR                     PIC 9(03) COMP VALUE 0.
001180 77  FR-SUB                      PIC 9(03) COMP VALUE 0.
001190 77  FR-HALLADO                  PIC 9(03) COMP VALUE 0.
001200 01  FR-TABLA.
001210     05  FR-ENT OCCURS 366 TIMES.
001220        10  FR-T-FECHA                  PIC 9(08).
001230        10  FR-T-DESCRIPCION            PIC X(30).
001240        10  FR-T-ALTA                   PIC 9(08).
001250 77  LIM-CD                      PIC 9(02) COMP VALUE 50.
001260 77  CANT-CD                     PIC 9(02) COMP VALUE 0.
001270 77  CD-SUB                      PIC 9(02) COMP VALUE 0.
001280 77  CD-HALLADO                  PIC 9(02) COMP VALUE 0.
001290 01  CD-TABLA.
001300     05  CD-ENT OCCURS 50 TIMES.
001310        10  CD-T-DEPTO                  PIC X(03).
001320        10  CD-T-DIAS                   PIC X(07).
001330        10  CD-T-DESCRIPCION            PIC X(30).
001340        10  CD-T-ALTA                   PIC 9(08).
001350*    DEPARTAMENTOS DEL MAESTRO, PARA VALIDAR LAS TARJETAS D: SOLO
001360*    UN DEPARTAMENTO ACTIVO PUEDE TENER DIAS DE ENVIO ESPERADOS.
001370 77  LIM-DM                      PIC 9(02) COMP VALUE 50.
001380 77  CANT-DM                     PIC 9(02) COMP VALUE 0.
001390 77  DM-SUB                      PIC 9(02) COMP VALUE 0.
001400 77  DM-HALLADO                  PIC 9(02) COMP VALUE 0.
001410 01  DM-TABLA.
001420     05  DM-ENT OCCURS 50 TIMES.
001430        10  DM-T-CODIGO                 PIC X(03).
001440        10  DM-T-NOMBRE                 PIC X(30).
001450        10  DM-T-ESTADO                 PIC X(01).
001460*    NOMBRES DE LOS DIAS DE LA SEMANA, DE LUNES (1) A DOMINGO (7),
001470*    EN EL MISMO ORDEN QUE LOS DIAS DE ENVIO DEL CALENDARIO.
001480 01  NOMBRES-DIAS-VALORES.
001490     05  FILLER                      PIC X(09) VALUE "LUNES".
001500     05  FILLER                      PIC X(09) VALUE "MARTES".
001510     05  FILLER                      PIC X(09) VALUE "MIERCOLES".
001520     05  FILLER                      PIC X(09) VALUE "JUEVES".
001530     05  FILLER                      PIC X(09) VALUE "VIERNES".
001540     05  FILLER                      PIC X(09) VALUE "SABADO".
001550     05  FILLER                      PIC X(09) VALUE "DOMINGO".
001560 01  NOMBRES-DIAS REDEFINES NOMBRES-DIAS-VALORES.
001570     05  NOMBRE-DIA                  PIC X(09) OCCURS 7 TIMES.
001580 77  DIA-SEMANA                  PIC 9(01) VALUE 0.
001590 77  DIA-SUB                     PIC 9(02) COMP VALUE 0.
001600 77  DIAS-INVALIDOS              PIC 9(02) COMP VALUE 0.
001610 77  DIAS-CON-ENVIO              PIC 9(02) COMP VALUE 0.
001620 77  DIAS-ANTERIORES             PIC X(07) VALUE SPACES.
001630*    VALIDACION DE FECHAS: LA FECHA SE PASA A DIA JULIANO Y DE
001640*    VUELTA A AAAAMMDD; SI NO SE OBTIENE LA MISMA FECHA, EL DIA NO
001650*    EXISTE EN ESE MES (31/04, 29/02 DE UN ANO NO BISIESTO, ETC.).
001660 01  FECHA-CALC.
001670     05  FC-ANO                      PIC 9(4).
001680     05  FC-MES                      PIC 9(2).
001690     05  FC-DIA                      PIC 9(2).
001700 01  FECHA-CALC-N REDEFINES FECHA-CALC PIC 9(8).
001710 77  FECHA-VUELTA                PIC 9(8) VALUE 0.
001720 77  JD-A                        PIC 9(02) COMP VALUE 0.
001730 77  JD-Y                        PIC 9(05) COMP VALUE 0.
001740 77  JD-M                        PIC 9(02) COMP VALUE 0.
001750 77  JD-T1                       PIC 9(07) COMP VALUE 0.
001760 77  JD-T2                       PIC 9(07) COMP VALUE 0.
001770 77  JD-T3                       PIC 9(07) COMP VALUE 0.
001780 77  JD-T4                       PIC 9(07) COMP VALUE 0.
001790 77  JD-NUMERO                   PIC 9(08) COMP VALUE 0.
001800 77  JI-L                        PIC 9(08) COMP VALUE 0.
001810 77  JI-N                        PIC 9(08) COMP VALUE 0.
001820 77  JI-I                        PIC 9(08) COMP VALUE 0.
001830 77  JI-J                        PIC 9(08) COMP VALUE 0.
001840 77  JI-T                        PIC 9(08) COMP VALUE 0.
001850*    CONTADORES DE CONTROL DEL REGISTRO DE CAMBIOS.
001860 77  CANT-APLICADOS              PIC 9(05) COMP VALUE 0.
001870 77  CANT-RECHAZADOS             PIC 9(05) COMP VALUE 0.
001880 77  CANT-D                      PIC ZZZZ9.
001890*    CAMPOS DE TRABAJO DEL MOVIMIENTO.
001900 77  FECHA-MOV                   PIC 9(08) VALUE 0.
001910 77  DEPTO-BUSCA                 PIC X(03) VALUE SPACES.
001920 77  MOTIVO-RECHAZO              PIC X(30) VALUE SPACES.
001930 77  LINEA-REPORTE               PIC X(80).
001940 01  FECHA-EJECUCION.
001950     05  FE-ANO                      PIC 9(4).
001960     05  FE-MES                      PIC 9(2).
001970     05  FE-DIA                      PIC 9(2).
001980 01  FECHA-EJECUCION-N REDEFINES FECHA-EJECUCION PIC 9(8).
001990
002000 PROCEDURE DIVISION.
002010*----------------------------------------------------------------
002020* 0000-MAINLINE - CARGA EL CALENDARIO Y EL MAESTRO DE
002030* DEPARTAMENTOS EN MEMORIA, APLICA LAS TARJETAS DE MOVIMIENTO UNA
002040* POR UNA, REGRABA EL CALENDARIO SI HUBO CAMBIOS E IMPRIME EL
002050* CALENDARIO VIGENTE Y LOS TOTALES DEL REGISTRO. TERMINA CON
002060* RETURN-CODE 4 SI ALGUNA TARJETA FUE RECHAZADA, PARA QUE QUIEN
002070* SOMETIO EL MOVIMIENTO REVISE EL REGISTRO DE CAMBIOS.
002080*----------------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INICIALIZAR THRU 1000-EXIT
002110     IF RETURN-CODE = 0
002120         PERFORM 2000-LEER-MOVIMIENTO THRU 2000-EXIT
002130             UNTIL FIN-MOVIMIENTOS
002140         PERFORM 5000-REGRABAR-CALENDARIO THRU 5000-EXIT
002150         PERFORM 5500-LISTAR-CALENDARIO THRU 5500-EXIT
002160         PERFORM 6000-TOTALES-REGISTRO THRU 6000-EXIT
002170         PERFORM 7000-CERRAR-ARCHIVOS THRU 7000-EXIT
002180         IF RETURN-CODE = 0 AND CANT-RECHAZADOS > 0
002190             MOVE 4 TO RETURN-CODE
002200         END-IF
002210     END-IF
002220     STOP RUN.
002230
002240*----------------------------------------------------------------
002250* 1000-INICIALIZAR - ABRE LOS ARCHIVOS CON CONTROL DE FILE
002260* STATUS, CARGA EL CALENDARIO (UN CALENDARIO VACIO ES VALIDO: LA
002270* PRIMERA EJECUCION LO PUEBLA) Y EL MAESTRO DE DEPARTAMENTOS, E
002280* IMPRIME EL ENCABEZADO DEL REGISTRO DE CAMBIOS.
002290*----------------------------------------------------------------
002300 1000-INICIALIZAR.
002310     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
002320     OPEN INPUT CALENDARIO
002330     IF FS-CALENDAR NOT = "00"
002340         DISPLAY "ERROR AL ABRIR CALENDAR, STATUS " FS-CALENDAR
002350         MOVE 16 TO RETURN-CODE
002360         GO TO 1000-EXIT
002370     END-IF
002380     PERFORM 1300-CARGAR-CALENDARIO THRU 1300-EXIT
002390         UNTIL FIN-CALENDAR
002400     CLOSE CALENDARIO
002410     IF RETURN-CODE NOT = 0
002420         GO TO 1000-EXIT
002430     END-IF
002440     OPEN INPUT DEPTOS-MAESTRO
002450     IF FS-DEPTMST NOT = "00"
002460         DISPLAY "ERROR AL ABRIR DEPTMST, STATUS " FS-DEPTMST
002470         MOVE 16 TO RETURN-CODE
002480         GO TO 1000-EXIT
002490     END-IF
002500     PERFORM 1500-CARGAR-DEPTOS THRU 1500-EXIT
002510         UNTIL FIN-DEPTMST
002520     CLOSE DEPTOS-MAESTRO
002530     OPEN INPUT MOVIMIENTOS-IN
002540     IF FS-MOVIMIENTOS NOT = "00"
002550         DISPLAY "ERROR AL ABRIR CALMOV, STATUS "
002560             FS-MOVIMIENTOS
002570         MOVE 16 TO RETURN-CODE
002580         GO TO 1000-EXIT
002590     END-IF
002600     OPEN OUTPUT REPORTE-OUT
002610     IF FS-REPORTE NOT = "00"
002620         DISPLAY "ERROR AL ABRIR CALREPT, STATUS " FS-REPORTE
002630         MOVE 16 TO RETURN-CODE
002640         CLOSE MOVIMIENTOS-IN
002650         GO TO 1000-EXIT
002660     END-IF
002670     PERFORM 1100-ENCABEZADO THRU 1100-EXIT.
002680 1000-EXIT.
002690     EXIT.
002700
002710 1100-ENCABEZADO.
002720     MOVE SPACES TO LINEA-REPORTE
002730     STRING "REGISTRO DE CAMBIOS AL CALENDARIO DE LOTES ESPERADOS"
002740         DELIMITED BY SIZE INTO LINEA-REPORTE
002750     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
002760     MOVE SPACES TO LINEA-REPORTE
002770     STRING "FECHA DE PROCESO: " FE-ANO "/" FE-MES "/" FE-DIA
002780         DELIMITED BY SIZE INTO LINEA-REPORTE
002790     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
002800     MOVE SPACES TO LINEA-REPORTE
002810     STRING "----------------------------------------------------"
002820         DELIMITED BY SIZE INTO LINEA-REPORTE
002830     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
002840 1100-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------------
002880* 1300-CARGAR-CALENDARIO - CARGA FERIADOS Y DEPARTAMENTOS. EL
002890* ARCHIVO YA ESTA EN ORDEN (LO GRABA ESTE PROGRAMA); UN TIPO
002900* DESCONOCIDO SE INFORMA Y SE DESCARTA AL REGRABAR.
002910*----------------------------------------------------------------
002920 1300-CARGAR-CALENDARIO.
002930     READ CALENDARIO
002940         AT END
002950             SET FIN-CALENDAR TO TRUE
002960         NOT AT END
002970             EVALUATE CA-TIPO
002980                 WHEN "F"
002990                     IF CANT-FR < LIM-FR
003000                         ADD 1 TO CANT-FR
003010                         MOVE CA-CLAVE TO FR-T-FECHA(CANT-FR)
003020                         MOVE CA-DESCRIPCION
003030                             TO FR-T-DESCRIPCION(CANT-FR)
003040                         MOVE CA-FECHA-ALTA TO FR-T-ALTA(CANT-FR)
003050                     ELSE
003060                         DISPLAY "CALENDAR EXCEDE LA TABLA DE "
003070                             LIM-FR " FERIADOS"
003080                         MOVE 16 TO RETURN-CODE
003090                         SET FIN-CALENDAR TO TRUE
003100                     END-IF
003110                 WHEN "D"
003120                     IF CANT-CD < LIM-CD
003130                         ADD 1 TO CANT-CD
003140                         MOVE CA-DEPTO TO CD-T-DEPTO(CANT-CD)
003150                         MOVE CA-DIAS TO CD-T-DIAS(CANT-CD)
003160                         MOVE CA-DESCRIPCION
003170                             TO CD-T-DESCRIPCION(CANT-CD)
003180                         MOVE CA-FECHA-ALTA TO CD-T-ALTA(CANT-CD)
003190                     ELSE
003200                         DISPLAY "CALENDAR EXCEDE LA TABLA DE "
003210                             LIM-CD " DEPARTAMENTOS"
003220                         MOVE 16 TO RETURN-CODE
003230                         SET FIN-CALENDAR TO TRUE
003240                     END-IF
003250                 WHEN OTHER
003260                     DISPLAY "AVISO: CALENDAR CON TIPO "
003270                         "DESCONOCIDO " CA-TIPO ", SE DESCARTA"
003280             END-EVALUATE
003290     END-READ.
003300 1300-EXIT.
003310     EXIT.
003320
003330 1500-CARGAR-DEPTOS.
003340     READ DEPTOS-MAESTRO
003350         AT END
003360             SET FIN-DEPTMST TO TRUE
003370         NOT AT END
003380             IF CANT-DM < LIM-DM
003390                 ADD 1 TO CANT-DM
003400                 MOVE DM-CODIGO TO DM-T-CODIGO(CANT-DM)
003410                 MOVE DM-NOMBRE TO DM-T-NOMBRE(CANT-DM)
003420                 MOVE DM-ESTADO TO DM-T-ESTADO(CANT-DM)
003430             ELSE
003440                 DISPLAY "DEPTMST EXCEDE LA TABLA DE " LIM-DM
003450                 SET FIN-DEPTMST TO TRUE
003460             END-IF
003470     END-READ.
003480 1500-EXIT.
003490     EXIT.
003500
003510 2000-LEER-MOVIMIENTO.
003520     READ MOVIMIENTOS-IN
003530         AT END
003540             SET FIN-MOVIMIENTOS TO TRUE
003550         NOT AT END
003560             PERFORM 3000-UN-MOVIMIENTO THRU 3000-EXIT
003570     END-READ.
003580 2000-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------------
003620* 3000-UN-MOVIMIENTO - VALIDA UNA TARJETA DE MOVIMIENTO Y, SI
003630* PASA, LA APLICA SOBRE LAS TABLAS EN MEMORIA. CUALQUIER DEFECTO
003640* (ACCION DESCONOCIDA, FECHA INEXISTENTE, FERIADO DUPLICADO O NO
003650* REGISTRADO, DEPARTAMENTO NO ACTIVO, DIAS MAL FORMADOS) RECHAZA
003660* LA TARJETA SIN TOCAR EL CALENDARIO.
003670*----------------------------------------------------------------
003680 3000-UN-MOVIMIENTO.
003690     MOVE "N" TO RECHAZO-SW
003700     MOVE SPACES TO MOTIVO-RECHAZO
003710     PERFORM 3100-VALIDAR-MOVIMIENTO THRU 3100-EXIT
003720     IF MOVIMIENTO-RECHAZADO
003730         ADD 1 TO CANT-RECHAZADOS
003740         PERFORM 4200-LINEA-RECHAZO THRU 4200-EXIT
003750         GO TO 3000-EXIT
003760     END-IF
003770     EVALUATE MV-ACCION
003780         WHEN "F"
003790             PERFORM 3200-ALTA-FERIADO THRU 3200-EXIT
003800         WHEN "Q"
003810             PERFORM 3300-QUITAR-FERIADO THRU 3300-EXIT
003820         WHEN "D"
003830             PERFORM 3400-DIAS-DEPTO THRU 3400-EXIT
003840         WHEN OTHER
003850             PERFORM 3500-QUITAR-DEPTO THRU 3500-EXIT
003860     END-EVALUATE
003870     ADD 1 TO CANT-APLICADOS
003880     PERFORM 4100-LINEA-APLICADO THRU 4100-EXIT.
003890 3000-EXIT.
003900     EXIT.
003910
003920 3100-VALIDAR-MOVIMIENTO.
003930     IF MV-ACCION NOT = "F" AND MV-ACCION NOT = "Q" AND
003940         MV-ACCION NOT = "D" AND MV-ACCION NOT = "X"
003950         MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
003960         MOVE "S" TO RECHAZO-SW
003970         GO TO 3100-EXIT
003980     END-IF
003990     IF MV-ACCION = "F" OR MV-ACCION = "Q"
004000         PERFORM 3110-VALIDAR-FERIADO THRU 3110-EXIT
004010     ELSE
004020         PERFORM 3120-VALIDAR-DEPTO THRU 3120-EXIT
004030     END-IF.
004040 3100-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------------
004080* 3110-VALIDAR-FERIADO - LA FECHA DEBE EXISTIR. EL ALTA NO PUEDE
004090* REPETIR UN FERIADO NI LLEGAR SIN DESCRIPCION; LA BAJA DEBE
004100* ENCONTRAR EL FERIADO REGISTRADO. UN FERIADO PASADO SE ACEPTA:
004110* LOS REPORTES MENSUALES LO USAN AL REPROCESAR MESES ANTERIORES.
004120*----------------------------------------------------------------
004130 3110-VALIDAR-FERIADO.
004140     IF MV-CLAVE IS NOT NUMERIC
004150         MOVE "FECHA INVALIDA" TO MOTIVO-RECHAZO
004160         MOVE "S" TO RECHAZO-SW
004170         GO TO 3110-EXIT
004180     END-IF
004190     MOVE MV-CLAVE TO FECHA-MOV
004200     MOVE FECHA-MOV TO FECHA-CALC-N
004210     IF FC-ANO < 1900 OR FC-MES < 1 OR FC-MES > 12 OR
004220         FC-DIA < 1 OR FC-DIA > 31
004230         MOVE "FECHA INVALIDA" TO MOTIVO-RECHAZO
004240         MOVE "S" TO RECHAZO-SW
004250         GO TO 3110-EXIT
004260     END-IF
004270     PERFORM 8500-DIA-JULIANO THRU 8500-EXIT
004280     PERFORM 8510-FECHA-DE-JULIANO THRU 8510-EXIT
004290     IF FECHA-VUELTA NOT = FECHA-MOV
004300         MOVE "FECHA INEXISTENTE" TO MOTIVO-RECHAZO
004310         MOVE "S" TO RECHAZO-SW
004320         GO TO 3110-EXIT
004330     END-IF
004340     MOVE 0 TO FR-HALLADO
004350     PERFORM 3150-BUSCAR-FERIADO THRU 3150-EXIT
004360         VARYING FR-SUB FROM 1 BY 1
004370         UNTIL FR-SUB > CANT-FR OR FR-HALLADO > 0
004380     IF MV-ACCION = "F"
004390         IF FR-HALLADO > 0
004400             MOVE "FERIADO YA REGISTRADO" TO MOTIVO-RECHAZO
004410             MOVE "S" TO RECHAZO-SW
004420             GO TO 3110-EXIT
004430         END-IF
004440         IF CANT-FR >= LIM-FR
004450             MOVE "CALENDARIO COMPLETO" TO MOTIVO-RECHAZO
004460             MOVE "S" TO RECHAZO-SW
004470             GO TO 3110-EXIT
004480         END-IF
004490         IF MV-DESCRIPCION = SPACES
004500             MOVE "FERIADO SIN DESCRIPCION" TO MOTIVO-RECHAZO
004510             MOVE "S" TO RECHAZO-SW
004520         END-IF
004530     ELSE
004540         IF FR-HALLADO = 0
004550             MOVE "FERIADO NO REGISTRADO" TO MOTIVO-RECHAZO
004560             MOVE "S" TO RECHAZO-SW
004570         END-IF
004580     END-IF.
004590 3110-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630* 3120-VALIDAR-DEPTO - LOS DIAS DE ENVIO SOLO SE REGISTRAN PARA
004640* UN DEPARTAMENTO ACTIVO DEL MAESTRO, CON SIETE POSICIONES "S" O
004650* "N" Y AL MENOS UN DIA "S" (UN DEPARTAMENTO QUE NO ENVIA NUNCA SE
004660* QUITA DEL CALENDARIO CON X). LA BAJA SOLO PIDE QUE ESTE
004670* REGISTRADO EN EL CALENDARIO, AUNQUE YA NO ESTE ACTIVO.
004680*----------------------------------------------------------------
004690 3120-VALIDAR-DEPTO.
004700     IF MV-DEPTO = SPACES
004710         MOVE "CODIGO EN BLANCO" TO MOTIVO-RECHAZO
004720         MOVE "S" TO RECHAZO-SW
004730         GO TO 3120-EXIT
004740     END-IF
004750     MOVE 0 TO CD-HALLADO
004760     PERFORM 3160-BUSCAR-CAL-DEPTO THRU 3160-EXIT
004770         VARYING CD-SUB FROM 1 BY 1
004780         UNTIL CD-SUB > CANT-CD OR CD-HALLADO > 0
004790     IF MV-ACCION = "X"
004800         IF CD-HALLADO = 0
004810             MOVE "NO REGISTRADO EN CALENDARIO" TO MOTIVO-RECHAZO
004820             MOVE "S" TO RECHAZO-SW
004830         END-IF
004840         GO TO 3120-EXIT
004850     END-IF
004860     MOVE MV-DEPTO TO DEPTO-BUSCA
004870     MOVE 0 TO DM-HALLADO
004880     PERFORM 3170-BUSCAR-MAESTRO THRU 3170-EXIT
004890         VARYING DM-SUB FROM 1 BY 1
004900         UNTIL DM-SUB > CANT-DM OR DM-HALLADO > 0
004910     IF DM-HALLADO = 0
004920         MOVE "NO REGISTRADO EN DEPTMST" TO MOTIVO-RECHAZO
004930         MOVE "S" TO RECHAZO-SW
004940         GO TO 3120-EXIT
004950     END-IF
004960     IF DM-T-ESTADO(DM-HALLADO) NOT = "A"
004970         MOVE "DEPARTAMENTO NO ACTIVO" TO MOTIVO-RECHAZO
004980         MOVE "S" TO RECHAZO-SW
004990         GO TO 3120-EXIT
005000     END-IF
005010     MOVE 0 TO DIAS-INVALIDOS
005020     MOVE 0 TO DIAS-CON-ENVIO
005030     PERFORM 3180-VALIDAR-DIA THRU 3180-EXIT
005040         VARYING DIA-SUB FROM 1 BY 1 UNTIL DIA-SUB > 7
005050     IF DIAS-INVALIDOS > 0
005060         MOVE "DIAS DE ENVIO INVALIDOS" TO MOTIVO-RECHAZO
005070         MOVE "S" TO RECHAZO-SW
005080         GO TO 3120-EXIT
005090     END-IF
005100     IF DIAS-CON-ENVIO = 0
005110         MOVE "SIN DIAS DE ENVIO" TO MOTIVO-RECHAZO
005120         MOVE "S" TO RECHAZO-SW
005130         GO TO 3120-EXIT
005140     END-IF
005150     IF CD-HALLADO = 0 AND CANT-CD >= LIM-CD
005160         MOVE "CALENDARIO COMPLETO" TO MOTIVO-RECHAZO
005170         MOVE "S" TO RECHAZO-SW
005180     END-IF.
005190 3120-EXIT.
005200     EXIT.
005210
005220 3150-BUSCAR-FERIADO.
005230     IF FR-T-FECHA(FR-SUB) = FECHA-MOV
005240         MOVE FR-SUB TO FR-HALLADO
005250     END-IF.
005260 3150-EXIT.
005270     EXIT.
005280
005290 3160-BUSCAR-CAL-DEPTO.
005300     IF CD-T-DEPTO(CD-SUB) = MV-DEPTO
005310         MOVE CD-SUB TO CD-HALLADO
005320     END-IF.
005330 3160-EXIT.
005340     EXIT.
005350
005360 3170-BUSCAR-MAESTRO.
005370     IF DM-T-CODIGO(DM-SUB) = DEPTO-BUSCA
005380         MOVE DM-SUB TO DM-HALLADO
005390     END-IF.
005400 3170-EXIT.
005410     EXIT.
005420
005430 3180-VALIDAR-DIA.
005440     IF MV-DIAS(DIA-SUB:1) = "S"
005450         ADD 1 TO DIAS-CON-ENVIO
005460     ELSE
005470         IF MV-DIAS(DIA-SUB:1) NOT = "N"
005480             ADD 1 TO DIAS-INVALIDOS
005490         END-IF
005500     END-IF.
005510 3180-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------------
005550* 3200-ALTA-FERIADO - INSERTA EL FERIADO EN SU LUGAR POR FECHA,
005560* CORRIENDO UNA POSICION LOS POSTERIORES. 3250 DEJA EN FR-HALLADO
005570* EL ULTIMO FERIADO ANTERIOR A LA FECHA NUEVA (0 SI NO HAY).
005580*----------------------------------------------------------------
005590 3200-ALTA-FERIADO.
005600     MOVE 0 TO FR-HALLADO
005610     MOVE CANT-FR TO FR-SUB
005620     PERFORM 3250-CORRER-FERIADO THRU 3250-EXIT
005630         UNTIL FR-SUB = 0
005640     COMPUTE FR-SUB = FR-HALLADO + 1
005650     MOVE FECHA-MOV TO FR-T-FECHA(FR-SUB)
005660     MOVE MV-DESCRIPCION TO FR-T-DESCRIPCION(FR-SUB)
005670     MOVE FECHA-EJECUCION-N TO FR-T-ALTA(FR-SUB)
005680     ADD 1 TO CANT-FR.
005690 3200-EXIT.
005700     EXIT.
005710
005720 3250-CORRER-FERIADO.
005730     IF FR-T-FECHA(FR-SUB) < FECHA-MOV
005740         MOVE FR-SUB TO FR-HALLADO
005750         MOVE 0 TO FR-SUB
005760         GO TO 3250-EXIT
005770     END-IF
005780     MOVE FR-ENT(FR-SUB) TO FR-ENT(FR-SUB + 1)
005790     SUBTRACT 1 FROM FR-SUB.
005800 3250-EXIT.
005810     EXIT.
005820
005830 3300-QUITAR-FERIADO.
005840     MOVE FR-T-DESCRIPCION(FR-HALLADO) TO MV-DESCRIPCION
005850     PERFORM 3350-SUBIR-FERIADO THRU 3350-EXIT
005860         VARYING FR-SUB FROM FR-HALLADO BY 1
005870         UNTIL FR-SUB >= CANT-FR
005880     SUBTRACT 1 FROM CANT-FR.
005890 3300-EXIT.
005900     EXIT.
005910
005920 3350-SUBIR-FERIADO.
005930     MOVE FR-ENT(FR-SUB + 1) TO FR-ENT(FR-SUB).
005940 3350-EXIT.
005950     EXIT.
005960
005970*----------------------------------------------------------------
005980* 3400-DIAS-DEPTO - ALTA DEL DEPARTAMENTO EN EL CALENDARIO, O
005990* REEMPLAZO DE SUS DIAS DE ENVIO SI YA ESTABA. SIN DESCRIPCION
006000* EN LA TARJETA SE TOMA EL NOMBRE DEL MAESTRO.
006010*----------------------------------------------------------------
006020 3400-DIAS-DEPTO.
006030     IF MV-DESCRIPCION = SPACES
006040         MOVE DM-T-NOMBRE(DM-HALLADO) TO MV-DESCRIPCION
006050     END-IF
006060     MOVE SPACES TO DIAS-ANTERIORES
006070     IF CD-HALLADO = 0
006080         ADD 1 TO CANT-CD
006090         MOVE CANT-CD TO CD-HALLADO
006100         MOVE MV-DEPTO TO CD-T-DEPTO(CD-HALLADO)
006110     ELSE
006120         MOVE CD-T-DIAS(CD-HALLADO) TO DIAS-ANTERIORES
006130     END-IF
006140     MOVE MV-DIAS TO CD-T-DIAS(CD-HALLADO)
006150     MOVE MV-DESCRIPCION TO CD-T-DESCRIPCION(CD-HALLADO)
006160     MOVE FECHA-EJECUCION-N TO CD-T-ALTA(CD-HALLADO).
006170 3400-EXIT.
006180     EXIT.
006190
006200 3500-QUITAR-DEPTO.
006210     MOVE CD-T-DIAS(CD-HALLADO) TO DIAS-ANTERIORES
006220     PERFORM 3550-SUBIR-DEPTO THRU 3550-EXIT
006230         VARYING CD-SUB FROM CD-HALLADO BY 1
006240         UNTIL CD-SUB >= CANT-CD
006250     SUBTRACT 1 FROM CANT-CD.
006260 3500-EXIT.
006270     EXIT.
006280
006290 3550-SUBIR-DEPTO.
006300     MOVE CD-ENT(CD-SUB + 1) TO CD-ENT(CD-SUB).
006310 3550-EXIT.
006320     EXIT.
006330
006340 4100-LINEA-APLICADO.
006350     MOVE SPACES TO LINEA-REPORTE
006360     IF MV-ACCION = "F" OR MV-ACCION = "Q"
006370         PERFORM 8520-DIA-SEMANA THRU 8520-EXIT
006380     END-IF
006390     IF MV-ACCION = "F"
006400         STRING "APLICADO   FERIADO " FECHA-MOV
006410             " " NOMBRE-DIA(DIA-SEMANA)
006420             " " MV-DESCRIPCION
006430             DELIMITED BY SIZE INTO LINEA-REPORTE
006440     END-IF
006450     IF MV-ACCION = "Q"
006460         STRING "APLICADO   QUITA FERIADO " FECHA-MOV
006470             " " MV-DESCRIPCION
006480             DELIMITED BY SIZE INTO LINEA-REPORTE
006490     END-IF
006500     IF MV-ACCION = "D" AND DIAS-ANTERIORES = SPACES
006510         STRING "APLICADO   DIAS " MV-DEPTO
006520             " LMXJVSD=" MV-DIAS
006530             " " MV-DESCRIPCION
006540             DELIMITED BY SIZE INTO LINEA-REPORTE
006550     END-IF
006560     IF MV-ACCION = "D" AND DIAS-ANTERIORES NOT = SPACES
006570         STRING "APLICADO   DIAS " MV-DEPTO
006580             " LMXJVSD=" MV-DIAS
006590             " (ANTES " DIAS-ANTERIORES ")"
006600             DELIMITED BY SIZE INTO LINEA-REPORTE
006610     END-IF
006620     IF MV-ACCION = "X"
006630         STRING "APLICADO   QUITA DEPTO " MV-DEPTO
006640             " (DIAS LMXJVSD=" DIAS-ANTERIORES ")"
006650             DELIMITED BY SIZE INTO LINEA-REPORTE
006660     END-IF
006670     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
006680 4100-EXIT.
006690     EXIT.
006700
006710 4200-LINEA-RECHAZO.
006720     MOVE SPACES TO LINEA-REPORTE
006730     STRING "RECHAZADO  " MOVIMIENTO-REC(1:38)
006740         " " MOTIVO-RECHAZO
006750         DELIMITED BY SIZE INTO LINEA-REPORTE
006760     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
006770 4200-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------------
006810* 5000-REGRABAR-CALENDARIO - SI HUBO AL MENOS UN MOVIMIENTO
006820* APLICADO, REGRABA EL CALENDARIO COMPLETO DESDE LAS TABLAS:
006830* PRIMERO LOS FERIADOS EN ORDEN DE FECHA, DESPUES LOS
006840* DEPARTAMENTOS. SIN MOVIMIENTOS APLICADOS QUEDA INTACTO.
006850*----------------------------------------------------------------
006860 5000-REGRABAR-CALENDARIO.
006870     IF CANT-APLICADOS = 0
006880         GO TO 5000-EXIT
006890     END-IF
006900     OPEN OUTPUT CALENDARIO
006910     IF FS-CALENDAR NOT = "00"
006920         DISPLAY "ERROR AL REGRABAR CALENDAR, STATUS " FS-CALENDAR
006930         MOVE 16 TO RETURN-CODE
006940         GO TO 5000-EXIT
006950     END-IF
006960     PERFORM 5100-GRABAR-FERIADO THRU 5100-EXIT
006970         VARYING FR-SUB FROM 1 BY 1 UNTIL FR-SUB > CANT-FR
006980     PERFORM 5200-GRABAR-DEPTO THRU 5200-EXIT
006990         VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CANT-CD
007000     CLOSE CALENDARIO.
007010 5000-EXIT.
007020     EXIT.
007030
007040 5100-GRABAR-FERIADO.
007050     MOVE SPACES TO CALENDARIO-REC
007060     MOVE "F" TO CA-TIPO
007070     MOVE FR-T-FECHA(FR-SUB) TO CA-CLAVE
007080     MOVE FR-T-DESCRIPCION(FR-SUB) TO CA-DESCRIPCION
007090     MOVE FR-T-ALTA(FR-SUB) TO CA-FECHA-ALTA
007100     WRITE CALENDARIO-REC.
007110 5100-EXIT.
007120     EXIT.
007130
007140 5200-GRABAR-DEPTO.
007150     MOVE SPACES TO CALENDARIO-REC
007160     MOVE "D" TO CA-TIPO
007170     MOVE CD-T-DEPTO(CD-SUB) TO CA-DEPTO
007180     MOVE CD-T-DIAS(CD-SUB) TO CA-DIAS
007190     MOVE CD-T-DESCRIPCION(CD-SUB) TO CA-DESCRIPCION
007200     MOVE CD-T-ALTA(CD-SUB) TO CA-FECHA-ALTA
007210     WRITE CALENDARIO-REC.
007220 5200-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------------
007260* 5500-LISTAR-CALENDARIO - IMPRIME EL CALENDARIO VIGENTE AL
007270* CIERRE: LOS FERIADOS CON SU DIA DE LA SEMANA Y LOS DIAS DE ENVIO
007280* DE CADA DEPARTAMENTO. UN DEPARTAMENTO QUE YA NO ESTA ACTIVO EN
007290* EL MAESTRO SE MARCA: CONTVOC1 NO LO ESPERA AUNQUE SIGA AQUI.
007300*----------------------------------------------------------------
007310 5500-LISTAR-CALENDARIO.
007320     MOVE SPACES TO LINEA-REPORTE
007330     STRING "----------------------------------------------------"
007340         DELIMITED BY SIZE INTO LINEA-REPORTE
007350     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007360     MOVE SPACES TO LINEA-REPORTE
007370     STRING "FERIADOS REGISTRADOS:"
007380         DELIMITED BY SIZE INTO LINEA-REPORTE
007390     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007400     IF CANT-FR = 0
007410         MOVE SPACES TO LINEA-REPORTE
007420         STRING "   (NINGUNO)"
007430             DELIMITED BY SIZE INTO LINEA-REPORTE
007440         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007450     END-IF
007460     PERFORM 5600-LINEA-FERIADO THRU 5600-EXIT
007470         VARYING FR-SUB FROM 1 BY 1 UNTIL FR-SUB > CANT-FR
007480     MOVE SPACES TO LINEA-REPORTE
007490     STRING "DIAS DE ENVIO POR DEPARTAMENTO:      LMXJVSD"
007500         DELIMITED BY SIZE INTO LINEA-REPORTE
007510     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007520     IF CANT-CD = 0
007530         MOVE SPACES TO LINEA-REPORTE
007540         STRING "   (NINGUNO: SIN DIAS DE ENVIO ESPERADOS)"
007550             DELIMITED BY SIZE INTO LINEA-REPORTE
007560         WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
007570     END-IF
007580     PERFORM 5700-LINEA-DEPTO THRU 5700-EXIT
007590         VARYING CD-SUB FROM 1 BY 1 UNTIL CD-SUB > CANT-CD.
007600 5500-EXIT.
007610     EXIT.
007620
007630 5600-LINEA-FERIADO.
007640     MOVE FR-T-FECHA(FR-SUB) TO FECHA-CALC-N
007650     PERFORM 8500-DIA-JULIANO THRU 8500-EXIT
007660     PERFORM 8520-DIA-SEMANA THRU 8520-EXIT
007670     MOVE SPACES TO LINEA-REPORTE
007680     STRING "   " FR-T-FECHA(FR-SUB)
007690         " " NOMBRE-DIA(DIA-SEMANA)
007700         " " FR-T-DESCRIPCION(FR-SUB)
007710         DELIMITED BY SIZE INTO LINEA-REPORTE
007720     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
007730 5600-EXIT.
007740     EXIT.
007750
007760 5700-LINEA-DEPTO.
007770     MOVE 0 TO DM-HALLADO
007780     MOVE CD-T-DEPTO(CD-SUB) TO DEPTO-BUSCA
007790     PERFORM 3170-BUSCAR-MAESTRO THRU 3170-EXIT
007800         VARYING DM-SUB FROM 1 BY 1
007810         UNTIL DM-SUB > CANT-DM OR DM-HALLADO > 0
007820     MOVE SPACES TO LINEA-REPORTE
007830     IF DM-HALLADO > 0 AND DM-T-ESTADO(DM-HALLADO) = "A"
007840         STRING "   " CD-T-DEPTO(CD-SUB)
007850             " " CD-T-DESCRIPCION(CD-SUB)
007860             CD-T-DIAS(CD-SUB)
007870             DELIMITED BY SIZE INTO LINEA-REPORTE
007880     ELSE
007890         STRING "   " CD-T-DEPTO(CD-SUB)
007900             " " CD-T-DESCRIPCION(CD-SUB)
007910             CD-T-DIAS(CD-SUB) "  NO ACTIVO EN DEPTMST"
007920             DELIMITED BY SIZE INTO LINEA-REPORTE
007930     END-IF
007940     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
007950 5700-EXIT.
007960     EXIT.
007970
007980 6000-TOTALES-REGISTRO.
007990     MOVE SPACES TO LINEA-REPORTE
008000     STRING "----------------------------------------------------"
008010         DELIMITED BY SIZE INTO LINEA-REPORTE
008020     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008030     MOVE CANT-APLICADOS TO CANT-D
008040     MOVE SPACES TO LINEA-REPORTE
008050     STRING "MOVIMIENTOS APLICADOS:  " CANT-D
008060         DELIMITED BY SIZE INTO LINEA-REPORTE
008070     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008080     MOVE CANT-RECHAZADOS TO CANT-D
008090     MOVE SPACES TO LINEA-REPORTE
008100     STRING "MOVIMIENTOS RECHAZADOS: " CANT-D
008110         DELIMITED BY SIZE INTO LINEA-REPORTE
008120     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008130     MOVE SPACES TO LINEA-REPORTE
008140     STRING "FIN DE REPORTE - CALENDARIO DE LOTES ESPERADOS"
008150         DELIMITED BY SIZE INTO LINEA-REPORTE
008160     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
008170 6000-EXIT.
008180     EXIT.
008190
008200 7000-CERRAR-ARCHIVOS.
008210     CLOSE MOVIMIENTOS-IN
008220     CLOSE REPORTE-OUT.
008230 7000-EXIT.
008240     EXIT.
008250
008260*----------------------------------------------------------------
008270* 8500-DIA-JULIANO - NUMERO DE DIA JULIANO DE LA FECHA EN
008280* FECHA-CALC (CALENDARIO GREGORIANO), EN JD-NUMERO, CON LA MISMA
008290* FORMULA QUE CONTVOC3. CADA DIVISION VA A UN CAMPO ENTERO PARA
008300* TRUNCAR COMO CORRESPONDE.
008310*----------------------------------------------------------------
008320 8500-DIA-JULIANO.
008330     COMPUTE JD-A = (14 - FC-MES) / 12
008340     COMPUTE JD-Y = FC-ANO + 4800 - JD-A
008350     COMPUTE JD-M = FC-MES + 12 * JD-A - 3
008360     COMPUTE JD-T1 = (153 * JD-M + 2) / 5
008370     COMPUTE JD-T2 = JD-Y / 4
008380     COMPUTE JD-T3 = JD-Y / 100
008390     COMPUTE JD-T4 = JD-Y / 400
008400     COMPUTE JD-NUMERO = FC-DIA + JD-T1 + 365 * JD-Y
008410         + JD-T2 - JD-T3 + JD-T4 - 32045.
008420 8500-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460* 8510-FECHA-DE-JULIANO - CAMINO INVERSO: DEL DIA JULIANO EN
008470* JD-NUMERO A LA FECHA AAAAMMDD EN FECHA-VUELTA (FLIEGEL Y VAN
008480* FLANDERN). TAMBIEN AQUI CADA DIVISION TRUNCA EN SU CAMPO.
008490*----------------------------------------------------------------
008500 8510-FECHA-DE-JULIANO.
008510     COMPUTE JI-L = JD-NUMERO + 68569
008520     COMPUTE JI-N = (4 * JI-L) / 146097
008530     COMPUTE JI-T = (146097 * JI-N + 3) / 4
008540     COMPUTE JI-L = JI-L - JI-T
008550     COMPUTE JI-I = (4000 * (JI-L + 1)) / 1461001
008560     COMPUTE JI-T = (1461 * JI-I) / 4
008570     COMPUTE JI-L = JI-L - JI-T + 31
008580     COMPUTE JI-J = (80 * JI-L) / 2447
008590     COMPUTE JI-T = (2447 * JI-J) / 80
008600     COMPUTE FC-DIA = JI-L - JI-T
008610     COMPUTE JI-L = JI-J / 11
008620     COMPUTE FC-MES = JI-J + 2 - 12 * JI-L
008630     COMPUTE FC-ANO = 100 * (JI-N - 49) + JI-I + JI-L
008640     MOVE FECHA-CALC-N TO FECHA-VUELTA.
008650 8510-EXIT.
008660     EXIT.
008670
008680*----------------------------------------------------------------
008690* 8520-DIA-SEMANA - DIA DE LA SEMANA DEL DIA JULIANO EN
008700* JD-NUMERO: EL RESTO DE DIVIDIR POR 7 ES 0 EL LUNES. DEJA 1
008710* (LUNES) A 7 (DOMINGO) EN DIA-SEMANA.
008720*----------------------------------------------------------------
008730 8520-DIA-SEMANA.
008740     DIVIDE JD-NUMERO BY 7 GIVING JD-T1 REMAINDER DIA-SEMANA
008750     ADD 1 TO DIA-SEMANA.
008760 8520-EXIT.
008770     EXIT.
008780
008790 END PROGRAM CONTVOCK.
