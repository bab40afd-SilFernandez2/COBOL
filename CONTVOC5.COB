000180*   DATE       INIT  DESCRIPTION
000190*   ---------- ----  ----------------------------------------------
000200*   02/09/2026 SF    PROGRAMA ORIGINAL.
000201*   15/10/2026 SF    TARJETA DE FUSION (ACCION F): FUSIONA UN
000202*                    DEPARTAMENTO EN OTRO ACTIVO DESDE UNA FECHA
000203*                    DE VIGENCIA. EL VIEJO QUEDA CON ESTADO "F",
000204*                    SUCESOR Y FECHA EN DEPTMST, Y HISTDEPT SE
000205*                    REEXPRESA DESDE LA VIGENCIA BAJO EL SUCESOR
000206*                    (COPIA HDEPNVO, CON IMAGENES ANTES Y DESPUES
000207*                    EN REORGAUD). SE RECHAZA LA FUSION CUYA
000208*                    REEXPRESION TOCARIA UN PERIODO CERRADO.
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. CONTVOC5.
000400     SELECT REPORTE-OUT
000410         ASSIGN TO DEPTREPT
000420         ORGANIZATION IS LINE SEQUENTIAL
000421         FILE STATUS IS FS-REPORTE.
000422     SELECT OPTIONAL CIERRES
000423         ASSIGN TO CIERRES
000424         ORGANIZATION IS LINE SEQUENTIAL
000425         FILE STATUS IS FS-CIERRES.
000426     SELECT HIST-DEPTOS
000427         ASSIGN TO HISTDEPT
000428         ORGANIZATION IS LINE SEQUENTIAL
000429         FILE STATUS IS FS-HISTDEPT.
000430     SELECT HDEPTO-NUEVO
000431         ASSIGN TO HDEPNVO
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS FS-HDEPNVO.
000434     SELECT OPTIONAL REORG-AUDITORIA
000435         ASSIGN TO REORGAUD
000436         ORGANIZATION IS LINE SEQUENTIAL
000437         FILE STATUS IS FS-REORGAUD.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  MOVIMIENTOS-IN.
000480*    TARJETA DE MOVIMIENTO: ACCION (1, A=ALTA B=BAJA
000490*    F=FUSION), CODIGO (2-4), NOMBRE (5-34, SOLO PARA ALTA),
000500*    RESPONSABLE (35-42, SOLO PARA ALTA), COMENTARIO LIBRE
000501*    (43-80). EN LA FUSION EL AREA DEL NOMBRE LLEVA EL CODIGO
000502*    SUCESOR (5-7) Y LA FECHA DE VIGENCIA AAAAMMDD (8-15).
000510 01  MOVIMIENTO-REC.
000520     05  MV-ACCION                   PIC X(01).
000530     05  MV-CODIGO                   PIC X(03).
000540     05  MV-NOMBRE                   PIC X(30).
000541     05  MV-FUSION REDEFINES MV-NOMBRE.
000542        10  MV-SUCESOR               PIC X(03).
000543        10  MV-FECHA-VIGENCIA        PIC X(08).
000544        10  FILLER                   PIC X(19).
000550     05  MV-RESPONSABLE              PIC X(08).
000560     05  FILLER                      PIC X(38).
000570 FD  DEPTOS-MAESTRO.
000580*    MISMO LAYOUT QUE EL FD DEPTOS-MAESTRO DE CONTVOC1: CODIGO,
000590*    NOMBRE, ESTADO (A=ACTIVO, I=INACTIVO, F=FUSIONADO),
000591*    RESPONSABLE Y, SI ESTA FUSIONADO, SUCESOR Y VIGENCIA.
000600 01  DEPTO-MAESTRO-REC.
000610     05  DM-CODIGO                   PIC X(03).
000620     05  DM-NOMBRE                   PIC X(30).
000630     05  DM-ESTADO                   PIC X(01).
000640     05  DM-RESPONSABLE              PIC X(08).
000641     05  DM-SUCESOR                  PIC X(03).
000642     05  DM-FECHA-FUSION             PIC X(08).
000643     05  FILLER                      PIC X(27).
000644 FD  REPORTE-OUT.
000645 01  REPORTE-OUT-REC             PIC X(80).
000646*    ARCHIVO DE CIERRES DE PERIODO (LO GRABA CONTVOC8): AQUI
000647*    SOLO SE USA EL PERIODO CERRADO, COMO EN CONTVOC4.
000648 FD  CIERRES.
000649 01  CIERRE-REC.
000650     05  CI-PERIODO                  PIC 9(06).
000651     05  FILLER                      PIC X(154).
000652*    HISTORIAL POR DEPARTAMENTO (MISMO LAYOUT QUE EN CONTVOC1).
000653*    SE LEE COMPLETO Y SE COPIA A HDEPNVO, REEXPRESADO SI HUBO
000654*    FUSIONES; EL JCL COPIA HDEPNVO SOBRE HISTDEPT.
000655 FD  HIST-DEPTOS.
000656 01  HIST-DEPTO-REC.
000657     05  HD-FECHA                    PIC X(08).
000658     05  FILLER                      PIC X(72).
000659 FD  HDEPTO-NUEVO.
000660 01  HDEPTO-NUEVO-REC            PIC X(80).
000661*    AUDITORIA DE REEXPRESIONES: POR CADA REGISTRO DE HISTDEPT
000662*    QUE CAMBIA, IMAGEN "B" (ANTES) Y "A" (DESPUES), CON LA
000663*    FUSION QUE LO ORIGINO. PERMANENTE, EN EXTEND.
000664 FD  REORG-AUDITORIA.
000665 01  REORG-AUDITORIA-REC.
000666     05  RA-FECHA-PROC               PIC 9(8).
000667     05  RA-HORA                     PIC 9(6).
000668     05  RA-TIPO                     PIC X(1).
000669     05  RA-ORIGEN                   PIC X(3).
000670     05  RA-SUCESOR                  PIC X(3).
000671     05  RA-FECHA-VIGENCIA           PIC 9(8).
000672     05  RA-IMAGEN                   PIC X(80).
000673     05  FILLER                      PIC X(31).
000680
000690 WORKING-STORAGE SECTION.
000700*    SWITCHES AND STATUS FIELDS.
000710 77  FS-MOVIMIENTOS              PIC X(02) VALUE "00".
000720 77  FS-DEPTMST                  PIC X(02) VALUE "00".
000730 77  FS-REPORTE                  PIC X(02) VALUE "00".
000731 77  FS-CIERRES                  PIC X(02) VALUE "00".
000732 77  FS-HISTDEPT                 PIC X(02) VALUE "00".
000733 77  FS-HDEPNVO                  PIC X(02) VALUE "00".
000734 77  FS-REORGAUD                 PIC X(02) VALUE "00".
000735 77  EOF-CIERRES                 PIC X(01) VALUE "N".
000736     88  FIN-CIERRES             VALUE "Y".
000737 77  EOF-HISTDEPT                PIC X(01) VALUE "N".
000738     88  FIN-HISTDEPT            VALUE "Y".
000740 77  EOF-MOVIMIENTOS             PIC X(01) VALUE "N".
000750     88  FIN-MOVIMIENTOS         VALUE "Y".
000760 77  EOF-DEPTMST                 PIC X(01) VALUE "N".
000810*    LOS MOVIMIENTOS SE APLICAN SOBRE LA TABLA Y RECIEN AL
000820*    CIERRE SE REGRABA EL ARCHIVO SI HUBO CAMBIOS APLICADOS.
000830 77  LIM-DM                      PIC 9(02) COMP VALUE 50.
000831 77  CANT-DM                     PIC 9(02) COMP VALUE 0.
000832 77  DM-SUB                      PIC 9(02) COMP VALUE 0.
000833 77  DM-HALLADO                  PIC 9(02) COMP VALUE 0.
000834 01  DM-TABLA.
000835     05  DM-ENT OCCURS 50 TIMES.
000836        10  DM-T-CODIGO                 PIC X(03).
000837        10  DM-T-NOMBRE                 PIC X(30).
000838        10  DM-T-ESTADO                 PIC X(01).
000839        10  DM-T-RESPONSABLE            PIC X(08).
000840        10  DM-T-SUCESOR                PIC X(03).
000841        10  DM-T-FECHA-FUSION           PIC X(08).
000842 77  SUC-HALLADO                 PIC 9(02) COMP VALUE 0.
000843*    PERIODOS CERRADOS (ARCHIVO CIERRES), COMO EN CONTVOC4.
000844 77  LIM-CP                      PIC 9(03) COMP VALUE 120.
000845 77  CANT-CP                     PIC 9(03) COMP VALUE 0.
000846 77  CP-SUB                      PIC 9(03) COMP VALUE 0.
000847 77  CP-HALLADO                  PIC 9(03) COMP VALUE 0.
000848 01  CERRADOS-TABLA.
000849     05  CP-PERIODO-T OCCURS 120 TIMES PIC 9(06).
000850 77  FU-PERIODO                  PIC 9(06) VALUE 0.
000851*    FUSIONES APLICADAS EN ESTA EJECUCION, EN ORDEN DE TARJETA,
000852*    CON LO REEXPRESADO POR CADA UNA EN HISTDEPT.
000853 77  LIM-FU                      PIC 9(02) COMP VALUE 20.
000854 77  CANT-FU                     PIC 9(02) COMP VALUE 0.
000855 77  FU-SUB                      PIC 9(02) COMP VALUE 0.
000856 77  FU-HALLADO                  PIC 9(02) COMP VALUE 0.
000857 01  FUSIONES-TABLA.
000858     05  FU-ENT OCCURS 20 TIMES.
000859        10  FU-ORIGEN                   PIC X(03).
000860        10  FU-SUCESOR                  PIC X(03).
000861        10  FU-FECHA                    PIC 9(08).
000862        10  FU-RECODIFICADOS            PIC 9(07) COMP.
000863        10  FU-COMBINADOS               PIC 9(07) COMP.
000864*    GRUPO DE REGISTROS DE HISTDEPT DE UNA MISMA FECHA (UNA
000865*    CORRIDA NOCTURNA GRABA TODOS SUS DEPARTAMENTOS JUNTOS): EL
000866*    REGISTRO DEL CODIGO FUSIONADO SE SUMA AL DEL SUCESOR DE LA
000867*    MISMA FECHA, O CAMBIA DE CODIGO SI EL SUCESOR NO TIENE.
000868*    ESTADO "V" = SE GRABA, "E" = SUMADO A OTRO, NO SE GRABA.
000869 77  LIM-GR                      PIC 9(03) COMP VALUE 100.
000870 77  CANT-GR                     PIC 9(03) COMP VALUE 0.
000871 77  GR-SUB                      PIC 9(03) COMP VALUE 0.
000872 77  GR-BUSCA                    PIC 9(03) COMP VALUE 0.
000873 77  GR-HALLADO                  PIC 9(03) COMP VALUE 0.
000874 77  GRUPO-FECHA                 PIC X(08) VALUE SPACES.
000875 01  GRUPO-TABLA.
000876     05  GR-ENT OCCURS 100 TIMES.
000877        10  GR-IMAGEN                   PIC X(80).
000878        10  GR-ESTADO                   PIC X(01).
000879 77  DEPTO-DESTINO               PIC X(03) VALUE SPACES.
000880 77  TIPO-IMAGEN                 PIC X(01) VALUE SPACE.
000881 77  IMAGEN-AUDITORIA            PIC X(80) VALUE SPACES.
000882 77  CANT-HD-LEIDOS              PIC 9(07) COMP VALUE 0.
000883 77  CANT-HD-GRABADOS            PIC 9(07) COMP VALUE 0.
000884 77  CANT-HD-D                   PIC ZZZZZZ9.
000885 77  CANT-HD-D2                  PIC ZZZZZZ9.
000886*    REGISTRO DE HISTDEPT QUE SE MUEVE (ORIGEN) Y REGISTRO DEL
000887*    SUCESOR QUE LO RECIBE (HUESPED), CON EL LAYOUT DE CONTVOC1.
000888 01  HD-ORIGEN.
000889     05  HO-FECHA                    PIC 9(08).
000890     05  HO-DEPTO                    PIC X(03).
000891     05  HO-VOCALES                  PIC 9(07).
000892     05  HO-CONSONANTE               PIC 9(07).
000893     05  HO-ENIE                     PIC 9(07).
000894     05  HO-PALABRAS                 PIC 9(07).
000895     05  HO-EXCEPCIONES              PIC 9(07).
000896     05  HO-SILABAS                  PIC 9(09).
000897     05  HO-ORACIONES                PIC 9(07).
000898     05  HO-PAL-EN                   PIC 9(07).
000899     05  HO-LEGIBILIDAD              PIC S9(3)V99
000900                                     SIGN LEADING SEPARATE.
000901     05  HO-FORMULA                  PIC X(02).
000902     05  FILLER                      PIC X(03).
000903 01  HD-HUESPED.
000904     05  HH-FECHA                    PIC 9(08).
000905     05  HH-DEPTO                    PIC X(03).
000906     05  HH-VOCALES                  PIC 9(07).
000907     05  HH-CONSONANTE               PIC 9(07).
000908     05  HH-ENIE                     PIC 9(07).
000909     05  HH-PALABRAS                 PIC 9(07).
000910     05  HH-EXCEPCIONES              PIC 9(07).
000911     05  HH-SILABAS                  PIC 9(09).
000912     05  HH-ORACIONES                PIC 9(07).
000913     05  HH-PAL-EN                   PIC 9(07).
000914     05  HH-LEGIBILIDAD              PIC S9(3)V99
000915                                     SIGN LEADING SEPARATE.
000916     05  HH-FORMULA                  PIC X(02).
000917     05  FILLER                      PIC X(03).
000918*    INDICE DE LEGIBILIDAD DEL REGISTRO COMBINADO, CON LA MISMA
000919*    FORMULA QUE CONTVOC1 Y CONTVOC9.
000920 77  LG-SILABAS                  PIC 9(9) COMP VALUE 0.
000921 77  LG-PALABRAS                 PIC 9(9) COMP VALUE 0.
000922 77  LG-ORACIONES                PIC 9(9) COMP VALUE 0.
000923 77  LG-FORMULA                  PIC X(02) VALUE "FH".
000924 77  LG-SIL-PAL                  PIC 9(3)V9(4) VALUE 0.
000925 77  LG-ORA-PAL                  PIC 9(3)V9(4) VALUE 0.
000926 77  LG-PAL-ORA                  PIC 9(9)V9(4) VALUE 0.
000927 77  LG-CALCULO                  PIC S9(11)V99 VALUE 0.
000928 77  LG-INDICE                   PIC S9(3)V99 VALUE 0.
000930*    CONTADORES DE CONTROL DEL REGISTRO DE CAMBIOS.
000940 77  CANT-APLICADOS              PIC 9(05) COMP VALUE 0.
000950 77  CANT-RECHAZADOS             PIC 9(05) COMP VALUE 0.
001010     05  FE-ANO                      PIC 9(4).
001020     05  FE-MES                      PIC 9(2).
001030     05  FE-DIA                      PIC 9(2).
001031 01  FECHA-EJECUCION-N REDEFINES FECHA-EJECUCION PIC 9(8).
001032 77  HORA-EJECUCION              PIC 9(8) VALUE 0.
001040
001050 PROCEDURE DIVISION.
001060*----------------------------------------------------------------
001070* 0000-MAINLINE - ABRE LOS ARCHIVOS, CARGA EL MAESTRO EN MEMORIA,
001080* APLICA LAS TARJETAS DE MOVIMIENTO UNA POR UNA, REGRABA EL
001090* MAESTRO SI HUBO CAMBIOS E IMPRIME LA LISTA COMPLETA DE
001100* DEPARTAMENTOS REGISTRADOS Y LOS TOTALES DEL REGISTRO. ANTES DE
001101* REGRABAR EL MAESTRO COPIA HISTDEPT A HDEPNVO, REEXPRESADO POR
001102* LAS FUSIONES APLICADAS; SI LA COPIA FALLA EL MAESTRO NO SE
001103* REGRABA, PARA QUE NO QUEDE UNA FUSION SIN SU HISTORIA. TERMINA
001110* CON RETURN-CODE 4 SI ALGUNA TARJETA FUE RECHAZADA, PARA QUE
001120* QUIEN SOMETIO EL MOVIMIENTO REVISE EL REGISTRO DE CAMBIOS.
001130*----------------------------------------------------------------
001160     IF RETURN-CODE = 0
001170         PERFORM 2000-LEER-MOVIMIENTO THRU 2000-EXIT
001180             UNTIL FIN-MOVIMIENTOS
001185         PERFORM 4500-REEXPRESAR-HISTDEPT THRU 4500-EXIT
001186         IF RETURN-CODE = 0
001190             PERFORM 5000-REGRABAR-MAESTRO THRU 5000-EXIT
001191         END-IF
001200         PERFORM 5500-LISTAR-DEPTOS THRU 5500-EXIT
001210         PERFORM 6000-TOTALES-REGISTRO THRU 6000-EXIT
001220         PERFORM 7000-CERRAR-ARCHIVOS THRU 7000-EXIT
001340*----------------------------------------------------------------
001350 1000-INICIALIZAR.
001360     ACCEPT FECHA-EJECUCION FROM DATE YYYYMMDD
001361     ACCEPT HORA-EJECUCION FROM TIME
001362     PERFORM 1500-CARGAR-CIERRES THRU 1500-EXIT
001363     IF RETURN-CODE NOT = 0
001364         GO TO 1000-EXIT
001365     END-IF
001370     OPEN INPUT DEPTOS-MAESTRO
001380     IF FS-DEPTMST NOT = "00"
001390         DISPLAY "ERROR AL ABRIR DEPTMST, STATUS " FS-DEPTMST
001890                 MOVE DM-ESTADO TO DM-T-ESTADO(CANT-DM)
001900                 MOVE DM-RESPONSABLE
001910                     TO DM-T-RESPONSABLE(CANT-DM)
001911                 MOVE DM-SUCESOR TO DM-T-SUCESOR(CANT-DM)
001912                 MOVE DM-FECHA-FUSION
001913                     TO DM-T-FECHA-FUSION(CANT-DM)
001920             ELSE
001930                 DISPLAY "DEPTMST EXCEDE LA TABLA DE " LIM-DM
001940                 SET FIN-DEPTMST TO TRUE
002110* 3000-UN-MOVIMIENTO - VALIDA UNA TARJETA DE MOVIMIENTO Y, SI
002120* PASA, LA APLICA SOBRE LA TABLA EN MEMORIA. CUALQUIER DEFECTO
002130* (ACCION DESCONOCIDA, CODIGO RESERVADO O EN BLANCO, ALTA
002140* DUPLICADA, BAJA DE UN CODIGO NO REGISTRADO, FUSION INVALIDA)
002150* RECHAZA LA TARJETA SIN TOCAR EL MAESTRO.
002160*----------------------------------------------------------------
002170 3000-UN-MOVIMIENTO.
002180     MOVE "N" TO RECHAZO-SW
002230         PERFORM 4200-LINEA-RECHAZO THRU 4200-EXIT
002240         GO TO 3000-EXIT
002250     END-IF
002260     EVALUATE MV-ACCION
002270         WHEN "A"
002271             PERFORM 3200-APLICAR-ALTA THRU 3200-EXIT
002280         WHEN "B"
002290             PERFORM 3300-APLICAR-BAJA THRU 3300-EXIT
002291         WHEN OTHER
002292             PERFORM 3400-APLICAR-FUSION THRU 3400-EXIT
002300     END-EVALUATE
002310     ADD 1 TO CANT-APLICADOS
002320     PERFORM 4100-LINEA-APLICADO THRU 4100-EXIT.
002330 3000-EXIT.
002340     EXIT.
002350
002360 3100-VALIDAR-MOVIMIENTO.
002370     IF MV-ACCION NOT = "A" AND MV-ACCION NOT = "B" AND
002375         MV-ACCION NOT = "F"
002380         MOVE "ACCION DESCONOCIDA" TO MOTIVO-RECHAZO
002390         MOVE "S" TO RECHAZO-SW
002400         GO TO 3100-EXIT
002570     PERFORM 3150-BUSCAR-CODIGO THRU 3150-EXIT
002580         VARYING DM-SUB FROM 1 BY 1
002590         UNTIL DM-SUB > CANT-DM OR DM-HALLADO > 0
002591     IF MV-ACCION = "F"
002592         PERFORM 3500-VALIDAR-FUSION THRU 3500-EXIT
002593         GO TO 3100-EXIT
002594     END-IF
002600     IF MV-ACCION = "A"
002610         IF DM-HALLADO > 0
002620             MOVE "YA REGISTRADO" TO MOTIVO-RECHAZO
002850         END-IF
002860         IF DM-T-ESTADO(DM-HALLADO) = "I"
002870             MOVE "YA INACTIVO" TO MOTIVO-RECHAZO
002872             MOVE "S" TO RECHAZO-SW
002874         END-IF
002876         IF DM-T-ESTADO(DM-HALLADO) = "F"
002878             MOVE "YA FUSIONADO" TO MOTIVO-RECHAZO
002880             MOVE "S" TO RECHAZO-SW
002890         END-IF
002900     END-IF.
003030     MOVE MV-CODIGO TO DM-T-CODIGO(CANT-DM)
003040     MOVE MV-NOMBRE TO DM-T-NOMBRE(CANT-DM)
003050     MOVE "A" TO DM-T-ESTADO(CANT-DM)
003055     MOVE MV-RESPONSABLE TO DM-T-RESPONSABLE(CANT-DM)
003060     MOVE SPACES TO DM-T-SUCESOR(CANT-DM)
003065     MOVE SPACES TO DM-T-FECHA-FUSION(CANT-DM).
003070 3200-EXIT.
003080     EXIT.
003090
003240             " " MV-NOMBRE
003250             " RESP=" MV-RESPONSABLE
003260             DELIMITED BY SIZE INTO LINEA-REPORTE
003266     END-IF
003272     IF MV-ACCION = "B"
003280         STRING "APLICADO   BAJA " MV-CODIGO
003290             " " DM-T-NOMBRE(DM-HALLADO)
003291             DELIMITED BY SIZE INTO LINEA-REPORTE
003292     END-IF
003293     IF MV-ACCION = "F"
003294         STRING "APLICADO   FUSION " MV-CODIGO
003295             " EN " MV-SUCESOR
003296             " DESDE " MV-FECHA-VIGENCIA
003300             DELIMITED BY SIZE INTO LINEA-REPORTE
003310     END-IF
003320     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
003690     MOVE DM-T-NOMBRE(DM-SUB) TO DM-NOMBRE
003700     MOVE DM-T-ESTADO(DM-SUB) TO DM-ESTADO
003710     MOVE DM-T-RESPONSABLE(DM-SUB) TO DM-RESPONSABLE
003715     MOVE DM-T-SUCESOR(DM-SUB) TO DM-SUCESOR
003716     MOVE DM-T-FECHA-FUSION(DM-SUB) TO DM-FECHA-FUSION
003720     WRITE DEPTO-MAESTRO-REC.
003730 5100-EXIT.
003740     EXIT.
004010
004020 5600-LINEA-DEPTO.
004030     MOVE SPACES TO LINEA-REPORTE
004040     EVALUATE DM-T-ESTADO(DM-SUB)
004041         WHEN "A"
004050             STRING "   " DM-T-CODIGO(DM-SUB)
004060                 " ACTIVO   " DM-T-NOMBRE(DM-SUB)
004070                 " RESP=" DM-T-RESPONSABLE(DM-SUB)
004080                 DELIMITED BY SIZE INTO LINEA-REPORTE
004084         WHEN "F"
004085             STRING "   " DM-T-CODIGO(DM-SUB)
004086                 " FUSION.  " DM-T-NOMBRE(DM-SUB)
004087                 " EN " DM-T-SUCESOR(DM-SUB)
004088                 " DESDE " DM-T-FECHA-FUSION(DM-SUB)
004089                 DELIMITED BY SIZE INTO LINEA-REPORTE
004090         WHEN OTHER
004100             STRING "   " DM-T-CODIGO(DM-SUB)
004110                 " INACTIVO " DM-T-NOMBRE(DM-SUB)
004120                 " RESP=" DM-T-RESPONSABLE(DM-SUB)
004130                 DELIMITED BY SIZE INTO LINEA-REPORTE
004140     END-EVALUATE
004150     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
004160 5600-EXIT.
004170     EXIT.
004310     STRING "MOVIMIENTOS RECHAZADOS: " CANT-D
004320         DELIMITED BY SIZE INTO LINEA-REPORTE
004330     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
004331     PERFORM 6100-TOTALES-REEXPRESION THRU 6100-EXIT
004340     MOVE SPACES TO LINEA-REPORTE
004350     STRING "FIN DE REPORTE - MAESTRO DE DEPARTAMENTOS"
004360         DELIMITED BY SIZE INTO LINEA-REPORTE
004440 7000-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480* 1500-CARGAR-CIERRES - CARGA LOS PERIODOS CERRADOS DEL ARCHIVO
004490* DE CIERRES (LO GRABA EL CIERRE DE MES, CONTVOC8). SIN ARCHIVO
004500* DE CIERRES NO HAY PERIODOS CERRADOS.
004510*----------------------------------------------------------------
004520 1500-CARGAR-CIERRES.
004530     OPEN INPUT CIERRES
004540*    STATUS 05 = ARCHIVO OPCIONAL AUSENTE: NINGUN PERIODO CERRADO.
004550     IF FS-CIERRES NOT = "00" AND FS-CIERRES NOT = "05"
004560         DISPLAY "ERROR AL ABRIR CIERRES, STATUS " FS-CIERRES
004570         MOVE 16 TO RETURN-CODE
004580         GO TO 1500-EXIT
004590     END-IF
004600     PERFORM 1600-LEER-CIERRE THRU 1600-EXIT
004610         UNTIL FIN-CIERRES
004620     CLOSE CIERRES.
004630 1500-EXIT.
004640     EXIT.
004650
004660 1600-LEER-CIERRE.
004670     READ CIERRES
004680         AT END
004690             SET FIN-CIERRES TO TRUE
004700         NOT AT END
004710             IF CI-PERIODO IS NUMERIC
004720                 IF CANT-CP < LIM-CP
004730                     ADD 1 TO CANT-CP
004740                     MOVE CI-PERIODO TO CP-PERIODO-T(CANT-CP)
004750                 ELSE
004760                     DISPLAY "CIERRES EXCEDE LA TABLA DE " LIM-CP
004770                     SET FIN-CIERRES TO TRUE
004780                 END-IF
004790             END-IF
004800     END-READ.
004810 1600-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------------
004850* 3400-APLICAR-FUSION - EL CODIGO VIEJO QUEDA CON ESTADO "F",
004860* SUCESOR Y FECHA DE VIGENCIA (CONTVOC1 CUENTA BAJO EL SUCESOR
004870* DESDE ESA FECHA). LOS DEPARTAMENTOS YA FUSIONADOS EN EL VIEJO
004880* PASAN A TENER COMO SUCESOR AL NUEVO, ASI CONTVOC1 RESUELVE
004890* SIEMPRE EN UN SOLO PASO. LA FUSION SE ANOTA PARA REEXPRESAR
004900* HISTDEPT EN 4500.
004910*----------------------------------------------------------------
004920 3400-APLICAR-FUSION.
004930     MOVE "F" TO DM-T-ESTADO(DM-HALLADO)
004940     MOVE MV-SUCESOR TO DM-T-SUCESOR(DM-HALLADO)
004950     MOVE MV-FECHA-VIGENCIA TO DM-T-FECHA-FUSION(DM-HALLADO)
004960     PERFORM 3450-REDIRIGIR-SUCESOR THRU 3450-EXIT
004970         VARYING DM-SUB FROM 1 BY 1 UNTIL DM-SUB > CANT-DM
004980     ADD 1 TO CANT-FU
004990     MOVE MV-CODIGO TO FU-ORIGEN(CANT-FU)
005000     MOVE MV-SUCESOR TO FU-SUCESOR(CANT-FU)
005010     MOVE MV-FECHA-VIGENCIA TO FU-FECHA(CANT-FU)
005020     MOVE 0 TO FU-RECODIFICADOS(CANT-FU)
005030     MOVE 0 TO FU-COMBINADOS(CANT-FU).
005040 3400-EXIT.
005050     EXIT.
005060
005070 3450-REDIRIGIR-SUCESOR.
005080     IF DM-T-ESTADO(DM-SUB) = "F" AND
005090         DM-T-SUCESOR(DM-SUB) = MV-CODIGO
005100         MOVE MV-SUCESOR TO DM-T-SUCESOR(DM-SUB)
005110     END-IF.
005120 3450-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------------
005160* 3500-VALIDAR-FUSION - EL CODIGO VIEJO DEBE ESTAR ACTIVO, EL
005170* SUCESOR REGISTRADO, ACTIVO Y DISTINTO, Y LA FECHA DE VIGENCIA
005180* VALIDA. LA REEXPRESION ALCANZA A TODO HISTDEPT DESDE LA
005190* VIGENCIA, ASI QUE SE RECHAZA SI ALGUN PERIODO CERRADO ES IGUAL
005200* O POSTERIOR AL MES DE VIGENCIA.
005210*----------------------------------------------------------------
005220 3500-VALIDAR-FUSION.
005230     IF DM-HALLADO = 0
005240         MOVE "NO REGISTRADO" TO MOTIVO-RECHAZO
005250         MOVE "S" TO RECHAZO-SW
005260         GO TO 3500-EXIT
005270     END-IF
005280     IF DM-T-ESTADO(DM-HALLADO) = "I"
005290         MOVE "YA INACTIVO" TO MOTIVO-RECHAZO
005300         MOVE "S" TO RECHAZO-SW
005310         GO TO 3500-EXIT
005320     END-IF
005330     IF DM-T-ESTADO(DM-HALLADO) = "F"
005340         MOVE "YA FUSIONADO" TO MOTIVO-RECHAZO
005350         MOVE "S" TO RECHAZO-SW
005360         GO TO 3500-EXIT
005370     END-IF
005380     IF MV-SUCESOR = SPACES OR MV-SUCESOR = MV-CODIGO
005390         MOVE "SUCESOR INVALIDO" TO MOTIVO-RECHAZO
005400         MOVE "S" TO RECHAZO-SW
005410         GO TO 3500-EXIT
005420     END-IF
005430     MOVE 0 TO SUC-HALLADO
005440     PERFORM 3550-BUSCAR-SUCESOR THRU 3550-EXIT
005450         VARYING DM-SUB FROM 1 BY 1
005460         UNTIL DM-SUB > CANT-DM OR SUC-HALLADO > 0
005470     IF SUC-HALLADO = 0
005480         MOVE "SUCESOR NO REGISTRADO" TO MOTIVO-RECHAZO
005490         MOVE "S" TO RECHAZO-SW
005500         GO TO 3500-EXIT
005510     END-IF
005520     IF DM-T-ESTADO(SUC-HALLADO) NOT = "A"
005530         MOVE "SUCESOR NO ACTIVO" TO MOTIVO-RECHAZO
005540         MOVE "S" TO RECHAZO-SW
005550         GO TO 3500-EXIT
005560     END-IF
005570     IF MV-FECHA-VIGENCIA IS NOT NUMERIC
005580         MOVE "FECHA DE VIGENCIA INVALIDA" TO MOTIVO-RECHAZO
005590         MOVE "S" TO RECHAZO-SW
005600         GO TO 3500-EXIT
005610     END-IF
005620     IF MV-FECHA-VIGENCIA(5:2) < "01" OR
005630         MV-FECHA-VIGENCIA(5:2) > "12" OR
005640         MV-FECHA-VIGENCIA(7:2) < "01" OR
005650         MV-FECHA-VIGENCIA(7:2) > "31"
005660         MOVE "FECHA DE VIGENCIA INVALIDA" TO MOTIVO-RECHAZO
005670         MOVE "S" TO RECHAZO-SW
005680         GO TO 3500-EXIT
005690     END-IF
005700     MOVE MV-FECHA-VIGENCIA(1:6) TO FU-PERIODO
005710     MOVE 0 TO CP-HALLADO
005720     PERFORM 3560-COMPARAR-CERRADO THRU 3560-EXIT
005730         VARYING CP-SUB FROM 1 BY 1
005740         UNTIL CP-SUB > CANT-CP OR CP-HALLADO > 0
005750     IF CP-HALLADO > 0
005760         MOVE SPACES TO MOTIVO-RECHAZO
005770         STRING "PERIODO CERRADO " CP-PERIODO-T(CP-HALLADO)
005780             DELIMITED BY SIZE INTO MOTIVO-RECHAZO
005790         MOVE "S" TO RECHAZO-SW
005800         GO TO 3500-EXIT
005810     END-IF
005820     IF CANT-FU >= LIM-FU
005830         MOVE "DEMASIADAS FUSIONES" TO MOTIVO-RECHAZO
005840         MOVE "S" TO RECHAZO-SW
005850     END-IF.
005860 3500-EXIT.
005870     EXIT.
005880
005890 3550-BUSCAR-SUCESOR.
005900     IF DM-T-CODIGO(DM-SUB) = MV-SUCESOR
005910         MOVE DM-SUB TO SUC-HALLADO
005920     END-IF.
005930 3550-EXIT.
005940     EXIT.
005950
005960 3560-COMPARAR-CERRADO.
005970     IF CP-PERIODO-T(CP-SUB) NOT < FU-PERIODO
005980         MOVE CP-SUB TO CP-HALLADO
005990     END-IF.
006000 3560-EXIT.
006010     EXIT.
006020
006030*----------------------------------------------------------------
006040* 4500-REEXPRESAR-HISTDEPT - COPIA HISTDEPT COMPLETO A HDEPNVO
006050* POR GRUPOS DE UNA MISMA FECHA. CON FUSIONES APLICADAS, CADA
006060* REGISTRO DE UN CODIGO FUSIONADO CON FECHA IGUAL O POSTERIOR A
006070* LA VIGENCIA PASA AL SUCESOR, CON SUS IMAGENES EN REORGAUD.
006080* SIN FUSIONES LA COPIA ES IDENTICA Y NO SE ABRE REORGAUD.
006090*----------------------------------------------------------------
006100 4500-REEXPRESAR-HISTDEPT.
006110     OPEN INPUT HIST-DEPTOS
006120     IF FS-HISTDEPT NOT = "00"
006130         DISPLAY "ERROR AL ABRIR HISTDEPT, STATUS " FS-HISTDEPT
006140         MOVE 16 TO RETURN-CODE
006150         GO TO 4500-EXIT
006160     END-IF
006170     OPEN OUTPUT HDEPTO-NUEVO
006180     IF FS-HDEPNVO NOT = "00"
006190         DISPLAY "ERROR AL ABRIR HDEPNVO, STATUS " FS-HDEPNVO
006200         MOVE 16 TO RETURN-CODE
006210         CLOSE HIST-DEPTOS
006220         GO TO 4500-EXIT
006230     END-IF
006240     IF CANT-FU > 0
006250         OPEN EXTEND REORG-AUDITORIA
006260         IF FS-REORGAUD NOT = "00" AND FS-REORGAUD NOT = "05"
006270             DISPLAY "ERROR AL ABRIR REORGAUD, STATUS "
006280                 FS-REORGAUD
006290             MOVE 16 TO RETURN-CODE
006300             CLOSE HIST-DEPTOS
006310             CLOSE HDEPTO-NUEVO
006320             GO TO 4500-EXIT
006330         END-IF
006340     END-IF
006350     MOVE 0 TO CANT-GR
006360     PERFORM 4600-LEER-HISTDEPT THRU 4600-EXIT
006370         UNTIL FIN-HISTDEPT
006380     PERFORM 4700-CERRAR-GRUPO THRU 4700-EXIT
006390     CLOSE HIST-DEPTOS
006400     CLOSE HDEPTO-NUEVO
006410     IF CANT-FU > 0
006420         CLOSE REORG-AUDITORIA
006430     END-IF.
006440 4500-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------------
006480* 4600-LEER-HISTDEPT - ARMA EL GRUPO DE REGISTROS DE UNA MISMA
006490* FECHA. UN CAMBIO DE FECHA, UNA FECHA NO NUMERICA O EL GRUPO
006500* LLENO CIERRAN EL GRUPO EN CURSO ANTES DE SEGUIR.
006510*----------------------------------------------------------------
006520 4600-LEER-HISTDEPT.
006530     READ HIST-DEPTOS
006540         AT END
006550             SET FIN-HISTDEPT TO TRUE
006560             GO TO 4600-EXIT
006570     END-READ
006580     ADD 1 TO CANT-HD-LEIDOS
006590     IF CANT-GR > 0
006600         IF HD-FECHA NOT = GRUPO-FECHA OR CANT-GR >= LIM-GR
006610             PERFORM 4700-CERRAR-GRUPO THRU 4700-EXIT
006620         END-IF
006630     END-IF
006640     IF HD-FECHA IS NOT NUMERIC
006650         WRITE HDEPTO-NUEVO-REC FROM HIST-DEPTO-REC
006660         ADD 1 TO CANT-HD-GRABADOS
006670         GO TO 4600-EXIT
006680     END-IF
006690     ADD 1 TO CANT-GR
006700     MOVE HIST-DEPTO-REC TO GR-IMAGEN(CANT-GR)
006710     MOVE "V" TO GR-ESTADO(CANT-GR)
006720     MOVE HD-FECHA TO GRUPO-FECHA.
006730 4600-EXIT.
006740     EXIT.
006750
006760 4700-CERRAR-GRUPO.
006770     IF CANT-GR = 0
006780         GO TO 4700-EXIT
006790     END-IF
006800     IF CANT-FU > 0
006810         PERFORM 4710-REEXPRESAR-REGISTRO THRU 4710-EXIT
006820             VARYING GR-SUB FROM 1 BY 1 UNTIL GR-SUB > CANT-GR
006830     END-IF
006840     PERFORM 4790-GRABAR-REGISTRO THRU 4790-EXIT
006850         VARYING GR-SUB FROM 1 BY 1 UNTIL GR-SUB > CANT-GR
006860     MOVE 0 TO CANT-GR.
006870 4700-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910* 4710-REEXPRESAR-REGISTRO - APLICA LAS FUSIONES EN ORDEN DE
006920* TARJETA (UNA FUSION EN CADENA LLEGA AL ULTIMO SUCESOR). SI EL
006930* SUCESOR YA TIENE REGISTRO EN EL GRUPO SE LE SUMAN LAS CIFRAS
006940* Y SE RECALCULA SU INDICE; SI NO, EL REGISTRO CAMBIA DE CODIGO.
006950* EL RESUMEN MENSUAL "+++" DE LA DEPURACION NO SE TOCA.
006960*----------------------------------------------------------------
006970 4710-REEXPRESAR-REGISTRO.
006980     IF GR-ESTADO(GR-SUB) NOT = "V"
006990         GO TO 4710-EXIT
007000     END-IF
007010     MOVE GR-IMAGEN(GR-SUB) TO HD-ORIGEN
007020     IF HO-DEPTO = "+++"
007030         GO TO 4710-EXIT
007040     END-IF
007050     MOVE HO-DEPTO TO DEPTO-DESTINO
007060     MOVE 0 TO FU-HALLADO
007070     PERFORM 4720-APLICAR-FUSIONES THRU 4720-EXIT
007080         VARYING FU-SUB FROM 1 BY 1 UNTIL FU-SUB > CANT-FU
007090     IF FU-HALLADO = 0
007100         GO TO 4710-EXIT
007110     END-IF
007120     MOVE 0 TO GR-HALLADO
007130     PERFORM 4730-BUSCAR-HUESPED THRU 4730-EXIT
007140         VARYING GR-BUSCA FROM 1 BY 1
007150         UNTIL GR-BUSCA > CANT-GR OR GR-HALLADO > 0
007160     MOVE "B" TO TIPO-IMAGEN
007170     MOVE HD-ORIGEN TO IMAGEN-AUDITORIA
007180     PERFORM 4800-GRABAR-AUDITORIA THRU 4800-EXIT
007190     IF GR-HALLADO = 0
007200         MOVE DEPTO-DESTINO TO HO-DEPTO
007210         MOVE HD-ORIGEN TO GR-IMAGEN(GR-SUB)
007220         ADD 1 TO FU-RECODIFICADOS(FU-HALLADO)
007230         MOVE "A" TO TIPO-IMAGEN
007240         MOVE HD-ORIGEN TO IMAGEN-AUDITORIA
007250         PERFORM 4800-GRABAR-AUDITORIA THRU 4800-EXIT
007260         GO TO 4710-EXIT
007270     END-IF
007280     MOVE GR-IMAGEN(GR-HALLADO) TO HD-HUESPED
007290     MOVE HD-HUESPED TO IMAGEN-AUDITORIA
007300     PERFORM 4800-GRABAR-AUDITORIA THRU 4800-EXIT
007310     PERFORM 4750-SUMAR-REGISTRO THRU 4750-EXIT
007320     MOVE HD-HUESPED TO GR-IMAGEN(GR-HALLADO)
007330     MOVE "E" TO GR-ESTADO(GR-SUB)
007340     ADD 1 TO FU-COMBINADOS(FU-HALLADO)
007350     MOVE "A" TO TIPO-IMAGEN
007360     MOVE HD-HUESPED TO IMAGEN-AUDITORIA
007370     PERFORM 4800-GRABAR-AUDITORIA THRU 4800-EXIT.
007380 4710-EXIT.
007390     EXIT.
007400
007410 4720-APLICAR-FUSIONES.
007420     IF FU-ORIGEN(FU-SUB) = DEPTO-DESTINO AND
007430         HO-FECHA NOT < FU-FECHA(FU-SUB)
007440         IF FU-HALLADO = 0
007450             MOVE FU-SUB TO FU-HALLADO
007460         END-IF
007470         MOVE FU-SUCESOR(FU-SUB) TO DEPTO-DESTINO
007480     END-IF.
007490 4720-EXIT.
007500     EXIT.
007510
007520 4730-BUSCAR-HUESPED.
007530     IF GR-BUSCA NOT = GR-SUB AND
007540         GR-ESTADO(GR-BUSCA) = "V" AND
007550         GR-IMAGEN(GR-BUSCA)(9:3) = DEPTO-DESTINO
007560         MOVE GR-BUSCA TO GR-HALLADO
007570     END-IF.
007580 4730-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* 4750-SUMAR-REGISTRO - SUMA LAS CIFRAS DEL ORIGEN AL HUESPED.
007630* LAS EXCEPCIONES EN BLANCO (REGISTROS ANTERIORES A ESE CAMPO)
007640* CUENTAN CERO. LA LEGIBILIDAD SE SUMA Y SE RECALCULA SOLO SI
007650* AMBOS LA TIENEN, CON LA MISMA REGLA DE FORMULA QUE CONTVOC9.
007660*----------------------------------------------------------------
007670 4750-SUMAR-REGISTRO.
007680     ADD HO-VOCALES TO HH-VOCALES
007690     ADD HO-CONSONANTE TO HH-CONSONANTE
007700     ADD HO-ENIE TO HH-ENIE
007710     ADD HO-PALABRAS TO HH-PALABRAS
007720     IF HH-EXCEPCIONES IS NOT NUMERIC
007730         MOVE 0 TO HH-EXCEPCIONES
007740     END-IF
007750     IF HO-EXCEPCIONES IS NUMERIC
007760         ADD HO-EXCEPCIONES TO HH-EXCEPCIONES
007770     END-IF
007780     IF HO-SILABAS IS NOT NUMERIC OR HH-SILABAS IS NOT NUMERIC
007790         GO TO 4750-EXIT
007800     END-IF
007810     ADD HO-SILABAS TO HH-SILABAS
007820     ADD HO-ORACIONES TO HH-ORACIONES
007830     ADD HO-PAL-EN TO HH-PAL-EN
007840     MOVE HH-SILABAS TO LG-SILABAS
007850     MOVE HH-PALABRAS TO LG-PALABRAS
007860     MOVE HH-ORACIONES TO LG-ORACIONES
007870     IF HH-PAL-EN > 0 AND HH-PAL-EN = HH-PALABRAS
007880         MOVE "FL" TO LG-FORMULA
007890     ELSE
007900         MOVE "FH" TO LG-FORMULA
007910     END-IF
007920     PERFORM 4760-CALCULAR-LEGIBILIDAD THRU 4760-EXIT
007930     MOVE LG-INDICE TO HH-LEGIBILIDAD
007940     MOVE LG-FORMULA TO HH-FORMULA.
007950 4750-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------------
007990* 4760-CALCULAR-LEGIBILIDAD - FERNANDEZ-HUERTA ("FH") O FLESCH
008000* ("FL") SEGUN LG-FORMULA, IGUAL QUE 1950 EN CONTVOC9. SIN DATOS
008010* QUEDA EN CERO.
008020*----------------------------------------------------------------
008030 4760-CALCULAR-LEGIBILIDAD.
008040     MOVE 0 TO LG-INDICE
008050     IF LG-PALABRAS = 0 OR LG-SILABAS = 0 OR LG-ORACIONES = 0
008060         GO TO 4760-EXIT
008070     END-IF
008080     COMPUTE LG-SIL-PAL ROUNDED = LG-SILABAS / LG-PALABRAS
008090     IF LG-FORMULA = "FL"
008100         COMPUTE LG-PAL-ORA ROUNDED = LG-PALABRAS / LG-ORACIONES
008110         COMPUTE LG-CALCULO ROUNDED = 206.835
008120             - 1.015 * LG-PAL-ORA - 84.6 * LG-SIL-PAL
008130     ELSE
008140         COMPUTE LG-ORA-PAL ROUNDED = LG-ORACIONES / LG-PALABRAS
008150         COMPUTE LG-CALCULO ROUNDED = 206.84
008160             - 60 * LG-SIL-PAL - 102 * LG-ORA-PAL
008170     END-IF
008180     IF LG-CALCULO > 999.99
008190         MOVE 999.99 TO LG-CALCULO
008200     END-IF
008210     IF LG-CALCULO < -999.99
008220         MOVE -999.99 TO LG-CALCULO
008230     END-IF
008240     MOVE LG-CALCULO TO LG-INDICE.
008250 4760-EXIT.
008260     EXIT.
008270
008280 4790-GRABAR-REGISTRO.
008290     IF GR-ESTADO(GR-SUB) = "V"
008300         WRITE HDEPTO-NUEVO-REC FROM GR-IMAGEN(GR-SUB)
008310         ADD 1 TO CANT-HD-GRABADOS
008320     END-IF.
008330 4790-EXIT.
008340     EXIT.
008350
008360 4800-GRABAR-AUDITORIA.
008370     MOVE SPACES TO REORG-AUDITORIA-REC
008380     MOVE FECHA-EJECUCION-N TO RA-FECHA-PROC
008390     MOVE HORA-EJECUCION(1:6) TO RA-HORA
008400     MOVE TIPO-IMAGEN TO RA-TIPO
008410     MOVE FU-ORIGEN(FU-HALLADO) TO RA-ORIGEN
008420     MOVE FU-SUCESOR(FU-HALLADO) TO RA-SUCESOR
008430     MOVE FU-FECHA(FU-HALLADO) TO RA-FECHA-VIGENCIA
008440     MOVE IMAGEN-AUDITORIA TO RA-IMAGEN
008450     WRITE REORG-AUDITORIA-REC.
008460 4800-EXIT.
008470     EXIT.
008480
008490*----------------------------------------------------------------
008500* 6100-TOTALES-REEXPRESION - REGISTROS DE HISTDEPT LEIDOS Y
008510* COPIADOS, Y POR CADA FUSION CUANTOS REGISTROS CAMBIARON DE
008520* CODIGO Y CUANTOS SE SUMARON AL REGISTRO DEL SUCESOR.
008530*----------------------------------------------------------------
008540 6100-TOTALES-REEXPRESION.
008550     MOVE CANT-HD-LEIDOS TO CANT-HD-D
008560     MOVE CANT-HD-GRABADOS TO CANT-HD-D2
008570     MOVE SPACES TO LINEA-REPORTE
008580     STRING "HISTDEPT LEIDOS: " CANT-HD-D
008590         "  COPIADOS A HDEPNVO: " CANT-HD-D2
008600         DELIMITED BY SIZE INTO LINEA-REPORTE
008610     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE
008620     PERFORM 6150-LINEA-FUSION THRU 6150-EXIT
008630         VARYING FU-SUB FROM 1 BY 1 UNTIL FU-SUB > CANT-FU.
008640 6100-EXIT.
008650     EXIT.
008660
008670 6150-LINEA-FUSION.
008680     MOVE FU-RECODIFICADOS(FU-SUB) TO CANT-HD-D
008690     MOVE FU-COMBINADOS(FU-SUB) TO CANT-HD-D2
008700     MOVE SPACES TO LINEA-REPORTE
008710     STRING "REEXPRESADO " FU-ORIGEN(FU-SUB)
008720         " EN " FU-SUCESOR(FU-SUB)
008730         ": RECODIFICADOS " CANT-HD-D
008740         "  SUMADOS " CANT-HD-D2
008750         DELIMITED BY SIZE INTO LINEA-REPORTE
008760     WRITE REPORTE-OUT-REC FROM LINEA-REPORTE.
008770 6150-EXIT.
008780     EXIT.
008790
008800 END PROGRAM CONTVOC5.
