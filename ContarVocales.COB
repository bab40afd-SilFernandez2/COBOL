000100*               OPERADOR (O DE UNA TARJETA SYSIN EN BATCH) Y LLAMA
000110*               AL MODULO CONTVOC1 QUE HACE EL TRABAJO SEGUN EL
000120*               MODO ELEGIDO.
000122*               ANTES DEL MENU EL OPERADOR SE IDENTIFICA CON SU
000124*               CODIGO Y CLAVE, Y SOLO VE LAS OPCIONES QUE SU
000126*               PERFIL TIENE HABILITADAS.
000130*
000140* MODIFICATION HISTORY.
000150*   DATE       INIT  DESCRIPTION
000603*                    FECHAS (MODULO CONTVOCQ, SOBRE EL
000604*                    HISTORIAL INDEXADO POR FECHA). LAS DEMAS
000605*                    OPCIONES SIGUEN YENDO A CONTVOC1.
000606*   15/10/2026 SF    IDENTIFICACION DEL OPERADOR CONTRA EL
000607*                    PERFIL OPERADOR (CONTVOCO) ANTES DEL MENU,
000608*                    QUE MUESTRA SOLO SUS OPCIONES. 3 CLAVES ERRADAS
000609*                    BLOQUEAN EL PERFIL. EL OPERADOR VA A AUDITLOG.
000610*****************************************************************
000620 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. CONTVOCM.
000640 AUTHOR. SILVIA FERNANDEZ.
000650 INSTALLATION. DEPARTAMENTO DE PROCESAMIENTO DE DATOS.
000660 DATE-WRITTEN. 30/06/2024.
000661 DATE-COMPILED.
000662 
000663 ENVIRONMENT DIVISION.
000664 INPUT-OUTPUT SECTION.
000665 FILE-CONTROL.
000666     SELECT OPERADORES
000667         ASSIGN TO OPERADOR
000668         ORGANIZATION IS INDEXED
000669         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS OP-CODIGO
000671         FILE STATUS IS FS-OPERADOR.
000672
000673 DATA DIVISION.
000674 FILE SECTION.
000675 FD  OPERADORES.
000676*    PERFIL DE OPERADORES (LO MANTIENE CONTVOCO, JCL CONTVOCO):
000677*    UNO POR OPERADOR, CON SU CLAVE, EL GRUPO (N=NOCTURNO,
000678*    S=SUPERVISOR, A=ANALISIS), LAS OPCIONES DEL MENU QUE PUEDE
000679*    USAR (POSICION N = OPCION N, "S" = HABILITADA), EL ESTADO
000680*    (A=ACTIVO, B=BLOQUEADO POR CLAVES ERRADAS, R=REVOCADO) Y LAS
000681*    CLAVES ERRADAS SEGUIDAS DESDE EL ULTIMO INGRESO CORRECTO.
000682 01  OPERADOR-REC.
000683     05  OP-CODIGO                   PIC X(08).
000684     05  OP-NOMBRE                   PIC X(30).
000685     05  OP-CLAVE                    PIC X(08).
000686     05  OP-GRUPO                    PIC X(01).
000687     05  OP-OPCIONES                 PIC X(06).
000688     05  OP-ESTADO                   PIC X(01).
000689     05  OP-INTENTOS                 PIC 9(01).
000690     05  OP-FECHA-ALTA               PIC 9(08).
000691     05  OP-FECHA-CAMBIO             PIC 9(08).
000692     05  OP-FECHA-ACCESO             PIC 9(08).
000693     05  FILLER                      PIC X(01).
000700 WORKING-STORAGE SECTION.
000710*    MODO DE PROCESO SELECCIONADO POR EL OPERADOR: 1 = INTERACTIVO,
000720*    2 = ARCHIVO (BATCH), 3 = REIMPRESION DE LA ULTIMA CORRIDA,
000740*    TEXTO COMPLETO DESDE ARCHIVO (CUENTA DIGITOS/PUNTUACION),
000742*    6 = CONSULTA DEL HISTORIAL POR FECHA (MODULO CONTVOCQ).
000750 77  MODO-PROCESO                PIC 9(01) VALUE 0.
000751*    IDENTIFICACION DEL OPERADOR. EL CODIGO VA A CONTVOC1 PARA LA
000752*    PISTA DE AUDITORIA; LAS OPCIONES HABILITADAS SE COPIAN DEL
000753*    PERFIL ANTES DE CERRAR EL ARCHIVO.
000754 77  FS-OPERADOR                 PIC X(02) VALUE "00".
000755 77  OPERADOR-ID                 PIC X(08) VALUE SPACES.
000756 77  CLAVE-INGRESADA             PIC X(08) VALUE SPACES.
000757 77  PERFIL-OPCIONES             PIC X(06) VALUE ALL "N".
000758 77  MAX-INTENTOS                PIC 9(01) VALUE 3.
000759 77  OPC-SUB                     PIC 9(01) VALUE 0.
000760 77  FECHA-EJECUCION-N           PIC 9(08) VALUE 0.
000761*    TEXTOS DE LAS OPCIONES DEL MENU, EN EL ORDEN DE MODO-PROCESO.
000762 01  TEXTOS-OPCIONES-VALORES.
000763     05  FILLER                      PIC X(45) VALUE
000764         "INGRESO INTERACTIVO POR TECLADO".
000765     05  FILLER                      PIC X(45) VALUE
000766         "PROCESO BATCH DESDE ARCHIVO".
000767     05  FILLER                      PIC X(45) VALUE
000768         "REIMPRIMIR TOTALES DE LA ULTIMA CORRIDA".
000769     05  FILLER                      PIC X(45) VALUE
000770         "CONSULTAR LA AUDITORIA DE CORRIDAS".
000771     05  FILLER                      PIC X(45) VALUE
000772         "PERFIL DE TEXTO COMPLETO DESDE ARCHIVO".
000773     05  FILLER                      PIC X(45) VALUE
000774         "CONSULTAR EL HISTORIAL POR FECHA".
000775 01  TEXTOS-OPCIONES REDEFINES TEXTOS-OPCIONES-VALORES.
000776     05  TEXTO-OPCION                PIC X(45) OCCURS 6 TIMES.
000777 
000778 PROCEDURE DIVISION.
000780*----------------------------------------------------------------
000785* 0000-MAINLINE - IDENTIFICA AL OPERADOR, MUESTRA EL MENU CON LAS
000790* OPCIONES DE SU PERFIL, ACEPTA LA SELECCION Y LLAMA AL MODULO QUE
000795* HACE EL TRABAJO. SIN IDENTIFICACION VALIDA, O CON UNA OPCION NO
000800* HABILITADA, TERMINA CON RETURN-CODE 16 SIN LLAMAR A NINGUN
000805* MODULO.
000810*----------------------------------------------------------------
000820 0000-MAINLINE.
000822     PERFORM 1000-IDENTIFICAR-OPERADOR THRU 1000-EXIT
000824     IF RETURN-CODE NOT = 0
000826         STOP RUN
000828     END-IF
000830     DISPLAY " SELECCIONE EL MODO DE PROCESO:"
000834     PERFORM 2000-MOSTRAR-OPCION THRU 2000-EXIT
000838         VARYING OPC-SUB FROM 1 BY 1 UNTIL OPC-SUB > 6
000842     ACCEPT MODO-PROCESO
000846*    UNA OPCION DEL MENU QUE EL PERFIL NO HABILITA SE RECHAZA
000850*    AQUI; UN MODO FUERA DEL MENU SIGUE LLEGANDO A CONTVOC1, QUE
000854*    LO RECHAZA COMO SIEMPRE.
000858     IF MODO-PROCESO NOT < 1 AND MODO-PROCESO NOT > 6
000862         IF PERFIL-OPCIONES(MODO-PROCESO:1) NOT = "S"
000866             DISPLAY "ERROR: OPCION " MODO-PROCESO
000870                 " NO HABILITADA PARA EL OPERADOR " OPERADOR-ID
000874             MOVE 16 TO RETURN-CODE
000878             STOP RUN
000882         END-IF
000886     END-IF
000892*    LA CONSULTA DEL HISTORIAL TIENE SU PROPIO MODULO; EL RESTO
000894*    DE LOS MODOS SIGUE YENDO A CONTVOC1, QUE RECHAZA UN MODO
000896*    FUERA DE LOS SUYOS.
000898     IF MODO-PROCESO = 6
000900         CALL "CONTVOCQ"
000902     ELSE
000904         CALL "CONTVOC1" USING MODO-PROCESO OPERADOR-ID
000906     END-IF
000910     STOP RUN.
000920
000930*----------------------------------------------------------------
000940* 1000-IDENTIFICAR-OPERADOR - PIDE CODIGO Y CLAVE (EN BATCH, LAS
000950* DOS PRIMERAS TARJETAS SYSIN) Y LOS CONTROLA CONTRA EL PERFIL. UN
000960* CODIGO DESCONOCIDO Y UNA CLAVE ERRADA DAN EL MISMO MENSAJE, PARA
000970* NO CONFIRMAR QUE CODIGOS EXISTEN. UN PERFIL REVOCADO O BLOQUEADO
000980* NO ENTRA NI CON LA CLAVE CORRECTA. EL INGRESO CORRECTO PONE EN
000990* CERO LAS CLAVES ERRADAS Y ANOTA LA FECHA DEL ULTIMO ACCESO.
001000* CUALQUIER RECHAZO DEJA RETURN-CODE 16.
001010*----------------------------------------------------------------
001020 1000-IDENTIFICAR-OPERADOR.
001030     ACCEPT FECHA-EJECUCION-N FROM DATE YYYYMMDD
001040     DISPLAY " IDENTIFICACION DEL OPERADOR - INGRESE SU CODIGO:"
001050     ACCEPT OPERADOR-ID
001060     DISPLAY " INGRESE SU CLAVE:"
001070     ACCEPT CLAVE-INGRESADA
001080     OPEN I-O OPERADORES
001090     IF FS-OPERADOR NOT = "00"
001100         DISPLAY "ERROR AL ABRIR OPERADOR, STATUS " FS-OPERADOR
001110         MOVE 16 TO RETURN-CODE
001120         GO TO 1000-EXIT
001130     END-IF
001140     MOVE OPERADOR-ID TO OP-CODIGO
001150     READ OPERADORES
001160         INVALID KEY
001170             DISPLAY "ERROR: OPERADOR O CLAVE INVALIDOS."
001180             MOVE 16 TO RETURN-CODE
001190     END-READ
001200     IF RETURN-CODE NOT = 0
001210         CLOSE OPERADORES
001220         GO TO 1000-EXIT
001230     END-IF
001240     IF OP-ESTADO = "R"
001250         DISPLAY "ERROR: EL PERFIL DEL OPERADOR " OPERADOR-ID
001260             " ESTA REVOCADO."
001270         MOVE 16 TO RETURN-CODE
001280         CLOSE OPERADORES
001290         GO TO 1000-EXIT
001300     END-IF
001310     IF OP-ESTADO NOT = "A"
001320         DISPLAY "ERROR: EL PERFIL DEL OPERADOR " OPERADOR-ID
001330             " ESTA BLOQUEADO POR CLAVES ERRADAS."
001340         DISPLAY "       PEDIR EL DESBLOQUEO A UN SUPERVISOR."
001350         MOVE 16 TO RETURN-CODE
001360         CLOSE OPERADORES
001370         GO TO 1000-EXIT
001380     END-IF
001390     IF CLAVE-INGRESADA = SPACES OR CLAVE-INGRESADA NOT = OP-CLAVE
001400         PERFORM 1100-CLAVE-ERRADA THRU 1100-EXIT
001410         CLOSE OPERADORES
001420         GO TO 1000-EXIT
001430     END-IF
001440     MOVE 0 TO OP-INTENTOS
001450     MOVE FECHA-EJECUCION-N TO OP-FECHA-ACCESO
001460     MOVE OP-OPCIONES TO PERFIL-OPCIONES
001470     DISPLAY " OPERADOR " OPERADOR-ID " - " OP-NOMBRE
001480     REWRITE OPERADOR-REC
001490         INVALID KEY
001500             CONTINUE
001510     END-REWRITE
001520     IF FS-OPERADOR NOT = "00"
001530         DISPLAY "ERROR AL ACTUALIZAR OPERADOR, STATUS "
001540             FS-OPERADOR
001550         MOVE 16 TO RETURN-CODE
001560     END-IF
001570     CLOSE OPERADORES.
001580 1000-EXIT.
001590     EXIT.
001600
001610*----------------------------------------------------------------
001620* 1100-CLAVE-ERRADA - SUMA LA CLAVE ERRADA AL PERFIL Y, AL LLEGAR
001630* A MAX-INTENTOS SEGUIDAS, LO BLOQUEA. SOLO UN CAMBIO DE CONTVOCO
001640* LO VUELVE A ACTIVAR.
001650*----------------------------------------------------------------
001660 1100-CLAVE-ERRADA.
001670     DISPLAY "ERROR: OPERADOR O CLAVE INVALIDOS."
001680     ADD 1 TO OP-INTENTOS
001690     IF OP-INTENTOS NOT < MAX-INTENTOS
001700         MOVE "B" TO OP-ESTADO
001710         DISPLAY "       PERFIL BLOQUEADO POR " MAX-INTENTOS
001720             " CLAVES ERRADAS SEGUIDAS."
001730     END-IF
001740     REWRITE OPERADOR-REC
001750         INVALID KEY
001760             CONTINUE
001770     END-REWRITE
001780     IF FS-OPERADOR NOT = "00"
001790         DISPLAY "ERROR AL ACTUALIZAR OPERADOR, STATUS "
001800             FS-OPERADOR
001810     END-IF
001820     MOVE 16 TO RETURN-CODE.
001830 1100-EXIT.
001840     EXIT.
001850
001860 2000-MOSTRAR-OPCION.
001870     IF PERFIL-OPCIONES(OPC-SUB:1) = "S"
001880         DISPLAY "   " OPC-SUB " - " TEXTO-OPCION(OPC-SUB)
001890     END-IF.
001900 2000-EXIT.
001910     EXIT.
001920
001930 END PROGRAM CONTVOCM.
