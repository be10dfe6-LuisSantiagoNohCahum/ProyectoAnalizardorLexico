000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANTPERF.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    MANTPERF                                                    *
000110*                                                                *
000120*    MANTENIMIENTO DEL ARCHIVO DE PERFILES DE USUARIO (PERFILES, *
000130*    VER PERFIL.CPY). DA DE ALTA USUARIOS CON SU ROL, CAMBIA SU  *
000140*    NOMBRE O ROL, LOS HABILITA O INHABILITA, Y ASIGNA O RETIRA  *
000150*    A CADA ROL LAS OPCIONES DE MENU QUE PUEDE USAR EN CADA      *
000160*    PROGRAMA CONTROLADO. TODO CAMBIO QUEDA EN AUDITLOG.         *
000170*                                                                *
000180*    PARA SEPARAR FUNCIONES NADIE PUEDE CAMBIAR SU PROPIO        *
000190*    PERFIL NI LOS DERECHOS DE SU PROPIO ROL. SI PERFILES NO     *
000200*    EXISTE, EL PRIMER USUARIO QUE CORRE EL PROGRAMA QUEDA COMO  *
000210*    ADMINISTRADOR (ROL ADMIN, OPCIONES 1-5 DE MANTPERF) PARA    *
000220*    PODER DAR DE ALTA A LOS DEMAS. EL PROPIO MANTPERF VERIFICA  *
000230*    EL ACCESO CONTRA PERFILES AL ARRANCAR Y EN CADA OPCION.     *
000240*                                                                *
000250******************************************************************
000260*    HISTORIAL DE MODIFICACIONES                                 *
000270*    FECHA       AUTOR   DESCRIPCION                             *
000280*    ----------  ------  -------------------------------------   *
000290*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000291*    10/15/2026  HNK     SE AGREGA MANTFER (CALENDARIO DE        *
000292*                        FERIADOS) A LOS PROGRAMAS CONTROLADOS.  *
000300******************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. HP.
000350 OBJECT-COMPUTER. HP.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-PERFIL.
000410     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-AUDIT.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PERFIL-FILE.
000480 01  LIN-PERFIL                    PIC X(80).
000490 FD  AUDIT-FILE.
000500 01  LIN-AUDITORIA                PIC X(80).
000510*
000520 WORKING-STORAGE SECTION.
000530*
000540 01 WS-SWITCHES.
000550     05 WS-SW-SALIR                PIC X(01)     VALUE 'N'.
000560         88 WS-SALIR-SI                          VALUE 'S'.
000570     05 WS-SW-HAY-CAMBIOS          PIC X(01)     VALUE 'N'.
000580         88 WS-HAY-CAMBIOS-SI                    VALUE 'S'.
000590     05 WS-SW-HALLADO              PIC X(01)     VALUE 'N'.
000600         88 WS-HALLADO-SI                        VALUE 'S'.
000610     05 WS-SW-TABLA-TRUNCA         PIC X(01)     VALUE 'N'.
000620         88 WS-TABLA-TRUNCA-SI                   VALUE 'S'.
000630     05 WS-CONFIRMA                PIC X(01)     VALUE 'N'.
000640         88 WS-CONFIRMA-SI                  VALUES 'S' 's'.
000650*
000660 01 WS-ARCHIVOS.
000670     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
000680         88 WS-FS-PERFIL-OK                      VALUE '00'.
000690         88 WS-FS-PERFIL-NUEVO                   VALUE '35'.
000700     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
000710         88 WS-FS-AUDIT-OK                       VALUE '00'.
000720     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
000730         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
000740*
000750 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
000760*
000770     COPY PERFIL.
000780*
000790     COPY ACCESO.
000800*
000810 01 WS-TABLA-PERFILES.
000820     05 WS-PRF-MAX                 PIC 9(03)     VALUE 500.
000830     05 WS-PRF-TOTAL               PIC 9(03)     VALUE 0.
000840     05 WS-PRF-IDX                 PIC 9(03)     VALUE 0.
000850     05 WS-PRF-SIG                 PIC 9(03)     VALUE 0.
000860     05 WS-PRF-ENTRADA OCCURS 500 TIMES
000870                                   PIC X(80).
000880*
000890 01 WS-CAPTURA.
000900     05 WS-USUARIO                 PIC X(10).
000910     05 WS-NOMBRE                  PIC X(30).
000920     05 WS-ROL                     PIC X(10).
000930     05 WS-ROL-ANTERIOR            PIC X(10).
000940     05 WS-PROGRAMA                PIC X(08).
000950         88 WS-PROGRAMA-VALIDO               VALUES "MANTCLI"
000960                                                    "APROBCLI"
000970                                                    "MANTCTA"
000980                                                    "TIPOCAM"
000990                                                    "MANTRECH"
001000                                                    "ARCHCLI"
001010                                                    "MANTPERF"
001011                                                    "MANTFER".
001020     05 WS-OPCIONES                PIC X(10).
001030     05 WS-ROL-FILTRO              PIC X(10).
001040*
001050 01 WS-VALOR-PERFIL.
001060     05 WS-VPE-USUARIO             PIC X(10).
001070     05 FILLER                     PIC X(01)     VALUE SPACE.
001080     05 WS-VPE-DATO                PIC X(23).
001090*
001100 01 WS-CAMBIO-ROL.
001110     05 WS-CRO-ANTERIOR            PIC X(10).
001120     05 FILLER                     PIC X(03)     VALUE " > ".
001130     05 WS-CRO-NUEVO               PIC X(10).
001140*
001150 01 WS-VALOR-DERECHO.
001160     05 WS-VDE-ROL                 PIC X(10).
001170     05 FILLER                     PIC X(01)     VALUE SPACE.
001180     05 WS-VDE-PROGRAMA            PIC X(08).
001190     05 FILLER                     PIC X(01)     VALUE SPACE.
001200     05 WS-VDE-OPCIONES            PIC X(10).
001210     05 FILLER                     PIC X(04)     VALUE SPACES.
001220*
001230 01 WS-LINEA-AUDITORIA.
001240     05 AUD-FECHA-HORA             PIC X(14).
001250     05 FILLER                     PIC X(01)     VALUE SPACE.
001260     05 AUD-USUARIO                PIC X(10).
001270     05 FILLER                     PIC X(01)     VALUE SPACE.
001280     05 AUD-CAMPO                  PIC X(10).
001290     05 FILLER                     PIC X(01)     VALUE SPACE.
001300     05 AUD-VALOR                  PIC X(34).
001310     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
001320     05 FILLER                     PIC X(04)     VALUE SPACES.
001330*
001340 01 WS-AUD-CAMPO                   PIC X(10).
001350 01 WS-AUD-VALOR                   PIC X(34).
001360*
001370 01 WS-CAMPOS-AUDITORIA.
001380     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
001390     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001400*
001410 01 WS-ESTADO-TXT                  PIC X(12).
001420*
001430 01 WS-OPCION                      PIC 9(01).
001440     88 WS-OPC-LISTAR-USUARIOS                   VALUE 1.
001450     88 WS-OPC-ALTA-CAMBIO                       VALUE 2.
001460     88 WS-OPC-ESTADO                            VALUE 3.
001470     88 WS-OPC-LISTAR-DERECHOS                   VALUE 4.
001480     88 WS-OPC-DERECHOS                          VALUE 5.
001490     88 WS-OPC-SALIR                             VALUE 0.
001500     88 WS-OPC-VALIDA                  VALUES 0 THRU 5.
001510*
001520 PROCEDURE DIVISION.
001530*
001540******************************************************************
001550* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.   *
001560******************************************************************
001570 0000-MAINLINE.
001580     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001590     PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
001600         UNTIL WS-SALIR-SI.
001610     PERFORM 8000-GRABAR-TABLA THRU 8000-GRABAR-TABLA-EXIT.
001620     CLOSE AUDIT-FILE.
001630     DISPLAY "FIN DE MANTPERF.".
001640     STOP RUN.
001650*
001660******************************************************************
001670* 1000-INICIALIZAR -- TOMA EL USUARIO DE TERMINAL Y ABRE EL LOG  *
001680*                     DE AUDITORIA; SI NO EXISTE PERFILES LO     *
001690*                     CREA CON ESTE USUARIO COMO ADMINISTRADOR.  *
001700*                     VERIFICA EL ACCESO Y CARGA EL ARCHIVO EN   *
001710*                     LA TABLA DE TRABAJO.                       *
001720******************************************************************
001730 1000-INICIALIZAR.
001740     DISPLAY "**********************************".
001750     DISPLAY "*** MANTPERF - PERFILES DE     ***".
001760     DISPLAY "*** USUARIO Y DERECHOS         ***".
001770     DISPLAY "**********************************".
001780     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
001790     IF WS-USUARIO-TERMINAL = SPACES
001800         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
001810     END-IF.
001820     PERFORM 1700-SEMBRAR-AUDITORIA THRU
001830         1700-SEMBRAR-AUDITORIA-EXIT.
001840     OPEN EXTEND AUDIT-FILE.
001850     IF NOT WS-FS-AUDIT-OK
001860         OPEN OUTPUT AUDIT-FILE
001870         CLOSE AUDIT-FILE
001880         OPEN EXTEND AUDIT-FILE
001890     END-IF.
001900     OPEN INPUT PERFIL-FILE.
001910     IF WS-FS-PERFIL-NUEVO
001920         PERFORM 1500-CREAR-PERFILES THRU
001930             1500-CREAR-PERFILES-EXIT
001940     ELSE
001950         IF WS-FS-PERFIL-OK
001960             CLOSE PERFIL-FILE
001970         END-IF
001980     END-IF.
001990     IF WS-SALIR-SI
002000         GO TO 1000-INICIALIZAR-EXIT
002010     END-IF.
002020     MOVE "MANTPERF" TO WS-ACC-PROGRAMA.
002030     MOVE SPACE TO WS-ACC-OPCION.
002040     PERFORM 8700-VERIFICAR-ACCESO THRU
002050         8700-VERIFICAR-ACCESO-EXIT.
002060     IF NOT WS-ACCESO-SI
002070         MOVE 'S' TO WS-SW-SALIR
002080         GO TO 1000-INICIALIZAR-EXIT
002090     END-IF.
002100     OPEN INPUT PERFIL-FILE.
002110     IF NOT WS-FS-PERFIL-OK
002120         DISPLAY "MANTPERF: NO SE PUDO ABRIR PERFILES (ESTADO "
002130             WS-FS-PERFIL "); SE CANCELA EL PROGRAMA."
002140         MOVE 'S' TO WS-SW-SALIR
002150         GO TO 1000-INICIALIZAR-EXIT
002160     END-IF.
002170     MOVE 'N' TO WS-SW-EOF-PERFIL.
002180     PERFORM 1100-LEER-PERFIL THRU 1100-LEER-PERFIL-EXIT.
002190     PERFORM 1200-GUARDAR-PERFIL THRU 1200-GUARDAR-PERFIL-EXIT
002200         UNTIL WS-EOF-PERFIL-SI.
002210     CLOSE PERFIL-FILE.
002220     DISPLAY "MANTPERF: " WS-PRF-TOTAL " RENGLON(ES) CARGADO(S).".
002230 1000-INICIALIZAR-EXIT.
002240     EXIT.
002250*
002260******************************************************************
002270* 1100-LEER-PERFIL -- LEE UN RENGLON DEL ARCHIVO DE PERFILES.    *
002280******************************************************************
002290 1100-LEER-PERFIL.
002300     READ PERFIL-FILE
002310         AT END
002320             MOVE 'S' TO WS-SW-EOF-PERFIL
002330     END-READ.
002340 1100-LEER-PERFIL-EXIT.
002350     EXIT.
002360*
002370******************************************************************
002380* 1200-GUARDAR-PERFIL -- PASA EL RENGLON ACTUAL A LA TABLA DE    *
002390*                        TRABAJO Y LEE EL SIGUIENTE. SI EL       *
002400*                        ARCHIVO NO CABE NO SE REGRABARA.        *
002410******************************************************************
002420 1200-GUARDAR-PERFIL.
002430     IF WS-PRF-TOTAL NOT < WS-PRF-MAX
002440         DISPLAY "MANTPERF: PERFILES EXCEDE " WS-PRF-MAX
002450             " RENGLONES; LA TABLA QUEDO INCOMPLETA Y EL "
002460             "ARCHIVO NO SE REGRABARA."
002470         MOVE 'S' TO WS-SW-TABLA-TRUNCA
002480         MOVE 'S' TO WS-SW-EOF-PERFIL
002490         GO TO 1200-GUARDAR-PERFIL-EXIT
002500     END-IF.
002510     ADD 1 TO WS-PRF-TOTAL.
002520     MOVE LIN-PERFIL TO WS-PRF-ENTRADA(WS-PRF-TOTAL).
002530     PERFORM 1100-LEER-PERFIL THRU 1100-LEER-PERFIL-EXIT.
002540 1200-GUARDAR-PERFIL-EXIT.
002550     EXIT.
002560*
002570******************************************************************
002580* 1500-CREAR-PERFILES -- ARRANQUE: SIN ARCHIVO DE PERFILES, DEJA *
002590*                        AL USUARIO DE TERMINAL COMO UNICO       *
002600*                        USUARIO, CON ROL ADMIN Y LAS OPCIONES   *
002610*                        1-5 DE MANTPERF, Y LO AUDITA. SIN       *
002620*                        VARIABLE USER NO SE CREA NADA.          *
002630******************************************************************
002640 1500-CREAR-PERFILES.
002650     IF WS-USUARIO-TERMINAL = "DESCONOCIDO"
002660         DISPLAY "MANTPERF: NO EXISTE PERFILES Y NO SE CONOCE EL "
002670             "USUARIO DE TERMINAL; NO SE CREA EL ARCHIVO."
002680         MOVE 'S' TO WS-SW-SALIR
002690         GO TO 1500-CREAR-PERFILES-EXIT
002700     END-IF.
002710     OPEN OUTPUT PERFIL-FILE.
002720     IF NOT WS-FS-PERFIL-OK
002730         DISPLAY "MANTPERF: NO SE PUDO CREAR PERFILES (ESTADO "
002740             WS-FS-PERFIL "); SE CANCELA EL PROGRAMA."
002750         MOVE 'S' TO WS-SW-SALIR
002760         GO TO 1500-CREAR-PERFILES-EXIT
002770     END-IF.
002780     MOVE SPACES                TO REG-PERFIL.
002790     MOVE 'U'                   TO PRF-TIPO.
002800     MOVE WS-USUARIO-TERMINAL   TO PRF-USUARIO.
002810     MOVE "ADMIN"               TO PRF-ROL.
002820     MOVE 'A'                   TO PRF-ESTADO.
002830     MOVE "ADMINISTRADOR INICIAL" TO PRF-NOMBRE.
002840     MOVE WS-FECHA-HOY          TO PRF-FECHA-ALTA.
002850     MOVE WS-FECHA-HOY          TO PRF-FECHA-CAMBIO.
002860     MOVE WS-USUARIO-TERMINAL   TO PRF-USR-CAMBIO.
002870     WRITE LIN-PERFIL FROM REG-PERFIL.
002880     MOVE PRF-USUARIO           TO WS-VPE-USUARIO.
002890     MOVE "ROL ADMIN"           TO WS-VPE-DATO.
002900     MOVE "PERF-ALTA"           TO WS-AUD-CAMPO.
002910     MOVE WS-VALOR-PERFIL       TO WS-AUD-VALOR.
002920     PERFORM 8800-REGISTRAR-AUDITORIA THRU
002930         8800-REGISTRAR-AUDITORIA-EXIT.
002940     MOVE SPACES                TO REG-PERFIL.
002950     MOVE 'D'                   TO PRF-TIPO.
002960     MOVE "ADMIN"               TO PRF-DER-ROL.
002970     MOVE "MANTPERF"            TO PRF-DER-PROGRAMA.
002980     MOVE "12345"               TO PRF-DER-OPCIONES.
002990     MOVE WS-FECHA-HOY          TO PRF-DER-FECHA-CAMBIO.
003000     MOVE WS-USUARIO-TERMINAL   TO PRF-DER-USR-CAMBIO.
003010     WRITE LIN-PERFIL FROM REG-PERFIL.
003020     MOVE PRF-DER-ROL           TO WS-VDE-ROL.
003030     MOVE PRF-DER-PROGRAMA      TO WS-VDE-PROGRAMA.
003040     MOVE PRF-DER-OPCIONES      TO WS-VDE-OPCIONES.
003050     MOVE "DER-ASIGNA"          TO WS-AUD-CAMPO.
003060     MOVE WS-VALOR-DERECHO      TO WS-AUD-VALOR.
003070     PERFORM 8800-REGISTRAR-AUDITORIA THRU
003080         8800-REGISTRAR-AUDITORIA-EXIT.
003090     CLOSE PERFIL-FILE.
003100     DISPLAY "MANTPERF: SE CREO PERFILES CON " WS-USUARIO-TERMINAL
003110         " COMO ADMINISTRADOR (ROL ADMIN).".
003120 1500-CREAR-PERFILES-EXIT.
003130     EXIT.
003140*
003150******************************************************************
003160* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
003170*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
003180*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
003190*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
003200*                          RENGLONES NUEVOS CONTINUEN LA         *
003210*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
003220*                          NUMERACION EMPIEZA EN UNO.            *
003230******************************************************************
003240 1700-SEMBRAR-AUDITORIA.
003250     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003260     MOVE 'N' TO WS-SW-EOF-AUDIT.
003270     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
003280     OPEN INPUT AUDIT-FILE.
003290     IF NOT WS-FS-AUDIT-OK
003300         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
003310     END-IF.
003320     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
003330         UNTIL WS-EOF-AUDIT-SI.
003340     CLOSE AUDIT-FILE.
003350 1700-SEMBRAR-AUDITORIA-EXIT.
003360     EXIT.
003370*
003380******************************************************************
003390* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
003400*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
003410*                        REBASA LA RETENIDA.                     *
003420******************************************************************
003430 1750-REVISAR-RENGLON.
003440     READ AUDIT-FILE
003450         AT END
003460             MOVE 'S' TO WS-SW-EOF-AUDIT
003470             GO TO 1750-REVISAR-RENGLON-EXIT
003480     END-READ.
003490     IF LIN-AUDITORIA(1:8) IS NUMERIC
003500        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
003510        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
003520        AND LIN-AUDITORIA(72:5) IS NUMERIC
003530        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
003540         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
003550     END-IF.
003560 1750-REVISAR-RENGLON-EXIT.
003570     EXIT.
003580*
003590******************************************************************
003600* 2000-MENU-PRINCIPAL -- DESPLIEGA EL MENU DEL PROGRAMA Y        *
003610*                        DESPACHA LA OPCION ELEGIDA.             *
003620******************************************************************
003630 2000-MENU-PRINCIPAL.
003640     DISPLAY " ".
003650     DISPLAY "------ MENU DE PERFILES DE USUARIO ------".
003660     DISPLAY "1. LISTAR USUARIOS".
003670     DISPLAY "2. ALTA O CAMBIO DE UN USUARIO (NOMBRE, ROL)".
003680     DISPLAY "3. HABILITAR O INHABILITAR UN USUARIO".
003690     DISPLAY "4. LISTAR DERECHOS POR ROL".
003700     DISPLAY "5. ASIGNAR O RETIRAR DERECHOS DE UN ROL".
003710     DISPLAY "0. SALIR Y GRABAR".
003720     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
003730     ACCEPT WS-OPCION.
003740     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
003750         PERFORM 2100-AUTORIZAR-OPCION THRU
003760             2100-AUTORIZAR-OPCION-EXIT
003770         IF NOT WS-ACCESO-SI
003780             GO TO 2000-MENU-PRINCIPAL-EXIT
003790         END-IF
003800     END-IF.
003810     IF NOT WS-OPC-VALIDA
003820         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
003830     ELSE
003840         EVALUATE TRUE
003850             WHEN WS-OPC-LISTAR-USUARIOS
003860                 PERFORM 3000-LISTAR-USUARIOS THRU
003870                     3000-LISTAR-USUARIOS-EXIT
003880             WHEN WS-OPC-ALTA-CAMBIO
003890                 PERFORM 4000-ALTA-CAMBIO THRU
003900                     4000-ALTA-CAMBIO-EXIT
003910             WHEN WS-OPC-ESTADO
003920                 PERFORM 5000-CAMBIAR-ESTADO THRU
003930                     5000-CAMBIAR-ESTADO-EXIT
003940             WHEN WS-OPC-LISTAR-DERECHOS
003950                 PERFORM 6000-LISTAR-DERECHOS THRU
003960                     6000-LISTAR-DERECHOS-EXIT
003970             WHEN WS-OPC-DERECHOS
003980                 PERFORM 7000-ASIGNAR-DERECHOS THRU
003990                     7000-ASIGNAR-DERECHOS-EXIT
004000             WHEN WS-OPC-SALIR
004010                 MOVE 'S' TO WS-SW-SALIR
004020         END-EVALUATE
004030     END-IF.
004040 2000-MENU-PRINCIPAL-EXIT.
004050     EXIT.
004060*
004070******************************************************************
004080* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
004090*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
004100*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
004110*                          LO INHABILITARON DURANTE LA SESION)   *
004120*                          TERMINA LA SESION.                    *
004130******************************************************************
004140 2100-AUTORIZAR-OPCION.
004150     MOVE WS-OPCION TO WS-ACC-OPCION.
004160     PERFORM 8700-VERIFICAR-ACCESO THRU
004170         8700-VERIFICAR-ACCESO-EXIT.
004180     IF WS-BLOQUEO-SI
004190         MOVE 'S' TO WS-SW-SALIR
004200     END-IF.
004210 2100-AUTORIZAR-OPCION-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250* 3000-LISTAR-USUARIOS -- DESPLIEGA LOS USUARIOS DE LA TABLA CON *
004260*                         SU ROL Y ESTADO.                       *
004270******************************************************************
004280 3000-LISTAR-USUARIOS.
004290     DISPLAY "USUARIO    ROL        ESTADO       ALTA     "
004300         "CAMBIO   NOMBRE".
004310     MOVE 0 TO WS-PRF-IDX.
004320     PERFORM 3100-LISTAR-USUARIO THRU 3100-LISTAR-USUARIO-EXIT
004330         UNTIL WS-PRF-IDX NOT < WS-PRF-TOTAL.
004340 3000-LISTAR-USUARIOS-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 3100-LISTAR-USUARIO -- DESPLIEGA LA SIGUIENTE ENTRADA DE LA    *
004390*                        TABLA SI ES UN RENGLON DE USUARIO.      *
004400******************************************************************
004410 3100-LISTAR-USUARIO.
004420     ADD 1 TO WS-PRF-IDX.
004430     MOVE WS-PRF-ENTRADA(WS-PRF-IDX) TO REG-PERFIL.
004440     IF NOT PRF-TIPO-USUARIO
004450         GO TO 3100-LISTAR-USUARIO-EXIT
004460     END-IF.
004470     PERFORM 3200-TEXTO-ESTADO THRU 3200-TEXTO-ESTADO-EXIT.
004480     DISPLAY PRF-USUARIO " " PRF-ROL " " WS-ESTADO-TXT " "
004490         PRF-FECHA-ALTA " " PRF-FECHA-CAMBIO " " PRF-NOMBRE.
004500 3100-LISTAR-USUARIO-EXIT.
004510     EXIT.
004520*
004530******************************************************************
004540* 3200-TEXTO-ESTADO -- DEJA EN WS-ESTADO-TXT LA DESCRIPCION DEL  *
004550*                      ESTADO DEL USUARIO EN REG-PERFIL.         *
004560******************************************************************
004570 3200-TEXTO-ESTADO.
004580     IF PRF-ACTIVO
004590         MOVE "ACTIVO"       TO WS-ESTADO-TXT
004600     ELSE
004610         MOVE "INHABILITADO" TO WS-ESTADO-TXT
004620     END-IF.
004630 3200-TEXTO-ESTADO-EXIT.
004640     EXIT.
004650*
004660******************************************************************
004670* 4000-ALTA-CAMBIO -- CAPTURA UN USUARIO. SI YA EXISTE PERMITE   *
004680*                     CAMBIAR SU NOMBRE Y SU ROL; SI NO EXISTE   *
004690*                     LO DA DE ALTA ACTIVO. NADIE PUEDE CAMBIAR  *
004700*                     SU PROPIO PERFIL.                          *
004710******************************************************************
004720 4000-ALTA-CAMBIO.
004730     PERFORM 4100-PEDIR-USUARIO THRU 4100-PEDIR-USUARIO-EXIT.
004740     IF WS-USUARIO = SPACES
004750         GO TO 4000-ALTA-CAMBIO-EXIT
004760     END-IF.
004770     PERFORM 4200-UBICAR-USUARIO THRU 4200-UBICAR-USUARIO-EXIT.
004780     IF WS-HALLADO-SI
004790         PERFORM 4500-CAMBIAR-USUARIO THRU
004800             4500-CAMBIAR-USUARIO-EXIT
004810         GO TO 4000-ALTA-CAMBIO-EXIT
004820     END-IF.
004830     IF WS-PRF-TOTAL NOT < WS-PRF-MAX
004840         DISPLAY "LA TABLA DE PERFILES ESTA LLENA; NO SE PUEDE "
004850             "AGREGAR."
004860         GO TO 4000-ALTA-CAMBIO-EXIT
004870     END-IF.
004880     DISPLAY "USUARIO NUEVO. NOMBRE COMPLETO:" WITH NO ADVANCING.
004890     MOVE SPACES TO WS-NOMBRE.
004900     ACCEPT WS-NOMBRE.
004910     IF WS-NOMBRE = SPACES
004920         DISPLAY "EL NOMBRE NO PUEDE QUEDAR EN BLANCO."
004930         GO TO 4000-ALTA-CAMBIO-EXIT
004940     END-IF.
004950     DISPLAY "ROL:" WITH NO ADVANCING.
004960     MOVE SPACES TO WS-ROL.
004970     ACCEPT WS-ROL.
004980     IF WS-ROL = SPACES
004990         DISPLAY "EL ROL NO PUEDE QUEDAR EN BLANCO."
005000         GO TO 4000-ALTA-CAMBIO-EXIT
005010     END-IF.
005020     MOVE SPACES                TO REG-PERFIL.
005030     MOVE 'U'                   TO PRF-TIPO.
005040     MOVE WS-USUARIO            TO PRF-USUARIO.
005050     MOVE WS-ROL                TO PRF-ROL.
005060     MOVE 'A'                   TO PRF-ESTADO.
005070     MOVE WS-NOMBRE             TO PRF-NOMBRE.
005080     MOVE WS-FECHA-HOY          TO PRF-FECHA-ALTA.
005090     MOVE WS-FECHA-HOY          TO PRF-FECHA-CAMBIO.
005100     MOVE WS-USUARIO-TERMINAL   TO PRF-USR-CAMBIO.
005110     ADD 1 TO WS-PRF-TOTAL.
005120     MOVE REG-PERFIL TO WS-PRF-ENTRADA(WS-PRF-TOTAL).
005130     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
005140     MOVE WS-USUARIO TO WS-VPE-USUARIO.
005150     MOVE SPACES     TO WS-VPE-DATO.
005160     STRING "ROL " WS-ROL DELIMITED BY SIZE INTO WS-VPE-DATO.
005170     MOVE "PERF-ALTA"     TO WS-AUD-CAMPO.
005180     MOVE WS-VALOR-PERFIL TO WS-AUD-VALOR.
005190     PERFORM 8800-REGISTRAR-AUDITORIA THRU
005200         8800-REGISTRAR-AUDITORIA-EXIT.
005210     DISPLAY "USUARIO " WS-USUARIO " DADO DE ALTA CON ROL "
005220         WS-ROL.
005230     PERFORM 4400-REVISAR-ROL THRU 4400-REVISAR-ROL-EXIT.
005240 4000-ALTA-CAMBIO-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280* 4100-PEDIR-USUARIO -- PIDE LA CLAVE DE USUARIO A MANTENER Y    *
005290*                       RECHAZA LA DEL PROPIO USUARIO DE         *
005300*                       TERMINAL (LA DEJA EN BLANCO).            *
005310******************************************************************
005320 4100-PEDIR-USUARIO.
005330     DISPLAY "CLAVE DE USUARIO (COMO LA VARIABLE USER):"
005340         WITH NO ADVANCING.
005350     MOVE SPACES TO WS-USUARIO.
005360     ACCEPT WS-USUARIO.
005370     IF WS-USUARIO = SPACES
005380         DISPLAY "EL USUARIO NO PUEDE QUEDAR EN BLANCO."
005390         GO TO 4100-PEDIR-USUARIO-EXIT
005400     END-IF.
005410     IF WS-USUARIO = WS-USUARIO-TERMINAL
005420         DISPLAY "NO PUEDES CAMBIAR TU PROPIO PERFIL; DEBE "
005430             "HACERLO OTRO ADMINISTRADOR."
005440         MOVE SPACES TO WS-USUARIO
005450     END-IF.
005460 4100-PEDIR-USUARIO-EXIT.
005470     EXIT.
005480*
005490******************************************************************
005500* 4200-UBICAR-USUARIO -- BUSCA EN LA TABLA EL RENGLON 'U' DEL    *
005510*                        USUARIO CAPTURADO; SI LO HALLA LO DEJA  *
005520*                        EN REG-PERFIL Y SU POSICION EN          *
005530*                        WS-PRF-IDX.                             *
005540******************************************************************
005550 4200-UBICAR-USUARIO.
005560     MOVE 'N' TO WS-SW-HALLADO.
005570     MOVE 0   TO WS-PRF-IDX.
005580     PERFORM 4250-COTEJAR-USUARIO THRU 4250-COTEJAR-USUARIO-EXIT
005590         UNTIL WS-HALLADO-SI
005600            OR WS-PRF-IDX NOT < WS-PRF-TOTAL.
005610 4200-UBICAR-USUARIO-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650* 4250-COTEJAR-USUARIO -- COMPARA LA SIGUIENTE ENTRADA DE LA     *
005660*                         TABLA CONTRA EL USUARIO CAPTURADO.     *
005670******************************************************************
005680 4250-COTEJAR-USUARIO.
005690     ADD 1 TO WS-PRF-IDX.
005700     MOVE WS-PRF-ENTRADA(WS-PRF-IDX) TO REG-PERFIL.
005710     IF PRF-TIPO-USUARIO
005720        AND PRF-USUARIO = WS-USUARIO
005730         MOVE 'S' TO WS-SW-HALLADO
005740     END-IF.
005750 4250-COTEJAR-USUARIO-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790* 4300-UBICAR-DERECHO -- BUSCA EN LA TABLA EL RENGLON 'D' DEL    *
005800*                        ROL Y PROGRAMA CAPTURADOS; SI LO HALLA  *
005810*                        LO DEJA EN REG-PERFIL Y SU POSICION EN  *
005820*                        WS-PRF-IDX. CON PROGRAMA EN BLANCO      *
005830*                        BUSCA CUALQUIER DERECHO DEL ROL.        *
005840******************************************************************
005850 4300-UBICAR-DERECHO.
005860     MOVE 'N' TO WS-SW-HALLADO.
005870     MOVE 0   TO WS-PRF-IDX.
005880     PERFORM 4350-COTEJAR-DERECHO THRU 4350-COTEJAR-DERECHO-EXIT
005890         UNTIL WS-HALLADO-SI
005900            OR WS-PRF-IDX NOT < WS-PRF-TOTAL.
005910 4300-UBICAR-DERECHO-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 4350-COTEJAR-DERECHO -- COMPARA LA SIGUIENTE ENTRADA DE LA     *
005960*                         TABLA CONTRA EL ROL Y PROGRAMA         *
005970*                         CAPTURADOS.                            *
005980******************************************************************
005990 4350-COTEJAR-DERECHO.
006000     ADD 1 TO WS-PRF-IDX.
006010     MOVE WS-PRF-ENTRADA(WS-PRF-IDX) TO REG-PERFIL.
006020     IF PRF-TIPO-DERECHO
006030        AND PRF-DER-ROL = WS-ROL
006040        AND (WS-PROGRAMA = SPACES
006050             OR PRF-DER-PROGRAMA = WS-PROGRAMA)
006060         MOVE 'S' TO WS-SW-HALLADO
006070     END-IF.
006080 4350-COTEJAR-DERECHO-EXIT.
006090     EXIT.
006100*
006110******************************************************************
006120* 4400-REVISAR-ROL -- AVISA SI EL ROL ASIGNADO AUN NO TIENE      *
006130*                     DERECHOS: EL USUARIO NO PODRA ENTRAR A     *
006140*                     NINGUN PROGRAMA HASTA QUE SE LE ASIGNEN.   *
006150******************************************************************
006160 4400-REVISAR-ROL.
006170     MOVE SPACES TO WS-PROGRAMA.
006180     PERFORM 4300-UBICAR-DERECHO THRU 4300-UBICAR-DERECHO-EXIT.
006190     IF NOT WS-HALLADO-SI
006200         DISPLAY "AVISO: EL ROL " WS-ROL " AUN NO TIENE DERECHOS "
006210             "ASIGNADOS (OPCION 5)."
006220     END-IF.
006230 4400-REVISAR-ROL-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270* 4500-CAMBIAR-USUARIO -- CAMBIA EL NOMBRE Y/O EL ROL DEL        *
006280*                         USUARIO HALLADO EN WS-PRF-IDX; EN      *
006290*                         BLANCO SE CONSERVA EL VALOR ACTUAL.    *
006300*                         CADA CAMBIO SE AUDITA.                 *
006310******************************************************************
006320 4500-CAMBIAR-USUARIO.
006330     PERFORM 3200-TEXTO-ESTADO THRU 3200-TEXTO-ESTADO-EXIT.
006340     DISPLAY "USUARIO " PRF-USUARIO " ROL " PRF-ROL " "
006350         WS-ESTADO-TXT.
006360     DISPLAY "NOMBRE: " PRF-NOMBRE.
006370     DISPLAY "NUEVO NOMBRE (BLANCO = SIN CAMBIO):"
006380         WITH NO ADVANCING.
006390     MOVE SPACES TO WS-NOMBRE.
006400     ACCEPT WS-NOMBRE.
006410     DISPLAY "NUEVO ROL (BLANCO = SIN CAMBIO):" WITH NO ADVANCING.
006420     MOVE SPACES TO WS-ROL.
006430     ACCEPT WS-ROL.
006440     IF WS-ROL = PRF-ROL
006450         MOVE SPACES TO WS-ROL
006460     END-IF.
006470     IF WS-NOMBRE = SPACES AND WS-ROL = SPACES
006480         DISPLAY "SIN CAMBIOS."
006490         GO TO 4500-CAMBIAR-USUARIO-EXIT
006500     END-IF.
006510     MOVE PRF-ROL               TO WS-ROL-ANTERIOR.
006520     MOVE WS-FECHA-HOY          TO PRF-FECHA-CAMBIO.
006530     MOVE WS-USUARIO-TERMINAL   TO PRF-USR-CAMBIO.
006540     MOVE WS-USUARIO            TO WS-VPE-USUARIO.
006550     IF WS-NOMBRE NOT = SPACES
006560         MOVE WS-NOMBRE TO PRF-NOMBRE
006570         MOVE WS-NOMBRE TO WS-VPE-DATO
006580         MOVE "PERF-NOMB" TO WS-AUD-CAMPO
006590         MOVE WS-VALOR-PERFIL TO WS-AUD-VALOR
006600         PERFORM 8800-REGISTRAR-AUDITORIA THRU
006610             8800-REGISTRAR-AUDITORIA-EXIT
006620     END-IF.
006630     IF WS-ROL NOT = SPACES
006640         MOVE WS-ROL TO PRF-ROL
006650         MOVE WS-ROL-ANTERIOR TO WS-CRO-ANTERIOR
006660         MOVE WS-ROL          TO WS-CRO-NUEVO
006670         MOVE WS-CAMBIO-ROL   TO WS-VPE-DATO
006680         MOVE "PERF-ROL" TO WS-AUD-CAMPO
006690         MOVE WS-VALOR-PERFIL TO WS-AUD-VALOR
006700         PERFORM 8800-REGISTRAR-AUDITORIA THRU
006710             8800-REGISTRAR-AUDITORIA-EXIT
006720     END-IF.
006730     MOVE REG-PERFIL TO WS-PRF-ENTRADA(WS-PRF-IDX).
006740     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
006750     DISPLAY "USUARIO " WS-USUARIO " ACTUALIZADO.".
006760     IF WS-ROL NOT = SPACES
006770         PERFORM 4400-REVISAR-ROL THRU 4400-REVISAR-ROL-EXIT
006780     END-IF.
006790 4500-CAMBIAR-USUARIO-EXIT.
006800     EXIT.
006810*
006820******************************************************************
006830* 5000-CAMBIAR-ESTADO -- HABILITA UN USUARIO INHABILITADO O      *
006840*                        INHABILITA UNO ACTIVO, PREVIA           *
006850*                        CONFIRMACION, Y LO AUDITA. EL USUARIO   *
006860*                        INHABILITADO QUEDA FUERA DE TODOS LOS   *
006870*                        PROGRAMAS CONTROLADOS.                  *
006880******************************************************************
006890 5000-CAMBIAR-ESTADO.
006900     PERFORM 4100-PEDIR-USUARIO THRU 4100-PEDIR-USUARIO-EXIT.
006910     IF WS-USUARIO = SPACES
006920         GO TO 5000-CAMBIAR-ESTADO-EXIT
006930     END-IF.
006940     PERFORM 4200-UBICAR-USUARIO THRU 4200-UBICAR-USUARIO-EXIT.
006950     IF NOT WS-HALLADO-SI
006960         DISPLAY "NO EXISTE EL USUARIO " WS-USUARIO "."
006970         GO TO 5000-CAMBIAR-ESTADO-EXIT
006980     END-IF.
006990     PERFORM 3200-TEXTO-ESTADO THRU 3200-TEXTO-ESTADO-EXIT.
007000     DISPLAY "USUARIO " PRF-USUARIO " ROL " PRF-ROL " "
007010         WS-ESTADO-TXT.
007020     IF PRF-ACTIVO
007030         DISPLAY "CONFIRMAS INHABILITARLO (S/N)?"
007040             WITH NO ADVANCING
007050     ELSE
007060         DISPLAY "CONFIRMAS HABILITARLO (S/N)?"
007070             WITH NO ADVANCING
007080     END-IF.
007090     MOVE 'N' TO WS-CONFIRMA.
007100     ACCEPT WS-CONFIRMA.
007110     IF NOT WS-CONFIRMA-SI
007120         DISPLAY "SIN CAMBIOS."
007130         GO TO 5000-CAMBIAR-ESTADO-EXIT
007140     END-IF.
007150     IF PRF-ACTIVO
007160         MOVE 'I'          TO PRF-ESTADO
007170         MOVE "PERF-INHAB" TO WS-AUD-CAMPO
007180     ELSE
007190         MOVE 'A'          TO PRF-ESTADO
007200         MOVE "PERF-HABIL" TO WS-AUD-CAMPO
007210     END-IF.
007220     MOVE WS-FECHA-HOY          TO PRF-FECHA-CAMBIO.
007230     MOVE WS-USUARIO-TERMINAL   TO PRF-USR-CAMBIO.
007240     MOVE REG-PERFIL TO WS-PRF-ENTRADA(WS-PRF-IDX).
007250     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
007260     MOVE WS-USUARIO TO WS-VPE-USUARIO.
007270     MOVE PRF-ROL    TO WS-VPE-DATO.
007280     MOVE WS-VALOR-PERFIL TO WS-AUD-VALOR.
007290     PERFORM 8800-REGISTRAR-AUDITORIA THRU
007300         8800-REGISTRAR-AUDITORIA-EXIT.
007310     PERFORM 3200-TEXTO-ESTADO THRU 3200-TEXTO-ESTADO-EXIT.
007320     DISPLAY "USUARIO " WS-USUARIO " QUEDA " WS-ESTADO-TXT.
007330 5000-CAMBIAR-ESTADO-EXIT.
007340     EXIT.
007350*
007360******************************************************************
007370* 6000-LISTAR-DERECHOS -- DESPLIEGA LOS DERECHOS DEL ROL         *
007380*                         CAPTURADO (BLANCO = TODOS LOS ROLES).  *
007390******************************************************************
007400 6000-LISTAR-DERECHOS.
007410     DISPLAY "ROL (BLANCO = TODOS):" WITH NO ADVANCING.
007420     MOVE SPACES TO WS-ROL-FILTRO.
007430     ACCEPT WS-ROL-FILTRO.
007440     DISPLAY "ROL        PROGRAMA OPCIONES   CAMBIO   POR".
007450     MOVE 0 TO WS-PRF-IDX.
007460     PERFORM 6100-LISTAR-DERECHO THRU 6100-LISTAR-DERECHO-EXIT
007470         UNTIL WS-PRF-IDX NOT < WS-PRF-TOTAL.
007480 6000-LISTAR-DERECHOS-EXIT.
007490     EXIT.
007500*
007510******************************************************************
007520* 6100-LISTAR-DERECHO -- DESPLIEGA LA SIGUIENTE ENTRADA DE LA    *
007530*                        TABLA SI ES UN DERECHO DEL ROL PEDIDO.  *
007540******************************************************************
007550 6100-LISTAR-DERECHO.
007560     ADD 1 TO WS-PRF-IDX.
007570     MOVE WS-PRF-ENTRADA(WS-PRF-IDX) TO REG-PERFIL.
007580     IF NOT PRF-TIPO-DERECHO
007590         GO TO 6100-LISTAR-DERECHO-EXIT
007600     END-IF.
007610     IF WS-ROL-FILTRO NOT = SPACES
007620        AND WS-ROL-FILTRO NOT = PRF-DER-ROL
007630         GO TO 6100-LISTAR-DERECHO-EXIT
007640     END-IF.
007650     DISPLAY PRF-DER-ROL " " PRF-DER-PROGRAMA " "
007660         PRF-DER-OPCIONES " " PRF-DER-FECHA-CAMBIO " "
007670         PRF-DER-USR-CAMBIO.
007680 6100-LISTAR-DERECHO-EXIT.
007690     EXIT.
007700*
007710******************************************************************
007720* 7000-ASIGNAR-DERECHOS -- CAPTURA ROL, PROGRAMA Y LAS OPCIONES  *
007730*                          QUE EL ROL PUEDE USAR EN ESE PROGRAMA *
007740*                          (EJ. 123; EN ARCHCLI R = RESTAURAR).  *
007750*                          OPCIONES EN BLANCO RETIRAN EL         *
007760*                          DERECHO. NADIE PUEDE CAMBIAR LOS      *
007770*                          DERECHOS DE SU PROPIO ROL.            *
007780******************************************************************
007790 7000-ASIGNAR-DERECHOS.
007800     DISPLAY "ROL:" WITH NO ADVANCING.
007810     MOVE SPACES TO WS-ROL.
007820     ACCEPT WS-ROL.
007830     IF WS-ROL = SPACES
007840         DISPLAY "EL ROL NO PUEDE QUEDAR EN BLANCO."
007850         GO TO 7000-ASIGNAR-DERECHOS-EXIT
007860     END-IF.
007870     IF WS-ROL = WS-ACC-ROL
007880         DISPLAY "NO PUEDES CAMBIAR LOS DERECHOS DE TU PROPIO "
007890             "ROL; DEBE HACERLO OTRO ADMINISTRADOR."
007900         GO TO 7000-ASIGNAR-DERECHOS-EXIT
007910     END-IF.
007920     DISPLAY "PROGRAMA (MANTCLI, APROBCLI, MANTCTA, TIPOCAM,".
007930     DISPLAY "MANTRECH, ARCHCLI, MANTPERF O MANTFER):"
007931         WITH NO ADVANCING.
007940     MOVE SPACES TO WS-PROGRAMA.
007950     ACCEPT WS-PROGRAMA.
007960     IF NOT WS-PROGRAMA-VALIDO
007970         DISPLAY "PROGRAMA NO CONTROLADO POR PERFILES."
007980         GO TO 7000-ASIGNAR-DERECHOS-EXIT
007990     END-IF.
008000     DISPLAY "OPCIONES PERMITIDAS (BLANCO = RETIRAR EL DERECHO):"
008010         WITH NO ADVANCING.
008020     MOVE SPACES TO WS-OPCIONES.
008030     ACCEPT WS-OPCIONES.
008040     PERFORM 4300-UBICAR-DERECHO THRU 4300-UBICAR-DERECHO-EXIT.
008050     MOVE WS-ROL      TO WS-VDE-ROL.
008060     MOVE WS-PROGRAMA TO WS-VDE-PROGRAMA.
008070     MOVE WS-OPCIONES TO WS-VDE-OPCIONES.
008080     IF WS-OPCIONES = SPACES
008090         PERFORM 7100-RETIRAR-DERECHO THRU
008100             7100-RETIRAR-DERECHO-EXIT
008110         GO TO 7000-ASIGNAR-DERECHOS-EXIT
008120     END-IF.
008130     IF NOT WS-HALLADO-SI
008140         IF WS-PRF-TOTAL NOT < WS-PRF-MAX
008150             DISPLAY "LA TABLA DE PERFILES ESTA LLENA; NO SE "
008160                 "PUEDE AGREGAR."
008170             GO TO 7000-ASIGNAR-DERECHOS-EXIT
008180         END-IF
008190         ADD 1 TO WS-PRF-TOTAL
008200         MOVE WS-PRF-TOTAL TO WS-PRF-IDX
008210         MOVE SPACES       TO REG-PERFIL
008220         MOVE 'D'          TO PRF-TIPO
008230         MOVE WS-ROL       TO PRF-DER-ROL
008240         MOVE WS-PROGRAMA  TO PRF-DER-PROGRAMA
008250     END-IF.
008260     MOVE WS-OPCIONES           TO PRF-DER-OPCIONES.
008270     MOVE WS-FECHA-HOY          TO PRF-DER-FECHA-CAMBIO.
008280     MOVE WS-USUARIO-TERMINAL   TO PRF-DER-USR-CAMBIO.
008290     MOVE REG-PERFIL TO WS-PRF-ENTRADA(WS-PRF-IDX).
008300     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
008310     MOVE "DER-ASIGNA"     TO WS-AUD-CAMPO.
008320     MOVE WS-VALOR-DERECHO TO WS-AUD-VALOR.
008330     PERFORM 8800-REGISTRAR-AUDITORIA THRU
008340         8800-REGISTRAR-AUDITORIA-EXIT.
008350     DISPLAY "ROL " WS-ROL " PUEDE USAR EN " WS-PROGRAMA
008360         " LAS OPCIONES " WS-OPCIONES.
008370 7000-ASIGNAR-DERECHOS-EXIT.
008380     EXIT.
008390*
008400******************************************************************
008410* 7100-RETIRAR-DERECHO -- QUITA DE LA TABLA EL DERECHO HALLADO   *
008420*                         EN WS-PRF-IDX, PREVIA CONFIRMACION,    *
008430*                         RECORRIENDO LAS ENTRADAS SIGUIENTES.   *
008440******************************************************************
008450 7100-RETIRAR-DERECHO.
008460     IF NOT WS-HALLADO-SI
008470         DISPLAY "EL ROL " WS-ROL " NO TENIA DERECHOS EN "
008480             WS-PROGRAMA "."
008490         GO TO 7100-RETIRAR-DERECHO-EXIT
008500     END-IF.
008510     DISPLAY "CONFIRMAS RETIRAR A " WS-ROL " EL ACCESO A "
008520         WS-PROGRAMA " (S/N)?" WITH NO ADVANCING.
008530     MOVE 'N' TO WS-CONFIRMA.
008540     ACCEPT WS-CONFIRMA.
008550     IF NOT WS-CONFIRMA-SI
008560         DISPLAY "SIN CAMBIOS."
008570         GO TO 7100-RETIRAR-DERECHO-EXIT
008580     END-IF.
008590     PERFORM 7150-RECORRER-ENTRADA THRU 7150-RECORRER-ENTRADA-EXIT
008600         UNTIL WS-PRF-IDX NOT < WS-PRF-TOTAL.
008610     SUBTRACT 1 FROM WS-PRF-TOTAL.
008620     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
008630     MOVE PRF-DER-OPCIONES TO WS-VDE-OPCIONES.
008640     MOVE "DER-RETIRA"     TO WS-AUD-CAMPO.
008650     MOVE WS-VALOR-DERECHO TO WS-AUD-VALOR.
008660     PERFORM 8800-REGISTRAR-AUDITORIA THRU
008670         8800-REGISTRAR-AUDITORIA-EXIT.
008680     DISPLAY "ROL " WS-ROL " YA NO TIENE ACCESO A " WS-PROGRAMA
008690         ".".
008700 7100-RETIRAR-DERECHO-EXIT.
008710     EXIT.
008720*
008730******************************************************************
008740* 7150-RECORRER-ENTRADA -- SUBE UNA POSICION LA ENTRADA QUE      *
008750*                          SIGUE A WS-PRF-IDX.                   *
008760******************************************************************
008770 7150-RECORRER-ENTRADA.
008780     COMPUTE WS-PRF-SIG = WS-PRF-IDX + 1.
008790     MOVE WS-PRF-ENTRADA(WS-PRF-SIG)
008800                            TO WS-PRF-ENTRADA(WS-PRF-IDX).
008810     MOVE WS-PRF-SIG TO WS-PRF-IDX.
008820 7150-RECORRER-ENTRADA-EXIT.
008830     EXIT.
008840*
008850******************************************************************
008860* 8000-GRABAR-TABLA -- SI HUBO CAMBIOS, REESCRIBE PERFILES CON   *
008870*                      EL CONTENIDO DE LA TABLA DE TRABAJO.      *
008880******************************************************************
008890 8000-GRABAR-TABLA.
008900     IF WS-TABLA-TRUNCA-SI
008910         DISPLAY "MANTPERF: PERFILES NO CUPO COMPLETO EN LA "
008920             "TABLA; NO SE REGRABA PARA NO PERDER PERFILES."
008930         GO TO 8000-GRABAR-TABLA-EXIT
008940     END-IF.
008950     IF NOT WS-HAY-CAMBIOS-SI
008960         GO TO 8000-GRABAR-TABLA-EXIT
008970     END-IF.
008980     OPEN OUTPUT PERFIL-FILE.
008990     IF NOT WS-FS-PERFIL-OK
009000         DISPLAY "MANTPERF: NO SE PUDO GRABAR PERFILES (ESTADO "
009010             WS-FS-PERFIL "); LOS CAMBIOS SE PIERDEN."
009020         GO TO 8000-GRABAR-TABLA-EXIT
009030     END-IF.
009040     MOVE 0 TO WS-PRF-IDX.
009050     PERFORM 8100-GRABAR-ENTRADA THRU 8100-GRABAR-ENTRADA-EXIT
009060         UNTIL WS-PRF-IDX NOT < WS-PRF-TOTAL.
009070     CLOSE PERFIL-FILE.
009080     DISPLAY "MANTPERF: " WS-PRF-TOTAL " RENGLON(ES) GRABADO(S) "
009090         "EN PERFILES.".
009100 8000-GRABAR-TABLA-EXIT.
009110     EXIT.
009120*
009130******************************************************************
009140* 8100-GRABAR-ENTRADA -- GRABA LA SIGUIENTE ENTRADA DE LA TABLA  *
009150*                        EN PERFILES.                            *
009160******************************************************************
009170 8100-GRABAR-ENTRADA.
009180     ADD 1 TO WS-PRF-IDX.
009190     WRITE LIN-PERFIL FROM WS-PRF-ENTRADA(WS-PRF-IDX).
009200 8100-GRABAR-ENTRADA-EXIT.
009210     EXIT.
009220*
009230******************************************************************
009240* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
009250*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
009260*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
009270*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
009280*                          INHABILITADO, O UN ROL SIN DERECHOS   *
009290*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
009300*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
009310*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
009320*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
009330*                          NEGACION QUEDA EN AUDITLOG.           *
009340******************************************************************
009350 8700-VERIFICAR-ACCESO.
009360     MOVE 'N'    TO WS-SW-ACCESO.
009370     MOVE 'N'    TO WS-SW-BLOQUEO.
009380     MOVE SPACE  TO WS-SW-ACC-USUARIO.
009390     MOVE 'N'    TO WS-SW-ACC-DERECHO.
009400     MOVE SPACES TO WS-ACC-ROL.
009410     MOVE SPACES TO WS-ACC-OPCIONES.
009420     MOVE 'U' TO WS-SW-ACC-PASADA.
009430     PERFORM 8740-RECORRER-PERFILES THRU
009440         8740-RECORRER-PERFILES-EXIT.
009450     IF NOT WS-FS-PERFIL-OK
009460         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
009470         MOVE 'S' TO WS-SW-BLOQUEO
009480         GO TO 8700-NEGAR-ACCESO
009490     END-IF.
009500     IF WS-ACC-USR-DESCONOCIDO
009510         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
009520         MOVE 'S' TO WS-SW-BLOQUEO
009530         GO TO 8700-NEGAR-ACCESO
009540     END-IF.
009550     IF NOT WS-ACC-USR-ACTIVO
009560         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
009570         MOVE 'S' TO WS-SW-BLOQUEO
009580         GO TO 8700-NEGAR-ACCESO
009590     END-IF.
009600     MOVE 'D' TO WS-SW-ACC-PASADA.
009610     PERFORM 8740-RECORRER-PERFILES THRU
009620         8740-RECORRER-PERFILES-EXIT.
009630     IF NOT WS-ACC-DERECHO-SI
009640         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
009650         MOVE 'S' TO WS-SW-BLOQUEO
009660         GO TO 8700-NEGAR-ACCESO
009670     END-IF.
009680     IF WS-ACC-OPCION NOT = SPACE
009690         MOVE 0 TO WS-ACC-CONTEO
009700         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
009710             FOR ALL WS-ACC-OPCION
009720         IF WS-ACC-CONTEO = 0
009730             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
009740             GO TO 8700-NEGAR-ACCESO
009750         END-IF
009760     END-IF.
009770     MOVE 'S' TO WS-SW-ACCESO.
009780     GO TO 8700-VERIFICAR-ACCESO-EXIT.
009790 8700-NEGAR-ACCESO.
009800     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
009810         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
009820     IF WS-BLOQUEO-SI
009830         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
009840             "ESTE PROGRAMA."
009850     END-IF.
009860     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
009870     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
009880     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
009890     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
009900     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
009910     PERFORM 8800-REGISTRAR-AUDITORIA THRU
009920         8800-REGISTRAR-AUDITORIA-EXIT.
009930 8700-VERIFICAR-ACCESO-EXIT.
009940     EXIT.
009950*
009960******************************************************************
009970* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
009980*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
009990*                           EN LA PASADA 'D' EL DERECHO DE SU    *
010000*                           ROL SOBRE ESTE PROGRAMA.             *
010010******************************************************************
010020 8740-RECORRER-PERFILES.
010030     MOVE 'N' TO WS-SW-EOF-PERFIL.
010040     OPEN INPUT PERFIL-FILE.
010050     IF NOT WS-FS-PERFIL-OK
010060         GO TO 8740-RECORRER-PERFILES-EXIT
010070     END-IF.
010080     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
010090         UNTIL WS-EOF-PERFIL-SI.
010100     CLOSE PERFIL-FILE.
010110 8740-RECORRER-PERFILES-EXIT.
010120     EXIT.
010130*
010140******************************************************************
010150* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
010160*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
010170******************************************************************
010180 8750-REVISAR-PERFIL.
010190     READ PERFIL-FILE INTO REG-PERFIL
010200         AT END
010210             MOVE 'S' TO WS-SW-EOF-PERFIL
010220             GO TO 8750-REVISAR-PERFIL-EXIT
010230     END-READ.
010240     IF WS-PASADA-USUARIO
010250         IF PRF-TIPO-USUARIO
010260            AND PRF-USUARIO = WS-USUARIO-TERMINAL
010270             MOVE PRF-ROL TO WS-ACC-ROL
010280             IF PRF-ACTIVO
010290                 MOVE 'A' TO WS-SW-ACC-USUARIO
010300             ELSE
010310                 MOVE 'I' TO WS-SW-ACC-USUARIO
010320             END-IF
010330         END-IF
010340     ELSE
010350         IF PRF-TIPO-DERECHO
010360            AND PRF-DER-ROL = WS-ACC-ROL
010370            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
010380             MOVE 'S' TO WS-SW-ACC-DERECHO
010390             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
010400         END-IF
010410     END-IF.
010420 8750-REVISAR-PERFIL-EXIT.
010430     EXIT.
010440*
010450******************************************************************
010460* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
010470*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
010480*                            USUARIO DE TERMINAL Y LA SECUENCIA  *
010490*                            DEL DIA.                            *
010500******************************************************************
010510 8800-REGISTRAR-AUDITORIA.
010520     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
010530     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
010540     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
010550     MOVE WS-AUD-VALOR                TO AUD-VALOR.
010560     ADD 1 TO WS-AUD-SECUENCIA-ACT.
010570     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
010580     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
010590 8800-REGISTRAR-AUDITORIA-EXIT.
010600     EXIT.
010610*
