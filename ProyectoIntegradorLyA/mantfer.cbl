000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MANTFER.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    MANTFER                                                     *
000110*                                                                *
000120*    MANTENIMIENTO DEL CALENDARIO DE DIAS INHABILES (ARCHIVO     *
000130*    FERIADOS, VER FERIADO.CPY). PERMITE LISTAR, AGREGAR Y       *
000140*    QUITAR FERIADOS BANCARIOS. SOLO SE CAPTURAN FECHAS DE       *
000150*    LUNES A VIERNES: SABADOS Y DOMINGOS SON INHABILES SIEMPRE.  *
000160*    EL ARCHIVO SE REGRABA EN ORDEN DE FECHA Y SIN DUPLICADOS.   *
000170*    CIERRMES, PENDGL, MANTRECH Y CARGATC LO USAN PARA CONTAR    *
000180*    DIAS HABILES.                                               *
000190*    EL ACCESO SE CONTROLA CON EL ARCHIVO DE PERFILES: EL        *
000200*    USUARIO DEBE ESTAR ACTIVO Y SU ROL TENER DERECHO SOBRE      *
000210*    MANTFER Y SOBRE CADA OPCION DEL MENU. LAS ALTAS, BAJAS Y    *
000220*    NEGACIONES VAN A AUDITLOG.                                  *
000230*                                                                *
000240******************************************************************
000250*    HISTORIAL DE MODIFICACIONES                                 *
000260*    FECHA       AUTOR   DESCRIPCION                             *
000270*    ----------  ------  -------------------------------------   *
000280*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000290******************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. HP.
000340 OBJECT-COMPUTER. HP.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-FERIADO.
000400     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-PERFIL.
000430     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-AUDIT.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  FERIADO-FILE.
000500     COPY FERIADO.
000510 FD  PERFIL-FILE.
000520 01  LIN-PERFIL                    PIC X(80).
000530 FD  AUDIT-FILE.
000540 01  LIN-AUDITORIA                PIC X(80).
000550*
000560 WORKING-STORAGE SECTION.
000570*
000580 01 WS-SWITCHES.
000590     05 WS-SW-SALIR                PIC X(01)     VALUE 'N'.
000600         88 WS-SALIR-SI                          VALUE 'S'.
000610     05 WS-SW-HAY-CAMBIOS          PIC X(01)     VALUE 'N'.
000620         88 WS-HAY-CAMBIOS-SI                    VALUE 'S'.
000630     05 WS-SW-HALLADO              PIC X(01)     VALUE 'N'.
000640         88 WS-HALLADO-SI                        VALUE 'S'.
000650         88 WS-POSICION-SI                       VALUE 'P'.
000660     05 WS-SW-TABLA-TRUNCA         PIC X(01)     VALUE 'N'.
000670         88 WS-TABLA-TRUNCA-SI                   VALUE 'S'.
000680*
000690 01 WS-ARCHIVOS.
000700     05 WS-FS-FERIADO              PIC X(02)     VALUE '00'.
000710         88 WS-FS-FERIADO-OK                     VALUE '00'.
000720         88 WS-FS-FERIADO-NUEVO                  VALUE '35'.
000730     05 WS-SW-EOF-FERIADO          PIC X(01)     VALUE 'N'.
000740         88 WS-EOF-FERIADO-SI                    VALUE 'S'.
000750     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
000760         88 WS-FS-PERFIL-OK                      VALUE '00'.
000770     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
000780         88 WS-FS-AUDIT-OK                       VALUE '00'.
000790     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
000800         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
000810*
000820 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
000830*
000840     COPY PERFIL.
000850*
000860     COPY ACCESO.
000870*
000880 01 WS-TABLA-FER.
000890     05 WS-FER-MAX                 PIC 9(03)     VALUE 500.
000900     05 WS-FER-TOTAL               PIC 9(03)     VALUE 0.
000910     05 WS-FER-IDX                 PIC 9(03)     VALUE 0.
000920     05 WS-FER-POS                 PIC 9(03)     VALUE 0.
000930     05 WS-FER-MOV                 PIC 9(03)     VALUE 0.
000940     05 WS-FER-ENTRADA OCCURS 500 TIMES.
000950         10 TBL-FECHA              PIC 9(08).
000960         10 TBL-DESCRIPCION        PIC X(30).
000970         10 TBL-FECHA-ALTA         PIC 9(08).
000980         10 TBL-USR-ALTA           PIC X(10).
000990*
001000 01 WS-CAPTURA.
001010     05 WS-FECHA-ALFA              PIC X(08).
001020     05 WS-FECHA                   PIC 9(08).
001030     05 WS-DESCRIPCION             PIC X(30).
001040     05 WS-FECHA-ALTA              PIC 9(08).
001050     05 WS-USR-ALTA                PIC X(10).
001060     05 WS-CONFIRMA                PIC X(01).
001070         88 WS-CONFIRMA-SI                 VALUES 'S' 's'.
001080*
001090 01 WS-CAMPOS-FECHA.
001100     05 WS-DIA-ENTERO              PIC 9(07)     VALUE 0.
001110     05 WS-DIA-SEMANA              PIC 9(01)     VALUE 0.
001120     05 WS-TOTAL-DUPLICADOS        PIC 9(03)     VALUE 0.
001130*
001140 01 WS-OPCION                      PIC 9(01).
001150     88 WS-OPC-LISTAR                            VALUE 1.
001160     88 WS-OPC-AGREGAR                           VALUE 2.
001170     88 WS-OPC-QUITAR                            VALUE 3.
001180     88 WS-OPC-SALIR                             VALUE 0.
001190     88 WS-OPC-VALIDA                  VALUES 0 THRU 3.
001200*
001210 01 WS-LINEA-AUDITORIA.
001220     05 AUD-FECHA-HORA             PIC X(14).
001230     05 FILLER                     PIC X(01)     VALUE SPACE.
001240     05 AUD-USUARIO                PIC X(10).
001250     05 FILLER                     PIC X(01)     VALUE SPACE.
001260     05 AUD-CAMPO                  PIC X(10).
001270     05 FILLER                     PIC X(01)     VALUE SPACE.
001280     05 AUD-VALOR                  PIC X(34).
001290     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
001300     05 FILLER                     PIC X(04)     VALUE SPACES.
001310*
001320 01 WS-AUD-CAMPO                   PIC X(10).
001330 01 WS-AUD-VALOR                   PIC X(34).
001340*
001350 01 WS-VALOR-FERIADO.
001360     05 WS-VFE-FECHA               PIC 9(08).
001370     05 FILLER                     PIC X(01)     VALUE SPACE.
001380     05 WS-VFE-DESCRIPCION         PIC X(25).
001390*
001400 01 WS-CAMPOS-AUDITORIA.
001410     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
001420     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001430*
001440 PROCEDURE DIVISION.
001450*
001460******************************************************************
001470* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.   *
001480******************************************************************
001490 0000-MAINLINE.
001500     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001510     PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
001520         UNTIL WS-SALIR-SI.
001530     PERFORM 8000-GRABAR-TABLA THRU 8000-GRABAR-TABLA-EXIT.
001540     CLOSE AUDIT-FILE.
001550     DISPLAY "FIN DE MANTFER.".
001560     STOP RUN.
001570*
001580******************************************************************
001590* 1000-INICIALIZAR -- CARGA EN LA TABLA DE TRABAJO EL CALENDARIO *
001600*                     ACTUAL, ORDENADO POR FECHA. SI EL ARCHIVO  *
001610*                     NO EXISTE SE EMPIEZA CON LA TABLA VACIA.   *
001620******************************************************************
001630 1000-INICIALIZAR.
001640     DISPLAY "**********************************".
001650     DISPLAY "*** MANTFER - DIAS INHABILES   ***".
001660     DISPLAY "**********************************".
001670     PERFORM 1600-INICIAR-SESION THRU
001680         1600-INICIAR-SESION-EXIT.
001690     IF WS-SALIR-SI
001700         GO TO 1000-INICIALIZAR-EXIT
001710     END-IF.
001720     OPEN INPUT FERIADO-FILE.
001730     IF WS-FS-FERIADO-NUEVO
001740         DISPLAY "MANTFER: NO EXISTE FERIADOS; SE CREARA AL "
001750             "SALIR."
001760         MOVE 'S' TO WS-SW-EOF-FERIADO
001770         GO TO 1000-INICIALIZAR-EXIT
001780     END-IF.
001790     IF NOT WS-FS-FERIADO-OK
001800         DISPLAY "MANTFER: NO SE PUDO ABRIR FERIADOS (ESTADO "
001810             WS-FS-FERIADO "); SE CANCELA EL PROGRAMA."
001820         MOVE 'S' TO WS-SW-SALIR
001830         MOVE 'S' TO WS-SW-EOF-FERIADO
001840         GO TO 1000-INICIALIZAR-EXIT
001850     END-IF.
001860     PERFORM 1100-LEER-FERIADO THRU 1100-LEER-FERIADO-EXIT.
001870     PERFORM 1200-GUARDAR-FERIADO THRU 1200-GUARDAR-FERIADO-EXIT
001880         UNTIL WS-EOF-FERIADO-SI.
001890     CLOSE FERIADO-FILE.
001900     IF WS-TOTAL-DUPLICADOS > 0
001910         DISPLAY "MANTFER: " WS-TOTAL-DUPLICADOS " FECHA(S) "
001920             "REPETIDA(S) EN FERIADOS; SE CONSERVA LA PRIMERA."
001930         MOVE 'S' TO WS-SW-HAY-CAMBIOS
001940     END-IF.
001950     DISPLAY "MANTFER: " WS-FER-TOTAL " FERIADO(S) CARGADO(S).".
001960 1000-INICIALIZAR-EXIT.
001970     EXIT.
001980*
001990******************************************************************
002000* 1100-LEER-FERIADO -- LEE UN RENGLON DEL CALENDARIO.            *
002010******************************************************************
002020 1100-LEER-FERIADO.
002030     READ FERIADO-FILE
002040         AT END
002050             MOVE 'S' TO WS-SW-EOF-FERIADO
002060     END-READ.
002070 1100-LEER-FERIADO-EXIT.
002080     EXIT.
002090*
002100******************************************************************
002110* 1200-GUARDAR-FERIADO -- ACOMODA EL RENGLON ACTUAL EN LA TABLA  *
002120*                         EN SU LUGAR POR FECHA (UNA FECHA YA    *
002130*                         CARGADA O UN RENGLON SIN FECHA         *
002140*                         NUMERICA SE DESCARTAN) Y LEE EL        *
002150*                         SIGUIENTE.                             *
002160******************************************************************
002170 1200-GUARDAR-FERIADO.
002180     IF FER-FECHA NOT NUMERIC
002190         GO TO 1200-GUARDAR-SIGUIENTE
002200     END-IF.
002210     IF WS-FER-TOTAL NOT < WS-FER-MAX
002220         DISPLAY "MANTFER: FERIADOS EXCEDE " WS-FER-MAX
002230             " RENGLONES; LA TABLA QUEDO INCOMPLETA Y EL "
002240             "ARCHIVO NO SE REGRABARA."
002250         MOVE 'S' TO WS-SW-TABLA-TRUNCA
002260         MOVE 'S' TO WS-SW-EOF-FERIADO
002270         GO TO 1200-GUARDAR-FERIADO-EXIT
002280     END-IF.
002290     MOVE FER-FECHA       TO WS-FECHA.
002300     MOVE FER-DESCRIPCION TO WS-DESCRIPCION.
002310     MOVE FER-FECHA-ALTA  TO WS-FECHA-ALTA.
002320     MOVE FER-USR-ALTA    TO WS-USR-ALTA.
002330     PERFORM 4200-UBICAR-FERIADO THRU 4200-UBICAR-FERIADO-EXIT.
002340     IF WS-HALLADO-SI
002350         ADD 1 TO WS-TOTAL-DUPLICADOS
002360     ELSE
002370         PERFORM 4400-INSERTAR-FERIADO THRU
002380             4400-INSERTAR-FERIADO-EXIT
002390     END-IF.
002400 1200-GUARDAR-SIGUIENTE.
002410     PERFORM 1100-LEER-FERIADO THRU 1100-LEER-FERIADO-EXIT.
002420 1200-GUARDAR-FERIADO-EXIT.
002430     EXIT.
002440*
002450******************************************************************
002460* 2000-MENU-PRINCIPAL -- DESPLIEGA EL MENU DEL PROGRAMA Y        *
002470*                        DESPACHA LA OPCION ELEGIDA.             *
002480******************************************************************
002490 2000-MENU-PRINCIPAL.
002500     DISPLAY " ".
002510     DISPLAY "------ MENU DEL CALENDARIO DE FERIADOS ------".
002520     DISPLAY "1. LISTAR LOS FERIADOS".
002530     DISPLAY "2. AGREGAR UN FERIADO".
002540     DISPLAY "3. QUITAR UN FERIADO".
002550     DISPLAY "0. SALIR Y GRABAR".
002560     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
002570     ACCEPT WS-OPCION.
002580     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
002590         PERFORM 2100-AUTORIZAR-OPCION THRU
002600             2100-AUTORIZAR-OPCION-EXIT
002610         IF NOT WS-ACCESO-SI
002620             GO TO 2000-MENU-PRINCIPAL-EXIT
002630         END-IF
002640     END-IF.
002650     IF NOT WS-OPC-VALIDA
002660         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
002670     ELSE
002680         EVALUATE TRUE
002690             WHEN WS-OPC-LISTAR
002700                 PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
002710             WHEN WS-OPC-AGREGAR
002720                 PERFORM 4000-AGREGAR THRU 4000-AGREGAR-EXIT
002730             WHEN WS-OPC-QUITAR
002740                 PERFORM 5000-QUITAR THRU 5000-QUITAR-EXIT
002750             WHEN WS-OPC-SALIR
002760                 MOVE 'S' TO WS-SW-SALIR
002770         END-EVALUATE
002780     END-IF.
002790 2000-MENU-PRINCIPAL-EXIT.
002800     EXIT.
002810*
002820******************************************************************
002830* 3000-LISTAR -- DESPLIEGA EN PANTALLA LOS FERIADOS EN ORDEN DE  *
002840*                FECHA.                                          *
002850******************************************************************
002860 3000-LISTAR.
002870     IF WS-FER-TOTAL = 0
002880         DISPLAY "EL CALENDARIO NO TIENE FERIADOS."
002890         GO TO 3000-LISTAR-EXIT
002900     END-IF.
002910     DISPLAY "FECHA     DESCRIPCION                    ALTA     "
002920         " USUARIO".
002930     MOVE 0 TO WS-FER-IDX.
002940     PERFORM 3100-LISTAR-FERIADO THRU 3100-LISTAR-FERIADO-EXIT
002950         UNTIL WS-FER-IDX NOT < WS-FER-TOTAL.
002960 3000-LISTAR-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000* 3100-LISTAR-FERIADO -- DESPLIEGA LA SIGUIENTE ENTRADA DEL      *
003010*                        CALENDARIO.                             *
003020******************************************************************
003030 3100-LISTAR-FERIADO.
003040     ADD 1 TO WS-FER-IDX.
003050     DISPLAY TBL-FECHA(WS-FER-IDX) "  "
003060         TBL-DESCRIPCION(WS-FER-IDX) " "
003070         TBL-FECHA-ALTA(WS-FER-IDX) " "
003080         TBL-USR-ALTA(WS-FER-IDX).
003090 3100-LISTAR-FERIADO-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130* 4000-AGREGAR -- CAPTURA LA FECHA Y LA DESCRIPCION DE UN        *
003140*                 FERIADO NUEVO, LO ACOMODA EN SU LUGAR DE LA    *
003150*                 TABLA Y DEJA EL ALTA EN AUDITLOG.              *
003160******************************************************************
003170 4000-AGREGAR.
003180     PERFORM 4100-CAPTURAR-FECHA THRU 4100-CAPTURAR-FECHA-EXIT.
003190     IF WS-FECHA = 0
003200         GO TO 4000-AGREGAR-EXIT
003210     END-IF.
003220     PERFORM 4200-UBICAR-FERIADO THRU 4200-UBICAR-FERIADO-EXIT.
003230     IF WS-HALLADO-SI
003240         DISPLAY "EL " WS-FECHA " YA ESTA EN EL CALENDARIO ("
003250             TBL-DESCRIPCION(WS-FER-IDX) ")."
003260         GO TO 4000-AGREGAR-EXIT
003270     END-IF.
003280     IF WS-FER-TOTAL NOT < WS-FER-MAX
003290         DISPLAY "EL CALENDARIO ESTA LLENO; NO SE PUEDE AGREGAR."
003300         GO TO 4000-AGREGAR-EXIT
003310     END-IF.
003320     DISPLAY "DESCRIPCION DEL FERIADO:" WITH NO ADVANCING.
003330     MOVE SPACES TO WS-DESCRIPCION.
003340     ACCEPT WS-DESCRIPCION.
003350     IF WS-DESCRIPCION = SPACES
003360         DISPLAY "LA DESCRIPCION NO PUEDE QUEDAR EN BLANCO."
003370         GO TO 4000-AGREGAR-EXIT
003380     END-IF.
003390     MOVE WS-FECHA-HOY        TO WS-FECHA-ALTA.
003400     MOVE WS-USUARIO-TERMINAL TO WS-USR-ALTA.
003410     PERFORM 4400-INSERTAR-FERIADO THRU
003420         4400-INSERTAR-FERIADO-EXIT.
003430     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
003440     MOVE WS-FECHA       TO WS-VFE-FECHA.
003450     MOVE WS-DESCRIPCION TO WS-VFE-DESCRIPCION.
003460     MOVE "FER-ALTA"       TO WS-AUD-CAMPO.
003470     MOVE WS-VALOR-FERIADO TO WS-AUD-VALOR.
003480     PERFORM 8800-REGISTRAR-AUDITORIA THRU
003490         8800-REGISTRAR-AUDITORIA-EXIT.
003500     DISPLAY "FERIADO " WS-FECHA " AGREGADO.".
003510 4000-AGREGAR-EXIT.
003520     EXIT.
003530*
003540******************************************************************
003550* 4100-CAPTURAR-FECHA -- CAPTURA Y VALIDA UNA FECHA AAAAMMDD DE  *
003560*                        LUNES A VIERNES. SI NO SIRVE LA DEJA EN *
003570*                        CERO.                                   *
003580******************************************************************
003590 4100-CAPTURAR-FECHA.
003600     MOVE 0 TO WS-FECHA.
003610     DISPLAY "FECHA DEL FERIADO (AAAAMMDD):" WITH NO ADVANCING.
003620     MOVE SPACES TO WS-FECHA-ALFA.
003630     ACCEPT WS-FECHA-ALFA.
003640     IF WS-FECHA-ALFA NOT NUMERIC
003650         DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)."
003660         GO TO 4100-CAPTURAR-FECHA-EXIT
003670     END-IF.
003680     MOVE WS-FECHA-ALFA TO WS-FECHA.
003690     COMPUTE WS-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(WS-FECHA).
003700     IF WS-DIA-ENTERO = 0
003710         DISPLAY "LA FECHA " WS-FECHA " NO ES UNA FECHA VALIDA."
003720         MOVE 0 TO WS-FECHA
003730         GO TO 4100-CAPTURAR-FECHA-EXIT
003740     END-IF.
003750     COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-DIA-ENTERO, 7).
003760     IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
003770         DISPLAY "EL " WS-FECHA " CAE EN SABADO O DOMINGO, QUE "
003780             "YA SON INHABILES."
003790         MOVE 0 TO WS-FECHA
003800     END-IF.
003810 4100-CAPTURAR-FECHA-EXIT.
003820     EXIT.
003830*
003840******************************************************************
003850* 4200-UBICAR-FERIADO -- BUSCA WS-FECHA EN LA TABLA. SI ESTA,    *
003860*                        WS-FER-IDX QUEDA EN ELLA; SI NO,        *
003870*                        WS-FER-POS QUEDA EN EL LUGAR QUE LE     *
003880*                        TOCA POR ORDEN DE FECHA.                *
003890******************************************************************
003900 4200-UBICAR-FERIADO.
003910     MOVE 'N' TO WS-SW-HALLADO.
003920     MOVE 0   TO WS-FER-IDX.
003930     PERFORM 4250-COTEJAR-FERIADO THRU 4250-COTEJAR-FERIADO-EXIT
003940         UNTIL WS-HALLADO-SI OR WS-POSICION-SI
003950            OR WS-FER-IDX NOT < WS-FER-TOTAL.
003960     IF WS-POSICION-SI
003970         MOVE WS-FER-IDX TO WS-FER-POS
003980     ELSE
003990         COMPUTE WS-FER-POS = WS-FER-TOTAL + 1
004000     END-IF.
004010 4200-UBICAR-FERIADO-EXIT.
004020     EXIT.
004030*
004040******************************************************************
004050* 4250-COTEJAR-FERIADO -- COMPARA WS-FECHA CONTRA LA SIGUIENTE   *
004060*                         ENTRADA DE LA TABLA.                   *
004070******************************************************************
004080 4250-COTEJAR-FERIADO.
004090     ADD 1 TO WS-FER-IDX.
004100     IF TBL-FECHA(WS-FER-IDX) = WS-FECHA
004110         MOVE 'S' TO WS-SW-HALLADO
004120     END-IF.
004130     IF TBL-FECHA(WS-FER-IDX) > WS-FECHA
004140         MOVE 'P' TO WS-SW-HALLADO
004150     END-IF.
004160 4250-COTEJAR-FERIADO-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200* 4400-INSERTAR-FERIADO -- RECORRE UN LUGAR HACIA ABAJO LAS      *
004210*                          ENTRADAS DESDE WS-FER-POS Y DEJA EN   *
004220*                          ESE LUGAR EL FERIADO CAPTURADO.       *
004230******************************************************************
004240 4400-INSERTAR-FERIADO.
004250     MOVE WS-FER-TOTAL TO WS-FER-MOV.
004260     PERFORM 4450-BAJAR-ENTRADA THRU 4450-BAJAR-ENTRADA-EXIT
004270         UNTIL WS-FER-MOV < WS-FER-POS.
004280     ADD 1 TO WS-FER-TOTAL.
004290     MOVE WS-FECHA       TO TBL-FECHA(WS-FER-POS).
004300     MOVE WS-DESCRIPCION TO TBL-DESCRIPCION(WS-FER-POS).
004310     MOVE WS-FECHA-ALTA  TO TBL-FECHA-ALTA(WS-FER-POS).
004320     MOVE WS-USR-ALTA    TO TBL-USR-ALTA(WS-FER-POS).
004330 4400-INSERTAR-FERIADO-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 4450-BAJAR-ENTRADA -- PASA LA ENTRADA WS-FER-MOV AL LUGAR      *
004380*                       SIGUIENTE DE LA TABLA.                   *
004390******************************************************************
004400 4450-BAJAR-ENTRADA.
004410     MOVE WS-FER-ENTRADA(WS-FER-MOV)
004420         TO WS-FER-ENTRADA(WS-FER-MOV + 1).
004430     SUBTRACT 1 FROM WS-FER-MOV.
004440 4450-BAJAR-ENTRADA-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480* 5000-QUITAR -- CAPTURA LA FECHA DE UN FERIADO, PIDE            *
004490*                CONFIRMACION, LO QUITA DE LA TABLA Y DEJA LA    *
004500*                BAJA EN AUDITLOG.                               *
004510******************************************************************
004520 5000-QUITAR.
004530     PERFORM 4100-CAPTURAR-FECHA THRU 4100-CAPTURAR-FECHA-EXIT.
004540     IF WS-FECHA = 0
004550         GO TO 5000-QUITAR-EXIT
004560     END-IF.
004570     PERFORM 4200-UBICAR-FERIADO THRU 4200-UBICAR-FERIADO-EXIT.
004580     IF NOT WS-HALLADO-SI
004590         DISPLAY "EL " WS-FECHA " NO ESTA EN EL CALENDARIO."
004600         GO TO 5000-QUITAR-EXIT
004610     END-IF.
004620     DISPLAY "QUITAR " WS-FECHA " " TBL-DESCRIPCION(WS-FER-IDX)
004630         " (S/N):" WITH NO ADVANCING.
004640     MOVE SPACE TO WS-CONFIRMA.
004650     ACCEPT WS-CONFIRMA.
004660     IF NOT WS-CONFIRMA-SI
004670         DISPLAY "NO SE QUITO EL FERIADO."
004680         GO TO 5000-QUITAR-EXIT
004690     END-IF.
004700     MOVE WS-FECHA                   TO WS-VFE-FECHA.
004710     MOVE TBL-DESCRIPCION(WS-FER-IDX) TO WS-VFE-DESCRIPCION.
004720     MOVE WS-FER-IDX TO WS-FER-MOV.
004730     PERFORM 5100-SUBIR-ENTRADA THRU 5100-SUBIR-ENTRADA-EXIT
004740         UNTIL WS-FER-MOV NOT < WS-FER-TOTAL.
004750     SUBTRACT 1 FROM WS-FER-TOTAL.
004760     MOVE 'S' TO WS-SW-HAY-CAMBIOS.
004770     MOVE "FER-BAJA"       TO WS-AUD-CAMPO.
004780     MOVE WS-VALOR-FERIADO TO WS-AUD-VALOR.
004790     PERFORM 8800-REGISTRAR-AUDITORIA THRU
004800         8800-REGISTRAR-AUDITORIA-EXIT.
004810     DISPLAY "FERIADO " WS-FECHA " QUITADO.".
004820 5000-QUITAR-EXIT.
004830     EXIT.
004840*
004850******************************************************************
004860* 5100-SUBIR-ENTRADA -- PASA LA ENTRADA SIGUIENTE A WS-FER-MOV   *
004870*                       AL LUGAR WS-FER-MOV DE LA TABLA.         *
004880******************************************************************
004890 5100-SUBIR-ENTRADA.
004900     MOVE WS-FER-ENTRADA(WS-FER-MOV + 1)
004910         TO WS-FER-ENTRADA(WS-FER-MOV).
004920     ADD 1 TO WS-FER-MOV.
004930 5100-SUBIR-ENTRADA-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970* 8000-GRABAR-TABLA -- SI HUBO CAMBIOS, REESCRIBE EL CALENDARIO  *
004980*                      CON EL CONTENIDO DE LA TABLA DE TRABAJO,  *
004990*                      EN ORDEN DE FECHA.                        *
005000******************************************************************
005010 8000-GRABAR-TABLA.
005020     IF WS-TABLA-TRUNCA-SI
005030         DISPLAY "MANTFER: FERIADOS NO CUPO COMPLETO EN LA "
005040             "TABLA; NO SE REGRABA PARA NO PERDER EL "
005050             "CALENDARIO."
005060         GO TO 8000-GRABAR-TABLA-EXIT
005070     END-IF.
005080     IF NOT WS-HAY-CAMBIOS-SI
005090         GO TO 8000-GRABAR-TABLA-EXIT
005100     END-IF.
005110     OPEN OUTPUT FERIADO-FILE.
005120     IF NOT WS-FS-FERIADO-OK
005130         DISPLAY "MANTFER: NO SE PUDO GRABAR FERIADOS (ESTADO "
005140             WS-FS-FERIADO "); LOS CAMBIOS SE PIERDEN."
005150         GO TO 8000-GRABAR-TABLA-EXIT
005160     END-IF.
005170     MOVE 0 TO WS-FER-IDX.
005180     PERFORM 8100-GRABAR-FERIADO THRU 8100-GRABAR-FERIADO-EXIT
005190         UNTIL WS-FER-IDX NOT < WS-FER-TOTAL.
005200     CLOSE FERIADO-FILE.
005210     DISPLAY "MANTFER: " WS-FER-TOTAL " FERIADO(S) GRABADO(S) "
005220         "EN FERIADOS.".
005230 8000-GRABAR-TABLA-EXIT.
005240     EXIT.
005250*
005260******************************************************************
005270* 8100-GRABAR-FERIADO -- GRABA LA SIGUIENTE ENTRADA DE LA TABLA  *
005280*                        EN EL CALENDARIO.                       *
005290******************************************************************
005300 8100-GRABAR-FERIADO.
005310     ADD 1 TO WS-FER-IDX.
005320     MOVE SPACES                     TO REG-FERIADO.
005330     MOVE TBL-FECHA(WS-FER-IDX)       TO FER-FECHA.
005340     MOVE TBL-DESCRIPCION(WS-FER-IDX) TO FER-DESCRIPCION.
005350     MOVE TBL-FECHA-ALTA(WS-FER-IDX)  TO FER-FECHA-ALTA.
005360     MOVE TBL-USR-ALTA(WS-FER-IDX)    TO FER-USR-ALTA.
005370     WRITE REG-FERIADO.
005380 8100-GRABAR-FERIADO-EXIT.
005390     EXIT.
005400*
005410******************************************************************
005420* 1600-INICIAR-SESION -- TOMA EL USUARIO DE TERMINAL, ABRE EL    *
005430*                       LOG DE AUDITORIA Y VERIFICA EN PERFILES  *
005440*                       QUE EL USUARIO PUEDA USAR EL PROGRAMA;   *
005450*                       SI NO PUEDE, EL PROGRAMA TERMINA SIN     *
005460*                       CARGAR NI TOCAR NADA.                    *
005470******************************************************************
005480 1600-INICIAR-SESION.
005490     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
005500     IF WS-USUARIO-TERMINAL = SPACES
005510         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
005520     END-IF.
005530     PERFORM 1700-SEMBRAR-AUDITORIA THRU
005540         1700-SEMBRAR-AUDITORIA-EXIT.
005550     OPEN EXTEND AUDIT-FILE.
005560     IF NOT WS-FS-AUDIT-OK
005570         OPEN OUTPUT AUDIT-FILE
005580         CLOSE AUDIT-FILE
005590         OPEN EXTEND AUDIT-FILE
005600     END-IF.
005610     MOVE "MANTFER" TO WS-ACC-PROGRAMA.
005620     MOVE SPACE TO WS-ACC-OPCION.
005630     PERFORM 8700-VERIFICAR-ACCESO THRU
005640         8700-VERIFICAR-ACCESO-EXIT.
005650     IF NOT WS-ACCESO-SI
005660         MOVE 'S' TO WS-SW-SALIR
005670     END-IF.
005680 1600-INICIAR-SESION-EXIT.
005690     EXIT.
005700*
005710******************************************************************
005720* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
005730*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
005740*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
005750*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
005760*                          RENGLONES NUEVOS CONTINUEN LA         *
005770*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
005780*                          NUMERACION EMPIEZA EN UNO.            *
005790******************************************************************
005800 1700-SEMBRAR-AUDITORIA.
005810     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
005820     MOVE 'N' TO WS-SW-EOF-AUDIT.
005830     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
005840     OPEN INPUT AUDIT-FILE.
005850     IF NOT WS-FS-AUDIT-OK
005860         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
005870     END-IF.
005880     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
005890         UNTIL WS-EOF-AUDIT-SI.
005900     CLOSE AUDIT-FILE.
005910 1700-SEMBRAR-AUDITORIA-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
005960*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
005970*                        REBASA LA RETENIDA.                     *
005980******************************************************************
005990 1750-REVISAR-RENGLON.
006000     READ AUDIT-FILE
006010         AT END
006020             MOVE 'S' TO WS-SW-EOF-AUDIT
006030             GO TO 1750-REVISAR-RENGLON-EXIT
006040     END-READ.
006050     IF LIN-AUDITORIA(1:8) IS NUMERIC
006060        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
006070        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
006080        AND LIN-AUDITORIA(72:5) IS NUMERIC
006090        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
006100         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
006110     END-IF.
006120 1750-REVISAR-RENGLON-EXIT.
006130     EXIT.
006140*
006150******************************************************************
006160* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
006170*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
006180*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
006190*                          LO INHABILITARON DURANTE LA SESION)   *
006200*                          TERMINA LA SESION.                    *
006210******************************************************************
006220 2100-AUTORIZAR-OPCION.
006230     MOVE WS-OPCION TO WS-ACC-OPCION.
006240     PERFORM 8700-VERIFICAR-ACCESO THRU
006250         8700-VERIFICAR-ACCESO-EXIT.
006260     IF WS-BLOQUEO-SI
006270         MOVE 'S' TO WS-SW-SALIR
006280     END-IF.
006290 2100-AUTORIZAR-OPCION-EXIT.
006300     EXIT.
006310*
006320******************************************************************
006330* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
006340*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
006350*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
006360*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
006370*                          INHABILITADO, O UN ROL SIN DERECHOS   *
006380*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
006390*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
006400*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
006410*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
006420*                          NEGACION QUEDA EN AUDITLOG.           *
006430******************************************************************
006440 8700-VERIFICAR-ACCESO.
006450     MOVE 'N'    TO WS-SW-ACCESO.
006460     MOVE 'N'    TO WS-SW-BLOQUEO.
006470     MOVE SPACE  TO WS-SW-ACC-USUARIO.
006480     MOVE 'N'    TO WS-SW-ACC-DERECHO.
006490     MOVE SPACES TO WS-ACC-ROL.
006500     MOVE SPACES TO WS-ACC-OPCIONES.
006510     MOVE 'U' TO WS-SW-ACC-PASADA.
006520     PERFORM 8740-RECORRER-PERFILES THRU
006530         8740-RECORRER-PERFILES-EXIT.
006540     IF NOT WS-FS-PERFIL-OK
006550         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
006560         MOVE 'S' TO WS-SW-BLOQUEO
006570         GO TO 8700-NEGAR-ACCESO
006580     END-IF.
006590     IF WS-ACC-USR-DESCONOCIDO
006600         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
006610         MOVE 'S' TO WS-SW-BLOQUEO
006620         GO TO 8700-NEGAR-ACCESO
006630     END-IF.
006640     IF NOT WS-ACC-USR-ACTIVO
006650         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
006660         MOVE 'S' TO WS-SW-BLOQUEO
006670         GO TO 8700-NEGAR-ACCESO
006680     END-IF.
006690     MOVE 'D' TO WS-SW-ACC-PASADA.
006700     PERFORM 8740-RECORRER-PERFILES THRU
006710         8740-RECORRER-PERFILES-EXIT.
006720     IF NOT WS-ACC-DERECHO-SI
006730         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
006740         MOVE 'S' TO WS-SW-BLOQUEO
006750         GO TO 8700-NEGAR-ACCESO
006760     END-IF.
006770     IF WS-ACC-OPCION NOT = SPACE
006780         MOVE 0 TO WS-ACC-CONTEO
006790         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
006800             FOR ALL WS-ACC-OPCION
006810         IF WS-ACC-CONTEO = 0
006820             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
006830             GO TO 8700-NEGAR-ACCESO
006840         END-IF
006850     END-IF.
006860     MOVE 'S' TO WS-SW-ACCESO.
006870     GO TO 8700-VERIFICAR-ACCESO-EXIT.
006880 8700-NEGAR-ACCESO.
006890     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
006900         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
006910     IF WS-BLOQUEO-SI
006920         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
006930             "ESTE PROGRAMA."
006940     END-IF.
006950     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
006960     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
006970     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
006980     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
006990     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
007000     PERFORM 8800-REGISTRAR-AUDITORIA THRU
007010         8800-REGISTRAR-AUDITORIA-EXIT.
007020 8700-VERIFICAR-ACCESO-EXIT.
007030     EXIT.
007040*
007050******************************************************************
007060* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
007070*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
007080*                           EN LA PASADA 'D' EL DERECHO DE SU    *
007090*                           ROL SOBRE ESTE PROGRAMA.             *
007100******************************************************************
007110 8740-RECORRER-PERFILES.
007120     MOVE 'N' TO WS-SW-EOF-PERFIL.
007130     OPEN INPUT PERFIL-FILE.
007140     IF NOT WS-FS-PERFIL-OK
007150         GO TO 8740-RECORRER-PERFILES-EXIT
007160     END-IF.
007170     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
007180         UNTIL WS-EOF-PERFIL-SI.
007190     CLOSE PERFIL-FILE.
007200 8740-RECORRER-PERFILES-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
007250*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
007260******************************************************************
007270 8750-REVISAR-PERFIL.
007280     READ PERFIL-FILE INTO REG-PERFIL
007290         AT END
007300             MOVE 'S' TO WS-SW-EOF-PERFIL
007310             GO TO 8750-REVISAR-PERFIL-EXIT
007320     END-READ.
007330     IF WS-PASADA-USUARIO
007340         IF PRF-TIPO-USUARIO
007350            AND PRF-USUARIO = WS-USUARIO-TERMINAL
007360             MOVE PRF-ROL TO WS-ACC-ROL
007370             IF PRF-ACTIVO
007380                 MOVE 'A' TO WS-SW-ACC-USUARIO
007390             ELSE
007400                 MOVE 'I' TO WS-SW-ACC-USUARIO
007410             END-IF
007420         END-IF
007430     ELSE
007440         IF PRF-TIPO-DERECHO
007450            AND PRF-DER-ROL = WS-ACC-ROL
007460            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
007470             MOVE 'S' TO WS-SW-ACC-DERECHO
007480             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
007490         END-IF
007500     END-IF.
007510 8750-REVISAR-PERFIL-EXIT.
007520     EXIT.
007530*
007540******************************************************************
007550* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
007560*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
007570*                            USUARIO DE TERMINAL Y LA SECUENCIA  *
007580*                            DEL DIA.                            *
007590******************************************************************
007600 8800-REGISTRAR-AUDITORIA.
007610     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
007620     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
007630     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
007640     MOVE WS-AUD-VALOR                TO AUD-VALOR.
007650     ADD 1 TO WS-AUD-SECUENCIA-ACT.
007660     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
007670     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
007680 8800-REGISTRAR-AUDITORIA-EXIT.
007690     EXIT.
007700*
