000140*    CUENTA DEL MAYOR GENERAL Y SU CUENTA DE CONTRAPARTIDA;      *
000150*    EXPOGL USA ESTE CATALOGO PARA RESOLVER LA CUENTA DE CADA    *
000160*    RENGLON EXPORTADO Y GENERAR SU CONTRAPARTIDA.               *
000161*    LOS RENGLONES CON SIGNO 'R' NO SON DE EXPORTACION: GUARDAN  *
000162*    LA CUENTA DE REVALUACION Y LA CUENTA DE RESULTADO           *
000163*    CAMBIARIO DE CADA MONEDA EXTRANJERA PARA LA REVALUACION DE  *
000164*    FIN DE MES (REVALUA).                                       *
000165*    EL ACCESO SE CONTROLA CON EL ARCHIVO DE PERFILES: EL        *
000166*    USUARIO DEBE ESTAR ACTIVO Y SU ROL TENER DERECHO SOBRE      *
000167*    MANTCTA Y SOBRE CADA OPCION DEL MENU; LAS NEGACIONES VAN    *
000168*    A AUDITLOG.                                                 *
000170*                                                                *
000180******************************************************************
000190*    HISTORIAL DE MODIFICACIONES                                 *
000223*                        CABE AL CARGAR, EL PROGRAMA SE REHUSA   *
000224*                        A REGRABARLO PARA NO PERDER EL          *
000225*                        CATALOGO DE CUENTAS.                    *
000226*    10/15/2026  HNK     SE ACEPTA EL SIGNO 'R' PARA LAS CUENTAS *
000227*                        DE REVALUACION CAMBIARIA POR MONEDA;    *
000228*                        LA MONEDA NACIONAL NO SE REVALUA.       *
000229*    10/15/2026  HNK     EL ACCESO AL PROGRAMA Y A CADA OPCION   *
000230*                        SE VERIFICA CONTRA PERFILES; LOS        *
000231*                        INTENTOS NEGADOS VAN A AUDITLOG.        *
000232******************************************************************
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000310     SELECT CTAS-FILE ASSIGN TO "CTACONT"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-FS-CTAS.
000331     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000332         ORGANIZATION IS LINE SEQUENTIAL
000333         FILE STATUS IS WS-FS-PERFIL.
000334     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000335         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-FS-AUDIT.
000340*
000350 DATA DIVISION.
000360 FILE SECTION.
000400     05 CTA-SIGNO                  PIC X(01).
000410     05 CTA-CUENTA                 PIC X(10).
000420     05 CTA-CONTRA                 PIC X(10).
000421 FD  PERFIL-FILE.
000422 01  LIN-PERFIL                    PIC X(80).
000423 FD  AUDIT-FILE.
000424 01  LIN-AUDITORIA                PIC X(80).
000430*
000440 WORKING-STORAGE SECTION.
000450*
000570         88 WS-FS-CTAS-NUEVO                     VALUE '35'.
000580     05 WS-SW-EOF-CTAS             PIC X(01)     VALUE 'N'.
000590         88 WS-EOF-CTAS-SI                       VALUE 'S'.
000591     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
000592         88 WS-FS-PERFIL-OK                      VALUE '00'.
000593     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
000594         88 WS-FS-AUDIT-OK                       VALUE '00'.
000595     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
000596         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
000600*
000601 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
000602*
000603     COPY PERFIL.
000604*
000605     COPY ACCESO.
000606*
000610 01 WS-TABLA-CTAS.
000620     05 WS-CTA-MAX                 PIC 9(03)     VALUE 500.
000630     05 WS-CTA-TOTAL               PIC 9(03)     VALUE 0.
000710 01 WS-CAPTURA.
000720     05 WS-MONEDA                  PIC X(03).
000730     05 WS-SIGNO                   PIC X(01).
000740         88 WS-SIGNO-VALIDO                  VALUES '+' '-' 'R'.
000750     05 WS-CUENTA                  PIC X(10).
000760     05 WS-CONTRA                  PIC X(10).
000770*
000800     88 WS-OPC-CAPTURAR                          VALUE 2.
000810     88 WS-OPC-SALIR                             VALUE 0.
000820     88 WS-OPC-VALIDA                  VALUES 0 THRU 2.
000821*
000822 01 WS-LINEA-AUDITORIA.
000823     05 AUD-FECHA-HORA             PIC X(14).
000824     05 FILLER                     PIC X(01)     VALUE SPACE.
000825     05 AUD-USUARIO                PIC X(10).
000826     05 FILLER                     PIC X(01)     VALUE SPACE.
000827     05 AUD-CAMPO                  PIC X(10).
000828     05 FILLER                     PIC X(01)     VALUE SPACE.
000829     05 AUD-VALOR                  PIC X(34).
000830     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
000831     05 FILLER                     PIC X(04)     VALUE SPACES.
000832*
000833 01 WS-AUD-CAMPO                   PIC X(10).
000834 01 WS-AUD-VALOR                   PIC X(34).
000835*
000836 01 WS-CAMPOS-AUDITORIA.
000837     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
000838     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
000839*
000840 PROCEDURE DIVISION.
000850*
000860******************************************************************
000910     PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
000920         UNTIL WS-SALIR-SI.
000930     PERFORM 8000-GRABAR-TABLA THRU 8000-GRABAR-TABLA-EXIT.
000931     CLOSE AUDIT-FILE.
000940     DISPLAY "FIN DE MANTCTA.".
000950     STOP RUN.
000960*
001040     DISPLAY "**********************************".
001050     DISPLAY "*** MANTCTA - CATALOGO CUENTAS ***".
001060     DISPLAY "**********************************".
001061     PERFORM 1600-INICIAR-SESION THRU
001062         1600-INICIAR-SESION-EXIT.
001063     IF WS-SALIR-SI
001064         GO TO 1000-INICIALIZAR-EXIT
001065     END-IF.
001070     OPEN INPUT CTAS-FILE.
001080     IF WS-FS-CTAS-NUEVO
001090         DISPLAY "MANTCTA: NO EXISTE CTACONT; SE CREARA AL "
001680     DISPLAY "0. SALIR Y GRABAR".
001690     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
001700     ACCEPT WS-OPCION.
001701     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
001702         PERFORM 2100-AUTORIZAR-OPCION THRU
001703             2100-AUTORIZAR-OPCION-EXIT
001704         IF NOT WS-ACCESO-SI
001705             GO TO 2000-MENU-PRINCIPAL-EXIT
001706         END-IF
001707     END-IF.
001710     IF NOT WS-OPC-VALIDA
001720         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
001730     ELSE
002270         DISPLAY "LA MONEDA NO PUEDE QUEDAR EN BLANCO."
002280         GO TO 4000-CAPTURAR-EXIT
002290     END-IF.
002300     DISPLAY "SIGNO DEL IMPORTE (+ O -, R = REVALUACION):"
002305         WITH NO ADVANCING.
002310     MOVE SPACES TO WS-SIGNO.
002320     ACCEPT WS-SIGNO.
002330     IF NOT WS-SIGNO-VALIDO
002340         DISPLAY "EL SIGNO DEBE SER +, - O R."
002350         GO TO 4000-CAPTURAR-EXIT
002360     END-IF.
002361     IF WS-SIGNO = 'R' AND WS-MONEDA = "MXN"
002362         DISPLAY "LA MONEDA NACIONAL NO SE REVALUA."
002363         GO TO 4000-CAPTURAR-EXIT
002364     END-IF.
002365     IF WS-SIGNO = 'R'
002366         DISPLAY "CUENTA DEL MAYOR = CUENTA DE REVALUACION; "
002367             "CONTRAPARTIDA = RESULTADO CAMBIARIO."
002368     END-IF.
002370     DISPLAY "CUENTA DEL MAYOR:" WITH NO ADVANCING.
002380     MOVE SPACES TO WS-CUENTA.
002390     ACCEPT WS-CUENTA.
003360 8100-GRABAR-CTA-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400* 1600-INICIAR-SESION -- TOMA EL USUARIO DE TERMINAL, ABRE EL    *
003410*                       LOG DE AUDITORIA Y VERIFICA EN PERFILES  *
003420*                       QUE EL USUARIO PUEDA USAR EL PROGRAMA;   *
003430*                       SI NO PUEDE, EL PROGRAMA TERMINA SIN     *
003440*                       CARGAR NI TOCAR NADA.                    *
003450******************************************************************
003460 1600-INICIAR-SESION.
003470     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
003480     IF WS-USUARIO-TERMINAL = SPACES
003490         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
003500     END-IF.
003510     PERFORM 1700-SEMBRAR-AUDITORIA THRU
003520         1700-SEMBRAR-AUDITORIA-EXIT.
003530     OPEN EXTEND AUDIT-FILE.
003540     IF NOT WS-FS-AUDIT-OK
003550         OPEN OUTPUT AUDIT-FILE
003560         CLOSE AUDIT-FILE
003570         OPEN EXTEND AUDIT-FILE
003580     END-IF.
003590     MOVE "MANTCTA" TO WS-ACC-PROGRAMA.
003600     MOVE SPACE TO WS-ACC-OPCION.
003610     PERFORM 8700-VERIFICAR-ACCESO THRU
003620         8700-VERIFICAR-ACCESO-EXIT.
003630     IF NOT WS-ACCESO-SI
003640         MOVE 'S' TO WS-SW-SALIR
003650     END-IF.
003660 1600-INICIAR-SESION-EXIT.
003670     EXIT.
003680*
003690******************************************************************
003700* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
003710*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
003720*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
003730*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
003740*                          RENGLONES NUEVOS CONTINUEN LA         *
003750*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
003760*                          NUMERACION EMPIEZA EN UNO.            *
003770******************************************************************
003780 1700-SEMBRAR-AUDITORIA.
003790     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003800     MOVE 'N' TO WS-SW-EOF-AUDIT.
003810     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
003820     OPEN INPUT AUDIT-FILE.
003830     IF NOT WS-FS-AUDIT-OK
003840         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
003850     END-IF.
003860     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
003870         UNTIL WS-EOF-AUDIT-SI.
003880     CLOSE AUDIT-FILE.
003890 1700-SEMBRAR-AUDITORIA-EXIT.
003900     EXIT.
003910*
003920******************************************************************
003930* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
003940*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
003950*                        REBASA LA RETENIDA.                     *
003960******************************************************************
003970 1750-REVISAR-RENGLON.
003980     READ AUDIT-FILE
003990         AT END
004000             MOVE 'S' TO WS-SW-EOF-AUDIT
004010             GO TO 1750-REVISAR-RENGLON-EXIT
004020     END-READ.
004030     IF LIN-AUDITORIA(1:8) IS NUMERIC
004040        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
004050        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
004060        AND LIN-AUDITORIA(72:5) IS NUMERIC
004070        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
004080         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
004090     END-IF.
004100 1750-REVISAR-RENGLON-EXIT.
004110     EXIT.
004120*
004130******************************************************************
004140* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
004150*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
004160*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
004170*                          LO INHABILITARON DURANTE LA SESION)   *
004180*                          TERMINA LA SESION.                    *
004190******************************************************************
004200 2100-AUTORIZAR-OPCION.
004210     MOVE WS-OPCION TO WS-ACC-OPCION.
004220     PERFORM 8700-VERIFICAR-ACCESO THRU
004230         8700-VERIFICAR-ACCESO-EXIT.
004240     IF WS-BLOQUEO-SI
004250         MOVE 'S' TO WS-SW-SALIR
004260     END-IF.
004270 2100-AUTORIZAR-OPCION-EXIT.
004280     EXIT.
004290*
004300******************************************************************
004310* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
004320*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
004330*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
004340*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
004350*                          INHABILITADO, O UN ROL SIN DERECHOS   *
004360*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
004370*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
004380*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
004390*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
004400*                          NEGACION QUEDA EN AUDITLOG.           *
004410******************************************************************
004420 8700-VERIFICAR-ACCESO.
004430     MOVE 'N'    TO WS-SW-ACCESO.
004440     MOVE 'N'    TO WS-SW-BLOQUEO.
004450     MOVE SPACE  TO WS-SW-ACC-USUARIO.
004460     MOVE 'N'    TO WS-SW-ACC-DERECHO.
004470     MOVE SPACES TO WS-ACC-ROL.
004480     MOVE SPACES TO WS-ACC-OPCIONES.
004490     MOVE 'U' TO WS-SW-ACC-PASADA.
004500     PERFORM 8740-RECORRER-PERFILES THRU
004510         8740-RECORRER-PERFILES-EXIT.
004520     IF NOT WS-FS-PERFIL-OK
004530         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
004540         MOVE 'S' TO WS-SW-BLOQUEO
004550         GO TO 8700-NEGAR-ACCESO
004560     END-IF.
004570     IF WS-ACC-USR-DESCONOCIDO
004580         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
004590         MOVE 'S' TO WS-SW-BLOQUEO
004600         GO TO 8700-NEGAR-ACCESO
004610     END-IF.
004620     IF NOT WS-ACC-USR-ACTIVO
004630         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
004640         MOVE 'S' TO WS-SW-BLOQUEO
004650         GO TO 8700-NEGAR-ACCESO
004660     END-IF.
004670     MOVE 'D' TO WS-SW-ACC-PASADA.
004680     PERFORM 8740-RECORRER-PERFILES THRU
004690         8740-RECORRER-PERFILES-EXIT.
004700     IF NOT WS-ACC-DERECHO-SI
004710         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
004720         MOVE 'S' TO WS-SW-BLOQUEO
004730         GO TO 8700-NEGAR-ACCESO
004740     END-IF.
004750     IF WS-ACC-OPCION NOT = SPACE
004760         MOVE 0 TO WS-ACC-CONTEO
004770         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
004780             FOR ALL WS-ACC-OPCION
004790         IF WS-ACC-CONTEO = 0
004800             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
004810             GO TO 8700-NEGAR-ACCESO
004820         END-IF
004830     END-IF.
004840     MOVE 'S' TO WS-SW-ACCESO.
004850     GO TO 8700-VERIFICAR-ACCESO-EXIT.
004860 8700-NEGAR-ACCESO.
004870     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
004880         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
004890     IF WS-BLOQUEO-SI
004900         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
004910             "ESTE PROGRAMA."
004920     END-IF.
004930     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
004940     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
004950     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
004960     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
004970     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
004980     PERFORM 8800-REGISTRAR-AUDITORIA THRU
004990         8800-REGISTRAR-AUDITORIA-EXIT.
005000 8700-VERIFICAR-ACCESO-EXIT.
005010     EXIT.
005020*
005030******************************************************************
005040* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
005050*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
005060*                           EN LA PASADA 'D' EL DERECHO DE SU    *
005070*                           ROL SOBRE ESTE PROGRAMA.             *
005080******************************************************************
005090 8740-RECORRER-PERFILES.
005100     MOVE 'N' TO WS-SW-EOF-PERFIL.
005110     OPEN INPUT PERFIL-FILE.
005120     IF NOT WS-FS-PERFIL-OK
005130         GO TO 8740-RECORRER-PERFILES-EXIT
005140     END-IF.
005150     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
005160         UNTIL WS-EOF-PERFIL-SI.
005170     CLOSE PERFIL-FILE.
005180 8740-RECORRER-PERFILES-EXIT.
005190     EXIT.
005200*
005210******************************************************************
005220* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
005230*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
005240******************************************************************
005250 8750-REVISAR-PERFIL.
005260     READ PERFIL-FILE INTO REG-PERFIL
005270         AT END
005280             MOVE 'S' TO WS-SW-EOF-PERFIL
005290             GO TO 8750-REVISAR-PERFIL-EXIT
005300     END-READ.
005310     IF WS-PASADA-USUARIO
005320         IF PRF-TIPO-USUARIO
005330            AND PRF-USUARIO = WS-USUARIO-TERMINAL
005340             MOVE PRF-ROL TO WS-ACC-ROL
005350             IF PRF-ACTIVO
005360                 MOVE 'A' TO WS-SW-ACC-USUARIO
005370             ELSE
005380                 MOVE 'I' TO WS-SW-ACC-USUARIO
005390             END-IF
005400         END-IF
005410     ELSE
005420         IF PRF-TIPO-DERECHO
005430            AND PRF-DER-ROL = WS-ACC-ROL
005440            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
005450             MOVE 'S' TO WS-SW-ACC-DERECHO
005460             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
005470         END-IF
005480     END-IF.
005490 8750-REVISAR-PERFIL-EXIT.
005500     EXIT.
005510*
005520******************************************************************
005530* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
005540*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
005550*                            USUARIO DE TERMINAL Y LA SECUENCIA  *
005560*                            DEL DIA.                            *
005570******************************************************************
005580 8800-REGISTRAR-AUDITORIA.
005590     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
005600     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
005610     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
005620     MOVE WS-AUD-VALOR                TO AUD-VALOR.
005630     ADD 1 TO WS-AUD-SECUENCIA-ACT.
005640     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
005650     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
005660 8800-REGISTRAR-AUDITORIA-EXIT.
005670     EXIT.
005680*
