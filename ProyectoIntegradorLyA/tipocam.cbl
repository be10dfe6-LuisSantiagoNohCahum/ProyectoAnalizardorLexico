000130*    (ARCHIVO TIPOCAMB): POR CADA MONEDA Y FECHA SE GUARDA LA    *
000140*    TASA DE CONVERSION A MXN. REPDIAR USA ESTA TABLA PARA       *
000150*    TOTALIZAR POR MONEDA Y CONVERTIR AL TOTAL GENERAL EN MXN.   *
000151*    EL ACCESO SE CONTROLA CON EL ARCHIVO DE PERFILES: EL        *
000152*    USUARIO DEBE ESTAR ACTIVO Y SU ROL TENER DERECHO SOBRE      *
000153*    TIPOCAM Y SOBRE CADA OPCION DEL MENU; LAS NEGACIONES VAN    *
000154*    A AUDITLOG.                                                 *
000160*                                                                *
000170******************************************************************
000180*    HISTORIAL DE MODIFICACIONES                                 *
000213*                        CABE AL CARGAR, EL PROGRAMA SE REHUSA   *
000214*                        A REGRABARLO PARA NO PERDER EL          *
000215*                        HISTORIAL DE TASAS.                     *
000216*    10/15/2026  HNK     EL ACCESO AL PROGRAMA Y A CADA OPCION   *
000217*                        SE VERIFICA CONTRA PERFILES; LOS        *
000218*                        INTENTOS NEGADOS VAN A AUDITLOG.        *
000220******************************************************************
000230*
000240 ENVIRONMENT DIVISION.
000300     SELECT TASAS-FILE ASSIGN TO "TIPOCAMB"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-FS-TASAS.
000321     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS WS-FS-PERFIL.
000324     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000325         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS WS-FS-AUDIT.
000330*
000340 DATA DIVISION.
000350 FILE SECTION.
000380     05 TCA-MONEDA                 PIC X(03).
000390     05 TCA-FECHA                  PIC 9(08).
000400     05 TCA-TASA                   PIC 9(05)V9(6).
000401 FD  PERFIL-FILE.
000402 01  LIN-PERFIL                    PIC X(80).
000403 FD  AUDIT-FILE.
000404 01  LIN-AUDITORIA                PIC X(80).
000410*
000420 WORKING-STORAGE SECTION.
000430*
000570         88 WS-FS-TASAS-NUEVO                    VALUE '35'.
000580     05 WS-SW-EOF-TASAS            PIC X(01)     VALUE 'N'.
000590         88 WS-EOF-TASAS-SI                      VALUE 'S'.
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
000610 01 WS-TABLA-TASAS.
000620     05 WS-TAS-MAX                 PIC 9(03)     VALUE 500.
000630     05 WS-TAS-TOTAL               PIC 9(03)     VALUE 0.
000820     88 WS-OPC-CAPTURAR                          VALUE 2.
000830     88 WS-OPC-SALIR                             VALUE 0.
000840     88 WS-OPC-VALIDA                  VALUES 0 THRU 2.
000841*
000842 01 WS-LINEA-AUDITORIA.
000843     05 AUD-FECHA-HORA             PIC X(14).
000844     05 FILLER                     PIC X(01)     VALUE SPACE.
000845     05 AUD-USUARIO                PIC X(10).
000846     05 FILLER                     PIC X(01)     VALUE SPACE.
000847     05 AUD-CAMPO                  PIC X(10).
000848     05 FILLER                     PIC X(01)     VALUE SPACE.
000849     05 AUD-VALOR                  PIC X(34).
000850     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
000851     05 FILLER                     PIC X(04)     VALUE SPACES.
000852*
000853 01 WS-AUD-CAMPO                   PIC X(10).
000854 01 WS-AUD-VALOR                   PIC X(34).
000855*
000856 01 WS-CAMPOS-AUDITORIA.
000857     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
000858     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
000859*
000860 PROCEDURE DIVISION.
000870*
000880******************************************************************
000930     PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
000940         UNTIL WS-SALIR-SI.
000950     PERFORM 8000-GRABAR-TABLA THRU 8000-GRABAR-TABLA-EXIT.
000951     CLOSE AUDIT-FILE.
000960     DISPLAY "FIN DE TIPOCAM.".
000970     STOP RUN.
000980*
001060     DISPLAY "**********************************".
001070     DISPLAY "***  TIPOCAM - TIPOS DE CAMBIO ***".
001080     DISPLAY "**********************************".
001081     PERFORM 1600-INICIAR-SESION THRU
001082         1600-INICIAR-SESION-EXIT.
001083     IF WS-SALIR-SI
001084         GO TO 1000-INICIALIZAR-EXIT
001085     END-IF.
001090     OPEN INPUT TASAS-FILE.
001100     IF WS-FS-TASAS-NUEVO
001110         DISPLAY "TIPOCAM: NO EXISTE TIPOCAMB; SE CREARA AL "
001700     DISPLAY "0. SALIR Y GRABAR".
001710     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
001720     ACCEPT WS-OPCION.
001721     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
001722         PERFORM 2100-AUTORIZAR-OPCION THRU
001723             2100-AUTORIZAR-OPCION-EXIT
001724         IF NOT WS-ACCESO-SI
001725             GO TO 2000-MENU-PRINCIPAL-EXIT
001726         END-IF
001727     END-IF.
001730     IF NOT WS-OPC-VALIDA
001740         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
001750     ELSE
003470 8100-GRABAR-TASA-EXIT.
003480     EXIT.
003490*
003500******************************************************************
003510* 1600-INICIAR-SESION -- TOMA EL USUARIO DE TERMINAL, ABRE EL    *
003520*                       LOG DE AUDITORIA Y VERIFICA EN PERFILES  *
003530*                       QUE EL USUARIO PUEDA USAR EL PROGRAMA;   *
003540*                       SI NO PUEDE, EL PROGRAMA TERMINA SIN     *
003550*                       CARGAR NI TOCAR NADA.                    *
003560******************************************************************
003570 1600-INICIAR-SESION.
003580     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
003590     IF WS-USUARIO-TERMINAL = SPACES
003600         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
003610     END-IF.
003620     PERFORM 1700-SEMBRAR-AUDITORIA THRU
003630         1700-SEMBRAR-AUDITORIA-EXIT.
003640     OPEN EXTEND AUDIT-FILE.
003650     IF NOT WS-FS-AUDIT-OK
003660         OPEN OUTPUT AUDIT-FILE
003670         CLOSE AUDIT-FILE
003680         OPEN EXTEND AUDIT-FILE
003690     END-IF.
003700     MOVE "TIPOCAM" TO WS-ACC-PROGRAMA.
003710     MOVE SPACE TO WS-ACC-OPCION.
003720     PERFORM 8700-VERIFICAR-ACCESO THRU
003730         8700-VERIFICAR-ACCESO-EXIT.
003740     IF NOT WS-ACCESO-SI
003750         MOVE 'S' TO WS-SW-SALIR
003760     END-IF.
003770 1600-INICIAR-SESION-EXIT.
003780     EXIT.
003790*
003800******************************************************************
003810* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
003820*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
003830*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
003840*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
003850*                          RENGLONES NUEVOS CONTINUEN LA         *
003860*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
003870*                          NUMERACION EMPIEZA EN UNO.            *
003880******************************************************************
003890 1700-SEMBRAR-AUDITORIA.
003900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003910     MOVE 'N' TO WS-SW-EOF-AUDIT.
003920     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
003930     OPEN INPUT AUDIT-FILE.
003940     IF NOT WS-FS-AUDIT-OK
003950         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
003960     END-IF.
003970     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
003980         UNTIL WS-EOF-AUDIT-SI.
003990     CLOSE AUDIT-FILE.
004000 1700-SEMBRAR-AUDITORIA-EXIT.
004010     EXIT.
004020*
004030******************************************************************
004040* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
004050*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
004060*                        REBASA LA RETENIDA.                     *
004070******************************************************************
004080 1750-REVISAR-RENGLON.
004090     READ AUDIT-FILE
004100         AT END
004110             MOVE 'S' TO WS-SW-EOF-AUDIT
004120             GO TO 1750-REVISAR-RENGLON-EXIT
004130     END-READ.
004140     IF LIN-AUDITORIA(1:8) IS NUMERIC
004150        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
004160        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
004170        AND LIN-AUDITORIA(72:5) IS NUMERIC
004180        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
004190         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
004200     END-IF.
004210 1750-REVISAR-RENGLON-EXIT.
004220     EXIT.
004230*
004240******************************************************************
004250* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
004260*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
004270*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
004280*                          LO INHABILITARON DURANTE LA SESION)   *
004290*                          TERMINA LA SESION.                    *
004300******************************************************************
004310 2100-AUTORIZAR-OPCION.
004320     MOVE WS-OPCION TO WS-ACC-OPCION.
004330     PERFORM 8700-VERIFICAR-ACCESO THRU
004340         8700-VERIFICAR-ACCESO-EXIT.
004350     IF WS-BLOQUEO-SI
004360         MOVE 'S' TO WS-SW-SALIR
004370     END-IF.
004380 2100-AUTORIZAR-OPCION-EXIT.
004390     EXIT.
004400*
004410******************************************************************
004420* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
004430*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
004440*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
004450*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
004460*                          INHABILITADO, O UN ROL SIN DERECHOS   *
004470*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
004480*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
004490*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
004500*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
004510*                          NEGACION QUEDA EN AUDITLOG.           *
004520******************************************************************
004530 8700-VERIFICAR-ACCESO.
004540     MOVE 'N'    TO WS-SW-ACCESO.
004550     MOVE 'N'    TO WS-SW-BLOQUEO.
004560     MOVE SPACE  TO WS-SW-ACC-USUARIO.
004570     MOVE 'N'    TO WS-SW-ACC-DERECHO.
004580     MOVE SPACES TO WS-ACC-ROL.
004590     MOVE SPACES TO WS-ACC-OPCIONES.
004600     MOVE 'U' TO WS-SW-ACC-PASADA.
004610     PERFORM 8740-RECORRER-PERFILES THRU
004620         8740-RECORRER-PERFILES-EXIT.
004630     IF NOT WS-FS-PERFIL-OK
004640         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
004650         MOVE 'S' TO WS-SW-BLOQUEO
004660         GO TO 8700-NEGAR-ACCESO
004670     END-IF.
004680     IF WS-ACC-USR-DESCONOCIDO
004690         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
004700         MOVE 'S' TO WS-SW-BLOQUEO
004710         GO TO 8700-NEGAR-ACCESO
004720     END-IF.
004730     IF NOT WS-ACC-USR-ACTIVO
004740         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
004750         MOVE 'S' TO WS-SW-BLOQUEO
004760         GO TO 8700-NEGAR-ACCESO
004770     END-IF.
004780     MOVE 'D' TO WS-SW-ACC-PASADA.
004790     PERFORM 8740-RECORRER-PERFILES THRU
004800         8740-RECORRER-PERFILES-EXIT.
004810     IF NOT WS-ACC-DERECHO-SI
004820         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
004830         MOVE 'S' TO WS-SW-BLOQUEO
004840         GO TO 8700-NEGAR-ACCESO
004850     END-IF.
004860     IF WS-ACC-OPCION NOT = SPACE
004870         MOVE 0 TO WS-ACC-CONTEO
004880         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
004890             FOR ALL WS-ACC-OPCION
004900         IF WS-ACC-CONTEO = 0
004910             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
004920             GO TO 8700-NEGAR-ACCESO
004930         END-IF
004940     END-IF.
004950     MOVE 'S' TO WS-SW-ACCESO.
004960     GO TO 8700-VERIFICAR-ACCESO-EXIT.
004970 8700-NEGAR-ACCESO.
004980     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
004990         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
005000     IF WS-BLOQUEO-SI
005010         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
005020             "ESTE PROGRAMA."
005030     END-IF.
005040     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
005050     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
005060     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
005070     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
005080     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
005090     PERFORM 8800-REGISTRAR-AUDITORIA THRU
005100         8800-REGISTRAR-AUDITORIA-EXIT.
005110 8700-VERIFICAR-ACCESO-EXIT.
005120     EXIT.
005130*
005140******************************************************************
005150* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
005160*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
005170*                           EN LA PASADA 'D' EL DERECHO DE SU    *
005180*                           ROL SOBRE ESTE PROGRAMA.             *
005190******************************************************************
005200 8740-RECORRER-PERFILES.
005210     MOVE 'N' TO WS-SW-EOF-PERFIL.
005220     OPEN INPUT PERFIL-FILE.
005230     IF NOT WS-FS-PERFIL-OK
005240         GO TO 8740-RECORRER-PERFILES-EXIT
005250     END-IF.
005260     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
005270         UNTIL WS-EOF-PERFIL-SI.
005280     CLOSE PERFIL-FILE.
005290 8740-RECORRER-PERFILES-EXIT.
005300     EXIT.
005310*
005320******************************************************************
005330* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
005340*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
005350******************************************************************
005360 8750-REVISAR-PERFIL.
005370     READ PERFIL-FILE INTO REG-PERFIL
005380         AT END
005390             MOVE 'S' TO WS-SW-EOF-PERFIL
005400             GO TO 8750-REVISAR-PERFIL-EXIT
005410     END-READ.
005420     IF WS-PASADA-USUARIO
005430         IF PRF-TIPO-USUARIO
005440            AND PRF-USUARIO = WS-USUARIO-TERMINAL
005450             MOVE PRF-ROL TO WS-ACC-ROL
005460             IF PRF-ACTIVO
005470                 MOVE 'A' TO WS-SW-ACC-USUARIO
005480             ELSE
005490                 MOVE 'I' TO WS-SW-ACC-USUARIO
005500             END-IF
005510         END-IF
005520     ELSE
005530         IF PRF-TIPO-DERECHO
005540            AND PRF-DER-ROL = WS-ACC-ROL
005550            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
005560             MOVE 'S' TO WS-SW-ACC-DERECHO
005570             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
005580         END-IF
005590     END-IF.
005600 8750-REVISAR-PERFIL-EXIT.
005610     EXIT.
005620*
005630******************************************************************
005640* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
005650*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
005660*                            USUARIO DE TERMINAL Y LA SECUENCIA  *
005670*                            DEL DIA.                            *
005680******************************************************************
005690 8800-REGISTRAR-AUDITORIA.
005700     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
005710     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
005720     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
005730     MOVE WS-AUD-VALOR                TO AUD-VALOR.
005740     ADD 1 TO WS-AUD-SECUENCIA-ACT.
005750     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
005760     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
005770 8800-REGISTRAR-AUDITORIA-EXIT.
005780     EXIT.
005790*
