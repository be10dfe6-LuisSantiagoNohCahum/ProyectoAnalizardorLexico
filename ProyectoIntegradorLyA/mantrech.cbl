000110*                                                                *
000120*    CORRECCION Y REENVIO DE TRANSACCIONES RECHAZADAS. CARGA EL  *
000130*    ARCHIVO DE RECHAZOS (TRANRECH) QUE DEJA VALTRANS, PERMITE   *
000140*    LISTARLO POR CODIGO DE MOTIVO (01-12), CORREGIR EL CAMPO    *
000150*    OFENSOR DE UN RECHAZO (CLAVE, NOMBRE, IMPORTE, MONEDA,      *
000151*    TIPO DE TRANSACCION O REFERENCIA DEL MOVIMIENTO QUE UN      *
000152*    REVERSO ANULA) Y ENCOLAR EL REGISTRO CORREGIDO EN           *
000160*    TRANSAC.ENT PARA QUE LA SIGUIENTE DEPURACION DE VALTRANS LO *
000170*    VUELVA A EDITAR. LOS RECHAZOS CORREGIDOS SE QUITAN DE       *
000180*    TRANRECH AL SALIR. LA OPCION DE ANTIGUEDAD DEJA EN          *
000190*    RECHVIEJ.TXT LOS RECHAZOS PENDIENTES CON MAS DIAS HABILES   *
000200*    QUE EL UMBRAL CAPTURADO, PARA PERSEGUIR A LAS SUCURSALES;   *
000201*    LOS DIAS HABILES SON DE LUNES A VIERNES SIN LOS FERIADOS    *
000202*    DEL CALENDARIO FERIADOS Y EL ENCABEZADO DICE CON QUE        *
000203*    CALENDARIO SE CONTO.                                        *
000220*                                                                *
000230*    TRANRECH LLEVA EL LAYOUT FECHADO (MOTIVO, FECHA, REGISTRO). *
000240*    UN RENGLON CON EL LAYOUT VIEJO (SIN COLUMNA DE FECHA) SE    *
000252*    VIEJA, QUEDA CON FECHA CERO (SALE SIEMPRE EN EL REPORTE DE  *
000254*    ANTIGUEDAD) Y AL REGRABAR EL ARCHIVO SALE YA EN EL LAYOUT   *
000256*    FECHADO.                                                    *
000257*    EL ACCESO SE VERIFICA CONTRA PERFILES (USUARIO ACTIVO CON   *
000258*    DERECHO DE SU ROL SOBRE MANTRECH Y SOBRE CADA OPCION); LAS  *
000259*    NEGACIONES VAN A AUDITLOG.                                  *
000260*                                                                *
000270******************************************************************
000280*    HISTORIAL DE MODIFICACIONES                                 *
000290*    FECHA       AUTOR   DESCRIPCION                             *
000300*    ----------  ------  -------------------------------------   *
000310*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000311*    10/15/2026  HNK     EL ACCESO AL PROGRAMA Y A CADA OPCION   *
000312*                        SE VERIFICA CONTRA PERFILES; LOS        *
000313*                        INTENTOS NEGADOS VAN A AUDITLOG.        *
000314*    10/15/2026  HNK     EL REGISTRO DE TRANSACCION TRAE TIPO    *
000315*                        (DEPOSITO, RETIRO, REVERSO) Y LA        *
000316*                        REFERENCIA DEL MOVIMIENTO REVERSADO;    *
000317*                        SE AMPLIA TRANRECH Y SE PUEDEN          *
000318*                        CORREGIR AMBOS CAMPOS.                  *
000319*    10/15/2026  HNK     LA ANTIGUEDAD DE LOS RECHAZOS SE CUENTA *
000320*                        EN DIAS HABILES SEGUN EL CALENDARIO     *
000321*                        FERIADOS.                               *
000322******************************************************************
000323*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. HP.
000460     SELECT REPORTE-FILE ASSIGN TO "RECHVIEJ.TXT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-REPORTE.
000481     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000482         ORGANIZATION IS LINE SEQUENTIAL
000483         FILE STATUS IS WS-FS-PERFIL.
000484     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS WS-FS-AUDIT.
000487     SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
000488         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS WS-FS-FERIADO.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000550     05 FILLER                     PIC X(01).
000560     05 RCH-FECHA                  PIC 9(08).
000570     05 FILLER                     PIC X(01).
000580     05 RCH-REGISTRO               PIC X(68).
000590 FD  ENTRADA-FILE.
000600 01  REG-ENTRADA.
000610     05 ENT-CLAVE                  PIC X(06).
000640         10 ENT-IMP-DIGITOS        PIC X(11).
000650         10 ENT-IMP-SIGNO          PIC X(01).
000660     05 ENT-MONEDA                 PIC X(03).
000661     05 ENT-TIPO                   PIC X(01).
000662     05 ENT-REF-FECHA              PIC X(08).
000663     05 ENT-REF-SECUENCIA          PIC X(04).
000670 FD  REPORTE-FILE.
000680 01  LIN-REPORTE                   PIC X(80).
000681 FD  PERFIL-FILE.
000682 01  LIN-PERFIL                    PIC X(80).
000683 FD  AUDIT-FILE.
000684 01  LIN-AUDITORIA                PIC X(80).
000685 FD  FERIADO-FILE.
000686     COPY FERIADO.
000690*
000700 WORKING-STORAGE SECTION.
000710*
000900     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000910     05 WS-SW-EOF-RECHAZO          PIC X(01)     VALUE 'N'.
000920         88 WS-EOF-RECHAZO-SI                    VALUE 'S'.
000921     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
000922         88 WS-FS-PERFIL-OK                      VALUE '00'.
000923     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
000924         88 WS-FS-AUDIT-OK                       VALUE '00'.
000925     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
000926         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
000927     05 WS-FS-FERIADO              PIC X(02)     VALUE '00'.
000928         88 WS-FS-FERIADO-OK                     VALUE '00'.
000930*
000931 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
000932*
000933     COPY PERFIL.
000934*
000935     COPY ACCESO.
000936*
000937     COPY CALENDA.
000938*
000940 01 WS-TABLA-RECHAZOS.
000950     05 WS-RCH-MAX                 PIC 9(03)     VALUE 200.
000960     05 WS-RCH-TOTAL               PIC 9(03)     VALUE 0.
001060             15 TBL-NOMBRE         PIC X(34).
001070             15 TBL-IMPORTE        PIC X(12).
001080             15 TBL-MONEDA         PIC X(03).
001081             15 TBL-TIPO           PIC X(01).
001082             15 TBL-REF-FECHA      PIC X(08).
001083             15 TBL-REF-SECUENCIA  PIC X(04).
001090*
001100 01 WS-CAPTURA.
001110     05 WS-RENGLON-ALFA            PIC X(03).
001140     05 WS-CLAVE-ALFA              PIC X(06).
001150     05 WS-NOMBRE                  PIC X(34).
001160     05 WS-MONEDA                  PIC X(03).
001161     05 WS-TIPO                    PIC X(01).
001162         88 WS-TIPO-VALIDO                 VALUES "D" "R" "V".
001163     05 WS-REF-FECHA-ALFA          PIC X(08).
001164     05 WS-REF-SEC-ALFA            PIC X(04).
001170     05 WS-NUMERO-ALFA             PIC X(13).
001180     05 WS-NUMERO                  PIC S9(09)V99.
001190     05 WS-POS-NUMVAL              PIC 9(02).
001290     88 WS-CAMPO-NOMBRE                          VALUE 2.
001300     88 WS-CAMPO-IMPORTE                         VALUE 3.
001310     88 WS-CAMPO-MONEDA                          VALUE 4.
001311     88 WS-CAMPO-TIPO                            VALUE 5.
001312     88 WS-CAMPO-REFERENCIA                      VALUE 6.
001320     88 WS-CAMPO-VALIDO                VALUES 1 THRU 6.
001330*
001340 01 WS-FECHAS-ANTIGUEDAD.
001350     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001380     05 WS-DIAS-EDAD               PIC 9(04)     VALUE 0.
001390*
001400 01 WS-TOTAL-VIEJOS                PIC 9(03)     VALUE 0.
001430     05 FILLER                     PIC X(34)
001440            VALUE "RECHAZOS PENDIENTES CON MAS DE    ".
001450     05 WS-ENC-DIAS                PIC ZZZ9.
001460     05 FILLER                     PIC X(21)
001470            VALUE " DIA(S) HABIL(ES) AL ".
001480     05 WS-ENC-FECHA               PIC 9(08).
001490*
001491 01 WS-LINEA-ENC-CALENDARIO.
001492     05 FILLER                     PIC X(08)     VALUE "EDAD EN ".
001493     05 WS-ENC-LEYENDA             PIC X(44).
001494*
001500 01 WS-LINEA-DET-REPORTE.
001510     05 WS-DET-MOTIVO              PIC X(02).
001520     05 FILLER                     PIC X(01)     VALUE SPACE.
001730     88 WS-OPC-ANTIGUEDAD                        VALUE 3.
001740     88 WS-OPC-SALIR                             VALUE 0.
001750     88 WS-OPC-VALIDA                  VALUES 0 THRU 3.
001751*
001752 01 WS-LINEA-AUDITORIA.
001753     05 AUD-FECHA-HORA             PIC X(14).
001754     05 FILLER                     PIC X(01)     VALUE SPACE.
001755     05 AUD-USUARIO                PIC X(10).
001756     05 FILLER                     PIC X(01)     VALUE SPACE.
001757     05 AUD-CAMPO                  PIC X(10).
001758     05 FILLER                     PIC X(01)     VALUE SPACE.
001759     05 AUD-VALOR                  PIC X(34).
001760     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
001761     05 FILLER                     PIC X(04)     VALUE SPACES.
001762*
001763 01 WS-AUD-CAMPO                   PIC X(10).
001764 01 WS-AUD-VALOR                   PIC X(34).
001765*
001766 01 WS-CAMPOS-AUDITORIA.
001767     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
001768*
001770 PROCEDURE DIVISION.
001780*
001790******************************************************************
001840     PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
001850         UNTIL WS-SALIR-SI.
001860     PERFORM 8000-GRABAR-TABLA THRU 8000-GRABAR-TABLA-EXIT.
001861     CLOSE AUDIT-FILE.
001870     DISPLAY "FIN DE MANTRECH.".
001880     STOP RUN.
001890*
001970     DISPLAY "*** MANTRECH - CORRECCION DE   ***".
001980     DISPLAY "*** TRANSACCIONES RECHAZADAS   ***".
001990     DISPLAY "**********************************".
001991     PERFORM 1600-INICIAR-SESION THRU
001992         1600-INICIAR-SESION-EXIT.
001993     IF WS-SALIR-SI
001994         GO TO 1000-INICIALIZAR-EXIT
001995     END-IF.
002000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
002030     OPEN INPUT RECHAZO-FILE.
002040     IF WS-FS-RECHAZO-NUEVO
002050         DISPLAY "MANTRECH: NO EXISTE TRANRECH; NO HAY RECHAZOS "
002790     DISPLAY "0. SALIR Y GRABAR".
002800     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
002810     ACCEPT WS-OPCION.
002811     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
002812         PERFORM 2100-AUTORIZAR-OPCION THRU
002813             2100-AUTORIZAR-OPCION-EXIT
002814         IF NOT WS-ACCESO-SI
002815             GO TO 2000-MENU-PRINCIPAL-EXIT
002816         END-IF
002817     END-IF.
002820     IF NOT WS-OPC-VALIDA
002830         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
002840     ELSE
003010*                CAPTURADO (BLANCO = TODOS).                     *
003020******************************************************************
003030 3000-LISTAR.
003040     DISPLAY "MOTIVO 01-12 (BLANCO = TODOS):" WITH NO ADVANCING.
003050     MOVE SPACES TO WS-MOTIVO-FILTRO.
003060     ACCEPT WS-MOTIVO-FILTRO.
003070     MOVE 0 TO WS-RCH-IDX.
003270             " NOMBRE " TBL-NOMBRE(WS-RCH-IDX)
003280         DISPLAY "  IMPORTE " TBL-IMPORTE(WS-RCH-IDX)
003290             " MONEDA " TBL-MONEDA(WS-RCH-IDX)
003291         DISPLAY "  TIPO " TBL-TIPO(WS-RCH-IDX)
003292             " REFERENCIA " TBL-REF-FECHA(WS-RCH-IDX)
003293             "-" TBL-REF-SECUENCIA(WS-RCH-IDX)
003300     END-IF.
003310 3100-LISTAR-RECHAZO-EXIT.
003320     EXIT.
003600         " NOMBRE " TBL-NOMBRE(WS-RCH-IDX).
003610     DISPLAY "  IMPORTE " TBL-IMPORTE(WS-RCH-IDX)
003620         " MONEDA " TBL-MONEDA(WS-RCH-IDX).
003621     DISPLAY "  TIPO " TBL-TIPO(WS-RCH-IDX)
003622         " REFERENCIA " TBL-REF-FECHA(WS-RCH-IDX)
003623         "-" TBL-REF-SECUENCIA(WS-RCH-IDX) "."
003630     DISPLAY "CAMPO A CORREGIR (1=CLAVE 2=NOMBRE 3=IMPORTE "
003640         "4=MONEDA 5=TIPO 6=REFERENCIA):" WITH NO ADVANCING.
003650     ACCEPT WS-CAMPO-CORREGIR.
003660     IF NOT WS-CAMPO-VALIDO
003670         DISPLAY "CAMPO NO VALIDO, INTENTA DE NUEVO."
003810         WHEN WS-CAMPO-MONEDA
003820             PERFORM 4500-CORREGIR-MONEDA THRU
003830                 4500-CORREGIR-MONEDA-EXIT
003831         WHEN WS-CAMPO-TIPO
003832             PERFORM 8900-CORREGIR-TIPO THRU
003833                 8900-CORREGIR-TIPO-EXIT
003834         WHEN WS-CAMPO-REFERENCIA
003835             PERFORM 8950-CORREGIR-REFERENCIA THRU
003836                 8950-CORREGIR-REFERENCIA-EXIT
003840     END-EVALUATE.
003850     IF NOT WS-CAMPO-VALIDO-SI
003860         GO TO 4000-CORREGIR-EXIT
005150*
005160******************************************************************
005170* 5000-ANTIGUEDAD -- DEJA EN RECHVIEJ.TXT LOS RECHAZOS           *
005180*                    PENDIENTES CON MAS DIAS HABILES QUE EL      *
005190*                    UMBRAL CAPTURADO. UN RECHAZO SIN FECHA      *
005200*                    SALE SIEMPRE.                               *
005210******************************************************************
005220 5000-ANTIGUEDAD.
005230     DISPLAY "DIAS HABILES MINIMOS DE ANTIGUEDAD:"
005231         WITH NO ADVANCING.
005240     MOVE SPACES TO WS-DIAS-ALFA.
005250     ACCEPT WS-DIAS-ALFA.
005260     IF WS-DIAS-ALFA NOT NUMERIC
005280         GO TO 5000-ANTIGUEDAD-EXIT
005290     END-IF.
005300     MOVE WS-DIAS-ALFA TO WS-DIAS-UMBRAL.
005301     MOVE "MANTRECH" TO WS-CAL-PROGRAMA.
005302     PERFORM 7800-CARGAR-FERIADOS THRU
005303         7800-CARGAR-FERIADOS-EXIT.
005310     OPEN OUTPUT REPORTE-FILE.
005320     MOVE WS-DIAS-UMBRAL TO WS-ENC-DIAS.
005330     MOVE WS-FECHA-HOY   TO WS-ENC-FECHA.
005340     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
005341     MOVE WS-CAL-LEYENDA TO WS-ENC-LEYENDA.
005342     WRITE LIN-REPORTE FROM WS-LINEA-ENC-CALENDARIO.
005350     MOVE 0 TO WS-TOTAL-VIEJOS.
005360     MOVE 0 TO WS-RCH-IDX.
005370     PERFORM 5100-EVALUAR-RECHAZO THRU 5100-EVALUAR-RECHAZO-EXIT
005450     EXIT.
005460*
005470******************************************************************
005480* 5100-EVALUAR-RECHAZO -- CALCULA LA EDAD EN DIAS HABILES DEL    *
005490*                        SIGUIENTE RECHAZO PENDIENTE Y LO PASA   *
005500*                        AL REPORTE SI REBASA EL UMBRAL.         *
005510******************************************************************
005520 5100-EVALUAR-RECHAZO.
005530     ADD 1 TO WS-RCH-IDX.
005570     IF TBL-FECHA(WS-RCH-IDX) = 0
005580         MOVE 9999 TO WS-DIAS-EDAD
005590     ELSE
005600         MOVE TBL-FECHA(WS-RCH-IDX) TO WS-CAL-DESDE
005604         MOVE WS-FECHA-HOY          TO WS-CAL-HASTA
005608         PERFORM 7900-CONTAR-HABILES THRU
005612             7900-CONTAR-HABILES-EXIT
005616         IF WS-CAL-HABILES > 9999
005620             MOVE 9999 TO WS-DIAS-EDAD
005624         ELSE
005628             MOVE WS-CAL-HABILES TO WS-DIAS-EDAD
005632         END-IF
005640     END-IF.
005650     IF WS-DIAS-EDAD > WS-DIAS-UMBRAL
005660         MOVE TBL-MOTIVO(WS-RCH-IDX)  TO WS-DET-MOTIVO
006400             MOVE WS-IMPORTE-RAW TO TBL-IMPORTE(WS-RCH-IDX)
006410         WHEN WS-CAMPO-MONEDA
006420             MOVE WS-MONEDA TO TBL-MONEDA(WS-RCH-IDX)
006421         WHEN WS-CAMPO-TIPO
006422             MOVE WS-TIPO TO TBL-TIPO(WS-RCH-IDX)
006423         WHEN WS-CAMPO-REFERENCIA
006424             MOVE WS-REF-FECHA-ALFA
006425                 TO TBL-REF-FECHA(WS-RCH-IDX)
006426             MOVE WS-REF-SEC-ALFA
006427                 TO TBL-REF-SECUENCIA(WS-RCH-IDX)
006430     END-EVALUATE.
006440 4700-APLICAR-CORRECCION-EXIT.
006450     EXIT.
006460*
006470******************************************************************
006480* 1600-INICIAR-SESION -- TOMA EL USUARIO DE TERMINAL, ABRE EL    *
006490*                       LOG DE AUDITORIA Y VERIFICA EN PERFILES  *
006500*                       QUE EL USUARIO PUEDA USAR EL PROGRAMA;   *
006510*                       SI NO PUEDE, EL PROGRAMA TERMINA SIN     *
006520*                       CARGAR NI TOCAR NADA.                    *
006530******************************************************************
006540 1600-INICIAR-SESION.
006550     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
006560     IF WS-USUARIO-TERMINAL = SPACES
006570         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
006580     END-IF.
006590     PERFORM 1700-SEMBRAR-AUDITORIA THRU
006600         1700-SEMBRAR-AUDITORIA-EXIT.
006610     OPEN EXTEND AUDIT-FILE.
006620     IF NOT WS-FS-AUDIT-OK
006630         OPEN OUTPUT AUDIT-FILE
006640         CLOSE AUDIT-FILE
006650         OPEN EXTEND AUDIT-FILE
006660     END-IF.
006670     MOVE "MANTRECH" TO WS-ACC-PROGRAMA.
006680     MOVE SPACE TO WS-ACC-OPCION.
006690     PERFORM 8700-VERIFICAR-ACCESO THRU
006700         8700-VERIFICAR-ACCESO-EXIT.
006710     IF NOT WS-ACCESO-SI
006720         MOVE 'S' TO WS-SW-SALIR
006730     END-IF.
006740 1600-INICIAR-SESION-EXIT.
006750     EXIT.
006760*
006770******************************************************************
006780* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
006790*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
006800*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
006810*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
006820*                          RENGLONES NUEVOS CONTINUEN LA         *
006830*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
006840*                          NUMERACION EMPIEZA EN UNO.            *
006850******************************************************************
006860 1700-SEMBRAR-AUDITORIA.
006870     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
006880     MOVE 'N' TO WS-SW-EOF-AUDIT.
006890     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
006900     OPEN INPUT AUDIT-FILE.
006910     IF NOT WS-FS-AUDIT-OK
006920         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
006930     END-IF.
006940     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
006950         UNTIL WS-EOF-AUDIT-SI.
006960     CLOSE AUDIT-FILE.
006970 1700-SEMBRAR-AUDITORIA-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
007020*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
007030*                        REBASA LA RETENIDA.                     *
007040******************************************************************
007050 1750-REVISAR-RENGLON.
007060     READ AUDIT-FILE
007070         AT END
007080             MOVE 'S' TO WS-SW-EOF-AUDIT
007090             GO TO 1750-REVISAR-RENGLON-EXIT
007100     END-READ.
007110     IF LIN-AUDITORIA(1:8) IS NUMERIC
007120        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
007130        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
007140        AND LIN-AUDITORIA(72:5) IS NUMERIC
007150        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
007160         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
007170     END-IF.
007180 1750-REVISAR-RENGLON-EXIT.
007190     EXIT.
007200*
007210******************************************************************
007220* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
007230*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
007240*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
007250*                          LO INHABILITARON DURANTE LA SESION)   *
007260*                          TERMINA LA SESION.                    *
007270******************************************************************
007280 2100-AUTORIZAR-OPCION.
007290     MOVE WS-OPCION TO WS-ACC-OPCION.
007300     PERFORM 8700-VERIFICAR-ACCESO THRU
007310         8700-VERIFICAR-ACCESO-EXIT.
007320     IF WS-BLOQUEO-SI
007330         MOVE 'S' TO WS-SW-SALIR
007340     END-IF.
007350 2100-AUTORIZAR-OPCION-EXIT.
007360     EXIT.
007370*
007380******************************************************************
007390* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
007400*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
007410*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
007420*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
007430*                          INHABILITADO, O UN ROL SIN DERECHOS   *
007440*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
007450*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
007460*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
007470*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
007480*                          NEGACION QUEDA EN AUDITLOG.           *
007490******************************************************************
007500 8700-VERIFICAR-ACCESO.
007510     MOVE 'N'    TO WS-SW-ACCESO.
007520     MOVE 'N'    TO WS-SW-BLOQUEO.
007530     MOVE SPACE  TO WS-SW-ACC-USUARIO.
007540     MOVE 'N'    TO WS-SW-ACC-DERECHO.
007550     MOVE SPACES TO WS-ACC-ROL.
007560     MOVE SPACES TO WS-ACC-OPCIONES.
007570     MOVE 'U' TO WS-SW-ACC-PASADA.
007580     PERFORM 8740-RECORRER-PERFILES THRU
007590         8740-RECORRER-PERFILES-EXIT.
007600     IF NOT WS-FS-PERFIL-OK
007610         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
007620         MOVE 'S' TO WS-SW-BLOQUEO
007630         GO TO 8700-NEGAR-ACCESO
007640     END-IF.
007650     IF WS-ACC-USR-DESCONOCIDO
007660         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
007670         MOVE 'S' TO WS-SW-BLOQUEO
007680         GO TO 8700-NEGAR-ACCESO
007690     END-IF.
007700     IF NOT WS-ACC-USR-ACTIVO
007710         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
007720         MOVE 'S' TO WS-SW-BLOQUEO
007730         GO TO 8700-NEGAR-ACCESO
007740     END-IF.
007750     MOVE 'D' TO WS-SW-ACC-PASADA.
007760     PERFORM 8740-RECORRER-PERFILES THRU
007770         8740-RECORRER-PERFILES-EXIT.
007780     IF NOT WS-ACC-DERECHO-SI
007790         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
007800         MOVE 'S' TO WS-SW-BLOQUEO
007810         GO TO 8700-NEGAR-ACCESO
007820     END-IF.
007830     IF WS-ACC-OPCION NOT = SPACE
007840         MOVE 0 TO WS-ACC-CONTEO
007850         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
007860             FOR ALL WS-ACC-OPCION
007870         IF WS-ACC-CONTEO = 0
007880             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
007890             GO TO 8700-NEGAR-ACCESO
007900         END-IF
007910     END-IF.
007920     MOVE 'S' TO WS-SW-ACCESO.
007930     GO TO 8700-VERIFICAR-ACCESO-EXIT.
007940 8700-NEGAR-ACCESO.
007950     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
007960         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
007970     IF WS-BLOQUEO-SI
007980         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
007990             "ESTE PROGRAMA."
008000     END-IF.
008010     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
008020     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
008030     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
008040     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
008050     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
008060     PERFORM 8800-REGISTRAR-AUDITORIA THRU
008070         8800-REGISTRAR-AUDITORIA-EXIT.
008080 8700-VERIFICAR-ACCESO-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
008130*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
008140*                           EN LA PASADA 'D' EL DERECHO DE SU    *
008150*                           ROL SOBRE ESTE PROGRAMA.             *
008160******************************************************************
008170 8740-RECORRER-PERFILES.
008180     MOVE 'N' TO WS-SW-EOF-PERFIL.
008190     OPEN INPUT PERFIL-FILE.
008200     IF NOT WS-FS-PERFIL-OK
008210         GO TO 8740-RECORRER-PERFILES-EXIT
008220     END-IF.
008230     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
008240         UNTIL WS-EOF-PERFIL-SI.
008250     CLOSE PERFIL-FILE.
008260 8740-RECORRER-PERFILES-EXIT.
008270     EXIT.
008280*
008290******************************************************************
008300* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
008310*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
008320******************************************************************
008330 8750-REVISAR-PERFIL.
008340     READ PERFIL-FILE INTO REG-PERFIL
008350         AT END
008360             MOVE 'S' TO WS-SW-EOF-PERFIL
008370             GO TO 8750-REVISAR-PERFIL-EXIT
008380     END-READ.
008390     IF WS-PASADA-USUARIO
008400         IF PRF-TIPO-USUARIO
008410            AND PRF-USUARIO = WS-USUARIO-TERMINAL
008420             MOVE PRF-ROL TO WS-ACC-ROL
008430             IF PRF-ACTIVO
008440                 MOVE 'A' TO WS-SW-ACC-USUARIO
008450             ELSE
008460                 MOVE 'I' TO WS-SW-ACC-USUARIO
008470             END-IF
008480         END-IF
008490     ELSE
008500         IF PRF-TIPO-DERECHO
008510            AND PRF-DER-ROL = WS-ACC-ROL
008520            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
008530             MOVE 'S' TO WS-SW-ACC-DERECHO
008540             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
008550         END-IF
008560     END-IF.
008570 8750-REVISAR-PERFIL-EXIT.
008580     EXIT.
008590*
008600******************************************************************
008610* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
008620*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
008630*                            USUARIO DE TERMINAL Y LA SECUENCIA  *
008640*                            DEL DIA.                            *
008650******************************************************************
008660 8800-REGISTRAR-AUDITORIA.
008670     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
008680     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
008690     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
008700     MOVE WS-AUD-VALOR                TO AUD-VALOR.
008710     ADD 1 TO WS-AUD-SECUENCIA-ACT.
008720     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
008730     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
008740 8800-REGISTRAR-AUDITORIA-EXIT.
008750     EXIT.
008760*
008770******************************************************************
008780* 8900-CORREGIR-TIPO -- PIDE EL NUEVO TIPO DE TRANSACCION (D =
008790*                       DEPOSITO, R = RETIRO, V = REVERSO) EN EL
008800*                       CAMPO DE TRABAJO. LA CONGRUENCIA CON EL
008810*                       SIGNO LA APLICA VALTRANS AL REEDITAR.
008820******************************************************************
008830 8900-CORREGIR-TIPO.
008840     DISPLAY "NUEVO TIPO (D=DEPOSITO R=RETIRO V=REVERSO):"
008850         WITH NO ADVANCING.
008860     MOVE SPACES TO WS-TIPO.
008870     ACCEPT WS-TIPO.
008880     IF NOT WS-TIPO-VALIDO
008890         DISPLAY "EL TIPO DEBE SER D, R O V."
008900         GO TO 8900-CORREGIR-TIPO-EXIT
008910     END-IF.
008920     MOVE 'S' TO WS-SW-CAMPO-VALIDO.
008930 8900-CORREGIR-TIPO-EXIT.
008940     EXIT.
008950*
008960******************************************************************
008970* 8950-CORREGIR-REFERENCIA -- PIDE LA FECHA Y LA SECUENCIA DEL
008980*                             MOVIMIENTO DE CLIMOVS QUE EL REVERSO
008990*                             ANULA. LA EXISTENCIA DEL MOVIMIENTO
009000*                             LA VERIFICA VALTRANS AL REEDITAR.
009010******************************************************************
009020 8950-CORREGIR-REFERENCIA.
009030     DISPLAY "FECHA DEL MOVIMIENTO ORIGINAL (AAAAMMDD):"
009040         WITH NO ADVANCING.
009050     MOVE SPACES TO WS-REF-FECHA-ALFA.
009060     ACCEPT WS-REF-FECHA-ALFA.
009070     IF WS-REF-FECHA-ALFA NOT NUMERIC
009080         DISPLAY "LA FECHA DEBE SER NUMERICA DE OCHO DIGITOS."
009090         GO TO 8950-CORREGIR-REFERENCIA-EXIT
009100     END-IF.
009110     DISPLAY "SECUENCIA DEL MOVIMIENTO ORIGINAL (NNNN):"
009120         WITH NO ADVANCING.
009130     MOVE SPACES TO WS-REF-SEC-ALFA.
009140     ACCEPT WS-REF-SEC-ALFA.
009150     IF WS-REF-SEC-ALFA NOT NUMERIC
009160         DISPLAY "LA SECUENCIA DEBE SER NUMERICA DE CUATRO "
009170             "DIGITOS."
009180         GO TO 8950-CORREGIR-REFERENCIA-EXIT
009190     END-IF.
009200     MOVE 'S' TO WS-SW-CAMPO-VALIDO.
009210 8950-CORREGIR-REFERENCIA-EXIT.
009220     EXIT.
009230*
009240******************************************************************
009250* 7800-CARGAR-FERIADOS -- SUBE A LA TABLA EL CALENDARIO FERIADOS *
009260*                         Y DEJA EN WS-CAL-LEYENDA CON QUE       *
009270*                         CALENDARIO SE CUENTAN LOS DIAS         *
009280*                         HABILES. SIN ARCHIVO SOLO SABADOS Y    *
009290*                         DOMINGOS SON INHABILES.                *
009300******************************************************************
009310 7800-CARGAR-FERIADOS.
009320     MOVE 0   TO WS-FER-TOTAL.
009330     MOVE 'N' TO WS-SW-CALENDARIO.
009340     MOVE 'N' TO WS-SW-EOF-FERIADO.
009350     OPEN INPUT FERIADO-FILE.
009360     IF NOT WS-FS-FERIADO-OK
009370         MOVE "DIAS HABILES (SIN FERIADOS: SOLO SAB/DOM)"
009380             TO WS-CAL-LEYENDA
009390         MOVE SPACES TO WS-CAL-MENSAJE
009391         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
009392                ": NO EXISTE EL CALENDARIO FERIADOS; SOLO "
009393                "SABADOS Y DOMINGOS CUENTAN COMO INHABILES."
009394                    DELIMITED BY SIZE
009395             INTO WS-CAL-MENSAJE
009396         DISPLAY WS-CAL-MENSAJE
009420         GO TO 7800-CARGAR-FERIADOS-EXIT
009430     END-IF.
009440     MOVE 'S' TO WS-SW-CALENDARIO.
009450     PERFORM 7810-GUARDAR-FERIADO THRU 7810-GUARDAR-FERIADO-EXIT
009460         UNTIL WS-EOF-FERIADO-SI.
009470     CLOSE FERIADO-FILE.
009480     MOVE "DIAS HABILES (LUNES A VIERNES SIN FERIADOS)"
009490         TO WS-CAL-LEYENDA.
009500 7800-CARGAR-FERIADOS-EXIT.
009510     EXIT.
009520*
009530******************************************************************
009540* 7810-GUARDAR-FERIADO -- LEE EL SIGUIENTE RENGLON DE FERIADOS Y *
009550*                         LO PASA A LA TABLA.                    *
009560******************************************************************
009570 7810-GUARDAR-FERIADO.
009580     READ FERIADO-FILE
009590         AT END
009600             MOVE 'S' TO WS-SW-EOF-FERIADO
009610             GO TO 7810-GUARDAR-FERIADO-EXIT
009620     END-READ.
009630     IF FER-FECHA NOT NUMERIC
009640         GO TO 7810-GUARDAR-FERIADO-EXIT
009650     END-IF.
009660     IF WS-FER-TOTAL NOT < WS-FER-MAX
009670         MOVE SPACES TO WS-CAL-MENSAJE
009671         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
009672                ": FERIADOS EXCEDE " WS-FER-MAX
009673                " RENGLONES; SE IGNORAN LOS RESTANTES."
009674                    DELIMITED BY SIZE
009675             INTO WS-CAL-MENSAJE
009676         DISPLAY WS-CAL-MENSAJE
009690         MOVE 'S' TO WS-SW-EOF-FERIADO
009700         GO TO 7810-GUARDAR-FERIADO-EXIT
009710     END-IF.
009720     ADD 1 TO WS-FER-TOTAL.
009730     MOVE FER-FECHA       TO TBL-FER-FECHA(WS-FER-TOTAL).
009740     MOVE FER-DESCRIPCION TO TBL-FER-DESCRIPCION(WS-FER-TOTAL).
009750 7810-GUARDAR-FERIADO-EXIT.
009760     EXIT.
009770*
009780******************************************************************
009790* 7850-VERIFICAR-HABIL -- CLASIFICA WS-CAL-FECHA COMO DIA HABIL, *
009800*                         FERIADO (CON SU DESCRIPCION) O FIN DE  *
009810*                         SEMANA.                                *
009820******************************************************************
009830 7850-VERIFICAR-HABIL.
009840     MOVE 'S'    TO WS-SW-DIA-HABIL.
009850     MOVE SPACES TO WS-CAL-DESCRIPCION.
009860     COMPUTE WS-CAL-DIA-SEMANA = FUNCTION REM(
009870         FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA), 7).
009880     IF WS-CAL-DIA-SEMANA = 0 OR WS-CAL-DIA-SEMANA = 6
009890         MOVE 'N' TO WS-SW-DIA-HABIL
009900         GO TO 7850-VERIFICAR-HABIL-EXIT
009910     END-IF.
009920     MOVE 0 TO WS-FER-IDX.
009930     PERFORM 7860-COTEJAR-FERIADO THRU 7860-COTEJAR-FERIADO-EXIT
009940         UNTIL WS-DIA-FERIADO
009950            OR WS-FER-IDX NOT < WS-FER-TOTAL.
009960 7850-VERIFICAR-HABIL-EXIT.
009970     EXIT.
009980*
009990******************************************************************
010000* 7860-COTEJAR-FERIADO -- COMPARA WS-CAL-FECHA CONTRA EL         *
010010*                         SIGUIENTE FERIADO DE LA TABLA.         *
010020******************************************************************
010030 7860-COTEJAR-FERIADO.
010040     ADD 1 TO WS-FER-IDX.
010050     IF TBL-FER-FECHA(WS-FER-IDX) = WS-CAL-FECHA
010060         MOVE 'F' TO WS-SW-DIA-HABIL
010070         MOVE TBL-FER-DESCRIPCION(WS-FER-IDX)
010080             TO WS-CAL-DESCRIPCION
010090     END-IF.
010100 7860-COTEJAR-FERIADO-EXIT.
010110     EXIT.
010120*
010130******************************************************************
010140* 7900-CONTAR-HABILES -- CUENTA EN WS-CAL-HABILES LOS DIAS       *
010150*                        HABILES POSTERIORES A WS-CAL-DESDE Y    *
010160*                        HASTA WS-CAL-HASTA INCLUSIVE. UNA FECHA *
010170*                        INVALIDA DEJA 9999.                     *
010180******************************************************************
010190 7900-CONTAR-HABILES.
010200     MOVE 0 TO WS-CAL-HABILES.
010210     COMPUTE WS-CAL-ENTERO =
010220         FUNCTION INTEGER-OF-DATE(WS-CAL-DESDE).
010230     COMPUTE WS-CAL-ENTERO-FIN =
010240         FUNCTION INTEGER-OF-DATE(WS-CAL-HASTA).
010250     IF WS-CAL-ENTERO = 0 OR WS-CAL-ENTERO-FIN = 0
010260         MOVE 9999 TO WS-CAL-HABILES
010270         GO TO 7900-CONTAR-HABILES-EXIT
010280     END-IF.
010290     PERFORM 7910-CONTAR-DIA THRU 7910-CONTAR-DIA-EXIT
010300         UNTIL WS-CAL-ENTERO NOT < WS-CAL-ENTERO-FIN.
010310 7900-CONTAR-HABILES-EXIT.
010320     EXIT.
010330*
010340******************************************************************
010350* 7910-CONTAR-DIA -- AVANZA UN DIA Y LO SUMA SI ES HABIL.        *
010360******************************************************************
010370 7910-CONTAR-DIA.
010380     ADD 1 TO WS-CAL-ENTERO.
010390     COMPUTE WS-CAL-FECHA =
010400         FUNCTION DATE-OF-INTEGER(WS-CAL-ENTERO).
010410     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
010420     IF WS-DIA-HABIL-SI
010430         ADD 1 TO WS-CAL-HABILES
010440     END-IF.
010450 7910-CONTAR-DIA-EXIT.
010460     EXIT.
010470*
