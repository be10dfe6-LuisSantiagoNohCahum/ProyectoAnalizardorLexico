000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALDOMES.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    SALDOMES                                                    *
000110*                                                                *
000120*    FOTO DE SALDOS DE FIN DE MES. CORRE DESPUES DEL CIERRE DE   *
000130*    MES (CIERRMES) Y AGREGA A SALDHIST UN LOTE CON EL SALDO DE  *
000140*    CADA CLIENTE POR MONEDA AL ULTIMO DIA DEL MES, CON UN       *
000150*    TRAILER DE CONTROL (CLIENTES, RENGLONES Y SUMA DE SALDOS).  *
000160*                                                                *
000170*    EL SALDO DE CADA MONEDA ES EL DE LA FOTO ANTERIOR MAS       *
000180*    RECIENTE DEL CLIENTE (LOTE COMPLETO DE SALDHIST, DE FIN DE  *
000190*    MES O DE ARCHIVO) MAS LOS MOVIMIENTOS DE CLIMOVS            *
000200*    POSTERIORES A ESA FOTO Y HASTA EL CORTE; SIN FOTO SE SUMAN  *
000210*    TODOS SUS MOVIMIENTOS. ES LA MISMA CUENTA CON QUE SALDOFEC  *
000220*    RECONSTRUYE EL SALDO A CUALQUIER FECHA.                     *
000230*                                                                *
000240*    COMO CONTROL, EL SALDO AL CORTE EN LA MONEDA DEL CLIENTE    *
000250*    MAS LOS MOVIMIENTOS POSTERIORES AL CORTE SE COTEJA CONTRA   *
000260*    EL IMPORTE DEL MAESTRO (CLI-NUMERO); LAS DIFERENCIAS SE     *
000270*    LISTAN EN SALDOMES.TXT JUNTO CON LOS TOTALES POR MONEDA.    *
000280*                                                                *
000290*    PARAMETROS: MES=AAAAMM PARA FOTOGRAFIAR OTRO MES (POR       *
000300*    OMISION EL DE LA FECHA DE PROCESO) Y FORZAR PARA CORRER SIN *
000310*    EL CIERRE DE MES EN RUNCTL. UN MES QUE NO HA TERMINADO, O   *
000320*    UN MES CON FOTO (O ANTERIOR A UNO CON FOTO), NO SE VUELVE A *
000330*    FOTOGRAFIAR AUNQUE SE PIDA FORZAR.                          *
000340*                                                                *
000350******************************************************************
000360*    HISTORIAL DE MODIFICACIONES                                 *
000370*    FECHA       AUTOR   DESCRIPCION                             *
000380*    ----------  ------  -------------------------------------   *
000390*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000400******************************************************************
000410*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. HP.
000450 OBJECT-COMPUTER. HP.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS CLI-CLAVE
000520         ALTERNATE RECORD KEY IS CLI-NOMBRE
000530             WITH DUPLICATES
000540         FILE STATUS IS WS-FS-CLIENTES.
000550     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS MOV-LLAVE
000590         FILE STATUS IS WS-FS-MOVS.
000600     SELECT SALHIS-FILE ASSIGN TO "SALDHIST"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-SALHIS.
000630     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-RUNCTL.
000660     SELECT REPORTE-FILE ASSIGN TO "SALDOMES.TXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-REPORTE.
000690*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CLIENTES-FILE.
000730     COPY CLIENTE.
000740 FD  MOVS-FILE.
000750     COPY MOVCLI.
000760 FD  SALHIS-FILE.
000770     COPY SALHIS.
000780 FD  RUNCTL-FILE.
000790     COPY RUNCTL.
000800 FD  REPORTE-FILE.
000810 01  LIN-REPORTE                   PIC X(80).
000820*
000830 WORKING-STORAGE SECTION.
000840*
000850 01 WS-ARCHIVOS.
000860     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
000870         88 WS-FS-CLIENTES-OK                    VALUE '00'.
000880     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000890         88 WS-FS-MOVS-OK                        VALUE '00'.
000900     05 WS-FS-SALHIS               PIC X(02)     VALUE '00'.
000910         88 WS-FS-SALHIS-OK                      VALUE '00'.
000920     05 WS-FS-RUNCTL               PIC X(02)     VALUE '00'.
000930         88 WS-FS-RUNCTL-OK                      VALUE '00'.
000940     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000950     05 WS-SW-EOF-CLIENTES         PIC X(01)     VALUE 'N'.
000960         88 WS-EOF-CLIENTES-SI                   VALUE 'S'.
000970     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000980         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000990     05 WS-SW-EOF-SALHIS           PIC X(01)     VALUE 'N'.
001000         88 WS-EOF-SALHIS-SI                     VALUE 'S'.
001010     05 WS-SW-EOF-RUNCTL           PIC X(01)     VALUE 'N'.
001020         88 WS-EOF-RUNCTL-SI                     VALUE 'S'.
001030     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
001040         88 WS-CANCELAR-SI                       VALUE 'S'.
001050*
001060 01 WS-SWITCHES.
001070     05 WS-SW-BAS-HALLADA          PIC X(01)     VALUE 'N'.
001080         88 WS-BAS-HALLADA-SI                    VALUE 'S'.
001090     05 WS-SW-BMO-HALLADA          PIC X(01)     VALUE 'N'.
001100         88 WS-BMO-HALLADA-SI                    VALUE 'S'.
001110     05 WS-SW-SAL-HALLADA          PIC X(01)     VALUE 'N'.
001120         88 WS-SAL-HALLADA-SI                    VALUE 'S'.
001130     05 WS-SW-MON-HALLADA          PIC X(01)     VALUE 'N'.
001140         88 WS-MON-HALLADA-SI                    VALUE 'S'.
001150     05 WS-SW-TABLA-LLENA          PIC X(01)     VALUE 'N'.
001160         88 WS-TABLA-LLENA-SI                    VALUE 'S'.
001170     05 WS-SW-LOTE-ABIERTO         PIC X(01)     VALUE 'N'.
001180         88 WS-LOTE-ABIERTO-SI                   VALUE 'S'.
001190     05 WS-SW-MES-FOTOGRAFIADO     PIC X(01)     VALUE 'N'.
001200         88 WS-MES-FOTOGRAFIADO-SI               VALUE 'S'.
001210*
001220 01 WS-CONTROL-CORRIDA.
001230     05 WS-SW-PRED-COMPLETO        PIC X(01)     VALUE 'N'.
001240         88 WS-PRED-COMPLETO-SI                  VALUE 'S'.
001250     05 WS-SW-FORZAR               PIC X(01)     VALUE 'N'.
001260         88 WS-FORZAR-SI                         VALUE 'S'.
001270     05 WS-SW-OMITIR-CORRIDA       PIC X(01)     VALUE 'N'.
001280         88 WS-OMITIR-CORRIDA-SI                 VALUE 'S'.
001290     05 WS-RUN-ESTADO              PIC X(02)     VALUE 'OK'.
001300 01 WS-PARM-LINEA                  PIC X(80).
001310 01 WS-PARM-TOKEN-1                PIC X(20).
001320 01 WS-PARM-TOKEN-2                PIC X(20).
001330 01 WS-PARM-MES-TXT                PIC X(06).
001340 01 WS-FECHA-HOY                   PIC 9(08)     VALUE 0.
001350*
001360 01 WS-MES-PROCESO                 PIC 9(06)     VALUE 0.
001370 01 WS-MES-DETALLE REDEFINES WS-MES-PROCESO.
001380     05 WS-MES-ANIO                PIC 9(04).
001390     05 WS-MES-MES                 PIC 9(02).
001400*
001410 01 WS-CAMPOS-CALENDARIO.
001420     05 WS-SIG-ANIO                PIC 9(04)     VALUE 0.
001430     05 WS-SIG-MES                 PIC 9(02)     VALUE 0.
001440     05 WS-FECHA-SIG               PIC 9(08)     VALUE 0.
001450     05 WS-FECHA-CORTE             PIC 9(08)     VALUE 0.
001460     05 WS-CORTE-POSTERIOR         PIC 9(08)     VALUE 0.
001470*
001480 01 WS-CAMPOS-CALCULO.
001490     05 WS-CLAVE-BUSCA             PIC 9(06)     VALUE 0.
001500     05 WS-MONEDA-BUSCA            PIC X(03)     VALUE SPACES.
001510     05 WS-CORTE-BASE              PIC 9(08)     VALUE 0.
001520     05 WS-FECHA-DESDE             PIC 9(08)     VALUE 0.
001530     05 WS-SALDO-ACTUAL            PIC S9(11)V99 VALUE 0.
001540     05 WS-DIFERENCIA              PIC S9(11)V99 VALUE 0.
001550*
001560 01 WS-TABLA-LOTES.
001570     05 WS-LOT-MAX                 PIC 9(04)     VALUE 3000.
001580     05 WS-LOT-TOTAL               PIC 9(04)     VALUE 0.
001590     05 WS-LOT-ACTUAL              PIC 9(04)     VALUE 0.
001600     05 WS-LOT-RENGLONES           PIC 9(07)     VALUE 0.
001610     05 WS-LOT-ENTRADA OCCURS 3000 TIMES.
001620         10 LOT-COMPLETO           PIC X(01).
001630*
001640 01 WS-TABLA-BASES.
001650     05 WS-BAS-MAX                 PIC 9(04)     VALUE 5000.
001660     05 WS-BAS-TOTAL               PIC 9(04)     VALUE 0.
001670     05 WS-BAS-IDX                 PIC 9(04)     VALUE 0.
001680     05 WS-BMO-MAX                 PIC 9(02)     VALUE 5.
001690     05 WS-BMO-IDX                 PIC 9(02)     VALUE 0.
001700     05 WS-BAS-ENTRADA OCCURS 5000 TIMES.
001710         10 BAS-CLAVE              PIC 9(06).
001720         10 BAS-CORTE              PIC 9(08).
001730         10 BAS-MONEDAS            PIC 9(02).
001740         10 BAS-MONEDA-ENTRADA OCCURS 5 TIMES.
001750             15 BAS-MONEDA         PIC X(03).
001760             15 BAS-SALDO          PIC S9(11)V99.
001770*
001780 01 WS-TABLA-SALDOS.
001790     05 WS-SAL-MAX                 PIC 9(02)     VALUE 10.
001800     05 WS-SAL-TOTAL               PIC 9(02)     VALUE 0.
001810     05 WS-SAL-IDX                 PIC 9(02)     VALUE 0.
001820     05 WS-SAL-ENTRADA OCCURS 10 TIMES.
001830         10 SAL-MONEDA             PIC X(03).
001840         10 SAL-SALDO              PIC S9(11)V99.
001850         10 SAL-MOVS               PIC 9(05).
001860         10 SAL-POSTERIOR          PIC S9(11)V99.
001870*
001880 01 WS-TABLA-MONEDAS.
001890     05 WS-MON-MAX                 PIC 9(03)     VALUE 20.
001900     05 WS-MON-TOTAL               PIC 9(03)     VALUE 0.
001910     05 WS-MON-IDX                 PIC 9(03)     VALUE 0.
001920     05 WS-MON-ENTRADA OCCURS 20 TIMES.
001930         10 MON-MONEDA             PIC X(03).
001940         10 MON-CLIENTES           PIC 9(07).
001950         10 MON-MOVS               PIC 9(07).
001960         10 MON-SALDO              PIC S9(13)V99.
001970*
001980 01 WS-CONTADORES.
001990     05 WS-TOTAL-CLIENTES          PIC 9(07)     VALUE 0.
002000     05 WS-TOTAL-RENGLONES         PIC 9(07)     VALUE 0.
002010     05 WS-TOTAL-CON-BASE          PIC 9(07)     VALUE 0.
002020     05 WS-TOTAL-DIFERENCIAS       PIC 9(07)     VALUE 0.
002030     05 WS-TOTAL-SIN-LUGAR         PIC 9(07)     VALUE 0.
002040     05 WS-SUMA-CONTROL            PIC S9(13)V99 VALUE 0.
002050*
002060 01 WS-LINEA-ENC-REPORTE.
002070     05 FILLER                     PIC X(30)
002080            VALUE "FOTO DE SALDOS DE FIN DE MES  ".
002090     05 FILLER                     PIC X(05)     VALUE "MES: ".
002100     05 WS-ENC-MES                 PIC 9(06).
002110     05 FILLER                     PIC X(10)
002120            VALUE "  CORTE: ".
002130     05 WS-ENC-CORTE               PIC 9(08).
002140*
002150 01 WS-LINEA-TITULO.
002160     05 FILLER                     PIC X(01)     VALUE SPACE.
002170     05 WS-TIT-TEXTO               PIC X(60).
002180*
002190 01 WS-LINEA-ENC-DETALLE.
002200     05 FILLER                     PIC X(07)     VALUE "CLAVE".
002210     05 FILLER                     PIC X(04)     VALUE "MON".
002220     05 FILLER                     PIC X(15)
002230            VALUE " SALDO AL CORTE".
002240     05 FILLER                     PIC X(15)
002250            VALUE "     POSTERIOR".
002260     05 FILLER                     PIC X(15)
002270            VALUE "  SALDO MAESTRO".
002280     05 FILLER                     PIC X(15)
002290            VALUE "     DIFERENCIA".
002300*
002310 01 WS-LINEA-DET-REPORTE.
002320     05 WS-DET-CLAVE               PIC 9(06).
002330     05 FILLER                     PIC X(01)     VALUE SPACE.
002340     05 WS-DET-MONEDA              PIC X(03).
002350     05 FILLER                     PIC X(01)     VALUE SPACE.
002360     05 WS-DET-SALDO               PIC -(10)9.99.
002370     05 FILLER                     PIC X(01)     VALUE SPACE.
002380     05 WS-DET-POSTERIOR           PIC -(10)9.99.
002390     05 FILLER                     PIC X(01)     VALUE SPACE.
002400     05 WS-DET-MAESTRO             PIC -(10)9.99.
002410     05 FILLER                     PIC X(01)     VALUE SPACE.
002420     05 WS-DET-DIFERENCIA          PIC -(10)9.99.
002430*
002440 01 WS-LINEA-SIN-DIFERENCIAS.
002450     05 FILLER                     PIC X(50)
002460            VALUE "TODOS LOS SALDOS CUADRAN CONTRA EL MAESTRO.".
002470*
002480 01 WS-LINEA-ENC-MONEDAS.
002490     05 FILLER                     PIC X(04)     VALUE "MON".
002500     05 FILLER                     PIC X(10)
002510            VALUE "  CLIENTES".
002520     05 FILLER                     PIC X(13)
002530            VALUE "  MOVIMIENTOS".
002540     05 FILLER                     PIC X(19)
002550            VALUE "     SALDO AL CORTE".
002560*
002570 01 WS-LINEA-DET-MONEDA.
002580     05 WS-DMO-MONEDA              PIC X(03).
002590     05 FILLER                     PIC X(04)     VALUE SPACES.
002600     05 WS-DMO-CLIENTES            PIC ZZZZZZ9.
002610     05 FILLER                     PIC X(06)     VALUE SPACES.
002620     05 WS-DMO-MOVS                PIC ZZZZZZ9.
002630     05 FILLER                     PIC X(02)     VALUE SPACES.
002640     05 WS-DMO-SALDO               PIC -(13)9.99.
002650*
002660 01 WS-LINEA-TRL-REPORTE.
002670     05 FILLER                     PIC X(10)
002680            VALUE "CLIENTES: ".
002690     05 WS-TRL-CLIENTES            PIC ZZZZZZ9.
002700     05 FILLER                     PIC X(13)
002710            VALUE "  RENGLONES: ".
002720     05 WS-TRL-RENGLONES           PIC ZZZZZZ9.
002730     05 FILLER                     PIC X(13)
002740            VALUE "  CON FOTO: ".
002750     05 WS-TRL-CON-BASE            PIC ZZZZZZ9.
002760     05 FILLER                     PIC X(16)
002770            VALUE "  DIFERENCIAS: ".
002780     05 WS-TRL-DIFERENCIAS         PIC ZZZZZZ9.
002790*
002800 01 WS-LINEA-TRL-SUMA.
002810     05 FILLER                     PIC X(17)
002820            VALUE "SUMA DE CONTROL: ".
002830     05 WS-TRL-SUMA                PIC -(13)9.99.
002840*
002850 PROCEDURE DIVISION.
002860*
002870******************************************************************
002880* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DE LA FOTO DE   *
002890*                  SALDOS.                                       *
002900******************************************************************
002910 0000-MAINLINE.
002920     PERFORM 0300-VERIFICAR-SECUENCIA THRU
002930         0300-VERIFICAR-SECUENCIA-EXIT.
002940     IF WS-OMITIR-CORRIDA-SI
002950         DISPLAY "SALDOMES: CORRIDA OMITIDA POR CONTROL DE "
002960             "SECUENCIA."
002970         STOP RUN
002980     END-IF.
002990     PERFORM 0400-REGISTRAR-INICIO THRU
003000         0400-REGISTRAR-INICIO-EXIT.
003010     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003020     IF NOT WS-CANCELAR-SI
003030         PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT
003040         PERFORM 3000-FOTOGRAFIAR-CLIENTE THRU
003050             3000-FOTOGRAFIAR-CLIENTE-EXIT
003060             UNTIL WS-EOF-CLIENTES-SI
003070         PERFORM 8000-IMPRIMIR-MONEDAS THRU
003080             8000-IMPRIMIR-MONEDAS-EXIT
003090         PERFORM 8900-CERRAR-FOTO THRU 8900-CERRAR-FOTO-EXIT
003100     END-IF.
003110     PERFORM 0900-REGISTRAR-FIN THRU 0900-REGISTRAR-FIN-EXIT.
003120     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
003130     DISPLAY "FIN DE SALDOMES.".
003140     STOP RUN.
003150*
003160******************************************************************
003170* 0300-VERIFICAR-SECUENCIA -- TOMA LOS PARAMETROS, REVISA QUE EL *
003180*                            MES YA HAYA TERMINADO, QUE SALDHIST *
003190*                            NO TENGA FOTO DE ESE MES O DE UNO   *
003200*                            POSTERIOR Y QUE RUNCTL TENGA EL FIN *
003210*                            'F'/'OK' DEL CIERRE DE MES (FORZAR  *
003220*                            SALTA SOLO ESTA ULTIMA REVISION).   *
003230******************************************************************
003240 0300-VERIFICAR-SECUENCIA.
003250     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003260     MOVE WS-FECHA-HOY(1:6) TO WS-MES-PROCESO.
003270     MOVE SPACES TO WS-PARM-LINEA.
003280     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
003290     UNSTRING WS-PARM-LINEA DELIMITED BY SPACE
003300         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
003310     PERFORM 0320-EVALUAR-TOKEN-1 THRU 0320-EVALUAR-TOKEN-1-EXIT.
003320     PERFORM 0330-EVALUAR-TOKEN-2 THRU 0330-EVALUAR-TOKEN-2-EXIT.
003330     PERFORM 0340-FIJAR-CORTE THRU 0340-FIJAR-CORTE-EXIT.
003340     IF WS-FECHA-CORTE > WS-FECHA-HOY
003350         DISPLAY "SALDOMES: EL MES " WS-MES-PROCESO " TERMINA EL "
003360             WS-FECHA-CORTE "; NO SE PUEDE FOTOGRAFIAR ANTES."
003370         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
003380         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
003390     END-IF.
003400     PERFORM 1100-REVISAR-LOTES THRU 1100-REVISAR-LOTES-EXIT.
003410     IF WS-MES-FOTOGRAFIADO-SI
003420         DISPLAY "SALDOMES: SALDHIST YA TIENE LA FOTO AL "
003430             WS-CORTE-POSTERIOR "; EL MES " WS-MES-PROCESO
003440             " NO SE PUEDE VOLVER A FOTOGRAFIAR."
003450         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
003460         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
003470     END-IF.
003480     OPEN INPUT RUNCTL-FILE.
003490     IF WS-FS-RUNCTL-OK
003500         PERFORM 0350-LEER-RUNCTL THRU 0350-LEER-RUNCTL-EXIT
003510         PERFORM 0360-REVISAR-CORRIDA THRU
003520             0360-REVISAR-CORRIDA-EXIT
003530             UNTIL WS-EOF-RUNCTL-SI
003540         CLOSE RUNCTL-FILE
003550     END-IF.
003560     IF NOT WS-PRED-COMPLETO-SI AND NOT WS-FORZAR-SI
003570         DISPLAY "SALDOMES: CIERRMES NO HA COMPLETADO DESDE EL "
003580             WS-FECHA-CORTE "; USA EL PARAMETRO FORZAR PARA "
003590             "CORRER DE TODAS FORMAS."
003600         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
003610         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
003620     END-IF.
003630     IF WS-FORZAR-SI
003640         DISPLAY "SALDOMES: VERIFICACION DE SECUENCIA SALTADA "
003650             "POR PARAMETRO FORZAR."
003660     END-IF.
003670 0300-VERIFICAR-SECUENCIA-EXIT.
003680     EXIT.
003690*
003700******************************************************************
003710* 0320-EVALUAR-TOKEN-1 -- INTERPRETA EL PRIMER PARAMETRO.        *
003720******************************************************************
003730 0320-EVALUAR-TOKEN-1.
003740     IF WS-PARM-TOKEN-1(1:6) = "FORZAR"
003750         MOVE 'S' TO WS-SW-FORZAR
003760     END-IF.
003770     IF WS-PARM-TOKEN-1(1:4) = "MES="
003780         MOVE WS-PARM-TOKEN-1(5:6) TO WS-PARM-MES-TXT
003790         IF WS-PARM-MES-TXT IS NUMERIC
003800             MOVE WS-PARM-MES-TXT TO WS-MES-PROCESO
003810         END-IF
003820     END-IF.
003830 0320-EVALUAR-TOKEN-1-EXIT.
003840     EXIT.
003850*
003860******************************************************************
003870* 0330-EVALUAR-TOKEN-2 -- INTERPRETA EL SEGUNDO PARAMETRO.       *
003880******************************************************************
003890 0330-EVALUAR-TOKEN-2.
003900     IF WS-PARM-TOKEN-2(1:6) = "FORZAR"
003910         MOVE 'S' TO WS-SW-FORZAR
003920     END-IF.
003930     IF WS-PARM-TOKEN-2(1:4) = "MES="
003940         MOVE WS-PARM-TOKEN-2(5:6) TO WS-PARM-MES-TXT
003950         IF WS-PARM-MES-TXT IS NUMERIC
003960             MOVE WS-PARM-MES-TXT TO WS-MES-PROCESO
003970         END-IF
003980     END-IF.
003990 0330-EVALUAR-TOKEN-2-EXIT.
004000     EXIT.
004010*
004020******************************************************************
004030* 0340-FIJAR-CORTE -- CALCULA EL ULTIMO DIA DEL MES, QUE ES LA   *
004040*                     FECHA DE CORTE DE LA FOTO.                 *
004050******************************************************************
004060 0340-FIJAR-CORTE.
004070     IF WS-MES-MES < 1 OR WS-MES-MES > 12
004080         DISPLAY "SALDOMES: MES " WS-MES-PROCESO " INVALIDO; SE "
004090             "FOTOGRAFIA EL MES DE LA FECHA DE PROCESO."
004100         MOVE WS-FECHA-HOY(1:6) TO WS-MES-PROCESO
004110     END-IF.
004120     MOVE WS-MES-ANIO TO WS-SIG-ANIO.
004130     COMPUTE WS-SIG-MES = WS-MES-MES + 1.
004140     IF WS-SIG-MES > 12
004150         MOVE 1 TO WS-SIG-MES
004160         ADD 1 TO WS-SIG-ANIO
004170     END-IF.
004180     COMPUTE WS-FECHA-SIG =
004190         WS-SIG-ANIO * 10000 + WS-SIG-MES * 100 + 1.
004200     COMPUTE WS-FECHA-CORTE = FUNCTION DATE-OF-INTEGER(
004210         FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) - 1).
004220 0340-FIJAR-CORTE-EXIT.
004230     EXIT.
004240*
004250******************************************************************
004260* 0350-LEER-RUNCTL -- LEE UN RENGLON DEL CONTROL DE CORRIDAS.    *
004270******************************************************************
004280 0350-LEER-RUNCTL.
004290     READ RUNCTL-FILE
004300         AT END
004310             MOVE 'S' TO WS-SW-EOF-RUNCTL
004320     END-READ.
004330 0350-LEER-RUNCTL-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 0360-REVISAR-CORRIDA -- MARCA SI EL RENGLON ACTUAL ES UN FIN   *
004380*                        'F'/'OK' DEL CIERRE DE MES CORRIDO EL   *
004390*                        DIA DEL CORTE O DESPUES.                *
004400******************************************************************
004410 0360-REVISAR-CORRIDA.
004420     IF RUN-FECHA NOT < WS-FECHA-CORTE
004430        AND RUN-EVENTO-FIN
004440        AND RUN-ESTADO-OK
004450        AND RUN-PROGRAMA = "CIERRMES"
004460         MOVE 'S' TO WS-SW-PRED-COMPLETO
004470     END-IF.
004480     PERFORM 0350-LEER-RUNCTL THRU 0350-LEER-RUNCTL-EXIT.
004490 0360-REVISAR-CORRIDA-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530* 0400-REGISTRAR-INICIO -- AGREGA A RUNCTL EL RENGLON DE INICIO  *
004540*                         ('I') DE LA FOTO DE SALDOS.            *
004550******************************************************************
004560 0400-REGISTRAR-INICIO.
004570     MOVE 'N' TO WS-SW-EOF-RUNCTL.
004580     OPEN EXTEND RUNCTL-FILE.
004590     IF NOT WS-FS-RUNCTL-OK
004600         OPEN OUTPUT RUNCTL-FILE
004610         CLOSE RUNCTL-FILE
004620         OPEN EXTEND RUNCTL-FILE
004630     END-IF.
004640     MOVE "SALDOMES"  TO RUN-PROGRAMA.
004650     MOVE WS-FECHA-HOY TO RUN-FECHA.
004660     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
004670     MOVE 'I'         TO RUN-EVENTO.
004680     MOVE 0           TO RUN-REGISTROS.
004690     MOVE SPACES      TO RUN-ESTADO.
004700     WRITE REG-RUNCTL.
004710     CLOSE RUNCTL-FILE.
004720 0400-REGISTRAR-INICIO-EXIT.
004730     EXIT.
004740*
004750******************************************************************
004760* 0900-REGISTRAR-FIN -- AGREGA A RUNCTL EL RENGLON DE FIN ('F')  *
004770*                       CON LOS CLIENTES FOTOGRAFIADOS Y EL      *
004780*                       ESTADO.                                  *
004790******************************************************************
004800 0900-REGISTRAR-FIN.
004810     OPEN EXTEND RUNCTL-FILE.
004820     IF NOT WS-FS-RUNCTL-OK
004830         GO TO 0900-REGISTRAR-FIN-EXIT
004840     END-IF.
004850     MOVE "SALDOMES"  TO RUN-PROGRAMA.
004860     MOVE WS-FECHA-HOY TO RUN-FECHA.
004870     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
004880     MOVE 'F'         TO RUN-EVENTO.
004890     MOVE WS-TOTAL-CLIENTES TO RUN-REGISTROS.
004900     MOVE WS-RUN-ESTADO TO RUN-ESTADO.
004910     WRITE REG-RUNCTL.
004920     CLOSE RUNCTL-FILE.
004930 0900-REGISTRAR-FIN-EXIT.
004940     EXIT.
004950*
004960******************************************************************
004970* 1000-INICIALIZAR -- ABRE EL MAESTRO Y LOS MOVIMIENTOS, CARGA   *
004980*                     LAS FOTOS ANTERIORES, ABRE EL REPORTE Y    *
004990*                     AGREGA A SALDHIST EL ENCABEZADO DEL LOTE.  *
005000******************************************************************
005010 1000-INICIALIZAR.
005020     OPEN INPUT CLIENTES-FILE.
005030     IF NOT WS-FS-CLIENTES-OK
005040         DISPLAY "SALDOMES: NO SE ENCONTRO EL MAESTRO DE "
005050             "CLIENTES (ESTADO " WS-FS-CLIENTES "); SE CANCELA "
005060             "LA FOTO."
005070         MOVE 'S'  TO WS-SW-CANCELAR
005080         MOVE 'ER' TO WS-RUN-ESTADO
005090         GO TO 1000-INICIALIZAR-EXIT
005100     END-IF.
005110     OPEN INPUT MOVS-FILE.
005120     IF NOT WS-FS-MOVS-OK
005130         DISPLAY "SALDOMES: NO SE PUDO ABRIR CLIMOVS (ESTADO "
005140             WS-FS-MOVS "); SIN MOVIMIENTOS NO HAY SALDOS QUE "
005150             "FOTOGRAFIAR."
005160         MOVE 'S'  TO WS-SW-CANCELAR
005170         MOVE 'ER' TO WS-RUN-ESTADO
005180         CLOSE CLIENTES-FILE
005190         GO TO 1000-INICIALIZAR-EXIT
005200     END-IF.
005210     PERFORM 1200-CARGAR-BASES THRU 1200-CARGAR-BASES-EXIT.
005220     OPEN OUTPUT REPORTE-FILE.
005230     MOVE WS-MES-PROCESO TO WS-ENC-MES.
005240     MOVE WS-FECHA-CORTE TO WS-ENC-CORTE.
005250     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
005260     MOVE "DIFERENCIAS CONTRA EL IMPORTE DEL MAESTRO"
005270         TO WS-TIT-TEXTO.
005280     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
005290     WRITE LIN-REPORTE FROM WS-LINEA-ENC-DETALLE.
005300     OPEN EXTEND SALHIS-FILE.
005310     IF NOT WS-FS-SALHIS-OK
005320         OPEN OUTPUT SALHIS-FILE
005330         CLOSE SALHIS-FILE
005340         OPEN EXTEND SALHIS-FILE
005350     END-IF.
005360     MOVE SPACES              TO REG-SALHIS.
005370     MOVE '1'                 TO SAH-TIPO.
005380     MOVE 'M'                 TO SAH-ORIGEN.
005390     MOVE WS-FECHA-CORTE      TO SAH-CORTE.
005400     MOVE FUNCTION CURRENT-DATE(1:14) TO SAH-FECHA-HORA.
005410     WRITE REG-SALHIS.
005420 1000-INICIALIZAR-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460* 1100-REVISAR-LOTES -- PRIMERA PASADA POR SALDHIST: NUMERA LOS  *
005470*                      LOTES EN ORDEN, MARCA COMO COMPLETOS LOS  *
005480*                      QUE CIERRAN CON UN TRAILER QUE CUADRA     *
005490*                      CON SUS RENGLONES, Y MARCA SI HAY FOTO DE *
005500*                      FIN DE MES AL CORTE O POSTERIOR.          *
005510******************************************************************
005520 1100-REVISAR-LOTES.
005530     MOVE 0   TO WS-LOT-TOTAL.
005540     MOVE 'N' TO WS-SW-LOTE-ABIERTO.
005550     MOVE 'N' TO WS-SW-EOF-SALHIS.
005560     OPEN INPUT SALHIS-FILE.
005570     IF NOT WS-FS-SALHIS-OK
005580         GO TO 1100-REVISAR-LOTES-EXIT
005590     END-IF.
005600     PERFORM 1150-LEER-SALHIS THRU 1150-LEER-SALHIS-EXIT.
005610     PERFORM 1160-REVISAR-RENGLON THRU 1160-REVISAR-RENGLON-EXIT
005620         UNTIL WS-EOF-SALHIS-SI.
005630     CLOSE SALHIS-FILE.
005640 1100-REVISAR-LOTES-EXIT.
005650     EXIT.
005660*
005670******************************************************************
005680* 1150-LEER-SALHIS -- LEE EL SIGUIENTE RENGLON DE SALDHIST.      *
005690******************************************************************
005700 1150-LEER-SALHIS.
005710     READ SALHIS-FILE
005720         AT END
005730             MOVE 'S' TO WS-SW-EOF-SALHIS
005740     END-READ.
005750 1150-LEER-SALHIS-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790* 1160-REVISAR-RENGLON -- UN ENCABEZADO ABRE EL SIGUIENTE LOTE   *
005800*                        (UN LOTE ABIERTO SIN TRAILER QUEDA      *
005810*                        INCOMPLETO); EL DETALLE SE CUENTA Y EL  *
005820*                        TRAILER CIERRA EL LOTE.                 *
005830******************************************************************
005840 1160-REVISAR-RENGLON.
005850     IF SAH-TIPO-ENCABEZADO
005860         IF WS-LOT-TOTAL NOT < WS-LOT-MAX
005870             IF NOT WS-TABLA-LLENA-SI
005880                 DISPLAY "SALDOMES: SALDHIST EXCEDE " WS-LOT-MAX
005890                     " LOTES; LOS EXCEDENTES NO SE USAN."
005900             END-IF
005910             MOVE 'S' TO WS-SW-TABLA-LLENA
005920             MOVE 'N' TO WS-SW-LOTE-ABIERTO
005930             GO TO 1160-REVISAR-SIGUIENTE
005940         END-IF
005950         ADD 1 TO WS-LOT-TOTAL
005960         MOVE 'N' TO LOT-COMPLETO(WS-LOT-TOTAL)
005970         MOVE 0   TO WS-LOT-RENGLONES
005980         MOVE 'S' TO WS-SW-LOTE-ABIERTO
005990         GO TO 1160-REVISAR-SIGUIENTE
006000     END-IF.
006010     IF NOT WS-LOTE-ABIERTO-SI
006020         GO TO 1160-REVISAR-SIGUIENTE
006030     END-IF.
006040     IF SAH-TIPO-DETALLE
006050         ADD 1 TO WS-LOT-RENGLONES
006060         GO TO 1160-REVISAR-SIGUIENTE
006070     END-IF.
006080     IF SAH-TIPO-TRAILER
006090         MOVE 'N' TO WS-SW-LOTE-ABIERTO
006100         IF SAH-REGISTROS = WS-LOT-RENGLONES
006110             MOVE 'S' TO LOT-COMPLETO(WS-LOT-TOTAL)
006120             IF SAH-ORIGEN-MENSUAL
006130                AND SAH-CORTE NOT < WS-FECHA-CORTE
006140                 MOVE 'S'       TO WS-SW-MES-FOTOGRAFIADO
006150                 MOVE SAH-CORTE TO WS-CORTE-POSTERIOR
006160             END-IF
006170         END-IF
006180     END-IF.
006190 1160-REVISAR-SIGUIENTE.
006200     PERFORM 1150-LEER-SALHIS THRU 1150-LEER-SALHIS-EXIT.
006210 1160-REVISAR-RENGLON-EXIT.
006220     EXIT.
006230*
006240******************************************************************
006250* 1200-CARGAR-BASES -- SEGUNDA PASADA POR SALDHIST: GUARDA POR   *
006260*                     CLIENTE LA FOTO MAS RECIENTE ANTERIOR AL   *
006270*                     CORTE, TOMADA SOLO DE LOTES COMPLETOS.     *
006280******************************************************************
006290 1200-CARGAR-BASES.
006300     MOVE 0   TO WS-LOT-ACTUAL.
006310     MOVE 'N' TO WS-SW-LOTE-ABIERTO.
006320     MOVE 'N' TO WS-SW-TABLA-LLENA.
006330     MOVE 'N' TO WS-SW-EOF-SALHIS.
006340     IF WS-LOT-TOTAL = 0
006350         GO TO 1200-CARGAR-BASES-EXIT
006360     END-IF.
006370     OPEN INPUT SALHIS-FILE.
006380     IF NOT WS-FS-SALHIS-OK
006390         GO TO 1200-CARGAR-BASES-EXIT
006400     END-IF.
006410     PERFORM 1150-LEER-SALHIS THRU 1150-LEER-SALHIS-EXIT.
006420     PERFORM 1300-GUARDAR-BASE THRU 1300-GUARDAR-BASE-EXIT
006430         UNTIL WS-EOF-SALHIS-SI.
006440     CLOSE SALHIS-FILE.
006450 1200-CARGAR-BASES-EXIT.
006460     EXIT.
006470*
006480******************************************************************
006490* 1300-GUARDAR-BASE -- SIGUE LA NUMERACION DE LOTES DE LA        *
006500*                     PRIMERA PASADA Y, SI ES DETALLE DE UN      *
006510*                     LOTE COMPLETO ANTERIOR AL CORTE, LO DEJA   *
006520*                     COMO BASE DEL CLIENTE; UNA FOTO CON CORTE  *
006530*                     MAS RECIENTE REEMPLAZA A LA ANTERIOR.      *
006540******************************************************************
006550 1300-GUARDAR-BASE.
006560     IF SAH-TIPO-ENCABEZADO
006570         MOVE 'N' TO WS-SW-LOTE-ABIERTO
006580         IF WS-LOT-ACTUAL < WS-LOT-TOTAL
006590             ADD 1 TO WS-LOT-ACTUAL
006600             MOVE 'S' TO WS-SW-LOTE-ABIERTO
006610         END-IF
006620         GO TO 1300-GUARDAR-SIGUIENTE
006630     END-IF.
006640     IF SAH-TIPO-TRAILER
006650         MOVE 'N' TO WS-SW-LOTE-ABIERTO
006660         GO TO 1300-GUARDAR-SIGUIENTE
006670     END-IF.
006680     IF NOT WS-LOTE-ABIERTO-SI
006690        OR NOT SAH-TIPO-DETALLE
006700        OR SAH-CORTE NOT < WS-FECHA-CORTE
006710         GO TO 1300-GUARDAR-SIGUIENTE
006720     END-IF.
006730     IF LOT-COMPLETO(WS-LOT-ACTUAL) NOT = 'S'
006740         GO TO 1300-GUARDAR-SIGUIENTE
006750     END-IF.
006760     MOVE SAH-CLAVE TO WS-CLAVE-BUSCA.
006770     PERFORM 2500-UBICAR-BASE THRU 2500-UBICAR-BASE-EXIT.
006780     IF NOT WS-BAS-HALLADA-SI
006790         PERFORM 2600-AGREGAR-BASE THRU 2600-AGREGAR-BASE-EXIT
006800     END-IF.
006810     IF NOT WS-BAS-HALLADA-SI
006820        OR SAH-CORTE < BAS-CORTE(WS-BAS-IDX)
006830         GO TO 1300-GUARDAR-SIGUIENTE
006840     END-IF.
006850     IF SAH-CORTE > BAS-CORTE(WS-BAS-IDX)
006860         MOVE SAH-CORTE TO BAS-CORTE(WS-BAS-IDX)
006870         MOVE 0         TO BAS-MONEDAS(WS-BAS-IDX)
006880     END-IF.
006890     MOVE SAH-MONEDA TO WS-MONEDA-BUSCA.
006900     PERFORM 2650-UBICAR-MONEDA-BASE THRU
006910         2650-UBICAR-MONEDA-BASE-EXIT.
006920     IF WS-BMO-HALLADA-SI
006930         MOVE SAH-SALDO TO BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX)
006940     END-IF.
006950 1300-GUARDAR-SIGUIENTE.
006960     PERFORM 1150-LEER-SALHIS THRU 1150-LEER-SALHIS-EXIT.
006970 1300-GUARDAR-BASE-EXIT.
006980     EXIT.
006990*
007000******************************************************************
007010* 2000-LEER-CLIENTE -- LEE SECUENCIALMENTE EL SIGUIENTE REGISTRO *
007020*                      DEL MAESTRO DE CLIENTES.                  *
007030******************************************************************
007040 2000-LEER-CLIENTE.
007050     READ CLIENTES-FILE NEXT RECORD
007060         AT END
007070             MOVE 'S' TO WS-SW-EOF-CLIENTES
007080     END-READ.
007090 2000-LEER-CLIENTE-EXIT.
007100     EXIT.
007110*
007120******************************************************************
007130* 2500-UBICAR-BASE -- BUSCA LA FOTO BASE DE WS-CLAVE-BUSCA.      *
007140******************************************************************
007150 2500-UBICAR-BASE.
007160     MOVE 'N' TO WS-SW-BAS-HALLADA.
007170     MOVE 0   TO WS-BAS-IDX.
007180     PERFORM 2550-COTEJAR-BASE THRU 2550-COTEJAR-BASE-EXIT
007190         UNTIL WS-BAS-HALLADA-SI
007200            OR WS-BAS-IDX NOT < WS-BAS-TOTAL.
007210 2500-UBICAR-BASE-EXIT.
007220     EXIT.
007230*
007240******************************************************************
007250* 2550-COTEJAR-BASE -- COMPARA UNA ENTRADA DE LA TABLA.          *
007260******************************************************************
007270 2550-COTEJAR-BASE.
007280     ADD 1 TO WS-BAS-IDX.
007290     IF BAS-CLAVE(WS-BAS-IDX) = WS-CLAVE-BUSCA
007300         MOVE 'S' TO WS-SW-BAS-HALLADA
007310     END-IF.
007320 2550-COTEJAR-BASE-EXIT.
007330     EXIT.
007340*
007350******************************************************************
007360* 2600-AGREGAR-BASE -- AGREGA WS-CLAVE-BUSCA A LA TABLA DE FOTOS *
007370*                      BASE, TODAVIA SIN MONEDAS.                *
007380******************************************************************
007390 2600-AGREGAR-BASE.
007400     IF WS-BAS-TOTAL NOT < WS-BAS-MAX
007410         IF NOT WS-TABLA-LLENA-SI
007420             DISPLAY "SALDOMES: SALDHIST EXCEDE " WS-BAS-MAX
007430                 " CLIENTES; LOS EXCEDENTES SE CALCULAN CON "
007440                 "TODOS SUS MOVIMIENTOS."
007450         END-IF
007460         MOVE 'S' TO WS-SW-TABLA-LLENA
007470         GO TO 2600-AGREGAR-BASE-EXIT
007480     END-IF.
007490     ADD 1 TO WS-BAS-TOTAL.
007500     MOVE WS-BAS-TOTAL   TO WS-BAS-IDX.
007510     MOVE WS-CLAVE-BUSCA TO BAS-CLAVE(WS-BAS-IDX).
007520     MOVE 0              TO BAS-CORTE(WS-BAS-IDX).
007530     MOVE 0              TO BAS-MONEDAS(WS-BAS-IDX).
007540     MOVE 'S'            TO WS-SW-BAS-HALLADA.
007550 2600-AGREGAR-BASE-EXIT.
007560     EXIT.
007570*
007580******************************************************************
007590* 2650-UBICAR-MONEDA-BASE -- UBICA WS-MONEDA-BUSCA ENTRE LAS     *
007600*                            MONEDAS DE LA BASE ACTUAL; SI NO    *
007610*                            ESTA Y CABE, LA AGREGA EN CERO.     *
007620******************************************************************
007630 2650-UBICAR-MONEDA-BASE.
007640     MOVE 'N' TO WS-SW-BMO-HALLADA.
007650     MOVE 0   TO WS-BMO-IDX.
007660     PERFORM 2660-COTEJAR-MONEDA-BASE THRU
007670         2660-COTEJAR-MONEDA-BASE-EXIT
007680         UNTIL WS-BMO-HALLADA-SI
007690            OR WS-BMO-IDX NOT < BAS-MONEDAS(WS-BAS-IDX).
007700     IF WS-BMO-HALLADA-SI
007710         GO TO 2650-UBICAR-MONEDA-BASE-EXIT
007720     END-IF.
007730     IF BAS-MONEDAS(WS-BAS-IDX) NOT < WS-BMO-MAX
007740         DISPLAY "SALDOMES: LA FOTO DEL CLIENTE " WS-CLAVE-BUSCA
007750             " EXCEDE " WS-BMO-MAX " MONEDAS; SE IGNORA LA "
007760             "MONEDA " WS-MONEDA-BUSCA "."
007770         GO TO 2650-UBICAR-MONEDA-BASE-EXIT
007780     END-IF.
007790     ADD 1 TO BAS-MONEDAS(WS-BAS-IDX).
007800     MOVE BAS-MONEDAS(WS-BAS-IDX) TO WS-BMO-IDX.
007810     MOVE WS-MONEDA-BUSCA TO BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX).
007820     MOVE 0               TO BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX).
007830     MOVE 'S'             TO WS-SW-BMO-HALLADA.
007840 2650-UBICAR-MONEDA-BASE-EXIT.
007850     EXIT.
007860*
007870******************************************************************
007880* 2660-COTEJAR-MONEDA-BASE -- COMPARA UNA MONEDA DE LA BASE.     *
007890******************************************************************
007900 2660-COTEJAR-MONEDA-BASE.
007910     ADD 1 TO WS-BMO-IDX.
007920     IF BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX) = WS-MONEDA-BUSCA
007930         MOVE 'S' TO WS-SW-BMO-HALLADA
007940     END-IF.
007950 2660-COTEJAR-MONEDA-BASE-EXIT.
007960     EXIT.
007970*
007980******************************************************************
007990* 2700-UBICAR-MONEDA -- UBICA WS-MONEDA-BUSCA EN LOS TOTALES POR *
008000*                       MONEDA; SI NO ESTA Y CABE, LA AGREGA.    *
008010******************************************************************
008020 2700-UBICAR-MONEDA.
008030     MOVE 'N' TO WS-SW-MON-HALLADA.
008040     MOVE 0   TO WS-MON-IDX.
008050     PERFORM 2750-COTEJAR-MONEDA THRU 2750-COTEJAR-MONEDA-EXIT
008060         UNTIL WS-MON-HALLADA-SI
008070            OR WS-MON-IDX NOT < WS-MON-TOTAL.
008080     IF WS-MON-HALLADA-SI
008090         GO TO 2700-UBICAR-MONEDA-EXIT
008100     END-IF.
008110     IF WS-MON-TOTAL NOT < WS-MON-MAX
008120         GO TO 2700-UBICAR-MONEDA-EXIT
008130     END-IF.
008140     ADD 1 TO WS-MON-TOTAL.
008150     MOVE WS-MON-TOTAL    TO WS-MON-IDX.
008160     MOVE WS-MONEDA-BUSCA TO MON-MONEDA(WS-MON-IDX).
008170     MOVE 0               TO MON-CLIENTES(WS-MON-IDX).
008180     MOVE 0               TO MON-MOVS(WS-MON-IDX).
008190     MOVE 0               TO MON-SALDO(WS-MON-IDX).
008200     MOVE 'S'             TO WS-SW-MON-HALLADA.
008210 2700-UBICAR-MONEDA-EXIT.
008220     EXIT.
008230*
008240******************************************************************
008250* 2750-COTEJAR-MONEDA -- COMPARA UNA ENTRADA DE LA TABLA.        *
008260******************************************************************
008270 2750-COTEJAR-MONEDA.
008280     ADD 1 TO WS-MON-IDX.
008290     IF MON-MONEDA(WS-MON-IDX) = WS-MONEDA-BUSCA
008300         MOVE 'S' TO WS-SW-MON-HALLADA
008310     END-IF.
008320 2750-COTEJAR-MONEDA-EXIT.
008330     EXIT.
008340*
008350******************************************************************
008360* 2800-UBICAR-SALDO -- UBICA WS-MONEDA-BUSCA EN LOS SALDOS DEL   *
008370*                      CLIENTE ACTUAL; SI NO ESTA Y CABE, LA     *
008380*                      AGREGA EN CERO.                           *
008390******************************************************************
008400 2800-UBICAR-SALDO.
008410     MOVE 'N' TO WS-SW-SAL-HALLADA.
008420     MOVE 0   TO WS-SAL-IDX.
008430     PERFORM 2850-COTEJAR-SALDO THRU 2850-COTEJAR-SALDO-EXIT
008440         UNTIL WS-SAL-HALLADA-SI
008450            OR WS-SAL-IDX NOT < WS-SAL-TOTAL.
008460     IF WS-SAL-HALLADA-SI
008470         GO TO 2800-UBICAR-SALDO-EXIT
008480     END-IF.
008490     IF WS-SAL-TOTAL NOT < WS-SAL-MAX
008500         GO TO 2800-UBICAR-SALDO-EXIT
008510     END-IF.
008520     ADD 1 TO WS-SAL-TOTAL.
008530     MOVE WS-SAL-TOTAL    TO WS-SAL-IDX.
008540     MOVE WS-MONEDA-BUSCA TO SAL-MONEDA(WS-SAL-IDX).
008550     MOVE 0               TO SAL-SALDO(WS-SAL-IDX).
008560     MOVE 0               TO SAL-MOVS(WS-SAL-IDX).
008570     MOVE 0               TO SAL-POSTERIOR(WS-SAL-IDX).
008580     MOVE 'S'             TO WS-SW-SAL-HALLADA.
008590 2800-UBICAR-SALDO-EXIT.
008600     EXIT.
008610*
008620******************************************************************
008630* 2850-COTEJAR-SALDO -- COMPARA UNA ENTRADA DE LA TABLA.         *
008640******************************************************************
008650 2850-COTEJAR-SALDO.
008660     ADD 1 TO WS-SAL-IDX.
008670     IF SAL-MONEDA(WS-SAL-IDX) = WS-MONEDA-BUSCA
008680         MOVE 'S' TO WS-SW-SAL-HALLADA
008690     END-IF.
008700 2850-COTEJAR-SALDO-EXIT.
008710     EXIT.
008720*
008730******************************************************************
008740* 3000-FOTOGRAFIAR-CLIENTE -- ARMA LOS SALDOS AL CORTE DEL       *
008750*                            CLIENTE ACTUAL (SU MONEDA VA        *
008760*                            SIEMPRE PRIMERO), LOS GRABA EN      *
008770*                            SALDHIST Y LOS COTEJA CONTRA EL     *
008780*                            MAESTRO.                            *
008790******************************************************************
008800 3000-FOTOGRAFIAR-CLIENTE.
008810     MOVE 0          TO WS-SAL-TOTAL.
008820     MOVE 0          TO WS-CORTE-BASE.
008830     MOVE CLI-MONEDA TO WS-MONEDA-BUSCA.
008840     PERFORM 2800-UBICAR-SALDO THRU 2800-UBICAR-SALDO-EXIT.
008850     MOVE CLI-CLAVE  TO WS-CLAVE-BUSCA.
008860     PERFORM 2500-UBICAR-BASE THRU 2500-UBICAR-BASE-EXIT.
008870     IF WS-BAS-HALLADA-SI
008880         MOVE BAS-CORTE(WS-BAS-IDX) TO WS-CORTE-BASE
008890         ADD 1 TO WS-TOTAL-CON-BASE
008900         MOVE 0 TO WS-BMO-IDX
008910         PERFORM 3100-TOMAR-BASE THRU 3100-TOMAR-BASE-EXIT
008920             UNTIL WS-BMO-IDX NOT < BAS-MONEDAS(WS-BAS-IDX)
008930     END-IF.
008940     PERFORM 3200-SUMAR-MOVIMIENTOS THRU
008950         3200-SUMAR-MOVIMIENTOS-EXIT.
008960     MOVE 0 TO WS-SAL-IDX.
008970     PERFORM 3500-GRABAR-SALDO THRU 3500-GRABAR-SALDO-EXIT
008980         UNTIL WS-SAL-IDX NOT < WS-SAL-TOTAL.
008990     ADD 1 TO WS-TOTAL-CLIENTES.
009000     PERFORM 3600-COTEJAR-MAESTRO THRU 3600-COTEJAR-MAESTRO-EXIT.
009010     PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT.
009020 3000-FOTOGRAFIAR-CLIENTE-EXIT.
009030     EXIT.
009040*
009050******************************************************************
009060* 3100-TOMAR-BASE -- PASA A LOS SALDOS DEL CLIENTE LA SIGUIENTE  *
009070*                    MONEDA DE SU FOTO BASE.                     *
009080******************************************************************
009090 3100-TOMAR-BASE.
009100     ADD 1 TO WS-BMO-IDX.
009110     MOVE BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX) TO WS-MONEDA-BUSCA.
009120     PERFORM 2800-UBICAR-SALDO THRU 2800-UBICAR-SALDO-EXIT.
009130     IF WS-SAL-HALLADA-SI
009140         MOVE BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX)
009150             TO SAL-SALDO(WS-SAL-IDX)
009160     END-IF.
009170 3100-TOMAR-BASE-EXIT.
009180     EXIT.
009190*
009200******************************************************************
009210* 3200-SUMAR-MOVIMIENTOS -- UBICA CON START EL PRIMER MOVIMIENTO *
009220*                          DEL CLIENTE POSTERIOR A SU FOTO BASE  *
009230*                          Y RECORRE SUS MOVIMIENTOS HASTA       *
009240*                          CAMBIAR DE CLAVE.                     *
009250******************************************************************
009260 3200-SUMAR-MOVIMIENTOS.
009270     MOVE 'N' TO WS-SW-EOF-MOVS.
009280     COMPUTE WS-FECHA-DESDE = WS-CORTE-BASE + 1.
009290     MOVE CLI-CLAVE      TO MOV-CLAVE.
009300     MOVE WS-FECHA-DESDE TO MOV-FECHA.
009310     MOVE 0              TO MOV-SECUENCIA.
009320     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
009330         INVALID KEY
009340             MOVE 'S' TO WS-SW-EOF-MOVS
009350     END-START.
009360     IF NOT WS-EOF-MOVS-SI
009370         PERFORM 3250-LEER-MOVIMIENTO THRU
009380             3250-LEER-MOVIMIENTO-EXIT
009390     END-IF.
009400     PERFORM 3300-APLICAR-MOVIMIENTO THRU
009410         3300-APLICAR-MOVIMIENTO-EXIT
009420         UNTIL WS-EOF-MOVS-SI.
009430 3200-SUMAR-MOVIMIENTOS-EXIT.
009440     EXIT.
009450*
009460******************************************************************
009470* 3250-LEER-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO; AL        *
009480*                        CAMBIAR DE CLAVE TERMINA LA LECTURA.    *
009490******************************************************************
009500 3250-LEER-MOVIMIENTO.
009510     READ MOVS-FILE NEXT RECORD
009520         AT END
009530             MOVE 'S' TO WS-SW-EOF-MOVS
009540     END-READ.
009550     IF NOT WS-FS-MOVS-OK
009560        OR MOV-CLAVE NOT = CLI-CLAVE
009570         MOVE 'S' TO WS-SW-EOF-MOVS
009580     END-IF.
009590 3250-LEER-MOVIMIENTO-EXIT.
009600     EXIT.
009610*
009620******************************************************************
009630* 3300-APLICAR-MOVIMIENTO -- SUMA EL MOVIMIENTO AL SALDO DE SU   *
009640*                           MONEDA SI ES HASTA EL CORTE; LOS     *
009650*                           POSTERIORES EN LA MONEDA DEL CLIENTE *
009660*                           SOLO SE ACUMULAN PARA EL COTEJO.     *
009670******************************************************************
009680 3300-APLICAR-MOVIMIENTO.
009690     IF MOV-FECHA > WS-FECHA-CORTE
009700         IF MOV-MONEDA = CLI-MONEDA
009710             ADD MOV-IMPORTE TO SAL-POSTERIOR(1)
009720         END-IF
009730         GO TO 3300-APLICAR-SIGUIENTE
009740     END-IF.
009750     MOVE MOV-MONEDA TO WS-MONEDA-BUSCA.
009760     PERFORM 2800-UBICAR-SALDO THRU 2800-UBICAR-SALDO-EXIT.
009770     IF NOT WS-SAL-HALLADA-SI
009780         DISPLAY "SALDOMES: EL CLIENTE " CLI-CLAVE " EXCEDE "
009790             WS-SAL-MAX " MONEDAS; SE OMITE EL MOVIMIENTO "
009800             MOV-FECHA "-" MOV-SECUENCIA "."
009810         ADD 1 TO WS-TOTAL-SIN-LUGAR
009820         GO TO 3300-APLICAR-SIGUIENTE
009830     END-IF.
009840     ADD MOV-IMPORTE TO SAL-SALDO(WS-SAL-IDX).
009850     ADD 1           TO SAL-MOVS(WS-SAL-IDX).
009860 3300-APLICAR-SIGUIENTE.
009870     PERFORM 3250-LEER-MOVIMIENTO THRU 3250-LEER-MOVIMIENTO-EXIT.
009880 3300-APLICAR-MOVIMIENTO-EXIT.
009890     EXIT.
009900*
009910******************************************************************
009920* 3500-GRABAR-SALDO -- AGREGA A SALDHIST EL SIGUIENTE SALDO DEL  *
009930*                      CLIENTE Y LO ACUMULA EN LOS TOTALES. LA   *
009940*                      MONEDA DEL CLIENTE SE GRABA SIEMPRE; LAS  *
009950*                      DEMAS SOLO CON SALDO O CON MOVIMIENTOS.   *
009960******************************************************************
009970 3500-GRABAR-SALDO.
009980     ADD 1 TO WS-SAL-IDX.
009990     IF WS-SAL-IDX > 1
010000        AND SAL-SALDO(WS-SAL-IDX) = 0
010010        AND SAL-MOVS(WS-SAL-IDX) = 0
010020         GO TO 3500-GRABAR-SALDO-EXIT
010030     END-IF.
010040     MOVE SPACES                  TO REG-SALHIS.
010050     MOVE 'D'                     TO SAH-TIPO.
010060     MOVE 'M'                     TO SAH-ORIGEN.
010070     MOVE WS-FECHA-CORTE          TO SAH-CORTE.
010080     MOVE CLI-CLAVE               TO SAH-CLAVE.
010090     MOVE SAL-MONEDA(WS-SAL-IDX)  TO SAH-MONEDA.
010100     MOVE SAL-SALDO(WS-SAL-IDX)   TO SAH-SALDO.
010110     MOVE SAL-MOVS(WS-SAL-IDX)    TO SAH-MOVIMIENTOS.
010120     MOVE CLI-NOMBRE              TO SAH-NOMBRE.
010130     WRITE REG-SALHIS.
010140     ADD 1                        TO WS-TOTAL-RENGLONES.
010150     ADD SAL-SALDO(WS-SAL-IDX)    TO WS-SUMA-CONTROL.
010160     MOVE SAL-MONEDA(WS-SAL-IDX)  TO WS-MONEDA-BUSCA.
010170     PERFORM 2700-UBICAR-MONEDA THRU 2700-UBICAR-MONEDA-EXIT.
010180     IF WS-MON-HALLADA-SI
010190         ADD 1                     TO MON-CLIENTES(WS-MON-IDX)
010200         ADD SAL-MOVS(WS-SAL-IDX)  TO MON-MOVS(WS-MON-IDX)
010210         ADD SAL-SALDO(WS-SAL-IDX) TO MON-SALDO(WS-MON-IDX)
010220     END-IF.
010230 3500-GRABAR-SALDO-EXIT.
010240     EXIT.
010250*
010260******************************************************************
010270* 3600-COTEJAR-MAESTRO -- EL SALDO AL CORTE EN LA MONEDA DEL     *
010280*                        CLIENTE MAS SUS MOVIMIENTOS POSTERIORES *
010290*                        DEBE DAR EL IMPORTE DEL MAESTRO; SI NO, *
010300*                        LISTA LA DIFERENCIA.                    *
010310******************************************************************
010320 3600-COTEJAR-MAESTRO.
010330     COMPUTE WS-SALDO-ACTUAL = SAL-SALDO(1) + SAL-POSTERIOR(1).
010340     IF WS-SALDO-ACTUAL = CLI-NUMERO
010350         GO TO 3600-COTEJAR-MAESTRO-EXIT
010360     END-IF.
010370     COMPUTE WS-DIFERENCIA = CLI-NUMERO - WS-SALDO-ACTUAL.
010380     MOVE CLI-CLAVE        TO WS-DET-CLAVE.
010390     MOVE CLI-MONEDA       TO WS-DET-MONEDA.
010400     MOVE SAL-SALDO(1)     TO WS-DET-SALDO.
010410     MOVE SAL-POSTERIOR(1) TO WS-DET-POSTERIOR.
010420     MOVE CLI-NUMERO       TO WS-DET-MAESTRO.
010430     MOVE WS-DIFERENCIA    TO WS-DET-DIFERENCIA.
010440     WRITE LIN-REPORTE FROM WS-LINEA-DET-REPORTE.
010450     ADD 1 TO WS-TOTAL-DIFERENCIAS.
010460 3600-COTEJAR-MAESTRO-EXIT.
010470     EXIT.
010480*
010490******************************************************************
010500* 8000-IMPRIMIR-MONEDAS -- LISTA POR MONEDA LOS CLIENTES, LOS    *
010510*                          MOVIMIENTOS DEL PERIODO Y EL SALDO AL *
010520*                          CORTE.                                *
010530******************************************************************
010540 8000-IMPRIMIR-MONEDAS.
010550     IF WS-TOTAL-DIFERENCIAS = 0
010560         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DIFERENCIAS
010570     END-IF.
010580     MOVE SPACES TO LIN-REPORTE.
010590     WRITE LIN-REPORTE.
010600     MOVE "SALDOS POR MONEDA AL CORTE" TO WS-TIT-TEXTO.
010610     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
010620     WRITE LIN-REPORTE FROM WS-LINEA-ENC-MONEDAS.
010630     MOVE 0 TO WS-MON-IDX.
010640     PERFORM 8100-IMPRIMIR-MONEDA THRU 8100-IMPRIMIR-MONEDA-EXIT
010650         UNTIL WS-MON-IDX NOT < WS-MON-TOTAL.
010660 8000-IMPRIMIR-MONEDAS-EXIT.
010670     EXIT.
010680*
010690******************************************************************
010700* 8100-IMPRIMIR-MONEDA -- IMPRIME LA SIGUIENTE MONEDA.           *
010710******************************************************************
010720 8100-IMPRIMIR-MONEDA.
010730     ADD 1 TO WS-MON-IDX.
010740     MOVE MON-MONEDA(WS-MON-IDX)   TO WS-DMO-MONEDA.
010750     MOVE MON-CLIENTES(WS-MON-IDX) TO WS-DMO-CLIENTES.
010760     MOVE MON-MOVS(WS-MON-IDX)     TO WS-DMO-MOVS.
010770     MOVE MON-SALDO(WS-MON-IDX)    TO WS-DMO-SALDO.
010780     WRITE LIN-REPORTE FROM WS-LINEA-DET-MONEDA.
010790 8100-IMPRIMIR-MONEDA-EXIT.
010800     EXIT.
010810*
010820******************************************************************
010830* 8900-CERRAR-FOTO -- GRABA EL TRAILER DEL LOTE EN SALDHIST, QUE *
010840*                     LO DA POR COMPLETO, Y EL DEL REPORTE.      *
010850******************************************************************
010860 8900-CERRAR-FOTO.
010870     MOVE SPACES              TO REG-SALHIS.
010880     MOVE '9'                 TO SAH-TIPO.
010890     MOVE 'M'                 TO SAH-ORIGEN.
010900     MOVE WS-FECHA-CORTE      TO SAH-CORTE.
010910     MOVE WS-TOTAL-CLIENTES   TO SAH-CLIENTES.
010920     MOVE WS-TOTAL-RENGLONES  TO SAH-REGISTROS.
010930     MOVE WS-SUMA-CONTROL     TO SAH-SUMA-CONTROL.
010940     WRITE REG-SALHIS.
010950     MOVE SPACES TO LIN-REPORTE.
010960     WRITE LIN-REPORTE.
010970     MOVE WS-TOTAL-CLIENTES    TO WS-TRL-CLIENTES.
010980     MOVE WS-TOTAL-RENGLONES   TO WS-TRL-RENGLONES.
010990     MOVE WS-TOTAL-CON-BASE    TO WS-TRL-CON-BASE.
011000     MOVE WS-TOTAL-DIFERENCIAS TO WS-TRL-DIFERENCIAS.
011010     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
011020     MOVE WS-SUMA-CONTROL      TO WS-TRL-SUMA.
011030     WRITE LIN-REPORTE FROM WS-LINEA-TRL-SUMA.
011040     DISPLAY "SALDOMES: FOTO AL " WS-FECHA-CORTE " AGREGADA A "
011050         "SALDHIST; " WS-TOTAL-CLIENTES " CLIENTE(S), "
011060         WS-TOTAL-RENGLONES " RENGLON(ES).".
011070     IF WS-TOTAL-DIFERENCIAS > 0
011080         DISPLAY "SALDOMES: " WS-TOTAL-DIFERENCIAS " CLIENTE(S) "
011090             "NO CUADRAN CONTRA EL MAESTRO; VER SALDOMES.TXT."
011100     END-IF.
011110     IF WS-TOTAL-SIN-LUGAR > 0
011120         DISPLAY "SALDOMES: " WS-TOTAL-SIN-LUGAR " MOVIMIENTO(S) "
011130             "OMITIDOS POR EXCESO DE MONEDAS."
011140     END-IF.
011150 8900-CERRAR-FOTO-EXIT.
011160     EXIT.
011170*
011180******************************************************************
011190* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA FOTO.    *
011200******************************************************************
011210 9999-FINALIZAR.
011220     IF NOT WS-CANCELAR-SI
011230         CLOSE CLIENTES-FILE
011240         CLOSE MOVS-FILE
011250         CLOSE SALHIS-FILE
011260         CLOSE REPORTE-FILE
011270     END-IF.
011280 9999-FINALIZAR-EXIT.
011290     EXIT.
