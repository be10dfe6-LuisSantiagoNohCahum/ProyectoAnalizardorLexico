000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REVALUA.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    REVALUA                                                     *
000110*                                                                *
000120*    REVALUACION CAMBIARIA DE FIN DE MES. CORRE DESPUES DE LA    *
000130*    EXPORTACION (EXPOGL) DEL ULTIMO DIA DEL MES Y ANTES DEL     *
000140*    CIERRE DE MES (CIERRMES).                                   *
000150*                                                                *
000160*    PARA CADA CLIENTE CON SALDO EN MONEDA EXTRANJERA TOMA LA    *
000170*    TASA DE CIERRE DE TIPOCAMB (LA ULTIMA CON FECHA NO POSTERIOR*
000180*    AL ULTIMO DIA DEL MES) Y LA COMPARA CONTRA LA TASA DE LA    *
000190*    REVALUACION ANTERIOR QUE GUARDA REVHIST. EL AJUSTE DEL MES  *
000200*    ES EL SALDO ANTERIOR POR LA DIFERENCIA DE TASAS: LO QUE EL  *
000210*    CLIENTE MOVIO EN EL MES ENTRA YA A LA TASA DE CIERRE, ASI   *
000220*    QUE CADA MES SOLO SE CONTABILIZA LO INCREMENTAL. LA PRIMERA *
000230*    VEZ QUE SE REVALUA UN CLIENTE SOLO SE FIJA SU BASE.         *
000240*                                                                *
000250*    LA UTILIDAD O PERDIDA NO REALIZADA SE CONTABILIZA EN MXN,   *
000260*    UN PAR DE RENGLONES POR MONEDA (CUENTA DE REVALUACION Y     *
000270*    CUENTA DE RESULTADO CAMBIARIO), SEGUN LOS RENGLONES CON     *
000280*    SIGNO 'R' DE CTACONT QUE SE MANTIENEN EN MANTCTA. EL LOTE   *
000290*    SE AGREGA CON FECHA DEL ULTIMO DIA DEL MES A GLINTER.TXT Y  *
000300*    AL ACUMULADO GLACUM, DE MODO QUE CIERRMES LO CONSOLIDE CON  *
000310*    EL MES. LOS RENGLONES NO LLEVAN CLAVE DE CLIENTE.           *
000320*                                                                *
000330*    CADA CORRIDA DEJA EN REVHIST EL DETALLE POR CLIENTE Y UN    *
000340*    RENGLON DE CONTROL DEL MES; UN MES YA REVALUADO (O ANTERIOR *
000350*    A UNO YA REVALUADO) NO SE VUELVE A CONTABILIZAR. EL REPORTE *
000360*    QUEDA EN REVALUA.TXT. PARAMETROS: MES=AAAAMM PARA REVALUAR  *
000370*    OTRO MES (POR OMISION EL DE LA FECHA DE PROCESO) Y FORZAR   *
000380*    PARA CORRER SIN LA EXPORTACION DEL DIA.                     *
000390*                                                                *
000400******************************************************************
000410*    HISTORIAL DE MODIFICACIONES                                 *
000420*    FECHA       AUTOR   DESCRIPCION                             *
000430*    ----------  ------  -------------------------------------   *
000440*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000450******************************************************************
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. HP.
000500 OBJECT-COMPUTER. HP.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS CLI-CLAVE
000570         ALTERNATE RECORD KEY IS CLI-NOMBRE
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-FS-CLIENTES.
000600     SELECT TASAS-FILE ASSIGN TO "TIPOCAMB"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-FS-TASAS.
000630     SELECT CTAS-FILE ASSIGN TO "CTACONT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-FS-CTAS.
000660     SELECT REVHIST-FILE ASSIGN TO "REVHIST"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-REVHIST.
000690     SELECT GL-FILE ASSIGN TO "GLINTER.TXT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-FS-GL.
000720     SELECT GLACUM-FILE ASSIGN TO "GLACUM"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-FS-GLACUM.
000750     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-FS-RUNCTL.
000780     SELECT REPORTE-FILE ASSIGN TO "REVALUA.TXT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-FS-REPORTE.
000810*
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  CLIENTES-FILE.
000850     COPY CLIENTE.
000860 FD  TASAS-FILE.
000870 01  REG-TASA.
000880     05 TCA-MONEDA                 PIC X(03).
000890     05 TCA-FECHA                  PIC 9(08).
000900     05 TCA-TASA                   PIC 9(05)V9(6).
000910 FD  CTAS-FILE.
000920 01  REG-CTA.
000930     05 CTA-MONEDA                 PIC X(03).
000940     05 CTA-SIGNO                  PIC X(01).
000950     05 CTA-CUENTA                 PIC X(10).
000960     05 CTA-CONTRA                 PIC X(10).
000970 FD  REVHIST-FILE.
000980     COPY REVHIST.
000990 FD  GL-FILE.
001000 01  LIN-GL                        PIC X(80).
001010 FD  GLACUM-FILE.
001020 01  LIN-GLACUM                    PIC X(80).
001030 FD  RUNCTL-FILE.
001040     COPY RUNCTL.
001050 FD  REPORTE-FILE.
001060 01  LIN-REPORTE                   PIC X(80).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01 WS-ARCHIVOS.
001110     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
001120         88 WS-FS-CLIENTES-OK                    VALUE '00'.
001130     05 WS-FS-TASAS                PIC X(02)     VALUE '00'.
001140         88 WS-FS-TASAS-OK                       VALUE '00'.
001150     05 WS-FS-CTAS                 PIC X(02)     VALUE '00'.
001160         88 WS-FS-CTAS-OK                        VALUE '00'.
001170     05 WS-FS-REVHIST              PIC X(02)     VALUE '00'.
001180         88 WS-FS-REVHIST-OK                     VALUE '00'.
001190     05 WS-FS-GL                   PIC X(02)     VALUE '00'.
001200         88 WS-FS-GL-OK                          VALUE '00'.
001210     05 WS-FS-GLACUM               PIC X(02)     VALUE '00'.
001220         88 WS-FS-GLACUM-OK                      VALUE '00'.
001230     05 WS-FS-RUNCTL               PIC X(02)     VALUE '00'.
001240         88 WS-FS-RUNCTL-OK                      VALUE '00'.
001250     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
001260     05 WS-SW-EOF-CLIENTES         PIC X(01)     VALUE 'N'.
001270         88 WS-EOF-CLIENTES-SI                   VALUE 'S'.
001280     05 WS-SW-EOF-TASAS            PIC X(01)     VALUE 'N'.
001290         88 WS-EOF-TASAS-SI                      VALUE 'S'.
001300     05 WS-SW-EOF-CTAS             PIC X(01)     VALUE 'N'.
001310         88 WS-EOF-CTAS-SI                       VALUE 'S'.
001320     05 WS-SW-EOF-REVHIST          PIC X(01)     VALUE 'N'.
001330         88 WS-EOF-REVHIST-SI                    VALUE 'S'.
001340     05 WS-SW-EOF-RUNCTL           PIC X(01)     VALUE 'N'.
001350         88 WS-EOF-RUNCTL-SI                     VALUE 'S'.
001360     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
001370         88 WS-CANCELAR-SI                       VALUE 'S'.
001380*
001390 01 WS-SWITCHES.
001400     05 WS-SW-CTA-HALLADA          PIC X(01)     VALUE 'N'.
001410         88 WS-CTA-HALLADA-SI                    VALUE 'S'.
001420     05 WS-SW-TAS-HALLADA          PIC X(01)     VALUE 'N'.
001430         88 WS-TAS-HALLADA-SI                    VALUE 'S'.
001440     05 WS-SW-HIS-HALLADO          PIC X(01)     VALUE 'N'.
001450         88 WS-HIS-HALLADO-SI                    VALUE 'S'.
001460     05 WS-SW-MON-HALLADA          PIC X(01)     VALUE 'N'.
001470         88 WS-MON-HALLADA-SI                    VALUE 'S'.
001480     05 WS-SW-TABLA-LLENA          PIC X(01)     VALUE 'N'.
001490         88 WS-TABLA-LLENA-SI                    VALUE 'S'.
001500     05 WS-SW-MES-REVALUADO        PIC X(01)     VALUE 'N'.
001510         88 WS-MES-REVALUADO-SI                  VALUE 'S'.
001520*
001530 01 WS-CONTROL-CORRIDA.
001540     05 WS-SW-PRED-COMPLETO        PIC X(01)     VALUE 'N'.
001550         88 WS-PRED-COMPLETO-SI                  VALUE 'S'.
001560     05 WS-SW-FORZAR               PIC X(01)     VALUE 'N'.
001570         88 WS-FORZAR-SI                         VALUE 'S'.
001580     05 WS-SW-OMITIR-CORRIDA       PIC X(01)     VALUE 'N'.
001590         88 WS-OMITIR-CORRIDA-SI                 VALUE 'S'.
001600     05 WS-RUN-ESTADO              PIC X(02)     VALUE 'OK'.
001610 01 WS-PARM-LINEA                  PIC X(80).
001620 01 WS-PARM-TOKEN-1                PIC X(20).
001630 01 WS-PARM-TOKEN-2                PIC X(20).
001640 01 WS-PARM-MES-TXT                PIC X(06).
001650 01 WS-FECHA-HOY                   PIC 9(08)     VALUE 0.
001660*
001670 01 WS-MES-PROCESO                 PIC 9(06)     VALUE 0.
001680 01 WS-MES-DETALLE REDEFINES WS-MES-PROCESO.
001690     05 WS-MES-ANIO                PIC 9(04).
001700     05 WS-MES-MES                 PIC 9(02).
001710*
001720 01 WS-CAMPOS-CALENDARIO.
001730     05 WS-SIG-ANIO                PIC 9(04)     VALUE 0.
001740     05 WS-SIG-MES                 PIC 9(02)     VALUE 0.
001750     05 WS-FECHA-SIG               PIC 9(08)     VALUE 0.
001760     05 WS-FECHA-CIERRE            PIC 9(08)     VALUE 0.
001770     05 WS-MES-POSTERIOR           PIC 9(06)     VALUE 0.
001780*
001790 01 WS-CAMPOS-CALCULO.
001800     05 WS-TASA-CIERRE             PIC 9(05)V9(6) VALUE 0.
001810     05 WS-VALOR-ACTUAL            PIC S9(11)V99 VALUE 0.
001820     05 WS-VALOR-ANTERIOR          PIC S9(11)V99 VALUE 0.
001830     05 WS-AJUSTE                  PIC S9(11)V99 VALUE 0.
001840     05 WS-AJUSTE-NETO             PIC S9(11)V99 VALUE 0.
001850     05 WS-CLAVE-BUSCA             PIC 9(06)     VALUE 0.
001860     05 WS-MONEDA-BUSCA            PIC X(03)     VALUE SPACES.
001870*
001880 01 WS-TABLA-CTAS.
001890     05 WS-CTA-MAX                 PIC 9(03)     VALUE 100.
001900     05 WS-CTA-TOTAL               PIC 9(03)     VALUE 0.
001910     05 WS-CTA-IDX                 PIC 9(03)     VALUE 0.
001920     05 WS-CTA-ENTRADA OCCURS 100 TIMES.
001930         10 TBL-MONEDA             PIC X(03).
001940         10 TBL-SIGNO              PIC X(01).
001950         10 TBL-CUENTA             PIC X(10).
001960         10 TBL-CONTRA             PIC X(10).
001970*
001980 01 WS-TABLA-TASAS.
001990     05 WS-TAS-MAX                 PIC 9(03)     VALUE 50.
002000     05 WS-TAS-TOTAL               PIC 9(03)     VALUE 0.
002010     05 WS-TAS-IDX                 PIC 9(03)     VALUE 0.
002020     05 WS-TAS-ENTRADA OCCURS 50 TIMES.
002030         10 TAS-MONEDA             PIC X(03).
002040         10 TAS-FECHA              PIC 9(08).
002050         10 TAS-TASA               PIC 9(05)V9(6).
002060*
002070 01 WS-TABLA-HISTORIA.
002080     05 WS-HIS-MAX                 PIC 9(04)     VALUE 2000.
002090     05 WS-HIS-TOTAL               PIC 9(04)     VALUE 0.
002100     05 WS-HIS-IDX                 PIC 9(04)     VALUE 0.
002110     05 WS-HIS-ENTRADA OCCURS 2000 TIMES.
002120         10 HIS-CLAVE              PIC 9(06).
002130         10 HIS-MES                PIC 9(06).
002140         10 HIS-MONEDA             PIC X(03).
002150         10 HIS-SALDO              PIC S9(09)V99.
002160         10 HIS-TASA               PIC 9(05)V9(6).
002170         10 HIS-VALOR-MXN          PIC S9(11)V99.
002180*
002190 01 WS-TABLA-MONEDAS.
002200     05 WS-MON-MAX                 PIC 9(03)     VALUE 20.
002210     05 WS-MON-TOTAL               PIC 9(03)     VALUE 0.
002220     05 WS-MON-IDX                 PIC 9(03)     VALUE 0.
002230     05 WS-MON-ENTRADA OCCURS 20 TIMES.
002240         10 MON-MONEDA             PIC X(03).
002250         10 MON-TASA               PIC 9(05)V9(6).
002260         10 MON-CUENTA             PIC X(10).
002270         10 MON-CONTRA             PIC X(10).
002280         10 MON-CLIENTES           PIC 9(05).
002290         10 MON-AJUSTE             PIC S9(11)V99.
002300*
002310 01 REG-GL.
002320     05 GL-TIPO                    PIC X(01).
002330     05 GL-CUENTA                  PIC X(10).
002340     05 GL-IMPORTE                 PIC S9(09)V99
002350            SIGN IS TRAILING SEPARATE.
002360     05 GL-MONEDA                  PIC X(03).
002370     05 GL-FECHA-LOTE              PIC 9(08).
002380     05 GL-CLAVE-CLIENTE           PIC 9(06).
002390     05 FILLER                     PIC X(40)     VALUE SPACES.
002400*
002410 01 REG-GL-ENCABEZADO.
002420     05 GLE-TIPO                   PIC X(01)     VALUE '1'.
002430     05 GLE-FECHA-LOTE             PIC 9(08).
002440     05 FILLER                     PIC X(71)     VALUE SPACES.
002450*
002460 01 REG-GL-TRAILER.
002470     05 GLT-TIPO                   PIC X(01)     VALUE '9'.
002480     05 GLT-LINEAS                 PIC 9(05).
002490     05 GLT-CARGOS                 PIC 9(13)V99.
002500     05 GLT-ABONOS                 PIC 9(13)V99.
002510     05 FILLER                     PIC X(44)     VALUE SPACES.
002520*
002530 01 WS-CONTADORES.
002540     05 WS-TOTAL-REVALUADOS        PIC 9(05)     VALUE 0.
002550     05 WS-TOTAL-BASE              PIC 9(05)     VALUE 0.
002560     05 WS-TOTAL-OMITIDOS          PIC 9(05)     VALUE 0.
002570     05 WS-TOTAL-LINEAS            PIC 9(05)     VALUE 0.
002580     05 WS-TOTAL-CARGOS            PIC 9(13)V99  VALUE 0.
002590     05 WS-TOTAL-ABONOS            PIC 9(13)V99  VALUE 0.
002600*
002610 01 WS-LINEA-ENC-REPORTE.
002620     05 FILLER                     PIC X(38)
002630            VALUE "REVALUACION CAMBIARIA DE FIN DE MES  ".
002640     05 FILLER                     PIC X(05)     VALUE "MES: ".
002650     05 WS-ENC-MES                 PIC 9(06).
002660     05 FILLER                     PIC X(11)
002670            VALUE "  CIERRE: ".
002680     05 WS-ENC-CIERRE              PIC 9(08).
002690*
002700 01 WS-LINEA-TITULO.
002710     05 FILLER                     PIC X(01)     VALUE SPACE.
002720     05 WS-TIT-TEXTO               PIC X(60).
002730*
002740 01 WS-LINEA-ENC-DETALLE.
002750     05 FILLER                     PIC X(07)     VALUE "CLAVE".
002760     05 FILLER                     PIC X(04)     VALUE "MON".
002770     05 FILLER                     PIC X(14)
002780            VALUE "         SALDO".
002790     05 FILLER                     PIC X(13)
002800            VALUE "         TASA".
002810     05 FILLER                     PIC X(15)
002820            VALUE "      VALOR MXN".
002830     05 FILLER                     PIC X(15)
002840            VALUE "     AJUSTE MXN".
002850     05 FILLER                     PIC X(05)     VALUE " NOTA".
002860*
002870 01 WS-LINEA-DET-REPORTE.
002880     05 WS-DET-CLAVE               PIC 9(06).
002890     05 FILLER                     PIC X(01)     VALUE SPACE.
002900     05 WS-DET-MONEDA              PIC X(03).
002910     05 FILLER                     PIC X(01)     VALUE SPACE.
002920     05 WS-DET-SALDO               PIC -(9)9.99.
002930     05 FILLER                     PIC X(01)     VALUE SPACE.
002940     05 WS-DET-TASA                PIC ZZZZ9.999999.
002950     05 FILLER                     PIC X(01)     VALUE SPACE.
002960     05 WS-DET-VALOR               PIC -(10)9.99.
002970     05 FILLER                     PIC X(01)     VALUE SPACE.
002980     05 WS-DET-AJUSTE              PIC -(10)9.99.
002990     05 FILLER                     PIC X(01)     VALUE SPACE.
003000     05 WS-DET-NOTA                PIC X(12).
003010*
003020 01 WS-LINEA-ENC-MONEDAS.
003030     05 FILLER                     PIC X(04)     VALUE "MON".
003040     05 FILLER                     PIC X(13)
003050            VALUE "  TASA CIERRE".
003060     05 FILLER                     PIC X(11)     VALUE " CUENTA".
003070     05 FILLER                     PIC X(11)     VALUE "CONTRA".
003080     05 FILLER                     PIC X(09)     VALUE "CLIENTES".
003090     05 FILLER                     PIC X(15)
003100            VALUE "     AJUSTE MXN".
003110*
003120 01 WS-LINEA-DET-MONEDA.
003130     05 WS-DMO-MONEDA              PIC X(03).
003140     05 FILLER                     PIC X(01)     VALUE SPACE.
003150     05 WS-DMO-TASA                PIC ZZZZ9.999999.
003160     05 FILLER                     PIC X(01)     VALUE SPACE.
003170     05 WS-DMO-CUENTA              PIC X(10).
003180     05 FILLER                     PIC X(01)     VALUE SPACE.
003190     05 WS-DMO-CONTRA              PIC X(10).
003200     05 FILLER                     PIC X(01)     VALUE SPACE.
003210     05 WS-DMO-CLIENTES            PIC ZZZZ9.
003220     05 FILLER                     PIC X(03)     VALUE SPACES.
003230     05 WS-DMO-AJUSTE              PIC -(10)9.99.
003240*
003250 01 WS-LINEA-TRL-REPORTE.
003260     05 FILLER                     PIC X(12)
003270            VALUE "REVALUADOS: ".
003280     05 WS-TRL-REVALUADOS          PIC ZZZZ9.
003290     05 FILLER                     PIC X(09)     VALUE "  BASE: ".
003300     05 WS-TRL-BASE                PIC ZZZZ9.
003310     05 FILLER                     PIC X(13)
003320            VALUE "  OMITIDOS: ".
003330     05 WS-TRL-OMITIDOS            PIC ZZZZ9.
003340*
003350 01 WS-LINEA-TRL-AJUSTE.
003360     05 FILLER                     PIC X(23)
003370            VALUE "AJUSTE NETO DEL MES: ".
003380     05 WS-TRL-AJUSTE              PIC -(10)9.99.
003390     05 FILLER                     PIC X(04)     VALUE " MXN".
003400*
003410 PROCEDURE DIVISION.
003420*
003430******************************************************************
003440* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DE LA           *
003450*                  REVALUACION.                                  *
003460******************************************************************
003470 0000-MAINLINE.
003480     PERFORM 0300-VERIFICAR-SECUENCIA THRU
003490         0300-VERIFICAR-SECUENCIA-EXIT.
003500     IF WS-OMITIR-CORRIDA-SI
003510         DISPLAY "REVALUA: CORRIDA OMITIDA POR CONTROL DE "
003520             "SECUENCIA."
003530         STOP RUN
003540     END-IF.
003550     PERFORM 0400-REGISTRAR-INICIO THRU
003560         0400-REGISTRAR-INICIO-EXIT.
003570     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003580     IF NOT WS-CANCELAR-SI
003590         PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT
003600         PERFORM 3000-REVALUAR-CLIENTE THRU
003610             3000-REVALUAR-CLIENTE-EXIT
003620             UNTIL WS-EOF-CLIENTES-SI
003630         PERFORM 5000-CONTABILIZAR THRU 5000-CONTABILIZAR-EXIT
003640         PERFORM 8000-IMPRIMIR-MONEDAS THRU
003650             8000-IMPRIMIR-MONEDAS-EXIT
003660         PERFORM 8900-CERRAR-MES THRU 8900-CERRAR-MES-EXIT
003670     END-IF.
003680     PERFORM 0900-REGISTRAR-FIN THRU 0900-REGISTRAR-FIN-EXIT.
003690     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
003700     DISPLAY "FIN DE REVALUA.".
003710     STOP RUN.
003720*
003730******************************************************************
003740* 0300-VERIFICAR-SECUENCIA -- TOMA LOS PARAMETROS, REVISA EN     *
003750*                            RUNCTL QUE EXPOGL YA HAYA COMPLETADO*
003760*                            HOY (FORZAR SALTA ESTA REVISION) Y  *
003770*                            EN REVHIST QUE EL MES NO ESTE YA    *
003780*                            REVALUADO; ESTO ULTIMO NO SE PUEDE  *
003790*                            FORZAR PORQUE DUPLICARIA EL AJUSTE. *
003800******************************************************************
003810 0300-VERIFICAR-SECUENCIA.
003820     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003830     MOVE WS-FECHA-HOY(1:6) TO WS-MES-PROCESO.
003840     MOVE SPACES TO WS-PARM-LINEA.
003850     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
003860     UNSTRING WS-PARM-LINEA DELIMITED BY SPACE
003870         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2.
003880     PERFORM 0320-EVALUAR-TOKEN-1 THRU 0320-EVALUAR-TOKEN-1-EXIT.
003890     PERFORM 0330-EVALUAR-TOKEN-2 THRU 0330-EVALUAR-TOKEN-2-EXIT.
003900     PERFORM 0340-FIJAR-CIERRE THRU 0340-FIJAR-CIERRE-EXIT.
003910     OPEN INPUT RUNCTL-FILE.
003920     IF WS-FS-RUNCTL-OK
003930         PERFORM 0350-LEER-RUNCTL THRU 0350-LEER-RUNCTL-EXIT
003940         PERFORM 0360-REVISAR-CORRIDA THRU
003950             0360-REVISAR-CORRIDA-EXIT
003960             UNTIL WS-EOF-RUNCTL-SI
003970         CLOSE RUNCTL-FILE
003980     END-IF.
003990     PERFORM 1200-CARGAR-HISTORIA THRU 1200-CARGAR-HISTORIA-EXIT.
004000     IF WS-MES-REVALUADO-SI
004010         DISPLAY "REVALUA: REVHIST YA TIENE LA REVALUACION DEL "
004020             "MES " WS-MES-POSTERIOR "; EL MES " WS-MES-PROCESO
004030             " NO SE PUEDE VOLVER A CONTABILIZAR."
004040         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
004050         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
004060     END-IF.
004070     IF NOT WS-PRED-COMPLETO-SI AND NOT WS-FORZAR-SI
004080         DISPLAY "REVALUA: EXPOGL NO HA COMPLETADO HOY; USA EL "
004090             "PARAMETRO FORZAR PARA CORRER DE TODAS FORMAS."
004100         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
004110         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
004120     END-IF.
004130     IF WS-FORZAR-SI
004140         DISPLAY "REVALUA: VERIFICACION DE SECUENCIA SALTADA "
004150             "POR PARAMETRO FORZAR."
004160     END-IF.
004170 0300-VERIFICAR-SECUENCIA-EXIT.
004180     EXIT.
004190*
004200******************************************************************
004210* 0320-EVALUAR-TOKEN-1 -- INTERPRETA EL PRIMER PARAMETRO.        *
004220******************************************************************
004230 0320-EVALUAR-TOKEN-1.
004240     IF WS-PARM-TOKEN-1(1:6) = "FORZAR"
004250         MOVE 'S' TO WS-SW-FORZAR
004260     END-IF.
004270     IF WS-PARM-TOKEN-1(1:4) = "MES="
004280         MOVE WS-PARM-TOKEN-1(5:6) TO WS-PARM-MES-TXT
004290         IF WS-PARM-MES-TXT IS NUMERIC
004300             MOVE WS-PARM-MES-TXT TO WS-MES-PROCESO
004310         END-IF
004320     END-IF.
004330 0320-EVALUAR-TOKEN-1-EXIT.
004340     EXIT.
004350*
004360******************************************************************
004370* 0330-EVALUAR-TOKEN-2 -- INTERPRETA EL SEGUNDO PARAMETRO.       *
004380******************************************************************
004390 0330-EVALUAR-TOKEN-2.
004400     IF WS-PARM-TOKEN-2(1:6) = "FORZAR"
004410         MOVE 'S' TO WS-SW-FORZAR
004420     END-IF.
004430     IF WS-PARM-TOKEN-2(1:4) = "MES="
004440         MOVE WS-PARM-TOKEN-2(5:6) TO WS-PARM-MES-TXT
004450         IF WS-PARM-MES-TXT IS NUMERIC
004460             MOVE WS-PARM-MES-TXT TO WS-MES-PROCESO
004470         END-IF
004480     END-IF.
004490 0330-EVALUAR-TOKEN-2-EXIT.
004500     EXIT.
004510*
004520******************************************************************
004530* 0340-FIJAR-CIERRE -- CALCULA EL ULTIMO DIA DEL MES A REVALUAR, *
004540*                      QUE ES LA FECHA TOPE DE LA TASA DE CIERRE *
004550*                      Y LA FECHA DEL LOTE CONTABLE.             *
004560******************************************************************
004570 0340-FIJAR-CIERRE.
004580     IF WS-MES-MES < 1 OR WS-MES-MES > 12
004590         DISPLAY "REVALUA: MES " WS-MES-PROCESO " INVALIDO; SE "
004600             "REVALUA EL MES DE LA FECHA DE PROCESO."
004610         MOVE WS-FECHA-HOY(1:6) TO WS-MES-PROCESO
004620     END-IF.
004630     MOVE WS-MES-ANIO TO WS-SIG-ANIO.
004640     COMPUTE WS-SIG-MES = WS-MES-MES + 1.
004650     IF WS-SIG-MES > 12
004660         MOVE 1 TO WS-SIG-MES
004670         ADD 1 TO WS-SIG-ANIO
004680     END-IF.
004690     COMPUTE WS-FECHA-SIG =
004700         WS-SIG-ANIO * 10000 + WS-SIG-MES * 100 + 1.
004710     COMPUTE WS-FECHA-CIERRE = FUNCTION DATE-OF-INTEGER(
004720         FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) - 1).
004730 0340-FIJAR-CIERRE-EXIT.
004740     EXIT.
004750*
004760******************************************************************
004770* 0350-LEER-RUNCTL -- LEE UN RENGLON DEL CONTROL DE CORRIDAS.    *
004780******************************************************************
004790 0350-LEER-RUNCTL.
004800     READ RUNCTL-FILE
004810         AT END
004820             MOVE 'S' TO WS-SW-EOF-RUNCTL
004830     END-READ.
004840 0350-LEER-RUNCTL-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880* 0360-REVISAR-CORRIDA -- MARCA SI EL RENGLON ACTUAL ES EL FIN   *
004890*                        'F'/'OK' DE HOY DE LA EXPORTACION.      *
004900******************************************************************
004910 0360-REVISAR-CORRIDA.
004920     IF RUN-FECHA = WS-FECHA-HOY
004930        AND RUN-EVENTO-FIN
004940        AND RUN-ESTADO-OK
004950        AND RUN-PROGRAMA = "EXPOGL"
004960         MOVE 'S' TO WS-SW-PRED-COMPLETO
004970     END-IF.
004980     PERFORM 0350-LEER-RUNCTL THRU 0350-LEER-RUNCTL-EXIT.
004990 0360-REVISAR-CORRIDA-EXIT.
005000     EXIT.
005010*
005020******************************************************************
005030* 0400-REGISTRAR-INICIO -- AGREGA A RUNCTL EL RENGLON DE INICIO  *
005040*                         ('I') DE LA REVALUACION.               *
005050******************************************************************
005060 0400-REGISTRAR-INICIO.
005070     MOVE 'N' TO WS-SW-EOF-RUNCTL.
005080     OPEN EXTEND RUNCTL-FILE.
005090     IF NOT WS-FS-RUNCTL-OK
005100         OPEN OUTPUT RUNCTL-FILE
005110         CLOSE RUNCTL-FILE
005120         OPEN EXTEND RUNCTL-FILE
005130     END-IF.
005140     MOVE "REVALUA"   TO RUN-PROGRAMA.
005150     MOVE WS-FECHA-HOY TO RUN-FECHA.
005160     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
005170     MOVE 'I'         TO RUN-EVENTO.
005180     MOVE 0           TO RUN-REGISTROS.
005190     MOVE SPACES      TO RUN-ESTADO.
005200     WRITE REG-RUNCTL.
005210     CLOSE RUNCTL-FILE.
005220 0400-REGISTRAR-INICIO-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260* 0900-REGISTRAR-FIN -- AGREGA A RUNCTL EL RENGLON DE FIN ('F')  *
005270*                       CON LOS CLIENTES REVALUADOS Y EL ESTADO. *
005280******************************************************************
005290 0900-REGISTRAR-FIN.
005300     OPEN EXTEND RUNCTL-FILE.
005310     IF NOT WS-FS-RUNCTL-OK
005320         GO TO 0900-REGISTRAR-FIN-EXIT
005330     END-IF.
005340     MOVE "REVALUA"   TO RUN-PROGRAMA.
005350     MOVE WS-FECHA-HOY TO RUN-FECHA.
005360     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
005370     MOVE 'F'         TO RUN-EVENTO.
005380     MOVE WS-TOTAL-REVALUADOS TO RUN-REGISTROS.
005390     MOVE WS-RUN-ESTADO TO RUN-ESTADO.
005400     WRITE REG-RUNCTL.
005410     CLOSE RUNCTL-FILE.
005420 0900-REGISTRAR-FIN-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460* 1000-INICIALIZAR -- ABRE EL MAESTRO, CARGA CUENTAS Y TASAS,    *
005470*                     ABRE EL REPORTE Y GRABA LOS ENCABEZADOS.   *
005480******************************************************************
005490 1000-INICIALIZAR.
005500     OPEN INPUT CLIENTES-FILE.
005510     IF NOT WS-FS-CLIENTES-OK
005520         DISPLAY "REVALUA: NO SE ENCONTRO EL MAESTRO DE "
005530             "CLIENTES (ESTADO " WS-FS-CLIENTES "); SE CANCELA "
005540             "LA REVALUACION."
005550         MOVE 'S'  TO WS-SW-CANCELAR
005560         MOVE 'ER' TO WS-RUN-ESTADO
005570         GO TO 1000-INICIALIZAR-EXIT
005580     END-IF.
005590     PERFORM 1500-CARGAR-CUENTAS THRU 1500-CARGAR-CUENTAS-EXIT.
005600     PERFORM 1800-CARGAR-TASAS THRU 1800-CARGAR-TASAS-EXIT.
005610     IF WS-TAS-TOTAL = 0
005620         DISPLAY "REVALUA: TIPOCAMB NO TIENE TASAS HASTA EL "
005630             WS-FECHA-CIERRE "; SE CANCELA LA REVALUACION."
005640         MOVE 'S'  TO WS-SW-CANCELAR
005650         MOVE 'ER' TO WS-RUN-ESTADO
005660         CLOSE CLIENTES-FILE
005670         GO TO 1000-INICIALIZAR-EXIT
005680     END-IF.
005690     OPEN OUTPUT REPORTE-FILE.
005700     MOVE WS-MES-PROCESO  TO WS-ENC-MES.
005710     MOVE WS-FECHA-CIERRE TO WS-ENC-CIERRE.
005720     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
005730     MOVE "DETALLE POR CLIENTE EN MONEDA EXTRANJERA"
005740         TO WS-TIT-TEXTO.
005750     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
005760     WRITE LIN-REPORTE FROM WS-LINEA-ENC-DETALLE.
005770     OPEN EXTEND REVHIST-FILE.
005780     IF NOT WS-FS-REVHIST-OK
005790         OPEN OUTPUT REVHIST-FILE
005800         CLOSE REVHIST-FILE
005810         OPEN EXTEND REVHIST-FILE
005820     END-IF.
005830 1000-INICIALIZAR-EXIT.
005840     EXIT.
005850*
005860******************************************************************
005870* 1200-CARGAR-HISTORIA -- RECORRE REVHIST: GUARDA EL DETALLE MAS *
005880*                         RECIENTE DE CADA CLIENTE ANTERIOR AL   *
005890*                         MES A REVALUAR Y MARCA SI HAY CONTROL  *
005900*                         DE ESTE MES O DE UNO POSTERIOR.        *
005910******************************************************************
005920 1200-CARGAR-HISTORIA.
005930     OPEN INPUT REVHIST-FILE.
005940     IF NOT WS-FS-REVHIST-OK
005950         GO TO 1200-CARGAR-HISTORIA-EXIT
005960     END-IF.
005970     PERFORM 1250-LEER-HISTORIA THRU 1250-LEER-HISTORIA-EXIT.
005980     PERFORM 1300-GUARDAR-HISTORIA THRU
005990         1300-GUARDAR-HISTORIA-EXIT
006000         UNTIL WS-EOF-REVHIST-SI.
006010     CLOSE REVHIST-FILE.
006020 1200-CARGAR-HISTORIA-EXIT.
006030     EXIT.
006040*
006050******************************************************************
006060* 1250-LEER-HISTORIA -- LEE EL SIGUIENTE RENGLON DE REVHIST.     *
006070******************************************************************
006080 1250-LEER-HISTORIA.
006090     READ REVHIST-FILE
006100         AT END
006110             MOVE 'S' TO WS-SW-EOF-REVHIST
006120     END-READ.
006130 1250-LEER-HISTORIA-EXIT.
006140     EXIT.
006150*
006160******************************************************************
006170* 1300-GUARDAR-HISTORIA -- EL ARCHIVO VA EN ORDEN DE CORRIDA, ASI*
006180*                          QUE EL ULTIMO DETALLE LEIDO DE UN     *
006190*                          CLIENTE ES SU BASE VIGENTE.           *
006200******************************************************************
006210 1300-GUARDAR-HISTORIA.
006220     IF RVH-TIPO-CONTROL
006230         IF RVH-MES NOT < WS-MES-PROCESO
006240             MOVE 'S'     TO WS-SW-MES-REVALUADO
006250             MOVE RVH-MES TO WS-MES-POSTERIOR
006260         END-IF
006270         GO TO 1300-GUARDAR-SIGUIENTE
006280     END-IF.
006290     IF NOT RVH-TIPO-DETALLE
006300        OR RVH-MES NOT < WS-MES-PROCESO
006310         GO TO 1300-GUARDAR-SIGUIENTE
006320     END-IF.
006330     MOVE RVH-CLAVE TO WS-CLAVE-BUSCA.
006340     PERFORM 2500-UBICAR-HISTORIA THRU 2500-UBICAR-HISTORIA-EXIT.
006350     IF NOT WS-HIS-HALLADO-SI
006360         PERFORM 2600-AGREGAR-HISTORIA THRU
006370             2600-AGREGAR-HISTORIA-EXIT
006380     END-IF.
006390     IF NOT WS-HIS-HALLADO-SI
006400         GO TO 1300-GUARDAR-SIGUIENTE
006410     END-IF.
006420     MOVE RVH-MES       TO HIS-MES(WS-HIS-IDX).
006430     MOVE RVH-MONEDA    TO HIS-MONEDA(WS-HIS-IDX).
006440     MOVE RVH-SALDO     TO HIS-SALDO(WS-HIS-IDX).
006450     MOVE RVH-TASA      TO HIS-TASA(WS-HIS-IDX).
006460     MOVE RVH-VALOR-MXN TO HIS-VALOR-MXN(WS-HIS-IDX).
006470 1300-GUARDAR-SIGUIENTE.
006480     PERFORM 1250-LEER-HISTORIA THRU 1250-LEER-HISTORIA-EXIT.
006490 1300-GUARDAR-HISTORIA-EXIT.
006500     EXIT.
006510*
006520******************************************************************
006530* 1500-CARGAR-CUENTAS -- CARGA LOS RENGLONES DE REVALUACION      *
006540*                        (SIGNO 'R') DEL CATALOGO CTACONT.       *
006550******************************************************************
006560 1500-CARGAR-CUENTAS.
006570     OPEN INPUT CTAS-FILE.
006580     IF NOT WS-FS-CTAS-OK
006590         DISPLAY "REVALUA: NO SE ENCONTRO EL CATALOGO CTACONT; "
006600             "NINGUN SALDO SE PODRA CONTABILIZAR."
006610         GO TO 1500-CARGAR-CUENTAS-EXIT
006620     END-IF.
006630     PERFORM 1600-LEER-CTA THRU 1600-LEER-CTA-EXIT.
006640     PERFORM 1700-GUARDAR-CTA THRU 1700-GUARDAR-CTA-EXIT
006650         UNTIL WS-EOF-CTAS-SI.
006660     CLOSE CTAS-FILE.
006670 1500-CARGAR-CUENTAS-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710* 1600-LEER-CTA -- LEE EL SIGUIENTE RENGLON DE CTACONT.          *
006720******************************************************************
006730 1600-LEER-CTA.
006740     READ CTAS-FILE
006750         AT END
006760             MOVE 'S' TO WS-SW-EOF-CTAS
006770     END-READ.
006780 1600-LEER-CTA-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820* 1700-GUARDAR-CTA -- AGREGA A LA TABLA EL RENGLON LEIDO SI ES   *
006830*                     DE REVALUACION.                            *
006840******************************************************************
006850 1700-GUARDAR-CTA.
006860     IF CTA-SIGNO NOT = 'R'
006870         GO TO 1700-GUARDAR-SIGUIENTE
006880     END-IF.
006890     IF WS-CTA-TOTAL NOT < WS-CTA-MAX
006900         DISPLAY "REVALUA: CTACONT EXCEDE " WS-CTA-MAX
006910             " RENGLONES DE REVALUACION; LOS EXCEDENTES SE "
006920             "IGNORAN."
006930         MOVE 'S' TO WS-SW-EOF-CTAS
006940         GO TO 1700-GUARDAR-CTA-EXIT
006950     END-IF.
006960     ADD 1 TO WS-CTA-TOTAL.
006970     MOVE CTA-MONEDA TO TBL-MONEDA(WS-CTA-TOTAL).
006980     MOVE CTA-SIGNO  TO TBL-SIGNO(WS-CTA-TOTAL).
006990     MOVE CTA-CUENTA TO TBL-CUENTA(WS-CTA-TOTAL).
007000     MOVE CTA-CONTRA TO TBL-CONTRA(WS-CTA-TOTAL).
007010 1700-GUARDAR-SIGUIENTE.
007020     PERFORM 1600-LEER-CTA THRU 1600-LEER-CTA-EXIT.
007030 1700-GUARDAR-CTA-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070* 1800-CARGAR-TASAS -- CARGA POR MONEDA LA TASA MAS RECIENTE DE  *
007080*                      TIPOCAMB CON FECHA NO POSTERIOR AL CIERRE.*
007090******************************************************************
007100 1800-CARGAR-TASAS.
007110     OPEN INPUT TASAS-FILE.
007120     IF NOT WS-FS-TASAS-OK
007130         GO TO 1800-CARGAR-TASAS-EXIT
007140     END-IF.
007150     PERFORM 1850-LEER-TASA THRU 1850-LEER-TASA-EXIT.
007160     PERFORM 1900-GUARDAR-TASA THRU 1900-GUARDAR-TASA-EXIT
007170         UNTIL WS-EOF-TASAS-SI.
007180     CLOSE TASAS-FILE.
007190 1800-CARGAR-TASAS-EXIT.
007200     EXIT.
007210*
007220******************************************************************
007230* 1850-LEER-TASA -- LEE EL SIGUIENTE RENGLON DE TIPOCAMB.        *
007240******************************************************************
007250 1850-LEER-TASA.
007260     READ TASAS-FILE
007270         AT END
007280             MOVE 'S' TO WS-SW-EOF-TASAS
007290     END-READ.
007300 1850-LEER-TASA-EXIT.
007310     EXIT.
007320*
007330******************************************************************
007340* 1900-GUARDAR-TASA -- CONSERVA LA TASA LEIDA SI ES LA MAS       *
007350*                      RECIENTE DE SU MONEDA HASTA EL CIERRE.    *
007360******************************************************************
007370 1900-GUARDAR-TASA.
007380     IF TCA-FECHA NOT NUMERIC
007390        OR TCA-FECHA > WS-FECHA-CIERRE
007400         GO TO 1900-GUARDAR-SIGUIENTE
007410     END-IF.
007420     MOVE TCA-MONEDA TO WS-MONEDA-BUSCA.
007430     PERFORM 2400-BUSCAR-TASA THRU 2400-BUSCAR-TASA-EXIT.
007440     IF WS-TAS-HALLADA-SI
007450         IF TCA-FECHA NOT < TAS-FECHA(WS-TAS-IDX)
007460             MOVE TCA-FECHA TO TAS-FECHA(WS-TAS-IDX)
007470             MOVE TCA-TASA  TO TAS-TASA(WS-TAS-IDX)
007480         END-IF
007490         GO TO 1900-GUARDAR-SIGUIENTE
007500     END-IF.
007510     IF WS-TAS-TOTAL NOT < WS-TAS-MAX
007520         DISPLAY "REVALUA: TIPOCAMB EXCEDE " WS-TAS-MAX
007530             " MONEDAS; LAS EXCEDENTES SE IGNORAN."
007540         MOVE 'S' TO WS-SW-EOF-TASAS
007550         GO TO 1900-GUARDAR-TASA-EXIT
007560     END-IF.
007570     ADD 1 TO WS-TAS-TOTAL.
007580     MOVE TCA-MONEDA TO TAS-MONEDA(WS-TAS-TOTAL).
007590     MOVE TCA-FECHA  TO TAS-FECHA(WS-TAS-TOTAL).
007600     MOVE TCA-TASA   TO TAS-TASA(WS-TAS-TOTAL).
007610 1900-GUARDAR-SIGUIENTE.
007620     PERFORM 1850-LEER-TASA THRU 1850-LEER-TASA-EXIT.
007630 1900-GUARDAR-TASA-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670* 2000-LEER-CLIENTE -- LEE SECUENCIALMENTE EL SIGUIENTE REGISTRO *
007680*                      DEL MAESTRO DE CLIENTES.                  *
007690******************************************************************
007700 2000-LEER-CLIENTE.
007710     READ CLIENTES-FILE NEXT RECORD
007720         AT END
007730             MOVE 'S' TO WS-SW-EOF-CLIENTES
007740     END-READ.
007750 2000-LEER-CLIENTE-EXIT.
007760     EXIT.
007770*
007780******************************************************************
007790* 2300-BUSCAR-CUENTA -- BUSCA EL RENGLON DE REVALUACION DE LA    *
007800*                       MONEDA WS-MONEDA-BUSCA.                  *
007810******************************************************************
007820 2300-BUSCAR-CUENTA.
007830     MOVE 'N' TO WS-SW-CTA-HALLADA.
007840     MOVE 0   TO WS-CTA-IDX.
007850     PERFORM 2350-COTEJAR-CUENTA THRU 2350-COTEJAR-CUENTA-EXIT
007860         UNTIL WS-CTA-HALLADA-SI
007870            OR WS-CTA-IDX NOT < WS-CTA-TOTAL.
007880 2300-BUSCAR-CUENTA-EXIT.
007890     EXIT.
007900*
007910******************************************************************
007920* 2350-COTEJAR-CUENTA -- COMPARA UNA ENTRADA DE LA TABLA.        *
007930******************************************************************
007940 2350-COTEJAR-CUENTA.
007950     ADD 1 TO WS-CTA-IDX.
007960     IF TBL-MONEDA(WS-CTA-IDX) = WS-MONEDA-BUSCA
007970         MOVE 'S' TO WS-SW-CTA-HALLADA
007980     END-IF.
007990 2350-COTEJAR-CUENTA-EXIT.
008000     EXIT.
008010*
008020******************************************************************
008030* 2400-BUSCAR-TASA -- BUSCA LA TASA DE LA MONEDA                 *
008040*                     WS-MONEDA-BUSCA.                           *
008050******************************************************************
008060 2400-BUSCAR-TASA.
008070     MOVE 'N' TO WS-SW-TAS-HALLADA.
008080     MOVE 0   TO WS-TAS-IDX.
008090     PERFORM 2450-COTEJAR-TASA THRU 2450-COTEJAR-TASA-EXIT
008100         UNTIL WS-TAS-HALLADA-SI
008110            OR WS-TAS-IDX NOT < WS-TAS-TOTAL.
008120 2400-BUSCAR-TASA-EXIT.
008130     EXIT.
008140*
008150******************************************************************
008160* 2450-COTEJAR-TASA -- COMPARA UNA ENTRADA DE LA TABLA.          *
008170******************************************************************
008180 2450-COTEJAR-TASA.
008190     ADD 1 TO WS-TAS-IDX.
008200     IF TAS-MONEDA(WS-TAS-IDX) = WS-MONEDA-BUSCA
008210         MOVE 'S' TO WS-SW-TAS-HALLADA
008220     END-IF.
008230 2450-COTEJAR-TASA-EXIT.
008240     EXIT.
008250*
008260******************************************************************
008270* 2500-UBICAR-HISTORIA -- BUSCA LA BASE DE WS-CLAVE-BUSCA.       *
008280******************************************************************
008290 2500-UBICAR-HISTORIA.
008300     MOVE 'N' TO WS-SW-HIS-HALLADO.
008310     MOVE 0   TO WS-HIS-IDX.
008320     PERFORM 2550-COTEJAR-HISTORIA THRU 2550-COTEJAR-HISTORIA-EXIT
008330         UNTIL WS-HIS-HALLADO-SI
008340            OR WS-HIS-IDX NOT < WS-HIS-TOTAL.
008350 2500-UBICAR-HISTORIA-EXIT.
008360     EXIT.
008370*
008380******************************************************************
008390* 2550-COTEJAR-HISTORIA -- COMPARA UNA ENTRADA DE LA TABLA.      *
008400******************************************************************
008410 2550-COTEJAR-HISTORIA.
008420     ADD 1 TO WS-HIS-IDX.
008430     IF HIS-CLAVE(WS-HIS-IDX) = WS-CLAVE-BUSCA
008440         MOVE 'S' TO WS-SW-HIS-HALLADO
008450     END-IF.
008460 2550-COTEJAR-HISTORIA-EXIT.
008470     EXIT.
008480*
008490******************************************************************
008500* 2600-AGREGAR-HISTORIA -- AGREGA WS-CLAVE-BUSCA A LA TABLA DE   *
008510*                          BASES.                                *
008520******************************************************************
008530 2600-AGREGAR-HISTORIA.
008540     IF WS-HIS-TOTAL NOT < WS-HIS-MAX
008550         IF NOT WS-TABLA-LLENA-SI
008560             DISPLAY "REVALUA: REVHIST EXCEDE " WS-HIS-MAX
008570                 " CLIENTES; LOS EXCEDENTES SE TOMAN COMO BASE "
008580                 "NUEVA."
008590         END-IF
008600         MOVE 'S' TO WS-SW-TABLA-LLENA
008610         GO TO 2600-AGREGAR-HISTORIA-EXIT
008620     END-IF.
008630     ADD 1 TO WS-HIS-TOTAL.
008640     MOVE WS-HIS-TOTAL   TO WS-HIS-IDX.
008650     MOVE WS-CLAVE-BUSCA TO HIS-CLAVE(WS-HIS-IDX).
008660     MOVE 'S'            TO WS-SW-HIS-HALLADO.
008670 2600-AGREGAR-HISTORIA-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 2700-UBICAR-MONEDA -- UBICA WS-MONEDA-BUSCA EN LOS TOTALES POR *
008720*                       MONEDA; SI NO ESTA, LA AGREGA CON SU     *
008730*                       TASA Y SUS CUENTAS.                      *
008740******************************************************************
008750 2700-UBICAR-MONEDA.
008760     MOVE 'N' TO WS-SW-MON-HALLADA.
008770     MOVE 0   TO WS-MON-IDX.
008780     PERFORM 2750-COTEJAR-MONEDA THRU 2750-COTEJAR-MONEDA-EXIT
008790         UNTIL WS-MON-HALLADA-SI
008800            OR WS-MON-IDX NOT < WS-MON-TOTAL.
008810     IF WS-MON-HALLADA-SI
008820         GO TO 2700-UBICAR-MONEDA-EXIT
008830     END-IF.
008840     IF WS-MON-TOTAL NOT < WS-MON-MAX
008850         GO TO 2700-UBICAR-MONEDA-EXIT
008860     END-IF.
008870     ADD 1 TO WS-MON-TOTAL.
008880     MOVE WS-MON-TOTAL           TO WS-MON-IDX.
008890     MOVE WS-MONEDA-BUSCA        TO MON-MONEDA(WS-MON-IDX).
008900     MOVE WS-TASA-CIERRE         TO MON-TASA(WS-MON-IDX).
008910     MOVE TBL-CUENTA(WS-CTA-IDX) TO MON-CUENTA(WS-MON-IDX).
008920     MOVE TBL-CONTRA(WS-CTA-IDX) TO MON-CONTRA(WS-MON-IDX).
008930     MOVE 0                      TO MON-CLIENTES(WS-MON-IDX).
008940     MOVE 0                      TO MON-AJUSTE(WS-MON-IDX).
008950     MOVE 'S'                    TO WS-SW-MON-HALLADA.
008960 2700-UBICAR-MONEDA-EXIT.
008970     EXIT.
008980*
008990******************************************************************
009000* 2750-COTEJAR-MONEDA -- COMPARA UNA ENTRADA DE LA TABLA.        *
009010******************************************************************
009020 2750-COTEJAR-MONEDA.
009030     ADD 1 TO WS-MON-IDX.
009040     IF MON-MONEDA(WS-MON-IDX) = WS-MONEDA-BUSCA
009050         MOVE 'S' TO WS-SW-MON-HALLADA
009060     END-IF.
009070 2750-COTEJAR-MONEDA-EXIT.
009080     EXIT.
009090*
009100******************************************************************
009110* 3000-REVALUAR-CLIENTE -- REVALUA EL CLIENTE ACTUAL SI SU SALDO *
009120*                          ESTA EN MONEDA EXTRANJERA: CALCULA SU *
009130*                          VALOR EN MXN A LA TASA DE CIERRE, EL  *
009140*                          AJUSTE CONTRA SU BASE ANTERIOR, Y     *
009150*                          DEJA EL DETALLE EN REVHIST.           *
009160******************************************************************
009170 3000-REVALUAR-CLIENTE.
009180     IF CLI-MONEDA = "MXN"
009190         GO TO 3000-REVALUAR-SIGUIENTE
009200     END-IF.
009210     MOVE CLI-CLAVE  TO WS-CLAVE-BUSCA.
009220     MOVE CLI-MONEDA TO WS-MONEDA-BUSCA.
009230     PERFORM 2500-UBICAR-HISTORIA THRU 2500-UBICAR-HISTORIA-EXIT.
009240     IF CLI-NUMERO = 0 AND NOT WS-HIS-HALLADO-SI
009250         GO TO 3000-REVALUAR-SIGUIENTE
009260     END-IF.
009270     MOVE CLI-CLAVE  TO WS-DET-CLAVE.
009280     MOVE CLI-MONEDA TO WS-DET-MONEDA.
009290     MOVE CLI-NUMERO TO WS-DET-SALDO.
009300     PERFORM 2400-BUSCAR-TASA THRU 2400-BUSCAR-TASA-EXIT.
009310     IF NOT WS-TAS-HALLADA-SI
009320         MOVE "SIN TASA" TO WS-DET-NOTA
009330         PERFORM 3200-OMITIR-CLIENTE THRU 3200-OMITIR-CLIENTE-EXIT
009340         GO TO 3000-REVALUAR-SIGUIENTE
009350     END-IF.
009360     MOVE TAS-TASA(WS-TAS-IDX) TO WS-TASA-CIERRE.
009370     PERFORM 2300-BUSCAR-CUENTA THRU 2300-BUSCAR-CUENTA-EXIT.
009380     IF NOT WS-CTA-HALLADA-SI
009390         MOVE "SIN CUENTA R" TO WS-DET-NOTA
009400         PERFORM 3200-OMITIR-CLIENTE THRU 3200-OMITIR-CLIENTE-EXIT
009410         GO TO 3000-REVALUAR-SIGUIENTE
009420     END-IF.
009430     PERFORM 2700-UBICAR-MONEDA THRU 2700-UBICAR-MONEDA-EXIT.
009440     IF NOT WS-MON-HALLADA-SI
009450         MOVE "SIN LUGAR" TO WS-DET-NOTA
009460         PERFORM 3200-OMITIR-CLIENTE THRU 3200-OMITIR-CLIENTE-EXIT
009470         GO TO 3000-REVALUAR-SIGUIENTE
009480     END-IF.
009490     COMPUTE WS-VALOR-ACTUAL ROUNDED =
009500         CLI-NUMERO * WS-TASA-CIERRE.
009510     MOVE 0 TO WS-AJUSTE.
009520     MOVE SPACES TO WS-DET-NOTA.
009530     IF WS-HIS-HALLADO-SI
009540        AND HIS-MONEDA(WS-HIS-IDX) = CLI-MONEDA
009550         MOVE HIS-VALOR-MXN(WS-HIS-IDX) TO WS-VALOR-ANTERIOR
009560         COMPUTE WS-AJUSTE ROUNDED =
009570             HIS-SALDO(WS-HIS-IDX) * WS-TASA-CIERRE
009580             - WS-VALOR-ANTERIOR
009590         ADD 1 TO WS-TOTAL-REVALUADOS
009600     ELSE
009610         MOVE "BASE INICIAL" TO WS-DET-NOTA
009620         ADD 1 TO WS-TOTAL-BASE
009630     END-IF.
009640     ADD 1         TO MON-CLIENTES(WS-MON-IDX).
009650     ADD WS-AJUSTE TO MON-AJUSTE(WS-MON-IDX).
009660     ADD WS-AJUSTE TO WS-AJUSTE-NETO.
009670     PERFORM 3100-GRABAR-HISTORIA THRU 3100-GRABAR-HISTORIA-EXIT.
009680     MOVE WS-TASA-CIERRE  TO WS-DET-TASA.
009690     MOVE WS-VALOR-ACTUAL TO WS-DET-VALOR.
009700     MOVE WS-AJUSTE       TO WS-DET-AJUSTE.
009710     WRITE LIN-REPORTE FROM WS-LINEA-DET-REPORTE.
009720 3000-REVALUAR-SIGUIENTE.
009730     PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT.
009740 3000-REVALUAR-CLIENTE-EXIT.
009750     EXIT.
009760*
009770******************************************************************
009780* 3100-GRABAR-HISTORIA -- AGREGA A REVHIST EL DETALLE DEL        *
009790*                         CLIENTE, QUE SERA SU BASE EL SIGUIENTE *
009800*                         MES.                                   *
009810******************************************************************
009820 3100-GRABAR-HISTORIA.
009830     MOVE SPACES          TO REG-REVHIST.
009840     MOVE 'D'             TO RVH-TIPO.
009850     MOVE WS-MES-PROCESO  TO RVH-MES.
009860     MOVE CLI-CLAVE       TO RVH-CLAVE.
009870     MOVE CLI-MONEDA      TO RVH-MONEDA.
009880     MOVE CLI-NUMERO      TO RVH-SALDO.
009890     MOVE WS-TASA-CIERRE  TO RVH-TASA.
009900     MOVE WS-VALOR-ACTUAL TO RVH-VALOR-MXN.
009910     MOVE WS-AJUSTE       TO RVH-AJUSTE.
009920     MOVE WS-FECHA-HOY    TO RVH-FECHA.
009930     WRITE REG-REVHIST.
009940 3100-GRABAR-HISTORIA-EXIT.
009950     EXIT.
009960*
009970******************************************************************
009980* 3200-OMITIR-CLIENTE -- LISTA UN CLIENTE QUE NO SE PUDO         *
009990*                        REVALUAR; CONSERVA SU BASE ANTERIOR.    *
010000******************************************************************
010010 3200-OMITIR-CLIENTE.
010020     MOVE 0 TO WS-DET-TASA.
010030     MOVE 0 TO WS-DET-VALOR.
010040     MOVE 0 TO WS-DET-AJUSTE.
010050     WRITE LIN-REPORTE FROM WS-LINEA-DET-REPORTE.
010060     ADD 1 TO WS-TOTAL-OMITIDOS.
010070 3200-OMITIR-CLIENTE-EXIT.
010080     EXIT.
010090*
010100******************************************************************
010110* 5000-CONTABILIZAR -- SI HAY AJUSTE, AGREGA A GLINTER.TXT Y A   *
010120*                      GLACUM UN LOTE CON UN PAR DE RENGLONES EN *
010130*                      MXN POR MONEDA REVALUADA.                 *
010140******************************************************************
010150 5000-CONTABILIZAR.
010160     MOVE 0 TO WS-MON-IDX.
010170     MOVE 'N' TO WS-SW-MON-HALLADA.
010180     PERFORM 5050-REVISAR-AJUSTE THRU 5050-REVISAR-AJUSTE-EXIT
010190         UNTIL WS-MON-HALLADA-SI
010200            OR WS-MON-IDX NOT < WS-MON-TOTAL.
010210     IF NOT WS-MON-HALLADA-SI
010220         GO TO 5000-CONTABILIZAR-EXIT
010230     END-IF.
010240     OPEN EXTEND GL-FILE.
010250     IF NOT WS-FS-GL-OK
010260         OPEN OUTPUT GL-FILE
010270         CLOSE GL-FILE
010280         OPEN EXTEND GL-FILE
010290     END-IF.
010300     OPEN EXTEND GLACUM-FILE.
010310     IF NOT WS-FS-GLACUM-OK
010320         OPEN OUTPUT GLACUM-FILE
010330         CLOSE GLACUM-FILE
010340         OPEN EXTEND GLACUM-FILE
010350     END-IF.
010360     MOVE WS-FECHA-CIERRE TO GLE-FECHA-LOTE.
010370     WRITE LIN-GL FROM REG-GL-ENCABEZADO.
010380     WRITE LIN-GLACUM FROM REG-GL-ENCABEZADO.
010390     MOVE 0 TO WS-MON-IDX.
010400     PERFORM 5100-CONTABILIZAR-MONEDA THRU
010410         5100-CONTABILIZAR-MONEDA-EXIT
010420         UNTIL WS-MON-IDX NOT < WS-MON-TOTAL.
010430     MOVE WS-TOTAL-LINEAS TO GLT-LINEAS.
010440     MOVE WS-TOTAL-CARGOS TO GLT-CARGOS.
010450     MOVE WS-TOTAL-ABONOS TO GLT-ABONOS.
010460     WRITE LIN-GL FROM REG-GL-TRAILER.
010470     WRITE LIN-GLACUM FROM REG-GL-TRAILER.
010480     CLOSE GL-FILE.
010490     CLOSE GLACUM-FILE.
010500     DISPLAY "REVALUA: " WS-TOTAL-LINEAS " RENGLON(ES) DE "
010510         "REVALUACION AGREGADOS A GLINTER.TXT Y GLACUM.".
010520 5000-CONTABILIZAR-EXIT.
010530     EXIT.
010540*
010550******************************************************************
010560* 5050-REVISAR-AJUSTE -- MARCA SI LA SIGUIENTE MONEDA TRAE       *
010570*                        AJUSTE QUE CONTABILIZAR.                *
010580******************************************************************
010590 5050-REVISAR-AJUSTE.
010600     ADD 1 TO WS-MON-IDX.
010610     IF MON-AJUSTE(WS-MON-IDX) NOT = 0
010620         MOVE 'S' TO WS-SW-MON-HALLADA
010630     END-IF.
010640 5050-REVISAR-AJUSTE-EXIT.
010650     EXIT.
010660*
010670******************************************************************
010680* 5100-CONTABILIZAR-MONEDA -- ESCRIBE EL PAR DE LA SIGUIENTE     *
010690*                             MONEDA: EL AJUSTE A LA CUENTA DE   *
010700*                             REVALUACION Y EL MISMO IMPORTE CON *
010710*                             SIGNO CONTRARIO A LA DE RESULTADO. *
010720******************************************************************
010730 5100-CONTABILIZAR-MONEDA.
010740     ADD 1 TO WS-MON-IDX.
010750     IF MON-AJUSTE(WS-MON-IDX) = 0
010760         GO TO 5100-CONTABILIZAR-MONEDA-EXIT
010770     END-IF.
010780     MOVE 'D'                    TO GL-TIPO.
010790     MOVE MON-CUENTA(WS-MON-IDX) TO GL-CUENTA.
010800     MOVE MON-AJUSTE(WS-MON-IDX) TO GL-IMPORTE.
010810     MOVE "MXN"                  TO GL-MONEDA.
010820     MOVE WS-FECHA-CIERRE        TO GL-FECHA-LOTE.
010830     MOVE 0                      TO GL-CLAVE-CLIENTE.
010840     PERFORM 5200-GRABAR-LINEA THRU 5200-GRABAR-LINEA-EXIT.
010850     MOVE MON-CONTRA(WS-MON-IDX) TO GL-CUENTA.
010860     COMPUTE GL-IMPORTE = 0 - MON-AJUSTE(WS-MON-IDX).
010870     PERFORM 5200-GRABAR-LINEA THRU 5200-GRABAR-LINEA-EXIT.
010880 5100-CONTABILIZAR-MONEDA-EXIT.
010890     EXIT.
010900*
010910******************************************************************
010920* 5200-GRABAR-LINEA -- ESCRIBE EL RENGLON ARMADO EN REG-GL Y LO  *
010930*                      ACUMULA EN LOS TOTALES DEL TRAILER.       *
010940******************************************************************
010950 5200-GRABAR-LINEA.
010960     WRITE LIN-GL FROM REG-GL.
010970     WRITE LIN-GLACUM FROM REG-GL.
010980     ADD 1 TO WS-TOTAL-LINEAS.
010990     IF GL-IMPORTE < 0
011000         COMPUTE WS-TOTAL-ABONOS =
011010             WS-TOTAL-ABONOS - GL-IMPORTE
011020     ELSE
011030         ADD GL-IMPORTE TO WS-TOTAL-CARGOS
011040     END-IF.
011050 5200-GRABAR-LINEA-EXIT.
011060     EXIT.
011070*
011080******************************************************************
011090* 8000-IMPRIMIR-MONEDAS -- LISTA EL AJUSTE POR MONEDA CON SU     *
011100*                          TASA DE CIERRE Y SUS CUENTAS.         *
011110******************************************************************
011120 8000-IMPRIMIR-MONEDAS.
011130     MOVE SPACES TO LIN-REPORTE.
011140     WRITE LIN-REPORTE.
011150     MOVE "AJUSTE POR MONEDA (CONTABILIZADO EN MXN)"
011160         TO WS-TIT-TEXTO.
011170     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
011180     WRITE LIN-REPORTE FROM WS-LINEA-ENC-MONEDAS.
011190     MOVE 0 TO WS-MON-IDX.
011200     PERFORM 8100-IMPRIMIR-MONEDA THRU 8100-IMPRIMIR-MONEDA-EXIT
011210         UNTIL WS-MON-IDX NOT < WS-MON-TOTAL.
011220 8000-IMPRIMIR-MONEDAS-EXIT.
011230     EXIT.
011240*
011250******************************************************************
011260* 8100-IMPRIMIR-MONEDA -- IMPRIME LA SIGUIENTE MONEDA.           *
011270******************************************************************
011280 8100-IMPRIMIR-MONEDA.
011290     ADD 1 TO WS-MON-IDX.
011300     MOVE MON-MONEDA(WS-MON-IDX)   TO WS-DMO-MONEDA.
011310     MOVE MON-TASA(WS-MON-IDX)     TO WS-DMO-TASA.
011320     MOVE MON-CUENTA(WS-MON-IDX)   TO WS-DMO-CUENTA.
011330     MOVE MON-CONTRA(WS-MON-IDX)   TO WS-DMO-CONTRA.
011340     MOVE MON-CLIENTES(WS-MON-IDX) TO WS-DMO-CLIENTES.
011350     MOVE MON-AJUSTE(WS-MON-IDX)   TO WS-DMO-AJUSTE.
011360     WRITE LIN-REPORTE FROM WS-LINEA-DET-MONEDA.
011370 8100-IMPRIMIR-MONEDA-EXIT.
011380     EXIT.
011390*
011400******************************************************************
011410* 8900-CERRAR-MES -- GRABA EL TRAILER DEL REPORTE Y EL RENGLON   *
011420*                    DE CONTROL QUE MARCA EL MES COMO REVALUADO. *
011430******************************************************************
011440 8900-CERRAR-MES.
011450     MOVE SPACES TO LIN-REPORTE.
011460     WRITE LIN-REPORTE.
011470     MOVE WS-TOTAL-REVALUADOS TO WS-TRL-REVALUADOS.
011480     MOVE WS-TOTAL-BASE       TO WS-TRL-BASE.
011490     MOVE WS-TOTAL-OMITIDOS   TO WS-TRL-OMITIDOS.
011500     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
011510     MOVE WS-AJUSTE-NETO      TO WS-TRL-AJUSTE.
011520     WRITE LIN-REPORTE FROM WS-LINEA-TRL-AJUSTE.
011530     MOVE SPACES              TO REG-REVHIST.
011540     MOVE 'C'                 TO RVH-TIPO.
011550     MOVE WS-MES-PROCESO      TO RVH-MES.
011560     MOVE 0                   TO RVH-CLAVE.
011570     MOVE SPACES              TO RVH-MONEDA.
011580     MOVE 0                   TO RVH-SALDO.
011590     MOVE 0                   TO RVH-TASA.
011600     MOVE 0                   TO RVH-VALOR-MXN.
011610     MOVE WS-AJUSTE-NETO      TO RVH-AJUSTE.
011620     MOVE WS-FECHA-HOY        TO RVH-FECHA.
011630     WRITE REG-REVHIST.
011640     DISPLAY "REVALUA: MES " WS-MES-PROCESO " REVALUADO; "
011650         WS-TOTAL-REVALUADOS " CLIENTE(S) REVALUADO(S), "
011660         WS-TOTAL-BASE " CON BASE INICIAL.".
011670     IF WS-TOTAL-OMITIDOS > 0
011680         DISPLAY "REVALUA: " WS-TOTAL-OMITIDOS " CLIENTE(S) SIN "
011690             "TASA O SIN CUENTA DE REVALUACION; VER REVALUA.TXT."
011700     END-IF.
011710 8900-CERRAR-MES-EXIT.
011720     EXIT.
011730*
011740******************************************************************
011750* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA          *
011760*                   REVALUACION.                                 *
011770******************************************************************
011780 9999-FINALIZAR.
011790     IF NOT WS-CANCELAR-SI
011800         CLOSE CLIENTES-FILE
011810         CLOSE REVHIST-FILE
011820         CLOSE REPORTE-FILE
011830     END-IF.
011840 9999-FINALIZAR-EXIT.
011850     EXIT.
