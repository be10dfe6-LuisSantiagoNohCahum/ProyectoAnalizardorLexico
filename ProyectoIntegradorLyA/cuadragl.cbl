000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUADRAGL.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    CUADRAGL                                                    *
000110*                                                                *
000120*    PRUEBA DE CUADRE DEL AUXILIAR DE CLIENTES CONTRA EL MAYOR.  *
000130*    TOTALIZA CLI-NUMERO POR MONEDA Y POR CUENTA CONTABLE (CON   *
000140*    LAS MISMAS REGLAS DE CTACONT QUE USA EXPOGL: MONEDA Y       *
000150*    SIGNO DEL SALDO) Y LO COTEJA CONTRA LA POSICION QUE TIENE   *
000160*    EL MAYOR SEGUN EL ACUMULADO GLACUM.                         *
000170*                                                                *
000180*    EXPOGL MANDA EL SALDO COMPLETO DEL CLIENTE EN CADA ENVIO,   *
000190*    COMO UN PAR DE RENGLONES DE DETALLE (CUENTA Y               *
000200*    CONTRAPARTIDA). POR ESO LA POSICION DEL MAYOR DE CADA       *
000210*    CLIENTE ES EL PRIMER RENGLON DEL ULTIMO PAR QUE TRAE SU     *
000220*    CLAVE EN GLACUM. LOS RENGLONES SIN CLAVE DE CLIENTE NO      *
000230*    ENTRAN A LA POSICION POR CLIENTE.                           *
000231*    LOS PARES 'V' DE REVERSOS ENTRAN AL COTEJO DEL MES, PERO    *
000232*    NO A LA POSICION POR CLIENTE.                               *
000240*                                                                *
000250*    LOS CLIENTES PENDIENTES DE EXPORTAR (CLI-EXPORTADO 'N') SE  *
000260*    LISTAN COMO PARTIDAS EN TRANSITO Y EXPLICAN SU PARTE DE LA  *
000270*    DIFERENCIA; CUALQUIER OTRA DIFERENCIA ES EXCEPCION:         *
000280*      - SALDO DEL CLIENTE DISTINTO A LA SUMA DE SUS MOVIMIENTOS *
000290*        EN CLIMOVS.                                             *
000300*      - CLIENTE EXPORTADO SIN RENGLON EN EL MAYOR, CON SALDO    *
000310*        DISTINTO AL DEL MAYOR O EN UNA CUENTA QUE YA NO ES LA   *
000320*        DE LA REGLA.                                            *
000330*      - CLIENTE SIN CUENTA EN CTACONT.                          *
000340*      - SALDO EN EL MAYOR O MOVIMIENTOS DE UNA CLAVE QUE YA NO  *
000350*        ESTA EN EL MAESTRO.                                     *
000360*                                                                *
000370*    ADEMAS RECALCULA DEL DETALLE DE GLACUM LOS CARGOS, ABONOS Y *
000380*    RENGLONES DEL MES QUE TRAE GLRESMEN (O DEL MES DADO CON EL  *
000390*    PARAMETRO MES=AAAAMM) Y LOS COTEJA CONTRA EL RESUMEN        *
000400*    MENSUAL POR CUENTA Y MONEDA.                                *
000410*                                                                *
000420*    EL RESULTADO QUEDA EN CUADRAGL.TXT: DETALLE POR CLIENTE     *
000430*    (EXCEPCIONES Y PARTIDAS EN TRANSITO), SALDOS POR MONEDA,    *
000440*    SALDOS POR CUENTA, COTEJO DEL RESUMEN MENSUAL Y RESULTADO.  *
000450*    ES UN REPORTE DE CONSULTA: NO MODIFICA NINGUN ARCHIVO.      *
000460*                                                                *
000470******************************************************************
000480*    HISTORIAL DE MODIFICACIONES                                 *
000490*    FECHA       AUTOR   DESCRIPCION                             *
000500*    ----------  ------  -------------------------------------   *
000510*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000511*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL   *
000512*                        CLIENTE, FECHA Y SECUENCIA; SE LEE EN   *
000513*                        SECUENCIA DE LLAVE.                     *
000514*    10/15/2026  HNK     LOS RENGLONES 'V' DE REVERSOS ENTRAN AL *
000515*                        DETALLE DEL MES QUE SE COTEJA CONTRA    *
000516*                        GLRESMEN, SIN TOCAR EL ULTIMO PAR DE    *
000517*                        CADA CLIENTE.                           *
000518******************************************************************
000539*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. HP.
000570 OBJECT-COMPUTER. HP.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS CLI-CLAVE
000640         ALTERNATE RECORD KEY IS CLI-NOMBRE
000650             WITH DUPLICATES
000660         FILE STATUS IS WS-FS-CLIENTES.
000670     SELECT CTAS-FILE ASSIGN TO "CTACONT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-CTAS.
000700     SELECT GLACUM-FILE ASSIGN TO "GLACUM"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-GLACUM.
000730     SELECT RESUMEN-FILE ASSIGN TO "GLRESMEN"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-RESUMEN.
000760     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000770         ORGANIZATION IS INDEXED
000771         ACCESS MODE IS SEQUENTIAL
000772         RECORD KEY IS MOV-LLAVE
000780         FILE STATUS IS WS-FS-MOVS.
000790     SELECT REPORTE-FILE ASSIGN TO "CUADRAGL.TXT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-FS-REPORTE.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  CLIENTES-FILE.
000860     COPY CLIENTE.
000870 FD  CTAS-FILE.
000880 01  REG-CTA.
000890     05 CTA-MONEDA                 PIC X(03).
000900     05 CTA-SIGNO                  PIC X(01).
000910     05 CTA-CUENTA                 PIC X(10).
000920     05 CTA-CONTRA                 PIC X(10).
000930 FD  GLACUM-FILE.
000940 01  LIN-GLACUM                    PIC X(80).
000950 FD  RESUMEN-FILE.
000960 01  REG-RESUMEN.
000970     05 RSM-MES                    PIC 9(06).
000980     05 RSM-CUENTA                 PIC X(10).
000990     05 RSM-MONEDA                 PIC X(03).
001000     05 RSM-CARGOS                 PIC 9(13)V99.
001010     05 RSM-ABONOS                 PIC 9(13)V99.
001020     05 RSM-LINEAS                 PIC 9(07).
001030 FD  MOVS-FILE.
001040     COPY MOVCLI.
001050 FD  REPORTE-FILE.
001060 01  LIN-REPORTE                   PIC X(80).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01 WS-ARCHIVOS.
001110     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
001120         88 WS-FS-CLIENTES-OK                    VALUE '00'.
001130     05 WS-FS-CTAS                 PIC X(02)     VALUE '00'.
001140         88 WS-FS-CTAS-OK                        VALUE '00'.
001150     05 WS-FS-GLACUM               PIC X(02)     VALUE '00'.
001160         88 WS-FS-GLACUM-OK                      VALUE '00'.
001170     05 WS-FS-RESUMEN              PIC X(02)     VALUE '00'.
001180         88 WS-FS-RESUMEN-OK                     VALUE '00'.
001190     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
001200         88 WS-FS-MOVS-OK                        VALUE '00'.
001210     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
001220     05 WS-SW-EOF-CLIENTES         PIC X(01)     VALUE 'N'.
001230         88 WS-EOF-CLIENTES-SI                   VALUE 'S'.
001240     05 WS-SW-EOF-CTAS             PIC X(01)     VALUE 'N'.
001250         88 WS-EOF-CTAS-SI                       VALUE 'S'.
001260     05 WS-SW-EOF-GLACUM           PIC X(01)     VALUE 'N'.
001270         88 WS-EOF-GLACUM-SI                     VALUE 'S'.
001280     05 WS-SW-EOF-RESUMEN          PIC X(01)     VALUE 'N'.
001290         88 WS-EOF-RESUMEN-SI                    VALUE 'S'.
001300     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
001310         88 WS-EOF-MOVS-SI                       VALUE 'S'.
001320     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
001330         88 WS-CANCELAR-SI                       VALUE 'S'.
001340*
001350 01 WS-SWITCHES.
001360     05 WS-SW-CTA-HALLADA          PIC X(01)     VALUE 'N'.
001370         88 WS-CTA-HALLADA-SI                    VALUE 'S'.
001380     05 WS-SW-TCL-HALLADO          PIC X(01)     VALUE 'N'.
001390         88 WS-TCL-HALLADO-SI                    VALUE 'S'.
001400     05 WS-SW-MON-HALLADA          PIC X(01)     VALUE 'N'.
001410         88 WS-MON-HALLADA-SI                    VALUE 'S'.
001420     05 WS-SW-CTR-HALLADA          PIC X(01)     VALUE 'N'.
001430         88 WS-CTR-HALLADA-SI                    VALUE 'S'.
001440     05 WS-SW-MES-HALLADO          PIC X(01)     VALUE 'N'.
001450         88 WS-MES-HALLADO-SI                    VALUE 'S'.
001460     05 WS-SW-TABLA-LLENA          PIC X(01)     VALUE 'N'.
001470         88 WS-TABLA-LLENA-SI                    VALUE 'S'.
001480     05 WS-SW-PAR                  PIC X(01)     VALUE 'P'.
001490         88 WS-PAR-PRIMARIO                      VALUE 'P'.
001500         88 WS-PAR-CONTRA                        VALUE 'C'.
001510*
001520 01 WS-PARM-LINEA                  PIC X(80).
001530 01 WS-PARM-MES-TXT                PIC X(06).
001540 01 WS-MES-PROCESO                 PIC 9(06)     VALUE 0.
001550 01 WS-FECHA-HOY                   PIC 9(08)     VALUE 0.
001560*
001570 01 WS-CAMPOS-BUSQUEDA.
001580     05 WS-CLAVE-BUSCA             PIC 9(06)     VALUE 0.
001590     05 WS-CUENTA-BUSCA            PIC X(10)     VALUE SPACES.
001600     05 WS-MONEDA-BUSCA            PIC X(03)     VALUE SPACES.
001610     05 WS-CUENTA-REGLA            PIC X(10)     VALUE SPACES.
001620     05 WS-IMPORTE-TRANSITO        PIC S9(11)V99 VALUE 0.
001630     05 WS-IMPORTE-DIFERENCIA      PIC S9(13)V99 VALUE 0.
001640*
001650 01 WS-TABLA-CTAS.
001660     05 WS-CTA-MAX                 PIC 9(03)     VALUE 100.
001670     05 WS-CTA-TOTAL               PIC 9(03)     VALUE 0.
001680     05 WS-CTA-IDX                 PIC 9(03)     VALUE 0.
001690     05 WS-CTA-ENTRADA OCCURS 100 TIMES.
001700         10 TBL-MONEDA             PIC X(03).
001710         10 TBL-SIGNO              PIC X(01).
001720         10 TBL-CUENTA             PIC X(10).
001730         10 TBL-CONTRA             PIC X(10).
001740*
001750 01 WS-TABLA-CLIENTES.
001760     05 WS-TCL-MAX                 PIC 9(04)     VALUE 2000.
001770     05 WS-TCL-TOTAL               PIC 9(04)     VALUE 0.
001780     05 WS-TCL-IDX                 PIC 9(04)     VALUE 0.
001790     05 WS-TCL-ENTRADA OCCURS 2000 TIMES.
001800         10 TCL-CLAVE              PIC 9(06).
001810         10 TCL-SW-MAESTRO         PIC X(01).
001820         10 TCL-SW-GL              PIC X(01).
001830         10 TCL-GL-CUENTA          PIC X(10).
001840         10 TCL-GL-MONEDA          PIC X(03).
001850         10 TCL-GL-IMPORTE         PIC S9(09)V99.
001860         10 TCL-MOVS-IMPORTE       PIC S9(11)V99.
001870         10 TCL-MOVS-CONTEO        PIC 9(05).
001880*
001890 01 WS-TABLA-MONEDAS.
001900     05 WS-MON-MAX                 PIC 9(03)     VALUE 20.
001910     05 WS-MON-TOTAL               PIC 9(03)     VALUE 0.
001920     05 WS-MON-IDX                 PIC 9(03)     VALUE 0.
001930     05 WS-MON-ENTRADA OCCURS 20 TIMES.
001940         10 MON-MONEDA             PIC X(03).
001950         10 MON-AUXILIAR           PIC S9(13)V99.
001960         10 MON-MOVIMIENTOS        PIC S9(13)V99.
001970         10 MON-MAYOR              PIC S9(13)V99.
001980         10 MON-TRANSITO           PIC S9(13)V99.
001990*
002000 01 WS-TABLA-CUENTAS-RES.
002010     05 WS-CTR-MAX                 PIC 9(03)     VALUE 200.
002020     05 WS-CTR-TOTAL               PIC 9(03)     VALUE 0.
002030     05 WS-CTR-IDX                 PIC 9(03)     VALUE 0.
002040     05 WS-CTR-ENTRADA OCCURS 200 TIMES.
002050         10 CTR-CUENTA             PIC X(10).
002060         10 CTR-MONEDA             PIC X(03).
002070         10 CTR-AUXILIAR           PIC S9(13)V99.
002080         10 CTR-MAYOR              PIC S9(13)V99.
002090         10 CTR-TRANSITO           PIC S9(13)V99.
002100*
002110 01 WS-TABLA-MES.
002120     05 WS-MES-MAX                 PIC 9(03)     VALUE 200.
002130     05 WS-MES-TOTAL               PIC 9(03)     VALUE 0.
002140     05 WS-MES-IDX                 PIC 9(03)     VALUE 0.
002150     05 WS-MES-ENTRADA OCCURS 200 TIMES.
002160         10 MES-CUENTA             PIC X(10).
002170         10 MES-MONEDA             PIC X(03).
002180         10 MES-RSM-CARGOS         PIC 9(13)V99.
002190         10 MES-RSM-ABONOS         PIC 9(13)V99.
002200         10 MES-RSM-LINEAS         PIC 9(07).
002210         10 MES-DET-CARGOS         PIC 9(13)V99.
002220         10 MES-DET-ABONOS         PIC 9(13)V99.
002230         10 MES-DET-LINEAS         PIC 9(07).
002240*
002250 01 REG-GL.
002260     05 GL-TIPO                    PIC X(01).
002270         88 GL-TIPO-ENCABEZADO                   VALUE '1'.
002280         88 GL-TIPO-DETALLE                      VALUE 'D'.
002281         88 GL-TIPO-REVERSO                      VALUE 'V'.
002290     05 GL-CUENTA                  PIC X(10).
002300     05 GL-IMPORTE                 PIC S9(09)V99
002310            SIGN IS TRAILING SEPARATE.
002320     05 GL-MONEDA                  PIC X(03).
002330     05 GL-FECHA-LOTE              PIC 9(08).
002340     05 GL-CLAVE-CLIENTE           PIC 9(06).
002350     05 FILLER                     PIC X(40).
002360*
002370 01 WS-CONTADORES.
002380     05 WS-TOTAL-CLIENTES          PIC 9(05)     VALUE 0.
002390     05 WS-TOTAL-RENGLONES-GL      PIC 9(07)     VALUE 0.
002400     05 WS-TOTAL-MOVIMIENTOS       PIC 9(07)     VALUE 0.
002410     05 WS-TOTAL-RSM               PIC 9(05)     VALUE 0.
002420     05 WS-TOTAL-EXCEPCIONES       PIC 9(05)     VALUE 0.
002430     05 WS-TOTAL-TRANSITO          PIC 9(05)     VALUE 0.
002440     05 WS-TOTAL-DIF-MONEDAS       PIC 9(05)     VALUE 0.
002450     05 WS-TOTAL-DIF-CUENTAS       PIC 9(05)     VALUE 0.
002460     05 WS-TOTAL-DIF-RESUMEN       PIC 9(05)     VALUE 0.
002470*
002480 01 WS-LINEA-ENC-REPORTE.
002490     05 FILLER                     PIC X(40)
002500            VALUE "PRUEBA DE CUADRE AUXILIAR CONTRA MAYOR  ".
002510     05 FILLER                     PIC X(03)     VALUE "AL ".
002520     05 WS-ENC-FECHA               PIC 9(08).
002530*
002540 01 WS-LINEA-TITULO.
002550     05 FILLER                     PIC X(01)     VALUE SPACE.
002560     05 WS-TIT-TEXTO               PIC X(50).
002570     05 WS-TIT-MES                 PIC X(06).
002580*
002590 01 WS-LINEA-ENC-DETALLE.
002600     05 FILLER                     PIC X(07)     VALUE "CLAVE".
002610     05 FILLER                     PIC X(11)     VALUE "CUENTA".
002620     05 FILLER                     PIC X(04)     VALUE "MON".
002630     05 FILLER                     PIC X(14)
002640            VALUE "      AUXILIAR".
002650     05 FILLER                     PIC X(15)
002660            VALUE "      COMPARADO".
002670     05 FILLER                     PIC X(07)     VALUE " MOTIVO".
002680*
002690 01 WS-LINEA-DET-REPORTE.
002700     05 WS-DET-CLAVE               PIC 9(06).
002710     05 FILLER                     PIC X(01)     VALUE SPACE.
002720     05 WS-DET-CUENTA              PIC X(10).
002730     05 FILLER                     PIC X(01)     VALUE SPACE.
002740     05 WS-DET-MONEDA              PIC X(03).
002750     05 FILLER                     PIC X(01)     VALUE SPACE.
002760     05 WS-DET-AUXILIAR            PIC -(10)9.99.
002770     05 FILLER                     PIC X(01)     VALUE SPACE.
002780     05 WS-DET-COMPARADO           PIC -(10)9.99.
002790     05 FILLER                     PIC X(01)     VALUE SPACE.
002800     05 WS-DET-MOTIVO              PIC X(28).
002810*
002820 01 WS-LINEA-ENC-MONEDAS.
002830     05 FILLER                     PIC X(03)     VALUE "MON".
002840     05 FILLER                     PIC X(15)
002850            VALUE "       AUXILIAR".
002860     05 FILLER                     PIC X(15)
002870            VALUE "    MOVIMIENTOS".
002880     05 FILLER                     PIC X(15)
002890            VALUE "          MAYOR".
002900     05 FILLER                     PIC X(15)
002910            VALUE "    EN TRANSITO".
002920     05 FILLER                     PIC X(15)
002930            VALUE "     DIFERENCIA".
002940*
002950 01 WS-LINEA-DET-MONEDA.
002960     05 WS-DMO-MONEDA              PIC X(03).
002970     05 FILLER                     PIC X(01)     VALUE SPACE.
002980     05 WS-DMO-AUXILIAR            PIC -(10)9.99.
002990     05 FILLER                     PIC X(01)     VALUE SPACE.
003000     05 WS-DMO-MOVIMIENTOS         PIC -(10)9.99.
003010     05 FILLER                     PIC X(01)     VALUE SPACE.
003020     05 WS-DMO-MAYOR               PIC -(10)9.99.
003030     05 FILLER                     PIC X(01)     VALUE SPACE.
003040     05 WS-DMO-TRANSITO            PIC -(10)9.99.
003050     05 FILLER                     PIC X(01)     VALUE SPACE.
003060     05 WS-DMO-DIFERENCIA          PIC -(10)9.99.
003070*
003080 01 WS-LINEA-ENC-CUENTAS.
003090     05 FILLER                     PIC X(11)     VALUE "CUENTA".
003100     05 FILLER                     PIC X(03)     VALUE "MON".
003110     05 FILLER                     PIC X(15)
003120            VALUE "       AUXILIAR".
003130     05 FILLER                     PIC X(15)
003140            VALUE "          MAYOR".
003150     05 FILLER                     PIC X(15)
003160            VALUE "    EN TRANSITO".
003170     05 FILLER                     PIC X(15)
003180            VALUE "     DIFERENCIA".
003190*
003200 01 WS-LINEA-DET-CUENTA.
003210     05 WS-DCT-CUENTA              PIC X(10).
003220     05 FILLER                     PIC X(01)     VALUE SPACE.
003230     05 WS-DCT-MONEDA              PIC X(03).
003240     05 FILLER                     PIC X(01)     VALUE SPACE.
003250     05 WS-DCT-AUXILIAR            PIC -(10)9.99.
003260     05 FILLER                     PIC X(01)     VALUE SPACE.
003270     05 WS-DCT-MAYOR               PIC -(10)9.99.
003280     05 FILLER                     PIC X(01)     VALUE SPACE.
003290     05 WS-DCT-TRANSITO            PIC -(10)9.99.
003300     05 FILLER                     PIC X(01)     VALUE SPACE.
003310     05 WS-DCT-DIFERENCIA          PIC -(10)9.99.
003320     05 FILLER                     PIC X(01)     VALUE SPACE.
003330     05 WS-DCT-MARCA               PIC X(03).
003340*
003350 01 WS-LINEA-ENC-RESUMEN.
003360     05 FILLER                     PIC X(11)     VALUE "CUENTA".
003370     05 FILLER                     PIC X(03)     VALUE "MON".
003380     05 FILLER                     PIC X(15)
003390            VALUE " CARGOS RESUMEN".
003400     05 FILLER                     PIC X(15)
003410            VALUE " CARGOS DETALLE".
003420     05 FILLER                     PIC X(15)
003430            VALUE " ABONOS RESUMEN".
003440     05 FILLER                     PIC X(15)
003450            VALUE " ABONOS DETALLE".
003460*
003470 01 WS-LINEA-DET-RESUMEN.
003480     05 WS-DRS-CUENTA              PIC X(10).
003490     05 FILLER                     PIC X(01)     VALUE SPACE.
003500     05 WS-DRS-MONEDA              PIC X(03).
003510     05 FILLER                     PIC X(01)     VALUE SPACE.
003520     05 WS-DRS-RSM-CARGOS          PIC Z(10)9.99.
003530     05 FILLER                     PIC X(01)     VALUE SPACE.
003540     05 WS-DRS-DET-CARGOS          PIC Z(10)9.99.
003550     05 FILLER                     PIC X(01)     VALUE SPACE.
003560     05 WS-DRS-RSM-ABONOS          PIC Z(10)9.99.
003570     05 FILLER                     PIC X(01)     VALUE SPACE.
003580     05 WS-DRS-DET-ABONOS          PIC Z(10)9.99.
003590     05 FILLER                     PIC X(01)     VALUE SPACE.
003600     05 WS-DRS-MARCA               PIC X(03).
003610*
003620 01 WS-LINEA-TRL-REPORTE.
003630     05 FILLER                     PIC X(10)
003640            VALUE "CLIENTES: ".
003650     05 WS-TRL-CLIENTES            PIC ZZZZ9.
003660     05 FILLER                     PIC X(15)
003670            VALUE "  EXCEPCIONES: ".
003680     05 WS-TRL-EXCEPCIONES         PIC ZZZZ9.
003690     05 FILLER                     PIC X(15)
003700            VALUE "  EN TRANSITO: ".
003710     05 WS-TRL-TRANSITO            PIC ZZZZ9.
003720*
003730 01 WS-LINEA-RESULTADO.
003740     05 FILLER                     PIC X(11)
003750            VALUE "RESULTADO: ".
003760     05 WS-RES-TEXTO               PIC X(60).
003770*
003780 PROCEDURE DIVISION.
003790*
003800******************************************************************
003810* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DE LA PRUEBA.   *
003820******************************************************************
003830 0000-MAINLINE.
003840     PERFORM 0100-DETERMINAR-MES THRU 0100-DETERMINAR-MES-EXIT.
003850     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
003860     IF WS-CANCELAR-SI
003870         PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT
003880         STOP RUN
003890     END-IF.
003900     PERFORM 1800-CARGAR-RESUMEN THRU 1800-CARGAR-RESUMEN-EXIT.
003910     PERFORM 2900-RECORRER-GLACUM THRU 2900-RECORRER-GLACUM-EXIT.
003920     PERFORM 3400-RECORRER-MOVIMIENTOS THRU
003930         3400-RECORRER-MOVIMIENTOS-EXIT.
003940     PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT.
003950     PERFORM 4000-CUADRAR-CLIENTE THRU 4000-CUADRAR-CLIENTE-EXIT
003960         UNTIL WS-EOF-CLIENTES-SI.
003970     MOVE 0 TO WS-TCL-IDX.
003980     PERFORM 4500-REVISAR-CLAVE THRU 4500-REVISAR-CLAVE-EXIT
003990         UNTIL WS-TCL-IDX NOT < WS-TCL-TOTAL.
004000     PERFORM 8000-IMPRIMIR-MONEDAS THRU
004010         8000-IMPRIMIR-MONEDAS-EXIT.
004020     PERFORM 8100-IMPRIMIR-CUENTAS THRU
004030         8100-IMPRIMIR-CUENTAS-EXIT.
004040     PERFORM 8200-COTEJAR-RESUMEN THRU 8200-COTEJAR-RESUMEN-EXIT.
004050     PERFORM 8900-IMPRIMIR-TRAILER THRU
004060         8900-IMPRIMIR-TRAILER-EXIT.
004070     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
004080     STOP RUN.
004090*
004100******************************************************************
004110* 0100-DETERMINAR-MES -- TOMA EL MES A COTEJAR DEL PARAMETRO     *
004120*                        MES=AAAAMM. SIN PARAMETRO SE COTEJA EL  *
004130*                        MES QUE TRAE GLRESMEN (VER 1900).       *
004140******************************************************************
004150 0100-DETERMINAR-MES.
004160     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
004170     MOVE SPACES TO WS-PARM-LINEA.
004180     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
004190     IF WS-PARM-LINEA(1:4) = "MES="
004200         MOVE WS-PARM-LINEA(5:6) TO WS-PARM-MES-TXT
004210         IF WS-PARM-MES-TXT IS NUMERIC
004220             MOVE WS-PARM-MES-TXT TO WS-MES-PROCESO
004230         END-IF
004240     END-IF.
004250 0100-DETERMINAR-MES-EXIT.
004260     EXIT.
004270*
004280******************************************************************
004290* 1000-INICIALIZAR -- ABRE EL MAESTRO Y EL REPORTE, CARGA EL     *
004300*                     CATALOGO DE CUENTAS Y GRABA LOS            *
004310*                     ENCABEZADOS.                               *
004320******************************************************************
004330 1000-INICIALIZAR.
004340     OPEN INPUT CLIENTES-FILE.
004350     IF NOT WS-FS-CLIENTES-OK
004360         DISPLAY "CUADRAGL: NO SE ENCONTRO EL MAESTRO DE "
004370             "CLIENTES (ESTADO " WS-FS-CLIENTES "); NO HAY NADA "
004380             "QUE CUADRAR."
004390         MOVE 'S' TO WS-SW-CANCELAR
004400         GO TO 1000-INICIALIZAR-EXIT
004410     END-IF.
004420     PERFORM 1500-CARGAR-CUENTAS THRU 1500-CARGAR-CUENTAS-EXIT.
004430     IF WS-CTA-TOTAL = 0
004440         DISPLAY "CUADRAGL: EL CATALOGO DE CUENTAS CTACONT NO "
004450             "EXISTE O ESTA VACIO; SE CANCELA LA PRUEBA."
004460         MOVE 'S' TO WS-SW-CANCELAR
004470         CLOSE CLIENTES-FILE
004480         GO TO 1000-INICIALIZAR-EXIT
004490     END-IF.
004500     OPEN OUTPUT REPORTE-FILE.
004510     MOVE WS-FECHA-HOY TO WS-ENC-FECHA.
004520     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
004530     MOVE "DETALLE POR CLIENTE (EXCEPCIONES Y EN TRANSITO)"
004540         TO WS-TIT-TEXTO.
004550     MOVE SPACES TO WS-TIT-MES.
004560     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
004570     WRITE LIN-REPORTE FROM WS-LINEA-ENC-DETALLE.
004580 1000-INICIALIZAR-EXIT.
004590     EXIT.
004600*
004610******************************************************************
004620* 1500-CARGAR-CUENTAS -- CARGA EL CATALOGO CTACONT EN LA TABLA   *
004630*                        DE REGLAS (MISMO ORDEN QUE EXPOGL).     *
004640******************************************************************
004650 1500-CARGAR-CUENTAS.
004660     OPEN INPUT CTAS-FILE.
004670     IF NOT WS-FS-CTAS-OK
004680         MOVE 'S' TO WS-SW-EOF-CTAS
004690         GO TO 1500-CARGAR-CUENTAS-EXIT
004700     END-IF.
004710     PERFORM 1600-LEER-CTA THRU 1600-LEER-CTA-EXIT.
004720     PERFORM 1700-GUARDAR-CTA THRU 1700-GUARDAR-CTA-EXIT
004730         UNTIL WS-EOF-CTAS-SI.
004740     CLOSE CTAS-FILE.
004750 1500-CARGAR-CUENTAS-EXIT.
004760     EXIT.
004770*
004780******************************************************************
004790* 1600-LEER-CTA -- LEE EL SIGUIENTE RENGLON DE CTACONT.          *
004800******************************************************************
004810 1600-LEER-CTA.
004820     READ CTAS-FILE
004830         AT END
004840             MOVE 'S' TO WS-SW-EOF-CTAS
004850     END-READ.
004860 1600-LEER-CTA-EXIT.
004870     EXIT.
004880*
004890******************************************************************
004900* 1700-GUARDAR-CTA -- AGREGA EL RENGLON LEIDO A LA TABLA.        *
004910******************************************************************
004920 1700-GUARDAR-CTA.
004930     IF WS-CTA-TOTAL NOT < WS-CTA-MAX
004940         DISPLAY "CUADRAGL: CTACONT EXCEDE " WS-CTA-MAX
004950             " RENGLONES; LOS EXCEDENTES SE IGNORAN."
004960         MOVE 'S' TO WS-SW-EOF-CTAS
004970         GO TO 1700-GUARDAR-CTA-EXIT
004980     END-IF.
004990     ADD 1 TO WS-CTA-TOTAL.
005000     MOVE CTA-MONEDA TO TBL-MONEDA(WS-CTA-TOTAL).
005010     MOVE CTA-SIGNO  TO TBL-SIGNO(WS-CTA-TOTAL).
005020     MOVE CTA-CUENTA TO TBL-CUENTA(WS-CTA-TOTAL).
005030     MOVE CTA-CONTRA TO TBL-CONTRA(WS-CTA-TOTAL).
005040     PERFORM 1600-LEER-CTA THRU 1600-LEER-CTA-EXIT.
005050 1700-GUARDAR-CTA-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090* 1800-CARGAR-RESUMEN -- CARGA EN LA TABLA DEL MES LOS RENGLONES *
005100*                        DE GLRESMEN DEL MES A COTEJAR.          *
005110******************************************************************
005120 1800-CARGAR-RESUMEN.
005130     OPEN INPUT RESUMEN-FILE.
005140     IF NOT WS-FS-RESUMEN-OK
005150         DISPLAY "CUADRAGL: NO SE ENCONTRO EL RESUMEN GLRESMEN "
005160             "(ESTADO " WS-FS-RESUMEN "); NO SE COTEJA EL "
005170             "RESUMEN MENSUAL."
005180         GO TO 1800-CARGAR-RESUMEN-EXIT
005190     END-IF.
005200     PERFORM 1850-LEER-RESUMEN THRU 1850-LEER-RESUMEN-EXIT.
005210     PERFORM 1900-GUARDAR-RESUMEN THRU 1900-GUARDAR-RESUMEN-EXIT
005220         UNTIL WS-EOF-RESUMEN-SI.
005230     CLOSE RESUMEN-FILE.
005240 1800-CARGAR-RESUMEN-EXIT.
005250     EXIT.
005260*
005270******************************************************************
005280* 1850-LEER-RESUMEN -- LEE EL SIGUIENTE RENGLON DE GLRESMEN.     *
005290******************************************************************
005300 1850-LEER-RESUMEN.
005310     READ RESUMEN-FILE
005320         AT END
005330             MOVE 'S' TO WS-SW-EOF-RESUMEN
005340     END-READ.
005350 1850-LEER-RESUMEN-EXIT.
005360     EXIT.
005370*
005380******************************************************************
005390* 1900-GUARDAR-RESUMEN -- SIN PARAMETRO MES= EL PRIMER RENGLON   *
005400*                         FIJA EL MES A COTEJAR; LOS RENGLONES DE*
005410*                         OTRO MES SE IGNORAN.                   *
005420******************************************************************
005430 1900-GUARDAR-RESUMEN.
005440     IF WS-MES-PROCESO = 0
005450         MOVE RSM-MES TO WS-MES-PROCESO
005460     END-IF.
005470     IF RSM-MES NOT = WS-MES-PROCESO
005480         GO TO 1900-GUARDAR-SIGUIENTE
005490     END-IF.
005500     MOVE RSM-CUENTA TO WS-CUENTA-BUSCA.
005510     MOVE RSM-MONEDA TO WS-MONEDA-BUSCA.
005520     PERFORM 2800-UBICAR-MES THRU 2800-UBICAR-MES-EXIT.
005530     IF NOT WS-MES-HALLADO-SI
005540         GO TO 1900-GUARDAR-SIGUIENTE
005550     END-IF.
005560     ADD RSM-CARGOS TO MES-RSM-CARGOS(WS-MES-IDX).
005570     ADD RSM-ABONOS TO MES-RSM-ABONOS(WS-MES-IDX).
005580     ADD RSM-LINEAS TO MES-RSM-LINEAS(WS-MES-IDX).
005590     ADD 1 TO WS-TOTAL-RSM.
005600 1900-GUARDAR-SIGUIENTE.
005610     PERFORM 1850-LEER-RESUMEN THRU 1850-LEER-RESUMEN-EXIT.
005620 1900-GUARDAR-RESUMEN-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660* 2000-LEER-CLIENTE -- LEE SECUENCIALMENTE EL SIGUIENTE REGISTRO *
005670*                      DEL MAESTRO DE CLIENTES.                  *
005680******************************************************************
005690 2000-LEER-CLIENTE.
005700     READ CLIENTES-FILE NEXT RECORD
005710         AT END
005720             MOVE 'S' TO WS-SW-EOF-CLIENTES
005730     END-READ.
005740 2000-LEER-CLIENTE-EXIT.
005750     EXIT.
005760*
005770******************************************************************
005780* 2100-LEER-GLACUM -- LEE EL SIGUIENTE RENGLON DEL ACUMULADO.    *
005790******************************************************************
005800 2100-LEER-GLACUM.
005810     READ GLACUM-FILE INTO REG-GL
005820         AT END
005830             MOVE 'S' TO WS-SW-EOF-GLACUM
005840     END-READ.
005850 2100-LEER-GLACUM-EXIT.
005860     EXIT.
005870*
005880******************************************************************
005890* 2200-LEER-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO DE CLIMOVS.*
005900******************************************************************
005910 2200-LEER-MOVIMIENTO.
005920     READ MOVS-FILE NEXT RECORD
005930         AT END
005940             MOVE 'S' TO WS-SW-EOF-MOVS
005950     END-READ.
005960 2200-LEER-MOVIMIENTO-EXIT.
005970     EXIT.
005980*
005990******************************************************************
006000* 2300-BUSCAR-CUENTA -- BUSCA EN CTACONT LA CUENTA QUE LE TOCA AL*
006010*                       CLIENTE ACTUAL POR MONEDA Y SIGNO DEL    *
006020*                       SALDO, IGUAL QUE EXPOGL.                 *
006030******************************************************************
006040 2300-BUSCAR-CUENTA.
006050     MOVE 'N' TO WS-SW-CTA-HALLADA.
006060     MOVE 0   TO WS-CTA-IDX.
006070     PERFORM 2350-COTEJAR-CUENTA THRU 2350-COTEJAR-CUENTA-EXIT
006080         UNTIL WS-CTA-HALLADA-SI
006090            OR WS-CTA-IDX NOT < WS-CTA-TOTAL.
006100 2300-BUSCAR-CUENTA-EXIT.
006110     EXIT.
006120*
006130******************************************************************
006140* 2350-COTEJAR-CUENTA -- COMPARA UN RENGLON DE LAS REGLAS.       *
006150******************************************************************
006160 2350-COTEJAR-CUENTA.
006170     ADD 1 TO WS-CTA-IDX.
006180     IF TBL-MONEDA(WS-CTA-IDX) = CLI-MONEDA
006190         IF (CLI-NUMERO < 0 AND TBL-SIGNO(WS-CTA-IDX) = '-')
006200            OR (CLI-NUMERO NOT < 0
006210                AND TBL-SIGNO(WS-CTA-IDX) = '+')
006220             MOVE 'S' TO WS-SW-CTA-HALLADA
006230         END-IF
006240     END-IF.
006250 2350-COTEJAR-CUENTA-EXIT.
006260     EXIT.
006270*
006280******************************************************************
006290* 2500-UBICAR-CLIENTE -- UBICA WS-CLAVE-BUSCA EN LA TABLA DE     *
006300*                        CLAVES; SI NO ESTA, LA AGREGA EN CEROS. *
006310******************************************************************
006320 2500-UBICAR-CLIENTE.
006330     MOVE 'N' TO WS-SW-TCL-HALLADO.
006340     MOVE 0   TO WS-TCL-IDX.
006350     PERFORM 2550-COTEJAR-CLIENTE THRU 2550-COTEJAR-CLIENTE-EXIT
006360         UNTIL WS-TCL-HALLADO-SI
006370            OR WS-TCL-IDX NOT < WS-TCL-TOTAL.
006380     IF WS-TCL-HALLADO-SI
006390         GO TO 2500-UBICAR-CLIENTE-EXIT
006400     END-IF.
006410     IF WS-TCL-TOTAL NOT < WS-TCL-MAX
006420         IF NOT WS-TABLA-LLENA-SI
006430             DISPLAY "CUADRAGL: LA TABLA DE CLIENTES EXCEDE "
006440                 WS-TCL-MAX " CLAVES; LA PRUEBA QUEDA INCOMPLETA."
006450         END-IF
006460         MOVE 'S' TO WS-SW-TABLA-LLENA
006470         GO TO 2500-UBICAR-CLIENTE-EXIT
006480     END-IF.
006490     ADD 1 TO WS-TCL-TOTAL.
006500     MOVE WS-TCL-TOTAL   TO WS-TCL-IDX.
006510     MOVE WS-CLAVE-BUSCA TO TCL-CLAVE(WS-TCL-IDX).
006520     MOVE 'N'            TO TCL-SW-MAESTRO(WS-TCL-IDX).
006530     MOVE 'N'            TO TCL-SW-GL(WS-TCL-IDX).
006540     MOVE SPACES         TO TCL-GL-CUENTA(WS-TCL-IDX).
006550     MOVE SPACES         TO TCL-GL-MONEDA(WS-TCL-IDX).
006560     MOVE 0              TO TCL-GL-IMPORTE(WS-TCL-IDX).
006570     MOVE 0              TO TCL-MOVS-IMPORTE(WS-TCL-IDX).
006580     MOVE 0              TO TCL-MOVS-CONTEO(WS-TCL-IDX).
006590     MOVE 'S'            TO WS-SW-TCL-HALLADO.
006600 2500-UBICAR-CLIENTE-EXIT.
006610     EXIT.
006620*
006630******************************************************************
006640* 2550-COTEJAR-CLIENTE -- COMPARA UNA ENTRADA DE LA TABLA.       *
006650******************************************************************
006660 2550-COTEJAR-CLIENTE.
006670     ADD 1 TO WS-TCL-IDX.
006680     IF TCL-CLAVE(WS-TCL-IDX) = WS-CLAVE-BUSCA
006690         MOVE 'S' TO WS-SW-TCL-HALLADO
006700     END-IF.
006710 2550-COTEJAR-CLIENTE-EXIT.
006720     EXIT.
006730*
006740******************************************************************
006750* 2600-UBICAR-MONEDA -- UBICA WS-MONEDA-BUSCA EN LA TABLA DE     *
006760*                       TOTALES POR MONEDA; SI NO ESTA, LA       *
006770*                       AGREGA.                                  *
006780******************************************************************
006790 2600-UBICAR-MONEDA.
006800     MOVE 'N' TO WS-SW-MON-HALLADA.
006810     MOVE 0   TO WS-MON-IDX.
006820     PERFORM 2650-COTEJAR-MONEDA THRU 2650-COTEJAR-MONEDA-EXIT
006830         UNTIL WS-MON-HALLADA-SI
006840            OR WS-MON-IDX NOT < WS-MON-TOTAL.
006850     IF WS-MON-HALLADA-SI
006860         GO TO 2600-UBICAR-MONEDA-EXIT
006870     END-IF.
006880     IF WS-MON-TOTAL NOT < WS-MON-MAX
006890         IF NOT WS-TABLA-LLENA-SI
006900             DISPLAY "CUADRAGL: LA TABLA DE MONEDAS EXCEDE "
006910                 WS-MON-MAX " MONEDAS; LA PRUEBA QUEDA "
006920                 "INCOMPLETA."
006930         END-IF
006940         MOVE 'S' TO WS-SW-TABLA-LLENA
006950         GO TO 2600-UBICAR-MONEDA-EXIT
006960     END-IF.
006970     ADD 1 TO WS-MON-TOTAL.
006980     MOVE WS-MON-TOTAL    TO WS-MON-IDX.
006990     MOVE WS-MONEDA-BUSCA TO MON-MONEDA(WS-MON-IDX).
007000     MOVE 0               TO MON-AUXILIAR(WS-MON-IDX).
007010     MOVE 0               TO MON-MOVIMIENTOS(WS-MON-IDX).
007020     MOVE 0               TO MON-MAYOR(WS-MON-IDX).
007030     MOVE 0               TO MON-TRANSITO(WS-MON-IDX).
007040     MOVE 'S'             TO WS-SW-MON-HALLADA.
007050 2600-UBICAR-MONEDA-EXIT.
007060     EXIT.
007070*
007080******************************************************************
007090* 2650-COTEJAR-MONEDA -- COMPARA UNA ENTRADA DE LA TABLA.        *
007100******************************************************************
007110 2650-COTEJAR-MONEDA.
007120     ADD 1 TO WS-MON-IDX.
007130     IF MON-MONEDA(WS-MON-IDX) = WS-MONEDA-BUSCA
007140         MOVE 'S' TO WS-SW-MON-HALLADA
007150     END-IF.
007160 2650-COTEJAR-MONEDA-EXIT.
007170     EXIT.
007180*
007190******************************************************************
007200* 2700-UBICAR-CUENTA-RES -- UBICA WS-CUENTA-BUSCA/WS-MONEDA-BUSCA*
007210*                           EN LA TABLA DE TOTALES POR CUENTA; SI*
007220*                           NO ESTA, LA AGREGA.                  *
007230******************************************************************
007240 2700-UBICAR-CUENTA-RES.
007250     MOVE 'N' TO WS-SW-CTR-HALLADA.
007260     MOVE 0   TO WS-CTR-IDX.
007270     PERFORM 2750-COTEJAR-CUENTA-RES THRU
007280         2750-COTEJAR-CUENTA-RES-EXIT
007290         UNTIL WS-CTR-HALLADA-SI
007300            OR WS-CTR-IDX NOT < WS-CTR-TOTAL.
007310     IF WS-CTR-HALLADA-SI
007320         GO TO 2700-UBICAR-CUENTA-RES-EXIT
007330     END-IF.
007340     IF WS-CTR-TOTAL NOT < WS-CTR-MAX
007350         IF NOT WS-TABLA-LLENA-SI
007360             DISPLAY "CUADRAGL: LA TABLA DE CUENTAS EXCEDE "
007370                 WS-CTR-MAX " CUENTAS; LA PRUEBA QUEDA "
007380                 "INCOMPLETA."
007390         END-IF
007400         MOVE 'S' TO WS-SW-TABLA-LLENA
007410         GO TO 2700-UBICAR-CUENTA-RES-EXIT
007420     END-IF.
007430     ADD 1 TO WS-CTR-TOTAL.
007440     MOVE WS-CTR-TOTAL    TO WS-CTR-IDX.
007450     MOVE WS-CUENTA-BUSCA TO CTR-CUENTA(WS-CTR-IDX).
007460     MOVE WS-MONEDA-BUSCA TO CTR-MONEDA(WS-CTR-IDX).
007470     MOVE 0               TO CTR-AUXILIAR(WS-CTR-IDX).
007480     MOVE 0               TO CTR-MAYOR(WS-CTR-IDX).
007490     MOVE 0               TO CTR-TRANSITO(WS-CTR-IDX).
007500     MOVE 'S'             TO WS-SW-CTR-HALLADA.
007510 2700-UBICAR-CUENTA-RES-EXIT.
007520     EXIT.
007530*
007540******************************************************************
007550* 2750-COTEJAR-CUENTA-RES -- COMPARA UNA ENTRADA DE LA TABLA.    *
007560******************************************************************
007570 2750-COTEJAR-CUENTA-RES.
007580     ADD 1 TO WS-CTR-IDX.
007590     IF CTR-CUENTA(WS-CTR-IDX) = WS-CUENTA-BUSCA
007600        AND CTR-MONEDA(WS-CTR-IDX) = WS-MONEDA-BUSCA
007610         MOVE 'S' TO WS-SW-CTR-HALLADA
007620     END-IF.
007630 2750-COTEJAR-CUENTA-RES-EXIT.
007640     EXIT.
007650*
007660******************************************************************
007670* 2800-UBICAR-MES -- UBICA WS-CUENTA-BUSCA/WS-MONEDA-BUSCA EN LA *
007680*                    TABLA DEL MES; SI NO ESTA, LA AGREGA.       *
007690******************************************************************
007700 2800-UBICAR-MES.
007710     MOVE 'N' TO WS-SW-MES-HALLADO.
007720     MOVE 0   TO WS-MES-IDX.
007730     PERFORM 2850-COTEJAR-MES THRU 2850-COTEJAR-MES-EXIT
007740         UNTIL WS-MES-HALLADO-SI
007750            OR WS-MES-IDX NOT < WS-MES-TOTAL.
007760     IF WS-MES-HALLADO-SI
007770         GO TO 2800-UBICAR-MES-EXIT
007780     END-IF.
007790     IF WS-MES-TOTAL NOT < WS-MES-MAX
007800         IF NOT WS-TABLA-LLENA-SI
007810             DISPLAY "CUADRAGL: EL RESUMEN DEL MES EXCEDE "
007820                 WS-MES-MAX " CUENTAS; LA PRUEBA QUEDA "
007830                 "INCOMPLETA."
007840         END-IF
007850         MOVE 'S' TO WS-SW-TABLA-LLENA
007860         GO TO 2800-UBICAR-MES-EXIT
007870     END-IF.
007880     ADD 1 TO WS-MES-TOTAL.
007890     MOVE WS-MES-TOTAL    TO WS-MES-IDX.
007900     MOVE WS-CUENTA-BUSCA TO MES-CUENTA(WS-MES-IDX).
007910     MOVE WS-MONEDA-BUSCA TO MES-MONEDA(WS-MES-IDX).
007920     MOVE 0               TO MES-RSM-CARGOS(WS-MES-IDX).
007930     MOVE 0               TO MES-RSM-ABONOS(WS-MES-IDX).
007940     MOVE 0               TO MES-RSM-LINEAS(WS-MES-IDX).
007950     MOVE 0               TO MES-DET-CARGOS(WS-MES-IDX).
007960     MOVE 0               TO MES-DET-ABONOS(WS-MES-IDX).
007970     MOVE 0               TO MES-DET-LINEAS(WS-MES-IDX).
007980     MOVE 'S'             TO WS-SW-MES-HALLADO.
007990 2800-UBICAR-MES-EXIT.
008000     EXIT.
008010*
008020******************************************************************
008030* 2850-COTEJAR-MES -- COMPARA UNA ENTRADA DE LA TABLA.           *
008040******************************************************************
008050 2850-COTEJAR-MES.
008060     ADD 1 TO WS-MES-IDX.
008070     IF MES-CUENTA(WS-MES-IDX) = WS-CUENTA-BUSCA
008080        AND MES-MONEDA(WS-MES-IDX) = WS-MONEDA-BUSCA
008090         MOVE 'S' TO WS-SW-MES-HALLADO
008100     END-IF.
008110 2850-COTEJAR-MES-EXIT.
008120     EXIT.
008130*
008140******************************************************************
008150* 2900-RECORRER-GLACUM -- RECORRE EL ACUMULADO COMPLETO.         *
008160******************************************************************
008170 2900-RECORRER-GLACUM.
008180     OPEN INPUT GLACUM-FILE.
008190     IF NOT WS-FS-GLACUM-OK
008200         DISPLAY "CUADRAGL: NO SE ENCONTRO EL ACUMULADO GLACUM "
008210             "(ESTADO " WS-FS-GLACUM "); EL MAYOR QUEDA EN CEROS."
008220         GO TO 2900-RECORRER-GLACUM-EXIT
008230     END-IF.
008240     PERFORM 2100-LEER-GLACUM THRU 2100-LEER-GLACUM-EXIT.
008250     PERFORM 3000-PROCESAR-GLACUM THRU 3000-PROCESAR-GLACUM-EXIT
008260         UNTIL WS-EOF-GLACUM-SI.
008270     CLOSE GLACUM-FILE.
008280 2900-RECORRER-GLACUM-EXIT.
008290     EXIT.
008300*
008310******************************************************************
008320* 3000-PROCESAR-GLACUM -- ACUMULA EL DETALLE DEL MES A COTEJAR Y *
008330*                         GUARDA, POR CLIENTE, EL PRIMER RENGLON *
008340*                         DE SU ULTIMO PAR (CUENTA Y             *
008350*                         CONTRAPARTIDA). EL ENCABEZADO DE CADA  *
008360*                         LOTE REINICIA EL PAR.                  *
008361*                         LOS REVERSOS ('V') SOLO ENTRAN AL      *
008362*                         DETALLE DEL MES.                       *
008370******************************************************************
008380 3000-PROCESAR-GLACUM.
008390     IF GL-TIPO-ENCABEZADO
008400         MOVE 'P' TO WS-SW-PAR
008410         GO TO 3000-PROCESAR-SIGUIENTE
008420     END-IF.
008430     IF NOT (GL-TIPO-DETALLE OR GL-TIPO-REVERSO)
008440         GO TO 3000-PROCESAR-SIGUIENTE
008450     END-IF.
008460     ADD 1 TO WS-TOTAL-RENGLONES-GL.
008470     IF WS-MES-PROCESO > 0
008480        AND GL-FECHA-LOTE IS NUMERIC
008490        AND GL-FECHA-LOTE(1:6) = WS-MES-PROCESO
008500         MOVE GL-CUENTA TO WS-CUENTA-BUSCA
008510         MOVE GL-MONEDA TO WS-MONEDA-BUSCA
008520         PERFORM 2800-UBICAR-MES THRU 2800-UBICAR-MES-EXIT
008530         IF WS-MES-HALLADO-SI
008540             IF GL-IMPORTE < 0
008550                 COMPUTE MES-DET-ABONOS(WS-MES-IDX) =
008560                     MES-DET-ABONOS(WS-MES-IDX) - GL-IMPORTE
008570             ELSE
008580                 ADD GL-IMPORTE TO MES-DET-CARGOS(WS-MES-IDX)
008590             END-IF
008600             ADD 1 TO MES-DET-LINEAS(WS-MES-IDX)
008610         END-IF
008620     END-IF.
008621     IF GL-TIPO-REVERSO
008622         GO TO 3000-PROCESAR-SIGUIENTE
008623     END-IF.
008630     IF WS-PAR-CONTRA
008640         MOVE 'P' TO WS-SW-PAR
008650         GO TO 3000-PROCESAR-SIGUIENTE
008660     END-IF.
008670     MOVE 'C' TO WS-SW-PAR.
008680     IF GL-CLAVE-CLIENTE NOT NUMERIC
008690        OR GL-CLAVE-CLIENTE = 0
008700         GO TO 3000-PROCESAR-SIGUIENTE
008710     END-IF.
008720     MOVE GL-CLAVE-CLIENTE TO WS-CLAVE-BUSCA.
008730     PERFORM 2500-UBICAR-CLIENTE THRU 2500-UBICAR-CLIENTE-EXIT.
008740     IF WS-TCL-HALLADO-SI
008750         MOVE 'S'        TO TCL-SW-GL(WS-TCL-IDX)
008760         MOVE GL-CUENTA  TO TCL-GL-CUENTA(WS-TCL-IDX)
008770         MOVE GL-MONEDA  TO TCL-GL-MONEDA(WS-TCL-IDX)
008780         MOVE GL-IMPORTE TO TCL-GL-IMPORTE(WS-TCL-IDX)
008790     END-IF.
008800 3000-PROCESAR-SIGUIENTE.
008810     PERFORM 2100-LEER-GLACUM THRU 2100-LEER-GLACUM-EXIT.
008820 3000-PROCESAR-GLACUM-EXIT.
008830     EXIT.
008840*
008850******************************************************************
008860* 3400-RECORRER-MOVIMIENTOS -- RECORRE CLIMOVS COMPLETO.         *
008870******************************************************************
008880 3400-RECORRER-MOVIMIENTOS.
008890     OPEN INPUT MOVS-FILE.
008900     IF NOT WS-FS-MOVS-OK
008910         DISPLAY "CUADRAGL: NO SE ENCONTRO CLIMOVS (ESTADO "
008920             WS-FS-MOVS "); LOS MOVIMIENTOS QUEDAN EN CEROS."
008930         GO TO 3400-RECORRER-MOVIMIENTOS-EXIT
008940     END-IF.
008950     PERFORM 2200-LEER-MOVIMIENTO THRU 2200-LEER-MOVIMIENTO-EXIT.
008960     PERFORM 3500-PROCESAR-MOVIMIENTO THRU
008970         3500-PROCESAR-MOVIMIENTO-EXIT
008980         UNTIL WS-EOF-MOVS-SI.
008990     CLOSE MOVS-FILE.
009000 3400-RECORRER-MOVIMIENTOS-EXIT.
009010     EXIT.
009020*
009030******************************************************************
009040* 3500-PROCESAR-MOVIMIENTO -- SUMA EL MOVIMIENTO AL SALDO        *
009050*                             RECALCULADO DEL CLIENTE Y AL TOTAL *
009060*                             DE SU MONEDA.                      *
009070******************************************************************
009080 3500-PROCESAR-MOVIMIENTO.
009090     ADD 1 TO WS-TOTAL-MOVIMIENTOS.
009100     MOVE MOV-CLAVE TO WS-CLAVE-BUSCA.
009110     PERFORM 2500-UBICAR-CLIENTE THRU 2500-UBICAR-CLIENTE-EXIT.
009120     IF WS-TCL-HALLADO-SI
009130         ADD MOV-IMPORTE TO TCL-MOVS-IMPORTE(WS-TCL-IDX)
009140         ADD 1 TO TCL-MOVS-CONTEO(WS-TCL-IDX)
009150     END-IF.
009160     MOVE MOV-MONEDA TO WS-MONEDA-BUSCA.
009170     PERFORM 2600-UBICAR-MONEDA THRU 2600-UBICAR-MONEDA-EXIT.
009180     IF WS-MON-HALLADA-SI
009190         ADD MOV-IMPORTE TO MON-MOVIMIENTOS(WS-MON-IDX)
009200     END-IF.
009210     PERFORM 2200-LEER-MOVIMIENTO THRU 2200-LEER-MOVIMIENTO-EXIT.
009220 3500-PROCESAR-MOVIMIENTO-EXIT.
009230     EXIT.
009240*
009250******************************************************************
009260* 4000-CUADRAR-CLIENTE -- TOTALIZA EL SALDO DEL CLIENTE POR      *
009270*                         MONEDA Y POR CUENTA DE LA REGLA, LO    *
009280*                         COTEJA CONTRA SUS MOVIMIENTOS Y CONTRA *
009290*                         SU POSICION EN EL MAYOR, Y REPORTA LAS *
009300*                         DIFERENCIAS.                           *
009310******************************************************************
009320 4000-CUADRAR-CLIENTE.
009330     ADD 1 TO WS-TOTAL-CLIENTES.
009340     MOVE CLI-CLAVE TO WS-CLAVE-BUSCA.
009350     PERFORM 2500-UBICAR-CLIENTE THRU 2500-UBICAR-CLIENTE-EXIT.
009360     IF NOT WS-TCL-HALLADO-SI
009370         GO TO 4000-CUADRAR-SIGUIENTE
009380     END-IF.
009390     MOVE 'S' TO TCL-SW-MAESTRO(WS-TCL-IDX).
009400     MOVE CLI-MONEDA TO WS-MONEDA-BUSCA.
009410     PERFORM 2600-UBICAR-MONEDA THRU 2600-UBICAR-MONEDA-EXIT.
009420     IF WS-MON-HALLADA-SI
009430         ADD CLI-NUMERO TO MON-AUXILIAR(WS-MON-IDX)
009440     END-IF.
009450     MOVE CLI-CLAVE  TO WS-DET-CLAVE.
009460     MOVE CLI-MONEDA TO WS-DET-MONEDA.
009470     MOVE CLI-NUMERO TO WS-DET-AUXILIAR.
009480     PERFORM 2300-BUSCAR-CUENTA THRU 2300-BUSCAR-CUENTA-EXIT.
009490     IF WS-CTA-HALLADA-SI
009500         MOVE TBL-CUENTA(WS-CTA-IDX) TO WS-CUENTA-REGLA
009510     ELSE
009520         MOVE "SIN CUENTA" TO WS-CUENTA-REGLA
009530         MOVE WS-CUENTA-REGLA TO WS-DET-CUENTA
009540         MOVE 0 TO WS-DET-COMPARADO
009550         MOVE "SIN CUENTA EN CTACONT" TO WS-DET-MOTIVO
009560         PERFORM 7000-REPORTAR-EXCEPCION THRU
009570             7000-REPORTAR-EXCEPCION-EXIT
009580     END-IF.
009590     MOVE WS-CUENTA-REGLA TO WS-CUENTA-BUSCA.
009600     MOVE CLI-MONEDA      TO WS-MONEDA-BUSCA.
009610     PERFORM 2700-UBICAR-CUENTA-RES THRU
009620         2700-UBICAR-CUENTA-RES-EXIT.
009630     IF WS-CTR-HALLADA-SI
009640         ADD CLI-NUMERO TO CTR-AUXILIAR(WS-CTR-IDX)
009650     END-IF.
009660     IF TCL-MOVS-IMPORTE(WS-TCL-IDX) NOT = CLI-NUMERO
009670         MOVE WS-CUENTA-REGLA TO WS-DET-CUENTA
009680         MOVE TCL-MOVS-IMPORTE(WS-TCL-IDX) TO WS-DET-COMPARADO
009690         MOVE "SALDO DISTINTO A MOVIMIENTOS" TO WS-DET-MOTIVO
009700         PERFORM 7000-REPORTAR-EXCEPCION THRU
009710             7000-REPORTAR-EXCEPCION-EXIT
009720     END-IF.
009730     IF NOT CLI-EXPORTADO-SI AND NOT CLI-ACUSADO
009740         PERFORM 4200-CLIENTE-EN-TRANSITO THRU
009750             4200-CLIENTE-EN-TRANSITO-EXIT
009760         GO TO 4000-CUADRAR-SIGUIENTE
009770     END-IF.
009780     IF TCL-SW-GL(WS-TCL-IDX) NOT = 'S'
009790         MOVE WS-CUENTA-REGLA TO WS-DET-CUENTA
009800         MOVE 0 TO WS-DET-COMPARADO
009810         MOVE "EXPORTADO SIN RENGLON EN GL" TO WS-DET-MOTIVO
009820         PERFORM 7000-REPORTAR-EXCEPCION THRU
009830             7000-REPORTAR-EXCEPCION-EXIT
009840         GO TO 4000-CUADRAR-SIGUIENTE
009850     END-IF.
009860     MOVE TCL-GL-CUENTA(WS-TCL-IDX)  TO WS-DET-CUENTA.
009870     MOVE TCL-GL-IMPORTE(WS-TCL-IDX) TO WS-DET-COMPARADO.
009880     IF TCL-GL-IMPORTE(WS-TCL-IDX) NOT = CLI-NUMERO
009890         MOVE "SALDO DISTINTO AL DEL MAYOR" TO WS-DET-MOTIVO
009900         PERFORM 7000-REPORTAR-EXCEPCION THRU
009910             7000-REPORTAR-EXCEPCION-EXIT
009920     END-IF.
009930     IF TCL-GL-CUENTA(WS-TCL-IDX) NOT = WS-CUENTA-REGLA
009940        OR TCL-GL-MONEDA(WS-TCL-IDX) NOT = CLI-MONEDA
009950         MOVE TCL-GL-MONEDA(WS-TCL-IDX) TO WS-DET-MONEDA
009960         MOVE "CUENTA DISTINTA A LA REGLA" TO WS-DET-MOTIVO
009970         PERFORM 7000-REPORTAR-EXCEPCION THRU
009980             7000-REPORTAR-EXCEPCION-EXIT
009990     END-IF.
010000 4000-CUADRAR-SIGUIENTE.
010010     PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT.
010020 4000-CUADRAR-CLIENTE-EXIT.
010030     EXIT.
010040*
010050******************************************************************
010060* 4200-CLIENTE-EN-TRANSITO -- EL CLIENTE TIENE CAMBIOS QUE EXPOGL*
010070*                             AUN NO MANDA: SU SALDO ENTRA AL    *
010080*                             TRANSITO DE LA CUENTA DE LA REGLA Y*
010090*                             SU POSICION ANTERIOR EN EL MAYOR   *
010100*                             SALE DEL TRANSITO DE SU CUENTA.    *
010110******************************************************************
010120 4200-CLIENTE-EN-TRANSITO.
010130     MOVE CLI-NUMERO TO WS-IMPORTE-TRANSITO.
010140     IF WS-CTR-HALLADA-SI
010150         ADD CLI-NUMERO TO CTR-TRANSITO(WS-CTR-IDX)
010160     END-IF.
010170     IF WS-MON-HALLADA-SI
010180         ADD CLI-NUMERO TO MON-TRANSITO(WS-MON-IDX)
010190     END-IF.
010200     MOVE WS-CUENTA-REGLA TO WS-DET-CUENTA.
010210     MOVE 0 TO WS-DET-COMPARADO.
010220     IF TCL-SW-GL(WS-TCL-IDX) = 'S'
010230         SUBTRACT TCL-GL-IMPORTE(WS-TCL-IDX)
010240             FROM WS-IMPORTE-TRANSITO
010250         MOVE TCL-GL-CUENTA(WS-TCL-IDX)  TO WS-CUENTA-BUSCA
010260         MOVE TCL-GL-MONEDA(WS-TCL-IDX)  TO WS-MONEDA-BUSCA
010270         MOVE TCL-GL-IMPORTE(WS-TCL-IDX) TO WS-DET-COMPARADO
010280         PERFORM 2700-UBICAR-CUENTA-RES THRU
010290             2700-UBICAR-CUENTA-RES-EXIT
010300         IF WS-CTR-HALLADA-SI
010310             SUBTRACT TCL-GL-IMPORTE(WS-TCL-IDX)
010320                 FROM CTR-TRANSITO(WS-CTR-IDX)
010330         END-IF
010340         PERFORM 2600-UBICAR-MONEDA THRU 2600-UBICAR-MONEDA-EXIT
010350         IF WS-MON-HALLADA-SI
010360             SUBTRACT TCL-GL-IMPORTE(WS-TCL-IDX)
010370                 FROM MON-TRANSITO(WS-MON-IDX)
010380         END-IF
010390     END-IF.
010400     IF WS-IMPORTE-TRANSITO = 0
010410        AND (TCL-SW-GL(WS-TCL-IDX) NOT = 'S'
010420             OR TCL-GL-CUENTA(WS-TCL-IDX) = WS-CUENTA-REGLA)
010430         GO TO 4200-CLIENTE-EN-TRANSITO-EXIT
010440     END-IF.
010450     MOVE "EN TRANSITO (SIN EXPORTAR)" TO WS-DET-MOTIVO.
010460     ADD 1 TO WS-TOTAL-TRANSITO.
010470     WRITE LIN-REPORTE FROM WS-LINEA-DET-REPORTE.
010480 4200-CLIENTE-EN-TRANSITO-EXIT.
010490     EXIT.
010500*
010510******************************************************************
010520* 4500-REVISAR-CLAVE -- LLEVA LA POSICION DEL MAYOR DE CADA CLAVE*
010530*                       A LOS TOTALES Y REPORTA LAS CLAVES CON   *
010540*                       SALDO EN EL MAYOR O CON MOVIMIENTOS QUE  *
010550*                       YA NO ESTAN EN EL MAESTRO.               *
010560******************************************************************
010570 4500-REVISAR-CLAVE.
010580     ADD 1 TO WS-TCL-IDX.
010590     IF TCL-SW-GL(WS-TCL-IDX) = 'S'
010600         MOVE TCL-GL-CUENTA(WS-TCL-IDX) TO WS-CUENTA-BUSCA
010610         MOVE TCL-GL-MONEDA(WS-TCL-IDX) TO WS-MONEDA-BUSCA
010620         PERFORM 2700-UBICAR-CUENTA-RES THRU
010630             2700-UBICAR-CUENTA-RES-EXIT
010640         IF WS-CTR-HALLADA-SI
010650             ADD TCL-GL-IMPORTE(WS-TCL-IDX)
010660                 TO CTR-MAYOR(WS-CTR-IDX)
010670         END-IF
010680         PERFORM 2600-UBICAR-MONEDA THRU 2600-UBICAR-MONEDA-EXIT
010690         IF WS-MON-HALLADA-SI
010700             ADD TCL-GL-IMPORTE(WS-TCL-IDX)
010710                 TO MON-MAYOR(WS-MON-IDX)
010720         END-IF
010730     END-IF.
010740     IF TCL-SW-MAESTRO(WS-TCL-IDX) = 'S'
010750         GO TO 4500-REVISAR-CLAVE-EXIT
010760     END-IF.
010770     MOVE TCL-CLAVE(WS-TCL-IDX) TO WS-DET-CLAVE.
010780     MOVE 0 TO WS-DET-AUXILIAR.
010790     IF TCL-SW-GL(WS-TCL-IDX) = 'S'
010800        AND TCL-GL-IMPORTE(WS-TCL-IDX) NOT = 0
010810         MOVE TCL-GL-CUENTA(WS-TCL-IDX)  TO WS-DET-CUENTA
010820         MOVE TCL-GL-MONEDA(WS-TCL-IDX)  TO WS-DET-MONEDA
010830         MOVE TCL-GL-IMPORTE(WS-TCL-IDX) TO WS-DET-COMPARADO
010840         MOVE "EN MAYOR SIN CLIENTE" TO WS-DET-MOTIVO
010850         PERFORM 7000-REPORTAR-EXCEPCION THRU
010860             7000-REPORTAR-EXCEPCION-EXIT
010870     END-IF.
010880     IF TCL-MOVS-IMPORTE(WS-TCL-IDX) NOT = 0
010890         MOVE SPACES TO WS-DET-CUENTA
010900         MOVE SPACES TO WS-DET-MONEDA
010910         MOVE TCL-MOVS-IMPORTE(WS-TCL-IDX) TO WS-DET-COMPARADO
010920         MOVE "MOVIMIENTOS SIN CLIENTE" TO WS-DET-MOTIVO
010930         PERFORM 7000-REPORTAR-EXCEPCION THRU
010940             7000-REPORTAR-EXCEPCION-EXIT
010950     END-IF.
010960 4500-REVISAR-CLAVE-EXIT.
010970     EXIT.
010980*
010990******************************************************************
011000* 7000-REPORTAR-EXCEPCION -- GRABA EN EL REPORTE LA LINEA DE     *
011010*                            DETALLE YA ARMADA Y LA CUENTA COMO  *
011020*                            EXCEPCION.                          *
011030******************************************************************
011040 7000-REPORTAR-EXCEPCION.
011050     ADD 1 TO WS-TOTAL-EXCEPCIONES.
011060     WRITE LIN-REPORTE FROM WS-LINEA-DET-REPORTE.
011070 7000-REPORTAR-EXCEPCION-EXIT.
011080     EXIT.
011090*
011100******************************************************************
011110* 8000-IMPRIMIR-MONEDAS -- IMPRIME LOS SALDOS POR MONEDA.        *
011120******************************************************************
011130 8000-IMPRIMIR-MONEDAS.
011140     MOVE SPACES TO LIN-REPORTE.
011150     WRITE LIN-REPORTE.
011160     MOVE "SALDOS POR MONEDA" TO WS-TIT-TEXTO.
011170     MOVE SPACES TO WS-TIT-MES.
011180     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
011190     WRITE LIN-REPORTE FROM WS-LINEA-ENC-MONEDAS.
011200     MOVE 0 TO WS-MON-IDX.
011210     PERFORM 8050-IMPRIMIR-MONEDA THRU 8050-IMPRIMIR-MONEDA-EXIT
011220         UNTIL WS-MON-IDX NOT < WS-MON-TOTAL.
011230 8000-IMPRIMIR-MONEDAS-EXIT.
011240     EXIT.
011250*
011260******************************************************************
011270* 8050-IMPRIMIR-MONEDA -- IMPRIME UNA MONEDA. LA DIFERENCIA ES LA*
011280*                         QUE NO EXPLICA EL TRANSITO.            *
011290******************************************************************
011300 8050-IMPRIMIR-MONEDA.
011310     ADD 1 TO WS-MON-IDX.
011320     COMPUTE WS-IMPORTE-DIFERENCIA =
011330         MON-AUXILIAR(WS-MON-IDX) - MON-MAYOR(WS-MON-IDX)
011340         - MON-TRANSITO(WS-MON-IDX).
011350     IF WS-IMPORTE-DIFERENCIA NOT = 0
011360         ADD 1 TO WS-TOTAL-DIF-MONEDAS
011370     END-IF.
011380     MOVE MON-MONEDA(WS-MON-IDX)      TO WS-DMO-MONEDA.
011390     MOVE MON-AUXILIAR(WS-MON-IDX)    TO WS-DMO-AUXILIAR.
011400     MOVE MON-MOVIMIENTOS(WS-MON-IDX) TO WS-DMO-MOVIMIENTOS.
011410     MOVE MON-MAYOR(WS-MON-IDX)       TO WS-DMO-MAYOR.
011420     MOVE MON-TRANSITO(WS-MON-IDX)    TO WS-DMO-TRANSITO.
011430     MOVE WS-IMPORTE-DIFERENCIA       TO WS-DMO-DIFERENCIA.
011440     WRITE LIN-REPORTE FROM WS-LINEA-DET-MONEDA.
011450 8050-IMPRIMIR-MONEDA-EXIT.
011460     EXIT.
011470*
011480******************************************************************
011490* 8100-IMPRIMIR-CUENTAS -- IMPRIME LOS SALDOS POR CUENTA.        *
011500******************************************************************
011510 8100-IMPRIMIR-CUENTAS.
011520     MOVE SPACES TO LIN-REPORTE.
011530     WRITE LIN-REPORTE.
011540     MOVE "SALDOS POR CUENTA CONTABLE" TO WS-TIT-TEXTO.
011550     MOVE SPACES TO WS-TIT-MES.
011560     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
011570     WRITE LIN-REPORTE FROM WS-LINEA-ENC-CUENTAS.
011580     MOVE 0 TO WS-CTR-IDX.
011590     PERFORM 8150-IMPRIMIR-CUENTA THRU 8150-IMPRIMIR-CUENTA-EXIT
011600         UNTIL WS-CTR-IDX NOT < WS-CTR-TOTAL.
011610 8100-IMPRIMIR-CUENTAS-EXIT.
011620     EXIT.
011630*
011640******************************************************************
011650* 8150-IMPRIMIR-CUENTA -- IMPRIME UNA CUENTA; MARCA CON DIF LA   *
011660*                         QUE TIENE DIFERENCIA NO EXPLICADA.     *
011670******************************************************************
011680 8150-IMPRIMIR-CUENTA.
011690     ADD 1 TO WS-CTR-IDX.
011700     COMPUTE WS-IMPORTE-DIFERENCIA =
011710         CTR-AUXILIAR(WS-CTR-IDX) - CTR-MAYOR(WS-CTR-IDX)
011720         - CTR-TRANSITO(WS-CTR-IDX).
011730     MOVE SPACES TO WS-DCT-MARCA.
011740     IF WS-IMPORTE-DIFERENCIA NOT = 0
011750         ADD 1 TO WS-TOTAL-DIF-CUENTAS
011760         MOVE "DIF" TO WS-DCT-MARCA
011770     END-IF.
011780     MOVE CTR-CUENTA(WS-CTR-IDX)   TO WS-DCT-CUENTA.
011790     MOVE CTR-MONEDA(WS-CTR-IDX)   TO WS-DCT-MONEDA.
011800     MOVE CTR-AUXILIAR(WS-CTR-IDX) TO WS-DCT-AUXILIAR.
011810     MOVE CTR-MAYOR(WS-CTR-IDX)    TO WS-DCT-MAYOR.
011820     MOVE CTR-TRANSITO(WS-CTR-IDX) TO WS-DCT-TRANSITO.
011830     MOVE WS-IMPORTE-DIFERENCIA    TO WS-DCT-DIFERENCIA.
011840     WRITE LIN-REPORTE FROM WS-LINEA-DET-CUENTA.
011850 8150-IMPRIMIR-CUENTA-EXIT.
011860     EXIT.
011870*
011880******************************************************************
011890* 8200-COTEJAR-RESUMEN -- IMPRIME EL COTEJO DE GLRESMEN CONTRA EL*
011900*                         DETALLE DE GLACUM DEL MES.             *
011910******************************************************************
011920 8200-COTEJAR-RESUMEN.
011930     MOVE SPACES TO LIN-REPORTE.
011940     WRITE LIN-REPORTE.
011950     MOVE "RESUMEN GLRESMEN CONTRA DETALLE GLACUM DEL MES "
011960         TO WS-TIT-TEXTO.
011970     MOVE WS-MES-PROCESO TO WS-TIT-MES.
011980     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
011990     IF WS-TOTAL-RSM = 0
012000         MOVE "GLRESMEN NO TRAE RENGLONES DEL MES; NO SE COTEJA."
012010             TO WS-TIT-TEXTO
012020         MOVE SPACES TO WS-TIT-MES
012030         WRITE LIN-REPORTE FROM WS-LINEA-TITULO
012040         GO TO 8200-COTEJAR-RESUMEN-EXIT
012050     END-IF.
012060     WRITE LIN-REPORTE FROM WS-LINEA-ENC-RESUMEN.
012070     MOVE 0 TO WS-MES-IDX.
012080     PERFORM 8250-COTEJAR-CUENTA-MES THRU
012090         8250-COTEJAR-CUENTA-MES-EXIT
012100         UNTIL WS-MES-IDX NOT < WS-MES-TOTAL.
012110 8200-COTEJAR-RESUMEN-EXIT.
012120     EXIT.
012130*
012140******************************************************************
012150* 8250-COTEJAR-CUENTA-MES -- IMPRIME UNA CUENTA DEL MES; MARCA   *
012160*                            CON DIF LA QUE NO CUADRA EN CARGOS, *
012170*                            ABONOS O RENGLONES.                 *
012180******************************************************************
012190 8250-COTEJAR-CUENTA-MES.
012200     ADD 1 TO WS-MES-IDX.
012210     MOVE SPACES TO WS-DRS-MARCA.
012220     IF MES-RSM-CARGOS(WS-MES-IDX)
012230           NOT = MES-DET-CARGOS(WS-MES-IDX)
012240        OR MES-RSM-ABONOS(WS-MES-IDX)
012250           NOT = MES-DET-ABONOS(WS-MES-IDX)
012260        OR MES-RSM-LINEAS(WS-MES-IDX)
012270           NOT = MES-DET-LINEAS(WS-MES-IDX)
012280         ADD 1 TO WS-TOTAL-DIF-RESUMEN
012290         MOVE "DIF" TO WS-DRS-MARCA
012300     END-IF.
012310     MOVE MES-CUENTA(WS-MES-IDX)     TO WS-DRS-CUENTA.
012320     MOVE MES-MONEDA(WS-MES-IDX)     TO WS-DRS-MONEDA.
012330     MOVE MES-RSM-CARGOS(WS-MES-IDX) TO WS-DRS-RSM-CARGOS.
012340     MOVE MES-DET-CARGOS(WS-MES-IDX) TO WS-DRS-DET-CARGOS.
012350     MOVE MES-RSM-ABONOS(WS-MES-IDX) TO WS-DRS-RSM-ABONOS.
012360     MOVE MES-DET-ABONOS(WS-MES-IDX) TO WS-DRS-DET-ABONOS.
012370     WRITE LIN-REPORTE FROM WS-LINEA-DET-RESUMEN.
012380 8250-COTEJAR-CUENTA-MES-EXIT.
012390     EXIT.
012400*
012410******************************************************************
012420* 8900-IMPRIMIR-TRAILER -- IMPRIME LOS CONTEOS Y EL RESULTADO DE *
012430*                          LA PRUEBA, Y EL RESUMEN EN CONSOLA.   *
012440******************************************************************
012450 8900-IMPRIMIR-TRAILER.
012460     MOVE SPACES TO LIN-REPORTE.
012470     WRITE LIN-REPORTE.
012480     MOVE WS-TOTAL-CLIENTES    TO WS-TRL-CLIENTES.
012490     MOVE WS-TOTAL-EXCEPCIONES TO WS-TRL-EXCEPCIONES.
012500     MOVE WS-TOTAL-TRANSITO    TO WS-TRL-TRANSITO.
012510     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
012520     EVALUATE TRUE
012530         WHEN WS-TABLA-LLENA-SI
012540             MOVE "PRUEBA INCOMPLETA; SE EXCEDIERON LAS TABLAS."
012550                 TO WS-RES-TEXTO
012560         WHEN WS-TOTAL-EXCEPCIONES = 0
012570              AND WS-TOTAL-DIF-MONEDAS = 0
012580              AND WS-TOTAL-DIF-CUENTAS = 0
012590              AND WS-TOTAL-DIF-RESUMEN = 0
012600             MOVE "EL AUXILIAR CUADRA CON EL MAYOR."
012610                 TO WS-RES-TEXTO
012620         WHEN OTHER
012630             MOVE "HAY DIFERENCIAS; VER EXCEPCIONES Y MARCAS DIF."
012640                 TO WS-RES-TEXTO
012650     END-EVALUATE.
012660     WRITE LIN-REPORTE FROM WS-LINEA-RESULTADO.
012670     DISPLAY "CUADRAGL: " WS-TOTAL-CLIENTES " CLIENTE(S), "
012680         WS-TOTAL-RENGLONES-GL " RENGLON(ES) DE GLACUM, "
012690         WS-TOTAL-MOVIMIENTOS " MOVIMIENTO(S).".
012700     DISPLAY "CUADRAGL: " WS-TOTAL-EXCEPCIONES " EXCEPCION(ES), "
012710         WS-TOTAL-TRANSITO " PARTIDA(S) EN TRANSITO, "
012720         WS-TOTAL-DIF-RESUMEN " CUENTA(S) DEL RESUMEN MENSUAL "
012730         "CON DIFERENCIA.".
012740     DISPLAY "CUADRAGL: " WS-RES-TEXTO.
012750 8900-IMPRIMIR-TRAILER-EXIT.
012760     EXIT.
012770*
012780******************************************************************
012790* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA PRUEBA.  *
012800******************************************************************
012810 9999-FINALIZAR.
012820     IF NOT WS-CANCELAR-SI
012830         CLOSE CLIENTES-FILE
012840         CLOSE REPORTE-FILE
012850     END-IF.
012860     DISPLAY "FIN DE CUADRAGL.".
012870 9999-FINALIZAR-EXIT.
012880     EXIT.
