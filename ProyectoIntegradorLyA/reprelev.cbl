000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPRELEV.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    REPRELEV                                                    *
000110*                                                                *
000120*    REPORTE MENSUAL DE OPERACIONES RELEVANTES PARA PREVENCION   *
000130*    DE LAVADO DE DINERO. RECORRE EL DETALLE CLIMOVS Y CONVIERTE *
000140*    CADA MOVIMIENTO A LA MONEDA DE REPORTE (USD O MXN) CON LA   *
000150*    TASA DE TIPOCAMB VIGENTE EN LA FECHA DEL MOVIMIENTO (LA     *
000160*    ULTIMA PUBLICADA EN O ANTES DE ESA FECHA). CUENTAN LOS      *
000170*    DEPOSITOS Y RETIROS CAPTURADOS (ORIGEN 'I' O 'B'); NO       *
000180*    CUENTAN LOS AJUSTES DE MANTCLI, LOS DESEMBOLSOS Y CARGOS DE *
000190*    PRESTAMO NI LOS REVERSOS, Y UN MOVIMIENTO REVERSADO SE      *
000195*    EXCLUYE.                                                    *
000200*                                                                *
000210*    SE REPORTAN:                                                *
000220*    - CADA MOVIMIENTO DEL MES QUE SUPERA EL UMBRAL.             *
000230*    - CADA CLIENTE QUE EN UN DIA DEL MES SUMA MAS DEL UMBRAL    *
000240*      CON MOVIMIENTOS QUE NO LO SUPERAN CADA UNO.               *
000250*    - CADA CLIENTE QUE EN UNA VENTANA MOVIL DE DIAS NATURALES   *
000260*      SUMA MAS DEL UMBRAL SIN QUE NINGUN DIA NI MOVIMIENTO LO   *
000270*      SUPERE POR SI SOLO. LA VENTANA PUEDE EMPEZAR EN EL MES    *
000280*      ANTERIOR PERO DEBE TERMINAR DENTRO DEL MES; UNA VEZ       *
000290*      REPORTADA, LA SIGUIENTE DEL CLIENTE EMPIEZA DESPUES.      *
000300*    LOS MOVIMIENTOS SIN TASA PARA SU FECHA SE LISTAN APARTE     *
000310*    PARA REVISION MANUAL.                                       *
000320*                                                                *
000330*    SALIDAS: OPERREL.TXT, ARCHIVO DE ANCHO FIJO PARA LA         *
000340*    AUTORIDAD (ENCABEZADO '1', DETALLE '2', TRAILER '9' CON     *
000350*    TOTALES DE CONTROL), Y REPRELEV.TXT, REPORTE IMPRESO PARA   *
000360*    LA REVISION DE CUMPLIMIENTO. SOLO LEE.                      *
000370*                                                                *
000380*    PARAMETROS (EN CUALQUIER ORDEN): MES=AAAAMM (POR OMISION    *
000390*    EL MES EN CURSO), UMBRAL=N (IMPORTE ENTERO EN LA MONEDA DE  *
000400*    REPORTE, 7500 POR OMISION), VENTANA=N (DIAS DE LA VENTANA   *
000410*    MOVIL, DE 2 A 31, 7 POR OMISION) Y MONEDA=USD O MONEDA=MXN  *
000420*    (USD POR OMISION).                                          *
000430*                                                                *
000440******************************************************************
000450*    HISTORIAL DE MODIFICACIONES                                 *
000460*    FECHA       AUTOR   DESCRIPCION                             *
000470*    ----------  ------  -------------------------------------   *
000480*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000481*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL   *
000482*                        CLIENTE, FECHA Y SECUENCIA; SE LEE EN   *
000483*                        SECUENCIA DE LLAVE.                     *
000484*    10/15/2026  HNK     TAMPOCO CUENTA EL ABONO DEL IMPORTE DE  *
000485*                        UN PRESTAMO (ORIGEN 'L').               *
000486******************************************************************
000500*
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER. HP.
000540 OBJECT-COMPUTER. HP.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CLI-CLAVE
000610         ALTERNATE RECORD KEY IS CLI-NOMBRE
000620             WITH DUPLICATES
000630         FILE STATUS IS WS-FS-CLIENTES.
000640     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000650         ORGANIZATION IS INDEXED
000651         ACCESS MODE IS SEQUENTIAL
000652         RECORD KEY IS MOV-LLAVE
000660         FILE STATUS IS WS-FS-MOVS.
000670     SELECT TASAS-FILE ASSIGN TO "TIPOCAMB"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-FS-TASAS.
000700     SELECT RELEV-FILE ASSIGN TO "OPERREL.TXT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-FS-RELEV.
000730     SELECT REPORTE-FILE ASSIGN TO "REPRELEV.TXT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-FS-REPORTE.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CLIENTES-FILE.
000800     COPY CLIENTE.
000810 FD  MOVS-FILE.
000820     COPY MOVCLI.
000830 FD  TASAS-FILE.
000840 01  REG-TASA.
000850     05 TCA-MONEDA                 PIC X(03).
000860     05 TCA-FECHA                  PIC 9(08).
000870     05 TCA-TASA                   PIC 9(05)V9(6).
000880 FD  RELEV-FILE.
000890 01  LIN-RELEV                     PIC X(120).
000900 FD  REPORTE-FILE.
000910 01  LIN-REPORTE                   PIC X(80).
000920*
000930 WORKING-STORAGE SECTION.
000940*
000950 01 WS-ARCHIVOS.
000960     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
000970         88 WS-FS-CLIENTES-OK                    VALUE '00'.
000980     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000990         88 WS-FS-MOVS-OK                        VALUE '00'.
001000     05 WS-FS-TASAS                PIC X(02)     VALUE '00'.
001010         88 WS-FS-TASAS-OK                       VALUE '00'.
001020     05 WS-FS-RELEV                PIC X(02)     VALUE '00'.
001030         88 WS-FS-RELEV-OK                       VALUE '00'.
001040     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
001050     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
001060         88 WS-EOF-MOVS-SI                       VALUE 'S'.
001070     05 WS-SW-EOF-TASAS            PIC X(01)     VALUE 'N'.
001080         88 WS-EOF-TASAS-SI                      VALUE 'S'.
001090     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
001100         88 WS-CANCELAR-SI                       VALUE 'S'.
001110     05 WS-SW-MAESTRO              PIC X(01)     VALUE 'N'.
001120         88 WS-MAESTRO-ABIERTO                   VALUE 'S'.
001130*
001140 01 WS-SWITCHES.
001150     05 WS-SW-TAS-HALLADA          PIC X(01)     VALUE 'N'.
001160         88 WS-TAS-HALLADA-SI                    VALUE 'S'.
001170     05 WS-SW-DIA-HALLADO          PIC X(01)     VALUE 'N'.
001180         88 WS-DIA-HALLADO-SI                    VALUE 'S'.
001190         88 WS-DIA-POSICION-SI                   VALUE 'P'.
001200     05 WS-SW-VEN-DESCARTADA       PIC X(01)     VALUE 'N'.
001210         88 WS-VEN-DESCARTADA-SI                 VALUE 'S'.
001220     05 WS-SW-VEN-FIN              PIC X(01)     VALUE 'N'.
001230         88 WS-VEN-FIN-SI                        VALUE 'S'.
001240     05 WS-SW-SECCION-VACIA        PIC X(01)     VALUE 'S'.
001250         88 WS-SECCION-VACIA-SI                  VALUE 'S'.
001260*
001270 01 WS-PARM-LINEA                  PIC X(80).
001280 01 WS-PARM-TOKENS.
001290     05 WS-PARM-TOKEN-1            PIC X(20).
001300     05 WS-PARM-TOKEN-2            PIC X(20).
001310     05 WS-PARM-TOKEN-3            PIC X(20).
001320     05 WS-PARM-TOKEN-4            PIC X(20).
001330 01 WS-PARM-TOKEN                  PIC X(20).
001340 01 WS-PARM-VALOR                  PIC X(12).
001350 01 WS-PARM-LONG                   PIC 9(02)     VALUE 0.
001360 01 WS-PARM-MES-TXT                PIC X(06).
001370 01 WS-FECHA-HOY                   PIC 9(08)     VALUE 0.
001380*
001390 01 WS-PARAMETROS.
001400     05 WS-UMBRAL                  PIC 9(09)     VALUE 7500.
001410     05 WS-VENTANA                 PIC 9(02)     VALUE 7.
001420     05 WS-MONEDA-REPORTE          PIC X(03)     VALUE "USD".
001430         88 WS-REPORTE-EN-USD                    VALUE "USD".
001440         88 WS-REPORTE-EN-MXN                    VALUE "MXN".
001450*
001460 01 WS-MES-PROCESO                 PIC 9(06)     VALUE 0.
001470 01 WS-MES-DETALLE REDEFINES WS-MES-PROCESO.
001480     05 WS-MES-ANIO                PIC 9(04).
001490     05 WS-MES-MES                 PIC 9(02).
001500*
001510 01 WS-CAMPOS-CALENDARIO.
001520     05 WS-SIG-ANIO                PIC 9(04)     VALUE 0.
001530     05 WS-SIG-MES                 PIC 9(02)     VALUE 0.
001540     05 WS-FECHA-SIG               PIC 9(08)     VALUE 0.
001550     05 WS-FECHA-INICIO            PIC 9(08)     VALUE 0.
001560     05 WS-FECHA-FIN               PIC 9(08)     VALUE 0.
001570     05 WS-FECHA-DESDE             PIC 9(08)     VALUE 0.
001580     05 WS-DIA-INICIO              PIC 9(07)     VALUE 0.
001590     05 WS-DIA-DESDE               PIC 9(07)     VALUE 0.
001600*
001610 01 WS-CAMPOS-CALCULO.
001620     05 WS-MONEDA-BUSCA            PIC X(03)     VALUE SPACES.
001630     05 WS-FECHA-BUSCA             PIC 9(08)     VALUE 0.
001640     05 WS-FECHA-TASA              PIC 9(08)     VALUE 0.
001650     05 WS-TASA-HALLADA            PIC 9(05)V9(6) VALUE 0.
001660     05 WS-VALOR-MXN               PIC S9(11)V99 VALUE 0.
001670     05 WS-VALOR-REPORTE           PIC S9(11)V99 VALUE 0.
001680     05 WS-ESTADO-MOV              PIC X(01)     VALUE SPACE.
001690     05 WS-CLAVE-BUSCA             PIC 9(06)     VALUE 0.
001700     05 WS-NOMBRE-BUSCA            PIC X(34)     VALUE SPACES.
001710     05 WS-DIA-NUMERO              PIC 9(07)     VALUE 0.
001720*
001730 01 WS-CAMPOS-VENTANA.
001740     05 WS-VEN-CLAVE-ANT           PIC 9(06)     VALUE 0.
001750     05 WS-VEN-ULTIMO-FIN          PIC 9(07)     VALUE 0.
001760     05 WS-VEN-DIA-DESDE           PIC 9(07)     VALUE 0.
001770     05 WS-VEN-FECHA-DESDE         PIC 9(08)     VALUE 0.
001780     05 WS-VEN-MOVS                PIC 9(04)     VALUE 0.
001790     05 WS-VEN-TOTAL               PIC 9(11)V99  VALUE 0.
001800     05 WS-VEN-IDX                 PIC 9(05)     VALUE 0.
001810*
001820 01 WS-TABLA-TASAS.
001830     05 WS-TAS-MAX                 PIC 9(03)     VALUE 500.
001840     05 WS-TAS-TOTAL               PIC 9(03)     VALUE 0.
001850     05 WS-TAS-IDX                 PIC 9(03)     VALUE 0.
001860     05 WS-TAS-ENTRADA OCCURS 500 TIMES.
001870         10 TAS-MONEDA             PIC X(03).
001880         10 TAS-FECHA              PIC 9(08).
001890         10 TAS-TASA               PIC 9(05)V9(6).
001900*
001910 01 WS-TABLA-MOVIMIENTOS.
001920     05 WS-MOV-MAX                 PIC 9(05)     VALUE 5000.
001930     05 WS-MOV-TOTAL               PIC 9(05)     VALUE 0.
001940     05 WS-MOV-IDX                 PIC 9(05)     VALUE 0.
001950     05 WS-MOV-ENTRADA OCCURS 5000 TIMES.
001960         10 TBL-MOV-CLAVE          PIC 9(06).
001970         10 TBL-MOV-FECHA          PIC 9(08).
001980         10 TBL-MOV-SECUENCIA      PIC 9(04).
001990         10 TBL-MOV-TIPO           PIC X(01).
002000         10 TBL-MOV-IMPORTE        PIC S9(09)V99.
002010         10 TBL-MOV-MONEDA         PIC X(03).
002020         10 TBL-MOV-VALOR          PIC 9(11)V99.
002030         10 TBL-MOV-ESTADO         PIC X(01).
002040             88 TBL-MOV-EVALUADO                 VALUE 'E'.
002050             88 TBL-MOV-SIN-TASA                 VALUE 'T'.
002060             88 TBL-MOV-SIN-TASA-USD             VALUE 'U'.
002070             88 TBL-MOV-REVERSADO                VALUE 'A'.
002080*
002090 01 WS-TABLA-REVERSOS.
002100     05 WS-REV-MAX                 PIC 9(04)     VALUE 1000.
002110     05 WS-REV-TOTAL               PIC 9(04)     VALUE 0.
002120     05 WS-REV-IDX                 PIC 9(04)     VALUE 0.
002130     05 WS-REV-ENTRADA OCCURS 1000 TIMES.
002140         10 TBL-REV-CLAVE          PIC 9(06).
002150         10 TBL-REV-FECHA          PIC 9(08).
002160         10 TBL-REV-SECUENCIA      PIC 9(04).
002170*
002180 01 WS-TABLA-DIAS.
002190     05 WS-DIA-MAX                 PIC 9(05)     VALUE 5000.
002200     05 WS-DIA-TOTAL               PIC 9(05)     VALUE 0.
002210     05 WS-DIA-IDX                 PIC 9(05)     VALUE 0.
002220     05 WS-DIA-POS                 PIC 9(05)     VALUE 0.
002230     05 WS-DIA-ENTRADA OCCURS 5000 TIMES.
002240         10 TBL-DIA-CLAVE          PIC 9(06).
002250         10 TBL-DIA-FECHA          PIC 9(08).
002260         10 TBL-DIA-NUMERO         PIC 9(07).
002270         10 TBL-DIA-MOVS           PIC 9(04).
002280         10 TBL-DIA-TOTAL          PIC 9(11)V99.
002290         10 TBL-DIA-SW-GRANDE      PIC X(01).
002300             88 TBL-DIA-CON-GRANDE               VALUE 'S'.
002310*
002320 01 WS-CONTADORES.
002330     05 WS-TOTAL-LEIDOS            PIC 9(07)     VALUE 0.
002340     05 WS-TOTAL-EVALUADOS         PIC 9(05)     VALUE 0.
002350     05 WS-TOTAL-SIN-TASA          PIC 9(05)     VALUE 0.
002360     05 WS-TOTAL-REVERSADOS        PIC 9(05)     VALUE 0.
002370     05 WS-TOTAL-OPERACIONES       PIC 9(05)     VALUE 0.
002380     05 WS-TOTAL-FRACC-DIA         PIC 9(05)     VALUE 0.
002390     05 WS-TOTAL-FRACC-VENTANA     PIC 9(05)     VALUE 0.
002400     05 WS-TOTAL-REGISTROS         PIC 9(05)     VALUE 0.
002410     05 WS-TOTAL-IMPORTE           PIC 9(13)V99  VALUE 0.
002420*
002430 01 REG-REL-ENCABEZADO.
002440     05 RLE-TIPO                   PIC X(01)     VALUE '1'.
002450     05 RLE-MES                    PIC 9(06).
002460     05 RLE-FECHA-INICIO           PIC 9(08).
002470     05 RLE-FECHA-FIN              PIC 9(08).
002480     05 RLE-MONEDA                 PIC X(03).
002490     05 RLE-UMBRAL                 PIC 9(09).
002500     05 RLE-VENTANA                PIC 9(02).
002510     05 RLE-FECHA-PROCESO          PIC 9(08).
002520     05 FILLER                     PIC X(75)     VALUE SPACES.
002530*
002540 01 REG-REL-DETALLE.
002550     05 RLD-TIPO                   PIC X(01)     VALUE '2'.
002560     05 RLD-ALERTA                 PIC X(01).
002570         88 RLD-ALERTA-OPERACION                 VALUE 'O'.
002580         88 RLD-ALERTA-DIA                       VALUE 'D'.
002590         88 RLD-ALERTA-VENTANA                   VALUE 'V'.
002600     05 RLD-CLAVE                  PIC 9(06).
002610     05 RLD-NOMBRE                 PIC X(34).
002620     05 RLD-FECHA-INICIO           PIC 9(08).
002630     05 RLD-FECHA-FIN              PIC 9(08).
002640     05 RLD-SECUENCIA              PIC 9(04).
002650     05 RLD-TIPO-MOV               PIC X(01).
002660     05 RLD-MOVIMIENTOS            PIC 9(04).
002670     05 RLD-IMPORTE                PIC S9(09)V99
002680            SIGN IS TRAILING SEPARATE.
002690     05 RLD-MONEDA                 PIC X(03).
002700     05 RLD-VALOR                  PIC 9(11)V99.
002710     05 RLD-MONEDA-REPORTE         PIC X(03).
002720     05 FILLER                     PIC X(22)     VALUE SPACES.
002730*
002740 01 REG-REL-TRAILER.
002750     05 RLT-TIPO                   PIC X(01)     VALUE '9'.
002760     05 RLT-REGISTROS              PIC 9(05).
002770     05 RLT-OPERACIONES            PIC 9(05).
002780     05 RLT-FRACC-DIA              PIC 9(05).
002790     05 RLT-FRACC-VENTANA          PIC 9(05).
002800     05 RLT-IMPORTE                PIC 9(13)V99.
002810     05 FILLER                     PIC X(84)     VALUE SPACES.
002820*
002830 01 WS-LINEA-ENC-REPORTE.
002840     05 FILLER                     PIC X(42)
002850            VALUE "REPORTE DE OPERACIONES RELEVANTES (PLD)   ".
002860     05 FILLER                     PIC X(05)     VALUE "MES: ".
002870     05 WS-ENC-MES                 PIC 9(06).
002880     05 FILLER                     PIC X(09)
002890            VALUE "  FECHA: ".
002900     05 WS-ENC-FECHA               PIC 9(08).
002910*
002920 01 WS-LINEA-ENC-PARAMETROS.
002930     05 FILLER                     PIC X(08)     VALUE "UMBRAL: ".
002940     05 WS-ENC-UMBRAL              PIC ZZZ,ZZZ,ZZ9.
002950     05 FILLER                     PIC X(01)     VALUE SPACE.
002960     05 WS-ENC-MONEDA              PIC X(03).
002970     05 FILLER                     PIC X(11)
002980            VALUE "  VENTANA: ".
002990     05 WS-ENC-VENTANA             PIC Z9.
003000     05 FILLER                     PIC X(15)
003010            VALUE " DIAS NATURALES".
003020*
003030 01 WS-LINEA-ENC-PERIODO.
003040     05 FILLER                     PIC X(22)
003050            VALUE "MOVIMIENTOS DEL MES: ".
003060     05 WS-ENC-INICIO              PIC 9(08).
003070     05 FILLER                     PIC X(03)     VALUE " A ".
003080     05 WS-ENC-FIN                 PIC 9(08).
003090     05 FILLER                     PIC X(16)
003100            VALUE "  VENTANAS DESDE".
003110     05 FILLER                     PIC X(01)     VALUE SPACE.
003120     05 WS-ENC-DESDE               PIC 9(08).
003130*
003140 01 WS-LINEA-TITULO.
003150     05 FILLER                     PIC X(01)     VALUE SPACE.
003160     05 WS-TIT-TEXTO               PIC X(60).
003170*
003180 01 WS-LINEA-ENC-OPERACION.
003190     05 FILLER                     PIC X(07)     VALUE "CLAVE".
003200     05 FILLER                     PIC X(25)     VALUE "NOMBRE".
003210     05 FILLER                     PIC X(09)     VALUE "FECHA".
003220     05 FILLER                     PIC X(05)     VALUE "SEC".
003230     05 FILLER                     PIC X(02)     VALUE "T".
003240     05 FILLER                     PIC X(14)
003250            VALUE "       IMPORTE".
003260     05 FILLER                     PIC X(04)     VALUE " MON".
003270     05 FILLER                     PIC X(14)
003280            VALUE "     EQUIVALE".
003290*
003300 01 WS-LINEA-DET-OPERACION.
003310     05 WS-DOP-CLAVE               PIC 9(06).
003320     05 FILLER                     PIC X(01)     VALUE SPACE.
003330     05 WS-DOP-NOMBRE              PIC X(24).
003340     05 FILLER                     PIC X(01)     VALUE SPACE.
003350     05 WS-DOP-FECHA               PIC 9(08).
003360     05 FILLER                     PIC X(01)     VALUE SPACE.
003370     05 WS-DOP-SECUENCIA           PIC 9(04).
003380     05 FILLER                     PIC X(01)     VALUE SPACE.
003390     05 WS-DOP-TIPO                PIC X(01).
003400     05 FILLER                     PIC X(01)     VALUE SPACE.
003410     05 WS-DOP-IMPORTE             PIC -(9)9.99.
003420     05 FILLER                     PIC X(01)     VALUE SPACE.
003430     05 WS-DOP-MONEDA              PIC X(03).
003440     05 FILLER                     PIC X(01)     VALUE SPACE.
003450     05 WS-DOP-VALOR               PIC ZZZ,ZZZ,ZZ9.99.
003460*
003470 01 WS-LINEA-ENC-FRACCION.
003480     05 FILLER                     PIC X(07)     VALUE "CLAVE".
003490     05 FILLER                     PIC X(27)     VALUE "NOMBRE".
003500     05 FILLER                     PIC X(09)     VALUE "DESDE".
003510     05 FILLER                     PIC X(09)     VALUE "HASTA".
003520     05 FILLER                     PIC X(04)     VALUE "MOVS".
003530     05 FILLER                     PIC X(18)
003540            VALUE "             TOTAL".
003550*
003560 01 WS-LINEA-DET-FRACCION.
003570     05 WS-DFR-CLAVE               PIC 9(06).
003580     05 FILLER                     PIC X(01)     VALUE SPACE.
003590     05 WS-DFR-NOMBRE              PIC X(26).
003600     05 FILLER                     PIC X(01)     VALUE SPACE.
003610     05 WS-DFR-DESDE               PIC 9(08).
003620     05 FILLER                     PIC X(01)     VALUE SPACE.
003630     05 WS-DFR-HASTA               PIC 9(08).
003640     05 FILLER                     PIC X(01)     VALUE SPACE.
003650     05 WS-DFR-MOVS                PIC ZZZ9.
003660     05 FILLER                     PIC X(01)     VALUE SPACE.
003670     05 WS-DFR-TOTAL               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003680*
003690 01 WS-LINEA-ENC-SIN-TASA.
003700     05 FILLER                     PIC X(07)     VALUE "CLAVE".
003710     05 FILLER                     PIC X(09)     VALUE "FECHA".
003720     05 FILLER                     PIC X(05)     VALUE "SEC".
003730     05 FILLER                     PIC X(14)
003740            VALUE "       IMPORTE".
003750     05 FILLER                     PIC X(05)     VALUE " MON".
003760     05 FILLER                     PIC X(06)     VALUE "MOTIVO".
003770*
003780 01 WS-LINEA-DET-SIN-TASA.
003790     05 WS-DST-CLAVE               PIC 9(06).
003800     05 FILLER                     PIC X(01)     VALUE SPACE.
003810     05 WS-DST-FECHA               PIC 9(08).
003820     05 FILLER                     PIC X(01)     VALUE SPACE.
003830     05 WS-DST-SECUENCIA           PIC 9(04).
003840     05 FILLER                     PIC X(01)     VALUE SPACE.
003850     05 WS-DST-IMPORTE             PIC -(9)9.99.
003860     05 FILLER                     PIC X(01)     VALUE SPACE.
003870     05 WS-DST-MONEDA              PIC X(03).
003880     05 FILLER                     PIC X(02)     VALUE SPACES.
003890     05 WS-DST-MOTIVO              PIC X(30).
003900*
003910 01 WS-LINEA-NINGUNO.
003920     05 FILLER                     PIC X(11)
003930            VALUE "  NINGUNO.".
003940*
003950 01 WS-LINEA-TRL-MOVIMIENTOS.
003960     05 FILLER                     PIC X(11)
003970            VALUE "EVALUADOS: ".
003980     05 WS-TRL-EVALUADOS           PIC ZZZZ9.
003990     05 FILLER                     PIC X(12)
004000            VALUE "  SIN TASA: ".
004010     05 WS-TRL-SIN-TASA            PIC ZZZZ9.
004020     05 FILLER                     PIC X(14)
004030            VALUE "  REVERSADOS: ".
004040     05 WS-TRL-REVERSADOS          PIC ZZZZ9.
004050*
004060 01 WS-LINEA-TRL-ALERTAS.
004070     05 FILLER                     PIC X(14)
004080            VALUE "OPERACIONES: ".
004090     05 WS-TRL-OPERACIONES         PIC ZZZZ9.
004100     05 FILLER                     PIC X(19)
004110            VALUE "  FRACCIONADAS DIA:".
004120     05 WS-TRL-FRACC-DIA           PIC ZZZZ9.
004130     05 FILLER                     PIC X(11)
004140            VALUE "  VENTANA: ".
004150     05 WS-TRL-FRACC-VENTANA       PIC ZZZZ9.
004160*
004170 01 WS-LINEA-TRL-IMPORTE.
004180     05 FILLER                     PIC X(18)
004190            VALUE "IMPORTE REPORTADO:".
004200     05 WS-TRL-IMPORTE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
004210     05 FILLER                     PIC X(01)     VALUE SPACE.
004220     05 WS-TRL-MONEDA              PIC X(03).
004230*
004240 PROCEDURE DIVISION.
004250*
004260******************************************************************
004270* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL REPORTE.    *
004280******************************************************************
004290 0000-MAINLINE.
004300     PERFORM 0300-TOMAR-PARAMETROS THRU
004310         0300-TOMAR-PARAMETROS-EXIT.
004320     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
004330     IF NOT WS-CANCELAR-SI
004340         PERFORM 2000-ACUMULAR-DIAS THRU 2000-ACUMULAR-DIAS-EXIT
004350     END-IF.
004360     IF NOT WS-CANCELAR-SI
004370         PERFORM 1900-ABRIR-SALIDAS THRU 1900-ABRIR-SALIDAS-EXIT
004380         PERFORM 3000-LISTAR-OPERACIONES THRU
004390             3000-LISTAR-OPERACIONES-EXIT
004400         PERFORM 4000-LISTAR-FRACC-DIA THRU
004410             4000-LISTAR-FRACC-DIA-EXIT
004420         PERFORM 5000-LISTAR-FRACC-VENTANA THRU
004430             5000-LISTAR-FRACC-VENTANA-EXIT
004440         PERFORM 6000-LISTAR-SIN-TASA THRU
004450             6000-LISTAR-SIN-TASA-EXIT
004460         PERFORM 8000-TERMINAR-REPORTE THRU
004470             8000-TERMINAR-REPORTE-EXIT
004480     END-IF.
004490     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
004500     DISPLAY "FIN DE REPRELEV.".
004510     STOP RUN.
004520*
004530******************************************************************
004540* 0300-TOMAR-PARAMETROS -- LEE LA LINEA DE COMANDOS (HASTA CUATRO*
004550*                          PARAMETROS EN CUALQUIER ORDEN) Y FIJA *
004560*                          EL PERIODO A REVISAR.                 *
004570******************************************************************
004580 0300-TOMAR-PARAMETROS.
004590     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
004600     MOVE WS-FECHA-HOY(1:6) TO WS-MES-PROCESO.
004610     MOVE SPACES TO WS-PARM-LINEA.
004620     MOVE SPACES TO WS-PARM-TOKENS.
004630     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
004640     UNSTRING WS-PARM-LINEA DELIMITED BY ALL SPACE
004650         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
004660              WS-PARM-TOKEN-3 WS-PARM-TOKEN-4.
004670     MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
004680     PERFORM 0320-EVALUAR-TOKEN THRU 0320-EVALUAR-TOKEN-EXIT.
004690     MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
004700     PERFORM 0320-EVALUAR-TOKEN THRU 0320-EVALUAR-TOKEN-EXIT.
004710     MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
004720     PERFORM 0320-EVALUAR-TOKEN THRU 0320-EVALUAR-TOKEN-EXIT.
004730     MOVE WS-PARM-TOKEN-4 TO WS-PARM-TOKEN.
004740     PERFORM 0320-EVALUAR-TOKEN THRU 0320-EVALUAR-TOKEN-EXIT.
004750     PERFORM 0380-FIJAR-PERIODO THRU 0380-FIJAR-PERIODO-EXIT.
004760 0300-TOMAR-PARAMETROS-EXIT.
004770     EXIT.
004780*
004790******************************************************************
004800* 0320-EVALUAR-TOKEN -- INTERPRETA UN PARAMETRO DE LA LINEA DE   *
004810*                       COMANDOS. UN VALOR QUE NO SE ENTIENDE SE *
004820*                       AVISA EN CONSOLA Y SE QUEDA EL VALOR POR *
004830*                       OMISION.                                 *
004840******************************************************************
004850 0320-EVALUAR-TOKEN.
004860     IF WS-PARM-TOKEN = SPACES
004870         GO TO 0320-EVALUAR-TOKEN-EXIT
004880     END-IF.
004890     IF WS-PARM-TOKEN(1:4) = "MES="
004900         MOVE WS-PARM-TOKEN(5:6) TO WS-PARM-MES-TXT
004910         IF WS-PARM-MES-TXT IS NUMERIC
004920             MOVE WS-PARM-MES-TXT TO WS-MES-PROCESO
004930         ELSE
004940             DISPLAY "REPRELEV: PARAMETRO MES NO SE ENTIENDE; SE "
004950                 "USA EL MES EN CURSO."
004960         END-IF
004970         GO TO 0320-EVALUAR-TOKEN-EXIT
004980     END-IF.
004990     IF WS-PARM-TOKEN(1:7) = "UMBRAL="
005000         PERFORM 0340-TOMAR-UMBRAL THRU 0340-TOMAR-UMBRAL-EXIT
005010         GO TO 0320-EVALUAR-TOKEN-EXIT
005020     END-IF.
005030     IF WS-PARM-TOKEN(1:8) = "VENTANA="
005040         PERFORM 0350-TOMAR-VENTANA THRU 0350-TOMAR-VENTANA-EXIT
005050         GO TO 0320-EVALUAR-TOKEN-EXIT
005060     END-IF.
005070     IF WS-PARM-TOKEN(1:7) = "MONEDA="
005080         IF WS-PARM-TOKEN(8:3) = "USD"
005090            OR WS-PARM-TOKEN(8:3) = "MXN"
005100             MOVE WS-PARM-TOKEN(8:3) TO WS-MONEDA-REPORTE
005110         ELSE
005120             DISPLAY "REPRELEV: MONEDA DE REPORTE "
005130                 WS-PARM-TOKEN(8:3) " NO ADMITIDA; SE USA "
005140                 WS-MONEDA-REPORTE "."
005150         END-IF
005160         GO TO 0320-EVALUAR-TOKEN-EXIT
005170     END-IF.
005180     DISPLAY "REPRELEV: PARAMETRO " WS-PARM-TOKEN
005190         " NO RECONOCIDO; SE IGNORA.".
005200 0320-EVALUAR-TOKEN-EXIT.
005210     EXIT.
005220*
005230******************************************************************
005240* 0340-TOMAR-UMBRAL -- INTERPRETA EL VALOR DEL PARAMETRO UMBRAL= *
005250*                      (DE UNO A NUEVE DIGITOS, SIN DECIMALES).  *
005260******************************************************************
005270 0340-TOMAR-UMBRAL.
005280     MOVE SPACES TO WS-PARM-VALOR.
005290     MOVE 0      TO WS-PARM-LONG.
005300     UNSTRING WS-PARM-TOKEN(8:13) DELIMITED BY SPACE
005310         INTO WS-PARM-VALOR COUNT IN WS-PARM-LONG.
005320     IF WS-PARM-LONG > 0 AND WS-PARM-LONG < 10
005330         IF WS-PARM-VALOR(1:WS-PARM-LONG) IS NUMERIC
005340             MOVE WS-PARM-VALOR(1:WS-PARM-LONG) TO WS-UMBRAL
005350             IF WS-UMBRAL > 0
005360                 GO TO 0340-TOMAR-UMBRAL-EXIT
005370             END-IF
005380             MOVE 7500 TO WS-UMBRAL
005390         END-IF
005400     END-IF.
005410     DISPLAY "REPRELEV: PARAMETRO UMBRAL NO SE ENTIENDE; SE USA "
005420         WS-UMBRAL ".".
005430 0340-TOMAR-UMBRAL-EXIT.
005440     EXIT.
005450*
005460******************************************************************
005470* 0350-TOMAR-VENTANA -- INTERPRETA EL VALOR DEL PARAMETRO        *
005480*                       VENTANA= (DE 2 A 31 DIAS NATURALES).     *
005490******************************************************************
005500 0350-TOMAR-VENTANA.
005510     MOVE SPACES TO WS-PARM-VALOR.
005520     MOVE 0      TO WS-PARM-LONG.
005530     UNSTRING WS-PARM-TOKEN(9:12) DELIMITED BY SPACE
005540         INTO WS-PARM-VALOR COUNT IN WS-PARM-LONG.
005550     IF WS-PARM-LONG > 0 AND WS-PARM-LONG < 3
005560         IF WS-PARM-VALOR(1:WS-PARM-LONG) IS NUMERIC
005570             MOVE WS-PARM-VALOR(1:WS-PARM-LONG) TO WS-DIA-NUMERO
005580             IF WS-DIA-NUMERO > 1 AND WS-DIA-NUMERO < 32
005590                 MOVE WS-DIA-NUMERO TO WS-VENTANA
005600                 GO TO 0350-TOMAR-VENTANA-EXIT
005610             END-IF
005620         END-IF
005630     END-IF.
005640     DISPLAY "REPRELEV: PARAMETRO VENTANA NO SE ENTIENDE; SE "
005650         "USAN " WS-VENTANA " DIAS.".
005660 0350-TOMAR-VENTANA-EXIT.
005670     EXIT.
005680*
005690******************************************************************
005700* 0380-FIJAR-PERIODO -- CALCULA EL PRIMER Y EL ULTIMO DIA DEL MES*
005710*                       Y LA FECHA DESDE LA QUE HAY QUE LEER     *
005720*                       MOVIMIENTOS PARA QUE LAS VENTANAS DE LOS *
005730*                       PRIMEROS DIAS DEL MES ESTEN COMPLETAS.   *
005740******************************************************************
005750 0380-FIJAR-PERIODO.
005760     IF WS-MES-MES < 1 OR WS-MES-MES > 12
005770         DISPLAY "REPRELEV: MES " WS-MES-PROCESO " INVALIDO; SE "
005780             "REPORTA EL MES EN CURSO."
005790         MOVE WS-FECHA-HOY(1:6) TO WS-MES-PROCESO
005800     END-IF.
005810     COMPUTE WS-FECHA-INICIO =
005820         WS-MES-ANIO * 10000 + WS-MES-MES * 100 + 1.
005830     MOVE WS-MES-ANIO TO WS-SIG-ANIO.
005840     COMPUTE WS-SIG-MES = WS-MES-MES + 1.
005850     IF WS-SIG-MES > 12
005860         MOVE 1 TO WS-SIG-MES
005870         ADD 1 TO WS-SIG-ANIO
005880     END-IF.
005890     COMPUTE WS-FECHA-SIG =
005900         WS-SIG-ANIO * 10000 + WS-SIG-MES * 100 + 1.
005910     COMPUTE WS-FECHA-FIN = FUNCTION DATE-OF-INTEGER(
005920         FUNCTION INTEGER-OF-DATE(WS-FECHA-SIG) - 1).
005930     COMPUTE WS-DIA-INICIO =
005940         FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO).
005950     COMPUTE WS-DIA-DESDE = WS-DIA-INICIO - WS-VENTANA + 1.
005960     COMPUTE WS-FECHA-DESDE =
005970         FUNCTION DATE-OF-INTEGER(WS-DIA-DESDE).
005980 0380-FIJAR-PERIODO-EXIT.
005990     EXIT.
006000*
006010******************************************************************
006020* 1000-INICIALIZAR -- ABRE EL MAESTRO PARA LOS NOMBRES, CARGA    *
006030*                     TIPOCAMB Y LOS MOVIMIENTOS DEL PERIODO Y   *
006040*                     DESCARTA LOS MOVIMIENTOS REVERSADOS. SIN   *
006050*                     CLIMOVS, O SI EL PERIODO NO CABE EN LA     *
006060*                     TABLA, SE CANCELA EL REPORTE.              *
006070******************************************************************
006080 1000-INICIALIZAR.
006090     OPEN INPUT CLIENTES-FILE.
006100     IF WS-FS-CLIENTES-OK
006110         MOVE 'S' TO WS-SW-MAESTRO
006120     ELSE
006130         DISPLAY "REPRELEV: NO SE PUDO ABRIR EL MAESTRO DE "
006140             "CLIENTES (ESTADO " WS-FS-CLIENTES "); EL REPORTE "
006150             "SALE SIN NOMBRES."
006160     END-IF.
006170     PERFORM 1100-CARGAR-TASAS THRU 1100-CARGAR-TASAS-EXIT.
006180     OPEN INPUT MOVS-FILE.
006190     IF NOT WS-FS-MOVS-OK
006200         DISPLAY "REPRELEV: NO SE ENCONTRO CLIMOVS (ESTADO "
006210             WS-FS-MOVS "); SE CANCELA EL REPORTE."
006220         MOVE 'S' TO WS-SW-CANCELAR
006230         GO TO 1000-INICIALIZAR-EXIT
006240     END-IF.
006250     PERFORM 1400-LEER-MOVIMIENTO THRU 1400-LEER-MOVIMIENTO-EXIT.
006260     PERFORM 1500-GUARDAR-MOVIMIENTO THRU
006270         1500-GUARDAR-MOVIMIENTO-EXIT
006280         UNTIL WS-EOF-MOVS-SI.
006290     CLOSE MOVS-FILE.
006300     IF WS-CANCELAR-SI
006310         GO TO 1000-INICIALIZAR-EXIT
006320     END-IF.
006330     MOVE 0 TO WS-REV-IDX.
006340     PERFORM 1800-DESCARTAR-REVERSADO THRU
006350         1800-DESCARTAR-REVERSADO-EXIT
006360         UNTIL WS-REV-IDX NOT < WS-REV-TOTAL.
006370 1000-INICIALIZAR-EXIT.
006380     EXIT.
006390*
006400******************************************************************
006410* 1100-CARGAR-TASAS -- CARGA EN LA TABLA DE TRABAJO EL HISTORIAL *
006420*                      COMPLETO DE TIPOCAMB.                     *
006430******************************************************************
006440 1100-CARGAR-TASAS.
006450     OPEN INPUT TASAS-FILE.
006460     IF NOT WS-FS-TASAS-OK
006470         DISPLAY "REPRELEV: NO SE PUDO ABRIR TIPOCAMB (ESTADO "
006480             WS-FS-TASAS "); SOLO SE EVALUAN LOS MOVIMIENTOS "
006490             "EN LA MONEDA DE REPORTE."
006500         GO TO 1100-CARGAR-TASAS-EXIT
006510     END-IF.
006520     PERFORM 1150-LEER-TASA THRU 1150-LEER-TASA-EXIT.
006530     PERFORM 1200-GUARDAR-TASA THRU 1200-GUARDAR-TASA-EXIT
006540         UNTIL WS-EOF-TASAS-SI.
006550     CLOSE TASAS-FILE.
006560 1100-CARGAR-TASAS-EXIT.
006570     EXIT.
006580*
006590******************************************************************
006600* 1150-LEER-TASA -- LEE EL SIGUIENTE RENGLON DE TIPOCAMB.        *
006610******************************************************************
006620 1150-LEER-TASA.
006630     READ TASAS-FILE
006640         AT END
006650             MOVE 'S' TO WS-SW-EOF-TASAS
006660     END-READ.
006670 1150-LEER-TASA-EXIT.
006680     EXIT.
006690*
006700******************************************************************
006710* 1200-GUARDAR-TASA -- PASA EL RENGLON LEIDO A LA TABLA.         *
006720******************************************************************
006730 1200-GUARDAR-TASA.
006740     IF TCA-FECHA NOT NUMERIC OR TCA-TASA NOT NUMERIC
006750         GO TO 1200-GUARDAR-SIGUIENTE
006760     END-IF.
006770     IF WS-TAS-TOTAL NOT < WS-TAS-MAX
006780         DISPLAY "REPRELEV: TIPOCAMB EXCEDE " WS-TAS-MAX
006790             " TASAS; LAS EXCEDENTES SE IGNORAN."
006800         MOVE 'S' TO WS-SW-EOF-TASAS
006810         GO TO 1200-GUARDAR-TASA-EXIT
006820     END-IF.
006830     ADD 1 TO WS-TAS-TOTAL.
006840     MOVE TCA-MONEDA TO TAS-MONEDA(WS-TAS-TOTAL).
006850     MOVE TCA-FECHA  TO TAS-FECHA(WS-TAS-TOTAL).
006860     MOVE TCA-TASA   TO TAS-TASA(WS-TAS-TOTAL).
006870 1200-GUARDAR-SIGUIENTE.
006880     PERFORM 1150-LEER-TASA THRU 1150-LEER-TASA-EXIT.
006890 1200-GUARDAR-TASA-EXIT.
006900     EXIT.
006910*
006920******************************************************************
006930* 1300-BUSCAR-TASA -- BUSCA LA TASA DE WS-MONEDA-BUSCA VIGENTE EN*
006940*                     WS-FECHA-BUSCA: LA DE FECHA MAS RECIENTE   *
006950*                     QUE NO SEA POSTERIOR.                      *
006960******************************************************************
006970 1300-BUSCAR-TASA.
006980     MOVE 'N' TO WS-SW-TAS-HALLADA.
006990     MOVE 0   TO WS-TASA-HALLADA.
007000     MOVE 0   TO WS-FECHA-TASA.
007010     MOVE 0   TO WS-TAS-IDX.
007020     PERFORM 1350-COTEJAR-TASA THRU 1350-COTEJAR-TASA-EXIT
007030         UNTIL WS-TAS-IDX NOT < WS-TAS-TOTAL.
007040 1300-BUSCAR-TASA-EXIT.
007050     EXIT.
007060*
007070******************************************************************
007080* 1350-COTEJAR-TASA -- EVALUA LA SIGUIENTE ENTRADA DE LA TABLA.  *
007090******************************************************************
007100 1350-COTEJAR-TASA.
007110     ADD 1 TO WS-TAS-IDX.
007120     IF TAS-MONEDA(WS-TAS-IDX) = WS-MONEDA-BUSCA
007130        AND TAS-FECHA(WS-TAS-IDX) NOT > WS-FECHA-BUSCA
007140        AND TAS-FECHA(WS-TAS-IDX) NOT < WS-FECHA-TASA
007150        AND TAS-TASA(WS-TAS-IDX) > 0
007160         MOVE 'S' TO WS-SW-TAS-HALLADA
007170         MOVE TAS-FECHA(WS-TAS-IDX) TO WS-FECHA-TASA
007180         MOVE TAS-TASA(WS-TAS-IDX)  TO WS-TASA-HALLADA
007190     END-IF.
007200 1350-COTEJAR-TASA-EXIT.
007210     EXIT.
007220*
007230******************************************************************
007240* 1400-LEER-MOVIMIENTO -- LEE EL SIGUIENTE RENGLON DE CLIMOVS.   *
007250******************************************************************
007260 1400-LEER-MOVIMIENTO.
007270     READ MOVS-FILE NEXT RECORD
007280         AT END
007290             MOVE 'S' TO WS-SW-EOF-MOVS
007300     END-READ.
007310 1400-LEER-MOVIMIENTO-EXIT.
007320     EXIT.
007330*
007340******************************************************************
007350* 1500-GUARDAR-MOVIMIENTO -- GUARDA LA REFERENCIA DE CADA        *
007360*                            REVERSO (DE CUALQUIER FECHA) Y PASA *
007370*                            A LA TABLA, YA CONVERTIDO, CADA     *
007380*                            DEPOSITO O RETIRO DEL PERIODO.      *
007390******************************************************************
007400 1500-GUARDAR-MOVIMIENTO.
007410     ADD 1 TO WS-TOTAL-LEIDOS.
007420     IF MOV-TIPO-REVERSO
007430         PERFORM 1600-GUARDAR-REVERSO THRU
007440             1600-GUARDAR-REVERSO-EXIT
007450         GO TO 1500-GUARDAR-SIGUIENTE
007460     END-IF.
007470     IF MOV-FECHA NOT NUMERIC
007480        OR MOV-FECHA < WS-FECHA-DESDE
007490        OR MOV-FECHA > WS-FECHA-FIN
007500         GO TO 1500-GUARDAR-SIGUIENTE
007510     END-IF.
007520     IF MOV-ORIGEN-AJUSTE
007530        OR MOV-ORIGEN-PRES-INTERES
007540        OR MOV-ORIGEN-PRES-CAPITAL
007545        OR MOV-ORIGEN-PRES-DESEMBOLSO
007550        OR MOV-IMPORTE = 0
007560         GO TO 1500-GUARDAR-SIGUIENTE
007570     END-IF.
007580     IF WS-MOV-TOTAL NOT < WS-MOV-MAX
007590         DISPLAY "REPRELEV: EL PERIODO TIENE MAS DE " WS-MOV-MAX
007600             " MOVIMIENTOS; SE CANCELA EL REPORTE PARA NO "
007610             "ENTREGARLO INCOMPLETO."
007620         MOVE 'S' TO WS-SW-CANCELAR
007630         MOVE 'S' TO WS-SW-EOF-MOVS
007640         GO TO 1500-GUARDAR-MOVIMIENTO-EXIT
007650     END-IF.
007660     PERFORM 1700-CONVERTIR-IMPORTE THRU
007670         1700-CONVERTIR-IMPORTE-EXIT.
007680     ADD 1 TO WS-MOV-TOTAL.
007690     MOVE MOV-CLAVE      TO TBL-MOV-CLAVE(WS-MOV-TOTAL).
007700     MOVE MOV-FECHA      TO TBL-MOV-FECHA(WS-MOV-TOTAL).
007710     MOVE MOV-SECUENCIA  TO TBL-MOV-SECUENCIA(WS-MOV-TOTAL).
007720     MOVE MOV-IMPORTE    TO TBL-MOV-IMPORTE(WS-MOV-TOTAL).
007730     MOVE MOV-MONEDA     TO TBL-MOV-MONEDA(WS-MOV-TOTAL).
007740     MOVE WS-VALOR-REPORTE TO TBL-MOV-VALOR(WS-MOV-TOTAL).
007750     MOVE WS-ESTADO-MOV  TO TBL-MOV-ESTADO(WS-MOV-TOTAL).
007760     IF MOV-TIPO-DEPOSITO OR MOV-TIPO-RETIRO
007770         MOVE MOV-TIPO TO TBL-MOV-TIPO(WS-MOV-TOTAL)
007780     ELSE
007790         IF MOV-IMPORTE < 0
007800             MOVE 'R' TO TBL-MOV-TIPO(WS-MOV-TOTAL)
007810         ELSE
007820             MOVE 'D' TO TBL-MOV-TIPO(WS-MOV-TOTAL)
007830         END-IF
007840     END-IF.
007850 1500-GUARDAR-SIGUIENTE.
007860     PERFORM 1400-LEER-MOVIMIENTO THRU 1400-LEER-MOVIMIENTO-EXIT.
007870 1500-GUARDAR-MOVIMIENTO-EXIT.
007880     EXIT.
007890*
007900******************************************************************
007910* 1600-GUARDAR-REVERSO -- GUARDA CLAVE, FECHA Y SECUENCIA DEL    *
007920*                         MOVIMIENTO QUE ANULA EL REVERSO LEIDO. *
007930******************************************************************
007940 1600-GUARDAR-REVERSO.
007950     IF MOV-REF-FECHA NOT NUMERIC
007960        OR MOV-REF-SECUENCIA NOT NUMERIC
007970         GO TO 1600-GUARDAR-REVERSO-EXIT
007980     END-IF.
007990     IF WS-REV-TOTAL NOT < WS-REV-MAX
008000         DISPLAY "REPRELEV: MAS DE " WS-REV-MAX " REVERSOS EN "
008010             "CLIMOVS; LOS EXCEDENTES NO SE DESCARTAN."
008020         GO TO 1600-GUARDAR-REVERSO-EXIT
008030     END-IF.
008040     ADD 1 TO WS-REV-TOTAL.
008050     MOVE MOV-CLAVE         TO TBL-REV-CLAVE(WS-REV-TOTAL).
008060     MOVE MOV-REF-FECHA     TO TBL-REV-FECHA(WS-REV-TOTAL).
008070     MOVE MOV-REF-SECUENCIA TO TBL-REV-SECUENCIA(WS-REV-TOTAL).
008080 1600-GUARDAR-REVERSO-EXIT.
008090     EXIT.
008100*
008110******************************************************************
008120* 1700-CONVERTIR-IMPORTE -- CONVIERTE EL IMPORTE DEL MOVIMIENTO  *
008130*                           LEIDO A LA MONEDA DE REPORTE, EN     *
008140*                           VALOR ABSOLUTO. PRIMERO A MXN CON LA *
008150*                           TASA DE SU MONEDA Y, SI SE REPORTA EN*
008160*                           USD, DE MXN A USD CON LA TASA DEL    *
008170*                           DOLAR DE LA MISMA FECHA.             *
008180******************************************************************
008190 1700-CONVERTIR-IMPORTE.
008200     MOVE 'E' TO WS-ESTADO-MOV.
008210     MOVE 0   TO WS-VALOR-REPORTE.
008220     MOVE MOV-IMPORTE TO WS-VALOR-MXN.
008230     IF MOV-IMPORTE < 0
008240         COMPUTE WS-VALOR-MXN = 0 - MOV-IMPORTE
008250     END-IF.
008260     IF MOV-MONEDA = WS-MONEDA-REPORTE
008270         MOVE WS-VALOR-MXN TO WS-VALOR-REPORTE
008280         GO TO 1700-CONVERTIR-IMPORTE-EXIT
008290     END-IF.
008300     MOVE MOV-FECHA TO WS-FECHA-BUSCA.
008310     IF MOV-MONEDA NOT = "MXN"
008320         MOVE MOV-MONEDA TO WS-MONEDA-BUSCA
008330         PERFORM 1300-BUSCAR-TASA THRU 1300-BUSCAR-TASA-EXIT
008340         IF NOT WS-TAS-HALLADA-SI
008350             MOVE 'T' TO WS-ESTADO-MOV
008360             GO TO 1700-CONVERTIR-IMPORTE-EXIT
008370         END-IF
008380         COMPUTE WS-VALOR-MXN ROUNDED =
008390             WS-VALOR-MXN * WS-TASA-HALLADA
008400     END-IF.
008410     IF WS-REPORTE-EN-MXN
008420         MOVE WS-VALOR-MXN TO WS-VALOR-REPORTE
008430         GO TO 1700-CONVERTIR-IMPORTE-EXIT
008440     END-IF.
008450     MOVE "USD" TO WS-MONEDA-BUSCA.
008460     PERFORM 1300-BUSCAR-TASA THRU 1300-BUSCAR-TASA-EXIT.
008470     IF NOT WS-TAS-HALLADA-SI
008480         MOVE 'U' TO WS-ESTADO-MOV
008490         GO TO 1700-CONVERTIR-IMPORTE-EXIT
008500     END-IF.
008510     COMPUTE WS-VALOR-REPORTE ROUNDED =
008520         WS-VALOR-MXN / WS-TASA-HALLADA.
008530 1700-CONVERTIR-IMPORTE-EXIT.
008540     EXIT.
008550*
008560******************************************************************
008570* 1800-DESCARTAR-REVERSADO -- MARCA COMO REVERSADO EL MOVIMIENTO *
008580*                             DE LA TABLA AL QUE APUNTA EL       *
008590*                             SIGUIENTE REVERSO GUARDADO.        *
008600******************************************************************
008610 1800-DESCARTAR-REVERSADO.
008620     ADD 1 TO WS-REV-IDX.
008630     MOVE 0 TO WS-MOV-IDX.
008640     PERFORM 1850-COTEJAR-REVERSADO THRU
008650         1850-COTEJAR-REVERSADO-EXIT
008660         UNTIL WS-MOV-IDX NOT < WS-MOV-TOTAL.
008670 1800-DESCARTAR-REVERSADO-EXIT.
008680     EXIT.
008690*
008700******************************************************************
008710* 1850-COTEJAR-REVERSADO -- COMPARA EL REVERSO ACTUAL CONTRA LA  *
008720*                           SIGUIENTE ENTRADA DE LA TABLA.       *
008730******************************************************************
008740 1850-COTEJAR-REVERSADO.
008750     ADD 1 TO WS-MOV-IDX.
008760     IF TBL-MOV-CLAVE(WS-MOV-IDX) = TBL-REV-CLAVE(WS-REV-IDX)
008770        AND TBL-MOV-FECHA(WS-MOV-IDX) = TBL-REV-FECHA(WS-REV-IDX)
008780        AND TBL-MOV-SECUENCIA(WS-MOV-IDX) =
008790            TBL-REV-SECUENCIA(WS-REV-IDX)
008800        AND NOT TBL-MOV-REVERSADO(WS-MOV-IDX)
008810         MOVE 'A' TO TBL-MOV-ESTADO(WS-MOV-IDX)
008820         MOVE WS-MOV-TOTAL TO WS-MOV-IDX
008830     END-IF.
008840 1850-COTEJAR-REVERSADO-EXIT.
008850     EXIT.
008860*
008870******************************************************************
008880* 1900-ABRIR-SALIDAS -- ABRE EL ARCHIVO PARA LA AUTORIDAD Y EL   *
008890*                       REPORTE Y GRABA SUS ENCABEZADOS.         *
008900******************************************************************
008910 1900-ABRIR-SALIDAS.
008920     OPEN OUTPUT RELEV-FILE.
008930     MOVE WS-MES-PROCESO    TO RLE-MES.
008940     MOVE WS-FECHA-INICIO   TO RLE-FECHA-INICIO.
008950     MOVE WS-FECHA-FIN      TO RLE-FECHA-FIN.
008960     MOVE WS-MONEDA-REPORTE TO RLE-MONEDA.
008970     MOVE WS-UMBRAL         TO RLE-UMBRAL.
008980     MOVE WS-VENTANA        TO RLE-VENTANA.
008990     MOVE WS-FECHA-HOY      TO RLE-FECHA-PROCESO.
009000     WRITE LIN-RELEV FROM REG-REL-ENCABEZADO.
009010     OPEN OUTPUT REPORTE-FILE.
009020     MOVE WS-MES-PROCESO    TO WS-ENC-MES.
009030     MOVE WS-FECHA-HOY      TO WS-ENC-FECHA.
009040     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
009050     MOVE WS-UMBRAL         TO WS-ENC-UMBRAL.
009060     MOVE WS-MONEDA-REPORTE TO WS-ENC-MONEDA.
009070     MOVE WS-VENTANA        TO WS-ENC-VENTANA.
009080     WRITE LIN-REPORTE FROM WS-LINEA-ENC-PARAMETROS.
009090     MOVE WS-FECHA-INICIO   TO WS-ENC-INICIO.
009100     MOVE WS-FECHA-FIN      TO WS-ENC-FIN.
009110     MOVE WS-FECHA-DESDE    TO WS-ENC-DESDE.
009120     WRITE LIN-REPORTE FROM WS-LINEA-ENC-PERIODO.
009130 1900-ABRIR-SALIDAS-EXIT.
009140     EXIT.
009150*
009160******************************************************************
009170* 2000-ACUMULAR-DIAS -- ARMA LA TABLA DE TOTALES POR CLIENTE Y   *
009180*                       DIA, ORDENADA POR CLAVE Y FECHA, CON LOS *
009190*                       MOVIMIENTOS CONVERTIDOS Y NO REVERSADOS. *
009200******************************************************************
009210 2000-ACUMULAR-DIAS.
009220     MOVE 0 TO WS-MOV-IDX.
009230     PERFORM 2100-ACUMULAR-MOVIMIENTO THRU
009240         2100-ACUMULAR-MOVIMIENTO-EXIT
009250         UNTIL WS-MOV-IDX NOT < WS-MOV-TOTAL
009260            OR WS-CANCELAR-SI.
009270 2000-ACUMULAR-DIAS-EXIT.
009280     EXIT.
009290*
009300******************************************************************
009310* 2100-ACUMULAR-MOVIMIENTO -- SUMA LA SIGUIENTE ENTRADA DE LA    *
009320*                             TABLA AL TOTAL DE SU CLIENTE Y DIA *
009330*                             Y LLEVA LOS CONTADORES DEL MES.    *
009340******************************************************************
009350 2100-ACUMULAR-MOVIMIENTO.
009360     ADD 1 TO WS-MOV-IDX.
009370     IF TBL-MOV-FECHA(WS-MOV-IDX) NOT < WS-FECHA-INICIO
009380         EVALUATE TRUE
009390             WHEN TBL-MOV-EVALUADO(WS-MOV-IDX)
009400                 ADD 1 TO WS-TOTAL-EVALUADOS
009410             WHEN TBL-MOV-REVERSADO(WS-MOV-IDX)
009420                 ADD 1 TO WS-TOTAL-REVERSADOS
009430             WHEN OTHER
009440                 ADD 1 TO WS-TOTAL-SIN-TASA
009450         END-EVALUATE
009460     END-IF.
009470     IF NOT TBL-MOV-EVALUADO(WS-MOV-IDX)
009480         GO TO 2100-ACUMULAR-MOVIMIENTO-EXIT
009490     END-IF.
009500     PERFORM 2200-UBICAR-DIA THRU 2200-UBICAR-DIA-EXIT.
009510     IF NOT WS-DIA-HALLADO-SI
009520         PERFORM 2300-INSERTAR-DIA THRU 2300-INSERTAR-DIA-EXIT
009530     END-IF.
009540     IF WS-CANCELAR-SI
009550         GO TO 2100-ACUMULAR-MOVIMIENTO-EXIT
009560     END-IF.
009570     ADD 1 TO TBL-DIA-MOVS(WS-DIA-POS).
009580     ADD TBL-MOV-VALOR(WS-MOV-IDX) TO TBL-DIA-TOTAL(WS-DIA-POS).
009590     IF TBL-MOV-VALOR(WS-MOV-IDX) > WS-UMBRAL
009600         MOVE 'S' TO TBL-DIA-SW-GRANDE(WS-DIA-POS)
009610     END-IF.
009620 2100-ACUMULAR-MOVIMIENTO-EXIT.
009630     EXIT.
009640*
009650******************************************************************
009660* 2200-UBICAR-DIA -- BUSCA EN LA TABLA DE DIAS LA PAREJA         *
009670*                    CLIENTE / FECHA DEL MOVIMIENTO ACTUAL. SI   *
009680*                    NO ESTA, WS-DIA-POS QUEDA EN EL LUGAR DONDE *
009690*                    VA.                                         *
009700******************************************************************
009710 2200-UBICAR-DIA.
009720     MOVE 'N' TO WS-SW-DIA-HALLADO.
009730     MOVE 0   TO WS-DIA-POS.
009740     PERFORM 2250-COTEJAR-DIA THRU 2250-COTEJAR-DIA-EXIT
009750         UNTIL WS-DIA-HALLADO-SI
009760            OR WS-DIA-POSICION-SI
009770            OR WS-DIA-POS NOT < WS-DIA-TOTAL.
009780     IF NOT WS-DIA-HALLADO-SI
009790        AND NOT WS-DIA-POSICION-SI
009800         COMPUTE WS-DIA-POS = WS-DIA-TOTAL + 1
009810     END-IF.
009820 2200-UBICAR-DIA-EXIT.
009830     EXIT.
009840*
009850******************************************************************
009860* 2250-COTEJAR-DIA -- COMPARA EL MOVIMIENTO ACTUAL CONTRA LA     *
009870*                     SIGUIENTE ENTRADA DE LA TABLA DE DIAS; AL  *
009880*                     PASAR DE SU CLAVE Y FECHA YA NO HAY QUE    *
009890*                     SEGUIR BUSCANDO.                           *
009900******************************************************************
009910 2250-COTEJAR-DIA.
009920     ADD 1 TO WS-DIA-POS.
009930     IF TBL-DIA-CLAVE(WS-DIA-POS) = TBL-MOV-CLAVE(WS-MOV-IDX)
009940        AND TBL-DIA-FECHA(WS-DIA-POS) = TBL-MOV-FECHA(WS-MOV-IDX)
009950         MOVE 'S' TO WS-SW-DIA-HALLADO
009960         GO TO 2250-COTEJAR-DIA-EXIT
009970     END-IF.
009980     IF TBL-DIA-CLAVE(WS-DIA-POS) > TBL-MOV-CLAVE(WS-MOV-IDX)
009990        OR (TBL-DIA-CLAVE(WS-DIA-POS) = TBL-MOV-CLAVE(WS-MOV-IDX)
010000            AND TBL-DIA-FECHA(WS-DIA-POS) >
010010                TBL-MOV-FECHA(WS-MOV-IDX))
010020         MOVE 'P' TO WS-SW-DIA-HALLADO
010030     END-IF.
010040 2250-COTEJAR-DIA-EXIT.
010050     EXIT.
010060*
010070******************************************************************
010080* 2300-INSERTAR-DIA -- ABRE LUGAR EN WS-DIA-POS RECORRIENDO UNA  *
010090*                      POSICION LAS ENTRADAS SIGUIENTES E INICIA *
010100*                      AHI EL TOTAL DEL CLIENTE Y DIA.           *
010110******************************************************************
010120 2300-INSERTAR-DIA.
010130     IF WS-DIA-TOTAL NOT < WS-DIA-MAX
010140         DISPLAY "REPRELEV: MAS DE " WS-DIA-MAX " DIAS CON "
010150             "MOVIMIENTOS POR CLIENTE EN EL PERIODO; SE CANCELA "
010160             "EL REPORTE PARA NO ENTREGARLO INCOMPLETO."
010170         MOVE 'S' TO WS-SW-CANCELAR
010180         GO TO 2300-INSERTAR-DIA-EXIT
010190     END-IF.
010200     MOVE WS-DIA-TOTAL TO WS-DIA-IDX.
010210     PERFORM 2350-RECORRER-DIA THRU 2350-RECORRER-DIA-EXIT
010220         UNTIL WS-DIA-IDX < WS-DIA-POS.
010230     ADD 1 TO WS-DIA-TOTAL.
010240     MOVE TBL-MOV-CLAVE(WS-MOV-IDX) TO TBL-DIA-CLAVE(WS-DIA-POS).
010250     MOVE TBL-MOV-FECHA(WS-MOV-IDX) TO TBL-DIA-FECHA(WS-DIA-POS).
010260     COMPUTE TBL-DIA-NUMERO(WS-DIA-POS) =
010270         FUNCTION INTEGER-OF-DATE(TBL-MOV-FECHA(WS-MOV-IDX)).
010280     MOVE 0   TO TBL-DIA-MOVS(WS-DIA-POS).
010290     MOVE 0   TO TBL-DIA-TOTAL(WS-DIA-POS).
010300     MOVE 'N' TO TBL-DIA-SW-GRANDE(WS-DIA-POS).
010310 2300-INSERTAR-DIA-EXIT.
010320     EXIT.
010330*
010340******************************************************************
010350* 2350-RECORRER-DIA -- MUEVE UNA POSICION HACIA ABAJO LA ENTRADA *
010360*                      WS-DIA-IDX DE LA TABLA DE DIAS.           *
010370******************************************************************
010380 2350-RECORRER-DIA.
010390     MOVE WS-DIA-ENTRADA(WS-DIA-IDX) TO
010400         WS-DIA-ENTRADA(WS-DIA-IDX + 1).
010410     SUBTRACT 1 FROM WS-DIA-IDX.
010420 2350-RECORRER-DIA-EXIT.
010430     EXIT.
010440*
010450******************************************************************
010460* 3000-LISTAR-OPERACIONES -- LISTA LOS MOVIMIENTOS DEL MES CUYO  *
010470*                            EQUIVALENTE SUPERA EL UMBRAL.       *
010480******************************************************************
010490 3000-LISTAR-OPERACIONES.
010500     MOVE SPACES TO LIN-REPORTE.
010510     WRITE LIN-REPORTE.
010520     MOVE "OPERACIONES QUE SUPERAN EL UMBRAL" TO WS-TIT-TEXTO.
010530     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
010540     WRITE LIN-REPORTE FROM WS-LINEA-ENC-OPERACION.
010550     MOVE 'S' TO WS-SW-SECCION-VACIA.
010560     MOVE 0   TO WS-MOV-IDX.
010570     PERFORM 3100-LISTAR-OPERACION THRU 3100-LISTAR-OPERACION-EXIT
010580         UNTIL WS-MOV-IDX NOT < WS-MOV-TOTAL.
010590     IF WS-SECCION-VACIA-SI
010600         WRITE LIN-REPORTE FROM WS-LINEA-NINGUNO
010610     END-IF.
010620 3000-LISTAR-OPERACIONES-EXIT.
010630     EXIT.
010640*
010650******************************************************************
010660* 3100-LISTAR-OPERACION -- REPORTA LA SIGUIENTE ENTRADA DE LA    *
010670*                          TABLA SI ES DEL MES Y SUPERA EL       *
010680*                          UMBRAL.                               *
010690******************************************************************
010700 3100-LISTAR-OPERACION.
010710     ADD 1 TO WS-MOV-IDX.
010720     IF TBL-MOV-FECHA(WS-MOV-IDX) < WS-FECHA-INICIO
010730        OR NOT TBL-MOV-EVALUADO(WS-MOV-IDX)
010740        OR TBL-MOV-VALOR(WS-MOV-IDX) NOT > WS-UMBRAL
010750         GO TO 3100-LISTAR-OPERACION-EXIT
010760     END-IF.
010770     MOVE 'N' TO WS-SW-SECCION-VACIA.
010780     ADD 1 TO WS-TOTAL-OPERACIONES.
010790     MOVE TBL-MOV-CLAVE(WS-MOV-IDX) TO WS-CLAVE-BUSCA.
010800     PERFORM 7000-BUSCAR-NOMBRE THRU 7000-BUSCAR-NOMBRE-EXIT.
010810     MOVE TBL-MOV-CLAVE(WS-MOV-IDX)     TO WS-DOP-CLAVE.
010820     MOVE WS-NOMBRE-BUSCA               TO WS-DOP-NOMBRE.
010830     MOVE TBL-MOV-FECHA(WS-MOV-IDX)     TO WS-DOP-FECHA.
010840     MOVE TBL-MOV-SECUENCIA(WS-MOV-IDX) TO WS-DOP-SECUENCIA.
010850     MOVE TBL-MOV-TIPO(WS-MOV-IDX)      TO WS-DOP-TIPO.
010860     MOVE TBL-MOV-IMPORTE(WS-MOV-IDX)   TO WS-DOP-IMPORTE.
010870     MOVE TBL-MOV-MONEDA(WS-MOV-IDX)    TO WS-DOP-MONEDA.
010880     MOVE TBL-MOV-VALOR(WS-MOV-IDX)     TO WS-DOP-VALOR.
010890     WRITE LIN-REPORTE FROM WS-LINEA-DET-OPERACION.
010900     MOVE 'O'                           TO RLD-ALERTA.
010910     MOVE TBL-MOV-CLAVE(WS-MOV-IDX)     TO RLD-CLAVE.
010920     MOVE TBL-MOV-FECHA(WS-MOV-IDX)     TO RLD-FECHA-INICIO.
010930     MOVE TBL-MOV-FECHA(WS-MOV-IDX)     TO RLD-FECHA-FIN.
010940     MOVE TBL-MOV-SECUENCIA(WS-MOV-IDX) TO RLD-SECUENCIA.
010950     MOVE TBL-MOV-TIPO(WS-MOV-IDX)      TO RLD-TIPO-MOV.
010960     MOVE 1                             TO RLD-MOVIMIENTOS.
010970     MOVE TBL-MOV-IMPORTE(WS-MOV-IDX)   TO RLD-IMPORTE.
010980     MOVE TBL-MOV-MONEDA(WS-MOV-IDX)    TO RLD-MONEDA.
010990     MOVE TBL-MOV-VALOR(WS-MOV-IDX)     TO RLD-VALOR.
011000     PERFORM 7500-GRABAR-RELEVANTE THRU
011010         7500-GRABAR-RELEVANTE-EXIT.
011020 3100-LISTAR-OPERACION-EXIT.
011030     EXIT.
011040*
011050******************************************************************
011060* 4000-LISTAR-FRACC-DIA -- LISTA LOS CLIENTES QUE EN UN DIA DEL  *
011070*                          MES SUMAN MAS DEL UMBRAL CON          *
011080*                          MOVIMIENTOS QUE NO LO SUPERAN.        *
011090******************************************************************
011100 4000-LISTAR-FRACC-DIA.
011110     MOVE SPACES TO LIN-REPORTE.
011120     WRITE LIN-REPORTE.
011130     MOVE "FRACCIONAMIENTO EN UN DIA (MOVIMIENTOS BAJO EL UMBRAL)"
011140         TO WS-TIT-TEXTO.
011150     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
011160     WRITE LIN-REPORTE FROM WS-LINEA-ENC-FRACCION.
011170     MOVE 'S' TO WS-SW-SECCION-VACIA.
011180     MOVE 0   TO WS-DIA-IDX.
011190     PERFORM 4100-LISTAR-DIA THRU 4100-LISTAR-DIA-EXIT
011200         UNTIL WS-DIA-IDX NOT < WS-DIA-TOTAL.
011210     IF WS-SECCION-VACIA-SI
011220         WRITE LIN-REPORTE FROM WS-LINEA-NINGUNO
011230     END-IF.
011240 4000-LISTAR-FRACC-DIA-EXIT.
011250     EXIT.
011260*
011270******************************************************************
011280* 4100-LISTAR-DIA -- REPORTA EL SIGUIENTE TOTAL DE CLIENTE Y DIA *
011290*                    SI ES DEL MES, SUPERA EL UMBRAL Y NINGUNO   *
011300*                    DE SUS MOVIMIENTOS LO SUPERA POR SI SOLO.   *
011310******************************************************************
011320 4100-LISTAR-DIA.
011330     ADD 1 TO WS-DIA-IDX.
011340     IF TBL-DIA-FECHA(WS-DIA-IDX) < WS-FECHA-INICIO
011350        OR TBL-DIA-TOTAL(WS-DIA-IDX) NOT > WS-UMBRAL
011360        OR TBL-DIA-CON-GRANDE(WS-DIA-IDX)
011370         GO TO 4100-LISTAR-DIA-EXIT
011380     END-IF.
011390     MOVE 'N' TO WS-SW-SECCION-VACIA.
011400     ADD 1 TO WS-TOTAL-FRACC-DIA.
011410     MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO WS-CLAVE-BUSCA.
011420     PERFORM 7000-BUSCAR-NOMBRE THRU 7000-BUSCAR-NOMBRE-EXIT.
011430     MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO WS-DFR-CLAVE.
011440     MOVE WS-NOMBRE-BUSCA           TO WS-DFR-NOMBRE.
011450     MOVE TBL-DIA-FECHA(WS-DIA-IDX) TO WS-DFR-DESDE.
011460     MOVE TBL-DIA-FECHA(WS-DIA-IDX) TO WS-DFR-HASTA.
011470     MOVE TBL-DIA-MOVS(WS-DIA-IDX)  TO WS-DFR-MOVS.
011480     MOVE TBL-DIA-TOTAL(WS-DIA-IDX) TO WS-DFR-TOTAL.
011490     WRITE LIN-REPORTE FROM WS-LINEA-DET-FRACCION.
011500     MOVE 'D'                       TO RLD-ALERTA.
011510     MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO RLD-CLAVE.
011520     MOVE TBL-DIA-FECHA(WS-DIA-IDX) TO RLD-FECHA-INICIO.
011530     MOVE TBL-DIA-FECHA(WS-DIA-IDX) TO RLD-FECHA-FIN.
011540     MOVE 0                         TO RLD-SECUENCIA.
011550     MOVE SPACE                     TO RLD-TIPO-MOV.
011560     MOVE TBL-DIA-MOVS(WS-DIA-IDX)  TO RLD-MOVIMIENTOS.
011570     MOVE 0                         TO RLD-IMPORTE.
011580     MOVE SPACES                    TO RLD-MONEDA.
011590     MOVE TBL-DIA-TOTAL(WS-DIA-IDX) TO RLD-VALOR.
011600     PERFORM 7500-GRABAR-RELEVANTE THRU
011610         7500-GRABAR-RELEVANTE-EXIT.
011620 4100-LISTAR-DIA-EXIT.
011630     EXIT.
011640*
011650******************************************************************
011660* 5000-LISTAR-FRACC-VENTANA -- LISTA LOS CLIENTES QUE EN UNA     *
011670*                              VENTANA MOVIL SUMAN MAS DEL       *
011680*                              UMBRAL SIN QUE NINGUN DIA LO      *
011690*                              SUPERE. LA TABLA DE DIAS VA EN    *
011700*                              ORDEN DE CLAVE Y FECHA, ASI QUE   *
011710*                              CADA DIA DEL MES SE TOMA COMO FIN *
011720*                              DE VENTANA Y SE SUMAN HACIA ATRAS *
011730*                              LOS DIAS DEL MISMO CLIENTE.       *
011740******************************************************************
011750 5000-LISTAR-FRACC-VENTANA.
011760     MOVE SPACES TO LIN-REPORTE.
011770     WRITE LIN-REPORTE.
011780     MOVE SPACES TO WS-TIT-TEXTO.
011790     STRING "FRACCIONAMIENTO EN VENTANA MOVIL DE "
011800                DELIMITED BY SIZE
011810            WS-VENTANA DELIMITED BY SIZE
011820            " DIAS NATURALES" DELIMITED BY SIZE
011830         INTO WS-TIT-TEXTO.
011840     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
011850     WRITE LIN-REPORTE FROM WS-LINEA-ENC-FRACCION.
011860     MOVE 'S' TO WS-SW-SECCION-VACIA.
011870     MOVE 0   TO WS-VEN-CLAVE-ANT.
011880     MOVE 0   TO WS-VEN-ULTIMO-FIN.
011890     MOVE 0   TO WS-DIA-IDX.
011900     PERFORM 5100-EVALUAR-VENTANA THRU 5100-EVALUAR-VENTANA-EXIT
011910         UNTIL WS-DIA-IDX NOT < WS-DIA-TOTAL.
011920     IF WS-SECCION-VACIA-SI
011930         WRITE LIN-REPORTE FROM WS-LINEA-NINGUNO
011940     END-IF.
011950 5000-LISTAR-FRACC-VENTANA-EXIT.
011960     EXIT.
011970*
011980******************************************************************
011990* 5100-EVALUAR-VENTANA -- SUMA LA VENTANA QUE TERMINA EN EL      *
012000*                         SIGUIENTE DIA DE LA TABLA Y LA REPORTA *
012010*                         SI PASA DEL UMBRAL. UNA VENTANA        *
012020*                         REPORTADA NO SE VUELVE A CONTAR: LA    *
012030*                         SIGUIENTE DEL CLIENTE EMPIEZA DESPUES  *
012040*                         DE SU ULTIMO DIA.                      *
012050******************************************************************
012060 5100-EVALUAR-VENTANA.
012070     ADD 1 TO WS-DIA-IDX.
012080     IF TBL-DIA-CLAVE(WS-DIA-IDX) NOT = WS-VEN-CLAVE-ANT
012090         MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO WS-VEN-CLAVE-ANT
012100         MOVE 0 TO WS-VEN-ULTIMO-FIN
012110     END-IF.
012120     IF TBL-DIA-FECHA(WS-DIA-IDX) < WS-FECHA-INICIO
012130         GO TO 5100-EVALUAR-VENTANA-EXIT
012140     END-IF.
012150     COMPUTE WS-VEN-DIA-DESDE =
012160         TBL-DIA-NUMERO(WS-DIA-IDX) - WS-VENTANA + 1.
012170     IF WS-VEN-DIA-DESDE NOT > WS-VEN-ULTIMO-FIN
012180         COMPUTE WS-VEN-DIA-DESDE = WS-VEN-ULTIMO-FIN + 1
012190     END-IF.
012200     MOVE 0   TO WS-VEN-MOVS.
012210     MOVE 0   TO WS-VEN-TOTAL.
012220     MOVE 0   TO WS-VEN-FECHA-DESDE.
012230     MOVE 'N' TO WS-SW-VEN-DESCARTADA.
012240     MOVE 'N' TO WS-SW-VEN-FIN.
012250     MOVE WS-DIA-IDX TO WS-VEN-IDX.
012260     PERFORM 5150-SUMAR-DIA THRU 5150-SUMAR-DIA-EXIT
012270         UNTIL WS-VEN-FIN-SI.
012280     IF WS-VEN-DESCARTADA-SI
012290        OR WS-VEN-TOTAL NOT > WS-UMBRAL
012300         GO TO 5100-EVALUAR-VENTANA-EXIT
012310     END-IF.
012320     MOVE TBL-DIA-NUMERO(WS-DIA-IDX) TO WS-VEN-ULTIMO-FIN.
012330     MOVE 'N' TO WS-SW-SECCION-VACIA.
012340     ADD 1 TO WS-TOTAL-FRACC-VENTANA.
012350     MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO WS-CLAVE-BUSCA.
012360     PERFORM 7000-BUSCAR-NOMBRE THRU 7000-BUSCAR-NOMBRE-EXIT.
012370     MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO WS-DFR-CLAVE.
012380     MOVE WS-NOMBRE-BUSCA           TO WS-DFR-NOMBRE.
012390     MOVE WS-VEN-FECHA-DESDE        TO WS-DFR-DESDE.
012400     MOVE TBL-DIA-FECHA(WS-DIA-IDX) TO WS-DFR-HASTA.
012410     MOVE WS-VEN-MOVS               TO WS-DFR-MOVS.
012420     MOVE WS-VEN-TOTAL              TO WS-DFR-TOTAL.
012430     WRITE LIN-REPORTE FROM WS-LINEA-DET-FRACCION.
012440     MOVE 'V'                       TO RLD-ALERTA.
012450     MOVE TBL-DIA-CLAVE(WS-DIA-IDX) TO RLD-CLAVE.
012460     MOVE WS-VEN-FECHA-DESDE        TO RLD-FECHA-INICIO.
012470     MOVE TBL-DIA-FECHA(WS-DIA-IDX) TO RLD-FECHA-FIN.
012480     MOVE 0                         TO RLD-SECUENCIA.
012490     MOVE SPACE                     TO RLD-TIPO-MOV.
012500     MOVE WS-VEN-MOVS               TO RLD-MOVIMIENTOS.
012510     MOVE 0                         TO RLD-IMPORTE.
012520     MOVE SPACES                    TO RLD-MONEDA.
012530     MOVE WS-VEN-TOTAL              TO RLD-VALOR.
012540     PERFORM 7500-GRABAR-RELEVANTE THRU
012550         7500-GRABAR-RELEVANTE-EXIT.
012560 5100-EVALUAR-VENTANA-EXIT.
012570     EXIT.
012580*
012590******************************************************************
012600* 5150-SUMAR-DIA -- SUMA A LA VENTANA EL DIA WS-VEN-IDX Y        *
012610*                   RETROCEDE UNO; TERMINA AL CAMBIAR DE CLIENTE *
012620*                   O AL SALIR DEL INICIO DE LA VENTANA. UN DIA  *
012630*                   QUE YA SUPERA EL UMBRAL DESCARTA LA VENTANA. *
012640******************************************************************
012650 5150-SUMAR-DIA.
012660     IF WS-VEN-IDX < 1
012670         MOVE 'S' TO WS-SW-VEN-FIN
012680         GO TO 5150-SUMAR-DIA-EXIT
012690     END-IF.
012700     IF TBL-DIA-CLAVE(WS-VEN-IDX) NOT = TBL-DIA-CLAVE(WS-DIA-IDX)
012710        OR TBL-DIA-NUMERO(WS-VEN-IDX) < WS-VEN-DIA-DESDE
012720         MOVE 'S' TO WS-SW-VEN-FIN
012730         GO TO 5150-SUMAR-DIA-EXIT
012740     END-IF.
012750     IF TBL-DIA-CON-GRANDE(WS-VEN-IDX)
012760        OR TBL-DIA-TOTAL(WS-VEN-IDX) > WS-UMBRAL
012770         MOVE 'S' TO WS-SW-VEN-DESCARTADA
012780     END-IF.
012790     ADD TBL-DIA-MOVS(WS-VEN-IDX)  TO WS-VEN-MOVS.
012800     ADD TBL-DIA-TOTAL(WS-VEN-IDX) TO WS-VEN-TOTAL.
012810     MOVE TBL-DIA-FECHA(WS-VEN-IDX) TO WS-VEN-FECHA-DESDE.
012820     SUBTRACT 1 FROM WS-VEN-IDX.
012830 5150-SUMAR-DIA-EXIT.
012840     EXIT.
012850*
012860******************************************************************
012870* 6000-LISTAR-SIN-TASA -- LISTA LOS MOVIMIENTOS DEL MES QUE NO SE*
012880*                         PUDIERON CONVERTIR POR FALTA DE TASA,  *
012890*                         PARA QUE CUMPLIMIENTO LOS REVISE A     *
012900*                         MANO.                                  *
012910******************************************************************
012920 6000-LISTAR-SIN-TASA.
012930     MOVE SPACES TO LIN-REPORTE.
012940     WRITE LIN-REPORTE.
012950     MOVE "MOVIMIENTOS SIN TASA DE CAMBIO (NO EVALUADOS)"
012960         TO WS-TIT-TEXTO.
012970     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
012980     WRITE LIN-REPORTE FROM WS-LINEA-ENC-SIN-TASA.
012990     MOVE 'S' TO WS-SW-SECCION-VACIA.
013000     MOVE 0   TO WS-MOV-IDX.
013010     PERFORM 6100-LISTAR-SIN-TASA THRU 6100-LISTAR-SIN-TASA-EXIT
013020         UNTIL WS-MOV-IDX NOT < WS-MOV-TOTAL.
013030     IF WS-SECCION-VACIA-SI
013040         WRITE LIN-REPORTE FROM WS-LINEA-NINGUNO
013050     END-IF.
013060 6000-LISTAR-SIN-TASA-EXIT.
013070     EXIT.
013080*
013090******************************************************************
013100* 6100-LISTAR-SIN-TASA -- IMPRIME LA SIGUIENTE ENTRADA DE LA     *
013110*                         TABLA SI ES DEL MES Y QUEDO SIN TASA.  *
013120******************************************************************
013130 6100-LISTAR-SIN-TASA.
013140     ADD 1 TO WS-MOV-IDX.
013150     IF TBL-MOV-FECHA(WS-MOV-IDX) < WS-FECHA-INICIO
013160         GO TO 6100-LISTAR-SIN-TASA-EXIT
013170     END-IF.
013180     IF NOT TBL-MOV-SIN-TASA(WS-MOV-IDX)
013190        AND NOT TBL-MOV-SIN-TASA-USD(WS-MOV-IDX)
013200         GO TO 6100-LISTAR-SIN-TASA-EXIT
013210     END-IF.
013220     MOVE 'N' TO WS-SW-SECCION-VACIA.
013230     MOVE TBL-MOV-CLAVE(WS-MOV-IDX)     TO WS-DST-CLAVE.
013240     MOVE TBL-MOV-FECHA(WS-MOV-IDX)     TO WS-DST-FECHA.
013250     MOVE TBL-MOV-SECUENCIA(WS-MOV-IDX) TO WS-DST-SECUENCIA.
013260     MOVE TBL-MOV-IMPORTE(WS-MOV-IDX)   TO WS-DST-IMPORTE.
013270     MOVE TBL-MOV-MONEDA(WS-MOV-IDX)    TO WS-DST-MONEDA.
013280     IF TBL-MOV-SIN-TASA(WS-MOV-IDX)
013290         MOVE "SIN TASA DE SU MONEDA"   TO WS-DST-MOTIVO
013300     ELSE
013310         MOVE "SIN TASA DEL USD"        TO WS-DST-MOTIVO
013320     END-IF.
013330     WRITE LIN-REPORTE FROM WS-LINEA-DET-SIN-TASA.
013340 6100-LISTAR-SIN-TASA-EXIT.
013350     EXIT.
013360*
013370******************************************************************
013380* 7000-BUSCAR-NOMBRE -- TRAE DEL MAESTRO EL NOMBRE DEL CLIENTE   *
013390*                       WS-CLAVE-BUSCA.                          *
013400******************************************************************
013410 7000-BUSCAR-NOMBRE.
013420     IF NOT WS-MAESTRO-ABIERTO
013430         MOVE "(MAESTRO NO DISPONIBLE)" TO WS-NOMBRE-BUSCA
013440         GO TO 7000-BUSCAR-NOMBRE-EXIT
013450     END-IF.
013460     MOVE WS-CLAVE-BUSCA TO CLI-CLAVE.
013470     READ CLIENTES-FILE
013480         INVALID KEY
013490             MOVE "(NO ESTA EN EL MAESTRO)" TO WS-NOMBRE-BUSCA
013500         NOT INVALID KEY
013510             MOVE CLI-NOMBRE TO WS-NOMBRE-BUSCA
013520     END-READ.
013530 7000-BUSCAR-NOMBRE-EXIT.
013540     EXIT.
013550*
013560******************************************************************
013570* 7500-GRABAR-RELEVANTE -- GRABA EN EL ARCHIVO PARA LA AUTORIDAD *
013580*                          EL DETALLE YA ARMADO Y LO SUMA A LOS  *
013590*                          TOTALES DE CONTROL.                   *
013600******************************************************************
013610 7500-GRABAR-RELEVANTE.
013620     MOVE WS-NOMBRE-BUSCA   TO RLD-NOMBRE.
013630     MOVE WS-MONEDA-REPORTE TO RLD-MONEDA-REPORTE.
013640     WRITE LIN-RELEV FROM REG-REL-DETALLE.
013650     ADD 1 TO WS-TOTAL-REGISTROS.
013660     ADD RLD-VALOR TO WS-TOTAL-IMPORTE.
013670 7500-GRABAR-RELEVANTE-EXIT.
013680     EXIT.
013690*
013700******************************************************************
013710* 8000-TERMINAR-REPORTE -- GRABA EL TRAILER DE CONTROL DEL       *
013720*                          ARCHIVO Y LOS TOTALES DEL REPORTE.    *
013730******************************************************************
013740 8000-TERMINAR-REPORTE.
013750     MOVE WS-TOTAL-REGISTROS     TO RLT-REGISTROS.
013760     MOVE WS-TOTAL-OPERACIONES   TO RLT-OPERACIONES.
013770     MOVE WS-TOTAL-FRACC-DIA     TO RLT-FRACC-DIA.
013780     MOVE WS-TOTAL-FRACC-VENTANA TO RLT-FRACC-VENTANA.
013790     MOVE WS-TOTAL-IMPORTE       TO RLT-IMPORTE.
013800     WRITE LIN-RELEV FROM REG-REL-TRAILER.
013810     MOVE SPACES TO LIN-REPORTE.
013820     WRITE LIN-REPORTE.
013830     MOVE WS-TOTAL-EVALUADOS     TO WS-TRL-EVALUADOS.
013840     MOVE WS-TOTAL-SIN-TASA      TO WS-TRL-SIN-TASA.
013850     MOVE WS-TOTAL-REVERSADOS    TO WS-TRL-REVERSADOS.
013860     WRITE LIN-REPORTE FROM WS-LINEA-TRL-MOVIMIENTOS.
013870     MOVE WS-TOTAL-OPERACIONES   TO WS-TRL-OPERACIONES.
013880     MOVE WS-TOTAL-FRACC-DIA     TO WS-TRL-FRACC-DIA.
013890     MOVE WS-TOTAL-FRACC-VENTANA TO WS-TRL-FRACC-VENTANA.
013900     WRITE LIN-REPORTE FROM WS-LINEA-TRL-ALERTAS.
013910     MOVE WS-TOTAL-IMPORTE       TO WS-TRL-IMPORTE.
013920     MOVE WS-MONEDA-REPORTE      TO WS-TRL-MONEDA.
013930     WRITE LIN-REPORTE FROM WS-LINEA-TRL-IMPORTE.
013940     CLOSE RELEV-FILE.
013950     CLOSE REPORTE-FILE.
013960     DISPLAY "REPRELEV: MES " WS-MES-PROCESO " EVALUADOS "
013970         WS-TOTAL-EVALUADOS " OPERACIONES " WS-TOTAL-OPERACIONES
013980         " FRACCIONADAS " WS-TOTAL-FRACC-DIA "/"
013990         WS-TOTAL-FRACC-VENTANA ".".
014000     IF WS-TOTAL-SIN-TASA > 0
014010         DISPLAY "REPRELEV: " WS-TOTAL-SIN-TASA
014020             " MOVIMIENTO(S) SIN TASA DE CAMBIO; VER "
014030             "REPRELEV.TXT."
014040     END-IF.
014050 8000-TERMINAR-REPORTE-EXIT.
014060     EXIT.
014070*
014080******************************************************************
014090* 9999-FINALIZAR -- CIERRA EL MAESTRO SI QUEDO ABIERTO.          *
014100******************************************************************
014110 9999-FINALIZAR.
014120     IF WS-MAESTRO-ABIERTO
014130         CLOSE CLIENTES-FILE
014140     END-IF.
014150 9999-FINALIZAR-EXIT.
014160     EXIT.
