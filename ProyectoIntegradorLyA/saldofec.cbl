000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SALDOFEC.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    SALDOFEC                                                    *
000110*                                                                *
000120*    SALDO DE UN CLIENTE A UNA FECHA. POR CADA CLAVE Y FECHA     *
000130*    CAPTURADAS TOMA DE SALDHIST LA FOTO MAS RECIENTE DEL        *
000140*    CLIENTE CON CORTE NO POSTERIOR A LA FECHA (SOLO DE LOTES    *
000150*    COMPLETOS, DE FIN DE MES, DE ARCHIVO O DE FUSION) Y LE      *
000160*    SUMA LOS MOVIMIENTOS DE CLIMOVS POSTERIORES AL CORTE Y      *
000170*    HASTA LA FECHA, QUE SE LISTAN UNO POR UNO COMO LA           *
000180*    DIFERENCIA ENTRE LA FOTO Y EL SALDO. SIN FOTO ANTERIOR SE   *
000190*    PARTE DE CERO Y SE LISTAN TODOS LOS MOVIMIENTOS HASTA LA    *
000191*    FECHA.                                                      *
000200*                                                                *
000210*    UN CLIENTE QUE YA NO ESTA EN EL MAESTRO PORQUE ARCHCLI LO   *
000220*    ARCHIVO SE CONTESTA CON LA FOTO QUE DEJO LA PURGA; EL       *
000230*    NOMBRE SALE ENTONCES DE SALDHIST. EL RESULTADO SE MUESTRA   *
000240*    EN PANTALLA Y SE AGREGA A SALDOFEC.TXT.                     *
000250*                                                                *
000260******************************************************************
000270*    HISTORIAL DE MODIFICACIONES                                 *
000280*    FECHA       AUTOR   DESCRIPCION                             *
000290*    ----------  ------  -------------------------------------   *
000300*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000301*    10/15/2026  HNK     EL REVERSO YA ENVIADO AL MAYOR ('X') SE *
000302*                        LISTA COMO REVERSO ('V').               *
000303*    10/15/2026  HNK     SALDOFEC.TXT SE ABRE EN EXTEND PARA     *
000304*                        CONSERVAR LAS CONSULTAS ANTERIORES.     *
000305*    10/15/2026  HNK     LA FOTO QUE DEJA UNA FUSION DE APROBCLI *
000306*                        SE IDENTIFICA EN EL REPORTE, Y LA CLAVE *
000307*                        ABSORBIDA SALE COMO FUSIONADA.          *
000308******************************************************************
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. HP.
000360 OBJECT-COMPUTER. HP.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CLI-CLAVE
000430         ALTERNATE RECORD KEY IS CLI-NOMBRE
000440             WITH DUPLICATES
000450         FILE STATUS IS WS-FS-CLIENTES.
000460     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MOV-LLAVE
000500         FILE STATUS IS WS-FS-MOVS.
000510     SELECT SALHIS-FILE ASSIGN TO "SALDHIST"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-SALHIS.
000540     SELECT REPORTE-FILE ASSIGN TO "SALDOFEC.TXT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-REPORTE.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CLIENTES-FILE.
000610     COPY CLIENTE.
000620 FD  MOVS-FILE.
000630     COPY MOVCLI.
000640 FD  SALHIS-FILE.
000650     COPY SALHIS.
000660 FD  REPORTE-FILE.
000670 01  LIN-REPORTE                   PIC X(80).
000680*
000690 WORKING-STORAGE SECTION.
000700*
000710 01 WS-SWITCHES.
000720     05 WS-SW-SALIR                PIC X(01)     VALUE 'N'.
000730         88 WS-SALIR-SI                          VALUE 'S'.
000740     05 WS-SW-ENCONTRADO           PIC X(01)     VALUE 'N'.
000750         88 WS-ENCONTRADO-SI                     VALUE 'S'.
000760     05 WS-SW-CON-FOTO             PIC X(01)     VALUE 'N'.
000770         88 WS-CON-FOTO-SI                       VALUE 'S'.
000780     05 WS-SW-SIN-MOVS             PIC X(01)     VALUE 'N'.
000790         88 WS-SIN-MOVS-SI                       VALUE 'S'.
000800     05 WS-SW-LOTE-ABIERTO         PIC X(01)     VALUE 'N'.
000810         88 WS-LOTE-ABIERTO-SI                   VALUE 'S'.
000820     05 WS-SW-SAL-HALLADA          PIC X(01)     VALUE 'N'.
000830         88 WS-SAL-HALLADA-SI                    VALUE 'S'.
000840     05 WS-SW-ABIERTOS             PIC X(01)     VALUE 'N'.
000850         88 WS-ABIERTOS-SI                       VALUE 'S'.
000860*
000870 01 WS-ARCHIVOS.
000880     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
000890         88 WS-FS-CLIENTES-OK                    VALUE '00'.
000900     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000910         88 WS-FS-MOVS-OK                        VALUE '00'.
000920     05 WS-FS-SALHIS               PIC X(02)     VALUE '00'.
000930         88 WS-FS-SALHIS-OK                      VALUE '00'.
000940     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000941         88 WS-FS-REPORTE-OK                     VALUE '00'.
000950     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000960         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000970     05 WS-SW-EOF-SALHIS           PIC X(01)     VALUE 'N'.
000980         88 WS-EOF-SALHIS-SI                     VALUE 'S'.
000990*
001000 01 WS-CLAVE-ALFA                  PIC X(06).
001010 01 WS-CLAVE                       PIC 9(06)     VALUE 0.
001020 01 WS-FECHA-ALFA                  PIC X(08).
001030 01 WS-FECHA-CONSULTA              PIC 9(08)     VALUE 0.
001040 01 WS-DIA-ENTERO                  PIC 9(07)     VALUE 0.
001050 01 WS-FECHA-DESDE                 PIC 9(08)     VALUE 0.
001060 01 WS-MONEDA-BUSCA                PIC X(03)     VALUE SPACES.
001070 01 WS-NOMBRE                      PIC X(34)     VALUE SPACES.
001080*
001090 01 WS-FOTO-BASE.
001100     05 WS-CORTE-BASE              PIC 9(08)     VALUE 0.
001110     05 WS-ORIGEN-BASE             PIC X(01)     VALUE SPACE.
001120         88 WS-ORIGEN-BASE-MENSUAL               VALUE 'M'.
001130         88 WS-ORIGEN-BASE-ARCHIVO               VALUE 'A'.
001131         88 WS-ORIGEN-BASE-FUSION                VALUE 'F'.
001140*
001150 01 WS-TABLA-LOTES.
001160     05 WS-LOT-MAX                 PIC 9(04)     VALUE 3000.
001170     05 WS-LOT-TOTAL               PIC 9(04)     VALUE 0.
001180     05 WS-LOT-ACTUAL              PIC 9(04)     VALUE 0.
001190     05 WS-LOT-RENGLONES           PIC 9(07)     VALUE 0.
001200     05 WS-LOT-ENTRADA OCCURS 3000 TIMES.
001210         10 LOT-COMPLETO           PIC X(01).
001220*
001230 01 WS-TABLA-SALDOS.
001240     05 WS-SAL-MAX                 PIC 9(02)     VALUE 10.
001250     05 WS-SAL-TOTAL               PIC 9(02)     VALUE 0.
001260     05 WS-SAL-IDX                 PIC 9(02)     VALUE 0.
001270     05 WS-SAL-ENTRADA OCCURS 10 TIMES.
001280         10 SAL-MONEDA             PIC X(03).
001290         10 SAL-FOTO               PIC S9(11)V99.
001300         10 SAL-MOVS               PIC 9(05).
001310         10 SAL-IMPORTE-MOVS       PIC S9(11)V99.
001320*
001330 01 WS-TOTAL-MOVS                  PIC 9(05)     VALUE 0.
001340 01 WS-SALDO-FECHA                 PIC S9(11)V99 VALUE 0.
001350*
001360 01 WS-LINEA-TITULO.
001370     05 FILLER                     PIC X(18)
001380            VALUE "SALDO DEL CLIENTE ".
001390     05 WS-TIT-CLAVE               PIC 9(06).
001400     05 FILLER                     PIC X(04)     VALUE " AL ".
001410     05 WS-TIT-FECHA               PIC 9(08).
001420*
001430 01 WS-LINEA-NOMBRE.
001440     05 FILLER                     PIC X(12)
001450            VALUE "NOMBRE....: ".
001460     05 WS-EST-NOMBRE              PIC X(34).
001470*
001480 01 WS-LINEA-ESTADO.
001490     05 FILLER                     PIC X(12)
001500            VALUE "ESTADO....: ".
001510     05 WS-EST-ESTADO              PIC X(40).
001520*
001530 01 WS-LINEA-FOTO.
001540     05 FILLER                     PIC X(12)
001550            VALUE "FOTO BASE.: ".
001560     05 WS-EST-CORTE               PIC 9(08).
001570     05 FILLER                     PIC X(01)     VALUE SPACE.
001580     05 WS-EST-ORIGEN              PIC X(20).
001590*
001600 01 WS-LINEA-SIN-FOTO.
001610     05 FILLER                     PIC X(40)
001620            VALUE "FOTO BASE.: NINGUNA; SE PARTE DE CERO.".
001630*
001640 01 WS-LINEA-ENC-MOVS.
001650     05 FILLER                     PIC X(42)
001660            VALUE "MOVIMIENTOS POSTERIORES A LA FOTO HASTA EL".
001670     05 FILLER                     PIC X(01)     VALUE SPACE.
001680     05 WS-ENC-MOV-FECHA           PIC 9(08).
001690*
001700 01 WS-LINEA-COL-MOVS.
001710     05 FILLER                     PIC X(10)     VALUE "FECHA".
001720     05 FILLER                     PIC X(05)     VALUE " SEC".
001730     05 FILLER                     PIC X(05)     VALUE " TIPO".
001740     05 FILLER                     PIC X(03)     VALUE " O".
001750     05 FILLER                     PIC X(04)     VALUE " MON".
001760     05 FILLER                     PIC X(13)
001770            VALUE "      IMPORTE".
001780*
001790 01 WS-LINEA-DET-MOV.
001800     05 WS-MOV-DET-FECHA           PIC 9(08).
001810     05 FILLER                     PIC X(02)     VALUE SPACES.
001820     05 WS-MOV-DET-SEC             PIC 9(04).
001830     05 FILLER                     PIC X(03)     VALUE SPACES.
001840     05 WS-MOV-DET-TIPO            PIC X(01).
001850     05 FILLER                     PIC X(03)     VALUE SPACES.
001860     05 WS-MOV-DET-ORIGEN          PIC X(01).
001870     05 FILLER                     PIC X(02)     VALUE SPACES.
001880     05 WS-MOV-DET-MONEDA          PIC X(03).
001890     05 WS-MOV-DET-IMPORTE         PIC -Z(8)9.99.
001900*
001910 01 WS-LINEA-SIN-MOVS.
001920     05 FILLER                     PIC X(40)
001930            VALUE "SIN MOVIMIENTOS EN EL PERIODO.".
001940*
001950 01 WS-LINEA-SIN-CLIMOVS.
001960     05 FILLER                     PIC X(50)
001970            VALUE "SIN CLIMOVS; SOLO SE MUESTRA LA FOTO BASE.".
001980*
001990 01 WS-LINEA-TRL-MOVS.
002000     05 FILLER                     PIC X(22)
002010            VALUE "MOVIMIENTOS LISTADOS: ".
002020     05 WS-TRL-MOVS                PIC ZZZZ9.
002030*
002040 01 WS-LINEA-ENC-SALDOS.
002050     05 FILLER                     PIC X(04)     VALUE "MON".
002060     05 FILLER                     PIC X(15)
002070            VALUE "     SALDO FOTO".
002080     05 FILLER                     PIC X(07)     VALUE "   MOVS".
002090     05 FILLER                     PIC X(15)
002100            VALUE "  IMPORTE MOVS".
002110     05 FILLER                     PIC X(17)
002120            VALUE "  SALDO A FECHA".
002130*
002140 01 WS-LINEA-DET-SALDO.
002150     05 WS-SDO-MONEDA              PIC X(03).
002160     05 FILLER                     PIC X(01)     VALUE SPACE.
002170     05 WS-SDO-FOTO                PIC -(10)9.99.
002180     05 FILLER                     PIC X(02)     VALUE SPACES.
002190     05 WS-SDO-MOVS                PIC ZZZZ9.
002200     05 FILLER                     PIC X(01)     VALUE SPACE.
002210     05 WS-SDO-IMPORTE-MOVS        PIC -(10)9.99.
002220     05 FILLER                     PIC X(01)     VALUE SPACE.
002230     05 WS-SDO-SALDO               PIC -(10)9.99.
002240*
002250 PROCEDURE DIVISION.
002260*
002270******************************************************************
002280* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.   *
002290******************************************************************
002300 0000-MAINLINE.
002310     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002320     IF NOT WS-SALIR-SI
002330         PERFORM 2000-CONSULTAR THRU 2000-CONSULTAR-EXIT
002340             UNTIL WS-SALIR-SI
002350     END-IF.
002360     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002370     STOP RUN.
002380*
002390******************************************************************
002400* 1000-INICIALIZAR -- ABRE EL MAESTRO, LOS MOVIMIENTOS Y EL      *
002410*                     ARCHIVO DE RESULTADOS. SIN MAESTRO NO HAY  *
002420*                     NADA QUE CONSULTAR; SIN CLIMOVS SOLO SE    *
002430*                     PUEDEN MOSTRAR LAS FOTOS.                  *
002440******************************************************************
002450 1000-INICIALIZAR.
002460     DISPLAY "**********************************".
002470     DISPLAY "*** SALDOFEC - SALDO DEL       ***".
002480     DISPLAY "*** CLIENTE A UNA FECHA        ***".
002490     DISPLAY "**********************************".
002500     OPEN INPUT CLIENTES-FILE.
002510     IF NOT WS-FS-CLIENTES-OK
002520         DISPLAY "SALDOFEC: NO SE ENCONTRO EL MAESTRO DE "
002530             "CLIENTES (ESTADO " WS-FS-CLIENTES "); NO HAY "
002540             "NADA QUE CONSULTAR."
002550         MOVE 'S' TO WS-SW-SALIR
002560         GO TO 1000-INICIALIZAR-EXIT
002570     END-IF.
002580     OPEN INPUT MOVS-FILE.
002590     IF NOT WS-FS-MOVS-OK
002600         DISPLAY "SALDOFEC: NO SE PUDO ABRIR CLIMOVS (ESTADO "
002610             WS-FS-MOVS "); SOLO SE MOSTRARAN LAS FOTOS DE "
002620             "SALDHIST."
002630         MOVE 'S' TO WS-SW-SIN-MOVS
002640     END-IF.
002650     OPEN EXTEND REPORTE-FILE.
002651     IF NOT WS-FS-REPORTE-OK
002652         OPEN OUTPUT REPORTE-FILE
002653         CLOSE REPORTE-FILE
002654         OPEN EXTEND REPORTE-FILE
002655     END-IF.
002660     MOVE 'S' TO WS-SW-ABIERTOS.
002670 1000-INICIALIZAR-EXIT.
002680     EXIT.
002690*
002700******************************************************************
002710* 2000-CONSULTAR -- PIDE UNA CLAVE Y UNA FECHA Y ARMA EL SALDO   *
002720*                   DEL CLIENTE A ESA FECHA. CLAVE EN BLANCO     *
002730*                   TERMINA EL PROGRAMA; FECHA EN BLANCO ES HOY. *
002740******************************************************************
002750 2000-CONSULTAR.
002760     DISPLAY "CLAVE DE CLIENTE (BLANCO = SALIR):"
002770         WITH NO ADVANCING.
002780     MOVE SPACES TO WS-CLAVE-ALFA.
002790     ACCEPT WS-CLAVE-ALFA.
002800     IF WS-CLAVE-ALFA = SPACES
002810         MOVE 'S' TO WS-SW-SALIR
002820         GO TO 2000-CONSULTAR-EXIT
002830     END-IF.
002840     IF WS-CLAVE-ALFA NOT NUMERIC
002850         DISPLAY "LA CLAVE DEBE SER NUMERICA DE SEIS DIGITOS."
002860         GO TO 2000-CONSULTAR-EXIT
002870     END-IF.
002880     MOVE WS-CLAVE-ALFA TO WS-CLAVE.
002890     PERFORM 2100-CAPTURAR-FECHA THRU 2100-CAPTURAR-FECHA-EXIT.
002900     IF WS-FECHA-CONSULTA = 0
002910         GO TO 2000-CONSULTAR-EXIT
002920     END-IF.
002930     MOVE 'N'    TO WS-SW-ENCONTRADO.
002940     MOVE SPACES TO WS-NOMBRE.
002950     MOVE WS-CLAVE TO CLI-CLAVE.
002960     READ CLIENTES-FILE
002970         INVALID KEY
002980             CONTINUE
002990         NOT INVALID KEY
003000             MOVE 'S'        TO WS-SW-ENCONTRADO
003010             MOVE CLI-NOMBRE TO WS-NOMBRE
003020     END-READ.
003030     PERFORM 4000-UBICAR-FOTO THRU 4000-UBICAR-FOTO-EXIT.
003040     IF NOT WS-ENCONTRADO-SI AND NOT WS-CON-FOTO-SI
003050         DISPLAY "NO EXISTE UN CLIENTE CON CLAVE " WS-CLAVE
003060             " NI EN EL MAESTRO NI EN SALDHIST."
003070         GO TO 2000-CONSULTAR-EXIT
003080     END-IF.
003090     IF WS-ENCONTRADO-SI
003100         MOVE CLI-MONEDA TO WS-MONEDA-BUSCA
003110         PERFORM 2800-UBICAR-SALDO THRU 2800-UBICAR-SALDO-EXIT
003120     END-IF.
003130     PERFORM 3000-GRABAR-SALDO THRU 3000-GRABAR-SALDO-EXIT.
003140     DISPLAY "SALDO DEL CLIENTE " WS-CLAVE " AL "
003150         WS-FECHA-CONSULTA " AGREGADO A SALDOFEC.TXT.".
003160 2000-CONSULTAR-EXIT.
003170     EXIT.
003180*
003190******************************************************************
003200* 2100-CAPTURAR-FECHA -- CAPTURA Y VALIDA LA FECHA AAAAMMDD      *
003210*                        DE LA CONSULTA; EN BLANCO TOMA LA DE    *
003220*                        HOY. SI NO SIRVE LA DEJA EN CERO.       *
003230******************************************************************
003240 2100-CAPTURAR-FECHA.
003250     MOVE 0 TO WS-FECHA-CONSULTA.
003260     DISPLAY "FECHA DEL SALDO AAAAMMDD (BLANCO = HOY):"
003270         WITH NO ADVANCING.
003280     MOVE SPACES TO WS-FECHA-ALFA.
003290     ACCEPT WS-FECHA-ALFA.
003300     IF WS-FECHA-ALFA = SPACES
003310         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-CONSULTA
003320         GO TO 2100-CAPTURAR-FECHA-EXIT
003330     END-IF.
003340     IF WS-FECHA-ALFA NOT NUMERIC
003350         DISPLAY "LA FECHA DEBE SER NUMERICA (AAAAMMDD)."
003360         GO TO 2100-CAPTURAR-FECHA-EXIT
003370     END-IF.
003380     MOVE WS-FECHA-ALFA TO WS-FECHA-CONSULTA.
003390     COMPUTE WS-DIA-ENTERO =
003400         FUNCTION INTEGER-OF-DATE(WS-FECHA-CONSULTA).
003410     IF WS-DIA-ENTERO = 0
003420         DISPLAY "LA FECHA " WS-FECHA-CONSULTA " NO ES UNA FECHA "
003430             "VALIDA."
003440         MOVE 0 TO WS-FECHA-CONSULTA
003450     END-IF.
003460 2100-CAPTURAR-FECHA-EXIT.
003470     EXIT.
003480*
003490******************************************************************
003500* 2800-UBICAR-SALDO -- UBICA WS-MONEDA-BUSCA EN LOS SALDOS DE LA *
003510*                      CONSULTA; SI NO ESTA Y CABE, LA AGREGA EN *
003520*                      CERO.                                     *
003530******************************************************************
003540 2800-UBICAR-SALDO.
003550     MOVE 'N' TO WS-SW-SAL-HALLADA.
003560     MOVE 0   TO WS-SAL-IDX.
003570     PERFORM 2850-COTEJAR-SALDO THRU 2850-COTEJAR-SALDO-EXIT
003580         UNTIL WS-SAL-HALLADA-SI
003590            OR WS-SAL-IDX NOT < WS-SAL-TOTAL.
003600     IF WS-SAL-HALLADA-SI
003610         GO TO 2800-UBICAR-SALDO-EXIT
003620     END-IF.
003630     IF WS-SAL-TOTAL NOT < WS-SAL-MAX
003640         GO TO 2800-UBICAR-SALDO-EXIT
003650     END-IF.
003660     ADD 1 TO WS-SAL-TOTAL.
003670     MOVE WS-SAL-TOTAL    TO WS-SAL-IDX.
003680     MOVE WS-MONEDA-BUSCA TO SAL-MONEDA(WS-SAL-IDX).
003690     MOVE 0               TO SAL-FOTO(WS-SAL-IDX).
003700     MOVE 0               TO SAL-MOVS(WS-SAL-IDX).
003710     MOVE 0               TO SAL-IMPORTE-MOVS(WS-SAL-IDX).
003720     MOVE 'S'             TO WS-SW-SAL-HALLADA.
003730 2800-UBICAR-SALDO-EXIT.
003740     EXIT.
003750*
003760******************************************************************
003770* 2850-COTEJAR-SALDO -- COMPARA UNA ENTRADA DE LA TABLA.         *
003780******************************************************************
003790 2850-COTEJAR-SALDO.
003800     ADD 1 TO WS-SAL-IDX.
003810     IF SAL-MONEDA(WS-SAL-IDX) = WS-MONEDA-BUSCA
003820         MOVE 'S' TO WS-SW-SAL-HALLADA
003830     END-IF.
003840 2850-COTEJAR-SALDO-EXIT.
003850     EXIT.
003860*
003870******************************************************************
003880* 3000-GRABAR-SALDO -- ARMA EL DOCUMENTO DE LA CONSULTA: DATOS   *
003890*                      DEL CLIENTE, FOTO BASE, MOVIMIENTOS QUE   *
003900*                      FORMAN LA DIFERENCIA Y SALDO POR MONEDA.  *
003910******************************************************************
003920 3000-GRABAR-SALDO.
003930     MOVE WS-CLAVE          TO WS-TIT-CLAVE.
003940     MOVE WS-FECHA-CONSULTA TO WS-TIT-FECHA.
003950     MOVE WS-LINEA-TITULO   TO LIN-REPORTE.
003960     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
003970     MOVE WS-NOMBRE         TO WS-EST-NOMBRE.
003980     MOVE WS-LINEA-NOMBRE   TO LIN-REPORTE.
003990     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
004000     IF WS-ENCONTRADO-SI
004010         MOVE "VIGENTE EN EL MAESTRO" TO WS-EST-ESTADO
004020     ELSE
004021         IF WS-ORIGEN-BASE-FUSION
004023             MOVE "FUSIONADO; SOLO QUEDA EN SALDHIST"
004025                 TO WS-EST-ESTADO
004027         ELSE
004029             MOVE "ARCHIVADO; SOLO QUEDA EN SALDHIST"
004031                 TO WS-EST-ESTADO
004033         END-IF
004050     END-IF.
004060     MOVE WS-LINEA-ESTADO   TO LIN-REPORTE.
004070     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
004080     IF WS-CON-FOTO-SI
004090         MOVE WS-CORTE-BASE TO WS-EST-CORTE
004100         IF WS-ORIGEN-BASE-ARCHIVO
004110             MOVE "(FOTO DE ARCHIVO)" TO WS-EST-ORIGEN
004120         ELSE
004130             IF WS-ORIGEN-BASE-FUSION
004131                 MOVE "(FOTO DE FUSION)" TO WS-EST-ORIGEN
004132             ELSE
004133                 MOVE "(FIN DE MES)" TO WS-EST-ORIGEN
004134             END-IF
004140         END-IF
004150         MOVE WS-LINEA-FOTO TO LIN-REPORTE
004160     ELSE
004170         MOVE WS-LINEA-SIN-FOTO TO LIN-REPORTE
004180     END-IF.
004190     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
004200     PERFORM 5000-LISTAR-MOVIMIENTOS THRU
004210         5000-LISTAR-MOVIMIENTOS-EXIT.
004220     MOVE WS-LINEA-ENC-SALDOS TO LIN-REPORTE.
004230     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
004240     MOVE 0 TO WS-SAL-IDX.
004250     PERFORM 6000-IMPRIMIR-SALDO THRU 6000-IMPRIMIR-SALDO-EXIT
004260         UNTIL WS-SAL-IDX NOT < WS-SAL-TOTAL.
004270     MOVE SPACES TO LIN-REPORTE.
004280     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
004290 3000-GRABAR-SALDO-EXIT.
004300     EXIT.
004310*
004320******************************************************************
004330* 4000-UBICAR-FOTO -- RECORRE SALDHIST DOS VECES: LA PRIMERA     *
004340*                     NUMERA LOS LOTES Y MARCA LOS COMPLETOS;    *
004350*                     LA SEGUNDA TOMA LOS RENGLONES DE LA CLAVE  *
004360*                     DE LA FOTO COMPLETA MAS RECIENTE CON       *
004370*                     CORTE NO POSTERIOR A LA FECHA CONSULTADA.  *
004380******************************************************************
004390 4000-UBICAR-FOTO.
004400     MOVE 'N'    TO WS-SW-CON-FOTO.
004410     MOVE 0      TO WS-CORTE-BASE.
004420     MOVE SPACE  TO WS-ORIGEN-BASE.
004430     MOVE 0      TO WS-SAL-TOTAL.
004440     MOVE 0      TO WS-LOT-TOTAL.
004450     MOVE 'N'    TO WS-SW-LOTE-ABIERTO.
004460     MOVE 'N'    TO WS-SW-EOF-SALHIS.
004470     OPEN INPUT SALHIS-FILE.
004480     IF NOT WS-FS-SALHIS-OK
004490         GO TO 4000-UBICAR-FOTO-EXIT
004500     END-IF.
004510     PERFORM 4100-LEER-SALHIS THRU 4100-LEER-SALHIS-EXIT.
004520     PERFORM 4200-REVISAR-RENGLON THRU 4200-REVISAR-RENGLON-EXIT
004530         UNTIL WS-EOF-SALHIS-SI.
004540     CLOSE SALHIS-FILE.
004550     IF WS-LOT-TOTAL = 0
004560         GO TO 4000-UBICAR-FOTO-EXIT
004570     END-IF.
004580     MOVE 0   TO WS-LOT-ACTUAL.
004590     MOVE 'N' TO WS-SW-LOTE-ABIERTO.
004600     MOVE 'N' TO WS-SW-EOF-SALHIS.
004610     OPEN INPUT SALHIS-FILE.
004620     PERFORM 4100-LEER-SALHIS THRU 4100-LEER-SALHIS-EXIT.
004630     PERFORM 4300-TOMAR-RENGLON THRU 4300-TOMAR-RENGLON-EXIT
004640         UNTIL WS-EOF-SALHIS-SI.
004650     CLOSE SALHIS-FILE.
004660 4000-UBICAR-FOTO-EXIT.
004670     EXIT.
004680*
004690******************************************************************
004700* 4100-LEER-SALHIS -- LEE EL SIGUIENTE RENGLON DE SALDHIST.      *
004710******************************************************************
004720 4100-LEER-SALHIS.
004730     READ SALHIS-FILE
004740         AT END
004750             MOVE 'S' TO WS-SW-EOF-SALHIS
004760     END-READ.
004770 4100-LEER-SALHIS-EXIT.
004780     EXIT.
004790*
004800******************************************************************
004810* 4200-REVISAR-RENGLON -- UN ENCABEZADO ABRE EL SIGUIENTE LOTE;  *
004820*                        EL DETALLE SE CUENTA Y EL TRAILER       *
004830*                        CIERRA EL LOTE, QUE QUEDA COMPLETO SI   *
004840*                        SUS RENGLONES CUADRAN CON EL TRAILER.   *
004850******************************************************************
004860 4200-REVISAR-RENGLON.
004870     IF SAH-TIPO-ENCABEZADO
004880         IF WS-LOT-TOTAL NOT < WS-LOT-MAX
004890             MOVE 'N' TO WS-SW-LOTE-ABIERTO
004900             GO TO 4200-REVISAR-SIGUIENTE
004910         END-IF
004920         ADD 1 TO WS-LOT-TOTAL
004930         MOVE 'N' TO LOT-COMPLETO(WS-LOT-TOTAL)
004940         MOVE 0   TO WS-LOT-RENGLONES
004950         MOVE 'S' TO WS-SW-LOTE-ABIERTO
004960         GO TO 4200-REVISAR-SIGUIENTE
004970     END-IF.
004980     IF NOT WS-LOTE-ABIERTO-SI
004990         GO TO 4200-REVISAR-SIGUIENTE
005000     END-IF.
005010     IF SAH-TIPO-DETALLE
005020         ADD 1 TO WS-LOT-RENGLONES
005030         GO TO 4200-REVISAR-SIGUIENTE
005040     END-IF.
005050     IF SAH-TIPO-TRAILER
005060         MOVE 'N' TO WS-SW-LOTE-ABIERTO
005070         IF SAH-REGISTROS = WS-LOT-RENGLONES
005080             MOVE 'S' TO LOT-COMPLETO(WS-LOT-TOTAL)
005090         END-IF
005100     END-IF.
005110 4200-REVISAR-SIGUIENTE.
005120     PERFORM 4100-LEER-SALHIS THRU 4100-LEER-SALHIS-EXIT.
005130 4200-REVISAR-RENGLON-EXIT.
005140     EXIT.
005150*
005160******************************************************************
005170* 4300-TOMAR-RENGLON -- SIGUE LA NUMERACION DE LOTES Y TOMA EL   *
005180*                      DETALLE DE LA CLAVE SI ES DE UN LOTE      *
005190*                      COMPLETO CON CORTE HASTA LA FECHA; UN     *
005200*                      CORTE MAS RECIENTE REEMPLAZA LA FOTO.     *
005210******************************************************************
005220 4300-TOMAR-RENGLON.
005230     IF SAH-TIPO-ENCABEZADO
005240         MOVE 'N' TO WS-SW-LOTE-ABIERTO
005250         IF WS-LOT-ACTUAL < WS-LOT-TOTAL
005260             ADD 1 TO WS-LOT-ACTUAL
005270             MOVE 'S' TO WS-SW-LOTE-ABIERTO
005280         END-IF
005290         GO TO 4300-TOMAR-SIGUIENTE
005300     END-IF.
005310     IF SAH-TIPO-TRAILER
005320         MOVE 'N' TO WS-SW-LOTE-ABIERTO
005330         GO TO 4300-TOMAR-SIGUIENTE
005340     END-IF.
005350     IF NOT WS-LOTE-ABIERTO-SI
005360        OR NOT SAH-TIPO-DETALLE
005370        OR SAH-CLAVE NOT = WS-CLAVE
005380        OR SAH-CORTE > WS-FECHA-CONSULTA
005390        OR SAH-CORTE < WS-CORTE-BASE
005400         GO TO 4300-TOMAR-SIGUIENTE
005410     END-IF.
005420     IF LOT-COMPLETO(WS-LOT-ACTUAL) NOT = 'S'
005430         GO TO 4300-TOMAR-SIGUIENTE
005440     END-IF.
005450     IF SAH-CORTE > WS-CORTE-BASE
005460         MOVE SAH-CORTE  TO WS-CORTE-BASE
005470         MOVE SAH-ORIGEN TO WS-ORIGEN-BASE
005480         MOVE 0          TO WS-SAL-TOTAL
005490         MOVE 'S'        TO WS-SW-CON-FOTO
005500     END-IF.
005510     IF NOT WS-ENCONTRADO-SI
005520         MOVE SAH-NOMBRE TO WS-NOMBRE
005530     END-IF.
005540     MOVE SAH-MONEDA TO WS-MONEDA-BUSCA.
005550     PERFORM 2800-UBICAR-SALDO THRU 2800-UBICAR-SALDO-EXIT.
005560     IF WS-SAL-HALLADA-SI
005570         MOVE SAH-SALDO TO SAL-FOTO(WS-SAL-IDX)
005580     END-IF.
005590 4300-TOMAR-SIGUIENTE.
005600     PERFORM 4100-LEER-SALHIS THRU 4100-LEER-SALHIS-EXIT.
005610 4300-TOMAR-RENGLON-EXIT.
005620     EXIT.
005630*
005640******************************************************************
005650* 5000-LISTAR-MOVIMIENTOS -- UBICA CON START EL PRIMER           *
005660*                           MOVIMIENTO DE LA CLAVE POSTERIOR A   *
005670*                           LA FOTO BASE, LISTA CADA MOVIMIENTO  *
005680*                           HASTA LA FECHA CONSULTADA Y LO SUMA  *
005690*                           A SU MONEDA.                         *
005700******************************************************************
005710 5000-LISTAR-MOVIMIENTOS.
005720     MOVE WS-FECHA-CONSULTA TO WS-ENC-MOV-FECHA.
005730     MOVE WS-LINEA-ENC-MOVS TO LIN-REPORTE.
005740     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
005750     MOVE 0   TO WS-TOTAL-MOVS.
005760     MOVE 'N' TO WS-SW-EOF-MOVS.
005770     IF WS-SIN-MOVS-SI
005780         MOVE WS-LINEA-SIN-CLIMOVS TO LIN-REPORTE
005790         PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT
005800         GO TO 5000-LISTAR-MOVIMIENTOS-EXIT
005810     END-IF.
005820     MOVE WS-LINEA-COL-MOVS TO LIN-REPORTE.
005830     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
005840     COMPUTE WS-FECHA-DESDE = WS-CORTE-BASE + 1.
005850     MOVE WS-CLAVE       TO MOV-CLAVE.
005860     MOVE WS-FECHA-DESDE TO MOV-FECHA.
005870     MOVE 0              TO MOV-SECUENCIA.
005880     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
005890         INVALID KEY
005900             MOVE 'S' TO WS-SW-EOF-MOVS
005910     END-START.
005920     IF NOT WS-EOF-MOVS-SI
005930         PERFORM 5100-LEER-MOVIMIENTO THRU
005940             5100-LEER-MOVIMIENTO-EXIT
005950     END-IF.
005960     PERFORM 5200-SUMAR-MOVIMIENTO THRU
005970         5200-SUMAR-MOVIMIENTO-EXIT
005980         UNTIL WS-EOF-MOVS-SI.
005990     IF WS-TOTAL-MOVS = 0
006000         MOVE WS-LINEA-SIN-MOVS TO LIN-REPORTE
006010     ELSE
006020         MOVE WS-TOTAL-MOVS     TO WS-TRL-MOVS
006030         MOVE WS-LINEA-TRL-MOVS TO LIN-REPORTE
006040     END-IF.
006050     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
006060 5000-LISTAR-MOVIMIENTOS-EXIT.
006070     EXIT.
006080*
006090******************************************************************
006100* 5100-LEER-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO; AL        *
006110*                        CAMBIAR DE CLAVE O PASAR LA FECHA       *
006120*                        CONSULTADA TERMINA LA LECTURA.          *
006130******************************************************************
006140 5100-LEER-MOVIMIENTO.
006150     READ MOVS-FILE NEXT RECORD
006160         AT END
006170             MOVE 'S' TO WS-SW-EOF-MOVS
006180     END-READ.
006190     IF NOT WS-FS-MOVS-OK
006200        OR MOV-CLAVE NOT = WS-CLAVE
006210        OR MOV-FECHA > WS-FECHA-CONSULTA
006220         MOVE 'S' TO WS-SW-EOF-MOVS
006230     END-IF.
006240 5100-LEER-MOVIMIENTO-EXIT.
006250     EXIT.
006260*
006270******************************************************************
006280* 5200-SUMAR-MOVIMIENTO -- LISTA EL MOVIMIENTO ACTUAL, LO SUMA A *
006290*                         SU MONEDA Y LEE EL SIGUIENTE.          *
006300******************************************************************
006310 5200-SUMAR-MOVIMIENTO.
006320     MOVE MOV-FECHA     TO WS-MOV-DET-FECHA.
006330     MOVE MOV-SECUENCIA TO WS-MOV-DET-SEC.
006340     MOVE MOV-TIPO      TO WS-MOV-DET-TIPO.
006341     IF MOV-REVERSO-ENVIADO
006342         MOVE 'V'       TO WS-MOV-DET-TIPO
006343     END-IF.
006350     MOVE MOV-ORIGEN    TO WS-MOV-DET-ORIGEN.
006360     MOVE MOV-MONEDA    TO WS-MOV-DET-MONEDA.
006370     MOVE MOV-IMPORTE   TO WS-MOV-DET-IMPORTE.
006380     MOVE WS-LINEA-DET-MOV TO LIN-REPORTE.
006390     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
006400     ADD 1 TO WS-TOTAL-MOVS.
006410     MOVE MOV-MONEDA TO WS-MONEDA-BUSCA.
006420     PERFORM 2800-UBICAR-SALDO THRU 2800-UBICAR-SALDO-EXIT.
006430     IF WS-SAL-HALLADA-SI
006440         ADD 1           TO SAL-MOVS(WS-SAL-IDX)
006450         ADD MOV-IMPORTE TO SAL-IMPORTE-MOVS(WS-SAL-IDX)
006460     ELSE
006470         DISPLAY "SALDOFEC: EL CLIENTE EXCEDE " WS-SAL-MAX
006480             " MONEDAS; EL MOVIMIENTO " MOV-FECHA "-"
006490             MOV-SECUENCIA " NO SE SUMA."
006500     END-IF.
006510     PERFORM 5100-LEER-MOVIMIENTO THRU 5100-LEER-MOVIMIENTO-EXIT.
006520 5200-SUMAR-MOVIMIENTO-EXIT.
006530     EXIT.
006540*
006550******************************************************************
006560* 6000-IMPRIMIR-SALDO -- IMPRIME LA SIGUIENTE MONEDA: SALDO DE   *
006570*                       LA FOTO, MOVIMIENTOS Y SALDO A LA FECHA. *
006580******************************************************************
006590 6000-IMPRIMIR-SALDO.
006600     ADD 1 TO WS-SAL-IDX.
006610     COMPUTE WS-SALDO-FECHA = SAL-FOTO(WS-SAL-IDX)
006620         + SAL-IMPORTE-MOVS(WS-SAL-IDX).
006630     MOVE SAL-MONEDA(WS-SAL-IDX)       TO WS-SDO-MONEDA.
006640     MOVE SAL-FOTO(WS-SAL-IDX)         TO WS-SDO-FOTO.
006650     MOVE SAL-MOVS(WS-SAL-IDX)         TO WS-SDO-MOVS.
006660     MOVE SAL-IMPORTE-MOVS(WS-SAL-IDX) TO WS-SDO-IMPORTE-MOVS.
006670     MOVE WS-SALDO-FECHA               TO WS-SDO-SALDO.
006680     MOVE WS-LINEA-DET-SALDO TO LIN-REPORTE.
006690     PERFORM 7000-EMITIR-LINEA THRU 7000-EMITIR-LINEA-EXIT.
006700 6000-IMPRIMIR-SALDO-EXIT.
006710     EXIT.
006720*
006730******************************************************************
006740* 7000-EMITIR-LINEA -- MUESTRA EN PANTALLA EL RENGLON ARMADO EN  *
006750*                      LIN-REPORTE Y LO AGREGA A SALDOFEC.TXT.   *
006760******************************************************************
006770 7000-EMITIR-LINEA.
006780     DISPLAY LIN-REPORTE.
006790     WRITE LIN-REPORTE.
006800 7000-EMITIR-LINEA-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS.                *
006850******************************************************************
006860 9999-FINALIZAR.
006870     IF WS-ABIERTOS-SI
006880         CLOSE CLIENTES-FILE
006890         CLOSE REPORTE-FILE
006900         IF NOT WS-SIN-MOVS-SI
006910             CLOSE MOVS-FILE
006920         END-IF
006930     END-IF.
006940     DISPLAY "FIN DE SALDOFEC.".
006950 9999-FINALIZAR-EXIT.
006960     EXIT.
