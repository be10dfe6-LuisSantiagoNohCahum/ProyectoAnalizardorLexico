000110*                                                                *
000120*    CIERRE DE MES DE LA INTERFAZ CONTABLE. LEE EL ACUMULADO     *
000130*    MENSUAL GLACUM (LOS LOTES DIARIOS QUE EXPOGL AGREGA AL      *
000140*    EXPORTAR) Y CONSOLIDA LOS RENGLONES DE DETALLE ('D') Y DE   *
000150*    REVERSO ('V') DEL MES EN UN RESUMEN POR CUENTA Y MONEDA CON *
000160*    TOTALES DE CARGOS, ABONOS Y CONTEO DE RENGLONES. ADEMAS     *
000165*    COTEJA EL CONTROL DE CORRIDAS RUNCTL PARA CONFIRMAR QUE     *
000170*    CADA DIA HABIL DEL MES TENGA FIN 'F'/'OK' DE USODEACCEPT,   *
000180*    FACTPRES, REPDIAR Y EXPOGL, LISTANDO LOS DIAS FALTANTES O   *
000181*    CON ERROR. DEJA EL REPORTE IMPRIMIBLE EN CIERRMES.TXT Y EL  *
000190*    RESUMEN DE ANCHO FIJO EN GLRESMEN PARA QUE CONTABILIDAD LO  *
000200*    CARGUE. CON EL PARAMETRO MES=AAAAMM CIERRA OTRO MES; POR    *
000210*    OMISION CIERRA EL MES DE LA FECHA DE PROCESO.               *
000231*    ANTES DE ENTREGAR LAS CIFRAS CONFIRMA EN REVHIST QUE LA     *
000232*    REVALUACION CAMBIARIA DEL MES (REVALUA) YA SE HAYA          *
000233*    CONTABILIZADO; SI FALTA, LO ADVIERTE EN EL REPORTE PORQUE   *
000234*    LOS SALDOS EN MXN DE LAS MONEDAS EXTRANJERAS QUEDARIAN SIN  *
000235*    AJUSTE.                                                     *
000236*    LOS DIAS HABILES SON DE LUNES A VIERNES SIN LOS FERIADOS    *
000237*    DEL CALENDARIO FERIADOS (MANTFER); UN FERIADO NO EXIGE      *
000238*    CICLO Y SE LISTA COMO TAL EN EL REPORTE.                    *
000239*    AL ARRANCAR Y AL TERMINAR AGREGA SUS RENGLONES DE INICIO    *
000240*    ('I') Y FIN ('F') A RUNCTL; LA FOTO DE SALDOS DE FIN DE MES *
000241*    (SALDOMES) EXIGE EL FIN 'OK' DEL CIERRE.                    *
000242*                                                                *
000243******************************************************************
000260*    HISTORIAL DE MODIFICACIONES                                 *
000270*    FECHA       AUTOR   DESCRIPCION                             *
000280*    ----------  ------  -------------------------------------   *
000290*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000291*    10/15/2026  HNK     SE VERIFICA EN REVHIST QUE EL MES TENGA *
000292*                        SU REVALUACION CAMBIARIA CONTABILIZADA  *
000293*                        Y SE ADVIERTE EN EL REPORTE SI FALTA.   *
000294*    10/15/2026  HNK     LOS FERIADOS DEL CALENDARIO FERIADOS    *
000295*                        YA NO SE REPORTAN COMO DIAS HABILES     *
000296*                        SIN CICLO; EL REPORTE DICE CON QUE      *
000297*                        CALENDARIO SE CONTARON LOS DIAS.        *
000298*    10/15/2026  HNK     REGISTRA SUS CORRIDAS EN RUNCTL PARA    *
000299*                        QUE SALDOMES CONFIRME EL CIERRE DEL     *
000300*                        MES.                                    *
000301*    10/15/2026  HNK     FACTPRES ES PASO OBLIGATORIO DEL CICLO  *
000302*                        DE CADA DIA HABIL.                      *
000303*    10/15/2026  HNK     LOS RENGLONES 'V' DE REVERSOS SE        *
000304*                        CONSOLIDAN EN EL RESUMEN DEL MES.       *
000305******************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000470     SELECT RESUMEN-FILE ASSIGN TO "GLRESMEN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-RESUMEN.
000491     SELECT REVHIST-FILE ASSIGN TO "REVHIST"
000492         ORGANIZATION IS LINE SEQUENTIAL
000493         FILE STATUS IS WS-FS-REVHIST.
000494     SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
000495         ORGANIZATION IS LINE SEQUENTIAL
000496         FILE STATUS IS WS-FS-FERIADO.
000500*
000510 DATA DIVISION.
000520 FILE SECTION.
000640     05 RSM-CARGOS                 PIC 9(13)V99.
000650     05 RSM-ABONOS                 PIC 9(13)V99.
000660     05 RSM-LINEAS                 PIC 9(07).
000661 FD  REVHIST-FILE.
000662     COPY REVHIST.
000663 FD  FERIADO-FILE.
000664     COPY FERIADO.
000670*
000680 WORKING-STORAGE SECTION.
000690*
000740         88 WS-FS-RUNCTL-OK                      VALUE '00'.
000750     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000760     05 WS-FS-RESUMEN              PIC X(02)     VALUE '00'.
000761     05 WS-FS-REVHIST              PIC X(02)     VALUE '00'.
000762         88 WS-FS-REVHIST-OK                     VALUE '00'.
000763     05 WS-FS-FERIADO              PIC X(02)     VALUE '00'.
000764         88 WS-FS-FERIADO-OK                     VALUE '00'.
000770     05 WS-SW-EOF-GLACUM           PIC X(01)     VALUE 'N'.
000780         88 WS-EOF-GLACUM-SI                     VALUE 'S'.
000790     05 WS-SW-EOF-RUNCTL           PIC X(01)     VALUE 'N'.
000800         88 WS-EOF-RUNCTL-SI                     VALUE 'S'.
000801     05 WS-SW-EOF-REVHIST          PIC X(01)     VALUE 'N'.
000802         88 WS-EOF-REVHIST-SI                    VALUE 'S'.
000810     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
000820         88 WS-CANCELAR-SI                       VALUE 'S'.
000821     05 WS-RUN-ESTADO              PIC X(02)     VALUE 'OK'.
000830*
000840 01 WS-SWITCHES.
000850     05 WS-SW-CTA-HALLADA          PIC X(01)     VALUE 'N'.
000860         88 WS-CTA-HALLADA-SI                    VALUE 'S'.
000861     05 WS-SW-REVALUADO            PIC X(01)     VALUE 'N'.
000862         88 WS-REVALUADO-SI                      VALUE 'S'.
000890*
000900 01 WS-PARM-LINEA                  PIC X(80).
000910 01 WS-PARM-MES-TXT                PIC X(06).
000911 01 WS-FECHA-HOY                   PIC 9(08)     VALUE 0.
000920*
000930 01 WS-MES-PROCESO                 PIC 9(06)     VALUE 0.
000940 01 WS-MES-DETALLE REDEFINES WS-MES-PROCESO.
001030     05 WS-FECHA-DIA               PIC 9(08)     VALUE 0.
001040     05 WS-DIAS-EN-MES             PIC 9(02)     VALUE 0.
001050     05 WS-DIA-ACTUAL              PIC 9(02)     VALUE 0.
001070*
001071     COPY CALENDA.
001072*
001080 01 REG-GL.
001090     05 GL-TIPO                    PIC X(01).
001100         88 GL-TIPO-DETALLE                      VALUE 'D'.
001101         88 GL-TIPO-REVERSO                      VALUE 'V'.
001110     05 GL-CUENTA                  PIC X(10).
001120     05 GL-IMPORTE                 PIC S9(09)V99
001130            SIGN IS TRAILING SEPARATE.
001300 01 WS-TABLA-DIAS.
001310     05 WS-DIA-ENTRADA OCCURS 31 TIMES.
001320         10 DIA-CAPTURA            PIC X(01).
001325         10 DIA-FACTURA            PIC X(01).
001330         10 DIA-REPORTE            PIC X(01).
001340         10 DIA-EXPORTA            PIC X(01).
001350*
001390     05 WS-TOTAL-ABONOS-MES        PIC 9(13)V99  VALUE 0.
001400     05 WS-TOTAL-DIAS-FALLA        PIC 9(02)     VALUE 0.
001410     05 WS-DIA-RUNCTL              PIC 9(02)     VALUE 0.
001411     05 WS-TOTAL-FERIADOS          PIC 9(02)     VALUE 0.
001420*
001430 01 WS-LINEA-ENC-REPORTE.
001440     05 FILLER                     PIC X(30)
001910            VALUE "TODOS LOS DIAS HABILES DEL MES COMPLETARON ".
001920     05 FILLER                     PIC X(09)
001930            VALUE "EL CICLO.".
001931*
001932 01 WS-LINEA-REVALUACION.
001933     05 FILLER                     PIC X(31)
001934            VALUE "REVALUACION CAMBIARIA DEL MES: ".
001935     05 WS-REV-TEXTO               PIC X(49).
001936*
001937 01 WS-LINEA-CALENDARIO.
001938     05 FILLER                     PIC X(27)
001939            VALUE "CICLO NOCTURNO REVISADO EN ".
001940     05 WS-CAL-ENC-LEYENDA         PIC X(44).
001941*
001942 01 WS-LINEA-FERIADO.
001943     05 FILLER                     PIC X(04)     VALUE "DIA ".
001944     05 WS-FER-DIA                 PIC 9(02).
001945     05 FILLER                     PIC X(10)
001946            VALUE " FERIADO: ".
001947     05 WS-FER-DESCRIPCION         PIC X(30).
001948     05 FILLER                     PIC X(17)
001949            VALUE " NO EXIGE CICLO.".
001950*
001951 PROCEDURE DIVISION.
001960*
001970******************************************************************
001980* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL CIERRE DE   *
002000******************************************************************
002010 0000-MAINLINE.
002020     PERFORM 0100-DETERMINAR-MES THRU 0100-DETERMINAR-MES-EXIT.
002021     PERFORM 0400-REGISTRAR-INICIO THRU
002022         0400-REGISTRAR-INICIO-EXIT.
002030     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002040     IF NOT WS-CANCELAR-SI
002050         PERFORM 2000-LEER-GLACUM THRU 2000-LEER-GLACUM-EXIT
002080         PERFORM 5000-COTEJAR-RUNCTL THRU 5000-COTEJAR-RUNCTL-EXIT
002090         PERFORM 8000-EMITIR-RESUMEN THRU 8000-EMITIR-RESUMEN-EXIT
002100         PERFORM 8500-VERIFICAR-DIAS THRU 8500-VERIFICAR-DIAS-EXIT
002101         PERFORM 8700-VERIFICAR-REVALUACION THRU
002102             8700-VERIFICAR-REVALUACION-EXIT
002110         PERFORM 9000-CERRAR-ARCHIVOS THRU
002120             9000-CERRAR-ARCHIVOS-EXIT
002130     END-IF.
002131     PERFORM 0900-REGISTRAR-FIN THRU 0900-REGISTRAR-FIN-EXIT.
002140     DISPLAY "FIN DE CIERRMES.".
002150     STOP RUN.
002160*
002550 0150-LIMPIAR-DIA.
002560     ADD 1 TO WS-DIA-ACTUAL.
002570     MOVE 'N' TO DIA-CAPTURA(WS-DIA-ACTUAL).
002575     MOVE 'N' TO DIA-FACTURA(WS-DIA-ACTUAL).
002580     MOVE 'N' TO DIA-REPORTE(WS-DIA-ACTUAL).
002590     MOVE 'N' TO DIA-EXPORTA(WS-DIA-ACTUAL).
002600 0150-LIMPIAR-DIA-EXIT.
002740         MOVE 'S' TO WS-SW-CANCELAR
002750         GO TO 1000-INICIALIZAR-EXIT
002760     END-IF.
002761     MOVE "CIERRMES" TO WS-CAL-PROGRAMA.
002762     PERFORM 7800-CARGAR-FERIADOS THRU
002763         7800-CARGAR-FERIADOS-EXIT.
002770     OPEN OUTPUT REPORTE-FILE.
002780     OPEN OUTPUT RESUMEN-FILE.
002790     MOVE WS-MES-PROCESO TO WS-ENC-MES.
002960******************************************************************
002970* 3000-ACUMULAR-LINEA -- ACUMULA EL RENGLON ACTUAL EN EL RESUMEN *
002980*                       POR CUENTA Y MONEDA SI ES UN DETALLE     *
002990*                       ('D') O UN REVERSO ('V') DEL MES         *
003000*                       CERRADO; ENCABEZADOS, TRAILERS Y OTROS   *
003005*                       MESES SE IGNORAN.                        *
003010******************************************************************
003020 3000-ACUMULAR-LINEA.
003030     IF NOT (GL-TIPO-DETALLE OR GL-TIPO-REVERSO)
003040         GO TO 3000-ACUMULAR-SIGUIENTE
003050     END-IF.
003060     IF GL-FECHA-LOTE NOT NUMERIC
004130             EVALUATE RUN-PROGRAMA
004140                 WHEN "USODEACCEPT"
004150                     MOVE 'S' TO DIA-CAPTURA(WS-DIA-RUNCTL)
004151                 WHEN "FACTPRES"
004152                     MOVE 'S' TO DIA-FACTURA(WS-DIA-RUNCTL)
004160                 WHEN "REPDIAR"
004170                     MOVE 'S' TO DIA-REPORTE(WS-DIA-RUNCTL)
004180                 WHEN "EXPOGL"
004640*
004650******************************************************************
004660* 8500-VERIFICAR-DIAS -- RECORRE LOS DIAS HABILES (LUNES A       *
004670*                       VIERNES SIN FERIADOS) DEL MES CERRADO Y  *
004680*                       LISTA LOS QUE NO TIENEN FIN 'F'/'OK' DE  *
004690*                       CADA PASO DEL CICLO NOCTURNO.            *
004700******************************************************************
004710 8500-VERIFICAR-DIAS.
004711     MOVE WS-CAL-LEYENDA TO WS-CAL-ENC-LEYENDA.
004712     WRITE LIN-REPORTE FROM WS-LINEA-CALENDARIO.
004720     MOVE 0 TO WS-DIA-ACTUAL.
004730     PERFORM 8600-VERIFICAR-DIA THRU 8600-VERIFICAR-DIA-EXIT
004740         UNTIL WS-DIA-ACTUAL NOT < WS-DIAS-EN-MES.
004741     IF WS-TOTAL-FERIADOS > 0
004742         DISPLAY "CIERRMES: " WS-TOTAL-FERIADOS " FERIADO(S) "
004743             "EN EL MES; NO SE LES EXIGE EL CICLO."
004744     END-IF.
004750     IF WS-TOTAL-DIAS-FALLA = 0
004760         WRITE LIN-REPORTE FROM WS-LINEA-MES-COMPLETO
004770         DISPLAY "CIERRMES: TODOS LOS DIAS HABILES DEL MES "
004850     EXIT.
004860*
004870******************************************************************
004880* 8600-VERIFICAR-DIA -- EVALUA EL SIGUIENTE DIA DEL MES: UN      *
004890*                       FERIADO SOLO SE ANOTA; SI ES HABIL Y LE  *
004900*                       FALTA ALGUN PASO DEL CICLO, LO LISTA EN  *
004905*                       EL REPORTE.                              *
004910******************************************************************
004920 8600-VERIFICAR-DIA.
004930     ADD 1 TO WS-DIA-ACTUAL.
004940     COMPUTE WS-FECHA-DIA =
004950         WS-MES-PROCESO * 100 + WS-DIA-ACTUAL.
004960     MOVE WS-FECHA-DIA TO WS-CAL-FECHA.
004964     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
004968     IF WS-DIA-FIN-SEMANA
004972         GO TO 8600-VERIFICAR-DIA-EXIT
004976     END-IF.
004980     IF WS-DIA-FERIADO
004984         MOVE WS-DIA-ACTUAL      TO WS-FER-DIA
004988         MOVE WS-CAL-DESCRIPCION TO WS-FER-DESCRIPCION
004992         WRITE LIN-REPORTE FROM WS-LINEA-FERIADO
004996         ADD 1 TO WS-TOTAL-FERIADOS
005000         GO TO 8600-VERIFICAR-DIA-EXIT
005004     END-IF.
005010     MOVE WS-DIA-ACTUAL TO WS-FAL-DIA.
005020     IF DIA-CAPTURA(WS-DIA-ACTUAL) NOT = 'S'
005030         MOVE "USODEACCEPT" TO WS-FAL-PROGRAMA
005040         WRITE LIN-REPORTE FROM WS-LINEA-FALLA-DIA
005060     END-IF.
005061     IF DIA-FACTURA(WS-DIA-ACTUAL) NOT = 'S'
005062         MOVE "FACTPRES"    TO WS-FAL-PROGRAMA
005063         WRITE LIN-REPORTE FROM WS-LINEA-FALLA-DIA
005064     END-IF.
005070     IF DIA-REPORTE(WS-DIA-ACTUAL) NOT = 'S'
005080         MOVE "REPDIAR"     TO WS-FAL-PROGRAMA
005090         WRITE LIN-REPORTE FROM WS-LINEA-FALLA-DIA
005140         WRITE LIN-REPORTE FROM WS-LINEA-FALLA-DIA
005160     END-IF.
005170     IF DIA-CAPTURA(WS-DIA-ACTUAL) NOT = 'S'
005175        OR DIA-FACTURA(WS-DIA-ACTUAL) NOT = 'S'
005180        OR DIA-REPORTE(WS-DIA-ACTUAL) NOT = 'S'
005190        OR DIA-EXPORTA(WS-DIA-ACTUAL) NOT = 'S'
005200         ADD 1 TO WS-TOTAL-DIAS-FALLA
005350 9000-CERRAR-ARCHIVOS-EXIT.
005360     EXIT.
005370*
005380******************************************************************
005390* 8700-VERIFICAR-REVALUACION -- BUSCA EN REVHIST EL RENGLON DE   *
005400*                              CONTROL DEL MES CERRADO QUE DEJA  *
005410*                              REVALUA Y ANOTA EN EL REPORTE SI  *
005420*                              LA REVALUACION YA SE CONTABILIZO. *
005430******************************************************************
005440 8700-VERIFICAR-REVALUACION.
005450     OPEN INPUT REVHIST-FILE.
005460     IF WS-FS-REVHIST-OK
005470         PERFORM 8750-LEER-REVHIST THRU 8750-LEER-REVHIST-EXIT
005480             UNTIL WS-EOF-REVHIST-SI
005490         CLOSE REVHIST-FILE
005500     END-IF.
005510     IF WS-REVALUADO-SI
005520         MOVE "CONTABILIZADA" TO WS-REV-TEXTO
005530         WRITE LIN-REPORTE FROM WS-LINEA-REVALUACION
005540     ELSE
005550         MOVE "PENDIENTE; CORRER REVALUA ANTES DE ENTREGAR"
005560             TO WS-REV-TEXTO
005570         WRITE LIN-REPORTE FROM WS-LINEA-REVALUACION
005580         DISPLAY "CIERRMES: EL MES " WS-MES-PROCESO " NO TIENE "
005590             "REVALUACION CAMBIARIA EN REVHIST; LOS SALDOS EN "
005600             "MXN DE MONEDA EXTRANJERA QUEDAN SIN AJUSTE."
005610     END-IF.
005620 8700-VERIFICAR-REVALUACION-EXIT.
005630     EXIT.
005640*
005650******************************************************************
005660* 8750-LEER-REVHIST -- LEE UN RENGLON DE REVHIST Y MARCA SI ES   *
005670*                     EL CONTROL DEL MES CERRADO.                *
005680******************************************************************
005690 8750-LEER-REVHIST.
005700     READ REVHIST-FILE
005710         AT END
005720             MOVE 'S' TO WS-SW-EOF-REVHIST
005730     END-READ.
005740     IF NOT WS-EOF-REVHIST-SI
005750        AND RVH-TIPO-CONTROL
005760        AND RVH-MES = WS-MES-PROCESO
005770         MOVE 'S' TO WS-SW-REVALUADO
005780     END-IF.
005790 8750-LEER-REVHIST-EXIT.
005800     EXIT.
005810*
005820******************************************************************
005830* 7800-CARGAR-FERIADOS -- SUBE A LA TABLA EL CALENDARIO FERIADOS *
005840*                         Y DEJA EN WS-CAL-LEYENDA CON QUE       *
005850*                         CALENDARIO SE CUENTAN LOS DIAS         *
005860*                         HABILES. SIN ARCHIVO SOLO SABADOS Y    *
005870*                         DOMINGOS SON INHABILES.                *
005880******************************************************************
005890 7800-CARGAR-FERIADOS.
005900     MOVE 0   TO WS-FER-TOTAL.
005910     MOVE 'N' TO WS-SW-CALENDARIO.
005920     MOVE 'N' TO WS-SW-EOF-FERIADO.
005930     OPEN INPUT FERIADO-FILE.
005940     IF NOT WS-FS-FERIADO-OK
005950         MOVE "DIAS HABILES (SIN FERIADOS: SOLO SAB/DOM)"
005960             TO WS-CAL-LEYENDA
005970         MOVE SPACES TO WS-CAL-MENSAJE
005971         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
005972                ": NO EXISTE EL CALENDARIO FERIADOS; SOLO "
005973                "SABADOS Y DOMINGOS CUENTAN COMO INHABILES."
005974                    DELIMITED BY SIZE
005975             INTO WS-CAL-MENSAJE
005976         DISPLAY WS-CAL-MENSAJE
006000         GO TO 7800-CARGAR-FERIADOS-EXIT
006010     END-IF.
006020     MOVE 'S' TO WS-SW-CALENDARIO.
006030     PERFORM 7810-GUARDAR-FERIADO THRU 7810-GUARDAR-FERIADO-EXIT
006040         UNTIL WS-EOF-FERIADO-SI.
006050     CLOSE FERIADO-FILE.
006060     MOVE "DIAS HABILES (LUNES A VIERNES SIN FERIADOS)"
006070         TO WS-CAL-LEYENDA.
006080 7800-CARGAR-FERIADOS-EXIT.
006090     EXIT.
006100*
006110******************************************************************
006120* 7810-GUARDAR-FERIADO -- LEE EL SIGUIENTE RENGLON DE FERIADOS Y *
006130*                         LO PASA A LA TABLA.                    *
006140******************************************************************
006150 7810-GUARDAR-FERIADO.
006160     READ FERIADO-FILE
006170         AT END
006180             MOVE 'S' TO WS-SW-EOF-FERIADO
006190             GO TO 7810-GUARDAR-FERIADO-EXIT
006200     END-READ.
006210     IF FER-FECHA NOT NUMERIC
006220         GO TO 7810-GUARDAR-FERIADO-EXIT
006230     END-IF.
006240     IF WS-FER-TOTAL NOT < WS-FER-MAX
006250         MOVE SPACES TO WS-CAL-MENSAJE
006251         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
006252                ": FERIADOS EXCEDE " WS-FER-MAX
006253                " RENGLONES; SE IGNORAN LOS RESTANTES."
006254                    DELIMITED BY SIZE
006255             INTO WS-CAL-MENSAJE
006256         DISPLAY WS-CAL-MENSAJE
006270         MOVE 'S' TO WS-SW-EOF-FERIADO
006280         GO TO 7810-GUARDAR-FERIADO-EXIT
006290     END-IF.
006300     ADD 1 TO WS-FER-TOTAL.
006310     MOVE FER-FECHA       TO TBL-FER-FECHA(WS-FER-TOTAL).
006320     MOVE FER-DESCRIPCION TO TBL-FER-DESCRIPCION(WS-FER-TOTAL).
006330 7810-GUARDAR-FERIADO-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370* 7850-VERIFICAR-HABIL -- CLASIFICA WS-CAL-FECHA COMO DIA HABIL, *
006380*                         FERIADO (CON SU DESCRIPCION) O FIN DE  *
006390*                         SEMANA.                                *
006400******************************************************************
006410 7850-VERIFICAR-HABIL.
006420     MOVE 'S'    TO WS-SW-DIA-HABIL.
006430     MOVE SPACES TO WS-CAL-DESCRIPCION.
006440     COMPUTE WS-CAL-DIA-SEMANA = FUNCTION REM(
006450         FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA), 7).
006460     IF WS-CAL-DIA-SEMANA = 0 OR WS-CAL-DIA-SEMANA = 6
006470         MOVE 'N' TO WS-SW-DIA-HABIL
006480         GO TO 7850-VERIFICAR-HABIL-EXIT
006490     END-IF.
006500     MOVE 0 TO WS-FER-IDX.
006510     PERFORM 7860-COTEJAR-FERIADO THRU 7860-COTEJAR-FERIADO-EXIT
006520         UNTIL WS-DIA-FERIADO
006530            OR WS-FER-IDX NOT < WS-FER-TOTAL.
006540 7850-VERIFICAR-HABIL-EXIT.
006550     EXIT.
006560*
006570******************************************************************
006580* 7860-COTEJAR-FERIADO -- COMPARA WS-CAL-FECHA CONTRA EL         *
006590*                         SIGUIENTE FERIADO DE LA TABLA.         *
006600******************************************************************
006610 7860-COTEJAR-FERIADO.
006620     ADD 1 TO WS-FER-IDX.
006630     IF TBL-FER-FECHA(WS-FER-IDX) = WS-CAL-FECHA
006640         MOVE 'F' TO WS-SW-DIA-HABIL
006650         MOVE TBL-FER-DESCRIPCION(WS-FER-IDX)
006660             TO WS-CAL-DESCRIPCION
006670     END-IF.
006680 7860-COTEJAR-FERIADO-EXIT.
006690     EXIT.
006700*
006710******************************************************************
006720* 7900-CONTAR-HABILES -- CUENTA EN WS-CAL-HABILES LOS DIAS       *
006730*                        HABILES POSTERIORES A WS-CAL-DESDE Y    *
006740*                        HASTA WS-CAL-HASTA INCLUSIVE. UNA FECHA *
006750*                        INVALIDA DEJA 9999.                     *
006760******************************************************************
006770 7900-CONTAR-HABILES.
006780     MOVE 0 TO WS-CAL-HABILES.
006790     COMPUTE WS-CAL-ENTERO =
006800         FUNCTION INTEGER-OF-DATE(WS-CAL-DESDE).
006810     COMPUTE WS-CAL-ENTERO-FIN =
006820         FUNCTION INTEGER-OF-DATE(WS-CAL-HASTA).
006830     IF WS-CAL-ENTERO = 0 OR WS-CAL-ENTERO-FIN = 0
006840         MOVE 9999 TO WS-CAL-HABILES
006850         GO TO 7900-CONTAR-HABILES-EXIT
006860     END-IF.
006870     PERFORM 7910-CONTAR-DIA THRU 7910-CONTAR-DIA-EXIT
006880         UNTIL WS-CAL-ENTERO NOT < WS-CAL-ENTERO-FIN.
006890 7900-CONTAR-HABILES-EXIT.
006900     EXIT.
006910*
006920******************************************************************
006930* 7910-CONTAR-DIA -- AVANZA UN DIA Y LO SUMA SI ES HABIL.        *
006940******************************************************************
006950 7910-CONTAR-DIA.
006960     ADD 1 TO WS-CAL-ENTERO.
006970     COMPUTE WS-CAL-FECHA =
006980         FUNCTION DATE-OF-INTEGER(WS-CAL-ENTERO).
006990     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
007000     IF WS-DIA-HABIL-SI
007010         ADD 1 TO WS-CAL-HABILES
007020     END-IF.
007030 7910-CONTAR-DIA-EXIT.
007040     EXIT.
007050*
007060******************************************************************
007070* 0400-REGISTRAR-INICIO -- AGREGA A RUNCTL EL RENGLON DE INICIO  *
007080*                         ('I') DEL CIERRE DE MES.               *
007090******************************************************************
007100 0400-REGISTRAR-INICIO.
007110     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
007120     OPEN EXTEND RUNCTL-FILE.
007130     IF NOT WS-FS-RUNCTL-OK
007140         OPEN OUTPUT RUNCTL-FILE
007150         CLOSE RUNCTL-FILE
007160         OPEN EXTEND RUNCTL-FILE
007170     END-IF.
007180     MOVE "CIERRMES"  TO RUN-PROGRAMA.
007190     MOVE WS-FECHA-HOY TO RUN-FECHA.
007200     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
007210     MOVE 'I'         TO RUN-EVENTO.
007220     MOVE 0           TO RUN-REGISTROS.
007230     MOVE SPACES      TO RUN-ESTADO.
007240     WRITE REG-RUNCTL.
007250     CLOSE RUNCTL-FILE.
007260 0400-REGISTRAR-INICIO-EXIT.
007270     EXIT.
007280*
007290******************************************************************
007300* 0900-REGISTRAR-FIN -- AGREGA A RUNCTL EL RENGLON DE FIN ('F')  *
007310*                       CON LOS RENGLONES CONSOLIDADOS Y EL      *
007320*                       ESTADO; SIN GLACUM EL CIERRE TERMINA EN  *
007330*                       ERROR.                                   *
007340******************************************************************
007350 0900-REGISTRAR-FIN.
007360     IF WS-CANCELAR-SI
007370         MOVE 'ER' TO WS-RUN-ESTADO
007380     END-IF.
007390     OPEN EXTEND RUNCTL-FILE.
007400     IF NOT WS-FS-RUNCTL-OK
007410         GO TO 0900-REGISTRAR-FIN-EXIT
007420     END-IF.
007430     MOVE "CIERRMES"  TO RUN-PROGRAMA.
007440     MOVE WS-FECHA-HOY TO RUN-FECHA.
007450     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
007460     MOVE 'F'         TO RUN-EVENTO.
007470     MOVE WS-TOTAL-DETALLES TO RUN-REGISTROS.
007480     MOVE WS-RUN-ESTADO TO RUN-ESTADO.
007490     WRITE REG-RUNCTL.
007500     CLOSE RUNCTL-FILE.
007510 0900-REGISTRAR-FIN-EXIT.
007520     EXIT.
007530*
