000210*    RECHAZADAS. EL PROGRAMA CORRE EN EL CICLO NOCTURNO ANTES    *
000220*    DE REPDIAR Y SE INTEGRA AL CONTROL DE CORRIDAS RUNCTL       *
000230*    (PARAMETRO FORZAR PARA REPETIR LA CARGA DEL DIA).           *
000231*    LAS TASAS SOLO SE PUBLICAN EN DIAS HABILES (CALENDARIO      *
000232*    FERIADOS): EN DIA INHABIL SIN ARCHIVO DEL BANCO NO HAY      *
000233*    CARGA Y LA CORRIDA TERMINA BIEN. AL FINAL DEL REPORTE SE    *
000234*    REVISA LA VIGENCIA DE CADA MONEDA: LA QUE NO TIENE TASA     *
000235*    DEL ULTIMO DIA HABIL SALE COMO ATRASADA, CON EL ATRASO      *
000236*    CONTADO EN DIAS HABILES.                                    *
000240*                                                                *
000250******************************************************************
000260*    HISTORIAL DE MODIFICACIONES                                 *
000270*    FECHA       AUTOR   DESCRIPCION                             *
000280*    ----------  ------  -------------------------------------   *
000290*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000291*    10/15/2026  HNK     CALENDARIO FERIADOS: SIN CARGA EN DIA   *
000292*                        INHABIL Y REVISION DE TASAS ATRASADAS   *
000293*                        EN DIAS HABILES.                        *
000300******************************************************************
000310*
000320 ENVIRONMENT DIVISION.
000500     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-FS-RUNCTL.
000521     SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-FS-FERIADO.
000530*
000540 DATA DIVISION.
000550 FILE SECTION.
000720 01  LIN-REPORTE                   PIC X(80).
000730 FD  RUNCTL-FILE.
000740     COPY RUNCTL.
000741 FD  FERIADO-FILE.
000742     COPY FERIADO.
000750*
000760 WORKING-STORAGE SECTION.
000770*
000860     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000870     05 WS-FS-RUNCTL               PIC X(02)     VALUE '00'.
000880         88 WS-FS-RUNCTL-OK                      VALUE '00'.
000881     05 WS-FS-FERIADO              PIC X(02)     VALUE '00'.
000882         88 WS-FS-FERIADO-OK                     VALUE '00'.
000890     05 WS-SW-EOF-BANCO            PIC X(01)     VALUE 'N'.
000900         88 WS-EOF-BANCO-SI                      VALUE 'S'.
000910     05 WS-SW-EOF-TASAS            PIC X(01)     VALUE 'N'.
001150     05 WS-RUN-ESTADO              PIC X(02)     VALUE 'OK'.
001160     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001170*
001171     COPY CALENDA.
001172*
001180 01 WS-PARM-LINEA                  PIC X(80).
001190 01 WS-PARM-TOKEN-1               PIC X(20).
001200 01 WS-PARM-TOKEN-2               PIC X(20).
001300         10 TAS-FECHA              PIC 9(08).
001310         10 TAS-TASA               PIC 9(05)V9(6).
001320*
001321 01 WS-TABLA-VIGENCIA.
001322     05 WS-VIG-MAX                 PIC 9(03)     VALUE 50.
001323     05 WS-VIG-TOTAL               PIC 9(03)     VALUE 0.
001324     05 WS-VIG-IDX                 PIC 9(03)     VALUE 0.
001325     05 WS-VIG-ESPERADA            PIC 9(08)     VALUE 0.
001326     05 WS-VIG-ENTRADA OCCURS 50 TIMES.
001327         10 VIG-MONEDA             PIC X(03).
001328         10 VIG-FECHA              PIC 9(08).
001329*
001330 01 WS-CAMPOS-COMPARACION.
001340     05 WS-TASA-ANTERIOR           PIC 9(05)V9(6) VALUE 0.
001350     05 WS-FECHA-ANTERIOR          PIC 9(08)      VALUE 0.
001410     05 WS-TOTAL-APLICADAS         PIC 9(05)     VALUE 0.
001420     05 WS-TOTAL-RETENIDAS         PIC 9(05)     VALUE 0.
001430     05 WS-TOTAL-RECHAZADAS        PIC 9(05)     VALUE 0.
001431     05 WS-TOTAL-ATRASADAS         PIC 9(05)     VALUE 0.
001440*
001450 01 WS-LINEA-ENC-REPORTE.
001460     05 FILLER                     PIC X(30)
001520            VALUE " TOLERANCIA: ".
001530     05 WS-ENC-TOLERANCIA          PIC Z9.
001540*
001541 01 WS-LINEA-ENC-VIGENCIA.
001542     05 FILLER                     PIC X(37)
001543            VALUE "VIGENCIA DE TASAS; ULTIMO DIA HABIL: ".
001544     05 WS-VIG-ENC-FECHA           PIC 9(08).
001545*
001546 01 WS-LINEA-ENC-VIG-CALENDARIO.
001547     05 FILLER                     PIC X(10)
001548            VALUE "ATRASO EN ".
001549     05 WS-VIG-ENC-LEYENDA         PIC X(44).
001550 01 WS-LINEA-DET-REPORTE.
001560     05 WS-DET-RESULTADO           PIC X(10).
001570     05 FILLER                     PIC X(01)     VALUE SPACE.
001760     05 FILLER                     PIC X(14)
001770            VALUE "  RECHAZADAS: ".
001780     05 WS-TRL-RECHAZADAS          PIC ZZZZ9.
001781*
001782 01 WS-LINEA-DET-VIGENCIA.
001783     05 FILLER                     PIC X(10)     VALUE "ATRASADA".
001784     05 WS-VIG-DET-MONEDA          PIC X(03).
001785     05 FILLER                     PIC X(16)
001786            VALUE " ULTIMA TASA AL ".
001787     05 WS-VIG-DET-FECHA           PIC 9(08).
001788     05 FILLER                     PIC X(01)     VALUE SPACE.
001789     05 WS-VIG-DET-DIAS            PIC ZZZ9.
001790     05 FILLER                     PIC X(27)
001791            VALUE " DIA(S) HABIL(ES) DE ATRASO".
001792*
001793 01 WS-LINEA-TOT-VIGENCIA.
001794     05 FILLER                     PIC X(19)
001795            VALUE "MONEDAS ATRASADAS: ".
001796     05 WS-VIG-TOT-ATRASADAS       PIC ZZZZ9.
001797*
001800 PROCEDURE DIVISION.
001810*
001820******************************************************************
003470*                     EN LA TABLA DE TRABAJO Y PREPARA EL        *
003480*                     REPORTE Y EL ARCHIVO DE RETENIDAS. SIN     *
003490*                     ARCHIVO DEL BANCO SE CANCELA LA CARGA.     *
003491*                     EN DIA INHABIL SIN ARCHIVO DEL BANCO NO    *
003492*                     HAY NADA QUE CARGAR Y LA CORRIDA TERMINA   *
003493*                     BIEN.                                      *
003500******************************************************************
003510 1000-INICIALIZAR.
003511     MOVE "CARGATC" TO WS-CAL-PROGRAMA.
003512     PERFORM 7800-CARGAR-FERIADOS THRU
003513         7800-CARGAR-FERIADOS-EXIT.
003520     OPEN INPUT BANCO-FILE.
003530     IF NOT WS-FS-BANCO-OK
003531         MOVE WS-FECHA-HOY TO WS-CAL-FECHA
003532         PERFORM 7850-VERIFICAR-HABIL THRU
003533             7850-VERIFICAR-HABIL-EXIT
003534         IF NOT WS-DIA-HABIL-SI
003535             DISPLAY "CARGATC: HOY ES DIA INHABIL; EL BANCO NO "
003536                 "PUBLICA TASAS Y NO HAY CARGA."
003537             MOVE 'S' TO WS-SW-CANCELAR
003538             GO TO 1000-INICIALIZAR-EXIT
003539         END-IF
003540         DISPLAY "CARGATC: NO SE ENCONTRO EL ARCHIVO DEL BANCO "
003550             "TASABANC (ESTADO " WS-FS-BANCO "); SE CANCELA "
003560             "LA CARGA."
006130* 8000-TERMINAR-CARGA -- IMPRIME EL RENGLON FINAL DEL REPORTE,   *
006140*                        REGRABA TIPOCAMB SI HUBO TASAS          *
006150*                        APLICADAS Y CIERRA LOS ARCHIVOS.        *
006151*                        AGREGA LA REVISION DE VIGENCIA DE LAS   *
006152*                        TASAS POR MONEDA.                       *
006160******************************************************************
006170 8000-TERMINAR-CARGA.
006180     MOVE WS-TOTAL-LEIDAS     TO WS-TRL-LEIDAS.
006200     MOVE WS-TOTAL-RETENIDAS  TO WS-TRL-RETENIDAS.
006210     MOVE WS-TOTAL-RECHAZADAS TO WS-TRL-RECHAZADAS.
006220     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006221     PERFORM 5000-REVISAR-VIGENCIA THRU
006222         5000-REVISAR-VIGENCIA-EXIT.
006230     CLOSE BANCO-FILE.
006240     CLOSE RETENIDAS-FILE.
006250     CLOSE REPORTE-FILE.
006910 0340-TOMAR-TOLERANCIA-EXIT.
006920     EXIT.
006930*
006940******************************************************************
006950* 5000-REVISAR-VIGENCIA -- AGREGA AL REPORTE LAS MONEDAS CUYA    *
006960*                          TASA MAS RECIENTE ES ANTERIOR AL      *
006970*                          ULTIMO DIA HABIL (HOY, O EL DIA HABIL *
006980*                          PREVIO SI HOY ES INHABIL). EL ATRASO  *
006990*                          SE CUENTA EN DIAS HABILES: EN SABADO, *
007000*                          DOMINGO O FERIADO EL BANCO NO PUBLICA *
007010*                          Y ESO NO ES ATRASO.                   *
007020******************************************************************
007030 5000-REVISAR-VIGENCIA.
007040     MOVE WS-FECHA-HOY TO WS-CAL-FECHA.
007050     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
007060     PERFORM 5050-RETROCEDER-DIA THRU 5050-RETROCEDER-DIA-EXIT
007070         UNTIL WS-DIA-HABIL-SI.
007080     MOVE WS-CAL-FECHA TO WS-VIG-ESPERADA.
007090     MOVE 0 TO WS-VIG-TOTAL.
007100     MOVE 0 TO WS-TAS-IDX.
007110     PERFORM 5100-ACUMULAR-MONEDA THRU 5100-ACUMULAR-MONEDA-EXIT
007120         UNTIL WS-TAS-IDX NOT < WS-TAS-TOTAL.
007130     MOVE WS-VIG-ESPERADA TO WS-VIG-ENC-FECHA.
007140     MOVE WS-CAL-LEYENDA  TO WS-VIG-ENC-LEYENDA.
007150     WRITE LIN-REPORTE FROM WS-LINEA-ENC-VIGENCIA.
007160     WRITE LIN-REPORTE FROM WS-LINEA-ENC-VIG-CALENDARIO.
007170     MOVE 0 TO WS-VIG-IDX.
007180     PERFORM 5200-REVISAR-MONEDA THRU 5200-REVISAR-MONEDA-EXIT
007190         UNTIL WS-VIG-IDX NOT < WS-VIG-TOTAL.
007200     MOVE WS-TOTAL-ATRASADAS TO WS-VIG-TOT-ATRASADAS.
007210     WRITE LIN-REPORTE FROM WS-LINEA-TOT-VIGENCIA.
007220     DISPLAY "CARGATC: " WS-TOTAL-ATRASADAS " MONEDA(S) DE "
007230         WS-VIG-TOTAL " SIN TASA AL " WS-VIG-ESPERADA ".".
007240 5000-REVISAR-VIGENCIA-EXIT.
007250     EXIT.
007260*
007270******************************************************************
007280* 5050-RETROCEDER-DIA -- PASA WS-CAL-FECHA AL DIA ANTERIOR Y LO  *
007290*                        CLASIFICA.                              *
007300******************************************************************
007310 5050-RETROCEDER-DIA.
007320     COMPUTE WS-CAL-ENTERO =
007330         FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA) - 1.
007340     COMPUTE WS-CAL-FECHA =
007350         FUNCTION DATE-OF-INTEGER(WS-CAL-ENTERO).
007360     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
007370 5050-RETROCEDER-DIA-EXIT.
007380     EXIT.
007390*
007400******************************************************************
007410* 5100-ACUMULAR-MONEDA -- LLEVA LA SIGUIENTE TASA DE LA TABLA A  *
007420*                         LA TABLA DE VIGENCIA, QUE GUARDA LA    *
007430*                         FECHA MAS RECIENTE DE CADA MONEDA.     *
007440******************************************************************
007450 5100-ACUMULAR-MONEDA.
007460     ADD 1 TO WS-TAS-IDX.
007470     MOVE 'N' TO WS-SW-HALLADA.
007480     MOVE 0   TO WS-VIG-IDX.
007490     PERFORM 5150-COTEJAR-MONEDA THRU 5150-COTEJAR-MONEDA-EXIT
007500         UNTIL WS-HALLADA-SI
007510            OR WS-VIG-IDX NOT < WS-VIG-TOTAL.
007520     IF WS-HALLADA-SI
007530         IF TAS-FECHA(WS-TAS-IDX) > VIG-FECHA(WS-VIG-IDX)
007540             MOVE TAS-FECHA(WS-TAS-IDX) TO VIG-FECHA(WS-VIG-IDX)
007550         END-IF
007560         GO TO 5100-ACUMULAR-MONEDA-EXIT
007570     END-IF.
007580     IF WS-VIG-TOTAL NOT < WS-VIG-MAX
007590         DISPLAY "CARGATC: MAS DE " WS-VIG-MAX " MONEDAS EN "
007600             "TIPOCAMB; NO SE REVISA " TAS-MONEDA(WS-TAS-IDX) "."
007610         GO TO 5100-ACUMULAR-MONEDA-EXIT
007620     END-IF.
007630     ADD 1 TO WS-VIG-TOTAL.
007640     MOVE TAS-MONEDA(WS-TAS-IDX) TO VIG-MONEDA(WS-VIG-TOTAL).
007650     MOVE TAS-FECHA(WS-TAS-IDX)  TO VIG-FECHA(WS-VIG-TOTAL).
007660 5100-ACUMULAR-MONEDA-EXIT.
007670     EXIT.
007680*
007690******************************************************************
007700* 5150-COTEJAR-MONEDA -- COMPARA LA MONEDA DE LA TASA ACTUAL     *
007710*                        CONTRA LA SIGUIENTE ENTRADA DE LA TABLA *
007720*                        DE VIGENCIA.                            *
007730******************************************************************
007740 5150-COTEJAR-MONEDA.
007750     ADD 1 TO WS-VIG-IDX.
007760     IF VIG-MONEDA(WS-VIG-IDX) = TAS-MONEDA(WS-TAS-IDX)
007770         MOVE 'S' TO WS-SW-HALLADA
007780     END-IF.
007790 5150-COTEJAR-MONEDA-EXIT.
007800     EXIT.
007810*
007820******************************************************************
007830* 5200-REVISAR-MONEDA -- SI LA SIGUIENTE MONEDA DE LA TABLA DE   *
007840*                        VIGENCIA NO TIENE TASA DEL ULTIMO DIA   *
007850*                        HABIL, LA REPORTA CON SU ATRASO EN DIAS *
007860*                        HABILES.                                *
007870******************************************************************
007880 5200-REVISAR-MONEDA.
007890     ADD 1 TO WS-VIG-IDX.
007900     IF VIG-FECHA(WS-VIG-IDX) NOT < WS-VIG-ESPERADA
007910         GO TO 5200-REVISAR-MONEDA-EXIT
007920     END-IF.
007930     MOVE VIG-FECHA(WS-VIG-IDX) TO WS-CAL-DESDE.
007940     MOVE WS-VIG-ESPERADA       TO WS-CAL-HASTA.
007950     PERFORM 7900-CONTAR-HABILES THRU 7900-CONTAR-HABILES-EXIT.
007960     IF WS-CAL-HABILES > 9999
007970         MOVE 9999 TO WS-CAL-HABILES
007980     END-IF.
007990     ADD 1 TO WS-TOTAL-ATRASADAS.
008000     MOVE VIG-MONEDA(WS-VIG-IDX) TO WS-VIG-DET-MONEDA.
008010     MOVE VIG-FECHA(WS-VIG-IDX)  TO WS-VIG-DET-FECHA.
008020     MOVE WS-CAL-HABILES         TO WS-VIG-DET-DIAS.
008030     WRITE LIN-REPORTE FROM WS-LINEA-DET-VIGENCIA.
008040     DISPLAY "CARGATC: LA TASA DE " VIG-MONEDA(WS-VIG-IDX)
008050         " TIENE " WS-VIG-DET-DIAS " DIA(S) HABIL(ES) DE ATRASO.".
008060 5200-REVISAR-MONEDA-EXIT.
008070     EXIT.
008080*
008090******************************************************************
008100* 7800-CARGAR-FERIADOS -- SUBE A LA TABLA EL CALENDARIO FERIADOS *
008110*                         Y DEJA EN WS-CAL-LEYENDA CON QUE       *
008120*                         CALENDARIO SE CUENTAN LOS DIAS         *
008130*                         HABILES. SIN ARCHIVO SOLO SABADOS Y    *
008140*                         DOMINGOS SON INHABILES.                *
008150******************************************************************
008160 7800-CARGAR-FERIADOS.
008170     MOVE 0   TO WS-FER-TOTAL.
008180     MOVE 'N' TO WS-SW-CALENDARIO.
008190     MOVE 'N' TO WS-SW-EOF-FERIADO.
008200     OPEN INPUT FERIADO-FILE.
008210     IF NOT WS-FS-FERIADO-OK
008220         MOVE "DIAS HABILES (SIN FERIADOS: SOLO SAB/DOM)"
008230             TO WS-CAL-LEYENDA
008240         MOVE SPACES TO WS-CAL-MENSAJE
008241         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
008242                ": NO EXISTE EL CALENDARIO FERIADOS; SOLO "
008243                "SABADOS Y DOMINGOS CUENTAN COMO INHABILES."
008244                    DELIMITED BY SIZE
008245             INTO WS-CAL-MENSAJE
008246         DISPLAY WS-CAL-MENSAJE
008270         GO TO 7800-CARGAR-FERIADOS-EXIT
008280     END-IF.
008290     MOVE 'S' TO WS-SW-CALENDARIO.
008300     PERFORM 7810-GUARDAR-FERIADO THRU 7810-GUARDAR-FERIADO-EXIT
008310         UNTIL WS-EOF-FERIADO-SI.
008320     CLOSE FERIADO-FILE.
008330     MOVE "DIAS HABILES (LUNES A VIERNES SIN FERIADOS)"
008340         TO WS-CAL-LEYENDA.
008350 7800-CARGAR-FERIADOS-EXIT.
008360     EXIT.
008370*
008380******************************************************************
008390* 7810-GUARDAR-FERIADO -- LEE EL SIGUIENTE RENGLON DE FERIADOS Y *
008400*                         LO PASA A LA TABLA.                    *
008410******************************************************************
008420 7810-GUARDAR-FERIADO.
008430     READ FERIADO-FILE
008440         AT END
008450             MOVE 'S' TO WS-SW-EOF-FERIADO
008460             GO TO 7810-GUARDAR-FERIADO-EXIT
008470     END-READ.
008480     IF FER-FECHA NOT NUMERIC
008490         GO TO 7810-GUARDAR-FERIADO-EXIT
008500     END-IF.
008510     IF WS-FER-TOTAL NOT < WS-FER-MAX
008520         MOVE SPACES TO WS-CAL-MENSAJE
008521         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
008522                ": FERIADOS EXCEDE " WS-FER-MAX
008523                " RENGLONES; SE IGNORAN LOS RESTANTES."
008524                    DELIMITED BY SIZE
008525             INTO WS-CAL-MENSAJE
008526         DISPLAY WS-CAL-MENSAJE
008540         MOVE 'S' TO WS-SW-EOF-FERIADO
008550         GO TO 7810-GUARDAR-FERIADO-EXIT
008560     END-IF.
008570     ADD 1 TO WS-FER-TOTAL.
008580     MOVE FER-FECHA       TO TBL-FER-FECHA(WS-FER-TOTAL).
008590     MOVE FER-DESCRIPCION TO TBL-FER-DESCRIPCION(WS-FER-TOTAL).
008600 7810-GUARDAR-FERIADO-EXIT.
008610     EXIT.
008620*
008630******************************************************************
008640* 7850-VERIFICAR-HABIL -- CLASIFICA WS-CAL-FECHA COMO DIA HABIL, *
008650*                         FERIADO (CON SU DESCRIPCION) O FIN DE  *
008660*                         SEMANA.                                *
008670******************************************************************
008680 7850-VERIFICAR-HABIL.
008690     MOVE 'S'    TO WS-SW-DIA-HABIL.
008700     MOVE SPACES TO WS-CAL-DESCRIPCION.
008710     COMPUTE WS-CAL-DIA-SEMANA = FUNCTION REM(
008720         FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA), 7).
008730     IF WS-CAL-DIA-SEMANA = 0 OR WS-CAL-DIA-SEMANA = 6
008740         MOVE 'N' TO WS-SW-DIA-HABIL
008750         GO TO 7850-VERIFICAR-HABIL-EXIT
008760     END-IF.
008770     MOVE 0 TO WS-FER-IDX.
008780     PERFORM 7860-COTEJAR-FERIADO THRU 7860-COTEJAR-FERIADO-EXIT
008790         UNTIL WS-DIA-FERIADO
008800            OR WS-FER-IDX NOT < WS-FER-TOTAL.
008810 7850-VERIFICAR-HABIL-EXIT.
008820     EXIT.
008830*
008840******************************************************************
008850* 7860-COTEJAR-FERIADO -- COMPARA WS-CAL-FECHA CONTRA EL         *
008860*                         SIGUIENTE FERIADO DE LA TABLA.         *
008870******************************************************************
008880 7860-COTEJAR-FERIADO.
008890     ADD 1 TO WS-FER-IDX.
008900     IF TBL-FER-FECHA(WS-FER-IDX) = WS-CAL-FECHA
008910         MOVE 'F' TO WS-SW-DIA-HABIL
008920         MOVE TBL-FER-DESCRIPCION(WS-FER-IDX)
008930             TO WS-CAL-DESCRIPCION
008940     END-IF.
008950 7860-COTEJAR-FERIADO-EXIT.
008960     EXIT.
008970*
008980******************************************************************
008990* 7900-CONTAR-HABILES -- CUENTA EN WS-CAL-HABILES LOS DIAS       *
009000*                        HABILES POSTERIORES A WS-CAL-DESDE Y    *
009010*                        HASTA WS-CAL-HASTA INCLUSIVE. UNA FECHA *
009020*                        INVALIDA DEJA 9999.                     *
009030******************************************************************
009040 7900-CONTAR-HABILES.
009050     MOVE 0 TO WS-CAL-HABILES.
009060     COMPUTE WS-CAL-ENTERO =
009070         FUNCTION INTEGER-OF-DATE(WS-CAL-DESDE).
009080     COMPUTE WS-CAL-ENTERO-FIN =
009090         FUNCTION INTEGER-OF-DATE(WS-CAL-HASTA).
009100     IF WS-CAL-ENTERO = 0 OR WS-CAL-ENTERO-FIN = 0
009110         MOVE 9999 TO WS-CAL-HABILES
009120         GO TO 7900-CONTAR-HABILES-EXIT
009130     END-IF.
009140     PERFORM 7910-CONTAR-DIA THRU 7910-CONTAR-DIA-EXIT
009150         UNTIL WS-CAL-ENTERO NOT < WS-CAL-ENTERO-FIN.
009160 7900-CONTAR-HABILES-EXIT.
009170     EXIT.
009180*
009190******************************************************************
009200* 7910-CONTAR-DIA -- AVANZA UN DIA Y LO SUMA SI ES HABIL.        *
009210******************************************************************
009220 7910-CONTAR-DIA.
009230     ADD 1 TO WS-CAL-ENTERO.
009240     COMPUTE WS-CAL-FECHA =
009250         FUNCTION DATE-OF-INTEGER(WS-CAL-ENTERO).
009260     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
009270     IF WS-DIA-HABIL-SI
009280         ADD 1 TO WS-CAL-HABILES
009290     END-IF.
009300 7910-CONTAR-DIA-EXIT.
009310     EXIT.
009320*
