000120*    REPORTE DE ENVIOS AL MAYOR GENERAL SIN ACUSE. RECORRE EL    *
000130*    MAESTRO DE CLIENTES Y LISTA LOS REGISTROS EXPORTADOS        *
000140*    (CLI-EXPORTADO = 'S') QUE CONCIGL AUN NO MARCA COMO         *
000150*    ACUSADOS ('A'), ENVEJECIDOS EN DIAS HABILES DESDE LA        *
000160*    FECHA DE EXPORTACION EN CUBETAS DE 1-3, 4-7 Y MAS DE 7      *
000170*    DIAS PARA PERSEGUIR A CONTABILIDAD. UN REGISTRO EXPORTADO   *
000180*    SIN FECHA (ANTERIOR AL CAMPO CLI-FECHA-EXPORT) SALE EN LA   *
000190*    CUBETA DE MAS DE 7 DIAS. LOS DIAS HABILES SON DE LUNES A    *
000191*    VIERNES SIN LOS FERIADOS DEL CALENDARIO FERIADOS; EL        *
000192*    ENCABEZADO DICE CON QUE CALENDARIO SE CONTO. EL REPORTE     *
000193*    QUEDA EN PENDGL.TXT.                                        *
000200*                                                                *
000210******************************************************************
000220*    HISTORIAL DE MODIFICACIONES                                 *
000230*    FECHA       AUTOR   DESCRIPCION                             *
000240*    ----------  ------  -------------------------------------   *
000250*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000251*    10/15/2026  HNK     LA EDAD SE CUENTA EN DIAS HABILES       *
000252*                        SEGUN EL CALENDARIO FERIADOS.           *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000410     SELECT REPORTE-FILE ASSIGN TO "PENDGL.TXT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-FS-REPORTE.
000431     SELECT FERIADO-FILE ASSIGN TO "FERIADOS"
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS WS-FS-FERIADO.
000440*
000450 DATA DIVISION.
000460 FILE SECTION.
000480     COPY CLIENTE.
000490 FD  REPORTE-FILE.
000500 01  LIN-REPORTE                   PIC X(80).
000501 FD  FERIADO-FILE.
000502     COPY FERIADO.
000510*
000520 WORKING-STORAGE SECTION.
000530*
000550     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
000560         88 WS-FS-CLIENTES-OK                    VALUE '00'.
000570     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000571     05 WS-FS-FERIADO              PIC X(02)     VALUE '00'.
000572         88 WS-FS-FERIADO-OK                     VALUE '00'.
000580     05 WS-SW-EOF-CLIENTES         PIC X(01)     VALUE 'N'.
000590         88 WS-EOF-CLIENTES-SI                   VALUE 'S'.
000600*
000610 01 WS-FECHAS.
000620     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
000650     05 WS-DIAS-EDAD               PIC 9(04)     VALUE 0.
000660*
000661     COPY CALENDA.
000662*
000670 01 WS-CONTADORES.
000680     05 WS-TOTAL-PENDIENTES        PIC 9(05)     VALUE 0.
000690     05 WS-TOTAL-1-A-3             PIC 9(05)     VALUE 0.
000760            VALUE "ENVIOS AL MAYOR SIN ACUSE   AL ".
000770     05 WS-ENC-FECHA               PIC 9(08).
000780*
000781 01 WS-LINEA-ENC-CALENDARIO.
000782     05 FILLER                     PIC X(08)     VALUE "EDAD EN ".
000783     05 WS-ENC-LEYENDA             PIC X(44).
000784*
000790 01 WS-LINEA-ENC-COLUMNAS.
000800     05 FILLER                     PIC X(08)     VALUE "CLAVE".
000810     05 FILLER                     PIC X(35)     VALUE "NOMBRE".
001330******************************************************************
001340 1000-INICIALIZAR.
001350     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
001380     OPEN INPUT CLIENTES-FILE.
001390     IF NOT WS-FS-CLIENTES-OK
001400         DISPLAY "PENDGL: NO SE ENCONTRO EL MAESTRO DE CLIENTES "
001430         MOVE 'S' TO WS-SW-EOF-CLIENTES
001440         GO TO 1000-INICIALIZAR-EXIT
001450     END-IF.
001451     MOVE "PENDGL" TO WS-CAL-PROGRAMA.
001452     PERFORM 7800-CARGAR-FERIADOS THRU
001453         7800-CARGAR-FERIADOS-EXIT.
001460     OPEN OUTPUT REPORTE-FILE.
001470     MOVE WS-FECHA-HOY TO WS-ENC-FECHA.
001480     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
001481     MOVE WS-CAL-LEYENDA TO WS-ENC-LEYENDA.
001482     WRITE LIN-REPORTE FROM WS-LINEA-ENC-CALENDARIO.
001490     WRITE LIN-REPORTE FROM WS-LINEA-ENC-COLUMNAS.
001500 1000-INICIALIZAR-EXIT.
001510     EXIT.
001640*
001650******************************************************************
001660* 3000-EVALUAR-CLIENTE -- SI EL REGISTRO ACTUAL ESTA EXPORTADO   *
001670*                        Y SIN ACUSE, CALCULA SU EDAD EN DIAS    *
001680*                        HABILES Y LO LISTA EN SU CUBETA. LO     *
001690*                        QUE AUN NO CUMPLE UN DIA HABIL (EDAD    *
001695*                        CERO) SOLO SE CUENTA.                   *
001700******************************************************************
001710 3000-EVALUAR-CLIENTE.
001720     IF NOT CLI-EXPORTADO-SI
001740     END-IF.
001750     IF CLI-FECHA-EXPORT IS NUMERIC
001760        AND CLI-FECHA-EXPORT > 0
001770         MOVE CLI-FECHA-EXPORT TO WS-CAL-DESDE
001775         MOVE WS-FECHA-HOY     TO WS-CAL-HASTA
001780         PERFORM 7900-CONTAR-HABILES THRU
001782             7900-CONTAR-HABILES-EXIT
001784         IF WS-CAL-HABILES > 9999
001786             MOVE 9999 TO WS-DIAS-EDAD
001788         ELSE
001790             MOVE WS-CAL-HABILES TO WS-DIAS-EDAD
001792         END-IF
001800     ELSE
001810         MOVE 9999 TO WS-DIAS-EDAD
001820     END-IF.
002170     MOVE WS-TOTAL-MAS-DE-7   TO WS-TRL-MAS-DE-7.
002180     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
002190     DISPLAY "PENDGL: " WS-TOTAL-PENDIENTES " ENVIO(S) SIN "
002200         "ACUSE CON UN DIA HABIL O MAS; " WS-TOTAL-DE-HOY
002210         " SIN DIA HABIL CUMPLIDO.".
002220 8000-IMPRIMIR-TRAILER-EXIT.
002230     EXIT.
002240*
002340 9999-FINALIZAR-EXIT.
002350     EXIT.
002360*
002370******************************************************************
002380* 7800-CARGAR-FERIADOS -- SUBE A LA TABLA EL CALENDARIO FERIADOS *
002390*                         Y DEJA EN WS-CAL-LEYENDA CON QUE       *
002400*                         CALENDARIO SE CUENTAN LOS DIAS         *
002410*                         HABILES. SIN ARCHIVO SOLO SABADOS Y    *
002420*                         DOMINGOS SON INHABILES.                *
002430******************************************************************
002440 7800-CARGAR-FERIADOS.
002450     MOVE 0   TO WS-FER-TOTAL.
002460     MOVE 'N' TO WS-SW-CALENDARIO.
002470     MOVE 'N' TO WS-SW-EOF-FERIADO.
002480     OPEN INPUT FERIADO-FILE.
002490     IF NOT WS-FS-FERIADO-OK
002500         MOVE "DIAS HABILES (SIN FERIADOS: SOLO SAB/DOM)"
002510             TO WS-CAL-LEYENDA
002520         MOVE SPACES TO WS-CAL-MENSAJE
002521         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
002522                ": NO EXISTE EL CALENDARIO FERIADOS; SOLO "
002523                "SABADOS Y DOMINGOS CUENTAN COMO INHABILES."
002524                    DELIMITED BY SIZE
002525             INTO WS-CAL-MENSAJE
002526         DISPLAY WS-CAL-MENSAJE
002550         GO TO 7800-CARGAR-FERIADOS-EXIT
002560     END-IF.
002570     MOVE 'S' TO WS-SW-CALENDARIO.
002580     PERFORM 7810-GUARDAR-FERIADO THRU 7810-GUARDAR-FERIADO-EXIT
002590         UNTIL WS-EOF-FERIADO-SI.
002600     CLOSE FERIADO-FILE.
002610     MOVE "DIAS HABILES (LUNES A VIERNES SIN FERIADOS)"
002620         TO WS-CAL-LEYENDA.
002630 7800-CARGAR-FERIADOS-EXIT.
002640     EXIT.
002650*
002660******************************************************************
002670* 7810-GUARDAR-FERIADO -- LEE EL SIGUIENTE RENGLON DE FERIADOS Y *
002680*                         LO PASA A LA TABLA.                    *
002690******************************************************************
002700 7810-GUARDAR-FERIADO.
002710     READ FERIADO-FILE
002720         AT END
002730             MOVE 'S' TO WS-SW-EOF-FERIADO
002740             GO TO 7810-GUARDAR-FERIADO-EXIT
002750     END-READ.
002760     IF FER-FECHA NOT NUMERIC
002770         GO TO 7810-GUARDAR-FERIADO-EXIT
002780     END-IF.
002790     IF WS-FER-TOTAL NOT < WS-FER-MAX
002800         MOVE SPACES TO WS-CAL-MENSAJE
002801         STRING WS-CAL-PROGRAMA DELIMITED BY SPACE
002802                ": FERIADOS EXCEDE " WS-FER-MAX
002803                " RENGLONES; SE IGNORAN LOS RESTANTES."
002804                    DELIMITED BY SIZE
002805             INTO WS-CAL-MENSAJE
002806         DISPLAY WS-CAL-MENSAJE
002820         MOVE 'S' TO WS-SW-EOF-FERIADO
002830         GO TO 7810-GUARDAR-FERIADO-EXIT
002840     END-IF.
002850     ADD 1 TO WS-FER-TOTAL.
002860     MOVE FER-FECHA       TO TBL-FER-FECHA(WS-FER-TOTAL).
002870     MOVE FER-DESCRIPCION TO TBL-FER-DESCRIPCION(WS-FER-TOTAL).
002880 7810-GUARDAR-FERIADO-EXIT.
002890     EXIT.
002900*
002910******************************************************************
002920* 7850-VERIFICAR-HABIL -- CLASIFICA WS-CAL-FECHA COMO DIA HABIL, *
002930*                         FERIADO (CON SU DESCRIPCION) O FIN DE  *
002940*                         SEMANA.                                *
002950******************************************************************
002960 7850-VERIFICAR-HABIL.
002970     MOVE 'S'    TO WS-SW-DIA-HABIL.
002980     MOVE SPACES TO WS-CAL-DESCRIPCION.
002990     COMPUTE WS-CAL-DIA-SEMANA = FUNCTION REM(
003000         FUNCTION INTEGER-OF-DATE(WS-CAL-FECHA), 7).
003010     IF WS-CAL-DIA-SEMANA = 0 OR WS-CAL-DIA-SEMANA = 6
003020         MOVE 'N' TO WS-SW-DIA-HABIL
003030         GO TO 7850-VERIFICAR-HABIL-EXIT
003040     END-IF.
003050     MOVE 0 TO WS-FER-IDX.
003060     PERFORM 7860-COTEJAR-FERIADO THRU 7860-COTEJAR-FERIADO-EXIT
003070         UNTIL WS-DIA-FERIADO
003080            OR WS-FER-IDX NOT < WS-FER-TOTAL.
003090 7850-VERIFICAR-HABIL-EXIT.
003100     EXIT.
003110*
003120******************************************************************
003130* 7860-COTEJAR-FERIADO -- COMPARA WS-CAL-FECHA CONTRA EL         *
003140*                         SIGUIENTE FERIADO DE LA TABLA.         *
003150******************************************************************
003160 7860-COTEJAR-FERIADO.
003170     ADD 1 TO WS-FER-IDX.
003180     IF TBL-FER-FECHA(WS-FER-IDX) = WS-CAL-FECHA
003190         MOVE 'F' TO WS-SW-DIA-HABIL
003200         MOVE TBL-FER-DESCRIPCION(WS-FER-IDX)
003210             TO WS-CAL-DESCRIPCION
003220     END-IF.
003230 7860-COTEJAR-FERIADO-EXIT.
003240     EXIT.
003250*
003260******************************************************************
003270* 7900-CONTAR-HABILES -- CUENTA EN WS-CAL-HABILES LOS DIAS       *
003280*                        HABILES POSTERIORES A WS-CAL-DESDE Y    *
003290*                        HASTA WS-CAL-HASTA INCLUSIVE. UNA FECHA *
003300*                        INVALIDA DEJA 9999.                     *
003310******************************************************************
003320 7900-CONTAR-HABILES.
003330     MOVE 0 TO WS-CAL-HABILES.
003340     COMPUTE WS-CAL-ENTERO =
003350         FUNCTION INTEGER-OF-DATE(WS-CAL-DESDE).
003360     COMPUTE WS-CAL-ENTERO-FIN =
003370         FUNCTION INTEGER-OF-DATE(WS-CAL-HASTA).
003380     IF WS-CAL-ENTERO = 0 OR WS-CAL-ENTERO-FIN = 0
003390         MOVE 9999 TO WS-CAL-HABILES
003400         GO TO 7900-CONTAR-HABILES-EXIT
003410     END-IF.
003420     PERFORM 7910-CONTAR-DIA THRU 7910-CONTAR-DIA-EXIT
003430         UNTIL WS-CAL-ENTERO NOT < WS-CAL-ENTERO-FIN.
003440 7900-CONTAR-HABILES-EXIT.
003450     EXIT.
003460*
003470******************************************************************
003480* 7910-CONTAR-DIA -- AVANZA UN DIA Y LO SUMA SI ES HABIL.        *
003490******************************************************************
003500 7910-CONTAR-DIA.
003510     ADD 1 TO WS-CAL-ENTERO.
003520     COMPUTE WS-CAL-FECHA =
003530         FUNCTION DATE-OF-INTEGER(WS-CAL-ENTERO).
003540     PERFORM 7850-VERIFICAR-HABIL THRU 7850-VERIFICAR-HABIL-EXIT.
003550     IF WS-DIA-HABIL-SI
003560         ADD 1 TO WS-CAL-HABILES
003570     END-IF.
003580 7910-CONTAR-DIA-EXIT.
003590     EXIT.
003600*
