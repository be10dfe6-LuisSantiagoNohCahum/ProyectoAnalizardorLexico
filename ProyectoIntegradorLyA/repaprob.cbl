000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPAPROB.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    REPAPROB                                                    *
000110*                                                                *
000120*    REPORTE DIARIO DE DOBLE FIRMA SOBRE LOS CAMBIOS AL MAESTRO  *
000130*    DE CLIENTES (PENDCLI). PARA LA FECHA DEL REPORTE LISTA LAS  *
000140*    SOLICITUDES CAPTURADAS EN MANTCLI ESE DIA, LAS RESUELTAS EN *
000150*    APROBCLI ESE DIA (APROBADAS, RECHAZADAS Y VENCIDAS) Y LAS   *
000160*    QUE SEGUIAN PENDIENTES AL CIERRE DEL DIA CON SU ANTIGUEDAD  *
000170*    EN DIAS NATURALES (MARCADAS CON * LAS QUE YA REBASAN LA     *
000180*    VIGENCIA DE PARMAPR Y APROBCLI VENCERA AL ENTRAR). CIERRA   *
000190*    CON UN RESUMEN POR CAPTURISTA Y OTRO POR APROBADOR.         *
000191*    LAS FUSIONES QUE APROBCLI DEJO A MEDIAS (ESTADO 'E') SE     *
000192*    LISTAN ENTRE LAS RESUELTAS COMO REVISAR, SIN CONTARLAS.     *
000200*                                                                *
000210*    SOLO LEE; EL REPORTE QUEDA EN REPAPROB.TXT. PARAMETRO       *
000220*    OPCIONAL FECHA=AAAAMMDD (POR OMISION LA FECHA DEL DIA).     *
000230*                                                                *
000240******************************************************************
000250*    HISTORIAL DE MODIFICACIONES                                 *
000260*    FECHA       AUTOR   DESCRIPCION                             *
000270*    ----------  ------  -------------------------------------   *
000280*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000281*    10/15/2026  HNK     LAS FUSIONES INCOMPLETAS ('E') SE       *
000282*                        LISTAN COMO REVISAR Y NO CUENTAN COMO   *
000283*                        RECHAZADAS DEL APROBADOR.               *
000284******************************************************************
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. HP.
000340 OBJECT-COMPUTER. HP.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PEND-FILE ASSIGN TO "PENDCLI"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-PEND.
000400     SELECT PARM-FILE ASSIGN TO "PARMAPR"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-FS-PARM.
000430     SELECT REPORTE-FILE ASSIGN TO "REPAPROB.TXT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-FS-REPORTE.
000460*
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PEND-FILE.
000500 01  LIN-PENDIENTE                 PIC X(140).
000510 FD  PARM-FILE.
000520 01  REG-PARAMETROS.
000530     05 PAR-UMBRAL                 PIC 9(09)V99.
000540     05 PAR-DIAS-VIGENCIA          PIC 9(03).
000550     05 FILLER                     PIC X(66).
000560 FD  REPORTE-FILE.
000570 01  LIN-REPORTE                   PIC X(80).
000580*
000590 WORKING-STORAGE SECTION.
000600*
000610 01 WS-ARCHIVOS.
000620     05 WS-FS-PEND                 PIC X(02)     VALUE '00'.
000630         88 WS-FS-PEND-OK                        VALUE '00'.
000640     05 WS-FS-PARM                 PIC X(02)     VALUE '00'.
000650         88 WS-FS-PARM-OK                        VALUE '00'.
000660     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000670     05 WS-SW-EOF-PEND             PIC X(01)     VALUE 'N'.
000680         88 WS-EOF-PEND-SI                       VALUE 'S'.
000690*
000700 01 WS-SWITCHES.
000710     05 WS-SW-SECCION              PIC X(01)     VALUE SPACE.
000720         88 WS-SECC-CAPTURADAS                   VALUE 'C'.
000730         88 WS-SECC-RESUELTAS                    VALUE 'R'.
000740         88 WS-SECC-PENDIENTES                   VALUE 'P'.
000750     05 WS-SW-USR-HALLADO          PIC X(01)     VALUE 'N'.
000760         88 WS-USR-HALLADO-SI                    VALUE 'S'.
000770*
000780     COPY PENDCLI.
000790*
000800 01 WS-PARM-LINEA                  PIC X(80).
000810 01 WS-PARM-FECHA-TXT              PIC X(08).
000820 01 WS-FECHA-REPORTE               PIC 9(08)     VALUE 0.
000830 01 WS-DIAS-VIGENCIA               PIC 9(03)     VALUE 3.
000840 01 WS-DIA-REPORTE                 PIC 9(07)     VALUE 0.
000850 01 WS-DIAS-EDAD                   PIC S9(05)    VALUE 0.
000860*
000870 01 WS-TABLA-CAPTURISTAS.
000880     05 WS-CAP-MAX                 PIC 9(03)     VALUE 100.
000890     05 WS-CAP-TOTAL               PIC 9(03)     VALUE 0.
000900     05 WS-CAP-IDX                 PIC 9(03)     VALUE 0.
000910     05 WS-CAP-ENTRADA OCCURS 100 TIMES.
000920         10 CAP-USUARIO            PIC X(10).
000930         10 CAP-CAPTURADAS         PIC 9(05).
000940         10 CAP-PENDIENTES         PIC 9(05).
000950         10 CAP-APROBADAS          PIC 9(05).
000960         10 CAP-RECHAZADAS         PIC 9(05).
000970         10 CAP-VENCIDAS           PIC 9(05).
000980*
000990 01 WS-TABLA-APROBADORES.
001000     05 WS-APR-MAX                 PIC 9(03)     VALUE 100.
001010     05 WS-APR-TOTAL               PIC 9(03)     VALUE 0.
001020     05 WS-APR-IDX                 PIC 9(03)     VALUE 0.
001030     05 WS-APR-ENTRADA OCCURS 100 TIMES.
001040         10 APR-USUARIO            PIC X(10).
001050         10 APR-APROBADAS          PIC 9(05).
001060         10 APR-RECHAZADAS         PIC 9(05).
001070*
001080 01 WS-USUARIO-BUSCA               PIC X(10)     VALUE SPACES.
001090*
001100 01 WS-CONTADORES.
001110     05 WS-TOTAL-LEIDAS            PIC 9(05)     VALUE 0.
001120     05 WS-TOTAL-SECCION           PIC 9(05)     VALUE 0.
001130     05 WS-TOTAL-CAPTURADAS        PIC 9(05)     VALUE 0.
001140     05 WS-TOTAL-RESUELTAS         PIC 9(05)     VALUE 0.
001150     05 WS-TOTAL-PENDIENTES        PIC 9(05)     VALUE 0.
001160*
001170 01 WS-LINEA-ENC-REPORTE.
001180     05 FILLER                     PIC X(40)
001190            VALUE "REPORTE DIARIO DE DOBLE FIRMA (PENDCLI) ".
001200     05 FILLER                     PIC X(06)     VALUE "FECHA ".
001210     05 WS-ENC-FECHA               PIC 9(08).
001220*
001230 01 WS-LINEA-TITULO.
001240     05 FILLER                     PIC X(01)     VALUE SPACE.
001250     05 WS-TIT-TEXTO               PIC X(70).
001260*
001270 01 WS-LINEA-ENC-DETALLE.
001280     05 FILLER                     PIC X(07)     VALUE "FOLIO".
001290     05 FILLER                     PIC X(07)     VALUE "OPER".
001300     05 FILLER                     PIC X(07)     VALUE "CLAVE".
001310     05 FILLER                     PIC X(07)     VALUE "ABSORB".
001320     05 FILLER                     PIC X(14)
001330            VALUE "      IMPORTE".
001340     05 FILLER                     PIC X(04)     VALUE "MON".
001350     05 FILLER                     PIC X(11)
001360            VALUE "CAPTURO".
001370     05 FILLER                     PIC X(11)
001380            VALUE "RESOLVIO".
001390     05 FILLER                     PIC X(09)     VALUE "ESTADO".
001400*
001410 01 WS-LINEA-DETALLE.
001420     05 WS-DET-FOLIO               PIC 9(06).
001430     05 FILLER                     PIC X(01)     VALUE SPACE.
001440     05 WS-DET-OPER                PIC X(06).
001450     05 FILLER                     PIC X(01)     VALUE SPACE.
001460     05 WS-DET-CLAVE               PIC 9(06).
001470     05 FILLER                     PIC X(01)     VALUE SPACE.
001480     05 WS-DET-CLAVE-BAJA          PIC X(06).
001490     05 FILLER                     PIC X(01)     VALUE SPACE.
001500     05 WS-DET-IMPORTE             PIC -Z(8)9.99.
001510     05 FILLER                     PIC X(01)     VALUE SPACE.
001520     05 WS-DET-MONEDA              PIC X(03).
001530     05 FILLER                     PIC X(01)     VALUE SPACE.
001540     05 WS-DET-CAPTURISTA          PIC X(10).
001550     05 FILLER                     PIC X(01)     VALUE SPACE.
001560     05 WS-DET-APROBADOR           PIC X(10).
001570     05 FILLER                     PIC X(01)     VALUE SPACE.
001580     05 WS-DET-ESTADO              PIC X(09).
001590     05 FILLER                     PIC X(01)     VALUE SPACE.
001600     05 WS-DET-MARCA               PIC X(01).
001610*
001620 01 WS-ESTADO-EDAD.
001630     05 FILLER                     PIC X(05)     VALUE "DIAS ".
001640     05 WS-EDAD-DIAS               PIC ZZZ9.
001650*
001660 01 WS-LINEA-ENC-CAPTURISTA.
001670     05 FILLER                     PIC X(11)
001680            VALUE "CAPTURISTA".
001690     05 FILLER                     PIC X(11)
001700            VALUE " CAPTURADAS".
001710     05 FILLER                     PIC X(11)
001720            VALUE " PENDIENTES".
001730     05 FILLER                     PIC X(11)
001740            VALUE "  APROBADAS".
001750     05 FILLER                     PIC X(11)
001760            VALUE " RECHAZADAS".
001770     05 FILLER                     PIC X(11)
001780            VALUE "   VENCIDAS".
001790*
001800 01 WS-LINEA-CAPTURISTA.
001810     05 WS-DCP-USUARIO             PIC X(10).
001820     05 FILLER                     PIC X(06)     VALUE SPACES.
001830     05 WS-DCP-CAPTURADAS          PIC ZZZZ9.
001840     05 FILLER                     PIC X(06)     VALUE SPACES.
001850     05 WS-DCP-PENDIENTES          PIC ZZZZ9.
001860     05 FILLER                     PIC X(06)     VALUE SPACES.
001870     05 WS-DCP-APROBADAS           PIC ZZZZ9.
001880     05 FILLER                     PIC X(06)     VALUE SPACES.
001890     05 WS-DCP-RECHAZADAS          PIC ZZZZ9.
001900     05 FILLER                     PIC X(06)     VALUE SPACES.
001910     05 WS-DCP-VENCIDAS            PIC ZZZZ9.
001920*
001930 01 WS-LINEA-ENC-APROBADOR.
001940     05 FILLER                     PIC X(11)
001950            VALUE "APROBADOR".
001960     05 FILLER                     PIC X(11)
001970            VALUE "  APROBADAS".
001980     05 FILLER                     PIC X(11)
001990            VALUE " RECHAZADAS".
002000*
002010 01 WS-LINEA-APROBADOR.
002020     05 WS-DAP-USUARIO             PIC X(10).
002030     05 FILLER                     PIC X(06)     VALUE SPACES.
002040     05 WS-DAP-APROBADAS           PIC ZZZZ9.
002050     05 FILLER                     PIC X(06)     VALUE SPACES.
002060     05 WS-DAP-RECHAZADAS          PIC ZZZZ9.
002070*
002080 01 WS-LINEA-SIN-DATOS.
002090     05 FILLER                     PIC X(20)
002100            VALUE "  (NINGUNA)".
002110*
002120 01 WS-LINEA-TRL-REPORTE.
002130     05 FILLER                     PIC X(12)
002140            VALUE "CAPTURADAS: ".
002150     05 WS-TRL-CAPTURADAS          PIC ZZZZ9.
002160     05 FILLER                     PIC X(13)
002170            VALUE "  RESUELTAS: ".
002180     05 WS-TRL-RESUELTAS           PIC ZZZZ9.
002190     05 FILLER                     PIC X(14)
002200            VALUE "  PENDIENTES: ".
002210     05 WS-TRL-PENDIENTES          PIC ZZZZ9.
002220*
002230 PROCEDURE DIVISION.
002240*
002250******************************************************************
002260* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL REPORTE.    *
002270******************************************************************
002280 0000-MAINLINE.
002290     PERFORM 0100-DETERMINAR-FECHA THRU
002300         0100-DETERMINAR-FECHA-EXIT.
002310     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002320     MOVE 'C' TO WS-SW-SECCION.
002330     MOVE "SOLICITUDES CAPTURADAS EN EL DIA" TO WS-TIT-TEXTO.
002340     PERFORM 2000-IMPRIMIR-SECCION THRU
002350         2000-IMPRIMIR-SECCION-EXIT.
002360     MOVE WS-TOTAL-SECCION TO WS-TOTAL-CAPTURADAS.
002370     MOVE 'R' TO WS-SW-SECCION.
002380     MOVE "SOLICITUDES RESUELTAS EN EL DIA" TO WS-TIT-TEXTO.
002390     PERFORM 2000-IMPRIMIR-SECCION THRU
002400         2000-IMPRIMIR-SECCION-EXIT.
002410     MOVE WS-TOTAL-SECCION TO WS-TOTAL-RESUELTAS.
002420     MOVE 'P' TO WS-SW-SECCION.
002430     MOVE "SOLICITUDES PENDIENTES AL CIERRE DEL DIA (* = VENCIDA)"
002440         TO WS-TIT-TEXTO.
002450     PERFORM 2000-IMPRIMIR-SECCION THRU
002460         2000-IMPRIMIR-SECCION-EXIT.
002470     MOVE WS-TOTAL-SECCION TO WS-TOTAL-PENDIENTES.
002480     PERFORM 8000-IMPRIMIR-CAPTURISTAS THRU
002490         8000-IMPRIMIR-CAPTURISTAS-EXIT.
002500     PERFORM 8100-IMPRIMIR-APROBADORES THRU
002510         8100-IMPRIMIR-APROBADORES-EXIT.
002520     PERFORM 8900-IMPRIMIR-TRAILER THRU
002530         8900-IMPRIMIR-TRAILER-EXIT.
002540     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002550     STOP RUN.
002560*
002570******************************************************************
002580* 0100-DETERMINAR-FECHA -- TOMA LA FECHA DEL REPORTE DEL         *
002590*                          PARAMETRO FECHA=AAAAMMDD. SIN         *
002600*                          PARAMETRO SE REPORTA EL DIA DE HOY.   *
002610******************************************************************
002620 0100-DETERMINAR-FECHA.
002630     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-REPORTE.
002640     MOVE SPACES TO WS-PARM-LINEA.
002650     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
002660     IF WS-PARM-LINEA(1:6) = "FECHA="
002670         MOVE WS-PARM-LINEA(7:8) TO WS-PARM-FECHA-TXT
002680         IF WS-PARM-FECHA-TXT IS NUMERIC
002690             MOVE WS-PARM-FECHA-TXT TO WS-FECHA-REPORTE
002700         ELSE
002710             DISPLAY "REPAPROB: FECHA NO VALIDA ("
002720                 WS-PARM-FECHA-TXT "); SE REPORTA EL DIA DE HOY."
002730         END-IF
002740     END-IF.
002750     COMPUTE WS-DIA-REPORTE =
002760         FUNCTION INTEGER-OF-DATE(WS-FECHA-REPORTE).
002770 0100-DETERMINAR-FECHA-EXIT.
002780     EXIT.
002790*
002800******************************************************************
002810* 1000-INICIALIZAR -- LEE LA VIGENCIA DE PARMAPR, ABRE EL        *
002820*                     REPORTE Y GRABA EL ENCABEZADO.             *
002830******************************************************************
002840 1000-INICIALIZAR.
002850     OPEN INPUT PARM-FILE.
002860     IF WS-FS-PARM-OK
002870         READ PARM-FILE
002880             AT END
002890                 MOVE SPACES TO REG-PARAMETROS
002900         END-READ
002910         IF PAR-DIAS-VIGENCIA IS NUMERIC
002920            AND PAR-DIAS-VIGENCIA > 0
002930             MOVE PAR-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
002940         END-IF
002950         CLOSE PARM-FILE
002960     END-IF.
002970     OPEN OUTPUT REPORTE-FILE.
002980     MOVE WS-FECHA-REPORTE TO WS-ENC-FECHA.
002990     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
003000 1000-INICIALIZAR-EXIT.
003010     EXIT.
003020*
003030******************************************************************
003040* 2000-IMPRIMIR-SECCION -- RECORRE PENDCLI COMPLETO E IMPRIME    *
003050*                          LAS SOLICITUDES QUE CORRESPONDEN A LA *
003060*                          SECCION EN CURSO (WS-SW-SECCION).     *
003070*                          SIN ARCHIVO LA SECCION QUEDA VACIA.   *
003080******************************************************************
003090 2000-IMPRIMIR-SECCION.
003100     MOVE 0 TO WS-TOTAL-SECCION.
003110     MOVE SPACES TO LIN-REPORTE.
003120     WRITE LIN-REPORTE.
003130     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
003140     WRITE LIN-REPORTE FROM WS-LINEA-ENC-DETALLE.
003150     MOVE 'N' TO WS-SW-EOF-PEND.
003160     OPEN INPUT PEND-FILE.
003170     IF WS-FS-PEND-OK
003180         PERFORM 2100-REVISAR-SOLICITUD THRU
003190             2100-REVISAR-SOLICITUD-EXIT
003200             UNTIL WS-EOF-PEND-SI
003210         CLOSE PEND-FILE
003220     END-IF.
003230     IF WS-TOTAL-SECCION = 0
003240         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DATOS
003250     END-IF.
003260 2000-IMPRIMIR-SECCION-EXIT.
003270     EXIT.
003280*
003290******************************************************************
003300* 2100-REVISAR-SOLICITUD -- LEE LA SIGUIENTE SOLICITUD Y, SI     *
003310*                           ENTRA EN LA SECCION, LA CUENTA POR   *
003320*                           CAPTURISTA Y APROBADOR Y LA IMPRIME. *
003330*                           PENDIENTE AL CIERRE ES LA CAPTURADA  *
003340*                           HASTA ESE DIA QUE SIGUE PENDIENTE O  *
003350*                           SE RESOLVIO DESPUES.                 *
003360******************************************************************
003370 2100-REVISAR-SOLICITUD.
003380     READ PEND-FILE INTO REG-PENDIENTE
003390         AT END
003400             MOVE 'S' TO WS-SW-EOF-PEND
003410             GO TO 2100-REVISAR-SOLICITUD-EXIT
003420     END-READ.
003430     IF PEN-FOLIO IS NOT NUMERIC
003440        OR PEN-FECHA-SOL IS NOT NUMERIC
003450        OR PEN-FECHA-RES IS NOT NUMERIC
003460         GO TO 2100-REVISAR-SOLICITUD-EXIT
003470     END-IF.
003480     MOVE PEN-CAPTURISTA TO WS-USUARIO-BUSCA.
003490     EVALUATE TRUE
003500         WHEN WS-SECC-CAPTURADAS
003510             IF PEN-FECHA-SOL NOT = WS-FECHA-REPORTE
003520                 GO TO 2100-REVISAR-SOLICITUD-EXIT
003530             END-IF
003540             PERFORM 5100-UBICAR-CAPTURISTA THRU
003550                 5100-UBICAR-CAPTURISTA-EXIT
003560             IF WS-CAP-IDX > 0
003570                 ADD 1 TO CAP-CAPTURADAS(WS-CAP-IDX)
003580             END-IF
003590         WHEN WS-SECC-RESUELTAS
003600             IF PEN-PENDIENTE
003610                OR PEN-FECHA-RES NOT = WS-FECHA-REPORTE
003620                 GO TO 2100-REVISAR-SOLICITUD-EXIT
003630             END-IF
003640             PERFORM 2200-CONTAR-RESUELTA THRU
003650                 2200-CONTAR-RESUELTA-EXIT
003660         WHEN WS-SECC-PENDIENTES
003670             IF PEN-FECHA-SOL > WS-FECHA-REPORTE
003680                 GO TO 2100-REVISAR-SOLICITUD-EXIT
003690             END-IF
003700             IF NOT PEN-PENDIENTE
003710                AND PEN-FECHA-RES NOT > WS-FECHA-REPORTE
003720                 GO TO 2100-REVISAR-SOLICITUD-EXIT
003730             END-IF
003740             PERFORM 5100-UBICAR-CAPTURISTA THRU
003750                 5100-UBICAR-CAPTURISTA-EXIT
003760             IF WS-CAP-IDX > 0
003770                 ADD 1 TO CAP-PENDIENTES(WS-CAP-IDX)
003780             END-IF
003790     END-EVALUATE.
003800     PERFORM 2500-IMPRIMIR-DETALLE THRU
003810         2500-IMPRIMIR-DETALLE-EXIT.
003820 2100-REVISAR-SOLICITUD-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860* 2200-CONTAR-RESUELTA -- CUENTA UNA SOLICITUD RESUELTA EN EL    *
003870*                         DIA PARA SU CAPTURISTA Y, SALVO LAS    *
003880*                         VENCIDAS, PARA SU APROBADOR.           *
003885*                         LAS INCOMPLETAS ('E') NO SE CUENTAN.   *
003890******************************************************************
003900 2200-CONTAR-RESUELTA.
003910     PERFORM 5100-UBICAR-CAPTURISTA THRU
003920         5100-UBICAR-CAPTURISTA-EXIT.
003930     IF WS-CAP-IDX > 0
003940         EVALUATE TRUE
003950             WHEN PEN-APROBADA
003960                 ADD 1 TO CAP-APROBADAS(WS-CAP-IDX)
003970             WHEN PEN-RECHAZADA
003980                 ADD 1 TO CAP-RECHAZADAS(WS-CAP-IDX)
003990             WHEN PEN-VENCIDA
004000                 ADD 1 TO CAP-VENCIDAS(WS-CAP-IDX)
004010         END-EVALUATE
004020     END-IF.
004030     IF PEN-VENCIDA
004040         GO TO 2200-CONTAR-RESUELTA-EXIT
004050     END-IF.
004060     MOVE PEN-APROBADOR TO WS-USUARIO-BUSCA.
004070     PERFORM 5200-UBICAR-APROBADOR THRU
004080         5200-UBICAR-APROBADOR-EXIT.
004090     IF WS-APR-IDX > 0
004100         EVALUATE TRUE
004108             WHEN PEN-APROBADA
004116                 ADD 1 TO APR-APROBADAS(WS-APR-IDX)
004124             WHEN PEN-RECHAZADA
004132                 ADD 1 TO APR-RECHAZADAS(WS-APR-IDX)
004140         END-EVALUATE
004150     END-IF.
004160 2200-CONTAR-RESUELTA-EXIT.
004170     EXIT.
004180*
004190******************************************************************
004200* 2500-IMPRIMIR-DETALLE -- IMPRIME EL RENGLON DE LA SOLICITUD.   *
004210*                          EL IMPORTE ES EL NUEVO EN UNA         *
004220*                          MODIFICACION, EL SALDO EN UNA BAJA Y  *
004230*                          EL SALDO ABSORBIDO EN UNA FUSION. EN  *
004240*                          PENDIENTES EL ESTADO ES LA ANTIGUEDAD.*
004250******************************************************************
004260 2500-IMPRIMIR-DETALLE.
004270     MOVE SPACES TO WS-DET-CLAVE-BAJA.
004280     MOVE SPACE  TO WS-DET-MARCA.
004290     MOVE PEN-FOLIO TO WS-DET-FOLIO.
004300     MOVE PEN-CLAVE TO WS-DET-CLAVE.
004310     EVALUATE TRUE
004320         WHEN PEN-OPER-MODIFICAR
004330             MOVE "MODIF"             TO WS-DET-OPER
004340             MOVE PEN-IMPORTE-NUEVO   TO WS-DET-IMPORTE
004350             MOVE PEN-MONEDA-NUEVA    TO WS-DET-MONEDA
004360         WHEN PEN-OPER-BAJA
004370             MOVE "BAJA"              TO WS-DET-OPER
004380             MOVE PEN-IMPORTE-ANT     TO WS-DET-IMPORTE
004390             MOVE PEN-MONEDA-ANT      TO WS-DET-MONEDA
004400         WHEN OTHER
004410             MOVE "FUSION"            TO WS-DET-OPER
004420             MOVE PEN-CLAVE-BAJA      TO WS-DET-CLAVE-BAJA
004430             MOVE PEN-IMPORTE-NUEVO   TO WS-DET-IMPORTE
004440             MOVE PEN-MONEDA-NUEVA    TO WS-DET-MONEDA
004450     END-EVALUATE.
004460     MOVE PEN-CAPTURISTA TO WS-DET-CAPTURISTA.
004470     MOVE PEN-APROBADOR  TO WS-DET-APROBADOR.
004480     EVALUATE TRUE
004490         WHEN WS-SECC-PENDIENTES
004500             MOVE SPACES TO WS-DET-APROBADOR
004510             COMPUTE WS-DIAS-EDAD = WS-DIA-REPORTE
004520                 - FUNCTION INTEGER-OF-DATE(PEN-FECHA-SOL)
004530             MOVE WS-DIAS-EDAD TO WS-EDAD-DIAS
004540             MOVE WS-ESTADO-EDAD TO WS-DET-ESTADO
004550             IF WS-DIAS-EDAD > WS-DIAS-VIGENCIA
004560                 MOVE '*' TO WS-DET-MARCA
004570             END-IF
004580         WHEN PEN-PENDIENTE
004590             MOVE "PENDIENTE" TO WS-DET-ESTADO
004600         WHEN PEN-APROBADA
004610             MOVE "APROBADA"  TO WS-DET-ESTADO
004620         WHEN PEN-RECHAZADA
004630             MOVE "RECHAZADA" TO WS-DET-ESTADO
004640         WHEN PEN-VENCIDA
004650             MOVE "VENCIDA"   TO WS-DET-ESTADO
004652         WHEN PEN-ERROR
004654             MOVE "REVISAR"   TO WS-DET-ESTADO
004660         WHEN OTHER
004670             MOVE PEN-ESTADO  TO WS-DET-ESTADO
004680     END-EVALUATE.
004690     WRITE LIN-REPORTE FROM WS-LINEA-DETALLE.
004700     ADD 1 TO WS-TOTAL-SECCION.
004710 2500-IMPRIMIR-DETALLE-EXIT.
004720     EXIT.
004730*
004740******************************************************************
004750* 5100-UBICAR-CAPTURISTA -- BUSCA EN LA TABLA EL USUARIO DE      *
004760*                           WS-USUARIO-BUSCA Y LO AGREGA SI NO   *
004770*                           ESTA. DEJA SU POSICION EN WS-CAP-IDX *
004780*                           (CERO SI LA TABLA ESTA LLENA).       *
004790******************************************************************
004800 5100-UBICAR-CAPTURISTA.
004810     MOVE 'N' TO WS-SW-USR-HALLADO.
004820     MOVE 0   TO WS-CAP-IDX.
004830     PERFORM 5150-COMPARAR-CAPTURISTA THRU
004840         5150-COMPARAR-CAPTURISTA-EXIT
004850         UNTIL WS-USR-HALLADO-SI
004860            OR WS-CAP-IDX NOT < WS-CAP-TOTAL.
004870     IF WS-USR-HALLADO-SI
004880         GO TO 5100-UBICAR-CAPTURISTA-EXIT
004890     END-IF.
004900     IF WS-CAP-TOTAL NOT < WS-CAP-MAX
004910         MOVE 0 TO WS-CAP-IDX
004920         GO TO 5100-UBICAR-CAPTURISTA-EXIT
004930     END-IF.
004940     ADD 1 TO WS-CAP-TOTAL.
004950     MOVE WS-CAP-TOTAL     TO WS-CAP-IDX.
004960     MOVE WS-USUARIO-BUSCA TO CAP-USUARIO(WS-CAP-IDX).
004970     MOVE 0 TO CAP-CAPTURADAS(WS-CAP-IDX).
004980     MOVE 0 TO CAP-PENDIENTES(WS-CAP-IDX).
004990     MOVE 0 TO CAP-APROBADAS(WS-CAP-IDX).
005000     MOVE 0 TO CAP-RECHAZADAS(WS-CAP-IDX).
005010     MOVE 0 TO CAP-VENCIDAS(WS-CAP-IDX).
005020 5100-UBICAR-CAPTURISTA-EXIT.
005030     EXIT.
005040*
005050******************************************************************
005060* 5150-COMPARAR-CAPTURISTA -- AVANZA A LA SIGUIENTE ENTRADA DE   *
005070*                             LA TABLA DE CAPTURISTAS Y LA       *
005080*                             COMPARA CONTRA EL BUSCADO.         *
005090******************************************************************
005100 5150-COMPARAR-CAPTURISTA.
005110     ADD 1 TO WS-CAP-IDX.
005120     IF CAP-USUARIO(WS-CAP-IDX) = WS-USUARIO-BUSCA
005130         MOVE 'S' TO WS-SW-USR-HALLADO
005140     END-IF.
005150 5150-COMPARAR-CAPTURISTA-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190* 5200-UBICAR-APROBADOR -- BUSCA EN LA TABLA EL USUARIO DE       *
005200*                          WS-USUARIO-BUSCA Y LO AGREGA SI NO    *
005210*                          ESTA. DEJA SU POSICION EN WS-APR-IDX  *
005220*                          (CERO SI LA TABLA ESTA LLENA).        *
005230******************************************************************
005240 5200-UBICAR-APROBADOR.
005250     MOVE 'N' TO WS-SW-USR-HALLADO.
005260     MOVE 0   TO WS-APR-IDX.
005270     PERFORM 5250-COMPARAR-APROBADOR THRU
005280         5250-COMPARAR-APROBADOR-EXIT
005290         UNTIL WS-USR-HALLADO-SI
005300            OR WS-APR-IDX NOT < WS-APR-TOTAL.
005310     IF WS-USR-HALLADO-SI
005320         GO TO 5200-UBICAR-APROBADOR-EXIT
005330     END-IF.
005340     IF WS-APR-TOTAL NOT < WS-APR-MAX
005350         MOVE 0 TO WS-APR-IDX
005360         GO TO 5200-UBICAR-APROBADOR-EXIT
005370     END-IF.
005380     ADD 1 TO WS-APR-TOTAL.
005390     MOVE WS-APR-TOTAL     TO WS-APR-IDX.
005400     MOVE WS-USUARIO-BUSCA TO APR-USUARIO(WS-APR-IDX).
005410     MOVE 0 TO APR-APROBADAS(WS-APR-IDX).
005420     MOVE 0 TO APR-RECHAZADAS(WS-APR-IDX).
005430 5200-UBICAR-APROBADOR-EXIT.
005440     EXIT.
005450*
005460******************************************************************
005470* 5250-COMPARAR-APROBADOR -- AVANZA A LA SIGUIENTE ENTRADA DE LA *
005480*                            TABLA DE APROBADORES Y LA COMPARA   *
005490*                            CONTRA EL BUSCADO.                  *
005500******************************************************************
005510 5250-COMPARAR-APROBADOR.
005520     ADD 1 TO WS-APR-IDX.
005530     IF APR-USUARIO(WS-APR-IDX) = WS-USUARIO-BUSCA
005540         MOVE 'S' TO WS-SW-USR-HALLADO
005550     END-IF.
005560 5250-COMPARAR-APROBADOR-EXIT.
005570     EXIT.
005580*
005590******************************************************************
005600* 8000-IMPRIMIR-CAPTURISTAS -- IMPRIME EL RESUMEN POR CAPTURISTA.*
005610******************************************************************
005620 8000-IMPRIMIR-CAPTURISTAS.
005630     MOVE SPACES TO LIN-REPORTE.
005640     WRITE LIN-REPORTE.
005650     MOVE "RESUMEN POR CAPTURISTA" TO WS-TIT-TEXTO.
005660     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
005670     WRITE LIN-REPORTE FROM WS-LINEA-ENC-CAPTURISTA.
005680     IF WS-CAP-TOTAL = 0
005690         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DATOS
005700     END-IF.
005710     MOVE 0 TO WS-CAP-IDX.
005720     PERFORM 8050-IMPRIMIR-CAPTURISTA THRU
005730         8050-IMPRIMIR-CAPTURISTA-EXIT
005740         UNTIL WS-CAP-IDX NOT < WS-CAP-TOTAL.
005750 8000-IMPRIMIR-CAPTURISTAS-EXIT.
005760     EXIT.
005770*
005780******************************************************************
005790* 8050-IMPRIMIR-CAPTURISTA -- IMPRIME EL RENGLON DEL SIGUIENTE   *
005800*                            CAPTURISTA DE LA TABLA.             *
005810******************************************************************
005820 8050-IMPRIMIR-CAPTURISTA.
005830     ADD 1 TO WS-CAP-IDX.
005840     MOVE CAP-USUARIO(WS-CAP-IDX)    TO WS-DCP-USUARIO.
005850     MOVE CAP-CAPTURADAS(WS-CAP-IDX) TO WS-DCP-CAPTURADAS.
005860     MOVE CAP-PENDIENTES(WS-CAP-IDX) TO WS-DCP-PENDIENTES.
005870     MOVE CAP-APROBADAS(WS-CAP-IDX)  TO WS-DCP-APROBADAS.
005880     MOVE CAP-RECHAZADAS(WS-CAP-IDX) TO WS-DCP-RECHAZADAS.
005890     MOVE CAP-VENCIDAS(WS-CAP-IDX)   TO WS-DCP-VENCIDAS.
005900     WRITE LIN-REPORTE FROM WS-LINEA-CAPTURISTA.
005910 8050-IMPRIMIR-CAPTURISTA-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 8100-IMPRIMIR-APROBADORES -- IMPRIME EL RESUMEN POR APROBADOR. *
005960******************************************************************
005970 8100-IMPRIMIR-APROBADORES.
005980     MOVE SPACES TO LIN-REPORTE.
005990     WRITE LIN-REPORTE.
006000     MOVE "RESUMEN POR APROBADOR" TO WS-TIT-TEXTO.
006010     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
006020     WRITE LIN-REPORTE FROM WS-LINEA-ENC-APROBADOR.
006030     IF WS-APR-TOTAL = 0
006040         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DATOS
006050     END-IF.
006060     MOVE 0 TO WS-APR-IDX.
006070     PERFORM 8150-IMPRIMIR-APROBADOR THRU
006080         8150-IMPRIMIR-APROBADOR-EXIT
006090         UNTIL WS-APR-IDX NOT < WS-APR-TOTAL.
006100 8100-IMPRIMIR-APROBADORES-EXIT.
006110     EXIT.
006120*
006130******************************************************************
006140* 8150-IMPRIMIR-APROBADOR -- IMPRIME EL RENGLON DEL SIGUIENTE    *
006150*                           APROBADOR DE LA TABLA.               *
006160******************************************************************
006170 8150-IMPRIMIR-APROBADOR.
006180     ADD 1 TO WS-APR-IDX.
006190     MOVE APR-USUARIO(WS-APR-IDX)    TO WS-DAP-USUARIO.
006200     MOVE APR-APROBADAS(WS-APR-IDX)  TO WS-DAP-APROBADAS.
006210     MOVE APR-RECHAZADAS(WS-APR-IDX) TO WS-DAP-RECHAZADAS.
006220     WRITE LIN-REPORTE FROM WS-LINEA-APROBADOR.
006230 8150-IMPRIMIR-APROBADOR-EXIT.
006240     EXIT.
006250*
006260******************************************************************
006270* 8900-IMPRIMIR-TRAILER -- IMPRIME LOS TOTALES DEL REPORTE.      *
006280******************************************************************
006290 8900-IMPRIMIR-TRAILER.
006300     MOVE SPACES TO LIN-REPORTE.
006310     WRITE LIN-REPORTE.
006320     MOVE WS-TOTAL-CAPTURADAS TO WS-TRL-CAPTURADAS.
006330     MOVE WS-TOTAL-RESUELTAS  TO WS-TRL-RESUELTAS.
006340     MOVE WS-TOTAL-PENDIENTES TO WS-TRL-PENDIENTES.
006350     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006360     DISPLAY "REPAPROB: FECHA " WS-FECHA-REPORTE ", CAPTURADAS "
006370         WS-TOTAL-CAPTURADAS ", RESUELTAS " WS-TOTAL-RESUELTAS
006380         ", PENDIENTES " WS-TOTAL-PENDIENTES ".".
006390 8900-IMPRIMIR-TRAILER-EXIT.
006400     EXIT.
006410*
006420******************************************************************
006430* 9999-FINALIZAR -- CIERRA EL REPORTE.                           *
006440******************************************************************
006450 9999-FINALIZAR.
006460     CLOSE REPORTE-FILE.
006470 9999-FINALIZAR-EXIT.
006480     EXIT.
