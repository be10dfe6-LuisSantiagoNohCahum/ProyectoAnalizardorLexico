000160*    DE CONTROL DE LO CARGADO COINCIDAN CON EL TRAILER DEL       *
000170*    RESPALDO ANTES DE DECLARAR EXITO. SIRVE TAMBIEN COMO        *
000180*    REORGANIZACION DEL INDEXADO DESPUES DE MUCHO REWRITE.       *
000181*                                                                *
000182*    DE LA MISMA FORMA RECONSTRUYE LOS DETALLES INDEXADOS        *
000183*    CLIMOVS (DESDE MOVBKUP) Y CALCHIST (DESDE CALBKUP). LA      *
000184*    LINEA DE COMANDOS NOMBRA LOS ARCHIVOS A RECONSTRUIR         *
000185*    (CLIENTES, CLIMOVS Y/O CALCHIST); SIN PARAMETROS SE         *
000186*    RECONSTRUYEN LOS TRES, CADA UNO CON SU PROPIA CONFIRMACION  *
000187*    Y VERIFICACION.                                             *
000190*                                                                *
000200******************************************************************
000210*    HISTORIAL DE MODIFICACIONES                                 *
000242*                        LA FECHA DE EXPORTACION; UN RESPALDO    *
000243*                        VIEJO SIN ESE CAMPO SE CARGA CON        *
000244*                        FECHA CERO.                             *
000245*    10/15/2026  HNK     SE RECONSTRUYEN TAMBIEN CLIMOVS Y       *
000246*                        CALCHIST, YA INDEXADOS, DESDE MOVBKUP Y *
000247*                        CALBKUP; LA LINEA DE COMANDOS ELIGE LOS *
000248*                        ARCHIVOS.                               *
000249*    10/15/2026  HNK     4000 A 6300 PASAN ANTES DE 8000.        *
000250******************************************************************
000260*
000270 ENVIRONMENT DIVISION.
000380     SELECT RESPALDO-FILE ASSIGN TO "CLIBKUP"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-FS-RESPALDO.
000401     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS MOV-LLAVE
000405         FILE STATUS IS WS-FS-MOVS.
000406     SELECT CALHIS-FILE ASSIGN TO "CALCHIST"
000407         ORGANIZATION IS INDEXED
000408         ACCESS MODE IS DYNAMIC
000409         RECORD KEY IS CAL-LLAVE
000410         FILE STATUS IS WS-FS-CALHIS.
000411     SELECT MOVBKUP-FILE ASSIGN TO "MOVBKUP"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS WS-FS-MOVBKUP.
000414     SELECT CALBKUP-FILE ASSIGN TO "CALBKUP"
000415         ORGANIZATION IS LINE SEQUENTIAL
000416         FILE STATUS IS WS-FS-CALBKUP.
000417*
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CLIENTES-FILE.
000500         88 BKP-TIPO-DETALLE                     VALUE 'D'.
000510         88 BKP-TIPO-TRAILER                     VALUE '9'.
000520     05 BKP-RESTO                  PIC X(79).
000521 FD  MOVS-FILE.
000522     COPY MOVCLI.
000523 FD  CALHIS-FILE.
000524     COPY CALHIS.
000525 FD  MOVBKUP-FILE.
000526 01  REG-MOVBKUP.
000527     05 MBK-TIPO                   PIC X(01).
000528         88 MBK-TIPO-ENCABEZADO                  VALUE '1'.
000529         88 MBK-TIPO-DETALLE                     VALUE 'D'.
000530         88 MBK-TIPO-TRAILER                     VALUE '9'.
000531     05 MBK-RESTO                  PIC X(79).
000532 FD  CALBKUP-FILE.
000533 01  REG-CALBKUP.
000534     05 CBK-TIPO                   PIC X(01).
000535         88 CBK-TIPO-ENCABEZADO                  VALUE '1'.
000536         88 CBK-TIPO-DETALLE                     VALUE 'D'.
000537         88 CBK-TIPO-TRAILER                     VALUE '9'.
000538     05 CBK-RESTO                  PIC X(119).
000539*
000540 WORKING-STORAGE SECTION.
000550*
000560 01 WS-ARCHIVOS.
000640         88 WS-CANCELAR-SI                       VALUE 'S'.
000650     05 WS-SW-HAY-TRAILER          PIC X(01)     VALUE 'N'.
000660         88 WS-HAY-TRAILER-SI                    VALUE 'S'.
000661     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000662         88 WS-FS-MOVS-OK                        VALUE '00'.
000663     05 WS-FS-CALHIS               PIC X(02)     VALUE '00'.
000664         88 WS-FS-CALHIS-OK                      VALUE '00'.
000665     05 WS-FS-MOVBKUP              PIC X(02)     VALUE '00'.
000666         88 WS-FS-MOVBKUP-OK                     VALUE '00'.
000667     05 WS-FS-CALBKUP              PIC X(02)     VALUE '00'.
000668         88 WS-FS-CALBKUP-OK                     VALUE '00'.
000669*
000670 01 WS-ARCHIVOS-PEDIDOS.
000671     05 WS-SW-REST-CLIENTES        PIC X(01)     VALUE 'N'.
000672         88 WS-REST-CLIENTES-SI                  VALUE 'S'.
000673     05 WS-SW-REST-MOVS            PIC X(01)     VALUE 'N'.
000674         88 WS-REST-MOVS-SI                      VALUE 'S'.
000675     05 WS-SW-REST-CALHIS          PIC X(01)     VALUE 'N'.
000676         88 WS-REST-CALHIS-SI                    VALUE 'S'.
000677     05 WS-SW-PARM-ERROR           PIC X(01)     VALUE 'N'.
000678         88 WS-PARM-ERROR-SI                     VALUE 'S'.
000679*
000680 01 WS-CONFIRMA                    PIC X(01)     VALUE 'N'.
000681     88 WS-CONFIRMA-SI                      VALUES 'S' 's'.
000700*
000701 01 WS-PARM-LINEA                  PIC X(80).
000702 01 WS-PARM-TOKEN-1                PIC X(20).
000703 01 WS-PARM-TOKEN-2                PIC X(20).
000704 01 WS-PARM-TOKEN-3                PIC X(20).
000705 01 WS-PARM-TOKEN-ACT              PIC X(20).
000706*
000710 01 WS-DET-RESPALDO.
000720     05 FILLER                     PIC X(01).
000730     05 DET-CLAVE                  PIC 9(06).
000880*
000890 01 WS-TOTAL-CARGADOS              PIC 9(07)     VALUE 0.
000900 01 WS-SUMA-CARGADA                PIC S9(13)V99 VALUE 0.
000901 01 WS-TOTAL-RECHAZADOS            PIC 9(07)     VALUE 0.
000902 01 WS-ARCHIVO-ACTUAL              PIC X(08)     VALUE SPACES.
000910*
000920 PROCEDURE DIVISION.
000930*
000940******************************************************************
000941* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL: RECONSTRUYE,   *
000942*                  EN ESTE ORDEN, CADA ARCHIVO PEDIDO.           *
000943******************************************************************
000944 0000-MAINLINE.
000945     PERFORM 0100-DETERMINAR-ARCHIVOS THRU
000946         0100-DETERMINAR-ARCHIVOS-EXIT.
000947     IF WS-REST-CLIENTES-SI
000948         PERFORM 0500-RESTAURAR-CLIENTES THRU
000949             0500-RESTAURAR-CLIENTES-EXIT
000950     END-IF.
000951     IF WS-REST-MOVS-SI
000952         PERFORM 4000-RESTAURAR-MOVS THRU 4000-RESTAURAR-MOVS-EXIT
000953     END-IF.
000954     IF WS-REST-CALHIS-SI
000955         PERFORM 6000-RESTAURAR-CALCULOS THRU
000956             6000-RESTAURAR-CALCULOS-EXIT
000957     END-IF.
000958     DISPLAY "FIN DE RESTCLI.".
000959     STOP RUN.
000960*
000961******************************************************************
000962* 0100-DETERMINAR-ARCHIVOS -- LEE LA LINEA DE COMANDOS CON LOS   *
000963*                            ARCHIVOS A RECONSTRUIR. SIN         *
000964*                            PARAMETROS SE TOMAN LOS TRES; UN    *
000965*                            NOMBRE DESCONOCIDO CANCELA TODO.    *
000966******************************************************************
000967 0100-DETERMINAR-ARCHIVOS.
000968     MOVE SPACES TO WS-PARM-LINEA.
000969     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
000970     UNSTRING WS-PARM-LINEA DELIMITED BY ALL SPACE
000971         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2 WS-PARM-TOKEN-3.
000972     IF WS-PARM-TOKEN-1 = SPACES
000973         MOVE 'S' TO WS-SW-REST-CLIENTES
000974         MOVE 'S' TO WS-SW-REST-MOVS
000975         MOVE 'S' TO WS-SW-REST-CALHIS
000976         GO TO 0100-DETERMINAR-ARCHIVOS-EXIT
000977     END-IF.
000978     MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN-ACT.
000979     PERFORM 0150-TOMAR-ARCHIVO THRU 0150-TOMAR-ARCHIVO-EXIT.
000980     MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN-ACT.
000981     PERFORM 0150-TOMAR-ARCHIVO THRU 0150-TOMAR-ARCHIVO-EXIT.
000982     MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN-ACT.
000983     PERFORM 0150-TOMAR-ARCHIVO THRU 0150-TOMAR-ARCHIVO-EXIT.
000984     IF WS-PARM-ERROR-SI
000985         MOVE 'N' TO WS-SW-REST-CLIENTES
000986         MOVE 'N' TO WS-SW-REST-MOVS
000987         MOVE 'N' TO WS-SW-REST-CALHIS
000988     END-IF.
000989 0100-DETERMINAR-ARCHIVOS-EXIT.
000990     EXIT.
000991*
000992******************************************************************
000993* 0150-TOMAR-ARCHIVO -- MARCA EL ARCHIVO NOMBRADO EN UN          *
000994*                      PARAMETRO DE LA LINEA DE COMANDOS.        *
000995******************************************************************
000996 0150-TOMAR-ARCHIVO.
000997     EVALUATE WS-PARM-TOKEN-ACT
000998         WHEN SPACES
000999             CONTINUE
001000         WHEN "CLIENTES"
001001             MOVE 'S' TO WS-SW-REST-CLIENTES
001002         WHEN "CLIMOVS"
001003             MOVE 'S' TO WS-SW-REST-MOVS
001004         WHEN "CALCHIST"
001005             MOVE 'S' TO WS-SW-REST-CALHIS
001006         WHEN OTHER
001007             DISPLAY "RESTCLI: ARCHIVO DESCONOCIDO "
001008                 WS-PARM-TOKEN-ACT "; SE ADMITEN CLIENTES, "
001009                 "CLIMOVS Y CALCHIST. NO SE RECONSTRUYE NADA."
001010             MOVE 'S' TO WS-SW-PARM-ERROR
001011     END-EVALUATE.
001012 0150-TOMAR-ARCHIVO-EXIT.
001013     EXIT.
001014*
001015******************************************************************
001016* 0500-RESTAURAR-CLIENTES -- RECONSTRUYE EL MAESTRO DE CLIENTES  *
001017*                           DESDE CLIBKUP.                       *
001018******************************************************************
001019 0500-RESTAURAR-CLIENTES.
001020     MOVE "CLIENTES" TO WS-ARCHIVO-ACTUAL.
001021     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001022     IF NOT WS-CANCELAR-SI
001023         PERFORM 2000-LEER-RESPALDO THRU 2000-LEER-RESPALDO-EXIT
001024         PERFORM 3000-CARGAR-REGISTRO THRU
001025             3000-CARGAR-REGISTRO-EXIT
001026             UNTIL WS-EOF-RESPALDO-SI
001027         PERFORM 8000-VERIFICAR-TOTALES THRU
001028             8000-VERIFICAR-TOTALES-EXIT
001029     END-IF.
001030     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001031 0500-RESTAURAR-CLIENTES-EXIT.
001032     EXIT.
001100*
001110******************************************************************
001120* 1000-INICIALIZAR -- ABRE EL RESPALDO, VALIDA SU ENCABEZADO Y,  *
001920                     DISPLAY "RESTCLI: NO SE PUDO CARGAR LA "
001930                         "CLAVE " DET-CLAVE " (ESTADO "
001940                         WS-FS-CLIENTES ")."
001945                     ADD 1 TO WS-TOTAL-RECHAZADOS
001950                 NOT INVALID KEY
001960                     ADD 1 TO WS-TOTAL-CARGADOS
001970                     ADD DET-NUMERO TO WS-SUMA-CARGADA
002070 3000-CARGAR-REGISTRO-EXIT.
002080     EXIT.
002090*
002490******************************************************************
002500* 4000-RESTAURAR-MOVS -- RECONSTRUYE EL DETALLE CLIMOVS DESDE    *
002510*                        MOVBKUP Y VERIFICA SUS TOTALES.         *
002520******************************************************************
002530 4000-RESTAURAR-MOVS.
002540     MOVE "CLIMOVS" TO WS-ARCHIVO-ACTUAL.
002550     MOVE 'N' TO WS-SW-CANCELAR.
002560     MOVE 'N' TO WS-SW-EOF-RESPALDO.
002570     MOVE 'N' TO WS-SW-HAY-TRAILER.
002580     MOVE 0   TO WS-TOTAL-CARGADOS WS-SUMA-CARGADA
002590                 WS-TOTAL-RECHAZADOS.
002600     PERFORM 4100-ABRIR-MOVS THRU 4100-ABRIR-MOVS-EXIT.
002610     IF WS-CANCELAR-SI
002620         GO TO 4000-RESTAURAR-MOVS-EXIT
002630     END-IF.
002640     PERFORM 4200-LEER-MOVBKUP THRU 4200-LEER-MOVBKUP-EXIT.
002650     PERFORM 4300-CARGAR-MOVIMIENTO THRU
002660         4300-CARGAR-MOVIMIENTO-EXIT
002670         UNTIL WS-EOF-RESPALDO-SI.
002680     PERFORM 8000-VERIFICAR-TOTALES THRU
002690         8000-VERIFICAR-TOTALES-EXIT.
002700     CLOSE MOVBKUP-FILE.
002710     CLOSE MOVS-FILE.
002720 4000-RESTAURAR-MOVS-EXIT.
002730     EXIT.
002740*
002750******************************************************************
002760* 4100-ABRIR-MOVS -- ABRE MOVBKUP, VALIDA SU ENCABEZADO Y,       *
002770*                    PREVIA CONFIRMACION DEL OPERADOR, ABRE      *
002780*                    CLIMOVS PARA REGRABARLO DESDE CERO.         *
002790******************************************************************
002800 4100-ABRIR-MOVS.
002810     DISPLAY "*** RESTCLI - RECONSTRUCCION DE CLIMOVS ***".
002820     OPEN INPUT MOVBKUP-FILE.
002830     IF NOT WS-FS-MOVBKUP-OK
002840         DISPLAY "RESTCLI: NO SE ENCONTRO EL RESPALDO MOVBKUP "
002850             "(ESTADO " WS-FS-MOVBKUP "); CLIMOVS NO SE "
002860             "RECONSTRUYE."
002870         MOVE 'S' TO WS-SW-CANCELAR
002880         GO TO 4100-ABRIR-MOVS-EXIT
002890     END-IF.
002900     READ MOVBKUP-FILE
002910         AT END
002920             MOVE 'S' TO WS-SW-EOF-RESPALDO
002930     END-READ.
002940     IF WS-EOF-RESPALDO-SI OR NOT MBK-TIPO-ENCABEZADO
002950         DISPLAY "RESTCLI: MOVBKUP NO EMPIEZA CON EL ENCABEZADO "
002960             "ESPERADO; SE CANCELA LA RECONSTRUCCION DE CLIMOVS."
002970         MOVE 'S' TO WS-SW-CANCELAR
002980         CLOSE MOVBKUP-FILE
002990         GO TO 4100-ABRIR-MOVS-EXIT
003000     END-IF.
003010     DISPLAY "RESPALDO DEL " MBK-RESTO(1:8) " A LAS "
003020         MBK-RESTO(9:6) ".".
003030     DISPLAY "EL DETALLE CLIMOVS SE REGRABARA DESDE CERO.".
003040     DISPLAY "CONFIRMAS LA RECONSTRUCCION (S/N)?"
003050         WITH NO ADVANCING.
003060     MOVE 'N' TO WS-CONFIRMA.
003070     ACCEPT WS-CONFIRMA.
003080     IF NOT WS-CONFIRMA-SI
003090         DISPLAY "SE CANCELA LA RECONSTRUCCION DE CLIMOVS."
003100         MOVE 'S' TO WS-SW-CANCELAR
003110         CLOSE MOVBKUP-FILE
003120         GO TO 4100-ABRIR-MOVS-EXIT
003130     END-IF.
003140     OPEN OUTPUT MOVS-FILE.
003150     IF NOT WS-FS-MOVS-OK
003160         DISPLAY "RESTCLI: NO SE PUDO ABRIR CLIMOVS PARA "
003170             "REGRABARLO (ESTADO " WS-FS-MOVS "); SE CANCELA SU "
003180             "RECONSTRUCCION."
003190         MOVE 'S' TO WS-SW-CANCELAR
003200         CLOSE MOVBKUP-FILE
003210     END-IF.
003220 4100-ABRIR-MOVS-EXIT.
003230     EXIT.
003240*
003250******************************************************************
003260* 4200-LEER-MOVBKUP -- LEE UN RENGLON DEL RESPALDO DE CLIMOVS.   *
003270******************************************************************
003280 4200-LEER-MOVBKUP.
003290     READ MOVBKUP-FILE
003300         AT END
003310             MOVE 'S' TO WS-SW-EOF-RESPALDO
003320     END-READ.
003330 4200-LEER-MOVBKUP-EXIT.
003340     EXIT.
003350*
003360******************************************************************
003370* 4300-CARGAR-MOVIMIENTO -- PROCESA EL RENGLON ACTUAL DE         *
003380*                           MOVBKUP: LOS DETALLES SE GRABAN EN   *
003390*                           CLIMOVS POR SU LLAVE Y EL TRAILER SE *
003400*                           GUARDA PARA LA VERIFICACION FINAL.   *
003410******************************************************************
003420 4300-CARGAR-MOVIMIENTO.
003430     EVALUATE TRUE
003440         WHEN MBK-TIPO-DETALLE
003450             MOVE MBK-RESTO(1:57) TO REG-MOVIMIENTO
003460             WRITE REG-MOVIMIENTO
003470                 INVALID KEY
003480                     DISPLAY "RESTCLI: NO SE PUDO CARGAR EL "
003490                         "MOVIMIENTO " MOV-CLAVE "-" MOV-FECHA "-"
003500                         MOV-SECUENCIA " (ESTADO " WS-FS-MOVS ")."
003510                     ADD 1 TO WS-TOTAL-RECHAZADOS
003520                 NOT INVALID KEY
003530                     ADD 1 TO WS-TOTAL-CARGADOS
003540                     ADD MOV-IMPORTE TO WS-SUMA-CARGADA
003550             END-WRITE
003560         WHEN MBK-TIPO-TRAILER
003570             MOVE REG-MOVBKUP TO WS-TRL-RESPALDO
003580             MOVE 'S' TO WS-SW-HAY-TRAILER
003590         WHEN OTHER
003600             DISPLAY "RESTCLI: RENGLON CON TIPO DESCONOCIDO EN "
003610                 "MOVBKUP; SE IGNORA."
003620     END-EVALUATE.
003630     PERFORM 4200-LEER-MOVBKUP THRU 4200-LEER-MOVBKUP-EXIT.
003640 4300-CARGAR-MOVIMIENTO-EXIT.
003650     EXIT.
003660*
003670******************************************************************
003680* 6000-RESTAURAR-CALCULOS -- RECONSTRUYE EL HISTORICO            *
003690*                            CALCHIST DESDE CALBKUP Y VERIFICA   *
003700*                            SUS TOTALES.                        *
003710******************************************************************
003720 6000-RESTAURAR-CALCULOS.
003730     MOVE "CALCHIST" TO WS-ARCHIVO-ACTUAL.
003740     MOVE 'N' TO WS-SW-CANCELAR.
003750     MOVE 'N' TO WS-SW-EOF-RESPALDO.
003760     MOVE 'N' TO WS-SW-HAY-TRAILER.
003770     MOVE 0   TO WS-TOTAL-CARGADOS WS-SUMA-CARGADA
003780                 WS-TOTAL-RECHAZADOS.
003790     PERFORM 6100-ABRIR-CALCULOS THRU 6100-ABRIR-CALCULOS-EXIT.
003800     IF WS-CANCELAR-SI
003810         GO TO 6000-RESTAURAR-CALCULOS-EXIT
003820     END-IF.
003830     PERFORM 6200-LEER-CALBKUP THRU 6200-LEER-CALBKUP-EXIT.
003840     PERFORM 6300-CARGAR-CALCULO THRU
003850         6300-CARGAR-CALCULO-EXIT
003860         UNTIL WS-EOF-RESPALDO-SI.
003870     PERFORM 8000-VERIFICAR-TOTALES THRU
003880         8000-VERIFICAR-TOTALES-EXIT.
003890     CLOSE CALBKUP-FILE.
003900     CLOSE CALHIS-FILE.
003910 6000-RESTAURAR-CALCULOS-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 6100-ABRIR-CALCULOS -- ABRE CALBKUP, VALIDA SU ENCABEZADO Y,   *
003960*                        PREVIA CONFIRMACION DEL OPERADOR, ABRE  *
003970*                        CALCHIST PARA REGRABARLO DESDE CERO.    *
003980******************************************************************
003990 6100-ABRIR-CALCULOS.
004000     DISPLAY "*** RESTCLI - RECONSTRUCCION DE CALCHIST ***".
004010     OPEN INPUT CALBKUP-FILE.
004020     IF NOT WS-FS-CALBKUP-OK
004030         DISPLAY "RESTCLI: NO SE ENCONTRO EL RESPALDO CALBKUP "
004040             "(ESTADO " WS-FS-CALBKUP "); CALCHIST NO SE "
004050             "RECONSTRUYE."
004060         MOVE 'S' TO WS-SW-CANCELAR
004070         GO TO 6100-ABRIR-CALCULOS-EXIT
004080     END-IF.
004090     READ CALBKUP-FILE
004100         AT END
004110             MOVE 'S' TO WS-SW-EOF-RESPALDO
004120     END-READ.
004130     IF WS-EOF-RESPALDO-SI OR NOT CBK-TIPO-ENCABEZADO
004140         DISPLAY "RESTCLI: CALBKUP NO EMPIEZA CON EL ENCABEZADO "
004150             "ESPERADO; SE CANCELA LA RECONSTRUCCION DE CALCHIST."
004160         MOVE 'S' TO WS-SW-CANCELAR
004170         CLOSE CALBKUP-FILE
004180         GO TO 6100-ABRIR-CALCULOS-EXIT
004190     END-IF.
004200     DISPLAY "RESPALDO DEL " CBK-RESTO(1:8) " A LAS "
004210         CBK-RESTO(9:6) ".".
004220     DISPLAY "EL HISTORICO CALCHIST SE REGRABARA DESDE CERO.".
004230     DISPLAY "CONFIRMAS LA RECONSTRUCCION (S/N)?"
004240         WITH NO ADVANCING.
004250     MOVE 'N' TO WS-CONFIRMA.
004260     ACCEPT WS-CONFIRMA.
004270     IF NOT WS-CONFIRMA-SI
004280         DISPLAY "SE CANCELA LA RECONSTRUCCION DE CALCHIST."
004290         MOVE 'S' TO WS-SW-CANCELAR
004300         CLOSE CALBKUP-FILE
004310         GO TO 6100-ABRIR-CALCULOS-EXIT
004320     END-IF.
004330     OPEN OUTPUT CALHIS-FILE.
004340     IF NOT WS-FS-CALHIS-OK
004350         DISPLAY "RESTCLI: NO SE PUDO ABRIR CALCHIST PARA "
004360             "REGRABARLO (ESTADO " WS-FS-CALHIS "); SE CANCELA "
004370             "SU RECONSTRUCCION."
004380         MOVE 'S' TO WS-SW-CANCELAR
004390         CLOSE CALBKUP-FILE
004400     END-IF.
004410 6100-ABRIR-CALCULOS-EXIT.
004420     EXIT.
004430*
004440******************************************************************
004450* 6200-LEER-CALBKUP -- LEE UN RENGLON DEL RESPALDO DE CALCHIST.  *
004460******************************************************************
004470 6200-LEER-CALBKUP.
004480     READ CALBKUP-FILE
004490         AT END
004500             MOVE 'S' TO WS-SW-EOF-RESPALDO
004510     END-READ.
004520 6200-LEER-CALBKUP-EXIT.
004530     EXIT.
004540*
004550******************************************************************
004560* 6300-CARGAR-CALCULO -- PROCESA EL RENGLON ACTUAL DE CALBKUP:   *
004570*                        LOS DETALLES SE GRABAN EN CALCHIST POR  *
004580*                        SU LLAVE Y EL TRAILER SE GUARDA PARA LA *
004590*                        VERIFICACION FINAL.                     *
004600******************************************************************
004610 6300-CARGAR-CALCULO.
004620     EVALUATE TRUE
004630         WHEN CBK-TIPO-DETALLE
004640             MOVE CBK-RESTO(1:104) TO REG-CALCULO
004650             WRITE REG-CALCULO
004660                 INVALID KEY
004670                     DISPLAY "RESTCLI: NO SE PUDO CARGAR EL "
004680                         "CALCULO " CAL-CLAVE "-"
004690                         CAL-FECHA-HORA "-" CAL-SECUENCIA
004700                         " (ESTADO " WS-FS-CALHIS ")."
004710                     ADD 1 TO WS-TOTAL-RECHAZADOS
004720                 NOT INVALID KEY
004730                     ADD 1 TO WS-TOTAL-CARGADOS
004740                     ADD CAL-IMPORTE TO WS-SUMA-CARGADA
004750             END-WRITE
004760         WHEN CBK-TIPO-TRAILER
004770             MOVE REG-CALBKUP(1:80) TO WS-TRL-RESPALDO
004780             MOVE 'S' TO WS-SW-HAY-TRAILER
004790         WHEN OTHER
004800             DISPLAY "RESTCLI: RENGLON CON TIPO DESCONOCIDO EN "
004810                 "CALBKUP; SE IGNORA."
004820     END-EVALUATE.
004830     PERFORM 6200-LEER-CALBKUP THRU 6200-LEER-CALBKUP-EXIT.
004840 6300-CARGAR-CALCULO-EXIT.
004850     EXIT.
004860*
004870******************************************************************
004880* 8000-VERIFICAR-TOTALES -- COMPARA LO CARGADO CONTRA EL TRAILER *
004890*                          DEL RESPALDO Y DECLARA EXITO SOLO SI  *
004900*                          EL CONTEO Y LA SUMA DE CONTROL        *
004910*                          COINCIDEN.                           *
004920******************************************************************
004930 8000-VERIFICAR-TOTALES.
004940     IF WS-TOTAL-RECHAZADOS > 0
004950         DISPLAY "RESTCLI: " WS-TOTAL-RECHAZADOS " RENGLON(ES) "
004960             "DE " WS-ARCHIVO-ACTUAL " RECHAZADO(S) AL CARGAR."
004970     END-IF.
004980     IF NOT WS-HAY-TRAILER-SI
004990         DISPLAY "RESTCLI: EL RESPALDO DE " WS-ARCHIVO-ACTUAL
005000             " NO TRAE TRAILER; LA RECONSTRUCCION NO SE PUEDE "
005010             "VERIFICAR."
005020         GO TO 8000-VERIFICAR-TOTALES-EXIT
005030     END-IF.
005040     IF WS-TOTAL-CARGADOS = TRL-REGISTROS
005050        AND WS-SUMA-CARGADA = TRL-SUMA-CONTROL
005060         DISPLAY "RESTCLI: RECONSTRUCCION DE " WS-ARCHIVO-ACTUAL
005070             " VERIFICADA: " WS-TOTAL-CARGADOS " REGISTRO(S) Y "
005080             "SUMA DE CONTROL CORRECTA."
005090     ELSE
005100         DISPLAY "RESTCLI: VERIFICACION DE " WS-ARCHIVO-ACTUAL
005110             " FALLIDA. CARGADOS " WS-TOTAL-CARGADOS " CONTRA "
005120             TRL-REGISTROS " DEL TRAILER; REVISAR EL RESPALDO "
005130             "ANTES DE USAR EL ARCHIVO."
005140     END-IF.
005150 8000-VERIFICAR-TOTALES-EXIT.
005160     EXIT.
005170*
005180******************************************************************
005190* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA          *
005200*                   RECONSTRUCCION.                             *
005210******************************************************************
005220 9999-FINALIZAR.
005230     IF NOT WS-CANCELAR-SI
005240         CLOSE RESPALDO-FILE
005250         CLOSE CLIENTES-FILE
005260     END-IF.
005270 9999-FINALIZAR-EXIT.
005280     EXIT.
005290*
