000150*    EL CONTEO DE REGISTROS Y LA SUMA DE CONTROL DE LOS          *
000160*    IMPORTES (CLI-NUMERO). RESTCLI RECONSTRUYE EL INDEXADO A    *
000170*    PARTIR DE ESTE RESPALDO Y VERIFICA AMBOS TOTALES.           *
000171*                                                                *
000172*    DE LA MISMA FORMA DESCARGA LOS DETALLES INDEXADOS CLIMOVS   *
000173*    (A MOVBKUP, SUMA DE CONTROL DE MOV-IMPORTE) Y CALCHIST (A   *
000174*    CALBKUP, SUMA DE CONTROL DE CAL-IMPORTE). UN ARCHIVO QUE NO *
000175*    EXISTE SE AVISA Y NO DETIENE LOS DEMAS.                     *
000180*                                                                *
000190******************************************************************
000200*    HISTORIAL DE MODIFICACIONES                                 *
000231*    09/03/2026  HNK     EL DETALLE DEL RESPALDO CARGA TAMBIEN   *
000232*                        LA FECHA DE EXPORTACION QUE SE AGREGO   *
000233*                        AL MAESTRO.                             *
000234*    10/15/2026  HNK     SE RESPALDAN TAMBIEN CLIMOVS Y CALCHIST,*
000235*                        YA INDEXADOS, EN MOVBKUP Y CALBKUP.     *
000236*    10/15/2026  HNK     SI MOVBKUP O CALBKUP NO SE PUEDEN ABRIR *
000237*                        SE AVISA Y ESE RESPALDO SE OMITE.       *
000238*    10/15/2026  HNK     4000 A 5200 PASAN ANTES DE 8000.        *
000239******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000370     SELECT RESPALDO-FILE ASSIGN TO "CLIBKUP"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-FS-RESPALDO.
000391     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS SEQUENTIAL
000394         RECORD KEY IS MOV-LLAVE
000395         FILE STATUS IS WS-FS-MOVS.
000396     SELECT CALHIS-FILE ASSIGN TO "CALCHIST"
000397         ORGANIZATION IS INDEXED
000398         ACCESS MODE IS SEQUENTIAL
000399         RECORD KEY IS CAL-LLAVE
000400         FILE STATUS IS WS-FS-CALHIS.
000401     SELECT MOVBKUP-FILE ASSIGN TO "MOVBKUP"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-FS-MOVBKUP.
000404     SELECT CALBKUP-FILE ASSIGN TO "CALBKUP"
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-FS-CALBKUP.
000407*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CLIENTES-FILE.
000440     COPY CLIENTE.
000450 FD  RESPALDO-FILE.
000460 01  LIN-RESPALDO                  PIC X(80).
000461 FD  MOVS-FILE.
000462     COPY MOVCLI.
000463 FD  CALHIS-FILE.
000464     COPY CALHIS.
000465 FD  MOVBKUP-FILE.
000466 01  LIN-MOVBKUP                   PIC X(80).
000467 FD  CALBKUP-FILE.
000468 01  LIN-CALBKUP                   PIC X(120).
000470*
000480 WORKING-STORAGE SECTION.
000490*
000530     05 WS-FS-RESPALDO             PIC X(02)     VALUE '00'.
000540     05 WS-SW-EOF-CLIENTES         PIC X(01)     VALUE 'N'.
000550         88 WS-EOF-CLIENTES-SI                   VALUE 'S'.
000551     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000552         88 WS-FS-MOVS-OK                        VALUE '00'.
000553     05 WS-FS-CALHIS               PIC X(02)     VALUE '00'.
000554         88 WS-FS-CALHIS-OK                      VALUE '00'.
000555     05 WS-FS-MOVBKUP              PIC X(02)     VALUE '00'.
000556         88 WS-FS-MOVBKUP-OK                     VALUE '00'.
000557     05 WS-FS-CALBKUP              PIC X(02)     VALUE '00'.
000558         88 WS-FS-CALBKUP-OK                     VALUE '00'.
000559     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000560         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000561     05 WS-SW-EOF-CALHIS           PIC X(01)     VALUE 'N'.
000562         88 WS-EOF-CALHIS-SI                     VALUE 'S'.
000563*
000570 01 WS-TOTAL-REGISTROS             PIC 9(07)     VALUE 0.
000580 01 WS-SUMA-CONTROL                PIC S9(13)V99 VALUE 0.
000581 01 WS-TOTAL-MOVS                  PIC 9(07)     VALUE 0.
000582 01 WS-SUMA-MOVS                   PIC S9(13)V99 VALUE 0.
000583 01 WS-TOTAL-CALCULOS              PIC 9(07)     VALUE 0.
000584 01 WS-SUMA-CALCULOS               PIC S9(13)V99 VALUE 0.
000590*
000600 01 REG-BKP-ENCABEZADO.
000610     05 BKE-TIPO                   PIC X(01)     VALUE '1'.
000790     05 BKT-SUMA-CONTROL           PIC S9(13)V99
000800            SIGN IS TRAILING SEPARATE.
000810     05 FILLER                     PIC X(56)     VALUE SPACES.
000811*
000812 01 REG-MBK-DETALLE.
000813     05 MBD-TIPO                   PIC X(01)     VALUE 'D'.
000814     05 MBD-MOVIMIENTO             PIC X(57).
000815     05 FILLER                     PIC X(22)     VALUE SPACES.
000816*
000817 01 REG-CBK-DETALLE.
000818     05 CBD-TIPO                   PIC X(01)     VALUE 'D'.
000819     05 CBD-CALCULO                PIC X(104).
000820     05 FILLER                     PIC X(15)     VALUE SPACES.
000821*
000830 PROCEDURE DIVISION.
000840*
000850******************************************************************
000860* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL RESPALDO:   *
000865*                  MAESTRO DE CLIENTES, CLIMOVS Y CALCHIST.      *
000870******************************************************************
000880 0000-MAINLINE.
000890     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
000970         DISPLAY "RESPCLI: " WS-TOTAL-REGISTROS " REGISTRO(S) "
000980             "RESPALDADO(S) EN CLIBKUP."
000990     END-IF.
000991     PERFORM 4000-RESPALDAR-MOVS THRU 4000-RESPALDAR-MOVS-EXIT.
000992     PERFORM 5000-RESPALDAR-CALCULOS THRU
000993         5000-RESPALDAR-CALCULOS-EXIT.
001000     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001010     STOP RUN.
001020*
001500 3000-RESPALDAR-REGISTRO-EXIT.
001510     EXIT.
001520*
001770******************************************************************
001780* 4000-RESPALDAR-MOVS -- DESCARGA CLIMOVS A MOVBKUP EN ORDEN DE  *
001790*                        LLAVE, CON ENCABEZADO FECHADO Y TRAILER *
001800*                        DE CONTEO Y SUMA DE CONTROL.            *
001810******************************************************************
001820 4000-RESPALDAR-MOVS.
001830     OPEN INPUT MOVS-FILE.
001840     IF NOT WS-FS-MOVS-OK
001850         DISPLAY "RESPCLI: NO SE ENCONTRO CLIMOVS (ESTADO "
001860             WS-FS-MOVS "); NO SE RESPALDAN MOVIMIENTOS."
001870         GO TO 4000-RESPALDAR-MOVS-EXIT
001880     END-IF.
001890     OPEN OUTPUT MOVBKUP-FILE.
001891     IF NOT WS-FS-MOVBKUP-OK
001892         DISPLAY "RESPCLI: NO SE PUDO ABRIR MOVBKUP (ESTADO "
001893             WS-FS-MOVBKUP "); NO SE RESPALDAN MOVIMIENTOS."
001894         CLOSE MOVS-FILE
001895         GO TO 4000-RESPALDAR-MOVS-EXIT
001896     END-IF.
001900     MOVE FUNCTION CURRENT-DATE(1:14) TO BKE-FECHA-HORA.
001910     WRITE LIN-MOVBKUP FROM REG-BKP-ENCABEZADO.
001920     PERFORM 4100-LEER-MOVIMIENTO THRU 4100-LEER-MOVIMIENTO-EXIT.
001930     PERFORM 4200-RESPALDAR-MOVIMIENTO THRU
001940         4200-RESPALDAR-MOVIMIENTO-EXIT
001950         UNTIL WS-EOF-MOVS-SI.
001960     MOVE WS-TOTAL-MOVS TO BKT-REGISTROS.
001970     MOVE WS-SUMA-MOVS  TO BKT-SUMA-CONTROL.
001980     WRITE LIN-MOVBKUP FROM REG-BKP-TRAILER.
001990     CLOSE MOVS-FILE.
002000     CLOSE MOVBKUP-FILE.
002010     DISPLAY "RESPCLI: " WS-TOTAL-MOVS " MOVIMIENTO(S) "
002020         "RESPALDADO(S) EN MOVBKUP.".
002030 4000-RESPALDAR-MOVS-EXIT.
002040     EXIT.
002050*
002060******************************************************************
002070* 4100-LEER-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO DE CLIMOVS.*
002080******************************************************************
002090 4100-LEER-MOVIMIENTO.
002100     READ MOVS-FILE NEXT RECORD
002110         AT END
002120             MOVE 'S' TO WS-SW-EOF-MOVS
002130     END-READ.
002140 4100-LEER-MOVIMIENTO-EXIT.
002150     EXIT.
002160*
002170******************************************************************
002180* 4200-RESPALDAR-MOVIMIENTO -- COPIA EL MOVIMIENTO ACTUAL A      *
002190*                              MOVBKUP Y ACUMULA LOS TOTALES DE  *
002200*                              CONTROL.                          *
002210******************************************************************
002220 4200-RESPALDAR-MOVIMIENTO.
002230     MOVE REG-MOVIMIENTO TO MBD-MOVIMIENTO.
002240     WRITE LIN-MOVBKUP FROM REG-MBK-DETALLE.
002250     ADD 1 TO WS-TOTAL-MOVS.
002260     ADD MOV-IMPORTE TO WS-SUMA-MOVS.
002270     PERFORM 4100-LEER-MOVIMIENTO THRU 4100-LEER-MOVIMIENTO-EXIT.
002280 4200-RESPALDAR-MOVIMIENTO-EXIT.
002290     EXIT.
002300*
002310******************************************************************
002320* 5000-RESPALDAR-CALCULOS -- DESCARGA CALCHIST A CALBKUP EN      *
002330*                            ORDEN DE LLAVE, CON ENCABEZADO      *
002340*                            FECHADO Y TRAILER DE CONTEO Y SUMA  *
002350*                            DE CONTROL.                         *
002360******************************************************************
002370 5000-RESPALDAR-CALCULOS.
002380     OPEN INPUT CALHIS-FILE.
002390     IF NOT WS-FS-CALHIS-OK
002400         DISPLAY "RESPCLI: NO SE ENCONTRO CALCHIST (ESTADO "
002410             WS-FS-CALHIS "); NO SE RESPALDAN CALCULOS."
002420         GO TO 5000-RESPALDAR-CALCULOS-EXIT
002430     END-IF.
002440     OPEN OUTPUT CALBKUP-FILE.
002441     IF NOT WS-FS-CALBKUP-OK
002442         DISPLAY "RESPCLI: NO SE PUDO ABRIR CALBKUP (ESTADO "
002443             WS-FS-CALBKUP "); NO SE RESPALDAN CALCULOS."
002444         CLOSE CALHIS-FILE
002445         GO TO 5000-RESPALDAR-CALCULOS-EXIT
002446     END-IF.
002450     MOVE FUNCTION CURRENT-DATE(1:14) TO BKE-FECHA-HORA.
002460     WRITE LIN-CALBKUP FROM REG-BKP-ENCABEZADO.
002470     PERFORM 5100-LEER-CALCULO THRU 5100-LEER-CALCULO-EXIT.
002480     PERFORM 5200-RESPALDAR-CALCULO THRU
002490         5200-RESPALDAR-CALCULO-EXIT
002500         UNTIL WS-EOF-CALHIS-SI.
002510     MOVE WS-TOTAL-CALCULOS TO BKT-REGISTROS.
002520     MOVE WS-SUMA-CALCULOS  TO BKT-SUMA-CONTROL.
002530     WRITE LIN-CALBKUP FROM REG-BKP-TRAILER.
002540     CLOSE CALHIS-FILE.
002550     CLOSE CALBKUP-FILE.
002560     DISPLAY "RESPCLI: " WS-TOTAL-CALCULOS " CALCULO(S) "
002570         "RESPALDADO(S) EN CALBKUP.".
002580 5000-RESPALDAR-CALCULOS-EXIT.
002590     EXIT.
002600*
002610******************************************************************
002620* 5100-LEER-CALCULO -- LEE EL SIGUIENTE CALCULO DE CALCHIST.     *
002630******************************************************************
002640 5100-LEER-CALCULO.
002650     READ CALHIS-FILE NEXT RECORD
002660         AT END
002670             MOVE 'S' TO WS-SW-EOF-CALHIS
002680     END-READ.
002690 5100-LEER-CALCULO-EXIT.
002700     EXIT.
002710*
002720******************************************************************
002730* 5200-RESPALDAR-CALCULO -- COPIA EL CALCULO ACTUAL A CALBKUP Y  *
002740*                           ACUMULA LOS TOTALES DE CONTROL.      *
002750******************************************************************
002760 5200-RESPALDAR-CALCULO.
002770     MOVE REG-CALCULO TO CBD-CALCULO.
002780     WRITE LIN-CALBKUP FROM REG-CBK-DETALLE.
002790     ADD 1 TO WS-TOTAL-CALCULOS.
002800     ADD CAL-IMPORTE TO WS-SUMA-CALCULOS.
002810     PERFORM 5100-LEER-CALCULO THRU 5100-LEER-CALCULO-EXIT.
002820 5200-RESPALDAR-CALCULO-EXIT.
002830     EXIT.
002840*
002850******************************************************************
002860* 8000-GRABAR-TRAILER -- GRABA EL TRAILER DEL RESPALDO CON EL    *
002870*                        CONTEO Y LA SUMA DE CONTROL.            *
002880******************************************************************
002890 8000-GRABAR-TRAILER.
002900     MOVE WS-TOTAL-REGISTROS TO BKT-REGISTROS.
002910     MOVE WS-SUMA-CONTROL    TO BKT-SUMA-CONTROL.
002920     WRITE LIN-RESPALDO FROM REG-BKP-TRAILER.
002930 8000-GRABAR-TRAILER-EXIT.
002940     EXIT.
002950*
002960******************************************************************
002970* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR EL          *
002980*                   RESPALDO.                                   *
002990******************************************************************
003000 9999-FINALIZAR.
003010     IF WS-FS-CLIENTES-OK
003020         CLOSE CLIENTES-FILE
003030         CLOSE RESPALDO-FILE
003040     END-IF.
003050     DISPLAY "FIN DE RESPCLI.".
003060 9999-FINALIZAR-EXIT.
003070     EXIT.
003080*
