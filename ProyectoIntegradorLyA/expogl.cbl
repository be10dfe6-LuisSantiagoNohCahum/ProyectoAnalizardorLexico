000130*    ANCHO FIJO PARA LA INTERFAZ CONTABLE (MAYOR GENERAL).       *
000140*    LA CUENTA SE DERIVA DEL NOMBRE, EL IMPORTE Y LA MONEDA      *
000150*    VIENEN DEL MAESTRO, Y LA FECHA DE LOTE ES LA FECHA EN QUE   *
000160*    SE CORRE LA EXPORTACION. LOS REVERSOS DE CLIMOVS SALEN      *
000161*    ADEMAS COMO PAREJA TIPO 'V' (CUENTA DEL SALDO DEL CLIENTE   *
000162*    CON EL IMPORTE DEL REVERSO Y SU CONTRAPARTIDA) UNA SOLA     *
000163*    VEZ: AL ENVIARLO, EL REVERSO QUEDA CON TIPO 'X' EN CLIMOVS. *
000170*                                                                *
000180******************************************************************
000190*    HISTORIAL DE MODIFICACIONES                                *
000416*                        FECHA DEL LOTE EN CLI-FECHA-EXPORT Y   *
000417*                        EL BARRIDO SALTA TAMBIEN LOS           *
000418*                        REGISTROS YA ACUSADOS ('A').           *
000419*    10/15/2026  HNK     CADA REVERSO DE CLIMOVS SE MANDA UNA   *
000420*                        VEZ COMO PAREJA TIPO 'V' QUE ANULA LA  *
000421*                        CUENTA DEL ORIGINAL, CON LA FECHA Y    *
000422*                        SECUENCIA DEL REVERSO Y DEL ORIGINAL.  *
000423*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL  *
000424*                        CLIENTE, FECHA Y SECUENCIA; SE LEE EN  *
000425*                        SECUENCIA DE LLAVE.                    *
000426*    10/15/2026  HNK     EL REVERSO ENVIADO SE MARCA CON TIPO   *
000427*                        'X' EN CLIMOVS EN LUGAR DE BUSCARLO EN *
000428*                        GLACUM, Y LA CUENTA DE LA PAREJA 'V'   *
000429*                        SALE DEL SIGNO DEL SALDO ACTUAL DEL    *
000430*                        CLIENTE (EL MOVIMIENTO SOLO DA EL      *
000431*                        SENTIDO DEL CARGO O ABONO).            *
000432*    10/15/2026  HNK     4000 Y 4100 PASAN ANTES DE 8000.       *
000433******************************************************************
000435*
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. HP.
000490 FILE-CONTROL.
000500     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CLI-CLAVE
000540         ALTERNATE RECORD KEY IS CLI-NOMBRE
000550             WITH DUPLICATES
000651     SELECT GLACUM-FILE ASSIGN TO "GLACUM"
000652         ORGANIZATION IS LINE SEQUENTIAL
000653         FILE STATUS IS WS-FS-GLACUM.
000654     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000655         ORGANIZATION IS INDEXED
000656         ACCESS MODE IS SEQUENTIAL
000657         RECORD KEY IS MOV-LLAVE
000658         FILE STATUS IS WS-FS-MOVS.
000659*
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  CLIENTES-FILE.
000800     COPY RUNCTL.
000801 FD  GLACUM-FILE.
000802 01  LIN-GLACUM                    PIC X(80).
000803 FD  MOVS-FILE.
000804     COPY MOVCLI.
000810*
000820 WORKING-STORAGE SECTION.
000830*
000990         88 WS-EOF-RUNCTL-SI                     VALUE 'S'.
000991     05 WS-FS-GLACUM               PIC X(02)     VALUE '00'.
000992         88 WS-FS-GLACUM-OK                      VALUE '00'.
000993     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000994         88 WS-FS-MOVS-OK                        VALUE '00'.
000995     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000996         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000997     05 WS-SW-CLI-HALLADO          PIC X(01)     VALUE 'N'.
000998         88 WS-CLI-HALLADO-SI                    VALUE 'S'.
001000*
001010 01 WS-FECHA-LOTE                  PIC 9(08).
001020 01 WS-TOTAL-REGISTROS             PIC 9(05)     VALUE 0.
001050 01 WS-TOTAL-CARGOS                PIC 9(13)V99  VALUE 0.
001060 01 WS-TOTAL-ABONOS                PIC 9(13)V99  VALUE 0.
001070 01 WS-IMPORTE-CONTRA              PIC S9(09)V99 VALUE 0.
001071 01 WS-TOTAL-REVERSOS             PIC 9(05)     VALUE 0.
001072 01 WS-TOTAL-REV-OMITIDOS         PIC 9(05)     VALUE 0.
001073 01 WS-BUSCA-MONEDA               PIC X(03).
001074 01 WS-BUSCA-IMPORTE              PIC S9(09)V99 VALUE 0.
001080*
001090 01 WS-TABLA-CTAS.
001100     05 WS-CTA-MAX                 PIC 9(03)     VALUE 100.
001240     05 GL-MONEDA                  PIC X(03).
001250     05 GL-FECHA-LOTE              PIC 9(08).
001260     05 GL-CLAVE-CLIENTE           PIC 9(06).
001270     05 GL-MOV-FECHA               PIC 9(08).
001271     05 GL-MOV-SECUENCIA           PIC 9(04).
001272     05 GL-REF-FECHA               PIC 9(08).
001273     05 GL-REF-SECUENCIA           PIC 9(04).
001274     05 FILLER                     PIC X(16)     VALUE SPACES.
001280*
001290 01 REG-GL-ENCABEZADO.
001300     05 GLE-TIPO                   PIC X(01)     VALUE '1'.
001740         PERFORM 3000-EXPORTAR-REGISTRO THRU
001750             3000-EXPORTAR-REGISTRO-EXIT
001760             UNTIL WS-EOF-CLIENTES-SI
001761         PERFORM 4000-EXPORTAR-REVERSOS THRU
001762             4000-EXPORTAR-REVERSOS-EXIT
001770         PERFORM 8000-GRABAR-TRAILER THRU
001780             8000-GRABAR-TRAILER-EXIT
001790     END-IF.
001830         DISPLAY "EXPOGL: " WS-TOTAL-OMITIDOS " REGISTRO(S) SIN "
001840             "CUENTA EN CTACONT; SIGUEN PENDIENTES DE EXPORTAR."
001850     END-IF.
001851     IF WS-TOTAL-REVERSOS > 0
001852         DISPLAY "EXPOGL: " WS-TOTAL-REVERSOS " REVERSO(S) "
001853             "EXPORTADO(S) CON SU CONTRAPARTIDA."
001854     END-IF.
001855     IF WS-TOTAL-REV-OMITIDOS > 0
001856         DISPLAY "EXPOGL: " WS-TOTAL-REV-OMITIDOS
001857             " REVERSO(S) SIN CUENTA EN CTACONT; SALDRAN EN LA "
001858             "SIGUIENTE CORRIDA."
001859     END-IF.
001860     PERFORM 0900-REGISTRAR-FIN THRU 0900-REGISTRAR-FIN-EXIT.
001870     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001880     STOP RUN.
004160*                          SE COMPLETE EL CATALOGO.              *
004170******************************************************************
004180 3000-EXPORTAR-REGISTRO.
004181     MOVE CLI-MONEDA TO WS-BUSCA-MONEDA.
004182     MOVE CLI-NUMERO TO WS-BUSCA-IMPORTE.
004190     PERFORM 2500-BUSCAR-CUENTA THRU 2500-BUSCAR-CUENTA-EXIT.
004200     IF NOT WS-CTA-HALLADA-SI
004210         DISPLAY "EXPOGL: SIN CUENTA EN CTACONT PARA MONEDA "
004510*
004520******************************************************************
004530* 2500-BUSCAR-CUENTA -- BUSCA EN EL CATALOGO LA PAREJA MONEDA /  *
004540*                       SIGNO DEL IMPORTE BUSCADO (EL SALDO      *
004541*                       DEL CLIENTE, O EN SU DEFECTO EL DEL      *
004542*                       MOVIMIENTO QUE ANULA UN REVERSO).        *
004550******************************************************************
004560 2500-BUSCAR-CUENTA.
004570     MOVE 'N' TO WS-SW-CTA-HALLADA.
004630     EXIT.
004640*
004650******************************************************************
004660* 2550-COTEJAR-CUENTA -- COMPARA LA MONEDA Y EL SIGNO BUSCADOS   *
004670*                       CONTRA LA SIGUIENTE ENTRADA DEL          *
004671*                       CATALOGO.                                *
004680******************************************************************
004690 2550-COTEJAR-CUENTA.
004700     ADD 1 TO WS-CTA-IDX.
004710     IF TBL-MONEDA(WS-CTA-IDX) = WS-BUSCA-MONEDA
004720         IF (WS-BUSCA-IMPORTE < 0 AND TBL-SIGNO(WS-CTA-IDX) = '-')
004730            OR (WS-BUSCA-IMPORTE NOT < 0
004740                AND TBL-SIGNO(WS-CTA-IDX) = '+')
004750             MOVE 'S' TO WS-SW-CTA-HALLADA
004760         END-IF
004960 3100-GRABAR-LINEA-EXIT.
004970     EXIT.
004980*
005830******************************************************************
005840* 4000-EXPORTAR-REVERSOS -- RECORRE CLIMOVS Y MANDA AL LOTE CADA *
005850*                           REVERSO QUE NO TIENE LA MARCA 'X'    *
005860*                           DE ENVIADO. SIN CLIMOVS NO HAY NADA. *
005870******************************************************************
005880 4000-EXPORTAR-REVERSOS.
005930     MOVE 'N' TO WS-SW-EOF-MOVS.
005940     OPEN I-O MOVS-FILE.
005950     IF NOT WS-FS-MOVS-OK
005960         GO TO 4000-EXPORTAR-REVERSOS-EXIT
005970     END-IF.
005980     PERFORM 4100-EXPORTAR-MOVIMIENTO THRU
005990         4100-EXPORTAR-MOVIMIENTO-EXIT
006000         UNTIL WS-EOF-MOVS-SI.
006010     CLOSE MOVS-FILE.
006020 4000-EXPORTAR-REVERSOS-EXIT.
006030     EXIT.
006040*
006050******************************************************************
006060* 4100-EXPORTAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO. SI ES *
006065*                             UN REVERSO NO ENVIADO, RESUELVE LA *
006070*                             CUENTA POR MONEDA Y SIGNO DEL      *
006075*                             SALDO ACTUAL DEL CLIENTE (LA DE SU *
006080*                             RENGLON 'D'; SI EL CLIENTE YA NO   *
006085*                             ESTA EN EL MAESTRO, EL SIGNO       *
006090*                             CONTRARIO AL DEL REVERSO) Y        *
006095*                             ESCRIBE LA PAREJA 'V': CUENTA CON  *
006100*                             EL IMPORTE DEL REVERSO Y           *
006105*                             CONTRAPARTIDA CON EL CONTRARIO.    *
006110*                             ENVIADA LA PAREJA, EL REVERSO SE   *
006115*                             REGRABA CON TIPO 'X'. SIN CUENTA   *
006120*                             EL REVERSO QUEDA PARA LA SIGUIENTE *
006125*                             CORRIDA.                           *
006150******************************************************************
006160 4100-EXPORTAR-MOVIMIENTO.
006170     READ MOVS-FILE NEXT RECORD
006180         AT END
006190             MOVE 'S' TO WS-SW-EOF-MOVS
006200             GO TO 4100-EXPORTAR-MOVIMIENTO-EXIT
006210     END-READ.
006220     IF NOT MOV-TIPO-REVERSO
006225        OR MOV-REVERSO-ENVIADO
006230        OR MOV-CLAVE NOT NUMERIC
006240        OR MOV-FECHA NOT NUMERIC
006250        OR MOV-SECUENCIA NOT NUMERIC
006260         GO TO 4100-EXPORTAR-MOVIMIENTO-EXIT
006270     END-IF.
006280     MOVE MOV-CLAVE TO CLI-CLAVE.
006285     MOVE 'S' TO WS-SW-CLI-HALLADO.
006290     READ CLIENTES-FILE
006295         INVALID KEY
006300             MOVE 'N' TO WS-SW-CLI-HALLADO
006305     END-READ.
006310     MOVE MOV-MONEDA TO WS-BUSCA-MONEDA.
006315     IF WS-CLI-HALLADO-SI AND CLI-MONEDA = MOV-MONEDA
006320         MOVE CLI-NUMERO TO WS-BUSCA-IMPORTE
006325     ELSE
006330         COMPUTE WS-BUSCA-IMPORTE = 0 - MOV-IMPORTE
006335     END-IF.
006340     PERFORM 2500-BUSCAR-CUENTA THRU 2500-BUSCAR-CUENTA-EXIT.
006350     IF NOT WS-CTA-HALLADA-SI
006360         DISPLAY "EXPOGL: SIN CUENTA EN CTACONT PARA MONEDA "
006370             MOV-MONEDA " DEL REVERSO " MOV-FECHA "-"
006380             MOV-SECUENCIA " DEL CLIENTE " MOV-CLAVE
006390             "; EL REVERSO SE OMITE."
006400         ADD 1 TO WS-TOTAL-REV-OMITIDOS
006410         GO TO 4100-EXPORTAR-MOVIMIENTO-EXIT
006420     END-IF.
006430     MOVE SPACES             TO REG-GL.
006440     MOVE 'V'                TO GL-TIPO.
006450     MOVE TBL-CUENTA(WS-CTA-IDX) TO GL-CUENTA.
006460     MOVE MOV-IMPORTE        TO GL-IMPORTE.
006470     MOVE MOV-MONEDA         TO GL-MONEDA.
006480     MOVE WS-FECHA-LOTE      TO GL-FECHA-LOTE.
006490     MOVE MOV-CLAVE          TO GL-CLAVE-CLIENTE.
006500     MOVE MOV-FECHA          TO GL-MOV-FECHA.
006510     MOVE MOV-SECUENCIA      TO GL-MOV-SECUENCIA.
006520     IF MOV-REF-FECHA IS NUMERIC
006530        AND MOV-REF-SECUENCIA IS NUMERIC
006540         MOVE MOV-REF-FECHA     TO GL-REF-FECHA
006550         MOVE MOV-REF-SECUENCIA TO GL-REF-SECUENCIA
006560     ELSE
006570         MOVE 0 TO GL-REF-FECHA
006580         MOVE 0 TO GL-REF-SECUENCIA
006590     END-IF.
006600     PERFORM 3100-GRABAR-LINEA THRU 3100-GRABAR-LINEA-EXIT.
006610     COMPUTE WS-IMPORTE-CONTRA = 0 - MOV-IMPORTE.
006620     MOVE TBL-CONTRA(WS-CTA-IDX) TO GL-CUENTA.
006630     MOVE WS-IMPORTE-CONTRA  TO GL-IMPORTE.
006640     PERFORM 3100-GRABAR-LINEA THRU 3100-GRABAR-LINEA-EXIT.
006650     ADD 1 TO WS-TOTAL-REVERSOS.
006651     MOVE 'X' TO MOV-TIPO.
006652     REWRITE REG-MOVIMIENTO
006653         INVALID KEY
006654             DISPLAY "EXPOGL: NO SE PUDO MARCAR COMO ENVIADO EL "
006655                 "REVERSO " MOV-FECHA "-" MOV-SECUENCIA
006656                 " DEL CLIENTE " MOV-CLAVE "."
006657             MOVE 'ER' TO WS-RUN-ESTADO
006658     END-REWRITE.
006660 4100-EXPORTAR-MOVIMIENTO-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700* 8000-GRABAR-TRAILER -- ESCRIBE EL TRAILER DEL LOTE CON EL      *
006710*                        CONTEO DE RENGLONES Y LOS TOTALES DE    *
006720*                        CARGOS Y ABONOS.                        *
006730******************************************************************
006740 8000-GRABAR-TRAILER.
006750     MOVE WS-TOTAL-LINEAS TO GLT-LINEAS.
006760     MOVE WS-TOTAL-CARGOS TO GLT-CARGOS.
006770     MOVE WS-TOTAL-ABONOS TO GLT-ABONOS.
006780     WRITE LIN-GL FROM REG-GL-TRAILER.
006790     WRITE LIN-GLACUM FROM REG-GL-TRAILER.
006800 8000-GRABAR-TRAILER-EXIT.
006810     EXIT.
006820*
006830******************************************************************
006840* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA          *
006850*                   EXPORTACION.                                *
006860******************************************************************
006870 9999-FINALIZAR.
006880     IF WS-FS-CLIENTES-OK
006890         CLOSE CLIENTES-FILE
006900         CLOSE GL-FILE
006910         CLOSE GLACUM-FILE
006920     END-IF.
006930 9999-FINALIZAR-EXIT.
006940     EXIT.
006950*
