000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MIGRAMOV.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    MIGRAMOV                                                    *
000110*                                                                *
000120*    MIGRACION POR UNICA VEZ DE LOS DETALLES CLIMOVS Y CALCHIST  *
000130*    DE SECUENCIALES A INDEXADOS POR CLAVE DEL CLIENTE. LEE LOS  *
000140*    ARCHIVOS VIEJOS TAL COMO ESTAN Y DEJA SU CONTENIDO EN LOS   *
000150*    RESPALDOS MOVBKUP Y CALBKUP (MISMO FORMATO QUE RESPCLI,     *
000160*    CON ENCABEZADO, CONTEO Y SUMA DE CONTROL). LOS MOVIMIENTOS  *
000170*    PASAN IGUAL; LOS CALCULOS SE ACOMODAN AL LAYOUT NUEVO CON   *
000180*    LA LLAVE AL FRENTE Y UNA SECUENCIA PARA LOS CALCULOS DEL    *
000190*    MISMO CLIENTE EN EL MISMO SEGUNDO. UN CALCULO VIEJO SIN     *
000200*    CLAVE NUMERICA QUEDA CON CLAVE CERO. UN MOVIMIENTO SIN      *
000210*    CLAVE, FECHA O SECUENCIA NUMERICA NO SE PUEDE INDEXAR: SE   *
000220*    LISTA EN CONSOLA Y NO PASA AL RESPALDO.                     *
000230*                                                                *
000240*    PROCEDIMIENTO DE MIGRACION:                                 *
000250*        1. CON EL SISTEMA DETENIDO, CORRER MIGRAMOV CONTRA LOS  *
000260*           ARCHIVOS VIEJOS (GENERA MOVBKUP Y CALBKUP).          *
000270*        2. RETIRAR (RENOMBRAR) LOS ARCHIVOS CLIMOVS Y CALCHIST  *
000280*           VIEJOS.                                              *
000290*        3. CORRER RESTCLI CLIMOVS CALCHIST: RECONSTRUYE AMBOS   *
000300*           INDEXADOS DESDE LOS RESPALDOS Y VERIFICA LOS         *
000310*           TOTALES.                                             *
000320*                                                                *
000330******************************************************************
000340*    HISTORIAL DE MODIFICACIONES                                 *
000350*    FECHA       AUTOR   DESCRIPCION                             *
000360*    ----------  ------  -------------------------------------   *
000370*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000380******************************************************************
000390*
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. HP.
000430 OBJECT-COMPUTER. HP.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT VIEJO-MOVS-FILE ASSIGN TO "CLIMOVS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-FS-VIEJO-MOVS.
000490     SELECT VIEJO-CALHIS-FILE ASSIGN TO "CALCHIST"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-FS-VIEJO-CALHIS.
000520     SELECT MOVBKUP-FILE ASSIGN TO "MOVBKUP"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-FS-MOVBKUP.
000550     SELECT CALBKUP-FILE ASSIGN TO "CALBKUP"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-FS-CALBKUP.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  VIEJO-MOVS-FILE.
000620     COPY MOVCLI.
000630 FD  VIEJO-CALHIS-FILE.
000640 01  REG-CALC-VIEJO.
000650     05 VIE-CLAVE                  PIC 9(06).
000660     05 VIE-NOMBRE                 PIC X(34).
000670     05 VIE-FECHA-HORA             PIC X(14).
000680     05 VIE-FUNCION                PIC X(14).
000690     05 VIE-TASA                   PIC 9(03)V99.
000700     05 VIE-PLAZO                  PIC 9(03).
000710     05 VIE-IMPORTE                PIC S9(09)V99
000720            SIGN IS TRAILING SEPARATE.
000730     05 VIE-RESULTADO              PIC S9(09)V99
000740            SIGN IS TRAILING SEPARATE.
000750 FD  MOVBKUP-FILE.
000760 01  LIN-MOVBKUP                   PIC X(80).
000770 FD  CALBKUP-FILE.
000780 01  LIN-CALBKUP                   PIC X(120).
000790*
000800 WORKING-STORAGE SECTION.
000810*
000820 01 WS-ARCHIVOS.
000830     05 WS-FS-VIEJO-MOVS           PIC X(02)     VALUE '00'.
000840         88 WS-FS-VIEJO-MOVS-OK                  VALUE '00'.
000850     05 WS-FS-VIEJO-CALHIS         PIC X(02)     VALUE '00'.
000860         88 WS-FS-VIEJO-CALHIS-OK                VALUE '00'.
000870     05 WS-FS-MOVBKUP              PIC X(02)     VALUE '00'.
000880     05 WS-FS-CALBKUP              PIC X(02)     VALUE '00'.
000890     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000900         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000910     05 WS-SW-EOF-CALHIS           PIC X(01)     VALUE 'N'.
000920         88 WS-EOF-CALHIS-SI                     VALUE 'S'.
000930     05 WS-SW-MIGRA-MOVS           PIC X(01)     VALUE 'N'.
000940         88 WS-MIGRA-MOVS-SI                     VALUE 'S'.
000950     05 WS-SW-MIGRA-CALHIS         PIC X(01)     VALUE 'N'.
000960         88 WS-MIGRA-CALHIS-SI                   VALUE 'S'.
000970     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
000980         88 WS-CANCELAR-SI                       VALUE 'S'.
000990*
001000 01 WS-CONFIRMA                    PIC X(01)     VALUE 'N'.
001010     88 WS-CONFIRMA-SI                      VALUES 'S' 's'.
001020*
001030 01 WS-CONTADORES.
001040     05 WS-TOTAL-MOVS              PIC 9(07)     VALUE 0.
001050     05 WS-TOTAL-MOVS-OMITIDOS     PIC 9(07)     VALUE 0.
001060     05 WS-SUMA-MOVS               PIC S9(13)V99 VALUE 0.
001070     05 WS-TOTAL-CALCULOS          PIC 9(07)     VALUE 0.
001080     05 WS-TOTAL-CALC-OMITIDOS     PIC 9(07)     VALUE 0.
001090     05 WS-SUMA-CALCULOS           PIC S9(13)V99 VALUE 0.
001100*
001110******************************************************************
001120*    SECUENCIAS YA ASIGNADAS A CADA CLAVE DENTRO DEL SEGUNDO     *
001130*    (FECHA-HORA) QUE SE ESTA MIGRANDO. CALCHIST SE GRABO EN     *
001140*    ORDEN DE LLEGADA, ASI QUE AL CAMBIAR LA FECHA-HORA LA TABLA *
001150*    SE VACIA.                                                   *
001160******************************************************************
001170 01 WS-TABLA-SECUENCIAS.
001180     05 WS-SEC-MAX                 PIC 9(03)     VALUE 200.
001190     05 WS-SEC-TOTAL               PIC 9(03)     VALUE 0.
001200     05 WS-SEC-IDX                 PIC 9(03)     VALUE 0.
001210     05 WS-SEC-FECHA-HORA          PIC X(14)     VALUE SPACES.
001220     05 WS-SEC-ENTRADA OCCURS 200 TIMES.
001230         10 SEC-CLAVE              PIC 9(06).
001240         10 SEC-SECUENCIA          PIC 9(04).
001250*
001260 01 WS-SW-SEC-HALLADA              PIC X(01)     VALUE 'N'.
001270     88 WS-SEC-HALLADA-SI                        VALUE 'S'.
001280*
001290     COPY CALHIS.
001300*
001310 01 REG-BKP-ENCABEZADO.
001320     05 BKE-TIPO                   PIC X(01)     VALUE '1'.
001330     05 BKE-FECHA-HORA             PIC X(14).
001340     05 FILLER                     PIC X(105)    VALUE SPACES.
001350*
001360 01 REG-MBK-DETALLE.
001370     05 MBD-TIPO                   PIC X(01)     VALUE 'D'.
001380     05 MBD-MOVIMIENTO             PIC X(57).
001390     05 FILLER                     PIC X(22)     VALUE SPACES.
001400*
001410 01 REG-CBK-DETALLE.
001420     05 CBD-TIPO                   PIC X(01)     VALUE 'D'.
001430     05 CBD-CALCULO                PIC X(104).
001440     05 FILLER                     PIC X(15)     VALUE SPACES.
001450*
001460 01 REG-BKP-TRAILER.
001470     05 BKT-TIPO                   PIC X(01)     VALUE '9'.
001480     05 BKT-REGISTROS              PIC 9(07).
001490     05 BKT-SUMA-CONTROL           PIC S9(13)V99
001500            SIGN IS TRAILING SEPARATE.
001510     05 FILLER                     PIC X(96)     VALUE SPACES.
001520*
001530 PROCEDURE DIVISION.
001540*
001550******************************************************************
001560* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DE LA           *
001570*                  MIGRACION.                                    *
001580******************************************************************
001590 0000-MAINLINE.
001600     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
001610     IF NOT WS-CANCELAR-SI
001620         IF WS-MIGRA-MOVS-SI
001630             PERFORM 2000-LEER-MOVIMIENTO THRU
001640                 2000-LEER-MOVIMIENTO-EXIT
001650             PERFORM 3000-MIGRAR-MOVIMIENTO THRU
001660                 3000-MIGRAR-MOVIMIENTO-EXIT
001670                 UNTIL WS-EOF-MOVS-SI
001680             PERFORM 8000-GRABAR-TRAILER-MOVS THRU
001690                 8000-GRABAR-TRAILER-MOVS-EXIT
001700             DISPLAY "MIGRAMOV: " WS-TOTAL-MOVS " MOVIMIENTO(S) "
001710                 "MIGRADO(S) A MOVBKUP; " WS-TOTAL-MOVS-OMITIDOS
001720                 " OMITIDO(S)."
001730         END-IF
001740         IF WS-MIGRA-CALHIS-SI
001750             PERFORM 2500-LEER-CALCULO THRU 2500-LEER-CALCULO-EXIT
001760             PERFORM 3500-MIGRAR-CALCULO THRU
001770                 3500-MIGRAR-CALCULO-EXIT
001780                 UNTIL WS-EOF-CALHIS-SI
001790             PERFORM 8500-GRABAR-TRAILER-CALCULOS THRU
001800                 8500-GRABAR-TRAILER-CALCULOS-EXIT
001810             DISPLAY "MIGRAMOV: " WS-TOTAL-CALCULOS " CALCULO(S) "
001820                 "MIGRADO(S) A CALBKUP; " WS-TOTAL-CALC-OMITIDOS
001830                 " OMITIDO(S)."
001840         END-IF
001850         DISPLAY "MIGRAMOV: RETIRA LOS ARCHIVOS CLIMOVS Y "
001860             "CALCHIST VIEJOS Y CORRE RESTCLI CLIMOVS CALCHIST "
001870             "PARA RECONSTRUIRLOS."
001880     END-IF.
001890     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
001900     STOP RUN.
001910*
001920******************************************************************
001930* 1000-INICIALIZAR -- ABRE LOS DETALLES VIEJOS QUE EXISTAN Y,    *
001940*                     PREVIA CONFIRMACION DEL OPERADOR, LOS      *
001950*                     RESPALDOS DESTINO CON SU ENCABEZADO.       *
001960******************************************************************
001970 1000-INICIALIZAR.
001980     DISPLAY "**********************************".
001990     DISPLAY "*** MIGRAMOV - MIGRACION DE    ***".
002000     DISPLAY "*** CLIMOVS Y CALCHIST         ***".
002010     DISPLAY "**********************************".
002020     OPEN INPUT VIEJO-MOVS-FILE.
002030     IF WS-FS-VIEJO-MOVS-OK
002040         MOVE 'S' TO WS-SW-MIGRA-MOVS
002050     ELSE
002060         DISPLAY "MIGRAMOV: NO SE PUDO ABRIR CLIMOVS (ESTADO "
002070             WS-FS-VIEJO-MOVS "); NO SE MIGRAN MOVIMIENTOS."
002080     END-IF.
002090     OPEN INPUT VIEJO-CALHIS-FILE.
002100     IF WS-FS-VIEJO-CALHIS-OK
002110         MOVE 'S' TO WS-SW-MIGRA-CALHIS
002120     ELSE
002130         DISPLAY "MIGRAMOV: NO SE PUDO ABRIR CALCHIST (ESTADO "
002140             WS-FS-VIEJO-CALHIS "); NO SE MIGRAN CALCULOS."
002150     END-IF.
002160     IF NOT WS-MIGRA-MOVS-SI
002170        AND NOT WS-MIGRA-CALHIS-SI
002180         DISPLAY "MIGRAMOV: NO HAY NADA QUE MIGRAR."
002190         MOVE 'S' TO WS-SW-CANCELAR
002200         GO TO 1000-INICIALIZAR-EXIT
002210     END-IF.
002220     DISPLAY "SE GENERARAN MOVBKUP Y CALBKUP A PARTIR DE LOS "
002230         "ARCHIVOS VIEJOS.".
002240     DISPLAY "CONFIRMAS LA MIGRACION (S/N)?" WITH NO ADVANCING.
002250     ACCEPT WS-CONFIRMA.
002260     IF NOT WS-CONFIRMA-SI
002270         DISPLAY "SE CANCELA LA MIGRACION."
002280         MOVE 'S' TO WS-SW-CANCELAR
002290         GO TO 1000-INICIALIZAR-EXIT
002300     END-IF.
002310     MOVE FUNCTION CURRENT-DATE(1:14) TO BKE-FECHA-HORA.
002320     IF WS-MIGRA-MOVS-SI
002330         OPEN OUTPUT MOVBKUP-FILE
002340         WRITE LIN-MOVBKUP FROM REG-BKP-ENCABEZADO
002350     END-IF.
002360     IF WS-MIGRA-CALHIS-SI
002370         OPEN OUTPUT CALBKUP-FILE
002380         WRITE LIN-CALBKUP FROM REG-BKP-ENCABEZADO
002390     END-IF.
002400 1000-INICIALIZAR-EXIT.
002410     EXIT.
002420*
002430******************************************************************
002440* 2000-LEER-MOVIMIENTO -- LEE EL SIGUIENTE RENGLON DEL CLIMOVS   *
002450*                         VIEJO.                                 *
002460******************************************************************
002470 2000-LEER-MOVIMIENTO.
002480     READ VIEJO-MOVS-FILE
002490         AT END
002500             MOVE 'S' TO WS-SW-EOF-MOVS
002510     END-READ.
002520 2000-LEER-MOVIMIENTO-EXIT.
002530     EXIT.
002540*
002550******************************************************************
002560* 2500-LEER-CALCULO -- LEE EL SIGUIENTE RENGLON DEL CALCHIST     *
002570*                      VIEJO.                                    *
002580******************************************************************
002590 2500-LEER-CALCULO.
002600     READ VIEJO-CALHIS-FILE
002610         AT END
002620             MOVE 'S' TO WS-SW-EOF-CALHIS
002630     END-READ.
002640 2500-LEER-CALCULO-EXIT.
002650     EXIT.
002660*
002670******************************************************************
002680* 3000-MIGRAR-MOVIMIENTO -- PASA EL MOVIMIENTO ACTUAL AL         *
002690*                           RESPALDO SI SU LLAVE ES VALIDA Y     *
002700*                           ACUMULA LOS TOTALES DE CONTROL.      *
002710******************************************************************
002720 3000-MIGRAR-MOVIMIENTO.
002730     IF MOV-CLAVE NOT NUMERIC
002740        OR MOV-FECHA NOT NUMERIC
002750        OR MOV-SECUENCIA NOT NUMERIC
002760         DISPLAY "MIGRAMOV: MOVIMIENTO SIN LLAVE VALIDA, SE "
002770             "OMITE: " REG-MOVIMIENTO(1:30)
002780         ADD 1 TO WS-TOTAL-MOVS-OMITIDOS
002790         GO TO 3000-MIGRAR-SIGUIENTE
002800     END-IF.
002810     MOVE REG-MOVIMIENTO TO MBD-MOVIMIENTO.
002820     WRITE LIN-MOVBKUP FROM REG-MBK-DETALLE.
002830     ADD 1 TO WS-TOTAL-MOVS.
002840     ADD MOV-IMPORTE TO WS-SUMA-MOVS.
002850 3000-MIGRAR-SIGUIENTE.
002860     PERFORM 2000-LEER-MOVIMIENTO THRU 2000-LEER-MOVIMIENTO-EXIT.
002870 3000-MIGRAR-MOVIMIENTO-EXIT.
002880     EXIT.
002890*
002900******************************************************************
002910* 3500-MIGRAR-CALCULO -- ACOMODA EL CALCULO ACTUAL AL LAYOUT     *
002920*                        NUEVO, LE ASIGNA SU SECUENCIA DENTRO    *
002930*                        DEL SEGUNDO Y LO PASA AL RESPALDO.      *
002940******************************************************************
002950 3500-MIGRAR-CALCULO.
002960     MOVE SPACES TO REG-CALCULO.
002970     IF VIE-CLAVE IS NUMERIC
002980         MOVE VIE-CLAVE TO CAL-CLAVE
002990     ELSE
003000         MOVE 0 TO CAL-CLAVE
003010     END-IF.
003020     MOVE VIE-FECHA-HORA  TO CAL-FECHA-HORA.
003030     MOVE VIE-NOMBRE      TO CAL-NOMBRE.
003040     MOVE VIE-FUNCION     TO CAL-FUNCION.
003050     MOVE VIE-TASA        TO CAL-TASA.
003060     MOVE VIE-PLAZO       TO CAL-PLAZO.
003070     MOVE VIE-IMPORTE     TO CAL-IMPORTE.
003080     MOVE VIE-RESULTADO   TO CAL-RESULTADO.
003090     PERFORM 3600-ASIGNAR-SECUENCIA THRU
003100         3600-ASIGNAR-SECUENCIA-EXIT.
003110     IF CAL-SECUENCIA = 0
003120         DISPLAY "MIGRAMOV: MAS DE " WS-SEC-MAX " CALCULOS EN EL "
003130             "SEGUNDO " CAL-FECHA-HORA "; SE OMITE EL DE LA "
003140             "CLAVE " CAL-CLAVE "."
003150         ADD 1 TO WS-TOTAL-CALC-OMITIDOS
003160         GO TO 3500-MIGRAR-SIGUIENTE
003170     END-IF.
003180     MOVE REG-CALCULO TO CBD-CALCULO.
003190     WRITE LIN-CALBKUP FROM REG-CBK-DETALLE.
003200     ADD 1 TO WS-TOTAL-CALCULOS.
003210     ADD CAL-IMPORTE TO WS-SUMA-CALCULOS.
003220 3500-MIGRAR-SIGUIENTE.
003230     PERFORM 2500-LEER-CALCULO THRU 2500-LEER-CALCULO-EXIT.
003240 3500-MIGRAR-CALCULO-EXIT.
003250     EXIT.
003260*
003270******************************************************************
003280* 3600-ASIGNAR-SECUENCIA -- DEJA EN CAL-SECUENCIA LA SIGUIENTE   *
003290*                           SECUENCIA DE LA CLAVE EN EL SEGUNDO  *
003300*                           ACTUAL (UNO LA PRIMERA VEZ). CON LA  *
003310*                           TABLA LLENA DEJA CERO.               *
003320******************************************************************
003330 3600-ASIGNAR-SECUENCIA.
003340     MOVE 0 TO CAL-SECUENCIA.
003350     IF CAL-FECHA-HORA NOT = WS-SEC-FECHA-HORA
003360         MOVE CAL-FECHA-HORA TO WS-SEC-FECHA-HORA
003370         MOVE 0 TO WS-SEC-TOTAL
003380     END-IF.
003390     MOVE 'N' TO WS-SW-SEC-HALLADA.
003400     MOVE 0   TO WS-SEC-IDX.
003410     PERFORM 3650-COTEJAR-SECUENCIA THRU
003420         3650-COTEJAR-SECUENCIA-EXIT
003430         UNTIL WS-SEC-HALLADA-SI
003440            OR WS-SEC-IDX NOT < WS-SEC-TOTAL.
003450     IF WS-SEC-HALLADA-SI
003460         ADD 1 TO SEC-SECUENCIA(WS-SEC-IDX)
003470         MOVE SEC-SECUENCIA(WS-SEC-IDX) TO CAL-SECUENCIA
003480         GO TO 3600-ASIGNAR-SECUENCIA-EXIT
003490     END-IF.
003500     IF WS-SEC-TOTAL NOT < WS-SEC-MAX
003510         GO TO 3600-ASIGNAR-SECUENCIA-EXIT
003520     END-IF.
003530     ADD 1 TO WS-SEC-TOTAL.
003540     MOVE CAL-CLAVE TO SEC-CLAVE(WS-SEC-TOTAL).
003550     MOVE 1         TO SEC-SECUENCIA(WS-SEC-TOTAL).
003560     MOVE 1         TO CAL-SECUENCIA.
003570 3600-ASIGNAR-SECUENCIA-EXIT.
003580     EXIT.
003590*
003600******************************************************************
003610* 3650-COTEJAR-SECUENCIA -- REVISA LA SIGUIENTE ENTRADA DE LA    *
003620*                           TABLA DE SECUENCIAS.                 *
003630******************************************************************
003640 3650-COTEJAR-SECUENCIA.
003650     ADD 1 TO WS-SEC-IDX.
003660     IF SEC-CLAVE(WS-SEC-IDX) = CAL-CLAVE
003670         MOVE 'S' TO WS-SW-SEC-HALLADA
003680     END-IF.
003690 3650-COTEJAR-SECUENCIA-EXIT.
003700     EXIT.
003710*
003720******************************************************************
003730* 8000-GRABAR-TRAILER-MOVS -- GRABA EL TRAILER DE MOVBKUP CON EL *
003740*                             CONTEO Y LA SUMA DE LOS IMPORTES.  *
003750******************************************************************
003760 8000-GRABAR-TRAILER-MOVS.
003770     MOVE WS-TOTAL-MOVS TO BKT-REGISTROS.
003780     MOVE WS-SUMA-MOVS  TO BKT-SUMA-CONTROL.
003790     WRITE LIN-MOVBKUP FROM REG-BKP-TRAILER.
003800 8000-GRABAR-TRAILER-MOVS-EXIT.
003810     EXIT.
003820*
003830******************************************************************
003840* 8500-GRABAR-TRAILER-CALCULOS -- GRABA EL TRAILER DE CALBKUP    *
003850*                                 CON EL CONTEO Y LA SUMA DE     *
003860*                                 LOS IMPORTES CAPTURADOS.       *
003870******************************************************************
003880 8500-GRABAR-TRAILER-CALCULOS.
003890     MOVE WS-TOTAL-CALCULOS TO BKT-REGISTROS.
003900     MOVE WS-SUMA-CALCULOS  TO BKT-SUMA-CONTROL.
003910     WRITE LIN-CALBKUP FROM REG-BKP-TRAILER.
003920 8500-GRABAR-TRAILER-CALCULOS-EXIT.
003930     EXIT.
003940*
003950******************************************************************
003960* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA          *
003970*                   MIGRACION.                                   *
003980******************************************************************
003990 9999-FINALIZAR.
004000     IF WS-MIGRA-MOVS-SI
004010         CLOSE VIEJO-MOVS-FILE
004020         IF NOT WS-CANCELAR-SI
004030             CLOSE MOVBKUP-FILE
004040         END-IF
004050     END-IF.
004060     IF WS-MIGRA-CALHIS-SI
004070         CLOSE VIEJO-CALHIS-FILE
004080         IF NOT WS-CANCELAR-SI
004090             CLOSE CALBKUP-FILE
004100         END-IF
004110     END-IF.
004120     DISPLAY "FIN DE MIGRAMOV.".
004130 9999-FINALIZAR-EXIT.
004140     EXIT.
004150*
