000160*    GRABA LOS BUENOS EN TRANSAC (EL ARCHIVO QUE CONSUME         *
000170*    USODEACCEPT BATCH), MANDA LOS MALOS A TRANRECH CON UN       *
000180*    CODIGO DE MOTIVO Y DEJA EL REPORTE DE DEPURACION CON LOS    *
000190*    CONTEOS EN VALTRANS.TXT.                                    *
000191*                                                                *
000192*    CADA REGISTRO TRAE SU TIPO: D DEPOSITO (IMPORTE POSITIVO),  *
000193*    R RETIRO (IMPORTE NEGATIVO) O V REVERSO. EN BLANCO EL TIPO  *
000194*    SE TOMA DEL SIGNO. UN REVERSO TRAE LA FECHA Y SECUENCIA DEL *
000195*    MOVIMIENTO DE CLIMOVS QUE ANULA Y EL MISMO IMPORTE (CON SU  *
000196*    SIGNO) Y MONEDA DE ESE MOVIMIENTO; LA MONEDA EN BLANCO SE   *
000197*    TOMA DEL ORIGINAL. UN MOVIMIENTO SOLO SE REVERSA UNA VEZ.   *
000200*                                                                *
000210*    CODIGOS DE MOTIVO DE RECHAZO:                               *
000220*        01  NOMBRE EN BLANCO                                    *
000240*        03  IMPORTE NO NUMERICO                                 *
000250*        04  IMPORTE CERO                                        *
000260*        05  MONEDA DESCONOCIDA                                  *
000261*        06  TIPO DE TRANSACCION DESCONOCIDO                     *
000262*        07  SIGNO DEL IMPORTE NO CORRESPONDE AL TIPO            *
000263*        08  REVERSO SIN CLAVE O SIN REFERENCIA VALIDA           *
000264*        09  MOVIMIENTO ORIGINAL NO EXISTE O ES UN REVERSO       *
000265*        10  IMPORTE O MONEDA DISTINTOS DEL ORIGINAL             *
000266*        11  MOVIMIENTO ORIGINAL YA REVERSADO                    *
000267*        12  EXCEDE EL CUPO DE REVERSOS DEL LOTE                 *
000270*                                                                *
000280******************************************************************
000290*    HISTORIAL DE MODIFICACIONES                                 *
000383*                        PARA QUE LOS RECHAZOS PENDIENTES DE     *
000384*                        CORREGIR (VIA MANTRECH) NO SE PIERDAN   *
000385*                        EN LA SIGUIENTE DEPURACION.             *
000386*    10/15/2026  HNK     SE VALIDA EL TIPO DE TRANSACCION Y, EN  *
000387*                        LOS REVERSOS, EL MOVIMIENTO ORIGINAL    *
000388*                        CONTRA CLIMOVS (MOTIVOS 06 A 12).       *
000389*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL   *
000390*                        CLIENTE: EL ORIGINAL Y SUS REVERSOS SE  *
000391*                        UBICAN CON START DESDE LA FECHA Y LA    *
000392*                        SECUENCIA REFERIDAS, SIN RECORRER TODO. *
000393******************************************************************
000400*
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000590     SELECT REPORTE-FILE ASSIGN TO "VALTRANS.TXT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-REPORTE.
000611     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS DYNAMIC
000614         RECORD KEY IS MOV-LLAVE
000615         FILE STATUS IS WS-FS-MOVS.
000616*
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ENTRADA-FILE.
000700         10 ENT-IMP-DIGITOS        PIC X(11).
000710         10 ENT-IMP-SIGNO          PIC X(01).
000720     05 ENT-MONEDA                 PIC X(03).
000721     05 ENT-TIPO                   PIC X(01).
000722     05 ENT-REF-FECHA              PIC X(08).
000723     05 ENT-REF-SECUENCIA          PIC X(04).
000730 FD  TRANS-FILE.
000740 01  REG-TRANSACCION.
000750     05 TRN-CLAVE                  PIC 9(06).
000770     05 TRN-NUMERO                 PIC S9(09)V99
000780            SIGN IS TRAILING SEPARATE.
000790     05 TRN-MONEDA                 PIC X(03).
000791     05 TRN-TIPO                   PIC X(01).
000792     05 TRN-REF-FECHA              PIC 9(08).
000793     05 TRN-REF-SECUENCIA          PIC 9(04).
000800 FD  RECHAZO-FILE.
000810 01  REG-RECHAZO.
000820     05 RCH-MOTIVO                 PIC X(02).
000830     05 FILLER                     PIC X(01).
000832     05 RCH-FECHA                  PIC 9(08).
000834     05 FILLER                     PIC X(01).
000840     05 RCH-REGISTRO               PIC X(68).
000850 FD  TASAS-FILE.
000860 01  REG-TASA.
000870     05 TCA-MONEDA                 PIC X(03).
000890     05 TCA-TASA                   PIC 9(05)V9(6).
000900 FD  REPORTE-FILE.
000910 01  LIN-REPORTE                   PIC X(80).
000911 FD  MOVS-FILE.
000912     COPY MOVCLI.
000920*
000930 WORKING-STORAGE SECTION.
000940*
001000     05 WS-FS-TASAS                PIC X(02)     VALUE '00'.
001010         88 WS-FS-TASAS-OK                       VALUE '00'.
001020     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
001021     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
001022         88 WS-FS-MOVS-OK                        VALUE '00'.
001030     05 WS-SW-EOF-ENTRADA          PIC X(01)     VALUE 'N'.
001040         88 WS-EOF-ENTRADA-SI                    VALUE 'S'.
001050     05 WS-SW-EOF-TASAS            PIC X(01)     VALUE 'N'.
001060         88 WS-EOF-TASAS-SI                      VALUE 'S'.
001070     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
001080         88 WS-CANCELAR-SI                       VALUE 'S'.
001081     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
001082         88 WS-EOF-MOVS-SI                       VALUE 'S'.
001090*
001100 01 WS-SWITCHES.
001110     05 WS-SW-MONEDA-HALLADA       PIC X(01)     VALUE 'N'.
001120         88 WS-MONEDA-HALLADA-SI                 VALUE 'S'.
001130     05 WS-MOTIVO-RECHAZO          PIC X(02)     VALUE SPACES.
001140         88 WS-REGISTRO-BUENO                    VALUE SPACES.
001141     05 WS-TIPO-TRANS              PIC X(01)     VALUE SPACE.
001142         88 WS-TIPO-DEPOSITO                     VALUE 'D'.
001143         88 WS-TIPO-RETIRO                       VALUE 'R'.
001144         88 WS-TIPO-REVERSO                      VALUE 'V'.
001145     05 WS-SW-ORIGINAL             PIC X(01)     VALUE 'N'.
001146         88 WS-ORIGINAL-HALLADO                  VALUE 'S'.
001147     05 WS-SW-REVERSADO            PIC X(01)     VALUE 'N'.
001148         88 WS-YA-REVERSADO-SI                   VALUE 'S'.
001150*
001160 01 WS-CONTADORES.
001170     05 WS-TOTAL-LEIDOS            PIC 9(05)     VALUE 0.
001250     05 WS-MON-CODIGO OCCURS 100 TIMES
001260                                   PIC X(03).
001270*
001271*
001272 01 WS-TABLA-REVERSOS.
001273     05 WS-REV-MAX                 PIC 9(03)     VALUE 500.
001274     05 WS-REV-TOTAL               PIC 9(03)     VALUE 0.
001275     05 WS-REV-IDX                 PIC 9(03)     VALUE 0.
001276     05 WS-REV-ENTRADA OCCURS 500 TIMES.
001277         10 WS-REV-CLAVE           PIC 9(06).
001278         10 WS-REV-FECHA           PIC 9(08).
001279         10 WS-REV-SECUENCIA       PIC 9(04).
001280 01 WS-IMPORTE-NUM                 PIC 9(11).
001290 01 WS-MONEDA-BUSCADA              PIC X(03).
001291 01 WS-IMPORTE-ENTRADA.
001292     05 WS-IMP-ENT-VALOR           PIC S9(09)V99
001293            SIGN IS TRAILING SEPARATE.
001294 01 WS-REFERENCIA.
001295     05 WS-REF-CLAVE               PIC 9(06)     VALUE 0.
001296     05 WS-REF-FECHA               PIC 9(08)     VALUE 0.
001297     05 WS-REF-SECUENCIA           PIC 9(04)     VALUE 0.
001298     05 WS-ORIGINAL-IMPORTE        PIC S9(09)V99 VALUE 0.
001299     05 WS-ORIGINAL-MONEDA         PIC X(03)     VALUE SPACES.
001300*
001310 01 WS-LINEA-ENC-REPORTE.
001320     05 FILLER                     PIC X(31)
003170             GO TO 3100-VALIDAR-REGISTRO-EXIT
003180         END-IF
003190     END-IF.
003191     PERFORM 3200-VALIDAR-TIPO THRU 3200-VALIDAR-TIPO-EXIT.
003200 3100-VALIDAR-REGISTRO-EXIT.
003210     EXIT.
003220*
003510******************************************************************
003520 4000-GRABAR-BUENO.
003530     MOVE REG-ENTRADA TO REG-TRANSACCION.
003531     PERFORM 4100-COMPLETAR-TRANS THRU 4100-COMPLETAR-TRANS-EXIT.
003540     WRITE REG-TRANSACCION.
003550     ADD 1 TO WS-TOTAL-ACEPTADOS.
003560 4000-GRABAR-BUENO-EXIT.
004060 9999-FINALIZAR-EXIT.
004070     EXIT.
004080*
004090******************************************************************
004100* 3200-VALIDAR-TIPO -- COMPLETA EL TIPO DE TRANSACCION (EN       *
004110*                      BLANCO SE TOMA DEL SIGNO), VERIFICA QUE   *
004120*                      EL SIGNO CORRESPONDA AL TIPO Y, SI ES UN  *
004130*                      REVERSO, LO COTEJA CONTRA EL ORIGINAL.    *
004140******************************************************************
004150 3200-VALIDAR-TIPO.
004160     MOVE ENT-TIPO TO WS-TIPO-TRANS.
004170     IF WS-TIPO-TRANS = SPACE
004180         IF ENT-IMP-SIGNO = '-'
004190             MOVE 'R' TO WS-TIPO-TRANS
004200         ELSE
004210             MOVE 'D' TO WS-TIPO-TRANS
004220         END-IF
004230     END-IF.
004240     IF NOT WS-TIPO-DEPOSITO
004250        AND NOT WS-TIPO-RETIRO
004260        AND NOT WS-TIPO-REVERSO
004270         MOVE "06" TO WS-MOTIVO-RECHAZO
004280         GO TO 3200-VALIDAR-TIPO-EXIT
004290     END-IF.
004300     IF (WS-TIPO-DEPOSITO AND ENT-IMP-SIGNO = '-')
004310        OR (WS-TIPO-RETIRO AND ENT-IMP-SIGNO = '+')
004320         MOVE "07" TO WS-MOTIVO-RECHAZO
004330         GO TO 3200-VALIDAR-TIPO-EXIT
004340     END-IF.
004350     IF WS-TIPO-REVERSO
004360         PERFORM 3300-VALIDAR-REVERSO THRU
004370             3300-VALIDAR-REVERSO-EXIT
004380     END-IF.
004390 3200-VALIDAR-TIPO-EXIT.
004400     EXIT.
004410*
004420******************************************************************
004430* 3300-VALIDAR-REVERSO -- EXIGE CLAVE Y REFERENCIA, BUSCA EN     *
004440*                         CLIMOVS EL MOVIMIENTO ORIGINAL DEL     *
004450*                         CLIENTE, COTEJA IMPORTE Y MONEDA Y     *
004460*                         RECHAZA EL REVERSO SI EL ORIGINAL YA   *
004470*                         FUE REVERSADO (EN CLIMOVS O EN ESTE    *
004480*                         MISMO LOTE).                           *
004490******************************************************************
004500 3300-VALIDAR-REVERSO.
004510     IF ENT-CLAVE = ZEROS
004520        OR ENT-REF-FECHA NOT NUMERIC
004530        OR ENT-REF-SECUENCIA NOT NUMERIC
004540        OR ENT-REF-FECHA = ZEROS
004550        OR ENT-REF-SECUENCIA = ZEROS
004560         MOVE "08" TO WS-MOTIVO-RECHAZO
004570         GO TO 3300-VALIDAR-REVERSO-EXIT
004580     END-IF.
004590     MOVE ENT-CLAVE         TO WS-REF-CLAVE.
004600     MOVE ENT-REF-FECHA     TO WS-REF-FECHA.
004610     MOVE ENT-REF-SECUENCIA TO WS-REF-SECUENCIA.
004620     MOVE ENT-IMPORTE       TO WS-IMPORTE-ENTRADA.
004630     PERFORM 3400-BUSCAR-ORIGINAL THRU 3400-BUSCAR-ORIGINAL-EXIT.
004640     IF NOT WS-ORIGINAL-HALLADO
004650         MOVE "09" TO WS-MOTIVO-RECHAZO
004660         GO TO 3300-VALIDAR-REVERSO-EXIT
004670     END-IF.
004680     IF WS-IMP-ENT-VALOR NOT = WS-ORIGINAL-IMPORTE
004690        OR (ENT-MONEDA NOT = SPACES
004700            AND ENT-MONEDA NOT = WS-ORIGINAL-MONEDA)
004710         MOVE "10" TO WS-MOTIVO-RECHAZO
004720         GO TO 3300-VALIDAR-REVERSO-EXIT
004730     END-IF.
004740     IF NOT WS-YA-REVERSADO-SI
004750         PERFORM 3600-BUSCAR-EN-LOTE THRU 3600-BUSCAR-EN-LOTE-EXIT
004760     END-IF.
004770     IF WS-YA-REVERSADO-SI
004780         MOVE "11" TO WS-MOTIVO-RECHAZO
004790         GO TO 3300-VALIDAR-REVERSO-EXIT
004800     END-IF.
004810     IF WS-REV-TOTAL NOT < WS-REV-MAX
004820         MOVE "12" TO WS-MOTIVO-RECHAZO
004830         GO TO 3300-VALIDAR-REVERSO-EXIT
004840     END-IF.
004850 3300-VALIDAR-REVERSO-EXIT.
004860     EXIT.
004870*
004880******************************************************************
004890* 3400-BUSCAR-ORIGINAL -- UBICA EN CLIMOVS CON START EL          *
004900*                         MOVIMIENTO REFERIDO (MISMA CLAVE,      *
004910*                         FECHA Y SECUENCIA, QUE NO SEA A SU VEZ *
004920*                         UN REVERSO) Y REVISA LOS POSTERIORES   *
004930*                         DEL CLIENTE POR SI YA HAY UN REVERSO   *
004940*                         QUE LO ANULE. SIN ARCHIVO NO HAY       *
004945*                         ORIGINAL.                              *
004950******************************************************************
004960 3400-BUSCAR-ORIGINAL.
004970     MOVE 'N' TO WS-SW-ORIGINAL.
004980     MOVE 'N' TO WS-SW-REVERSADO.
004990     MOVE 'N' TO WS-SW-EOF-MOVS.
005000     OPEN INPUT MOVS-FILE.
005010     IF NOT WS-FS-MOVS-OK
005020         GO TO 3400-BUSCAR-ORIGINAL-EXIT
005030     END-IF.
005031     MOVE WS-REF-CLAVE     TO MOV-CLAVE.
005032     MOVE WS-REF-FECHA     TO MOV-FECHA.
005033     MOVE WS-REF-SECUENCIA TO MOV-SECUENCIA.
005034     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
005035         INVALID KEY
005036             MOVE 'S' TO WS-SW-EOF-MOVS
005037     END-START.
005040     PERFORM 3450-REVISAR-MOVIMIENTO THRU
005050         3450-REVISAR-MOVIMIENTO-EXIT
005060         UNTIL WS-EOF-MOVS-SI.
005070     CLOSE MOVS-FILE.
005080 3400-BUSCAR-ORIGINAL-EXIT.
005090     EXIT.
005100*
005110******************************************************************
005120* 3450-REVISAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO DEL     *
005130*                           CLIENTE Y LO COTEJA CONTRA LA        *
005140*                           REFERENCIA DEL REVERSO.              *
005150******************************************************************
005160 3450-REVISAR-MOVIMIENTO.
005170     READ MOVS-FILE NEXT RECORD
005180         AT END
005190             MOVE 'S' TO WS-SW-EOF-MOVS
005200             GO TO 3450-REVISAR-MOVIMIENTO-EXIT
005210     END-READ.
005220     IF NOT WS-FS-MOVS-OK
005230        OR MOV-CLAVE NOT = WS-REF-CLAVE
005235         MOVE 'S' TO WS-SW-EOF-MOVS
005240         GO TO 3450-REVISAR-MOVIMIENTO-EXIT
005250     END-IF.
005260     IF MOV-TIPO-REVERSO
005270         IF MOV-REF-FECHA IS NUMERIC
005280            AND MOV-REF-SECUENCIA IS NUMERIC
005290            AND MOV-REF-FECHA = WS-REF-FECHA
005300            AND MOV-REF-SECUENCIA = WS-REF-SECUENCIA
005310             MOVE 'S' TO WS-SW-REVERSADO
005320         END-IF
005330         GO TO 3450-REVISAR-MOVIMIENTO-EXIT
005340     END-IF.
005350     IF MOV-FECHA IS NUMERIC
005360        AND MOV-SECUENCIA IS NUMERIC
005370        AND MOV-FECHA = WS-REF-FECHA
005380        AND MOV-SECUENCIA = WS-REF-SECUENCIA
005390         MOVE 'S'         TO WS-SW-ORIGINAL
005400         MOVE MOV-IMPORTE TO WS-ORIGINAL-IMPORTE
005410         MOVE MOV-MONEDA  TO WS-ORIGINAL-MONEDA
005420     END-IF.
005430 3450-REVISAR-MOVIMIENTO-EXIT.
005440     EXIT.
005450*
005460******************************************************************
005470* 3600-BUSCAR-EN-LOTE -- BUSCA LA REFERENCIA ENTRE LOS REVERSOS  *
005480*                        YA ACEPTADOS EN ESTA DEPURACION.        *
005490******************************************************************
005500 3600-BUSCAR-EN-LOTE.
005510     MOVE 0 TO WS-REV-IDX.
005520     PERFORM 3650-COTEJAR-REVERSO THRU 3650-COTEJAR-REVERSO-EXIT
005530         UNTIL WS-YA-REVERSADO-SI
005540            OR WS-REV-IDX NOT < WS-REV-TOTAL.
005550 3600-BUSCAR-EN-LOTE-EXIT.
005560     EXIT.
005570*
005580******************************************************************
005590* 3650-COTEJAR-REVERSO -- COMPARA LA REFERENCIA CONTRA EL        *
005600*                         SIGUIENTE REVERSO ACEPTADO DEL LOTE.   *
005610******************************************************************
005620 3650-COTEJAR-REVERSO.
005630     ADD 1 TO WS-REV-IDX.
005640     IF WS-REV-CLAVE(WS-REV-IDX) = WS-REF-CLAVE
005650        AND WS-REV-FECHA(WS-REV-IDX) = WS-REF-FECHA
005660        AND WS-REV-SECUENCIA(WS-REV-IDX) = WS-REF-SECUENCIA
005670         MOVE 'S' TO WS-SW-REVERSADO
005680     END-IF.
005690 3650-COTEJAR-REVERSO-EXIT.
005700     EXIT.
005710*
005720******************************************************************
005730* 4100-COMPLETAR-TRANS -- DEJA EN EL REGISTRO ACEPTADO EL TIPO   *
005740*                         DEFINITIVO. UN REVERSO TOMA LA MONEDA  *
005750*                         DEL ORIGINAL SI VENIA EN BLANCO Y SU   *
005760*                         REFERENCIA QUEDA EN LA TABLA DEL LOTE; *
005770*                         LOS DEMAS TIPOS LLEVAN REFERENCIA      *
005771*                         CERO.                                  *
005780******************************************************************
005790 4100-COMPLETAR-TRANS.
005800     MOVE WS-TIPO-TRANS TO TRN-TIPO.
005810     IF NOT WS-TIPO-REVERSO
005820         MOVE 0 TO TRN-REF-FECHA
005830         MOVE 0 TO TRN-REF-SECUENCIA
005840         GO TO 4100-COMPLETAR-TRANS-EXIT
005850     END-IF.
005860     IF ENT-MONEDA = SPACES
005870         MOVE WS-ORIGINAL-MONEDA TO TRN-MONEDA
005880     END-IF.
005890     ADD 1 TO WS-REV-TOTAL.
005900     MOVE WS-REF-CLAVE     TO WS-REV-CLAVE(WS-REV-TOTAL).
005910     MOVE WS-REF-FECHA     TO WS-REV-FECHA(WS-REV-TOTAL).
005920     MOVE WS-REF-SECUENCIA TO WS-REV-SECUENCIA(WS-REV-TOTAL).
005930 4100-COMPLETAR-TRANS-EXIT.
005940     EXIT.
005950*
