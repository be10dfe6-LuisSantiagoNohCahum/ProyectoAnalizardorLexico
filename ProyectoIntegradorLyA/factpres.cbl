000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FACTPRES.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    FACTPRES                                                    *
000110*                                                                *
000120*    FACTURACION NOCTURNA DE CUOTAS DE PRESTAMO. RECORRE EL      *
000130*    MAESTRO PRESTAMOS Y, POR CADA CONTRATO VIGENTE O EN MORA    *
000140*    CUYO SIGUIENTE VENCIMIENTO YA LLEGO, FACTURA LA CUOTA: LA   *
000150*    CARGA AL SALDO DEL CLIENTE EN CLIENTES Y LA DEJA EN CLIMOVS *
000160*    COMO DOS MOVIMIENTOS, UNO DE INTERES (ORIGEN 'R') Y OTRO    *
000170*    DE CAPITAL (ORIGEN 'P'). SI LA CORRIDA SE SALTO ALGUN DIA,  *
000180*    FACTURA TODAS LAS CUOTAS ATRASADAS EN ORDEN.                *
000190*                                                                *
000200*    UNA CUOTA QUE DEJA EL SALDO DEL CLIENTE EN NEGATIVO QUEDA   *
000210*    VENCIDA: EL PRESTAMO PASA A MORA Y LLEVA LA CUENTA DE       *
000220*    CUOTAS VENCIDAS Y LA FECHA EN QUE ENTRO EN MORA. UN         *
000230*    PRESTAMO EN MORA CUYO CLIENTE YA TIENE SALDO NO NEGATIVO SE *
000240*    REGULARIZA; AL FACTURAR LA ULTIMA CUOTA SE LIQUIDA.         *
000250*                                                                *
000260*    EL DETALLE DE LA CORRIDA QUEDA EN FACTPRES.TXT. EL PASO     *
000270*    CORRE DESPUES DE USODEACCEPT BATCH Y ANTES DE REPDIAR, Y SE *
000280*    INTEGRA AL CONTROL DE CORRIDAS RUNCTL (PARAMETRO FORZAR     *
000290*    PARA SALTAR LA VERIFICACION DE SECUENCIA).                  *
000300*                                                                *
000310******************************************************************
000320*    HISTORIAL DE MODIFICACIONES                                 *
000330*    FECHA       AUTOR   DESCRIPCION                             *
000340*    ----------  ------  -------------------------------------   *
000350*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000351*    10/15/2026  HNK     EL CARGO EN CLIMOVS LLEVA TIPO RETIRO   *
000352*                        Y REFERENCIA EN CERO.                   *
000353*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL   *
000354*                        CLIENTE: CADA CARGO TOMA LA SECUENCIA   *
000355*                        DEL DIA DEL CLIENTE CON START POR LLAVE *
000356*                        EN LUGAR DE RECORRER TODO EL ARCHIVO.   *
000357*    10/15/2026  HNK     LOS CARGOS DE CLIMOVS SE GRABAN SOLO    *
000358*                        DESPUES DE ACTUALIZAR EL SALDO DEL      *
000359*                        CLIENTE; SI ESE REWRITE FALLA EL        *
000360*                        PRESTAMO NO SE TOCA.                    *
000361*    10/15/2026  HNK     EL DETALLE DE CADA CUOTA Y LOS TOTALES  *
000362*                        DEL REPORTE SE GRABAN JUNTO CON LOS     *
000363*                        CARGOS, DESPUES DE ACTUALIZAR EL SALDO. *
000364*    10/15/2026  HNK     SI CLIMOVS NO ABRE SE CANCELA LA        *
000365*                        FACTURACION.                            *
000366******************************************************************
000370*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. HP.
000410 OBJECT-COMPUTER. HP.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CLI-CLAVE
000480         ALTERNATE RECORD KEY IS CLI-NOMBRE
000490             WITH DUPLICATES
000500         FILE STATUS IS WS-FS-CLIENTES.
000510     SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS PRE-LLAVE
000550         FILE STATUS IS WS-FS-PRESTAMOS.
000560     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000570         ORGANIZATION IS INDEXED
000571         ACCESS MODE IS DYNAMIC
000572         RECORD KEY IS MOV-LLAVE
000580         FILE STATUS IS WS-FS-MOVS.
000590     SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-FS-RUNCTL.
000620     SELECT REPORTE-FILE ASSIGN TO "FACTPRES.TXT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-FS-REPORTE.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  CLIENTES-FILE.
000690     COPY CLIENTE.
000700 FD  PRESTAMOS-FILE.
000710     COPY PRESTAMO.
000720 FD  MOVS-FILE.
000730     COPY MOVCLI.
000740 FD  RUNCTL-FILE.
000750     COPY RUNCTL.
000760 FD  REPORTE-FILE.
000770 01  LIN-REPORTE                   PIC X(80).
000780*
000790 WORKING-STORAGE SECTION.
000800*
000810 01 WS-ARCHIVOS.
000820     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
000830         88 WS-FS-CLIENTES-OK                    VALUE '00'.
000840     05 WS-FS-PRESTAMOS            PIC X(02)     VALUE '00'.
000850         88 WS-FS-PRESTAMOS-OK                   VALUE '00'.
000860         88 WS-FS-PRESTAMOS-NUEVO                VALUE '35'.
000870     05 WS-SW-EOF-PRESTAMOS        PIC X(01)     VALUE 'N'.
000880         88 WS-EOF-PRESTAMOS-SI                  VALUE 'S'.
000890     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000900         88 WS-FS-MOVS-OK                        VALUE '00'.
000905         88 WS-FS-MOVS-NUEVO                     VALUE '35'.
000910     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000920         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000930     05 WS-FS-RUNCTL               PIC X(02)     VALUE '00'.
000940         88 WS-FS-RUNCTL-OK                      VALUE '00'.
000950     05 WS-SW-EOF-RUNCTL           PIC X(01)     VALUE 'N'.
000960         88 WS-EOF-RUNCTL-SI                     VALUE 'S'.
000970     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000980     05 WS-SW-ABIERTOS             PIC X(01)     VALUE 'N'.
000990         88 WS-ABIERTOS-SI                       VALUE 'S'.
001000*
001010 01 WS-SWITCHES.
001020     05 WS-SW-CARGO                PIC X(01)     VALUE 'N'.
001030         88 WS-CARGO-SI                          VALUE 'S'.
001040     05 WS-SW-CAMBIO               PIC X(01)     VALUE 'N'.
001050         88 WS-CAMBIO-SI                         VALUE 'S'.
001060*
001070 01 WS-CONTROL-CORRIDA.
001080     05 WS-SW-PRED-COMPLETO        PIC X(01)     VALUE 'N'.
001090         88 WS-PRED-COMPLETO-SI                  VALUE 'S'.
001100     05 WS-SW-YA-CORRIDO           PIC X(01)     VALUE 'N'.
001110         88 WS-YA-CORRIDO-SI                     VALUE 'S'.
001120     05 WS-SW-FORZAR               PIC X(01)     VALUE 'N'.
001130         88 WS-FORZAR-SI                         VALUE 'S'.
001140     05 WS-SW-OMITIR-CORRIDA       PIC X(01)     VALUE 'N'.
001150         88 WS-OMITIR-CORRIDA-SI                 VALUE 'S'.
001160     05 WS-RUN-ESTADO              PIC X(02)     VALUE 'OK'.
001170     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001180 01 WS-PARM-LINEA                  PIC X(80).
001190*
001200 01 WS-USUARIO-PROCESO             PIC X(10)     VALUE "FACTPRES".
001210*
001220 01 WS-CONTADORES.
001230     05 WS-TOTAL-PRESTAMOS         PIC 9(05)     VALUE 0.
001240     05 WS-TOTAL-CUOTAS            PIC 9(05)     VALUE 0.
001250     05 WS-TOTAL-VENCIDAS          PIC 9(05)     VALUE 0.
001260     05 WS-TOTAL-REGULARIZADOS     PIC 9(05)     VALUE 0.
001270     05 WS-TOTAL-LIQUIDADOS        PIC 9(05)     VALUE 0.
001280     05 WS-TOTAL-ERRORES           PIC 9(05)     VALUE 0.
001290     05 WS-MOV-SECUENCIA-ACT       PIC 9(04)     VALUE 0.
001291*
001292 01 WS-CAMPOS-MOVIMIENTO.
001293     05 WS-MOV-ORIGEN              PIC X(01)     VALUE SPACE.
001294     05 WS-MOV-IMPORTE             PIC S9(09)V99 VALUE 0.
001295     05 WS-SW-REINTENTO            PIC X(01)     VALUE 'N'.
001296         88 WS-REINTENTO-SI                      VALUE 'S'.
001297*
001298 01 WS-TABLA-CARGOS.
001299     05 WS-CAR-CANT                PIC 9(03)     VALUE 0.
001300     05 WS-CAR-IDX                 PIC 9(03)     VALUE 0.
001301     05 WS-CAR-ENTRADA OCCURS 999 TIMES.
001302         10 WS-CAR-INTERES         PIC S9(09)V99.
001303         10 WS-CAR-CAPITAL         PIC S9(09)V99.
001304         10 WS-CAR-CUOTA           PIC 9(03).
001305         10 WS-CAR-VENCIMIENTO     PIC 9(08).
001306         10 WS-CAR-SALDO           PIC S9(09)V99.
001307         10 WS-CAR-ESTADO          PIC X(01).
001308             88 WS-CAR-VENCIDA                   VALUE 'V'.
001313*
001314 01 WS-CAMPOS-CUOTA.
001315     05 WS-TASA-MENSUAL            PIC 9(01)V9(6) VALUE 0.
001316     05 WS-CUO-VENCIMIENTO         PIC 9(08)     VALUE 0.
001317     05 WS-CUO-IMPORTE             PIC S9(09)V99 VALUE 0.
001318     05 WS-CUO-INTERES             PIC S9(09)V99 VALUE 0.
001319     05 WS-CUO-CAPITAL             PIC S9(09)V99 VALUE 0.
001320*
001380 01 WS-VEN-FECHA                   PIC 9(08)     VALUE 0.
001390 01 WS-VEN-FECHA-R REDEFINES WS-VEN-FECHA.
001400     05 WS-VEN-ANIO                PIC 9(04).
001410     05 WS-VEN-MES                 PIC 9(02).
001420     05 WS-VEN-DIA                 PIC 9(02).
001430 01 WS-VEN-DIAS-TOPE               PIC 9(02)     VALUE 0.
001440 01 WS-DIAS-POR-MES                PIC X(24)
001450        VALUE "312831303130313130313031".
001460 01 WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
001470     05 WS-DIAS-MES                PIC 9(02)     OCCURS 12 TIMES.
001480*
001490 01 WS-LINEA-ENC-REPORTE.
001500     05 FILLER                     PIC X(35)
001510            VALUE "FACTURACION DE CUOTAS DE PRESTAMO ".
001520     05 FILLER                     PIC X(03)     VALUE "AL ".
001530     05 WS-ENC-FECHA               PIC 9(08).
001540*
001550 01 WS-LINEA-ENC-COLUMNAS.
001560     05 FILLER                     PIC X(07)     VALUE "CLAVE".
001570     05 FILLER                     PIC X(04)     VALUE "PRE".
001580     05 FILLER                     PIC X(04)     VALUE "CUO".
001590     05 FILLER                     PIC X(09)     VALUE "VENCIM.".
001600     05 FILLER                     PIC X(13)
001610            VALUE "      INTERES".
001620     05 FILLER                     PIC X(13)
001630            VALUE "      CAPITAL".
001640     05 FILLER                     PIC X(13)
001650            VALUE "        SALDO".
001660     05 FILLER                     PIC X(01)     VALUE SPACE.
001670     05 FILLER                     PIC X(06)     VALUE "ESTADO".
001680*
001690 01 WS-LINEA-DET-REPORTE.
001700     05 WS-DET-CLAVE               PIC 9(06).
001710     05 FILLER                     PIC X(01)     VALUE SPACE.
001720     05 WS-DET-NUMERO              PIC 9(03).
001730     05 FILLER                     PIC X(01)     VALUE SPACE.
001740     05 WS-DET-CUOTA               PIC ZZ9.
001750     05 FILLER                     PIC X(01)     VALUE SPACE.
001760     05 WS-DET-VENCIMIENTO         PIC 9(08).
001770     05 FILLER                     PIC X(01)     VALUE SPACE.
001780     05 WS-DET-INTERES             PIC -Z(8)9.99.
001790     05 WS-DET-CAPITAL             PIC -Z(8)9.99.
001800     05 WS-DET-SALDO               PIC -Z(8)9.99.
001810     05 FILLER                     PIC X(01)     VALUE SPACE.
001820     05 WS-DET-ESTADO              PIC X(12).
001830*
001840 01 WS-LINEA-EVT-REPORTE.
001850     05 WS-EVT-CLAVE               PIC 9(06).
001860     05 FILLER                     PIC X(01)     VALUE SPACE.
001870     05 WS-EVT-NUMERO              PIC 9(03).
001880     05 FILLER                     PIC X(01)     VALUE SPACE.
001890     05 WS-EVT-MENSAJE             PIC X(60).
001900*
001910 01 WS-LINEA-TRL-REPORTE.
001920     05 WS-TRL-DESCRIPCION         PIC X(30).
001930     05 WS-TRL-CONTEO              PIC ZZZZ9.
001940*
001950 PROCEDURE DIVISION.
001960*
001970******************************************************************
001980* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DE LA           *
001990*                  FACTURACION.                                  *
002000******************************************************************
002010 0000-MAINLINE.
002020     PERFORM 0300-VERIFICAR-SECUENCIA THRU
002030         0300-VERIFICAR-SECUENCIA-EXIT.
002040     IF WS-OMITIR-CORRIDA-SI
002050         DISPLAY "FACTPRES: CORRIDA OMITIDA POR CONTROL DE "
002060             "SECUENCIA."
002070         STOP RUN
002080     END-IF.
002090     PERFORM 0400-REGISTRAR-INICIO THRU
002100         0400-REGISTRAR-INICIO-EXIT.
002110     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002120     IF NOT WS-EOF-PRESTAMOS-SI
002130         PERFORM 2000-LEER-PRESTAMO THRU 2000-LEER-PRESTAMO-EXIT
002140         PERFORM 3000-PROCESAR-PRESTAMO THRU
002150             3000-PROCESAR-PRESTAMO-EXIT
002160             UNTIL WS-EOF-PRESTAMOS-SI
002170     END-IF.
002180     IF WS-ABIERTOS-SI
002190         PERFORM 8000-IMPRIMIR-TRAILER THRU
002200             8000-IMPRIMIR-TRAILER-EXIT
002210     END-IF.
002220     PERFORM 0900-REGISTRAR-FIN THRU 0900-REGISTRAR-FIN-EXIT.
002230     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002240     STOP RUN.
002250*
002260******************************************************************
002270* 0300-VERIFICAR-SECUENCIA -- REVISA EN RUNCTL QUE USODEACCEPT   *
002280*                            BATCH YA HAYA COMPLETADO HOY Y QUE  *
002290*                            LA FACTURACION NO SE HAYA CORRIDO   *
002300*                            YA; EL PARAMETRO FORZAR SALTA LA    *
002310*                            VERIFICACION CON UNA ADVERTENCIA.   *
002320******************************************************************
002330 0300-VERIFICAR-SECUENCIA.
002340     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
002350     MOVE SPACES TO WS-PARM-LINEA.
002360     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
002370     IF WS-PARM-LINEA(1:6) = "FORZAR"
002380         MOVE 'S' TO WS-SW-FORZAR
002390     END-IF.
002400     OPEN INPUT RUNCTL-FILE.
002410     IF WS-FS-RUNCTL-OK
002420         PERFORM 0350-LEER-RUNCTL THRU 0350-LEER-RUNCTL-EXIT
002430         PERFORM 0360-REVISAR-CORRIDA THRU
002440             0360-REVISAR-CORRIDA-EXIT
002450             UNTIL WS-EOF-RUNCTL-SI
002460         CLOSE RUNCTL-FILE
002470     END-IF.
002480     IF WS-YA-CORRIDO-SI AND NOT WS-FORZAR-SI
002490         DISPLAY "FACTPRES: LA FACTURACION DE HOY YA SE CORRIO; "
002500             "USA EL PARAMETRO FORZAR PARA REPETIRLA."
002510         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
002520         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
002530     END-IF.
002540     IF NOT WS-PRED-COMPLETO-SI AND NOT WS-FORZAR-SI
002550         DISPLAY "FACTPRES: USODEACCEPT BATCH NO HA COMPLETADO "
002560             "HOY; USA EL PARAMETRO FORZAR PARA CORRER DE "
002570             "TODAS FORMAS."
002580         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
002590         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
002600     END-IF.
002610     IF WS-FORZAR-SI
002620         DISPLAY "FACTPRES: VERIFICACION DE SECUENCIA SALTADA "
002630             "POR PARAMETRO FORZAR."
002640     END-IF.
002650 0300-VERIFICAR-SECUENCIA-EXIT.
002660     EXIT.
002670*
002680******************************************************************
002690* 0350-LEER-RUNCTL -- LEE UN RENGLON DEL CONTROL DE CORRIDAS.    *
002700******************************************************************
002710 0350-LEER-RUNCTL.
002720     READ RUNCTL-FILE
002730         AT END
002740             MOVE 'S' TO WS-SW-EOF-RUNCTL
002750     END-READ.
002760 0350-LEER-RUNCTL-EXIT.
002770     EXIT.
002780*
002790******************************************************************
002800* 0360-REVISAR-CORRIDA -- EVALUA EL RENGLON ACTUAL DEL CONTROL   *
002810*                        DE CORRIDAS CONTRA LA FECHA DE HOY.     *
002820******************************************************************
002830 0360-REVISAR-CORRIDA.
002840     IF RUN-FECHA = WS-FECHA-HOY
002850        AND RUN-EVENTO-FIN
002860        AND RUN-ESTADO-OK
002870         IF RUN-PROGRAMA = "USODEACCEPT"
002880             MOVE 'S' TO WS-SW-PRED-COMPLETO
002890         END-IF
002900         IF RUN-PROGRAMA = "FACTPRES"
002910             MOVE 'S' TO WS-SW-YA-CORRIDO
002920         END-IF
002930     END-IF.
002940     PERFORM 0350-LEER-RUNCTL THRU 0350-LEER-RUNCTL-EXIT.
002950 0360-REVISAR-CORRIDA-EXIT.
002960     EXIT.
002970*
002980******************************************************************
002990* 0400-REGISTRAR-INICIO -- AGREGA A RUNCTL EL RENGLON DE INICIO  *
003000*                         DE ESTA CORRIDA.                      *
003010******************************************************************
003020 0400-REGISTRAR-INICIO.
003030     MOVE 'N' TO WS-SW-EOF-RUNCTL.
003040     OPEN EXTEND RUNCTL-FILE.
003050     IF NOT WS-FS-RUNCTL-OK
003060         OPEN OUTPUT RUNCTL-FILE
003070         CLOSE RUNCTL-FILE
003080         OPEN EXTEND RUNCTL-FILE
003090     END-IF.
003100     MOVE "FACTPRES"    TO RUN-PROGRAMA.
003110     MOVE WS-FECHA-HOY  TO RUN-FECHA.
003120     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
003130     MOVE 'I'           TO RUN-EVENTO.
003140     MOVE 0             TO RUN-REGISTROS.
003150     MOVE SPACES        TO RUN-ESTADO.
003160     WRITE REG-RUNCTL.
003170     CLOSE RUNCTL-FILE.
003180 0400-REGISTRAR-INICIO-EXIT.
003190     EXIT.
003200*
003210******************************************************************
003220* 0900-REGISTRAR-FIN -- AGREGA A RUNCTL EL RENGLON DE FIN DE LA  *
003230*                       CORRIDA CON EL CONTEO DE CUOTAS          *
003240*                       FACTURADAS Y EL ESTADO.                  *
003250******************************************************************
003260 0900-REGISTRAR-FIN.
003270     OPEN EXTEND RUNCTL-FILE.
003280     IF NOT WS-FS-RUNCTL-OK
003290         GO TO 0900-REGISTRAR-FIN-EXIT
003300     END-IF.
003310     MOVE "FACTPRES"      TO RUN-PROGRAMA.
003320     MOVE WS-FECHA-HOY    TO RUN-FECHA.
003330     MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-HORA.
003340     MOVE 'F'             TO RUN-EVENTO.
003350     MOVE WS-TOTAL-CUOTAS TO RUN-REGISTROS.
003360     MOVE WS-RUN-ESTADO   TO RUN-ESTADO.
003370     WRITE REG-RUNCTL.
003380     CLOSE RUNCTL-FILE.
003390 0900-REGISTRAR-FIN-EXIT.
003400     EXIT.
003410*
003420******************************************************************
003430* 1000-INICIALIZAR -- ABRE EL MAESTRO DE PRESTAMOS, EL DE        *
003440*                     CLIENTES, LOS MOVIMIENTOS Y EL REPORTE.    *
003450*                     SIN MAESTRO DE PRESTAMOS NO HAY NADA QUE   *
003460*                     FACTURAR Y LA CORRIDA TERMINA BIEN.        *
003461*                     SIN CLIMOVS NO SE FACTURA, PARA QUE        *
003462*                     NINGUNA CUOTA QUEDE EN EL SALDO SIN SU     *
003463*                     MOVIMIENTO.                                *
003470******************************************************************
003480 1000-INICIALIZAR.
003490     MOVE 'N' TO WS-SW-EOF-PRESTAMOS.
003500     OPEN I-O PRESTAMOS-FILE.
003510     IF WS-FS-PRESTAMOS-NUEVO
003520         DISPLAY "FACTPRES: NO EXISTE EL MAESTRO PRESTAMOS; NO "
003530             "HAY CUOTAS QUE FACTURAR."
003540         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
003550         GO TO 1000-INICIALIZAR-EXIT
003560     END-IF.
003570     IF NOT WS-FS-PRESTAMOS-OK
003580         DISPLAY "FACTPRES: NO SE PUDO ABRIR PRESTAMOS (ESTADO "
003590             WS-FS-PRESTAMOS "); SE CANCELA LA FACTURACION."
003600         MOVE 'ER' TO WS-RUN-ESTADO
003610         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
003620         GO TO 1000-INICIALIZAR-EXIT
003630     END-IF.
003640     OPEN I-O CLIENTES-FILE.
003650     IF NOT WS-FS-CLIENTES-OK
003660         DISPLAY "FACTPRES: NO SE PUDO ABRIR CLIENTES (ESTADO "
003670             WS-FS-CLIENTES "); SE CANCELA LA FACTURACION."
003680         MOVE 'ER' TO WS-RUN-ESTADO
003690         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
003700         CLOSE PRESTAMOS-FILE
003710         GO TO 1000-INICIALIZAR-EXIT
003720     END-IF.
003750     OPEN I-O MOVS-FILE.
003760     IF WS-FS-MOVS-NUEVO
003770         OPEN OUTPUT MOVS-FILE
003780         CLOSE MOVS-FILE
003790         OPEN I-O MOVS-FILE
003800     END-IF.
003801     IF NOT WS-FS-MOVS-OK
003802         DISPLAY "FACTPRES: NO SE PUDO ABRIR CLIMOVS (ESTADO "
003803             WS-FS-MOVS "); SE CANCELA LA FACTURACION."
003804         MOVE 'ER' TO WS-RUN-ESTADO
003805         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
003806         CLOSE PRESTAMOS-FILE
003807         CLOSE CLIENTES-FILE
003808         GO TO 1000-INICIALIZAR-EXIT
003809     END-IF.
003810     OPEN OUTPUT REPORTE-FILE.
003820     MOVE 'S' TO WS-SW-ABIERTOS.
003830     MOVE WS-FECHA-HOY TO WS-ENC-FECHA.
003840     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
003850     WRITE LIN-REPORTE FROM WS-LINEA-ENC-COLUMNAS.
003860 1000-INICIALIZAR-EXIT.
003870     EXIT.
003880*
003890******************************************************************
003900* 1800-SEMBRAR-SECUENCIA -- UBICA CON START EL ULTIMO MOVIMIENTO *
003905*                          DE HOY DEL CLIENTE DEL PRESTAMO Y     *
003910*                          DEJA SU SECUENCIA EN LA DE TRABAJO,   *
003915*                          DE MODO QUE EL CARGO SIGA LA          *
003920*                          NUMERACION DEL DIA DEL CLIENTE. SIN   *
003925*                          MOVIMIENTOS HOY EMPIEZA EN UNO.       *
003960******************************************************************
003970 1800-SEMBRAR-SECUENCIA.
003980     MOVE 'N' TO WS-SW-EOF-MOVS.
003990     MOVE 0   TO WS-MOV-SECUENCIA-ACT.
004000     MOVE PRE-CLAVE    TO MOV-CLAVE.
004005     MOVE WS-FECHA-HOY TO MOV-FECHA.
004010     MOVE 0            TO MOV-SECUENCIA.
004015     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
004020         INVALID KEY
004025             MOVE 'S' TO WS-SW-EOF-MOVS
004030     END-START.
004035     PERFORM 1850-REVISAR-MOVIMIENTO THRU
004040         1850-REVISAR-MOVIMIENTO-EXIT
004045         UNTIL WS-EOF-MOVS-SI.
004080 1800-SEMBRAR-SECUENCIA-EXIT.
004090     EXIT.
004100*
004110******************************************************************
004120* 1850-REVISAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO Y       *
004130*                           RETIENE SU SECUENCIA MIENTRAS SEA    *
004140*                           DEL MISMO CLIENTE Y DE HOY.          *
004150******************************************************************
004160 1850-REVISAR-MOVIMIENTO.
004170     READ MOVS-FILE NEXT RECORD
004180         AT END
004190             MOVE 'S' TO WS-SW-EOF-MOVS
004200             GO TO 1850-REVISAR-MOVIMIENTO-EXIT
004210     END-READ.
004220     IF NOT WS-FS-MOVS-OK
004225        OR MOV-CLAVE NOT = PRE-CLAVE
004230        OR MOV-FECHA NOT = WS-FECHA-HOY
004235         MOVE 'S' TO WS-SW-EOF-MOVS
004240         GO TO 1850-REVISAR-MOVIMIENTO-EXIT
004245     END-IF.
004250     MOVE MOV-SECUENCIA TO WS-MOV-SECUENCIA-ACT.
004280 1850-REVISAR-MOVIMIENTO-EXIT.
004290     EXIT.
004300*
004310******************************************************************
004320* 2000-LEER-PRESTAMO -- LEE SECUENCIALMENTE EL SIGUIENTE         *
004330*                       CONTRATO DEL MAESTRO DE PRESTAMOS.       *
004340******************************************************************
004350 2000-LEER-PRESTAMO.
004360     READ PRESTAMOS-FILE NEXT RECORD
004370         AT END
004380             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
004390     END-READ.
004400 2000-LEER-PRESTAMO-EXIT.
004410     EXIT.
004420*
004430******************************************************************
004440* 3000-PROCESAR-PRESTAMO -- FACTURA LAS CUOTAS YA VENCIDAS DEL   *
004445*                          CONTRATO ACTUAL, APLICA EL CARGO AL   *
004450*                          CLIENTE, REVISA SI EL PRESTAMO SE     *
004455*                          REGULARIZA O SE LIQUIDA Y REGRABA EL  *
004460*                          CONTRATO. LOS LIQUIDADOS SE SALTAN.   *
004465*                          LOS CARGOS DE CLIMOVS, EL DETALLE     *
004470*                          DEL REPORTE Y EL CONTRATO SE GRABAN   *
004475*                          SOLO SI EL SALDO DEL CLIENTE SE       *
004480*                          ACTUALIZO; SI NO, EL PRESTAMO QUEDA   *
004485*                          COMO ESTABA PARA LA SIGUIENTE         *
004486*                          CORRIDA.                              *
004490******************************************************************
004500 3000-PROCESAR-PRESTAMO.
004510     IF PRE-ESTADO-LIQUIDADO
004520         GO TO 3000-PROCESAR-SIGUIENTE
004530     END-IF.
004540     ADD 1 TO WS-TOTAL-PRESTAMOS.
004550     MOVE 'N' TO WS-SW-CARGO.
004560     MOVE 'N' TO WS-SW-CAMBIO.
004565     MOVE 0   TO WS-CAR-CANT.
004570     MOVE PRE-CLAVE TO CLI-CLAVE.
004580     READ CLIENTES-FILE
004590         INVALID KEY
004600             MOVE "CLIENTE INEXISTENTE; NO SE FACTURA"
004610                 TO WS-EVT-MENSAJE
004620             PERFORM 7000-REPORTAR-ERROR THRU
004630                 7000-REPORTAR-ERROR-EXIT
004640             GO TO 3000-PROCESAR-SIGUIENTE
004650     END-READ.
004660     IF CLI-MONEDA NOT = PRE-MONEDA
004670         MOVE "MONEDA DEL CLIENTE DISTINTA A LA DEL PRESTAMO"
004680             TO WS-EVT-MENSAJE
004690         PERFORM 7000-REPORTAR-ERROR THRU 7000-REPORTAR-ERROR-EXIT
004700         GO TO 3000-PROCESAR-SIGUIENTE
004710     END-IF.
004720     COMPUTE WS-TASA-MENSUAL = PRE-TASA / (100 * 12).
004730     PERFORM 3100-FACTURAR-CUOTA THRU 3100-FACTURAR-CUOTA-EXIT
004740         UNTIL PRE-FECHA-PROX-VENC > WS-FECHA-HOY
004750            OR PRE-CUOTAS-FACTURADAS NOT < PRE-PLAZO.
004760     IF WS-CARGO-SI
004765         MOVE 'N' TO CLI-EXPORTADO
004770         MOVE 0   TO CLI-FECHA-EXPORT
004775         REWRITE REG-CLIENTE
004780             INVALID KEY
004785                 DISPLAY "FACTPRES: NO SE PUDO ACTUALIZAR EL "
004790                     "SALDO DEL CLIENTE " CLI-CLAVE " (ESTADO "
004795                     WS-FS-CLIENTES ")."
004800                 MOVE 'ER' TO WS-RUN-ESTADO
004805         END-REWRITE
004810         IF NOT WS-FS-CLIENTES-OK
004815             MOVE "SALDO NO ACTUALIZADO; NO SE FACTURA"
004820                 TO WS-EVT-MENSAJE
004825             PERFORM 7000-REPORTAR-ERROR THRU
004830                 7000-REPORTAR-ERROR-EXIT
004835             GO TO 3000-PROCESAR-SIGUIENTE
004840         END-IF
004841         MOVE 0 TO WS-CAR-IDX
004845         PERFORM 3200-GRABAR-CARGOS THRU 3200-GRABAR-CARGOS-EXIT
004850             UNTIL WS-CAR-IDX NOT < WS-CAR-CANT
004860     END-IF.
004870     PERFORM 3300-REVISAR-ESTADO THRU 3300-REVISAR-ESTADO-EXIT.
004880     IF WS-CAMBIO-SI
004890         REWRITE REG-PRESTAMO
004900             INVALID KEY
004910                 DISPLAY "FACTPRES: NO SE PUDO REGRABAR EL "
004920                     "PRESTAMO " PRE-CLAVE "-" PRE-NUMERO
004930                     " (ESTADO " WS-FS-PRESTAMOS ")."
004940                 MOVE 'ER' TO WS-RUN-ESTADO
004950         END-REWRITE
004960     END-IF.
004970 3000-PROCESAR-SIGUIENTE.
004980     PERFORM 2000-LEER-PRESTAMO THRU 2000-LEER-PRESTAMO-EXIT.
004990 3000-PROCESAR-PRESTAMO-EXIT.
005000     EXIT.
005010*
005020******************************************************************
005030* 3100-FACTURAR-CUOTA -- FACTURA LA CUOTA DEL VENCIMIENTO ACTUAL *
005040*                       CON EL MISMO CALCULO DE LA TABLA DE      *
005050*                       AMORTIZACION: INTERES SOBRE EL SALDO     *
005060*                       INSOLUTO, CAPITAL COMO EL RESTO DE LA    *
005070*                       CUOTA FIJA Y LA ULTIMA CUOTA AJUSTADA    *
005080*                       PARA DEJAR EL SALDO EN CERO. LA CUOTA SE *
005090*                       CARGA AL CLIENTE Y, SI SU SALDO QUEDA    *
005100*                       NEGATIVO, SE MARCA VENCIDA. EL INTERES,  *
005101*                       EL CAPITAL Y EL DETALLE DE LA CUOTA      *
005102*                       QUEDAN EN LA TABLA DE CARGOS PARA        *
005103*                       GRABARLOS DESPUES.                       *
005110******************************************************************
005120 3100-FACTURAR-CUOTA.
005130     ADD 1 TO PRE-CUOTAS-FACTURADAS.
005140     MOVE PRE-FECHA-PROX-VENC TO WS-CUO-VENCIMIENTO.
005150     COMPUTE WS-CUO-INTERES ROUNDED =
005160         PRE-SALDO * WS-TASA-MENSUAL.
005170     IF PRE-CUOTAS-FACTURADAS = PRE-PLAZO
005180         COMPUTE WS-CUO-IMPORTE = PRE-SALDO + WS-CUO-INTERES
005190     ELSE
005200         MOVE PRE-CUOTA TO WS-CUO-IMPORTE
005210     END-IF.
005220     COMPUTE WS-CUO-CAPITAL = WS-CUO-IMPORTE - WS-CUO-INTERES.
005230     SUBTRACT WS-CUO-CAPITAL FROM PRE-SALDO.
005240     SUBTRACT WS-CUO-IMPORTE FROM CLI-NUMERO.
005250     ADD 1 TO WS-CAR-CANT.
005260     MOVE WS-CUO-INTERES TO WS-CAR-INTERES(WS-CAR-CANT).
005270     MOVE WS-CUO-CAPITAL TO WS-CAR-CAPITAL(WS-CAR-CANT).
005271     MOVE PRE-CUOTAS-FACTURADAS TO WS-CAR-CUOTA(WS-CAR-CANT).
005272     MOVE WS-CUO-VENCIMIENTO TO WS-CAR-VENCIMIENTO(WS-CAR-CANT).
005273     MOVE PRE-SALDO TO WS-CAR-SALDO(WS-CAR-CANT).
005280     MOVE PRE-FECHA-PROX-VENC TO WS-VEN-FECHA.
005285     PERFORM 8280-SIGUIENTE-VENCIMIENTO THRU
005290         8280-SIGUIENTE-VENCIMIENTO-EXIT.
005295     MOVE WS-VEN-FECHA TO PRE-FECHA-PROX-VENC.
005300     MOVE 'S' TO WS-SW-CARGO.
005305     MOVE 'S' TO WS-SW-CAMBIO.
005315     IF CLI-NUMERO < 0
005320         ADD 1 TO PRE-CUOTAS-VENCIDAS
005330         IF NOT PRE-ESTADO-MORA
005335             MOVE WS-CUO-VENCIMIENTO TO PRE-FECHA-MORA
005340         END-IF
005345         MOVE 'M' TO PRE-ESTADO
005350         MOVE 'V' TO WS-CAR-ESTADO(WS-CAR-CANT)
005355     ELSE
005360         MOVE 'F' TO WS-CAR-ESTADO(WS-CAR-CANT)
005365     END-IF.
005410 3100-FACTURAR-CUOTA-EXIT.
005415     EXIT.
005420*
005425******************************************************************
005430* 3200-GRABAR-CARGOS -- GRABA EN CLIMOVS EL INTERES Y EL CAPITAL *
005435*                       DE UNA CUOTA DE LA TABLA DE CARGOS Y SU  *
005440*                       LINEA DE DETALLE, EN EL MISMO ORDEN EN   *
005441*                       QUE SE FACTURARON, Y LA CUENTA EN LOS    *
005442*                       TOTALES DEL REPORTE.                     *
005445******************************************************************
005450 3200-GRABAR-CARGOS.
005451     ADD 1 TO WS-CAR-IDX.
005455     IF WS-CAR-INTERES(WS-CAR-IDX) NOT = 0
005460         MOVE 'R' TO WS-MOV-ORIGEN
005465         COMPUTE WS-MOV-IMPORTE = 0 - WS-CAR-INTERES(WS-CAR-IDX)
005470         PERFORM 8950-GRABAR-MOVIMIENTO THRU
005475             8950-GRABAR-MOVIMIENTO-EXIT
005480     END-IF.
005485     MOVE 'P' TO WS-MOV-ORIGEN.
005490     COMPUTE WS-MOV-IMPORTE = 0 - WS-CAR-CAPITAL(WS-CAR-IDX).
005495     PERFORM 8950-GRABAR-MOVIMIENTO THRU
005500         8950-GRABAR-MOVIMIENTO-EXIT.
005502     MOVE PRE-CLAVE                      TO WS-DET-CLAVE.
005504     MOVE PRE-NUMERO                     TO WS-DET-NUMERO.
005506     MOVE WS-CAR-CUOTA(WS-CAR-IDX)       TO WS-DET-CUOTA.
005508     MOVE WS-CAR-VENCIMIENTO(WS-CAR-IDX) TO WS-DET-VENCIMIENTO.
005510     MOVE WS-CAR-INTERES(WS-CAR-IDX)     TO WS-DET-INTERES.
005512     MOVE WS-CAR-CAPITAL(WS-CAR-IDX)     TO WS-DET-CAPITAL.
005514     MOVE WS-CAR-SALDO(WS-CAR-IDX)       TO WS-DET-SALDO.
005516     ADD 1 TO WS-TOTAL-CUOTAS.
005518     IF WS-CAR-VENCIDA(WS-CAR-IDX)
005520         ADD 1 TO WS-TOTAL-VENCIDAS
005522         MOVE "VENCIDA"   TO WS-DET-ESTADO
005524     ELSE
005526         MOVE "FACTURADA" TO WS-DET-ESTADO
005528     END-IF.
005530     WRITE LIN-REPORTE FROM WS-LINEA-DET-REPORTE.
005535 3200-GRABAR-CARGOS-EXIT.
005536     EXIT.
005537*
005640******************************************************************
005650* 3300-REVISAR-ESTADO -- UN PRESTAMO EN MORA CUYO CLIENTE YA NO  *
005660*                       TIENE SALDO NEGATIVO SE REGULARIZA; UNO  *
005670*                       VIGENTE CON TODAS SUS CUOTAS FACTURADAS  *
005680*                       SE LIQUIDA. AMBOS CAMBIOS SE REPORTAN.   *
005690******************************************************************
005700 3300-REVISAR-ESTADO.
005710     MOVE PRE-CLAVE  TO WS-EVT-CLAVE.
005720     MOVE PRE-NUMERO TO WS-EVT-NUMERO.
005730     IF PRE-ESTADO-MORA AND CLI-NUMERO NOT < 0
005740         MOVE 'V' TO PRE-ESTADO
005750         MOVE 0   TO PRE-CUOTAS-VENCIDAS
005760         MOVE 0   TO PRE-FECHA-MORA
005770         MOVE 'S' TO WS-SW-CAMBIO
005780         ADD 1 TO WS-TOTAL-REGULARIZADOS
005790         MOVE "PRESTAMO REGULARIZADO; SALE DE MORA"
005800             TO WS-EVT-MENSAJE
005810         WRITE LIN-REPORTE FROM WS-LINEA-EVT-REPORTE
005820     END-IF.
005830     IF PRE-ESTADO-VIGENTE
005840        AND PRE-CUOTAS-FACTURADAS NOT < PRE-PLAZO
005850         MOVE 'L' TO PRE-ESTADO
005860         MOVE 'S' TO WS-SW-CAMBIO
005870         ADD 1 TO WS-TOTAL-LIQUIDADOS
005880         MOVE "PRESTAMO LIQUIDADO" TO WS-EVT-MENSAJE
005890         WRITE LIN-REPORTE FROM WS-LINEA-EVT-REPORTE
005900     END-IF.
005910 3300-REVISAR-ESTADO-EXIT.
005920     EXIT.
005930*
005940******************************************************************
005950* 7000-REPORTAR-ERROR -- DEJA EN EL REPORTE Y EN LA CONSOLA UN   *
005960*                       PRESTAMO QUE NO SE PUDO FACTURAR.        *
005970******************************************************************
005980 7000-REPORTAR-ERROR.
005990     MOVE PRE-CLAVE  TO WS-EVT-CLAVE.
006000     MOVE PRE-NUMERO TO WS-EVT-NUMERO.
006010     WRITE LIN-REPORTE FROM WS-LINEA-EVT-REPORTE.
006020     DISPLAY "FACTPRES: PRESTAMO " PRE-CLAVE "-" PRE-NUMERO ": "
006030         WS-EVT-MENSAJE.
006040     ADD 1 TO WS-TOTAL-ERRORES.
006050 7000-REPORTAR-ERROR-EXIT.
006060     EXIT.
006070*
006080******************************************************************
006090* 8000-IMPRIMIR-TRAILER -- IMPRIME LOS TOTALES DE LA CORRIDA.    *
006100******************************************************************
006110 8000-IMPRIMIR-TRAILER.
006120     MOVE "PRESTAMOS REVISADOS:          " TO WS-TRL-DESCRIPCION.
006130     MOVE WS-TOTAL-PRESTAMOS TO WS-TRL-CONTEO.
006140     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006150     MOVE "CUOTAS FACTURADAS:            " TO WS-TRL-DESCRIPCION.
006160     MOVE WS-TOTAL-CUOTAS TO WS-TRL-CONTEO.
006170     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006180     MOVE "CUOTAS VENCIDAS:              " TO WS-TRL-DESCRIPCION.
006190     MOVE WS-TOTAL-VENCIDAS TO WS-TRL-CONTEO.
006200     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006210     MOVE "PRESTAMOS REGULARIZADOS:      " TO WS-TRL-DESCRIPCION.
006220     MOVE WS-TOTAL-REGULARIZADOS TO WS-TRL-CONTEO.
006230     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006240     MOVE "PRESTAMOS LIQUIDADOS:         " TO WS-TRL-DESCRIPCION.
006250     MOVE WS-TOTAL-LIQUIDADOS TO WS-TRL-CONTEO.
006260     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006270     MOVE "PRESTAMOS CON ERROR:          " TO WS-TRL-DESCRIPCION.
006280     MOVE WS-TOTAL-ERRORES TO WS-TRL-CONTEO.
006290     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
006300     DISPLAY "FACTPRES: " WS-TOTAL-CUOTAS " CUOTA(S) "
006310         "FACTURADA(S), " WS-TOTAL-VENCIDAS " VENCIDA(S); "
006320         "DETALLE EN FACTPRES.TXT.".
006330 8000-IMPRIMIR-TRAILER-EXIT.
006340     EXIT.
006350*
006360******************************************************************
006370* 8280-SIGUIENTE-VENCIMIENTO -- AVANZA WS-VEN-FECHA UN MES       *
006380*                              CONSERVANDO EL DIA DE PAGO DEL    *
006390*                              PRESTAMO; EN LOS MESES MAS CORTOS *
006400*                              EL VENCIMIENTO CAE EL ULTIMO DIA. *
006410******************************************************************
006420 8280-SIGUIENTE-VENCIMIENTO.
006430     IF WS-VEN-MES = 12
006440         MOVE 1 TO WS-VEN-MES
006450         ADD 1 TO WS-VEN-ANIO
006460     ELSE
006470         ADD 1 TO WS-VEN-MES
006480     END-IF.
006490     MOVE WS-DIAS-MES(WS-VEN-MES) TO WS-VEN-DIAS-TOPE.
006500     IF WS-VEN-MES = 2
006510        AND FUNCTION REM(WS-VEN-ANIO, 4) = 0
006520        AND (FUNCTION REM(WS-VEN-ANIO, 100) NOT = 0
006530             OR FUNCTION REM(WS-VEN-ANIO, 400) = 0)
006540         MOVE 29 TO WS-VEN-DIAS-TOPE
006550     END-IF.
006560     IF PRE-DIA-PAGO > WS-VEN-DIAS-TOPE
006570         MOVE WS-VEN-DIAS-TOPE TO WS-VEN-DIA
006580     ELSE
006590         MOVE PRE-DIA-PAGO     TO WS-VEN-DIA
006600     END-IF.
006610 8280-SIGUIENTE-VENCIMIENTO-EXIT.
006620     EXIT.
006630*
006640******************************************************************
006650* 8950-GRABAR-MOVIMIENTO -- AGREGA A CLIMOVS EL CARGO RECIEN     *
006660*                          CALCULADO (ORIGEN E IMPORTE EN LOS    *
006670*                          CAMPOS DE TRABAJO) CON FECHA Y        *
006680*                          SECUENCIA DEL DIA DEL CLIENTE Y EL    *
006685*                          USUARIO DEL PROCESO.                  *
006690******************************************************************
006700 8950-GRABAR-MOVIMIENTO.
006710     PERFORM 1800-SEMBRAR-SECUENCIA THRU
006715         1800-SEMBRAR-SECUENCIA-EXIT.
006720     MOVE PRE-CLAVE                   TO MOV-CLAVE.
006730     MOVE WS-FECHA-HOY                TO MOV-FECHA.
006740     MOVE WS-MOV-ORIGEN               TO MOV-ORIGEN.
006745     MOVE WS-MOV-IMPORTE              TO MOV-IMPORTE.
006750     MOVE PRE-MONEDA                  TO MOV-MONEDA.
006760     MOVE WS-USUARIO-PROCESO          TO MOV-USUARIO.
006761     MOVE 'R'                         TO MOV-TIPO.
006762     MOVE 0                           TO MOV-REF-FECHA
006763                                         MOV-REF-SECUENCIA.
006770     MOVE 'S'                         TO WS-SW-REINTENTO.
006772     PERFORM 8960-ESCRIBIR-MOVIMIENTO THRU
006773         8960-ESCRIBIR-MOVIMIENTO-EXIT
006774         UNTIL NOT WS-REINTENTO-SI.
006780 8950-GRABAR-MOVIMIENTO-EXIT.
006790     EXIT.
006800*
006810******************************************************************
006820* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS POR LA          *
006830*                   FACTURACION.                                 *
006840******************************************************************
006850 9999-FINALIZAR.
006860     IF WS-ABIERTOS-SI
006870         CLOSE PRESTAMOS-FILE
006880         CLOSE CLIENTES-FILE
006890         CLOSE MOVS-FILE
006900         CLOSE REPORTE-FILE
006910     END-IF.
006920     DISPLAY "FIN DE FACTPRES.".
006930 9999-FINALIZAR-EXIT.
006940     EXIT.
006950*
006960******************************************************************
006970* 8960-ESCRIBIR-MOVIMIENTO -- GRABA EL CARGO CON LA SIGUIENTE    *
006980*                            SECUENCIA DEL CLIENTE; SI LA LLAVE  *
006990*                            YA EXISTE PIDE OTRO INTENTO.        *
007000******************************************************************
007010 8960-ESCRIBIR-MOVIMIENTO.
007020     MOVE 'N' TO WS-SW-REINTENTO.
007030     ADD 1 TO WS-MOV-SECUENCIA-ACT.
007040     MOVE WS-MOV-SECUENCIA-ACT TO MOV-SECUENCIA.
007050     WRITE REG-MOVIMIENTO
007060         INVALID KEY
007070             IF WS-FS-MOVS = '22'
007080                AND WS-MOV-SECUENCIA-ACT < 9999
007090                 MOVE 'S' TO WS-SW-REINTENTO
007100             END-IF
007110     END-WRITE.
007120     IF NOT WS-FS-MOVS-OK
007130        AND NOT WS-REINTENTO-SI
007140         DISPLAY "FACTPRES: NO SE PUDO GRABAR EL CARGO DEL "
007150             "PRESTAMO " PRE-CLAVE "-" PRE-NUMERO " EN CLIMOVS "
007160             "(ESTADO " WS-FS-MOVS ")."
007170     END-IF.
007180 8960-ESCRIBIR-MOVIMIENTO-EXIT.
007190     EXIT.
007200*
