000230*    EN CLIARCH, LA REGRESA AL MAESTRO (EL EX-CLIENTE CONSERVA   *
000240*    SU CLAVE) Y LA QUITA DEL ARCHIVO AJUSTANDO EL TRAILER DE    *
000250*    SU LOTE, USANDO ARCHTMP COMO ARCHIVO DE TRABAJO.            *
000251*    LA RESTAURACION SOLO LA PUEDE CORRER UN USUARIO ACTIVO EN   *
000252*    PERFILES CUYO ROL TENGA LA OPCION 'R' DE ARCHCLI; LOS       *
000253*    INTENTOS NEGADOS VAN A AUDITLOG.                            *
000254*                                                                *
000255*    CON EL PARAMETRO HISTORIAL=BORRAR (EN CUALQUIER ORDEN CON   *
000256*    CORTE=) LA PURGA BORRA TAMBIEN LOS MOVIMIENTOS (CLIMOVS) Y  *
000257*    LOS CALCULOS (CALCHIST) DE LOS CLIENTES ARCHIVADOS; POR     *
000258*    OMISION (HISTORIAL=CONSERVAR) SE QUEDAN EN SUS ARCHIVOS.    *
000259*                                                                *
000260*    CADA CLIENTE ARCHIVADO DEJA ADEMAS EN SALDHIST (ORIGEN      *
000261*    'A', CORTE DEL DIA) SU ULTIMA FOTO DE SALDO POR MONEDA,     *
000262*    PARA QUE SALDOFEC SIGA CONTESTANDO SU SALDO A CUALQUIER     *
000263*    FECHA AUNQUE LA CUENTA YA NO ESTE EN EL MAESTRO. ESA FOTO   *
000264*    PARTE DE LA ULTIMA FOTO COMPLETA DEL CLIENTE EN SALDHIST    *
000265*    CON CORTE ANTERIOR AL DIA Y SUMA SOLO LOS MOVIMIENTOS       *
000266*    POSTERIORES.                                                *
000267*                                                                *
000268*    UN CLIENTE CON UN PRESTAMO VIGENTE O EN MORA EN EL MAESTRO  *
000269*    PRESTAMOS NO SE ARCHIVA AUNQUE ESTE INACTIVO.               *
000270*                                                                *
000271******************************************************************
000280*    HISTORIAL DE MODIFICACIONES                                 *
000290*    FECHA       AUTOR   DESCRIPCION                             *
000300*    ----------  ------  -------------------------------------   *
000310*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000311*    10/15/2026  HNK     RESTAURAR EXIGE DERECHO 'R' SOBRE       *
000312*                        ARCHCLI EN PERFILES; LOS INTENTOS       *
000313*                        NEGADOS VAN A AUDITLOG.                 *
000314*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO: LA ULTIMA      *
000315*                        ACTIVIDAD SE BUSCA CON START SOBRE LA   *
000316*                        CLAVE DEL CLIENTE. NUEVO PARAMETRO      *
000317*                        HISTORIAL=BORRAR PARA BORRAR DE CLIMOVS *
000318*                        Y CALCHIST EL HISTORIAL DE LOS CLIENTES *
000319*                        ARCHIVADOS.                             *
000320*    10/15/2026  HNK     LA PURGA AGREGA A SALDHIST UN LOTE DE   *
000321*                        ORIGEN 'A' CON LA ULTIMA FOTO DE SALDO  *
000322*                        POR MONEDA DE LOS CLIENTES ARCHIVADOS.  *
000323*    10/15/2026  HNK     NO SE ARCHIVAN CLIENTES CON PRESTAMO    *
000324*                        VIGENTE O EN MORA. LA FOTO 'A' SE       *
000325*                        GRABA HASTA DAR DE BAJA AL CLIENTE.     *
000326*    10/15/2026  HNK     LA FOTO 'A' PARTE DE LA ULTIMA FOTO     *
000327*                        COMPLETA EN SALDHIST CON CORTE ANTERIOR *
000328*                        AL DIA Y SUMA SOLO LOS MOVIMIENTOS      *
000329*                        POSTERIORES. LOS PARRAFOS QUEDAN EN     *
000330*                        ORDEN NUMERICO.                         *
000331******************************************************************
000333*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. HP.
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-FS-ARCHIVO.
000500     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000510         ORGANIZATION IS INDEXED
000511         ACCESS MODE IS DYNAMIC
000512         RECORD KEY IS MOV-LLAVE
000520         FILE STATUS IS WS-FS-MOVS.
000521     SELECT CALHIS-FILE ASSIGN TO "CALCHIST"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS CAL-LLAVE
000525         FILE STATUS IS WS-FS-CALHIS.
000530     SELECT TEMP-FILE ASSIGN TO "ARCHTMP"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-FS-TEMP.
000560     SELECT REPORTE-FILE ASSIGN TO "ARCHCLI.TXT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-FS-REPORTE.
000581     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000582         ORGANIZATION IS LINE SEQUENTIAL
000583         FILE STATUS IS WS-FS-PERFIL.
000584     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000585         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-FS-AUDIT.
000587     SELECT SALHIS-FILE ASSIGN TO "SALDHIST"
000588         ORGANIZATION IS LINE SEQUENTIAL
000589         FILE STATUS IS WS-FS-SALHIS.
000590     SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS"
000591         ORGANIZATION IS INDEXED
000592         ACCESS MODE IS DYNAMIC
000593         RECORD KEY IS PRE-LLAVE
000594         FILE STATUS IS WS-FS-PRESTAMOS.
000599*
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CLIENTES-FILE.
000700     05 BKP-RESTO                  PIC X(79).
000710 FD  MOVS-FILE.
000720     COPY MOVCLI.
000721 FD  CALHIS-FILE.
000722     COPY CALHIS.
000730 FD  TEMP-FILE.
000740 01  LIN-TEMPORAL                  PIC X(80).
000750 FD  REPORTE-FILE.
000760 01  LIN-REPORTE                   PIC X(80).
000761 FD  PERFIL-FILE.
000762 01  LIN-PERFIL                    PIC X(80).
000763 FD  AUDIT-FILE.
000764 01  LIN-AUDITORIA                PIC X(80).
000765 FD  SALHIS-FILE.
000766     COPY SALHIS.
000767 FD  PRESTAMOS-FILE.
000768     COPY PRESTAMO.
000770*
000780 WORKING-STORAGE SECTION.
000790*
000850         88 WS-FS-ARCHIVO-OK                     VALUE '00'.
000860     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000870         88 WS-FS-MOVS-OK                        VALUE '00'.
000871     05 WS-FS-CALHIS               PIC X(02)     VALUE '00'.
000872         88 WS-FS-CALHIS-OK                      VALUE '00'.
000880     05 WS-FS-TEMP                 PIC X(02)     VALUE '00'.
000890         88 WS-FS-TEMP-OK                        VALUE '00'.
000900     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000940         88 WS-EOF-ARCHIVO-SI                    VALUE 'S'.
000950     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
000960         88 WS-EOF-MOVS-SI                       VALUE 'S'.
000961     05 WS-SW-EOF-CALHIS           PIC X(01)     VALUE 'N'.
000962         88 WS-EOF-CALHIS-SI                     VALUE 'S'.
000970     05 WS-SW-EOF-TEMP             PIC X(01)     VALUE 'N'.
000980         88 WS-EOF-TEMP-SI                       VALUE 'S'.
000990     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
001000         88 WS-CANCELAR-SI                       VALUE 'S'.
001001     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
001002         88 WS-FS-PERFIL-OK                      VALUE '00'.
001003     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
001004         88 WS-FS-AUDIT-OK                       VALUE '00'.
001005     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
001006         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
001007     05 WS-FS-SALHIS               PIC X(02)     VALUE '00'.
001008         88 WS-FS-SALHIS-OK                      VALUE '00'.
001009     05 WS-SW-EOF-SALHIS           PIC X(01)     VALUE 'N'.
001010         88 WS-EOF-SALHIS-SI                     VALUE 'S'.
001011*
001012 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
001013*
001014     COPY PERFIL.
001015*
001016     COPY ACCESO.
001017*
001020 01 WS-MODO-PROCESO                PIC X(01)     VALUE 'P'.
001030     88 WS-MODO-PURGA                            VALUE 'P'.
001040     88 WS-MODO-RESTAURA                         VALUE 'R'.
001050*
001051 01 WS-SW-HISTORIAL               PIC X(01)     VALUE 'C'.
001052     88 WS-HISTORIAL-CONSERVAR                   VALUE 'C'.
001053     88 WS-HISTORIAL-BORRAR                      VALUE 'B'.
001054*
001060 01 WS-PARM-LINEA                  PIC X(80).
001070 01 WS-PARM-TOKEN-1               PIC X(20).
001080 01 WS-PARM-TOKEN-2               PIC X(20).
001081 01 WS-PARM-TOKEN-ACT             PIC X(20).
001090 01 WS-PARM-CORTE-TXT             PIC X(08).
001100 01 WS-PARM-CLAVE-TXT             PIC X(06).
001110*
001160*
001170 01 WS-CONFIRMA                    PIC X(01)     VALUE 'N'.
001180     88 WS-CONFIRMA-SI                      VALUES 'S' 's'.
001181*
001182 01 WS-LINEA-AUDITORIA.
001183     05 AUD-FECHA-HORA             PIC X(14).
001184     05 FILLER                     PIC X(01)     VALUE SPACE.
001185     05 AUD-USUARIO                PIC X(10).
001186     05 FILLER                     PIC X(01)     VALUE SPACE.
001187     05 AUD-CAMPO                  PIC X(10).
001188     05 FILLER                     PIC X(01)     VALUE SPACE.
001189     05 AUD-VALOR                  PIC X(34).
001190     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
001191     05 FILLER                     PIC X(04)     VALUE SPACES.
001192*
001193 01 WS-AUD-CAMPO                   PIC X(10).
001194 01 WS-AUD-VALOR                   PIC X(34).
001195*
001196 01 WS-CAMPOS-AUDITORIA.
001197     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
001198     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001199*
001200 01 WS-SWITCHES.
001210     05 WS-SW-HALLADO              PIC X(01)     VALUE 'N'.
001220         88 WS-HALLADO-SI                        VALUE 'S'.
001240         88 WS-RETIRADO-SI                       VALUE 'S'.
001250     05 WS-SW-AJUSTE-PENDIENTE     PIC X(01)     VALUE 'N'.
001260         88 WS-AJUSTE-PENDIENTE-SI               VALUE 'S'.
001261     05 WS-SW-LOTE-ABIERTO         PIC X(01)     VALUE 'N'.
001262         88 WS-LOTE-ABIERTO-SI                   VALUE 'S'.
001263     05 WS-SW-MOVS-ABIERTO         PIC X(01)     VALUE 'N'.
001264         88 WS-MOVS-ABIERTO-SI                   VALUE 'S'.
001265     05 WS-SW-CALHIS-ABIERTO       PIC X(01)     VALUE 'N'.
001266         88 WS-CALHIS-ABIERTO-SI                 VALUE 'S'.
001267     05 WS-SW-FOTO-ABIERTA         PIC X(01)     VALUE 'N'.
001268         88 WS-FOTO-ABIERTA-SI                   VALUE 'S'.
001269     05 WS-FS-PRESTAMOS            PIC X(02)     VALUE '00'.
001270         88 WS-FS-PRESTAMOS-OK                   VALUE '00'.
001271         88 WS-FS-PRESTAMOS-NUEVO                VALUE '35'.
001272     05 WS-SW-PRESTAMOS-ABIERTO    PIC X(01)     VALUE 'N'.
001273         88 WS-PRESTAMOS-ABIERTO-SI              VALUE 'S'.
001274     05 WS-SW-PRESTAMO-VIVO        PIC X(01)     VALUE 'N'.
001275         88 WS-PRESTAMO-VIVO-SI                  VALUE 'S'.
001276     05 WS-SW-EOF-PRESTAMOS        PIC X(01)     VALUE 'N'.
001277         88 WS-EOF-PRESTAMOS-SI                  VALUE 'S'.
001278     05 WS-SW-BASES-CARGADAS       PIC X(01)     VALUE 'N'.
001279         88 WS-BASES-CARGADAS-SI                 VALUE 'S'.
001280     05 WS-SW-LOTE-LEIDO           PIC X(01)     VALUE 'N'.
001281         88 WS-LOTE-LEIDO-SI                     VALUE 'S'.
001282     05 WS-SW-TABLA-LLENA          PIC X(01)     VALUE 'N'.
001283         88 WS-TABLA-LLENA-SI                    VALUE 'S'.
001284     05 WS-SW-BAS-HALLADA          PIC X(01)     VALUE 'N'.
001285         88 WS-BAS-HALLADA-SI                    VALUE 'S'.
001286     05 WS-SW-BMO-HALLADA          PIC X(01)     VALUE 'N'.
001287         88 WS-BMO-HALLADA-SI                    VALUE 'S'.
001288*
001289 01 WS-CONTADORES.
001290     05 WS-TOTAL-ARCHIVADOS        PIC 9(05)     VALUE 0.
001300     05 WS-TOTAL-CONSERVADOS       PIC 9(05)     VALUE 0.
001310     05 WS-SUMA-CONTROL            PIC S9(13)V99 VALUE 0.
001320     05 WS-IMPORTE-RETIRADO        PIC S9(09)V99 VALUE 0.
001321     05 WS-TOTAL-MOVS-BORRADOS     PIC 9(07)     VALUE 0.
001322     05 WS-TOTAL-CALC-BORRADOS     PIC 9(07)     VALUE 0.
001323     05 WS-FOTO-CLIENTES           PIC 9(05)     VALUE 0.
001324     05 WS-FOTO-RENGLONES          PIC 9(07)     VALUE 0.
001325     05 WS-SUMA-FOTO               PIC S9(13)V99 VALUE 0.
001330*
001340 01 WS-TABLA-BAJAS.
001350     05 WS-BAJ-MAX                 PIC 9(03)     VALUE 500.
001370     05 WS-BAJ-IDX                 PIC 9(03)     VALUE 0.
001380     05 WS-BAJ-CLAVE OCCURS 500 TIMES
001390                                   PIC 9(06).
001391*
001392 01 WS-TABLA-SALDOS.
001393     05 WS-SAL-MAX                 PIC 9(02)     VALUE 10.
001394     05 WS-SAL-TOTAL               PIC 9(02)     VALUE 0.
001395     05 WS-SAL-IDX                 PIC 9(02)     VALUE 0.
001396     05 WS-MONEDA-BUSCA            PIC X(03)     VALUE SPACES.
001397     05 WS-SW-SAL-HALLADA          PIC X(01)     VALUE 'N'.
001398         88 WS-SAL-HALLADA-SI                    VALUE 'S'.
001399     05 WS-SAL-ENTRADA OCCURS 10 TIMES.
001400         10 SAL-MONEDA             PIC X(03).
001401         10 SAL-SALDO              PIC S9(11)V99.
001402         10 SAL-MOVS               PIC 9(05).
001403*
001404 01 WS-TABLA-BASES.
001405     05 WS-CORTE-BASE              PIC 9(08)     VALUE 0.
001406     05 WS-BAS-IDX                 PIC 9(03)     VALUE 0.
001407     05 WS-BMO-IDX                 PIC 9(02)     VALUE 0.
001408     05 WS-BAS-ENTRADA OCCURS 500 TIMES.
001409         10 BAS-CORTE              PIC 9(08).
001410         10 BAS-MONEDAS            PIC 9(02).
001411         10 BAS-MONEDA-ENTRADA OCCURS 10 TIMES.
001412             15 BAS-MONEDA         PIC X(03).
001413             15 BAS-SALDO          PIC S9(11)V99.
001414*
001415 01 WS-TABLA-LOTES.
001416     05 WS-LOT-MAX                 PIC 9(04)     VALUE 3000.
001417     05 WS-LOT-TOTAL               PIC 9(04)     VALUE 0.
001418     05 WS-LOT-ACTUAL              PIC 9(04)     VALUE 0.
001419     05 WS-LOT-RENGLONES           PIC 9(07)     VALUE 0.
001420     05 WS-LOT-ENTRADA OCCURS 3000 TIMES.
001421         10 LOT-COMPLETO           PIC X(01).
001422*
001423 01 REG-BKP-ENCABEZADO.
001424     05 BKE-TIPO                   PIC X(01)     VALUE '1'.
001430     05 BKE-FECHA-HORA             PIC X(14).
001440     05 FILLER                     PIC X(65)     VALUE SPACES.
001450*
002050            VALUE "  CONSERVADOS: ".
002060     05 WS-TRL-CONSERVADOS         PIC ZZZZ9.
002070*
002071 01 WS-LINEA-TRL-HISTORIAL.
002072     05 FILLER                     PIC X(22)
002073            VALUE "MOVIMIENTOS BORRADOS: ".
002074     05 WS-TRL-MOVS-BORRADOS       PIC ZZZZZZ9.
002075     05 FILLER                     PIC X(21)
002076            VALUE "  CALCULOS BORRADOS: ".
002077     05 WS-TRL-CALC-BORRADOS       PIC ZZZZZZ9.
002078*
002080 PROCEDURE DIVISION.
002090*
002100******************************************************************
002120******************************************************************
002130 0000-MAINLINE.
002140     PERFORM 0100-DETERMINAR-MODO THRU 0100-DETERMINAR-MODO-EXIT.
002141     IF WS-MODO-RESTAURA AND NOT WS-CANCELAR-SI
002142         PERFORM 0200-AUTORIZAR-RESTAURA THRU
002143             0200-AUTORIZAR-RESTAURA-EXIT
002144     END-IF.
002150     IF NOT WS-CANCELAR-SI
002160         IF WS-MODO-RESTAURA
002170             PERFORM 5000-RESTAURAR THRU 5000-RESTAURAR-EXIT
002340*
002350******************************************************************
002360* 0100-DETERMINAR-MODO -- LEE LA LINEA DE COMANDOS: CORTE=FECHA  *
002370*                        (Y OPCIONAL HISTORIAL=BORRAR) PARA      *
002380*                        ARCHIVAR O RESTAURAR CLAVE=NNNNNN PARA  *
002385*                        REGRESAR UN CLIENTE ARCHIVADO.          *
002390******************************************************************
002400 0100-DETERMINAR-MODO.
002410     MOVE SPACES TO WS-PARM-LINEA.
002580         GO TO 0100-DETERMINAR-MODO-EXIT
002590     END-IF.
002600     SET WS-MODO-PURGA TO TRUE.
002610     MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN-ACT.
002620     PERFORM 0150-TOMAR-PARAMETRO THRU 0150-TOMAR-PARAMETRO-EXIT.
002630     MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN-ACT.
002640     PERFORM 0150-TOMAR-PARAMETRO THRU 0150-TOMAR-PARAMETRO-EXIT.
002670     IF WS-FECHA-CORTE = 0
002680         DISPLAY "ARCHCLI: FALTA O ES INVALIDO EL PARAMETRO "
002681             "CORTE=AAAAMMDD; NO SE ARCHIVA NADA."
002682         MOVE 'S' TO WS-SW-CANCELAR
002683     END-IF.
002684 0100-DETERMINAR-MODO-EXIT.
002685     EXIT.
002686*
002687******************************************************************
002688* 0150-TOMAR-PARAMETRO -- INTERPRETA UN PARAMETRO DE LA PURGA:   *
002689*                         CORTE=AAAAMMDD O HISTORIAL=BORRAR/     *
002690*                         CONSERVAR.                             *
002691******************************************************************
002692 0150-TOMAR-PARAMETRO.
002693     IF WS-PARM-TOKEN-ACT(1:6) = "CORTE="
002694         MOVE WS-PARM-TOKEN-ACT(7:8) TO WS-PARM-CORTE-TXT
002695         IF WS-PARM-CORTE-TXT IS NUMERIC
002696             MOVE WS-PARM-CORTE-TXT TO WS-FECHA-CORTE
002697         END-IF
002698         GO TO 0150-TOMAR-PARAMETRO-EXIT
002699     END-IF.
002700     IF WS-PARM-TOKEN-ACT(1:10) NOT = "HISTORIAL="
002701         GO TO 0150-TOMAR-PARAMETRO-EXIT
002702     END-IF.
002703     EVALUATE WS-PARM-TOKEN-ACT(11:10)
002704         WHEN "BORRAR"
002705             SET WS-HISTORIAL-BORRAR TO TRUE
002706         WHEN "CONSERVAR"
002707             SET WS-HISTORIAL-CONSERVAR TO TRUE
002708         WHEN OTHER
002709             DISPLAY "ARCHCLI: EL PARAMETRO HISTORIAL= ADMITE "
002710                 "BORRAR O CONSERVAR; NO SE ARCHIVA NADA."
002711             MOVE 'S' TO WS-SW-CANCELAR
002712     END-EVALUATE.
002713 0150-TOMAR-PARAMETRO-EXIT.
002714     EXIT.
002715*
002716******************************************************************
002717* 0200-AUTORIZAR-RESTAURA -- TOMA EL USUARIO DE TERMINAL Y       *
002718*                            VERIFICA EN PERFILES QUE SU ROL     *
002719*                            TENGA LA OPCION 'R' (RESTAURAR) DE  *
002720*                            ARCHCLI. SI NO LA TIENE SE CANCELA  *
002721*                            LA CORRIDA; LA NEGACION QUEDA EN    *
002722*                            AUDITLOG.                           *
002723******************************************************************
002724 0200-AUTORIZAR-RESTAURA.
002725     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
002726     IF WS-USUARIO-TERMINAL = SPACES
002727         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
002728     END-IF.
002729     PERFORM 1700-SEMBRAR-AUDITORIA THRU
002730         1700-SEMBRAR-AUDITORIA-EXIT.
002731     OPEN EXTEND AUDIT-FILE.
002732     IF NOT WS-FS-AUDIT-OK
002733         OPEN OUTPUT AUDIT-FILE
002734         CLOSE AUDIT-FILE
002735         OPEN EXTEND AUDIT-FILE
002736     END-IF.
002737     MOVE "ARCHCLI" TO WS-ACC-PROGRAMA.
002738     MOVE 'R' TO WS-ACC-OPCION.
002739     PERFORM 8700-VERIFICAR-ACCESO THRU
002740         8700-VERIFICAR-ACCESO-EXIT.
002741     CLOSE AUDIT-FILE.
002742     IF NOT WS-ACCESO-SI
002743         DISPLAY "ARCHCLI: NO SE RESTAURA NINGUN CLIENTE."
002744         MOVE 'S' TO WS-SW-CANCELAR
002745     END-IF.
002746 0200-AUTORIZAR-RESTAURA-EXIT.
002747     EXIT.
002748*
002750******************************************************************
002760* 1000-INICIALIZAR-PURGA -- ABRE EL MAESTRO, EL ARCHIVO DE       *
002770*                          INACTIVOS Y EL REPORTE. EL ENCABEZADO *
002780*                          DEL LOTE SE GRABA HASTA ARCHIVAR EL   *
002782*                          PRIMER CLIENTE, PARA NO DEJAR LOTES   *
002784*                          VACIOS EN CLIARCH. SIN MAESTRO DE     *
002786*                          PRESTAMOS NINGUN CLIENTE TIENE        *
002788*                          PRESTAMO.                             *
002790******************************************************************
002800 1000-INICIALIZAR-PURGA.
002810     OPEN I-O CLIENTES-FILE.
002920         CLOSE ARCHIVO-FILE
002930         OPEN EXTEND ARCHIVO-FILE
002940     END-IF.
002950     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
002957     OPEN INPUT PRESTAMOS-FILE.
002958     IF WS-FS-PRESTAMOS-OK
002959         MOVE 'S' TO WS-SW-PRESTAMOS-ABIERTO
002960     END-IF.
002961     IF NOT WS-FS-PRESTAMOS-OK
002962        AND NOT WS-FS-PRESTAMOS-NUEVO
002963         DISPLAY "ARCHCLI: NO SE PUDO ABRIR PRESTAMOS (ESTADO "
002964             WS-FS-PRESTAMOS "); NO SE ARCHIVA NADA."
002965         CLOSE CLIENTES-FILE ARCHIVO-FILE
002966         MOVE 'S' TO WS-SW-CANCELAR
002967         GO TO 1000-INICIALIZAR-PURGA-EXIT
002968     END-IF.
002970     OPEN OUTPUT REPORTE-FILE.
002980     MOVE WS-FECHA-CORTE TO WS-ENC-CORTE.
002981     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
002982 1000-INICIALIZAR-PURGA-EXIT.
002983     EXIT.
002984*
002985******************************************************************
002986* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
002987*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
002988*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
002989*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
002990*                          RENGLONES NUEVOS CONTINUEN LA         *
002991*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
002992*                          NUMERACION EMPIEZA EN UNO.            *
002993******************************************************************
002994 1700-SEMBRAR-AUDITORIA.
002995     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
002996     MOVE 'N' TO WS-SW-EOF-AUDIT.
002997     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
002998     OPEN INPUT AUDIT-FILE.
002999     IF NOT WS-FS-AUDIT-OK
003000         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
003001     END-IF.
003002     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
003003         UNTIL WS-EOF-AUDIT-SI.
003004     CLOSE AUDIT-FILE.
003005 1700-SEMBRAR-AUDITORIA-EXIT.
003006     EXIT.
003007*
003008******************************************************************
003009* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
003010*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
003011*                        REBASA LA RETENIDA.                     *
003012******************************************************************
003013 1750-REVISAR-RENGLON.
003014     READ AUDIT-FILE
003015         AT END
003016             MOVE 'S' TO WS-SW-EOF-AUDIT
003017             GO TO 1750-REVISAR-RENGLON-EXIT
003018     END-READ.
003019     IF LIN-AUDITORIA(1:8) IS NUMERIC
003020        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
003021        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
003022        AND LIN-AUDITORIA(72:5) IS NUMERIC
003023        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
003024         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
003025     END-IF.
003026 1750-REVISAR-RENGLON-EXIT.
003027     EXIT.
003028*
003030******************************************************************
003040* 2000-LEER-CLIENTE -- LEE SECUENCIALMENTE EL SIGUIENTE REGISTRO *
003050*                      DEL MAESTRO DE CLIENTES.                 *
003180*                        MOVIMIENTO MAS RECIENTE EN CLIMOVS) Y,  *
003190*                        SI ES ANTERIOR AL CORTE, LO PASA AL     *
003200*                        ARCHIVO DE INACTIVOS Y LO ANOTA PARA    *
003210*                        LA BAJA. UN CLIENTE CON PRESTAMO        *
003215*                        VIGENTE O EN MORA SE CONSERVA.          *
003220******************************************************************
003230 3000-EVALUAR-CLIENTE.
003232     IF CLI-FECHA-ALTA NOT < WS-FECHA-CORTE
003310         ADD 1 TO WS-TOTAL-CONSERVADOS
003320         GO TO 3000-EVALUAR-SIGUIENTE
003330     END-IF.
003331     PERFORM 3800-VERIFICAR-PRESTAMO THRU
003332         3800-VERIFICAR-PRESTAMO-EXIT.
003333     IF WS-PRESTAMO-VIVO-SI
003334         DISPLAY "ARCHCLI: EL CLIENTE " CLI-CLAVE " TIENE UN "
003335             "PRESTAMO VIGENTE O EN MORA; SE CONSERVA."
003336         ADD 1 TO WS-TOTAL-CONSERVADOS
003337         GO TO 3000-EVALUAR-SIGUIENTE
003338     END-IF.
003340     IF WS-BAJ-TOTAL NOT < WS-BAJ-MAX
003350         DISPLAY "ARCHCLI: SE ALCANZO EL LIMITE DE " WS-BAJ-MAX
003360             " BAJAS POR CORRIDA; EL CLIENTE " CLI-CLAVE
003610     EXIT.
003620*
003630******************************************************************
003640* 3500-ULTIMA-ACTIVIDAD -- UBICA CON START LOS MOVIMIENTOS DEL   *
003650*                         CLIENTE ACTUAL EN CLIMOVS Y TOMA LA    *
003660*                         FECHA DEL MAS RECIENTE. SIN ARCHIVO DE *
003670*                         MOVIMIENTOS LA ACTIVIDAD QUEDA EN LA   *
003675*                         FECHA DE ALTA. CON CLIMOVS YA ABIERTO  *
003677*                         (HISTORIAL=BORRAR) SE USA TAL CUAL.    *
003678*                         EN LAS BAJAS LOS SALDOS PARTEN DE LA   *
003679*                         FOTO BASE DEL CLIENTE EN SALDHIST.     *
003680******************************************************************
003690 3500-ULTIMA-ACTIVIDAD.
003700     MOVE 0   TO WS-ULT-MOVIMIENTO.
003701     MOVE 'N' TO WS-SW-EOF-MOVS.
003702     MOVE 0   TO WS-SAL-TOTAL.
003703     MOVE 0   TO WS-CORTE-BASE.
003704     IF WS-BASES-CARGADAS-SI
003705         PERFORM 3560-SEMBRAR-SALDO THRU 3560-SEMBRAR-SALDO-EXIT
003706     END-IF.
003712     IF NOT WS-MOVS-ABIERTO-SI
003714         OPEN INPUT MOVS-FILE
003716         IF NOT WS-FS-MOVS-OK
003718             GO TO 3500-ULTIMA-ACTIVIDAD-EXIT
003720         END-IF
003722     END-IF.
003751     MOVE CLI-CLAVE TO MOV-CLAVE.
003752     MOVE 0         TO MOV-FECHA.
003753     MOVE 0         TO MOV-SECUENCIA.
003754     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
003755         INVALID KEY
003756             MOVE 'S' TO WS-SW-EOF-MOVS
003757     END-START.
003760     PERFORM 3550-REVISAR-MOVIMIENTO THRU
003770         3550-REVISAR-MOVIMIENTO-EXIT
003780         UNTIL WS-EOF-MOVS-SI.
003790     IF NOT WS-MOVS-ABIERTO-SI
003791         CLOSE MOVS-FILE
003792     END-IF.
003800 3500-ULTIMA-ACTIVIDAD-EXIT.
003810     EXIT.
003811*
003812******************************************************************
003813* 3550-REVISAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO Y       *
003814*                           RETIENE SU FECHA MIENTRAS SEA DEL    *
003815*                           CLIENTE ACTUAL; SI ES POSTERIOR AL   *
003816*                           CORTE DE LA FOTO BASE LO SUMA AL     *
003817*                           SALDO DE SU MONEDA.                  *
003818******************************************************************
003819 3550-REVISAR-MOVIMIENTO.
003820     READ MOVS-FILE NEXT RECORD
003821         AT END
003822             MOVE 'S' TO WS-SW-EOF-MOVS
003823             GO TO 3550-REVISAR-MOVIMIENTO-EXIT
003824     END-READ.
003825     IF NOT WS-FS-MOVS-OK
003826        OR MOV-CLAVE NOT = CLI-CLAVE
003827         MOVE 'S' TO WS-SW-EOF-MOVS
003828         GO TO 3550-REVISAR-MOVIMIENTO-EXIT
003829     END-IF.
003830     IF MOV-FECHA > WS-ULT-MOVIMIENTO
003831         MOVE MOV-FECHA TO WS-ULT-MOVIMIENTO
003832     END-IF.
003833     IF MOV-FECHA > WS-CORTE-BASE
003834         PERFORM 3600-ACUMULAR-SALDO THRU
003835             3600-ACUMULAR-SALDO-EXIT
003836     END-IF.
003837 3550-REVISAR-MOVIMIENTO-EXIT.
003838     EXIT.
003839*
003840******************************************************************
003841* 3560-SEMBRAR-SALDO -- PONE EN LOS SALDOS DEL CLIENTE QUE SE DA *
003842*                       DE BAJA LAS MONEDAS DE SU FOTO BASE Y    *
003843*                       DEJA SU CORTE EN WS-CORTE-BASE; SIN FOTO *
003844*                       EL CORTE QUEDA EN CERO.                  *
003845******************************************************************
003846 3560-SEMBRAR-SALDO.
003847     MOVE BAS-CORTE(WS-BAJ-IDX) TO WS-CORTE-BASE.
003848     MOVE WS-BAJ-IDX TO WS-BAS-IDX.
003849     MOVE 0 TO WS-BMO-IDX.
003850     PERFORM 3570-TOMAR-BASE THRU 3570-TOMAR-BASE-EXIT
003851         UNTIL WS-BMO-IDX NOT < BAS-MONEDAS(WS-BAS-IDX).
003852 3560-SEMBRAR-SALDO-EXIT.
003853     EXIT.
003854*
003855******************************************************************
003856* 3570-TOMAR-BASE -- PASA A LOS SALDOS DEL CLIENTE LA SIGUIENTE  *
003857*                    MONEDA DE SU FOTO BASE.                     *
003858******************************************************************
003859 3570-TOMAR-BASE.
003860     ADD 1 TO WS-BMO-IDX.
003861     MOVE BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX) TO WS-MONEDA-BUSCA.
003862     PERFORM 3650-UBICAR-SALDO THRU 3650-UBICAR-SALDO-EXIT.
003863     IF WS-SAL-HALLADA-SI
003864         MOVE BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX)
003865             TO SAL-SALDO(WS-SAL-IDX)
003866     END-IF.
003867 3570-TOMAR-BASE-EXIT.
003868     EXIT.
003869*
003870******************************************************************
003871* 3600-ACUMULAR-SALDO -- SUMA EL MOVIMIENTO LEIDO AL SALDO DE    *
003872*                        SU MONEDA PARA LA FOTO DE ARCHIVO.      *
003873******************************************************************
003874 3600-ACUMULAR-SALDO.
003875     MOVE MOV-MONEDA TO WS-MONEDA-BUSCA.
003876     PERFORM 3650-UBICAR-SALDO THRU 3650-UBICAR-SALDO-EXIT.
003877     IF NOT WS-SAL-HALLADA-SI
003878         DISPLAY "ARCHCLI: EL CLIENTE " CLI-CLAVE " EXCEDE "
003879             WS-SAL-MAX " MONEDAS; SE OMITE EL MOVIMIENTO "
003880             MOV-FECHA "-" MOV-SECUENCIA " EN LA FOTO."
003881         GO TO 3600-ACUMULAR-SALDO-EXIT
003882     END-IF.
003883     ADD MOV-IMPORTE TO SAL-SALDO(WS-SAL-IDX).
003884     ADD 1           TO SAL-MOVS(WS-SAL-IDX).
003885 3600-ACUMULAR-SALDO-EXIT.
003886     EXIT.
003887*
003888******************************************************************
003889* 3650-UBICAR-SALDO -- UBICA WS-MONEDA-BUSCA EN LOS SALDOS DEL   *
003890*                      CLIENTE; SI NO ESTA Y HAY LUGAR LA AGREGA *
003891*                      EN CERO.                                  *
003892******************************************************************
003893 3650-UBICAR-SALDO.
003894     MOVE 'N' TO WS-SW-SAL-HALLADA.
003895     MOVE 0   TO WS-SAL-IDX.
003896     PERFORM 3660-COTEJAR-SALDO THRU 3660-COTEJAR-SALDO-EXIT
003897         UNTIL WS-SAL-HALLADA-SI
003898            OR WS-SAL-IDX NOT < WS-SAL-TOTAL.
003899     IF WS-SAL-HALLADA-SI
003900         GO TO 3650-UBICAR-SALDO-EXIT
003901     END-IF.
003902     IF WS-SAL-TOTAL NOT < WS-SAL-MAX
003903         GO TO 3650-UBICAR-SALDO-EXIT
003904     END-IF.
003905     ADD 1 TO WS-SAL-TOTAL.
003906     MOVE WS-SAL-TOTAL    TO WS-SAL-IDX.
003907     MOVE WS-MONEDA-BUSCA TO SAL-MONEDA(WS-SAL-IDX).
003908     MOVE 0               TO SAL-SALDO(WS-SAL-IDX).
003909     MOVE 0               TO SAL-MOVS(WS-SAL-IDX).
003910     MOVE 'S'             TO WS-SW-SAL-HALLADA.
003911 3650-UBICAR-SALDO-EXIT.
003912     EXIT.
003913*
003914******************************************************************
003915* 3660-COTEJAR-SALDO -- COMPARA UNA ENTRADA DE LA TABLA.         *
003916******************************************************************
003917 3660-COTEJAR-SALDO.
003918     ADD 1 TO WS-SAL-IDX.
003919     IF SAL-MONEDA(WS-SAL-IDX) = WS-MONEDA-BUSCA
003920         MOVE 'S' TO WS-SW-SAL-HALLADA
003921     END-IF.
003922 3660-COTEJAR-SALDO-EXIT.
003923     EXIT.
003924*
003925******************************************************************
003926* 3700-GRABAR-FOTO -- GRABA EN SALDHIST EL SALDO POR MONEDA DEL  *
003927*                     CLIENTE RECIEN DADO DE BAJA, CON SU MONEDA *
003928*                     DEL MAESTRO AUNQUE NO TENGA MOVIMIENTOS.   *
003929*                     EL PRIMER CLIENTE ABRE EL LOTE DE LA       *
003930*                     CORRIDA.                                   *
003931******************************************************************
003932 3700-GRABAR-FOTO.
003933     IF NOT WS-FOTO-ABIERTA-SI
003934         MOVE SPACES              TO REG-SALHIS
003935         MOVE '1'                 TO SAH-TIPO
003936         MOVE 'A'                 TO SAH-ORIGEN
003937         MOVE WS-FECHA-HOY        TO SAH-CORTE
003938         MOVE FUNCTION CURRENT-DATE(1:14) TO SAH-FECHA-HORA
003939         WRITE REG-SALHIS
003940         MOVE 'S' TO WS-SW-FOTO-ABIERTA
003941     END-IF.
003942     MOVE CLI-MONEDA TO WS-MONEDA-BUSCA.
003943     PERFORM 3650-UBICAR-SALDO THRU 3650-UBICAR-SALDO-EXIT.
003944     MOVE 0 TO WS-SAL-IDX.
003945     PERFORM 3750-GRABAR-SALDO THRU 3750-GRABAR-SALDO-EXIT
003946         UNTIL WS-SAL-IDX NOT < WS-SAL-TOTAL.
003947     ADD 1 TO WS-FOTO-CLIENTES.
003948 3700-GRABAR-FOTO-EXIT.
003949     EXIT.
003950*
003951******************************************************************
003952* 3750-GRABAR-SALDO -- GRABA EL RENGLON DE UNA MONEDA.           *
003953******************************************************************
003954 3750-GRABAR-SALDO.
003955     ADD 1 TO WS-SAL-IDX.
003956     MOVE SPACES                  TO REG-SALHIS.
003957     MOVE 'D'                     TO SAH-TIPO.
003958     MOVE 'A'                     TO SAH-ORIGEN.
003959     MOVE WS-FECHA-HOY            TO SAH-CORTE.
003960     MOVE CLI-CLAVE               TO SAH-CLAVE.
003961     MOVE SAL-MONEDA(WS-SAL-IDX)  TO SAH-MONEDA.
003962     MOVE SAL-SALDO(WS-SAL-IDX)   TO SAH-SALDO.
003963     MOVE SAL-MOVS(WS-SAL-IDX)    TO SAH-MOVIMIENTOS.
003964     MOVE CLI-NOMBRE              TO SAH-NOMBRE.
003965     WRITE REG-SALHIS.
003966     ADD 1                        TO WS-FOTO-RENGLONES.
003967     ADD SAL-SALDO(WS-SAL-IDX)    TO WS-SUMA-FOTO.
003968 3750-GRABAR-SALDO-EXIT.
003969     EXIT.
003970*
003971******************************************************************
003972* 3800-VERIFICAR-PRESTAMO -- BUSCA CON START LOS PRESTAMOS DEL   *
003973*                            CLIENTE ACTUAL Y PRENDE             *
003974*                            WS-SW-PRESTAMO-VIVO SI ALGUNO ESTA  *
003975*                            VIGENTE O EN MORA. SIN MAESTRO DE   *
003976*                            PRESTAMOS NO HAY NADA QUE REVISAR.  *
003977******************************************************************
003978 3800-VERIFICAR-PRESTAMO.
003979     MOVE 'N' TO WS-SW-PRESTAMO-VIVO.
003980     IF NOT WS-PRESTAMOS-ABIERTO-SI
003981         GO TO 3800-VERIFICAR-PRESTAMO-EXIT
003982     END-IF.
003983     MOVE 'N'       TO WS-SW-EOF-PRESTAMOS.
003984     MOVE CLI-CLAVE TO PRE-CLAVE.
003985     MOVE 0         TO PRE-NUMERO.
003986     START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-LLAVE
003987         INVALID KEY
003988             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
003989     END-START.
003990     PERFORM 3850-REVISAR-PRESTAMO THRU 3850-REVISAR-PRESTAMO-EXIT
003991         UNTIL WS-EOF-PRESTAMOS-SI
003992            OR WS-PRESTAMO-VIVO-SI.
003993 3800-VERIFICAR-PRESTAMO-EXIT.
003994     EXIT.
003995*
003996******************************************************************
003997* 3850-REVISAR-PRESTAMO -- LEE EL SIGUIENTE PRESTAMO MIENTRAS    *
003998*                          SEA DEL CLIENTE ACTUAL. SI LA LECTURA *
003999*                          FALLA EL CLIENTE SE TRATA COMO CON    *
004000*                          PRESTAMO, PARA NO ARCHIVARLO A CIEGAS.*
004001******************************************************************
004002 3850-REVISAR-PRESTAMO.
004003     READ PRESTAMOS-FILE NEXT RECORD
004004         AT END
004005             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
004006             GO TO 3850-REVISAR-PRESTAMO-EXIT
004007     END-READ.
004008     IF NOT WS-FS-PRESTAMOS-OK
004009         MOVE 'S' TO WS-SW-PRESTAMO-VIVO
004010         GO TO 3850-REVISAR-PRESTAMO-EXIT
004011     END-IF.
004012     IF PRE-CLAVE NOT = CLI-CLAVE
004013         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
004014         GO TO 3850-REVISAR-PRESTAMO-EXIT
004015     END-IF.
004016     IF PRE-ESTADO-VIGENTE OR PRE-ESTADO-MORA
004017         MOVE 'S' TO WS-SW-PRESTAMO-VIVO
004018     END-IF.
004019 3850-REVISAR-PRESTAMO-EXIT.
004020     EXIT.
004021*
004030******************************************************************
004040* 4000-TERMINAR-PURGA -- GRABA EL TRAILER DEL LOTE, DA DE BAJA   *
004050*                        DEL MAESTRO LOS CLIENTES ARCHIVADOS (Y, *
004060*                        CON HISTORIAL=BORRAR, SU HISTORIAL) Y   *
004065*                        CIERRA CON EL REPORTE DE DISPOSICION.   *
004066*                        ANTES DE LAS BAJAS TOMA DE SALDHIST LA  *
004067*                        FOTO BASE DE CADA CLIENTE ARCHIVADO.    *
004070******************************************************************
004080 4000-TERMINAR-PURGA.
004082     IF WS-PRESTAMOS-ABIERTO-SI
004084         CLOSE PRESTAMOS-FILE
004086     END-IF.
004090     IF WS-LOTE-ABIERTO-SI
004100         MOVE WS-TOTAL-ARCHIVADOS TO BKT-REGISTROS
004104         MOVE WS-SUMA-CONTROL     TO BKT-SUMA-CONTROL
004115     END-IF.
004120     CLOSE ARCHIVO-FILE.
004130     MOVE 0 TO WS-BAJ-IDX.
004131     IF WS-HISTORIAL-BORRAR
004132         PERFORM 4300-ABRIR-HISTORIAL THRU
004133             4300-ABRIR-HISTORIAL-EXIT
004134     END-IF.
004135     PERFORM 4200-CARGAR-BASES THRU 4200-CARGAR-BASES-EXIT.
004136     OPEN EXTEND SALHIS-FILE.
004137     IF NOT WS-FS-SALHIS-OK
004138         OPEN OUTPUT SALHIS-FILE
004139         CLOSE SALHIS-FILE
004140         OPEN EXTEND SALHIS-FILE
004141     END-IF.
004142     PERFORM 4500-DEPURAR-CLIENTE THRU 4500-DEPURAR-CLIENTE-EXIT
004150         UNTIL WS-BAJ-IDX NOT < WS-BAJ-TOTAL.
004151     IF WS-MOVS-ABIERTO-SI
004152         CLOSE MOVS-FILE
004153     END-IF.
004154     IF WS-CALHIS-ABIERTO-SI
004155         CLOSE CALHIS-FILE
004156     END-IF.
004157     PERFORM 4100-CERRAR-FOTO THRU 4100-CERRAR-FOTO-EXIT.
004160     CLOSE CLIENTES-FILE.
004170     MOVE WS-TOTAL-ARCHIVADOS  TO WS-TRL-ARCHIVADOS.
004180     MOVE WS-TOTAL-CONSERVADOS TO WS-TRL-CONSERVADOS.
004190     WRITE LIN-REPORTE FROM WS-LINEA-TRL-REPORTE.
004191     IF WS-HISTORIAL-BORRAR
004192         MOVE WS-TOTAL-MOVS-BORRADOS TO WS-TRL-MOVS-BORRADOS
004193         MOVE WS-TOTAL-CALC-BORRADOS TO WS-TRL-CALC-BORRADOS
004194         WRITE LIN-REPORTE FROM WS-LINEA-TRL-HISTORIAL
004195     END-IF.
004200     CLOSE REPORTE-FILE.
004210     DISPLAY "ARCHCLI: " WS-TOTAL-ARCHIVADOS " CLIENTE(S) "
004220         "ARCHIVADO(S) EN CLIARCH Y " WS-TOTAL-CONSERVADOS
004230         " CONSERVADO(S) EN EL MAESTRO.".
004231     IF WS-HISTORIAL-BORRAR
004232         DISPLAY "ARCHCLI: " WS-TOTAL-MOVS-BORRADOS
004233             " MOVIMIENTO(S) Y " WS-TOTAL-CALC-BORRADOS
004234             " CALCULO(S) BORRADO(S) DEL HISTORIAL."
004235     END-IF.
004236 4000-TERMINAR-PURGA-EXIT.
004237     EXIT.
004238*
004239******************************************************************
004240* 4100-CERRAR-FOTO -- CIERRA CON SU TRAILER EL LOTE DE FOTOS DE  *
004241*                     LA CORRIDA, SI LO HUBO, Y CIERRA SALDHIST. *
004242******************************************************************
004243 4100-CERRAR-FOTO.
004244     IF WS-FOTO-ABIERTA-SI
004245         MOVE SPACES              TO REG-SALHIS
004246         MOVE '9'                 TO SAH-TIPO
004247         MOVE 'A'                 TO SAH-ORIGEN
004248         MOVE WS-FECHA-HOY        TO SAH-CORTE
004249         MOVE WS-FOTO-CLIENTES    TO SAH-CLIENTES
004250         MOVE WS-FOTO-RENGLONES   TO SAH-REGISTROS
004251         MOVE WS-SUMA-FOTO        TO SAH-SUMA-CONTROL
004252         WRITE REG-SALHIS
004253         DISPLAY "ARCHCLI: FOTO DE SALDOS DE " WS-FOTO-CLIENTES
004254             " CLIENTE(S) ARCHIVADO(S) AGREGADA A SALDHIST."
004255     END-IF.
004256     CLOSE SALHIS-FILE.
004257 4100-CERRAR-FOTO-EXIT.
004258     EXIT.
004259*
004260******************************************************************
004261* 4200-CARGAR-BASES -- TOMA DE SALDHIST, PARA CADA CLIENTE       *
004262*                      ANOTADO PARA LA BAJA, SU FOTO MAS         *
004263*                      RECIENTE CON CORTE ANTERIOR A HOY, SOLO   *
004264*                      DE LOTES COMPLETOS. LA PRIMERA PASADA     *
004265*                      NUMERA LOS LOTES Y MARCA LOS QUE CIERRAN  *
004266*                      CON UN TRAILER QUE CUADRA CON SUS         *
004267*                      RENGLONES; LA SEGUNDA GUARDA LAS FOTOS.   *
004268******************************************************************
004269 4200-CARGAR-BASES.
004270     MOVE 0 TO WS-BAS-IDX.
004271     PERFORM 4205-LIMPIAR-BASE THRU 4205-LIMPIAR-BASE-EXIT
004272         UNTIL WS-BAS-IDX NOT < WS-BAJ-TOTAL.
004273     MOVE 'S' TO WS-SW-BASES-CARGADAS.
004274     IF WS-BAJ-TOTAL = 0
004275         GO TO 4200-CARGAR-BASES-EXIT
004276     END-IF.
004277     MOVE 0   TO WS-LOT-TOTAL.
004278     MOVE 'N' TO WS-SW-LOTE-LEIDO.
004279     MOVE 'N' TO WS-SW-EOF-SALHIS.
004280     OPEN INPUT SALHIS-FILE.
004281     IF NOT WS-FS-SALHIS-OK
004282         GO TO 4200-CARGAR-BASES-EXIT
004283     END-IF.
004284     PERFORM 4210-LEER-SALHIS THRU 4210-LEER-SALHIS-EXIT.
004285     PERFORM 4220-REVISAR-LOTE THRU 4220-REVISAR-LOTE-EXIT
004286         UNTIL WS-EOF-SALHIS-SI.
004287     CLOSE SALHIS-FILE.
004288     IF WS-LOT-TOTAL = 0
004289         GO TO 4200-CARGAR-BASES-EXIT
004290     END-IF.
004291     MOVE 0   TO WS-LOT-ACTUAL.
004292     MOVE 'N' TO WS-SW-LOTE-LEIDO.
004293     MOVE 'N' TO WS-SW-EOF-SALHIS.
004294     OPEN INPUT SALHIS-FILE.
004295     IF NOT WS-FS-SALHIS-OK
004296         GO TO 4200-CARGAR-BASES-EXIT
004297     END-IF.
004298     PERFORM 4210-LEER-SALHIS THRU 4210-LEER-SALHIS-EXIT.
004299     PERFORM 4230-GUARDAR-BASE THRU 4230-GUARDAR-BASE-EXIT
004300         UNTIL WS-EOF-SALHIS-SI.
004301     CLOSE SALHIS-FILE.
004302 4200-CARGAR-BASES-EXIT.
004303     EXIT.
004304*
004305******************************************************************
004306* 4205-LIMPIAR-BASE -- DEJA SIN FOTO LA SIGUIENTE ENTRADA DE LA  *
004307*                      TABLA DE BASES.                           *
004308******************************************************************
004309 4205-LIMPIAR-BASE.
004310     ADD 1 TO WS-BAS-IDX.
004311     MOVE 0 TO BAS-CORTE(WS-BAS-IDX).
004312     MOVE 0 TO BAS-MONEDAS(WS-BAS-IDX).
004313 4205-LIMPIAR-BASE-EXIT.
004314     EXIT.
004315*
004316******************************************************************
004317* 4210-LEER-SALHIS -- LEE EL SIGUIENTE RENGLON DE SALDHIST.      *
004318******************************************************************
004319 4210-LEER-SALHIS.
004320     READ SALHIS-FILE
004321         AT END
004322             MOVE 'S' TO WS-SW-EOF-SALHIS
004323     END-READ.
004324 4210-LEER-SALHIS-EXIT.
004325     EXIT.
004326*
004327******************************************************************
004328* 4220-REVISAR-LOTE -- UN ENCABEZADO ABRE EL SIGUIENTE LOTE (UN  *
004329*                      LOTE ABIERTO SIN TRAILER QUEDA            *
004330*                      INCOMPLETO); EL DETALLE SE CUENTA Y EL    *
004331*                      TRAILER CIERRA EL LOTE.                   *
004332******************************************************************
004333 4220-REVISAR-LOTE.
004334     IF SAH-TIPO-ENCABEZADO
004335         IF WS-LOT-TOTAL NOT < WS-LOT-MAX
004336             IF NOT WS-TABLA-LLENA-SI
004337                 DISPLAY "ARCHCLI: SALDHIST EXCEDE " WS-LOT-MAX
004338                     " LOTES; LOS EXCEDENTES NO SE USAN."
004339             END-IF
004340             MOVE 'S' TO WS-SW-TABLA-LLENA
004341             MOVE 'N' TO WS-SW-LOTE-LEIDO
004342             GO TO 4220-REVISAR-SIGUIENTE
004343         END-IF
004344         ADD 1 TO WS-LOT-TOTAL
004345         MOVE 'N' TO LOT-COMPLETO(WS-LOT-TOTAL)
004346         MOVE 0   TO WS-LOT-RENGLONES
004347         MOVE 'S' TO WS-SW-LOTE-LEIDO
004348         GO TO 4220-REVISAR-SIGUIENTE
004349     END-IF.
004350     IF NOT WS-LOTE-LEIDO-SI
004351         GO TO 4220-REVISAR-SIGUIENTE
004352     END-IF.
004353     IF SAH-TIPO-DETALLE
004354         ADD 1 TO WS-LOT-RENGLONES
004355         GO TO 4220-REVISAR-SIGUIENTE
004356     END-IF.
004357     IF SAH-TIPO-TRAILER
004358         MOVE 'N' TO WS-SW-LOTE-LEIDO
004359         IF SAH-REGISTROS = WS-LOT-RENGLONES
004360             MOVE 'S' TO LOT-COMPLETO(WS-LOT-TOTAL)
004361         END-IF
004362     END-IF.
004363 4220-REVISAR-SIGUIENTE.
004364     PERFORM 4210-LEER-SALHIS THRU 4210-LEER-SALHIS-EXIT.
004365 4220-REVISAR-LOTE-EXIT.
004366     EXIT.
004367*
004368******************************************************************
004369* 4230-GUARDAR-BASE -- SIGUE LA NUMERACION DE LOTES DE LA        *
004370*                      PRIMERA PASADA Y, SI ES DETALLE DE UN     *
004371*                      LOTE COMPLETO CON CORTE ANTERIOR A HOY DE *
004372*                      UN CLIENTE QUE SE DA DE BAJA, LO DEJA     *
004373*                      COMO SU BASE; UNA FOTO CON CORTE MAS      *
004374*                      RECIENTE REEMPLAZA A LA ANTERIOR.         *
004375******************************************************************
004376 4230-GUARDAR-BASE.
004377     IF SAH-TIPO-ENCABEZADO
004378         MOVE 'N' TO WS-SW-LOTE-LEIDO
004379         IF WS-LOT-ACTUAL < WS-LOT-TOTAL
004380             ADD 1 TO WS-LOT-ACTUAL
004381             MOVE 'S' TO WS-SW-LOTE-LEIDO
004382         END-IF
004383         GO TO 4230-GUARDAR-SIGUIENTE
004384     END-IF.
004385     IF SAH-TIPO-TRAILER
004386         MOVE 'N' TO WS-SW-LOTE-LEIDO
004387         GO TO 4230-GUARDAR-SIGUIENTE
004388     END-IF.
004389     IF NOT WS-LOTE-LEIDO-SI
004390        OR NOT SAH-TIPO-DETALLE
004391        OR SAH-CORTE NOT < WS-FECHA-HOY
004392         GO TO 4230-GUARDAR-SIGUIENTE
004393     END-IF.
004394     IF LOT-COMPLETO(WS-LOT-ACTUAL) NOT = 'S'
004395         GO TO 4230-GUARDAR-SIGUIENTE
004396     END-IF.
004397     PERFORM 4240-UBICAR-BAJA THRU 4240-UBICAR-BAJA-EXIT.
004398     IF NOT WS-BAS-HALLADA-SI
004399        OR SAH-CORTE < BAS-CORTE(WS-BAS-IDX)
004400         GO TO 4230-GUARDAR-SIGUIENTE
004401     END-IF.
004402     IF SAH-CORTE > BAS-CORTE(WS-BAS-IDX)
004403         MOVE SAH-CORTE TO BAS-CORTE(WS-BAS-IDX)
004404         MOVE 0         TO BAS-MONEDAS(WS-BAS-IDX)
004405     END-IF.
004406     MOVE SAH-MONEDA TO WS-MONEDA-BUSCA.
004407     PERFORM 4260-UBICAR-MONEDA-BASE THRU
004408         4260-UBICAR-MONEDA-BASE-EXIT.
004409     IF WS-BMO-HALLADA-SI
004410         MOVE SAH-SALDO TO BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX)
004411     END-IF.
004412 4230-GUARDAR-SIGUIENTE.
004413     PERFORM 4210-LEER-SALHIS THRU 4210-LEER-SALHIS-EXIT.
004414 4230-GUARDAR-BASE-EXIT.
004415     EXIT.
004416*
004417******************************************************************
004418* 4240-UBICAR-BAJA -- BUSCA SAH-CLAVE ENTRE LAS CLAVES ANOTADAS  *
004419*                     PARA LA BAJA; SU POSICION ES LA DE SU      *
004420*                     BASE.                                      *
004421******************************************************************
004422 4240-UBICAR-BAJA.
004423     MOVE 'N' TO WS-SW-BAS-HALLADA.
004424     MOVE 0   TO WS-BAS-IDX.
004425     PERFORM 4250-COTEJAR-BAJA THRU 4250-COTEJAR-BAJA-EXIT
004426         UNTIL WS-BAS-HALLADA-SI
004427            OR WS-BAS-IDX NOT < WS-BAJ-TOTAL.
004428 4240-UBICAR-BAJA-EXIT.
004429     EXIT.
004430*
004431******************************************************************
004432* 4250-COTEJAR-BAJA -- COMPARA UNA CLAVE ANOTADA PARA LA BAJA.   *
004433******************************************************************
004434 4250-COTEJAR-BAJA.
004435     ADD 1 TO WS-BAS-IDX.
004436     IF WS-BAJ-CLAVE(WS-BAS-IDX) = SAH-CLAVE
004437         MOVE 'S' TO WS-SW-BAS-HALLADA
004438     END-IF.
004439 4250-COTEJAR-BAJA-EXIT.
004440     EXIT.
004441*
004442******************************************************************
004443* 4260-UBICAR-MONEDA-BASE -- UBICA WS-MONEDA-BUSCA ENTRE LAS     *
004444*                            MONEDAS DE LA BASE ACTUAL; SI NO    *
004445*                            ESTA Y CABE, LA AGREGA EN CERO.     *
004446******************************************************************
004447 4260-UBICAR-MONEDA-BASE.
004448     MOVE 'N' TO WS-SW-BMO-HALLADA.
004449     MOVE 0   TO WS-BMO-IDX.
004450     PERFORM 4270-COTEJAR-MONEDA-BASE THRU
004451         4270-COTEJAR-MONEDA-BASE-EXIT
004452         UNTIL WS-BMO-HALLADA-SI
004453            OR WS-BMO-IDX NOT < BAS-MONEDAS(WS-BAS-IDX).
004454     IF WS-BMO-HALLADA-SI
004455         GO TO 4260-UBICAR-MONEDA-BASE-EXIT
004456     END-IF.
004457     IF BAS-MONEDAS(WS-BAS-IDX) NOT < WS-SAL-MAX
004458         DISPLAY "ARCHCLI: LA FOTO DEL CLIENTE " SAH-CLAVE
004459             " EXCEDE " WS-SAL-MAX " MONEDAS; SE IGNORA LA "
004460             "MONEDA " WS-MONEDA-BUSCA "."
004461         GO TO 4260-UBICAR-MONEDA-BASE-EXIT
004462     END-IF.
004463     ADD 1 TO BAS-MONEDAS(WS-BAS-IDX).
004464     MOVE BAS-MONEDAS(WS-BAS-IDX) TO WS-BMO-IDX.
004465     MOVE WS-MONEDA-BUSCA TO BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX).
004466     MOVE 0               TO BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX).
004467     MOVE 'S'             TO WS-SW-BMO-HALLADA.
004468 4260-UBICAR-MONEDA-BASE-EXIT.
004469     EXIT.
004470*
004471******************************************************************
004472* 4270-COTEJAR-MONEDA-BASE -- COMPARA UNA MONEDA DE LA BASE.     *
004473******************************************************************
004474 4270-COTEJAR-MONEDA-BASE.
004475     ADD 1 TO WS-BMO-IDX.
004476     IF BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX) = WS-MONEDA-BUSCA
004477         MOVE 'S' TO WS-SW-BMO-HALLADA
004478     END-IF.
004479 4270-COTEJAR-MONEDA-BASE-EXIT.
004480     EXIT.
004481*
004482******************************************************************
004483* 4300-ABRIR-HISTORIAL -- ABRE CLIMOVS Y CALCHIST PARA BORRAR EL *
004484*                         HISTORIAL DE LOS CLIENTES ARCHIVADOS.  *
004485*                         UN ARCHIVO QUE NO SE PUEDE ABRIR SE    *
004486*                         AVISA Y SE DEJA COMO ESTA.             *
004487******************************************************************
004488 4300-ABRIR-HISTORIAL.
004489     OPEN I-O MOVS-FILE.
004490     IF WS-FS-MOVS-OK
004491         MOVE 'S' TO WS-SW-MOVS-ABIERTO
004492     ELSE
004493         DISPLAY "ARCHCLI: NO SE PUDO ABRIR CLIMOVS (ESTADO "
004494             WS-FS-MOVS "); NO SE BORRAN MOVIMIENTOS."
004495     END-IF.
004496     OPEN I-O CALHIS-FILE.
004497     IF WS-FS-CALHIS-OK
004498         MOVE 'S' TO WS-SW-CALHIS-ABIERTO
004499     ELSE
004500         DISPLAY "ARCHCLI: NO SE PUDO ABRIR CALCHIST (ESTADO "
004501             WS-FS-CALHIS "); NO SE BORRAN CALCULOS."
004502     END-IF.
004503 4300-ABRIR-HISTORIAL-EXIT.
004504     EXIT.
004505*
004506******************************************************************
004507* 4500-DEPURAR-CLIENTE -- DA DE BAJA DEL MAESTRO LA SIGUIENTE    *
004508*                        CLAVE ANOTADA PARA ARCHIVO Y, SI SE     *
004509*                        PIDIO, BORRA SUS MOVIMIENTOS Y SUS      *
004510*                        CALCULOS. CON LA BAJA HECHA GRABA SU    *
004511*                        FOTO 'A' EN SALDHIST (SALDO POR MONEDA  *
004512*                        SEGUN SU FOTO BASE Y SUS MOVIMIENTOS    *
004513*                        POSTERIORES).                           *
004514******************************************************************
004515 4500-DEPURAR-CLIENTE.
004516     ADD 1 TO WS-BAJ-IDX.
004517     MOVE WS-BAJ-CLAVE(WS-BAJ-IDX) TO CLI-CLAVE.
004518     READ CLIENTES-FILE
004519         INVALID KEY
004520             DISPLAY "ARCHCLI: NO SE PUDO RELEER LA CLAVE "
004521                 WS-BAJ-CLAVE(WS-BAJ-IDX) " PARA LA BAJA."
004522             GO TO 4500-DEPURAR-CLIENTE-EXIT
004523     END-READ.
004524     PERFORM 3500-ULTIMA-ACTIVIDAD THRU
004525         3500-ULTIMA-ACTIVIDAD-EXIT.
004526     DELETE CLIENTES-FILE
004527         INVALID KEY
004528             DISPLAY "ARCHCLI: NO SE PUDO DAR DE BAJA LA CLAVE "
004529                 WS-BAJ-CLAVE(WS-BAJ-IDX) " (ESTADO "
004530                 WS-FS-CLIENTES ")."
004531     END-DELETE.
004532     IF NOT WS-FS-CLIENTES-OK
004533         GO TO 4500-DEPURAR-CLIENTE-EXIT
004534     END-IF.
004535     PERFORM 3700-GRABAR-FOTO THRU 3700-GRABAR-FOTO-EXIT.
004536     IF WS-MOVS-ABIERTO-SI
004537         PERFORM 4600-BORRAR-MOVIMIENTOS THRU
004538             4600-BORRAR-MOVIMIENTOS-EXIT
004539     END-IF.
004540     IF WS-CALHIS-ABIERTO-SI
004541         PERFORM 4700-BORRAR-CALCULOS THRU
004542             4700-BORRAR-CALCULOS-EXIT
004543     END-IF.
004544 4500-DEPURAR-CLIENTE-EXIT.
004545     EXIT.
004546*
004547******************************************************************
004548* 4600-BORRAR-MOVIMIENTOS -- BORRA DE CLIMOVS TODOS LOS          *
004549*                            MOVIMIENTOS DE LA CLAVE DADA DE     *
004550*                            BAJA.                               *
004551******************************************************************
004552 4600-BORRAR-MOVIMIENTOS.
004553     MOVE 'N' TO WS-SW-EOF-MOVS.
004554     PERFORM 4650-BORRAR-MOVIMIENTO THRU
004555         4650-BORRAR-MOVIMIENTO-EXIT
004556         UNTIL WS-EOF-MOVS-SI.
004557 4600-BORRAR-MOVIMIENTOS-EXIT.
004558     EXIT.
004559*
004560******************************************************************
004561* 4650-BORRAR-MOVIMIENTO -- UBICA CON START EL PRIMER MOVIMIENTO *
004562*                           QUE LE QUEDA A LA CLAVE Y LO BORRA;  *
004563*                           SIN MAS MOVIMIENTOS TERMINA.         *
004564******************************************************************
004565 4650-BORRAR-MOVIMIENTO.
004566     MOVE WS-BAJ-CLAVE(WS-BAJ-IDX) TO MOV-CLAVE.
004567     MOVE 0                        TO MOV-FECHA.
004568     MOVE 0                        TO MOV-SECUENCIA.
004569     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
004570         INVALID KEY
004571             MOVE 'S' TO WS-SW-EOF-MOVS
004572             GO TO 4650-BORRAR-MOVIMIENTO-EXIT
004573     END-START.
004574     READ MOVS-FILE NEXT RECORD
004575         AT END
004576             MOVE 'S' TO WS-SW-EOF-MOVS
004577             GO TO 4650-BORRAR-MOVIMIENTO-EXIT
004578     END-READ.
004579     IF NOT WS-FS-MOVS-OK
004580        OR MOV-CLAVE NOT = WS-BAJ-CLAVE(WS-BAJ-IDX)
004581         MOVE 'S' TO WS-SW-EOF-MOVS
004582         GO TO 4650-BORRAR-MOVIMIENTO-EXIT
004583     END-IF.
004584     DELETE MOVS-FILE
004585         INVALID KEY
004586             DISPLAY "ARCHCLI: NO SE PUDO BORRAR EL MOVIMIENTO "
004587                 MOV-FECHA "-" MOV-SECUENCIA " DE LA CLAVE "
004588                 MOV-CLAVE " (ESTADO " WS-FS-MOVS ")."
004589             MOVE 'S' TO WS-SW-EOF-MOVS
004590             GO TO 4650-BORRAR-MOVIMIENTO-EXIT
004591     END-DELETE.
004592     ADD 1 TO WS-TOTAL-MOVS-BORRADOS.
004593 4650-BORRAR-MOVIMIENTO-EXIT.
004594     EXIT.
004595*
004596******************************************************************
004597* 4700-BORRAR-CALCULOS -- BORRA DE CALCHIST TODOS LOS CALCULOS   *
004598*                         DE LA CLAVE DADA DE BAJA.              *
004599******************************************************************
004600 4700-BORRAR-CALCULOS.
004601     MOVE 'N' TO WS-SW-EOF-CALHIS.
004602     PERFORM 4750-BORRAR-CALCULO THRU 4750-BORRAR-CALCULO-EXIT
004603         UNTIL WS-EOF-CALHIS-SI.
004604 4700-BORRAR-CALCULOS-EXIT.
004605     EXIT.
004606*
004607******************************************************************
004608* 4750-BORRAR-CALCULO -- UBICA CON START EL PRIMER CALCULO QUE   *
004609*                        LE QUEDA A LA CLAVE Y LO BORRA; SIN MAS *
004610*                        CALCULOS TERMINA.                       *
004611******************************************************************
004612 4750-BORRAR-CALCULO.
004613     MOVE WS-BAJ-CLAVE(WS-BAJ-IDX) TO CAL-CLAVE.
004614     MOVE LOW-VALUES               TO CAL-FECHA-HORA.
004615     MOVE 0                        TO CAL-SECUENCIA.
004616     START CALHIS-FILE KEY IS NOT LESS THAN CAL-LLAVE
004617         INVALID KEY
004618             MOVE 'S' TO WS-SW-EOF-CALHIS
004619             GO TO 4750-BORRAR-CALCULO-EXIT
004620     END-START.
004621     READ CALHIS-FILE NEXT RECORD
004622         AT END
004623             MOVE 'S' TO WS-SW-EOF-CALHIS
004624             GO TO 4750-BORRAR-CALCULO-EXIT
004625     END-READ.
004626     IF NOT WS-FS-CALHIS-OK
004627        OR CAL-CLAVE NOT = WS-BAJ-CLAVE(WS-BAJ-IDX)
004628         MOVE 'S' TO WS-SW-EOF-CALHIS
004629         GO TO 4750-BORRAR-CALCULO-EXIT
004630     END-IF.
004631     DELETE CALHIS-FILE
004632         INVALID KEY
004633             DISPLAY "ARCHCLI: NO SE PUDO BORRAR EL CALCULO "
004634                 CAL-FECHA-HORA " DE LA CLAVE " CAL-CLAVE
004635                 " (ESTADO " WS-FS-CALHIS ")."
004636             MOVE 'S' TO WS-SW-EOF-CALHIS
004637             GO TO 4750-BORRAR-CALCULO-EXIT
004638     END-DELETE.
004639     ADD 1 TO WS-TOTAL-CALC-BORRADOS.
004640 4750-BORRAR-CALCULO-EXIT.
004641     EXIT.
004642*
004643******************************************************************
004644* 5000-RESTAURAR -- BUSCA LA CLAVE PEDIDA EN CLIARCH, LA         *
004645*                   REGRESA AL MAESTRO CON SU CLAVE ORIGINAL Y   *
004646*                   LA QUITA DEL ARCHIVO AJUSTANDO EL TRAILER    *
004647*                   DE SU LOTE.                                 *
004648******************************************************************
004649 5000-RESTAURAR.
004650     MOVE 'N' TO WS-SW-HALLADO.
004651     MOVE 'N' TO WS-SW-EOF-ARCHIVO.
004652     OPEN INPUT ARCHIVO-FILE.
004653     IF NOT WS-FS-ARCHIVO-OK
004654         DISPLAY "ARCHCLI: NO SE ENCONTRO EL ARCHIVO DE "
004655             "INACTIVOS CLIARCH (ESTADO " WS-FS-ARCHIVO ")."
004656         GO TO 5000-RESTAURAR-EXIT
004657     END-IF.
004658     PERFORM 5100-BUSCAR-ARCHIVADO THRU
004659         5100-BUSCAR-ARCHIVADO-EXIT
004660         UNTIL WS-HALLADO-SI OR WS-EOF-ARCHIVO-SI.
004670     CLOSE ARCHIVO-FILE.
004680     IF NOT WS-HALLADO-SI
006370 5800-COPIAR-RENGLON-EXIT.
006380     EXIT.
006390*
007170******************************************************************
007180* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
007190*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
007200*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
007210*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
007220*                          INHABILITADO, O UN ROL SIN DERECHOS   *
007230*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
007240*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
007250*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
007260*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
007270*                          NEGACION QUEDA EN AUDITLOG.           *
007280******************************************************************
007290 8700-VERIFICAR-ACCESO.
007300     MOVE 'N'    TO WS-SW-ACCESO.
007310     MOVE 'N'    TO WS-SW-BLOQUEO.
007320     MOVE SPACE  TO WS-SW-ACC-USUARIO.
007330     MOVE 'N'    TO WS-SW-ACC-DERECHO.
007340     MOVE SPACES TO WS-ACC-ROL.
007350     MOVE SPACES TO WS-ACC-OPCIONES.
007360     MOVE 'U' TO WS-SW-ACC-PASADA.
007370     PERFORM 8740-RECORRER-PERFILES THRU
007380         8740-RECORRER-PERFILES-EXIT.
007390     IF NOT WS-FS-PERFIL-OK
007400         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
007410         MOVE 'S' TO WS-SW-BLOQUEO
007420         GO TO 8700-NEGAR-ACCESO
007430     END-IF.
007440     IF WS-ACC-USR-DESCONOCIDO
007450         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
007460         MOVE 'S' TO WS-SW-BLOQUEO
007470         GO TO 8700-NEGAR-ACCESO
007480     END-IF.
007490     IF NOT WS-ACC-USR-ACTIVO
007500         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
007510         MOVE 'S' TO WS-SW-BLOQUEO
007520         GO TO 8700-NEGAR-ACCESO
007530     END-IF.
007540     MOVE 'D' TO WS-SW-ACC-PASADA.
007550     PERFORM 8740-RECORRER-PERFILES THRU
007560         8740-RECORRER-PERFILES-EXIT.
007570     IF NOT WS-ACC-DERECHO-SI
007580         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
007590         MOVE 'S' TO WS-SW-BLOQUEO
007600         GO TO 8700-NEGAR-ACCESO
007610     END-IF.
007620     IF WS-ACC-OPCION NOT = SPACE
007630         MOVE 0 TO WS-ACC-CONTEO
007640         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
007650             FOR ALL WS-ACC-OPCION
007660         IF WS-ACC-CONTEO = 0
007670             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
007680             GO TO 8700-NEGAR-ACCESO
007690         END-IF
007700     END-IF.
007710     MOVE 'S' TO WS-SW-ACCESO.
007720     GO TO 8700-VERIFICAR-ACCESO-EXIT.
007730 8700-NEGAR-ACCESO.
007740     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
007750         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
007760     IF WS-BLOQUEO-SI
007770         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
007780             "ESTE PROGRAMA."
007790     END-IF.
007800     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
007810     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
007820     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
007830     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
007840     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
007850     PERFORM 8800-REGISTRAR-AUDITORIA THRU
007860         8800-REGISTRAR-AUDITORIA-EXIT.
007870 8700-VERIFICAR-ACCESO-EXIT.
007880     EXIT.
007890*
007900******************************************************************
007910* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
007920*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
007930*                           EN LA PASADA 'D' EL DERECHO DE SU    *
007940*                           ROL SOBRE ESTE PROGRAMA.             *
007950******************************************************************
007960 8740-RECORRER-PERFILES.
007970     MOVE 'N' TO WS-SW-EOF-PERFIL.
007980     OPEN INPUT PERFIL-FILE.
007990     IF NOT WS-FS-PERFIL-OK
008000         GO TO 8740-RECORRER-PERFILES-EXIT
008010     END-IF.
008020     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
008030         UNTIL WS-EOF-PERFIL-SI.
008040     CLOSE PERFIL-FILE.
008050 8740-RECORRER-PERFILES-EXIT.
008060     EXIT.
008070*
008080******************************************************************
008090* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
008100*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
008110******************************************************************
008120 8750-REVISAR-PERFIL.
008130     READ PERFIL-FILE INTO REG-PERFIL
008140         AT END
008150             MOVE 'S' TO WS-SW-EOF-PERFIL
008160             GO TO 8750-REVISAR-PERFIL-EXIT
008170     END-READ.
008180     IF WS-PASADA-USUARIO
008190         IF PRF-TIPO-USUARIO
008200            AND PRF-USUARIO = WS-USUARIO-TERMINAL
008210             MOVE PRF-ROL TO WS-ACC-ROL
008220             IF PRF-ACTIVO
008230                 MOVE 'A' TO WS-SW-ACC-USUARIO
008240             ELSE
008250                 MOVE 'I' TO WS-SW-ACC-USUARIO
008260             END-IF
008270         END-IF
008280     ELSE
008290         IF PRF-TIPO-DERECHO
008300            AND PRF-DER-ROL = WS-ACC-ROL
008310            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
008320             MOVE 'S' TO WS-SW-ACC-DERECHO
008330             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
008340         END-IF
008350     END-IF.
008360 8750-REVISAR-PERFIL-EXIT.
008370     EXIT.
008380*
008390******************************************************************
008400* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
008410*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
008420*                            USUARIO DE TERMINAL Y LA SECUENCIA  *
008430*                            DEL DIA.                            *
008440******************************************************************
008450 8800-REGISTRAR-AUDITORIA.
008460     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
008470     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
008480     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
008490     MOVE WS-AUD-VALOR                TO AUD-VALOR.
008500     ADD 1 TO WS-AUD-SECUENCIA-ACT.
008510     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
008520     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
008530 8800-REGISTRAR-AUDITORIA-EXIT.
008540     EXIT.
008550*
