000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APROBCLI.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    APROBCLI                                                    *
000110*                                                                *
000120*    APROBACION EN LINEA (SEGUNDA FIRMA) DE LOS CAMBIOS AL       *
000130*    MAESTRO DE CLIENTES QUE MANTCLI DEJA PENDIENTES EN PENDCLI: *
000140*    MODIFICACIONES DE IMPORTE POR ENCIMA DEL UMBRAL, BAJAS Y    *
000150*    FUSIONES. LISTA LAS SOLICITUDES PENDIENTES Y PERMITE        *
000160*    APROBARLAS O RECHAZARLAS POR FOLIO; QUIEN APRUEBA O RECHAZA *
000170*    DEBE SER UN USUARIO DISTINTO DE QUIEN CAPTURO.              *
000180*                                                                *
000190*    AL APROBAR SE VERIFICA QUE EL CLIENTE SIGA COMO ESTABA AL   *
000200*    CAPTURAR (IMPORTE Y MONEDA); SI CAMBIO, LA SOLICITUD SE     *
000210*    RECHAZA Y DEBE CAPTURARSE DE NUEVO. SI SIGUE IGUAL SE       *
000220*    APLICA IGUAL QUE LO HACIA MANTCLI: LA MODIFICACION GRABA EL *
000230*    AJUSTE EN CLIMOVS (ORIGEN 'M'), LA BAJA BORRA EL REGISTRO Y *
000240*    LA FUSION SUMA LOS IMPORTES Y REAPUNTA CALCHIST Y CLIMOVS.  *
000250*                                                                *
000260*    AL ENTRAR MARCA COMO VENCIDAS LAS SOLICITUDES CON MAS DIAS  *
000270*    QUE LA VIGENCIA DE PARMAPR (3 POR OMISION). LAS             *
000280*    APROBACIONES, RECHAZOS Y VENCIMIENTOS QUEDAN EN AUDITLOG    *
000290*    CON EL FOLIO, Y EN PENDCLI CON EL APROBADOR Y LA FECHA.     *
000291*    EL ACCESO SE VERIFICA CONTRA PERFILES (USUARIO ACTIVO CON   *
000292*    DERECHO DE SU ROL SOBRE APROBCLI Y SOBRE CADA OPCION); LAS  *
000293*    NEGACIONES VAN A AUDITLOG.                                  *
000294*    UNA BAJA O FUSION CUYA CLAVE DESAPARECE Y TIENE UN PRESTAMO *
000295*    VIGENTE O EN MORA SE RECHAZA. SI UNA FUSION NO LOGRA        *
000296*    REAPUNTAR TODO SU HISTORICO, LA CLAVE ABSORBIDA NO SE BORRA *
000297*    Y LA SOLICITUD QUEDA CON ESTADO 'E' PARA REVISION.          *
000298*    UNA FUSION COMPLETA AGREGA A SALDHIST UN LOTE DE ORIGEN 'F' *
000299*    CON EL SALDO UNIDO POR MONEDA DE LA SOBREVIVIENTE Y CERO    *
000300*    PARA LA ABSORBIDA, PARA QUE SALDOMES Y SALDOFEC CUENTEN LOS *
000301*    MOVIMIENTOS REAPUNTADOS AUNQUE SEAN ANTERIORES A SU ULTIMA  *
000302*    FOTO.                                                       *
000303*                                                                *
000310******************************************************************
000320*    HISTORIAL DE MODIFICACIONES                                 *
000330*    FECHA       AUTOR   DESCRIPCION                             *
000340*    ----------  ------  -------------------------------------   *
000350*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000351*    10/15/2026  HNK     EL ACCESO AL PROGRAMA Y A CADA OPCION   *
000352*                        SE VERIFICA CONTRA PERFILES; LOS        *
000353*                        INTENTOS NEGADOS VAN A AUDITLOG.        *
000354*    10/15/2026  HNK     EL MOVIMIENTO DE AJUSTE LLEVA TIPO      *
000355*                        (DEPOSITO O RETIRO SEGUN EL SIGNO) Y    *
000356*                        REFERENCIA EN CERO.                     *
000357*    10/15/2026  HNK     CLIMOVS Y CALCHIST PASAN A INDEXADOS    *
000358*                        POR CLAVE DEL CLIENTE: LA FUSION        *
000359*                        REGRABA SOLO LOS RENGLONES DE LA CLAVE  *
000360*                        ABSORBIDA (RECORRIENDO SUS SECUENCIAS   *
000361*                        DESPUES DE LAS DE LA SOBREVIVIENTE) Y   *
000362*                        EL AJUSTE TOMA LA SECUENCIA DEL DIA DEL *
000363*                        CLIENTE CON START POR LLAVE.            *
000364*    10/15/2026  HNK     NO SE APRUEBA LA BAJA NI LA FUSION DE   *
000365*                        UNA CLAVE CON PRESTAMO VIGENTE O EN     *
000366*                        MORA. LA FUSION QUE NO REAPUNTA TODO SU *
000367*                        HISTORICO NO BORRA LA CLAVE ABSORBIDA Y *
000368*                        DEJA LA SOLICITUD EN ESTADO 'E'. AL     *
000369*                        REGRABAR PENDCLI SE RELEE EL ARCHIVO Y  *
000370*                        SOLO SE CAMBIAN LOS FOLIOS RESUELTOS EN *
000371*                        ESTA SESION.                            *
000372*    10/15/2026  HNK     SI LA FUSION QUEDA INCOMPLETA SE RESTA  *
000373*                        DE NUEVO EL IMPORTE A LA SOBREVIVIENTE. *
000374*    10/15/2026  HNK     LA FUSION COMPLETA AGREGA A SALDHIST    *
000375*                        UNA FOTO 'F' DE AMBAS CLAVES; SI NO SE  *
000376*                        PUEDE CALCULAR, LA SOLICITUD QUEDA      *
000377*                        PENDIENTE.                              *
000378******************************************************************
000379*
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
000510     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-FS-AUDIT.
000540     SELECT PEND-FILE ASSIGN TO "PENDCLI"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FS-PEND.
000570     SELECT PARM-FILE ASSIGN TO "PARMAPR"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS WS-FS-PARM.
000600     SELECT CALHIS-FILE ASSIGN TO "CALCHIST"
000610         ORGANIZATION IS INDEXED
000611         ACCESS MODE IS DYNAMIC
000612         RECORD KEY IS CAL-LLAVE
000620         FILE STATUS IS WS-FS-CALHIS.
000630     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000640         ORGANIZATION IS INDEXED
000641         ACCESS MODE IS DYNAMIC
000642         RECORD KEY IS MOV-LLAVE
000650         FILE STATUS IS WS-FS-MOVS.
000660     SELECT TEMP-FILE ASSIGN TO "APROTMP"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-FS-TEMP.
000681     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000682         ORGANIZATION IS LINE SEQUENTIAL
000683         FILE STATUS IS WS-FS-PERFIL.
000684     SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS"
000685         ORGANIZATION IS INDEXED
000686         ACCESS MODE IS DYNAMIC
000687         RECORD KEY IS PRE-LLAVE
000688         FILE STATUS IS WS-FS-PRESTAMOS.
000690     SELECT SALHIS-FILE ASSIGN TO "SALDHIST"
000692         ORGANIZATION IS LINE SEQUENTIAL
000694         FILE STATUS IS WS-FS-SALHIS.
000696*
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  CLIENTES-FILE.
000730     COPY CLIENTE.
000740 FD  AUDIT-FILE.
000750 01  LIN-AUDITORIA                 PIC X(80).
000760 FD  PEND-FILE.
000770 01  LIN-PENDIENTE                 PIC X(140).
000780 FD  PARM-FILE.
000790 01  REG-PARAMETROS.
000800     05 PAR-UMBRAL                 PIC 9(09)V99.
000810     05 PAR-DIAS-VIGENCIA          PIC 9(03).
000820     05 FILLER                     PIC X(66).
000830 FD  CALHIS-FILE.
000840     COPY CALHIS.
000870 FD  MOVS-FILE.
000880     COPY MOVCLI.
000890 FD  TEMP-FILE.
000900 01  LIN-TEMPORAL                  PIC X(104).
000901 FD  PERFIL-FILE.
000902 01  LIN-PERFIL                    PIC X(80).
000903 FD  PRESTAMOS-FILE.
000904     COPY PRESTAMO.
000906 FD  SALHIS-FILE.
000908     COPY SALHIS.
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 01 WS-SWITCHES.
000950     05 WS-SW-SALIR                PIC X(01)     VALUE 'N'.
000960         88 WS-SALIR-SI                          VALUE 'S'.
000970     05 WS-SW-HALLADO              PIC X(01)     VALUE 'N'.
000980         88 WS-HALLADO-SI                        VALUE 'S'.
000990     05 WS-CONFIRMA                PIC X(01)     VALUE 'N'.
001000         88 WS-CONFIRMA-SI                  VALUES 'S' 's'.
001010     05 WS-SW-RESULTADO            PIC X(01)     VALUE SPACE.
001020         88 WS-RES-APLICADA                      VALUE 'A'.
001030         88 WS-RES-DESFASADA                     VALUE 'R'.
001040         88 WS-RES-ERROR                         VALUE 'E'.
001041         88 WS-RES-PRESTAMO                      VALUE 'P'.
001042         88 WS-RES-INCOMPLETA                    VALUE 'I'.
001043     05 WS-SW-PRESTAMO-VIVO        PIC X(01)     VALUE 'N'.
001044         88 WS-PRESTAMO-LIBRE                    VALUE 'N'.
001045         88 WS-PRESTAMO-VIVO-SI                  VALUE 'S'.
001046         88 WS-PRESTAMO-DUDA                     VALUE 'E'.
001047     05 WS-SW-FUSION-FALLA         PIC X(01)     VALUE 'N'.
001048         88 WS-FUSION-FALLA-SI                   VALUE 'S'.
001049     05 WS-SW-FOTO-FALLA           PIC X(01)     VALUE 'N'.
001050         88 WS-FOTO-FALLA-SI                     VALUE 'S'.
001051     05 WS-SW-LOTE-LEIDO           PIC X(01)     VALUE 'N'.
001052         88 WS-LOTE-LEIDO-SI                     VALUE 'S'.
001053     05 WS-SW-TABLA-LLENA          PIC X(01)     VALUE 'N'.
001054         88 WS-TABLA-LLENA-SI                    VALUE 'S'.
001055     05 WS-SW-BMO-HALLADA          PIC X(01)     VALUE 'N'.
001056         88 WS-BMO-HALLADA-SI                    VALUE 'S'.
001057     05 WS-SW-FOT-HALLADA          PIC X(01)     VALUE 'N'.
001058         88 WS-FOT-HALLADA-SI                    VALUE 'S'.
001059     05 WS-SW-CON-MOVS             PIC X(01)     VALUE 'N'.
001060         88 WS-CON-MOVS-SI                       VALUE 'S'.
001061*
001062 01 WS-ARCHIVOS.
001070     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
001080         88 WS-FS-CLIENTES-OK                    VALUE '00'.
001090     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
001100         88 WS-FS-AUDIT-OK                       VALUE '00'.
001110     05 WS-FS-PEND                 PIC X(02)     VALUE '00'.
001120         88 WS-FS-PEND-OK                        VALUE '00'.
001130     05 WS-FS-PARM                 PIC X(02)     VALUE '00'.
001140         88 WS-FS-PARM-OK                        VALUE '00'.
001150     05 WS-FS-CALHIS               PIC X(02)     VALUE '00'.
001160         88 WS-FS-CALHIS-OK                      VALUE '00'.
001161         88 WS-FS-CALHIS-NUEVO                   VALUE '35'.
001170     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
001180         88 WS-FS-MOVS-OK                        VALUE '00'.
001181         88 WS-FS-MOVS-NUEVO                     VALUE '35'.
001190     05 WS-FS-TEMP                 PIC X(02)     VALUE '00'.
001200         88 WS-FS-TEMP-OK                        VALUE '00'.
001210     05 WS-SW-EOF-PEND             PIC X(01)     VALUE 'N'.
001220         88 WS-EOF-PEND-SI                       VALUE 'S'.
001230     05 WS-SW-EOF-ARCHIVO          PIC X(01)     VALUE 'N'.
001240         88 WS-EOF-ARCHIVO-SI                    VALUE 'S'.
001241     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
001242         88 WS-FS-PERFIL-OK                      VALUE '00'.
001243     05 WS-SW-EOF-SOBREV           PIC X(01)     VALUE 'N'.
001244         88 WS-EOF-SOBREV-SI                     VALUE 'S'.
001245     05 WS-FS-PRESTAMOS            PIC X(02)     VALUE '00'.
001246         88 WS-FS-PRESTAMOS-OK                   VALUE '00'.
001247         88 WS-FS-PRESTAMOS-NUEVO                VALUE '35'.
001248     05 WS-SW-EOF-PRESTAMOS        PIC X(01)     VALUE 'N'.
001249         88 WS-EOF-PRESTAMOS-SI                  VALUE 'S'.
001250     05 WS-FS-SALHIS               PIC X(02)     VALUE '00'.
001251         88 WS-FS-SALHIS-OK                      VALUE '00'.
001252     05 WS-SW-EOF-SALHIS           PIC X(01)     VALUE 'N'.
001253         88 WS-EOF-SALHIS-SI                     VALUE 'S'.
001254*
001260 01 WS-USUARIO-TERMINAL            PIC X(10)     VALUE SPACES.
001270*
001280     COPY PENDCLI.
001290*
001291     COPY PERFIL.
001292*
001293     COPY ACCESO.
001294*
001300 01 WS-TABLA-PENDIENTES.
001310     05 WS-PEN-MAX                 PIC 9(04)     VALUE 1000.
001320     05 WS-PEN-TOTAL               PIC 9(04)     VALUE 0.
001330     05 WS-PEN-IDX                 PIC 9(04)     VALUE 0.
001340     05 WS-PEN-ACT                 PIC 9(04)     VALUE 0.
001350     05 WS-PEN-ENTRADA OCCURS 1000 TIMES
001360                                   PIC X(140).
001361     05 WS-PEN-CAMBIO OCCURS 1000 TIMES
001362                                   PIC X(01).
001363         88 WS-PEN-CAMBIO-SI                     VALUE 'S'.
001370*
001380 01 WS-CAMPOS-SOLICITUD.
001390     05 WS-DIAS-VIGENCIA           PIC 9(03)     VALUE 3.
001400     05 WS-FOLIO-MAX-CARGADO       PIC 9(06)     VALUE 0.
001410     05 WS-FOLIO                   PIC 9(06)     VALUE 0.
001420     05 WS-FOLIO-ALFA              PIC X(06)     VALUE SPACES.
001430     05 WS-DIA-HOY                 PIC 9(07)     VALUE 0.
001440     05 WS-DIAS-EDAD               PIC S9(05)    VALUE 0.
001450     05 WS-TOTAL-VENCIDAS          PIC 9(05)     VALUE 0.
001460     05 WS-TOTAL-LISTADAS          PIC 9(05)     VALUE 0.
001461     05 WS-SW-FOLIO-EN-TABLA       PIC X(01)     VALUE 'N'.
001462         88 WS-FOLIO-EN-TABLA-SI                 VALUE 'S'.
001470*
001480 01 WS-LINEA-AUDITORIA.
001490     05 AUD-FECHA-HORA             PIC X(14).
001500     05 FILLER                     PIC X(01)     VALUE SPACE.
001510     05 AUD-USUARIO                PIC X(10).
001520     05 FILLER                     PIC X(01)     VALUE SPACE.
001530     05 AUD-CAMPO                  PIC X(10).
001540     05 FILLER                     PIC X(01)     VALUE SPACE.
001550     05 AUD-VALOR                  PIC X(34).
001560     05 AUD-SECUENCIA              PIC 9(05)     VALUE 0.
001570     05 FILLER                     PIC X(04)     VALUE SPACES.
001580*
001590 01 WS-AUD-CAMPO                   PIC X(10).
001600 01 WS-AUD-VALOR                   PIC X(34).
001610*
001620 01 WS-VALOR-CON-CLAVE.
001630     05 WS-VAL-CLAVE               PIC 9(06).
001640     05 FILLER                     PIC X(01)     VALUE SPACE.
001650     05 WS-VAL-DATO                PIC X(27).
001660*
001670 01 WS-DATO-FOLIO.
001680     05 FILLER                     PIC X(06)     VALUE "FOLIO ".
001690     05 WS-DFO-FOLIO               PIC 9(06).
001700*
001710 01 WS-CAMPOS-AUDITORIA.
001720     05 WS-AUD-SECUENCIA-ACT       PIC 9(05)     VALUE 0.
001730     05 WS-FECHA-HOY               PIC 9(08)     VALUE 0.
001740     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
001750         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
001760*
001770 01 WS-CAMPOS-MOVIMIENTO.
001780     05 WS-IMPORTE-ANTERIOR        PIC S9(09)V99 VALUE 0.
001790     05 WS-MOV-IMPORTE             PIC S9(09)V99 VALUE 0.
001800     05 WS-MOV-SECUENCIA-ACT       PIC 9(04)     VALUE 0.
001801     05 WS-SW-REINTENTO            PIC X(01)     VALUE 'N'.
001802         88 WS-REINTENTO-SI                      VALUE 'S'.
001810*
001820 01 WS-CAMPOS-FUSION.
001830     05 WS-CLAVE-SOBREV            PIC 9(06)     VALUE 0.
001840     05 WS-CLAVE-BAJA              PIC 9(06)     VALUE 0.
001850     05 WS-NOMBRE-BAJA             PIC X(34)     VALUE SPACES.
001860     05 WS-TOTAL-REAPUNTADOS       PIC 9(05)     VALUE 0.
001861     05 WS-CAL-LLAVE-BAJA          PIC X(24)     VALUE SPACES.
001862     05 WS-MOV-LLAVE-BAJA          PIC X(18)     VALUE SPACES.
001863     05 WS-DES-FECHA-ACT           PIC 9(08)     VALUE 0.
001864     05 WS-DES-DESPLAZA-ACT        PIC 9(04)     VALUE 0.
001865     05 WS-CLAVE-PRESTAMO          PIC 9(06)     VALUE 0.
001870*
001871 01 WS-TABLA-DESPLAZAMIENTOS.
001872     05 WS-DES-MAX                 PIC 9(03)     VALUE 200.
001873     05 WS-DES-TOTAL               PIC 9(03)     VALUE 0.
001874     05 WS-DES-IDX                 PIC 9(03)     VALUE 0.
001875     05 WS-DES-ENTRADA OCCURS 200 TIMES.
001876         10 DES-FECHA              PIC 9(08).
001877         10 DES-DESPLAZA           PIC 9(04).
001878*
001879 01 WS-CAMPOS-FOTO.
001880     05 WS-CORTE-FUSION            PIC 9(08)     VALUE 0.
001881     05 WS-NOMBRE-SOBREV           PIC X(34)     VALUE SPACES.
001882     05 WS-FOTO-RENGLONES          PIC 9(07)     VALUE 0.
001883     05 WS-SUMA-FOTO               PIC S9(13)V99 VALUE 0.
001884*
001885 01 WS-TABLA-LOTES.
001886     05 WS-LOT-MAX                 PIC 9(04)     VALUE 3000.
001887     05 WS-LOT-TOTAL               PIC 9(04)     VALUE 0.
001888     05 WS-LOT-ACTUAL              PIC 9(04)     VALUE 0.
001889     05 WS-LOT-RENGLONES           PIC 9(07)     VALUE 0.
001890     05 WS-LOT-ENTRADA OCCURS 3000 TIMES.
001891         10 LOT-COMPLETO           PIC X(01).
001892*
001893 01 WS-TABLA-BASES.
001894     05 WS-BAS-IDX                 PIC 9(01)     VALUE 0.
001895     05 WS-BMO-IDX                 PIC 9(02)     VALUE 0.
001896     05 WS-BAS-ENTRADA OCCURS 2 TIMES.
001897         10 BAS-CLAVE              PIC 9(06).
001898         10 BAS-CORTE              PIC 9(08).
001899         10 BAS-MONEDAS            PIC 9(02).
001900         10 BAS-MONEDA-ENTRADA OCCURS 10 TIMES.
001901             15 BAS-MONEDA         PIC X(03).
001902             15 BAS-SALDO          PIC S9(11)V99.
001903*
001904 01 WS-TABLA-FOTO.
001905     05 WS-FOT-MAX                 PIC 9(02)     VALUE 10.
001906     05 WS-FOT-TOTAL               PIC 9(02)     VALUE 0.
001907     05 WS-FOT-IDX                 PIC 9(02)     VALUE 0.
001908     05 WS-MONEDA-BUSCA            PIC X(03)     VALUE SPACES.
001909     05 WS-FOT-ENTRADA OCCURS 10 TIMES.
001910         10 FOT-MONEDA             PIC X(03).
001911         10 FOT-SALDO              PIC S9(11)V99.
001912         10 FOT-MOVS               PIC 9(05).
001913         10 FOT-EN-BAJA            PIC X(01).
001914             88 FOT-EN-BAJA-SI                   VALUE 'S'.
001915*
001916 01 WS-NUMERO-EDIT                 PIC -Z(8)9.99.
001917*
001918 01 WS-OPCION                      PIC 9(01).
001919     88 WS-OPC-LISTAR                            VALUE 1.
001920     88 WS-OPC-APROBAR                           VALUE 2.
001930     88 WS-OPC-RECHAZAR                          VALUE 3.
001940     88 WS-OPC-SALIR                             VALUE 0.
001950     88 WS-OPC-VALIDA                  VALUES 0 THRU 3.
001960*
001970 PROCEDURE DIVISION.
001980*
001990******************************************************************
002000* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL PROGRAMA.   *
002010******************************************************************
002020 0000-MAINLINE.
002030     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002040     IF NOT WS-SALIR-SI
002050         PERFORM 2000-MENU-PRINCIPAL THRU 2000-MENU-PRINCIPAL-EXIT
002060             UNTIL WS-SALIR-SI
002070     END-IF.
002080     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002090     STOP RUN.
002100*
002110******************************************************************
002120* 1000-INICIALIZAR -- ABRE EL MAESTRO Y EL LOG DE AUDITORIA,     *
002130*                     CARGA LAS SOLICITUDES DE PENDCLI Y MARCA   *
002140*                     LAS VENCIDAS.                              *
002150******************************************************************
002160 1000-INICIALIZAR.
002170     DISPLAY "**********************************".
002180     DISPLAY "***  APROBCLI - APROBACION DE  ***".
002190     DISPLAY "***  CAMBIOS A CLIENTES        ***".
002200     DISPLAY "**********************************".
002210     OPEN I-O CLIENTES-FILE.
002220     IF NOT WS-FS-CLIENTES-OK
002230         DISPLAY "APROBCLI: NO SE ENCONTRO EL MAESTRO DE "
002240             "CLIENTES (ESTADO " WS-FS-CLIENTES "); NO HAY "
002250             "NADA QUE APROBAR."
002260         MOVE 'S' TO WS-SW-SALIR
002270         GO TO 1000-INICIALIZAR-EXIT
002280     END-IF.
002290     ACCEPT WS-USUARIO-TERMINAL FROM ENVIRONMENT "USER".
002300     IF WS-USUARIO-TERMINAL = SPACES
002310         MOVE "DESCONOCIDO" TO WS-USUARIO-TERMINAL
002320     END-IF.
002330     PERFORM 1700-SEMBRAR-AUDITORIA THRU
002340         1700-SEMBRAR-AUDITORIA-EXIT.
002350     OPEN EXTEND AUDIT-FILE.
002360     IF NOT WS-FS-AUDIT-OK
002370         OPEN OUTPUT AUDIT-FILE
002380         CLOSE AUDIT-FILE
002390         OPEN EXTEND AUDIT-FILE
002400     END-IF.
002401     MOVE "APROBCLI" TO WS-ACC-PROGRAMA.
002402     MOVE SPACE TO WS-ACC-OPCION.
002403     PERFORM 8700-VERIFICAR-ACCESO THRU
002404         8700-VERIFICAR-ACCESO-EXIT.
002405     IF NOT WS-ACCESO-SI
002406         MOVE 'S' TO WS-SW-SALIR
002407         GO TO 1000-INICIALIZAR-EXIT
002408     END-IF.
002410     PERFORM 1800-CARGAR-PARAMETROS THRU
002420         1800-CARGAR-PARAMETROS-EXIT.
002430     PERFORM 1200-CARGAR-PENDIENTES THRU
002440         1200-CARGAR-PENDIENTES-EXIT.
002450     IF WS-SALIR-SI
002460         GO TO 1000-INICIALIZAR-EXIT
002470     END-IF.
002480     PERFORM 1500-VENCER-SOLICITUDES THRU
002490         1500-VENCER-SOLICITUDES-EXIT.
002500 1000-INICIALIZAR-EXIT.
002510     EXIT.
002520*
002530******************************************************************
002540* 1200-CARGAR-PENDIENTES -- CARGA PENDCLI COMPLETO EN LA TABLA   *
002550*                          DE TRABAJO Y RETIENE EL FOLIO MAS     *
002560*                          ALTO. SIN ARCHIVO LA TABLA QUEDA      *
002570*                          VACIA. SI EL ARCHIVO NO CABE EN LA    *
002580*                          TABLA NO SE TRABAJA, PARA NO PERDER   *
002590*                          RENGLONES AL REGRABARLO.              *
002600******************************************************************
002610 1200-CARGAR-PENDIENTES.
002620     MOVE 0   TO WS-PEN-TOTAL.
002630     MOVE 0   TO WS-FOLIO-MAX-CARGADO.
002640     MOVE 'N' TO WS-SW-EOF-PEND.
002650     OPEN INPUT PEND-FILE.
002660     IF NOT WS-FS-PEND-OK
002670         GO TO 1200-CARGAR-PENDIENTES-EXIT
002680     END-IF.
002690     PERFORM 1250-CARGAR-SOLICITUD THRU 1250-CARGAR-SOLICITUD-EXIT
002700         UNTIL WS-EOF-PEND-SI.
002710     CLOSE PEND-FILE.
002720 1200-CARGAR-PENDIENTES-EXIT.
002730     EXIT.
002740*
002750******************************************************************
002760* 1250-CARGAR-SOLICITUD -- LEE LA SIGUIENTE SOLICITUD Y LA AGREGA*
002770*                         A LA TABLA.                            *
002780******************************************************************
002790 1250-CARGAR-SOLICITUD.
002800     READ PEND-FILE INTO REG-PENDIENTE
002810         AT END
002820             MOVE 'S' TO WS-SW-EOF-PEND
002830             GO TO 1250-CARGAR-SOLICITUD-EXIT
002840     END-READ.
002850     IF WS-PEN-TOTAL NOT < WS-PEN-MAX
002860         DISPLAY "APROBCLI: PENDCLI REBASA " WS-PEN-MAX
002870             " SOLICITUDES; HAY QUE DEPURARLO ANTES DE APROBAR."
002880         MOVE 'S' TO WS-SW-EOF-PEND
002890         MOVE 'S' TO WS-SW-SALIR
002900         GO TO 1250-CARGAR-SOLICITUD-EXIT
002910     END-IF.
002920     ADD 1 TO WS-PEN-TOTAL.
002930     MOVE REG-PENDIENTE TO WS-PEN-ENTRADA(WS-PEN-TOTAL).
002931     MOVE 'N' TO WS-PEN-CAMBIO(WS-PEN-TOTAL).
002940     IF PEN-FOLIO IS NUMERIC
002950        AND PEN-FOLIO > WS-FOLIO-MAX-CARGADO
002960         MOVE PEN-FOLIO TO WS-FOLIO-MAX-CARGADO
002970     END-IF.
002980 1250-CARGAR-SOLICITUD-EXIT.
002990     EXIT.
003000*
003010******************************************************************
003020* 1500-VENCER-SOLICITUDES -- MARCA COMO VENCIDA CADA SOLICITUD   *
003030*                           PENDIENTE CON MAS DIAS NATURALES QUE *
003040*                           LA VIGENCIA, LA DEJA EN AUDITLOG Y   *
003050*                           REGRABA PENDCLI SI HUBO ALGUNA.      *
003060******************************************************************
003070 1500-VENCER-SOLICITUDES.
003080     MOVE 0 TO WS-TOTAL-VENCIDAS.
003090     COMPUTE WS-DIA-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY).
003100     MOVE 0 TO WS-PEN-IDX.
003110     PERFORM 1550-REVISAR-VIGENCIA THRU 1550-REVISAR-VIGENCIA-EXIT
003120         UNTIL WS-PEN-IDX NOT < WS-PEN-TOTAL.
003130     IF WS-TOTAL-VENCIDAS > 0
003140         PERFORM 8000-REGRABAR-PENDIENTES THRU
003150             8000-REGRABAR-PENDIENTES-EXIT
003160         DISPLAY WS-TOTAL-VENCIDAS " SOLICITUD(ES) VENCIDA(S) "
003170             "POR REBASAR " WS-DIAS-VIGENCIA " DIAS SIN APROBAR."
003180     END-IF.
003190 1500-VENCER-SOLICITUDES-EXIT.
003200     EXIT.
003210*
003220******************************************************************
003230* 1550-REVISAR-VIGENCIA -- REVISA LA ANTIGUEDAD DE LA SIGUIENTE  *
003240*                         SOLICITUD DE LA TABLA.                 *
003250******************************************************************
003260 1550-REVISAR-VIGENCIA.
003270     ADD 1 TO WS-PEN-IDX.
003280     MOVE WS-PEN-ENTRADA(WS-PEN-IDX) TO REG-PENDIENTE.
003290     IF NOT PEN-PENDIENTE
003300        OR PEN-FECHA-SOL IS NOT NUMERIC
003310        OR PEN-FECHA-SOL = 0
003320         GO TO 1550-REVISAR-VIGENCIA-EXIT
003330     END-IF.
003340     COMPUTE WS-DIAS-EDAD = WS-DIA-HOY
003350         - FUNCTION INTEGER-OF-DATE(PEN-FECHA-SOL).
003360     IF WS-DIAS-EDAD NOT > WS-DIAS-VIGENCIA
003370         GO TO 1550-REVISAR-VIGENCIA-EXIT
003380     END-IF.
003390     MOVE 'V'                        TO PEN-ESTADO.
003400     MOVE SPACES                     TO PEN-APROBADOR.
003410     MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA-RES.
003420     MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA-RES.
003430     MOVE REG-PENDIENTE TO WS-PEN-ENTRADA(WS-PEN-IDX).
003431     MOVE 'S'           TO WS-PEN-CAMBIO(WS-PEN-IDX).
003440     MOVE "VENCIDA"     TO WS-AUD-CAMPO.
003450     PERFORM 8850-AUDITAR-FOLIO THRU 8850-AUDITAR-FOLIO-EXIT.
003460     ADD 1 TO WS-TOTAL-VENCIDAS.
003470 1550-REVISAR-VIGENCIA-EXIT.
003480     EXIT.
003490*
003500******************************************************************
003510* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
003520*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
003530*                          GRABADA HOY (SIN CONTAR LOS RENGLONES *
003540*                          DE CIERRE *CONTROL*), DE MODO QUE LOS *
003550*                          RENGLONES NUEVOS CONTINUEN LA         *
003560*                          NUMERACION DEL DIA. SIN ARCHIVO LA    *
003570*                          NUMERACION EMPIEZA EN UNO.            *
003580******************************************************************
003590 1700-SEMBRAR-AUDITORIA.
003600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
003610     MOVE 'N' TO WS-SW-EOF-AUDIT.
003620     MOVE 0   TO WS-AUD-SECUENCIA-ACT.
003630     OPEN INPUT AUDIT-FILE.
003640     IF NOT WS-FS-AUDIT-OK
003650         GO TO 1700-SEMBRAR-AUDITORIA-EXIT
003660     END-IF.
003670     PERFORM 1750-REVISAR-RENGLON THRU 1750-REVISAR-RENGLON-EXIT
003680         UNTIL WS-EOF-AUDIT-SI.
003690     CLOSE AUDIT-FILE.
003700 1700-SEMBRAR-AUDITORIA-EXIT.
003710     EXIT.
003720*
003730******************************************************************
003740* 1750-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG Y     *
003750*                        RETIENE SU SECUENCIA SI ES DE HOY Y     *
003760*                        REBASA LA RETENIDA.                     *
003770******************************************************************
003780 1750-REVISAR-RENGLON.
003790     READ AUDIT-FILE
003800         AT END
003810             MOVE 'S' TO WS-SW-EOF-AUDIT
003820             GO TO 1750-REVISAR-RENGLON-EXIT
003830     END-READ.
003840     IF LIN-AUDITORIA(1:8) IS NUMERIC
003850        AND LIN-AUDITORIA(1:8) = WS-FECHA-HOY
003860        AND LIN-AUDITORIA(16:9) NOT = "*CONTROL*"
003870        AND LIN-AUDITORIA(72:5) IS NUMERIC
003880        AND LIN-AUDITORIA(72:5) > WS-AUD-SECUENCIA-ACT
003890         MOVE LIN-AUDITORIA(72:5) TO WS-AUD-SECUENCIA-ACT
003900     END-IF.
003910 1750-REVISAR-RENGLON-EXIT.
003920     EXIT.
003930*
003940******************************************************************
003950* 1800-CARGAR-PARAMETROS -- LEE EN PARMAPR LOS DIAS DE VIGENCIA  *
003960*                          DE UNA SOLICITUD. SIN ARCHIVO O CON   *
003970*                          UN VALOR NO NUMERICO SE CONSERVA LA   *
003980*                          VIGENCIA POR OMISION.                 *
003990******************************************************************
004000 1800-CARGAR-PARAMETROS.
004010     OPEN INPUT PARM-FILE.
004020     IF NOT WS-FS-PARM-OK
004030         GO TO 1800-CARGAR-PARAMETROS-EXIT
004040     END-IF.
004050     READ PARM-FILE
004060         AT END
004070             MOVE SPACES TO REG-PARAMETROS
004080     END-READ.
004090     IF PAR-DIAS-VIGENCIA IS NUMERIC
004100        AND PAR-DIAS-VIGENCIA > 0
004110         MOVE PAR-DIAS-VIGENCIA TO WS-DIAS-VIGENCIA
004120     END-IF.
004130     CLOSE PARM-FILE.
004140 1800-CARGAR-PARAMETROS-EXIT.
004150     EXIT.
004160*
004170******************************************************************
004180* 2000-MENU-PRINCIPAL -- DESPLIEGA EL MENU DE APROBACION Y       *
004190*                        DESPACHA LA OPCION ELEGIDA.             *
004200******************************************************************
004210 2000-MENU-PRINCIPAL.
004220     DISPLAY " ".
004230     DISPLAY "------ APROBACION DE CAMBIOS A CLIENTES ------".
004240     DISPLAY "1. LISTAR SOLICITUDES PENDIENTES".
004250     DISPLAY "2. APROBAR UNA SOLICITUD (POR FOLIO)".
004260     DISPLAY "3. RECHAZAR UNA SOLICITUD (POR FOLIO)".
004270     DISPLAY "0. SALIR".
004280     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
004290     ACCEPT WS-OPCION.
004291     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
004292         PERFORM 2100-AUTORIZAR-OPCION THRU
004293             2100-AUTORIZAR-OPCION-EXIT
004294         IF NOT WS-ACCESO-SI
004295             GO TO 2000-MENU-PRINCIPAL-EXIT
004296         END-IF
004297     END-IF.
004300     IF NOT WS-OPC-VALIDA
004310         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
004320     ELSE
004330         EVALUATE TRUE
004340             WHEN WS-OPC-LISTAR
004350                 PERFORM 3000-LISTAR THRU 3000-LISTAR-EXIT
004360             WHEN WS-OPC-APROBAR
004370                 PERFORM 4000-APROBAR THRU 4000-APROBAR-EXIT
004380             WHEN WS-OPC-RECHAZAR
004390                 PERFORM 5000-RECHAZAR THRU 5000-RECHAZAR-EXIT
004400             WHEN WS-OPC-SALIR
004410                 MOVE 'S' TO WS-SW-SALIR
004420         END-EVALUATE
004430     END-IF.
004440 2000-MENU-PRINCIPAL-EXIT.
004450     EXIT.
004460*
004470******************************************************************
004480* 2400-PEDIR-FOLIO -- PIDE UN FOLIO AL OPERADOR Y LO BUSCA EN LA *
004490*                     TABLA; SOLO SE ACEPTA SI SIGUE PENDIENTE.  *
004500*                     DEJA LA SOLICITUD EN REG-PENDIENTE Y SU    *
004510*                     POSICION EN WS-PEN-ACT.                    *
004520******************************************************************
004530 2400-PEDIR-FOLIO.
004540     MOVE 'N' TO WS-SW-HALLADO.
004550     DISPLAY "FOLIO DE LA SOLICITUD:" WITH NO ADVANCING.
004560     MOVE SPACES TO WS-FOLIO-ALFA.
004570     ACCEPT WS-FOLIO-ALFA.
004580     IF WS-FOLIO-ALFA NOT NUMERIC
004590         DISPLAY "EL FOLIO DEBE SER NUMERICO DE SEIS DIGITOS."
004600         GO TO 2400-PEDIR-FOLIO-EXIT
004610     END-IF.
004620     MOVE WS-FOLIO-ALFA TO WS-FOLIO.
004630     MOVE 0 TO WS-PEN-IDX.
004640     MOVE 0 TO WS-PEN-ACT.
004650     PERFORM 2450-COMPARAR-FOLIO THRU 2450-COMPARAR-FOLIO-EXIT
004660         UNTIL WS-PEN-IDX NOT < WS-PEN-TOTAL
004670            OR WS-PEN-ACT NOT = 0.
004680     IF WS-PEN-ACT = 0
004690         DISPLAY "NO EXISTE LA SOLICITUD CON FOLIO " WS-FOLIO "."
004700         GO TO 2400-PEDIR-FOLIO-EXIT
004710     END-IF.
004720     MOVE WS-PEN-ENTRADA(WS-PEN-ACT) TO REG-PENDIENTE.
004730     IF NOT PEN-PENDIENTE
004740         DISPLAY "LA SOLICITUD " WS-FOLIO " YA NO ESTA PENDIENTE "
004750             "(ESTADO " PEN-ESTADO ")."
004760         GO TO 2400-PEDIR-FOLIO-EXIT
004770     END-IF.
004780     MOVE 'S' TO WS-SW-HALLADO.
004790 2400-PEDIR-FOLIO-EXIT.
004800     EXIT.
004810*
004820******************************************************************
004830* 2450-COMPARAR-FOLIO -- COMPARA EL FOLIO DE LA SIGUIENTE        *
004840*                        ENTRADA DE LA TABLA CONTRA EL BUSCADO.  *
004850******************************************************************
004860 2450-COMPARAR-FOLIO.
004870     ADD 1 TO WS-PEN-IDX.
004880     IF WS-PEN-ENTRADA(WS-PEN-IDX)(1:6) = WS-FOLIO-ALFA
004890         MOVE WS-PEN-IDX TO WS-PEN-ACT
004900     END-IF.
004910 2450-COMPARAR-FOLIO-EXIT.
004920     EXIT.
004930*
004940******************************************************************
004950* 2600-MOSTRAR-SOLICITUD -- DESPLIEGA EN PANTALLA LA SOLICITUD   *
004960*                          QUE ESTA EN REG-PENDIENTE.            *
004970******************************************************************
004980 2600-MOSTRAR-SOLICITUD.
004990     DISPLAY "----------------------------------------".
005000     DISPLAY "FOLIO.....: " PEN-FOLIO.
005010     EVALUATE TRUE
005020         WHEN PEN-OPER-MODIFICAR
005030             DISPLAY "OPERACION.: MODIFICACION DE IMPORTE/MONEDA"
005040         WHEN PEN-OPER-BAJA
005050             DISPLAY "OPERACION.: BAJA DEL REGISTRO"
005060         WHEN PEN-OPER-FUSION
005070             DISPLAY "OPERACION.: FUSION (SE ABSORBE LA CLAVE "
005080                 PEN-CLAVE-BAJA ")"
005090     END-EVALUATE.
005100     DISPLAY "CLAVE.....: " PEN-CLAVE.
005110     DISPLAY "NOMBRE....: " PEN-NOMBRE.
005120     MOVE PEN-IMPORTE-ANT TO WS-NUMERO-EDIT.
005130     DISPLAY "IMPORTE...: " WS-NUMERO-EDIT " " PEN-MONEDA-ANT.
005140     MOVE PEN-IMPORTE-NUEVO TO WS-NUMERO-EDIT.
005150     IF PEN-OPER-MODIFICAR
005160         DISPLAY "NUEVO.....: " WS-NUMERO-EDIT " "
005170             PEN-MONEDA-NUEVA
005180     END-IF.
005190     IF PEN-OPER-FUSION
005200         DISPLAY "ABSORBIDO.: " WS-NUMERO-EDIT " "
005210             PEN-MONEDA-NUEVA
005220     END-IF.
005230     DISPLAY "CAPTURO...: " PEN-CAPTURISTA " EL " PEN-FECHA-SOL
005240         " A LAS " PEN-HORA-SOL.
005250 2600-MOSTRAR-SOLICITUD-EXIT.
005260     EXIT.
005270*
005280******************************************************************
005290* 3000-LISTAR -- DESPLIEGA TODAS LAS SOLICITUDES PENDIENTES.     *
005300******************************************************************
005310 3000-LISTAR.
005320     MOVE 0 TO WS-TOTAL-LISTADAS.
005330     MOVE 0 TO WS-PEN-IDX.
005340     PERFORM 3100-LISTAR-SOLICITUD THRU 3100-LISTAR-SOLICITUD-EXIT
005350         UNTIL WS-PEN-IDX NOT < WS-PEN-TOTAL.
005360     IF WS-TOTAL-LISTADAS = 0
005370         DISPLAY "NO HAY SOLICITUDES PENDIENTES."
005380     ELSE
005390         DISPLAY "----------------------------------------"
005400         DISPLAY WS-TOTAL-LISTADAS " SOLICITUD(ES) PENDIENTE(S)."
005410     END-IF.
005420 3000-LISTAR-EXIT.
005430     EXIT.
005440*
005450******************************************************************
005460* 3100-LISTAR-SOLICITUD -- MUESTRA LA SIGUIENTE ENTRADA DE LA    *
005470*                         TABLA SI SIGUE PENDIENTE.              *
005480******************************************************************
005490 3100-LISTAR-SOLICITUD.
005500     ADD 1 TO WS-PEN-IDX.
005510     MOVE WS-PEN-ENTRADA(WS-PEN-IDX) TO REG-PENDIENTE.
005520     IF PEN-PENDIENTE
005530         PERFORM 2600-MOSTRAR-SOLICITUD THRU
005540             2600-MOSTRAR-SOLICITUD-EXIT
005550         ADD 1 TO WS-TOTAL-LISTADAS
005560     END-IF.
005570 3100-LISTAR-SOLICITUD-EXIT.
005580     EXIT.
005590*
005600******************************************************************
005610* 4000-APROBAR -- APRUEBA UNA SOLICITUD PENDIENTE Y LA APLICA AL *
005615*                 MAESTRO. EL APROBADOR DEBE SER DISTINTO DE     *
005620*                 QUIEN LA CAPTURO. SI EL CLIENTE CAMBIO DESDE   *
005625*                 LA CAPTURA, O SI LA BAJA O FUSION SE TOPA CON  *
005630*                 UN PRESTAMO VIGENTE O EN MORA, LA SOLICITUD SE *
005635*                 RECHAZA. SI FALLA LA GRABACION QUEDA           *
005640*                 PENDIENTE, Y SI UNA FUSION QUEDA A MEDIAS PASA *
005645*                 A ESTADO 'E' PARA REVISARLA.                   *
005660******************************************************************
005670 4000-APROBAR.
005680     PERFORM 2400-PEDIR-FOLIO THRU 2400-PEDIR-FOLIO-EXIT.
005690     IF NOT WS-HALLADO-SI
005700         GO TO 4000-APROBAR-EXIT
005710     END-IF.
005720     PERFORM 2600-MOSTRAR-SOLICITUD THRU
005730         2600-MOSTRAR-SOLICITUD-EXIT.
005740     IF PEN-CAPTURISTA = WS-USUARIO-TERMINAL
005750         DISPLAY "NO SE PUEDE APROBAR UNA SOLICITUD PROPIA; LA "
005760             "DEBE APROBAR OTRO USUARIO."
005770         MOVE "APR-NEGADA" TO WS-AUD-CAMPO
005780         PERFORM 8850-AUDITAR-FOLIO THRU 8850-AUDITAR-FOLIO-EXIT
005790         GO TO 4000-APROBAR-EXIT
005800     END-IF.
005810     DISPLAY "CONFIRMAS LA APROBACION (S/N)?" WITH NO ADVANCING.
005820     ACCEPT WS-CONFIRMA.
005830     IF NOT WS-CONFIRMA-SI
005840         DISPLAY "SE CANCELA LA APROBACION DEL FOLIO "
005850             PEN-FOLIO "."
005860         GO TO 4000-APROBAR-EXIT
005870     END-IF.
005880     MOVE 'E' TO WS-SW-RESULTADO.
005890     EVALUATE TRUE
005900         WHEN PEN-OPER-MODIFICAR
005910             PERFORM 4100-APLICAR-MODIFICACION THRU
005920                 4100-APLICAR-MODIFICACION-EXIT
005930         WHEN PEN-OPER-BAJA
005940             PERFORM 4200-APLICAR-BAJA THRU 4200-APLICAR-BAJA-EXIT
005950         WHEN PEN-OPER-FUSION
005960             PERFORM 4300-APLICAR-FUSION THRU
005970                 4300-APLICAR-FUSION-EXIT
005980     END-EVALUATE.
005990     IF WS-RES-ERROR
006000         DISPLAY "LA SOLICITUD " PEN-FOLIO " QUEDA PENDIENTE."
006010         GO TO 4000-APROBAR-EXIT
006020     END-IF.
006030     EVALUATE TRUE
006034         WHEN WS-RES-DESFASADA
006038             MOVE 'R'          TO PEN-ESTADO
006042             MOVE "RECHAZADA"  TO WS-AUD-CAMPO
006046             DISPLAY "EL CLIENTE CAMBIO DESDE LA CAPTURA; LA "
006050                 "SOLICITUD " PEN-FOLIO " SE RECHAZA Y DEBE "
006054                 "CAPTURARSE DE NUEVO."
006058         WHEN WS-RES-PRESTAMO
006062             MOVE 'R'          TO PEN-ESTADO
006066             MOVE "RECHAZADA"  TO WS-AUD-CAMPO
006070             DISPLAY "EL CLIENTE TIENE UN PRESTAMO VIGENTE O EN "
006074                 "MORA; LA SOLICITUD " PEN-FOLIO " SE RECHAZA."
006078         WHEN WS-RES-INCOMPLETA
006082             MOVE 'E'          TO PEN-ESTADO
006086             MOVE "FUSION-INC" TO WS-AUD-CAMPO
006090             DISPLAY "LA FUSION DEL FOLIO " PEN-FOLIO " QUEDO "
006094                 "INCOMPLETA; REVISAR LA CLAVE " WS-CLAVE-BAJA
006098                 " ANTES DE VOLVER A FUSIONAR."
006102         WHEN OTHER
006106             MOVE 'A'          TO PEN-ESTADO
006110             MOVE "APROBADA"   TO WS-AUD-CAMPO
006114             DISPLAY "SOLICITUD " PEN-FOLIO
006118                 " APROBADA Y APLICADA."
006122     END-EVALUATE.
006140     PERFORM 4900-CERRAR-SOLICITUD THRU
006150         4900-CERRAR-SOLICITUD-EXIT.
006160 4000-APROBAR-EXIT.
006170     EXIT.
006180*
006190******************************************************************
006200* 4100-APLICAR-MODIFICACION -- APLICA EL NUEVO IMPORTE Y MONEDA  *
006210*                             Y GRABA EL AJUSTE EN CLIMOVS, COMO *
006220*                             LA MODIFICACION DE MANTCLI.        *
006230******************************************************************
006240 4100-APLICAR-MODIFICACION.
006250     MOVE PEN-CLAVE TO CLI-CLAVE.
006260     READ CLIENTES-FILE
006270         INVALID KEY
006280             DISPLAY "LA CLAVE " PEN-CLAVE " YA NO EXISTE."
006290             MOVE 'R' TO WS-SW-RESULTADO
006300             GO TO 4100-APLICAR-MODIFICACION-EXIT
006310     END-READ.
006320     IF CLI-NUMERO NOT = PEN-IMPORTE-ANT
006330        OR CLI-MONEDA NOT = PEN-MONEDA-ANT
006340         MOVE 'R' TO WS-SW-RESULTADO
006350         GO TO 4100-APLICAR-MODIFICACION-EXIT
006360     END-IF.
006370     MOVE CLI-NUMERO        TO WS-IMPORTE-ANTERIOR.
006380     MOVE PEN-IMPORTE-NUEVO TO CLI-NUMERO.
006390     MOVE PEN-MONEDA-NUEVA  TO CLI-MONEDA.
006400     MOVE 'N'               TO CLI-EXPORTADO.
006410     MOVE 0                 TO CLI-FECHA-EXPORT.
006420     REWRITE REG-CLIENTE
006430         INVALID KEY
006440             DISPLAY "APROBCLI: NO SE PUDO ACTUALIZAR EL "
006450                 "REGISTRO DE " CLI-NOMBRE " (ESTADO "
006460                 WS-FS-CLIENTES ")."
006470             GO TO 4100-APLICAR-MODIFICACION-EXIT
006480     END-REWRITE.
006490     COMPUTE WS-MOV-IMPORTE =
006500         PEN-IMPORTE-NUEVO - WS-IMPORTE-ANTERIOR.
006510     PERFORM 8900-GRABAR-MOVIMIENTO THRU
006520         8900-GRABAR-MOVIMIENTO-EXIT.
006530     MOVE PEN-IMPORTE-NUEVO TO WS-NUMERO-EDIT.
006540     MOVE CLI-CLAVE         TO WS-VAL-CLAVE.
006550     MOVE "MOD-NUMERO"      TO WS-AUD-CAMPO.
006560     MOVE WS-NUMERO-EDIT    TO WS-VAL-DATO.
006570     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
006580     PERFORM 8800-REGISTRAR-AUDITORIA THRU
006590         8800-REGISTRAR-AUDITORIA-EXIT.
006600     MOVE "MOD-MONEDA"      TO WS-AUD-CAMPO.
006610     MOVE PEN-MONEDA-NUEVA  TO WS-VAL-DATO.
006620     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
006630     PERFORM 8800-REGISTRAR-AUDITORIA THRU
006640         8800-REGISTRAR-AUDITORIA-EXIT.
006650     MOVE 'A' TO WS-SW-RESULTADO.
006660 4100-APLICAR-MODIFICACION-EXIT.
006670     EXIT.
006680*
006690******************************************************************
006700* 4200-APLICAR-BAJA -- DA DE BAJA EL REGISTRO DEL MAESTRO, COMO  *
006710*                      LA BAJA DE MANTCLI.                       *
006711*                      NO SE DA DE BAJA UN CLIENTE CON UN        *
006712*                      PRESTAMO VIGENTE O EN MORA.               *
006720******************************************************************
006730 4200-APLICAR-BAJA.
006740     MOVE PEN-CLAVE TO CLI-CLAVE.
006750     READ CLIENTES-FILE
006760         INVALID KEY
006770             DISPLAY "LA CLAVE " PEN-CLAVE " YA NO EXISTE."
006780             MOVE 'R' TO WS-SW-RESULTADO
006790             GO TO 4200-APLICAR-BAJA-EXIT
006800     END-READ.
006810     IF CLI-NUMERO NOT = PEN-IMPORTE-ANT
006820        OR CLI-MONEDA NOT = PEN-MONEDA-ANT
006830         MOVE 'R' TO WS-SW-RESULTADO
006840         GO TO 4200-APLICAR-BAJA-EXIT
006850     END-IF.
006851     MOVE PEN-CLAVE TO WS-CLAVE-PRESTAMO.
006852     PERFORM 7600-VERIFICAR-PRESTAMO THRU
006853         7600-VERIFICAR-PRESTAMO-EXIT.
006854     IF NOT WS-PRESTAMO-LIBRE
006855         GO TO 4200-APLICAR-BAJA-EXIT
006856     END-IF.
006860     MOVE CLI-CLAVE  TO WS-VAL-CLAVE.
006870     MOVE CLI-NOMBRE TO WS-VAL-DATO.
006880     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
006890     DELETE CLIENTES-FILE
006900         INVALID KEY
006910             DISPLAY "APROBCLI: NO SE PUDO DAR DE BAJA EL "
006920                 "REGISTRO DE " CLI-NOMBRE " (ESTADO "
006930                 WS-FS-CLIENTES ")."
006940             GO TO 4200-APLICAR-BAJA-EXIT
006950     END-DELETE.
006960     MOVE "BAJA"     TO WS-AUD-CAMPO.
006970     PERFORM 8800-REGISTRAR-AUDITORIA THRU
006980         8800-REGISTRAR-AUDITORIA-EXIT.
006990     MOVE 'A' TO WS-SW-RESULTADO.
007000 4200-APLICAR-BAJA-EXIT.
007010     EXIT.
007020*
007030******************************************************************
007040* 4300-APLICAR-FUSION -- SUMA EL IMPORTE DE LA CLAVE ABSORBIDA   *
007050*                        EN LA SOBREVIVIENTE, REAPUNTA SU        *
007060*                        HISTORICO DE CALCULOS Y DE MOVIMIENTOS, *
007070*                        DA DE BAJA EL REGISTRO ABSORBIDO Y DEJA *
007080*                        LA OPERACION EN AUDITLOG.               *
007081*                        LA ABSORBIDA CON UN PRESTAMO VIGENTE O  *
007082*                        EN MORA NO SE FUSIONA. SI EL REAPUNTADO *
007083*                        O LA BAJA FALLAN, SE LE RESTA DE NUEVO  *
007084*                        EL IMPORTE A LA SOBREVIVIENTE, LA       *
007085*                        ABSORBIDA SE CONSERVA Y LA SOLICITUD    *
007086*                        QUEDA EN ESTADO 'E' PARA REVISARLA.     *
007088*                        ANTES DE TOCAR NADA CALCULA LA FOTO DE  *
007090*                        SALDOS DE AMBAS CLAVES; SI NO PUEDE, LA *
007092*                        SOLICITUD QUEDA PENDIENTE. DADA DE BAJA *
007094*                        LA ABSORBIDA, GRABA ESA FOTO EN         *
007096*                        SALDHIST.                               *
007098******************************************************************
007100 4300-APLICAR-FUSION.
007110     MOVE PEN-CLAVE      TO WS-CLAVE-SOBREV.
007120     MOVE PEN-CLAVE-BAJA TO WS-CLAVE-BAJA.
007130     MOVE WS-CLAVE-BAJA TO CLI-CLAVE.
007140     READ CLIENTES-FILE
007150         INVALID KEY
007160             DISPLAY "LA CLAVE " WS-CLAVE-BAJA " YA NO EXISTE."
007170             MOVE 'R' TO WS-SW-RESULTADO
007180             GO TO 4300-APLICAR-FUSION-EXIT
007190     END-READ.
007200     IF CLI-NUMERO NOT = PEN-IMPORTE-NUEVO
007210        OR CLI-MONEDA NOT = PEN-MONEDA-NUEVA
007220         MOVE 'R' TO WS-SW-RESULTADO
007230         GO TO 4300-APLICAR-FUSION-EXIT
007240     END-IF.
007241     MOVE WS-CLAVE-BAJA TO WS-CLAVE-PRESTAMO.
007242     PERFORM 7600-VERIFICAR-PRESTAMO THRU
007243         7600-VERIFICAR-PRESTAMO-EXIT.
007244     IF NOT WS-PRESTAMO-LIBRE
007245         GO TO 4300-APLICAR-FUSION-EXIT
007246     END-IF.
007250     MOVE CLI-NOMBRE TO WS-NOMBRE-BAJA.
007260     MOVE WS-CLAVE-SOBREV TO CLI-CLAVE.
007270     READ CLIENTES-FILE
007280         INVALID KEY
007290             DISPLAY "LA CLAVE " WS-CLAVE-SOBREV " YA NO EXISTE."
007300             MOVE 'R' TO WS-SW-RESULTADO
007310             GO TO 4300-APLICAR-FUSION-EXIT
007320     END-READ.
007330     IF CLI-NUMERO NOT = PEN-IMPORTE-ANT
007340        OR CLI-MONEDA NOT = PEN-MONEDA-ANT
007350         MOVE 'R' TO WS-SW-RESULTADO
007360         GO TO 4300-APLICAR-FUSION-EXIT
007370     END-IF.
007371     MOVE CLI-NOMBRE TO WS-NOMBRE-SOBREV.
007372     PERFORM 7700-CALCULAR-FOTO THRU 7700-CALCULAR-FOTO-EXIT.
007373     IF WS-FOTO-FALLA-SI
007374         DISPLAY "APROBCLI: NO SE PUDO CALCULAR LA FOTO DE "
007375             "SALDOS DE LA FUSION; NO SE APLICA."
007376         GO TO 4300-APLICAR-FUSION-EXIT
007377     END-IF.
007380     ADD PEN-IMPORTE-NUEVO TO CLI-NUMERO.
007390     MOVE 'N' TO CLI-EXPORTADO.
007400     MOVE 0   TO CLI-FECHA-EXPORT.
007410     REWRITE REG-CLIENTE
007420         INVALID KEY
007430             DISPLAY "APROBCLI: NO SE PUDO ACTUALIZAR EL "
007440                 "REGISTRO SOBREVIVIENTE (ESTADO "
007450                 WS-FS-CLIENTES "); SE CANCELA LA FUSION."
007460             GO TO 4300-APLICAR-FUSION-EXIT
007470     END-REWRITE.
007480     MOVE 0 TO WS-TOTAL-REAPUNTADOS.
007481     MOVE 'N' TO WS-SW-FUSION-FALLA.
007490     PERFORM 7300-REAPUNTAR-CALCHIST THRU
007500         7300-REAPUNTAR-CALCHIST-EXIT.
007510     PERFORM 7400-REAPUNTAR-MOVS THRU 7400-REAPUNTAR-MOVS-EXIT.
007511     IF WS-FUSION-FALLA-SI
007512         DISPLAY "APROBCLI: EL HISTORICO DE LA CLAVE "
007513             WS-CLAVE-BAJA " NO SE REAPUNTO COMPLETO; LA CLAVE "
007514             "NO SE DA DE BAJA."
007516         GO TO 4300-DESHACER-SUMA
007517     END-IF.
007520     MOVE WS-CLAVE-BAJA TO CLI-CLAVE.
007530     READ CLIENTES-FILE
007540         INVALID KEY
007550             DISPLAY "APROBCLI: NO SE PUDO RELEER LA CLAVE "
007560                 WS-CLAVE-BAJA " PARA LA BAJA; REVISAR LA FUSION."
007570             GO TO 4300-DESHACER-SUMA
007580     END-READ.
007590     DELETE CLIENTES-FILE
007600         INVALID KEY
007610             DISPLAY "APROBCLI: NO SE PUDO DAR DE BAJA LA CLAVE "
007620                 WS-CLAVE-BAJA " (ESTADO " WS-FS-CLIENTES
007630                 "); REVISAR LA FUSION."
007640             GO TO 4300-DESHACER-SUMA
007650     END-DELETE.
007655     PERFORM 7800-GRABAR-FOTO THRU 7800-GRABAR-FOTO-EXIT.
007660     MOVE WS-CLAVE-BAJA   TO WS-VAL-CLAVE.
007670     MOVE "FUSION-DE"     TO WS-AUD-CAMPO.
007680     MOVE WS-NOMBRE-BAJA  TO WS-VAL-DATO.
007690     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
007700     PERFORM 8800-REGISTRAR-AUDITORIA THRU
007710         8800-REGISTRAR-AUDITORIA-EXIT.
007720     MOVE WS-CLAVE-SOBREV TO WS-VAL-CLAVE.
007730     MOVE "FUSION-A"      TO WS-AUD-CAMPO.
007740     MOVE WS-NOMBRE-BAJA  TO WS-VAL-DATO.
007750     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
007760     PERFORM 8800-REGISTRAR-AUDITORIA THRU
007770         8800-REGISTRAR-AUDITORIA-EXIT.
007780     DISPLAY "FUSION COMPLETADA: LA CLAVE " WS-CLAVE-BAJA
007790         " SE ABSORBIO EN " WS-CLAVE-SOBREV " CON "
007800         WS-TOTAL-REAPUNTADOS " RENGLON(ES) DE HISTORICO "
007810         "REAPUNTADO(S).".
007820     MOVE 'A' TO WS-SW-RESULTADO.
007821     GO TO 4300-APLICAR-FUSION-EXIT.
007822 4300-DESHACER-SUMA.
007823     MOVE 'I' TO WS-SW-RESULTADO.
007824     MOVE WS-CLAVE-SOBREV TO CLI-CLAVE.
007825     READ CLIENTES-FILE
007826         INVALID KEY
007827             DISPLAY "APROBCLI: NO SE PUDO RELEER LA CLAVE "
007828                 WS-CLAVE-SOBREV "; RESTARLE A MANO "
007829                 PEN-IMPORTE-NUEVO "."
007830             GO TO 4300-APLICAR-FUSION-EXIT
007831     END-READ.
007832     SUBTRACT PEN-IMPORTE-NUEVO FROM CLI-NUMERO.
007833     MOVE 'N' TO CLI-EXPORTADO.
007834     MOVE 0   TO CLI-FECHA-EXPORT.
007835     REWRITE REG-CLIENTE
007836         INVALID KEY
007837             DISPLAY "APROBCLI: NO SE PUDO RESTAR EL IMPORTE"
007838                 " A LA CLAVE " WS-CLAVE-SOBREV " (ESTADO "
007839                 WS-FS-CLIENTES "); RESTARLO A MANO."
007840     END-REWRITE.
007848 4300-APLICAR-FUSION-EXIT.
007849     EXIT.
007850*
007860******************************************************************
007870* 4900-CERRAR-SOLICITUD -- ANOTA EL APROBADOR Y LA FECHA EN LA   *
007880*                          SOLICITUD (YA CON SU ESTADO FINAL),   *
007890*                          LA DEJA EN AUDITLOG CON EL CAMPO QUE  *
007900*                          TRAE WS-AUD-CAMPO Y REGRABA PENDCLI.  *
007910******************************************************************
007920 4900-CERRAR-SOLICITUD.
007930     MOVE WS-USUARIO-TERMINAL        TO PEN-APROBADOR.
007940     MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA-RES.
007950     MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA-RES.
007960     MOVE REG-PENDIENTE TO WS-PEN-ENTRADA(WS-PEN-ACT).
007961     MOVE 'S'           TO WS-PEN-CAMBIO(WS-PEN-ACT).
007970     PERFORM 8850-AUDITAR-FOLIO THRU 8850-AUDITAR-FOLIO-EXIT.
007980     PERFORM 8000-REGRABAR-PENDIENTES THRU
007990         8000-REGRABAR-PENDIENTES-EXIT.
008000 4900-CERRAR-SOLICITUD-EXIT.
008010     EXIT.
008020*
008030******************************************************************
008040* 5000-RECHAZAR -- RECHAZA UNA SOLICITUD PENDIENTE SIN TOCAR EL  *
008050*                  MAESTRO. IGUAL QUE LA APROBACION, DEBE        *
008060*                  HACERLO UN USUARIO DISTINTO DE QUIEN CAPTURO. *
008070******************************************************************
008080 5000-RECHAZAR.
008090     PERFORM 2400-PEDIR-FOLIO THRU 2400-PEDIR-FOLIO-EXIT.
008100     IF NOT WS-HALLADO-SI
008110         GO TO 5000-RECHAZAR-EXIT
008120     END-IF.
008130     PERFORM 2600-MOSTRAR-SOLICITUD THRU
008140         2600-MOSTRAR-SOLICITUD-EXIT.
008150     IF PEN-CAPTURISTA = WS-USUARIO-TERMINAL
008160         DISPLAY "NO SE PUEDE RECHAZAR UNA SOLICITUD PROPIA; LA "
008170             "DEBE REVISAR OTRO USUARIO."
008180         MOVE "APR-NEGADA" TO WS-AUD-CAMPO
008190         PERFORM 8850-AUDITAR-FOLIO THRU 8850-AUDITAR-FOLIO-EXIT
008200         GO TO 5000-RECHAZAR-EXIT
008210     END-IF.
008220     DISPLAY "CONFIRMAS EL RECHAZO (S/N)?" WITH NO ADVANCING.
008230     ACCEPT WS-CONFIRMA.
008240     IF NOT WS-CONFIRMA-SI
008250         DISPLAY "SE CANCELA EL RECHAZO DEL FOLIO " PEN-FOLIO "."
008260         GO TO 5000-RECHAZAR-EXIT
008270     END-IF.
008280     MOVE 'R'          TO PEN-ESTADO.
008290     MOVE "RECHAZADA"  TO WS-AUD-CAMPO.
008300     PERFORM 4900-CERRAR-SOLICITUD THRU
008310         4900-CERRAR-SOLICITUD-EXIT.
008320     DISPLAY "SOLICITUD " PEN-FOLIO " RECHAZADA.".
008330 5000-RECHAZAR-EXIT.
008340     EXIT.
008350*
008360******************************************************************
008364* 7300-REAPUNTAR-CALCHIST -- PASA AL ARCHIVO DE TRABAJO LOS      *
008368*                           CALCULOS DE LA CLAVE ABSORBIDA       *
008372*                           (START SOBRE SU LLAVE) Y LOS REGRABA *
008376*                           BAJO LA SOBREVIVIENTE, BORRANDO LOS  *
008380*                           ORIGINALES. SIN HISTORICO NO HAY     *
008384*                           NADA QUE REAPUNTAR.                  *
008385*                           UNA FALLA PRENDE WS-SW-FUSION-FALLA  *
008386*                           PARA QUE LA FUSION NO BORRE LA       *
008387*                           CLAVE.                               *
008388******************************************************************
008392 7300-REAPUNTAR-CALCHIST.
008396     OPEN I-O CALHIS-FILE.
008400     IF NOT WS-FS-CALHIS-OK
008401         IF NOT WS-FS-CALHIS-NUEVO
008402             MOVE 'S' TO WS-SW-FUSION-FALLA
008403         END-IF
008404         GO TO 7300-REAPUNTAR-CALCHIST-EXIT
008408     END-IF.
008412     OPEN OUTPUT TEMP-FILE.
008416     MOVE 'N'           TO WS-SW-EOF-ARCHIVO.
008420     MOVE WS-CLAVE-BAJA TO CAL-CLAVE.
008424     MOVE LOW-VALUES    TO CAL-FECHA-HORA.
008428     MOVE 0             TO CAL-SECUENCIA.
008432     START CALHIS-FILE KEY IS NOT LESS THAN CAL-LLAVE
008436         INVALID KEY
008440             MOVE 'S' TO WS-SW-EOF-ARCHIVO
008444     END-START.
008448     PERFORM 7320-COPIAR-CALCULO THRU 7320-COPIAR-CALCULO-EXIT
008452         UNTIL WS-EOF-ARCHIVO-SI.
008456     CLOSE TEMP-FILE.
008460     OPEN INPUT TEMP-FILE.
008464     IF NOT WS-FS-TEMP-OK
008468         DISPLAY "APROBCLI: NO SE PUDO RELEER APROTMP (ESTADO "
008472             WS-FS-TEMP "); CALCHIST NO SE REGRABA."
008473         MOVE 'S' TO WS-SW-FUSION-FALLA
008476         CLOSE CALHIS-FILE
008480         GO TO 7300-REAPUNTAR-CALCHIST-EXIT
008484     END-IF.
008488     MOVE 'N' TO WS-SW-EOF-ARCHIVO.
008492     PERFORM 7340-REGRESAR-CALCULO THRU 7340-REGRESAR-CALCULO-EXIT
008496         UNTIL WS-EOF-ARCHIVO-SI.
008500     CLOSE CALHIS-FILE.
008504     CLOSE TEMP-FILE.
008508 7300-REAPUNTAR-CALCHIST-EXIT.
008512     EXIT.
008516*
008520******************************************************************
008524* 7320-COPIAR-CALCULO -- COPIA AL ARCHIVO DE TRABAJO EL          *
008528*                       SIGUIENTE CALCULO MIENTRAS SEA DE LA     *
008532*                       CLAVE ABSORBIDA.                         *
008536******************************************************************
008540 7320-COPIAR-CALCULO.
008544     READ CALHIS-FILE NEXT RECORD
008548         AT END
008552             MOVE 'S' TO WS-SW-EOF-ARCHIVO
008556             GO TO 7320-COPIAR-CALCULO-EXIT
008560     END-READ.
008561     IF NOT WS-FS-CALHIS-OK
008562         MOVE 'S' TO WS-SW-FUSION-FALLA
008563     END-IF.
008564     IF NOT WS-FS-CALHIS-OK
008568        OR CAL-CLAVE NOT = WS-CLAVE-BAJA
008572         MOVE 'S' TO WS-SW-EOF-ARCHIVO
008576         GO TO 7320-COPIAR-CALCULO-EXIT
008580     END-IF.
008584     WRITE LIN-TEMPORAL FROM REG-CALCULO.
008588 7320-COPIAR-CALCULO-EXIT.
008592     EXIT.
008596*
008600******************************************************************
008604* 7340-REGRESAR-CALCULO -- GRABA EL CALCULO DEL ARCHIVO DE       *
008608*                         TRABAJO BAJO LA CLAVE SOBREVIVIENTE Y  *
008612*                         BORRA EL RENGLON DE LA ABSORBIDA.      *
008616******************************************************************
008620 7340-REGRESAR-CALCULO.
008624     READ TEMP-FILE INTO REG-CALCULO
008628         AT END
008632             MOVE 'S' TO WS-SW-EOF-ARCHIVO
008636             GO TO 7340-REGRESAR-CALCULO-EXIT
008640     END-READ.
008644     MOVE CAL-LLAVE       TO WS-CAL-LLAVE-BAJA.
008648     MOVE WS-CLAVE-SOBREV TO CAL-CLAVE.
008652     MOVE 'S'             TO WS-SW-REINTENTO.
008656     PERFORM 7360-ESCRIBIR-CALCULO THRU 7360-ESCRIBIR-CALCULO-EXIT
008660         UNTIL NOT WS-REINTENTO-SI.
008664     IF NOT WS-FS-CALHIS-OK
008668         GO TO 7340-REGRESAR-CALCULO-EXIT
008672     END-IF.
008676     MOVE WS-CAL-LLAVE-BAJA TO CAL-LLAVE.
008680     DELETE CALHIS-FILE RECORD
008684         INVALID KEY
008688             DISPLAY "APROBCLI: NO SE PUDO BORRAR EL CALCULO "
008692                 WS-CAL-LLAVE-BAJA " (ESTADO " WS-FS-CALHIS ")."
008693             MOVE 'S' TO WS-SW-FUSION-FALLA
008696     END-DELETE.
008700     ADD 1 TO WS-TOTAL-REAPUNTADOS.
008704 7340-REGRESAR-CALCULO-EXIT.
008708     EXIT.
008712*
008716******************************************************************
008720* 7360-ESCRIBIR-CALCULO -- GRABA EL CALCULO REAPUNTADO; SI LA    *
008724*                         SOBREVIVIENTE YA TIENE UNO EN EL MISMO *
008728*                         SEGUNDO PRUEBA CON LA SIGUIENTE        *
008732*                         SECUENCIA.                             *
008736******************************************************************
008740 7360-ESCRIBIR-CALCULO.
008744     MOVE 'N' TO WS-SW-REINTENTO.
008748     WRITE REG-CALCULO
008752         INVALID KEY
008756             IF WS-FS-CALHIS = '22'
008760                AND CAL-SECUENCIA < 9999
008764                 ADD 1 TO CAL-SECUENCIA
008768                 MOVE 'S' TO WS-SW-REINTENTO
008772             END-IF
008776     END-WRITE.
008780     IF NOT WS-FS-CALHIS-OK
008784        AND NOT WS-REINTENTO-SI
008788         DISPLAY "APROBCLI: NO SE PUDO REAPUNTAR EL CALCULO "
008792             WS-CAL-LLAVE-BAJA " (ESTADO " WS-FS-CALHIS ")."
008793         MOVE 'S' TO WS-SW-FUSION-FALLA
008796     END-IF.
008800 7360-ESCRIBIR-CALCULO-EXIT.
008804     EXIT.
008808*
008812******************************************************************
008816* 7400-REAPUNTAR-MOVS -- PASA AL ARCHIVO DE TRABAJO LOS          *
008820*                       MOVIMIENTOS DE LA CLAVE ABSORBIDA Y LOS  *
008824*                       REGRABA BAJO LA SOBREVIVIENTE, BORRANDO  *
008828*                       LOS ORIGINALES. EN CADA FECHA EN QUE LA  *
008832*                       SOBREVIVIENTE YA TIENE MOVIMIENTOS, LAS  *
008836*                       SECUENCIAS ABSORBIDAS SE RECORREN        *
008840*                       DESPUES DE LA ULTIMA SUYA, Y LAS         *
008844*                       REFERENCIAS DE LOS REVERSOS SE AJUSTAN   *
008848*                       IGUAL. SIN DETALLE NO HAY NADA QUE       *
008852*                       REAPUNTAR.                               *
008853*                       UNA FALLA PRENDE WS-SW-FUSION-FALLA PARA *
008854*                       QUE LA FUSION NO BORRE LA CLAVE.         *
008856******************************************************************
008860 7400-REAPUNTAR-MOVS.
008864     OPEN I-O MOVS-FILE.
008868     IF NOT WS-FS-MOVS-OK
008869         IF NOT WS-FS-MOVS-NUEVO
008870             MOVE 'S' TO WS-SW-FUSION-FALLA
008871         END-IF
008872         GO TO 7400-REAPUNTAR-MOVS-EXIT
008876     END-IF.
008880     OPEN OUTPUT TEMP-FILE.
008884     MOVE 'N'           TO WS-SW-EOF-ARCHIVO.
008888     MOVE WS-CLAVE-BAJA TO MOV-CLAVE.
008892     MOVE 0             TO MOV-FECHA
008896                           MOV-SECUENCIA.
008900     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
008904         INVALID KEY
008908             MOVE 'S' TO WS-SW-EOF-ARCHIVO
008912     END-START.
008916     PERFORM 7420-COPIAR-MOVIMIENTO THRU
008920         7420-COPIAR-MOVIMIENTO-EXIT
008924         UNTIL WS-EOF-ARCHIVO-SI.
008928     CLOSE TEMP-FILE.
008932     OPEN INPUT TEMP-FILE.
008936     IF NOT WS-FS-TEMP-OK
008940         DISPLAY "APROBCLI: NO SE PUDO RELEER APROTMP (ESTADO "
008944             WS-FS-TEMP "); CLIMOVS NO SE REGRABA."
008945         MOVE 'S' TO WS-SW-FUSION-FALLA
008948         CLOSE MOVS-FILE
008952         GO TO 7400-REAPUNTAR-MOVS-EXIT
008956     END-IF.
008960     MOVE 'N' TO WS-SW-EOF-ARCHIVO.
008964     MOVE 0   TO WS-DES-TOTAL
008968                 WS-DES-FECHA-ACT
008972                 WS-DES-DESPLAZA-ACT.
008976     PERFORM 7440-REGRESAR-MOVIMIENTO THRU
008980         7440-REGRESAR-MOVIMIENTO-EXIT
008984         UNTIL WS-EOF-ARCHIVO-SI.
008988     CLOSE MOVS-FILE.
008992     CLOSE TEMP-FILE.
008996 7400-REAPUNTAR-MOVS-EXIT.
009000     EXIT.
009004*
009008******************************************************************
009012* 7420-COPIAR-MOVIMIENTO -- COPIA AL ARCHIVO DE TRABAJO EL       *
009016*                          SIGUIENTE MOVIMIENTO MIENTRAS SEA DE  *
009020*                          LA CLAVE ABSORBIDA.                   *
009024******************************************************************
009028 7420-COPIAR-MOVIMIENTO.
009032     READ MOVS-FILE NEXT RECORD
009036         AT END
009040             MOVE 'S' TO WS-SW-EOF-ARCHIVO
009044             GO TO 7420-COPIAR-MOVIMIENTO-EXIT
009048     END-READ.
009049     IF NOT WS-FS-MOVS-OK
009050         MOVE 'S' TO WS-SW-FUSION-FALLA
009051     END-IF.
009052     IF NOT WS-FS-MOVS-OK
009056        OR MOV-CLAVE NOT = WS-CLAVE-BAJA
009060         MOVE 'S' TO WS-SW-EOF-ARCHIVO
009064         GO TO 7420-COPIAR-MOVIMIENTO-EXIT
009068     END-IF.
009072     WRITE LIN-TEMPORAL FROM REG-MOVIMIENTO.
009076 7420-COPIAR-MOVIMIENTO-EXIT.
009080     EXIT.
009084*
009088******************************************************************
009092* 7440-REGRESAR-MOVIMIENTO -- GRABA EL MOVIMIENTO DEL ARCHIVO DE *
009096*                            TRABAJO BAJO LA CLAVE SOBREVIVIENTE,*
009100*                            CON LA SECUENCIA RECORRIDA, Y BORRA *
009104*                            EL RENGLON DE LA ABSORBIDA.         *
009108******************************************************************
009112 7440-REGRESAR-MOVIMIENTO.
009116     READ TEMP-FILE
009120         AT END
009124             MOVE 'S' TO WS-SW-EOF-ARCHIVO
009128             GO TO 7440-REGRESAR-MOVIMIENTO-EXIT
009132     END-READ.
009136     MOVE LIN-TEMPORAL TO REG-MOVIMIENTO.
009140     IF MOV-FECHA NOT = WS-DES-FECHA-ACT
009144         PERFORM 7460-CALCULAR-DESPLAZA THRU
009148             7460-CALCULAR-DESPLAZA-EXIT
009152         MOVE LIN-TEMPORAL TO REG-MOVIMIENTO
009156     END-IF.
009160     MOVE MOV-LLAVE       TO WS-MOV-LLAVE-BAJA.
009164     MOVE WS-CLAVE-SOBREV TO MOV-CLAVE.
009168     ADD WS-DES-DESPLAZA-ACT TO MOV-SECUENCIA.
009172     IF MOV-TIPO-REVERSO
009176        AND MOV-REF-FECHA IS NUMERIC
009180        AND MOV-REF-SECUENCIA IS NUMERIC
009184         MOVE 0 TO WS-DES-IDX
009188         PERFORM 7480-AJUSTAR-REFERENCIA THRU
009192             7480-AJUSTAR-REFERENCIA-EXIT
009196             UNTIL WS-DES-IDX NOT < WS-DES-TOTAL
009200     END-IF.
009204     WRITE REG-MOVIMIENTO
009208         INVALID KEY
009212             DISPLAY "APROBCLI: NO SE PUDO REAPUNTAR EL "
009216                 "MOVIMIENTO " WS-MOV-LLAVE-BAJA " (ESTADO "
009220                 WS-FS-MOVS ")."
009221             MOVE 'S' TO WS-SW-FUSION-FALLA
009224             GO TO 7440-REGRESAR-MOVIMIENTO-EXIT
009228     END-WRITE.
009232     MOVE WS-MOV-LLAVE-BAJA TO MOV-LLAVE.
009236     DELETE MOVS-FILE RECORD
009240         INVALID KEY
009244             DISPLAY "APROBCLI: NO SE PUDO BORRAR EL MOVIMIENTO "
009248                 WS-MOV-LLAVE-BAJA " (ESTADO " WS-FS-MOVS ")."
009249             MOVE 'S' TO WS-SW-FUSION-FALLA
009252     END-DELETE.
009256     ADD 1 TO WS-TOTAL-REAPUNTADOS.
009260 7440-REGRESAR-MOVIMIENTO-EXIT.
009264     EXIT.
009268*
009272******************************************************************
009276* 7460-CALCULAR-DESPLAZA -- AL CAMBIAR DE FECHA UBICA LA ULTIMA  *
009280*                          SECUENCIA DE LA SOBREVIVIENTE EN ESA  *
009284*                          FECHA; ES LO QUE SE RECORREN LAS      *
009288*                          SECUENCIAS ABSORBIDAS DEL DIA. SI NO  *
009292*                          ES CERO SE GUARDA EN LA TABLA PARA    *
009296*                          AJUSTAR LAS REFERENCIAS DE REVERSOS.  *
009300******************************************************************
009304 7460-CALCULAR-DESPLAZA.
009308     MOVE MOV-FECHA           TO WS-DES-FECHA-ACT.
009312     MOVE 0                   TO WS-DES-DESPLAZA-ACT.
009316     MOVE 'N'                 TO WS-SW-EOF-SOBREV.
009320     MOVE WS-CLAVE-SOBREV     TO MOV-CLAVE.
009324     MOVE WS-DES-FECHA-ACT    TO MOV-FECHA.
009328     MOVE 0                   TO MOV-SECUENCIA.
009332     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
009336         INVALID KEY
009340             MOVE 'S' TO WS-SW-EOF-SOBREV
009344     END-START.
009348     PERFORM 7470-REVISAR-SOBREV THRU 7470-REVISAR-SOBREV-EXIT
009352         UNTIL WS-EOF-SOBREV-SI.
009356     IF WS-DES-DESPLAZA-ACT = 0
009360         GO TO 7460-CALCULAR-DESPLAZA-EXIT
009364     END-IF.
009368     IF WS-DES-TOTAL NOT < WS-DES-MAX
009372         DISPLAY "APROBCLI: TABLA DE FECHAS LLENA; LAS "
009376             "REFERENCIAS DE REVERSOS DEL " WS-DES-FECHA-ACT
009380             " NO SE AJUSTAN."
009384         GO TO 7460-CALCULAR-DESPLAZA-EXIT
009388     END-IF.
009392     ADD 1 TO WS-DES-TOTAL.
009396     MOVE WS-DES-FECHA-ACT    TO DES-FECHA(WS-DES-TOTAL).
009400     MOVE WS-DES-DESPLAZA-ACT TO DES-DESPLAZA(WS-DES-TOTAL).
009404 7460-CALCULAR-DESPLAZA-EXIT.
009408     EXIT.
009412*
009416******************************************************************
009420* 7470-REVISAR-SOBREV -- LEE EL SIGUIENTE MOVIMIENTO Y RETIENE   *
009424*                       SU SECUENCIA MIENTRAS SEA DE LA          *
009428*                       SOBREVIVIENTE Y DE LA FECHA EN CURSO.    *
009432******************************************************************
009436 7470-REVISAR-SOBREV.
009440     READ MOVS-FILE NEXT RECORD
009444         AT END
009448             MOVE 'S' TO WS-SW-EOF-SOBREV
009452             GO TO 7470-REVISAR-SOBREV-EXIT
009456     END-READ.
009460     IF NOT WS-FS-MOVS-OK
009464        OR MOV-CLAVE NOT = WS-CLAVE-SOBREV
009468        OR MOV-FECHA NOT = WS-DES-FECHA-ACT
009472         MOVE 'S' TO WS-SW-EOF-SOBREV
009476         GO TO 7470-REVISAR-SOBREV-EXIT
009480     END-IF.
009484     MOVE MOV-SECUENCIA TO WS-DES-DESPLAZA-ACT.
009488 7470-REVISAR-SOBREV-EXIT.
009492     EXIT.
009496*
009500******************************************************************
009504* 7480-AJUSTAR-REFERENCIA -- REVISA UN RENGLON DE LA TABLA DE    *
009508*                           FECHAS; SI ES LA DEL MOVIMIENTO      *
009512*                           REVERSADO RECORRE SU SECUENCIA Y     *
009516*                           TERMINA LA BUSQUEDA.                 *
009520******************************************************************
009524 7480-AJUSTAR-REFERENCIA.
009528     ADD 1 TO WS-DES-IDX.
009532     IF DES-FECHA(WS-DES-IDX) = MOV-REF-FECHA
009536         ADD DES-DESPLAZA(WS-DES-IDX) TO MOV-REF-SECUENCIA
009540         MOVE WS-DES-TOTAL TO WS-DES-IDX
009544     END-IF.
009548 7480-AJUSTAR-REFERENCIA-EXIT.
009552     EXIT.
009556*
009558******************************************************************
009560* 7600-VERIFICAR-PRESTAMO -- BUSCA CON START LOS PRESTAMOS DE    *
009562*                            WS-CLAVE-PRESTAMO. SI ALGUNO ESTA   *
009564*                            VIGENTE O EN MORA PRENDE            *
009566*                            WS-SW-PRESTAMO-VIVO Y DEJA EL       *
009568*                            RESULTADO 'P'. SI PRESTAMOS NO SE   *
009570*                            PUEDE LEER LA SOLICITUD QUEDA       *
009572*                            PENDIENTE. SIN MAESTRO DE PRESTAMOS *
009574*                            NO HAY NADA QUE REVISAR.            *
009576******************************************************************
009578 7600-VERIFICAR-PRESTAMO.
009580     MOVE 'N' TO WS-SW-PRESTAMO-VIVO.
009582     OPEN INPUT PRESTAMOS-FILE.
009584     IF WS-FS-PRESTAMOS-NUEVO
009586         GO TO 7600-VERIFICAR-PRESTAMO-EXIT
009588     END-IF.
009590     IF NOT WS-FS-PRESTAMOS-OK
009592         DISPLAY "APROBCLI: NO SE PUDO ABRIR PRESTAMOS (ESTADO "
009594             WS-FS-PRESTAMOS "); LA SOLICITUD QUEDA PENDIENTE."
009596         MOVE 'E' TO WS-SW-PRESTAMO-VIVO
009598         GO TO 7600-VERIFICAR-PRESTAMO-EXIT
009600     END-IF.
009602     MOVE 'N'               TO WS-SW-EOF-PRESTAMOS.
009604     MOVE WS-CLAVE-PRESTAMO TO PRE-CLAVE.
009606     MOVE 0                 TO PRE-NUMERO.
009608     START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-LLAVE
009610         INVALID KEY
009612             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
009614     END-START.
009616     PERFORM 7650-REVISAR-PRESTAMO THRU 7650-REVISAR-PRESTAMO-EXIT
009618         UNTIL WS-EOF-PRESTAMOS-SI
009620            OR NOT WS-PRESTAMO-LIBRE.
009622     CLOSE PRESTAMOS-FILE.
009624     IF WS-PRESTAMO-VIVO-SI
009626         MOVE 'P' TO WS-SW-RESULTADO
009628     END-IF.
009630 7600-VERIFICAR-PRESTAMO-EXIT.
009632     EXIT.
009634*
009636******************************************************************
009638* 7650-REVISAR-PRESTAMO -- LEE EL SIGUIENTE PRESTAMO MIENTRAS    *
009640*                          SEA DE LA CLAVE REVISADA. UNA FALLA   *
009642*                          DE LECTURA DEJA LA SOLICITUD          *
009644*                          PENDIENTE.                            *
009646******************************************************************
009648 7650-REVISAR-PRESTAMO.
009650     READ PRESTAMOS-FILE NEXT RECORD
009652         AT END
009654             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
009656             GO TO 7650-REVISAR-PRESTAMO-EXIT
009658     END-READ.
009660     IF NOT WS-FS-PRESTAMOS-OK
009662         DISPLAY "APROBCLI: NO SE PUDO LEER PRESTAMOS (ESTADO "
009664             WS-FS-PRESTAMOS "); LA SOLICITUD QUEDA PENDIENTE."
009666         MOVE 'E' TO WS-SW-PRESTAMO-VIVO
009668         GO TO 7650-REVISAR-PRESTAMO-EXIT
009670     END-IF.
009672     IF PRE-CLAVE NOT = WS-CLAVE-PRESTAMO
009674         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
009676         GO TO 7650-REVISAR-PRESTAMO-EXIT
009678     END-IF.
009680     IF PRE-ESTADO-VIGENTE OR PRE-ESTADO-MORA
009682         MOVE 'S' TO WS-SW-PRESTAMO-VIVO
009684     END-IF.
009686 7650-REVISAR-PRESTAMO-EXIT.
009688     EXIT.
009720*
009721******************************************************************
009722* 7700-CALCULAR-FOTO -- CALCULA POR MONEDA EL SALDO UNIDO DE LA  *
009723*                       SOBREVIVIENTE Y LA ABSORBIDA: TOMA DE    *
009724*                       SALDHIST LA FOTO MAS RECIENTE DE CADA    *
009725*                       UNA (SOLO DE LOTES COMPLETOS Y CON CORTE *
009726*                       NO POSTERIOR A HOY) Y LE SUMA SUS        *
009727*                       MOVIMIENTOS HASTA EL CORTE DE LA FUSION. *
009728*                       EL CORTE ES AYER, PARA QUE LO QUE SE     *
009729*                       REGISTRE HOY DESPUES DE LA FUSION SIGA   *
009730*                       CONTANDO, SALVO QUE ALGUNA DE LAS DOS YA *
009731*                       TENGA FOTO DE HOY. UNA FALLA PRENDE      *
009732*                       WS-SW-FOTO-FALLA.                        *
009733******************************************************************
009734 7700-CALCULAR-FOTO.
009735     MOVE 'N'             TO WS-SW-FOTO-FALLA.
009736     MOVE WS-CLAVE-SOBREV TO BAS-CLAVE(1).
009737     MOVE WS-CLAVE-BAJA   TO BAS-CLAVE(2).
009738     MOVE 0               TO BAS-CORTE(1) BAS-MONEDAS(1)
009739                             BAS-CORTE(2) BAS-MONEDAS(2).
009740     MOVE 0   TO WS-LOT-TOTAL.
009741     MOVE 'N' TO WS-SW-LOTE-LEIDO.
009742     MOVE 'N' TO WS-SW-EOF-SALHIS.
009743     OPEN INPUT SALHIS-FILE.
009744     IF NOT WS-FS-SALHIS-OK
009745         GO TO 7700-FIJAR-CORTE
009746     END-IF.
009747     PERFORM 7710-LEER-SALHIS THRU 7710-LEER-SALHIS-EXIT.
009748     PERFORM 7720-REVISAR-LOTE THRU 7720-REVISAR-LOTE-EXIT
009749         UNTIL WS-EOF-SALHIS-SI.
009750     CLOSE SALHIS-FILE.
009751     IF WS-LOT-TOTAL = 0
009752         GO TO 7700-FIJAR-CORTE
009753     END-IF.
009754     MOVE 0   TO WS-LOT-ACTUAL.
009755     MOVE 'N' TO WS-SW-LOTE-LEIDO.
009756     MOVE 'N' TO WS-SW-EOF-SALHIS.
009757     OPEN INPUT SALHIS-FILE.
009758     IF NOT WS-FS-SALHIS-OK
009759         GO TO 7700-FIJAR-CORTE
009760     END-IF.
009761     PERFORM 7710-LEER-SALHIS THRU 7710-LEER-SALHIS-EXIT.
009762     PERFORM 7730-GUARDAR-BASE THRU 7730-GUARDAR-BASE-EXIT
009763         UNTIL WS-EOF-SALHIS-SI.
009764     CLOSE SALHIS-FILE.
009765     IF WS-FOTO-FALLA-SI
009766         GO TO 7700-CALCULAR-FOTO-EXIT
009767     END-IF.
009768 7700-FIJAR-CORTE.
009769     COMPUTE WS-CORTE-FUSION = FUNCTION DATE-OF-INTEGER
009770         (FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY) - 1).
009771     IF BAS-CORTE(1) > WS-CORTE-FUSION
009772         MOVE BAS-CORTE(1) TO WS-CORTE-FUSION
009773     END-IF.
009774     IF BAS-CORTE(2) > WS-CORTE-FUSION
009775         MOVE BAS-CORTE(2) TO WS-CORTE-FUSION
009776     END-IF.
009777     MOVE 0 TO WS-FOT-TOTAL.
009778     MOVE 1 TO WS-BAS-IDX.
009779     MOVE PEN-MONEDA-ANT TO WS-MONEDA-BUSCA.
009780     PERFORM 7770-UBICAR-MONEDA-FOTO THRU
009781         7770-UBICAR-MONEDA-FOTO-EXIT.
009782     MOVE 2 TO WS-BAS-IDX.
009783     MOVE PEN-MONEDA-NUEVA TO WS-MONEDA-BUSCA.
009784     PERFORM 7770-UBICAR-MONEDA-FOTO THRU
009785         7770-UBICAR-MONEDA-FOTO-EXIT.
009786     MOVE 'N' TO WS-SW-CON-MOVS.
009787     OPEN INPUT MOVS-FILE.
009788     IF NOT WS-FS-MOVS-OK
009789        AND NOT WS-FS-MOVS-NUEVO
009790         DISPLAY "APROBCLI: NO SE PUDO ABRIR CLIMOVS (ESTADO "
009791             WS-FS-MOVS ")."
009792         MOVE 'S' TO WS-SW-FOTO-FALLA
009793         GO TO 7700-CALCULAR-FOTO-EXIT
009794     END-IF.
009795     IF WS-FS-MOVS-OK
009796         MOVE 'S' TO WS-SW-CON-MOVS
009797     END-IF.
009798     MOVE 1 TO WS-BAS-IDX.
009799     PERFORM 7750-SUMAR-CLAVE THRU 7750-SUMAR-CLAVE-EXIT.
009800     MOVE 2 TO WS-BAS-IDX.
009801     PERFORM 7750-SUMAR-CLAVE THRU 7750-SUMAR-CLAVE-EXIT.
009802     IF WS-CON-MOVS-SI
009803         CLOSE MOVS-FILE
009804     END-IF.
009805 7700-CALCULAR-FOTO-EXIT.
009806     EXIT.
009807*
009808******************************************************************
009809* 7710-LEER-SALHIS -- LEE EL SIGUIENTE RENGLON DE SALDHIST.      *
009810******************************************************************
009811 7710-LEER-SALHIS.
009812     READ SALHIS-FILE
009813         AT END
009814             MOVE 'S' TO WS-SW-EOF-SALHIS
009815     END-READ.
009816 7710-LEER-SALHIS-EXIT.
009817     EXIT.
009818*
009819******************************************************************
009820* 7720-REVISAR-LOTE -- PRIMERA PASADA POR SALDHIST: UN           *
009821*                      ENCABEZADO ABRE EL SIGUIENTE LOTE, EL     *
009822*                      DETALLE SE CUENTA Y EL TRAILER LO MARCA   *
009823*                      COMO COMPLETO SI SU CONTEO CUADRA CON LOS *
009824*                      RENGLONES LEIDOS.                         *
009825******************************************************************
009826 7720-REVISAR-LOTE.
009827     IF SAH-TIPO-ENCABEZADO
009828         IF WS-LOT-TOTAL NOT < WS-LOT-MAX
009829             IF NOT WS-TABLA-LLENA-SI
009830                 DISPLAY "APROBCLI: SALDHIST EXCEDE " WS-LOT-MAX
009831                     " LOTES; LOS EXCEDENTES NO SE USAN."
009832             END-IF
009833             MOVE 'S' TO WS-SW-TABLA-LLENA
009834             MOVE 'N' TO WS-SW-LOTE-LEIDO
009835             GO TO 7720-REVISAR-SIGUIENTE
009836         END-IF
009837         ADD 1 TO WS-LOT-TOTAL
009838         MOVE 'N' TO LOT-COMPLETO(WS-LOT-TOTAL)
009839         MOVE 0   TO WS-LOT-RENGLONES
009840         MOVE 'S' TO WS-SW-LOTE-LEIDO
009841         GO TO 7720-REVISAR-SIGUIENTE
009842     END-IF.
009843     IF NOT WS-LOTE-LEIDO-SI
009844         GO TO 7720-REVISAR-SIGUIENTE
009845     END-IF.
009846     IF SAH-TIPO-DETALLE
009847         ADD 1 TO WS-LOT-RENGLONES
009848         GO TO 7720-REVISAR-SIGUIENTE
009849     END-IF.
009850     IF SAH-TIPO-TRAILER
009851         MOVE 'N' TO WS-SW-LOTE-LEIDO
009852         IF SAH-REGISTROS = WS-LOT-RENGLONES
009853             MOVE 'S' TO LOT-COMPLETO(WS-LOT-TOTAL)
009854         END-IF
009855     END-IF.
009856 7720-REVISAR-SIGUIENTE.
009857     PERFORM 7710-LEER-SALHIS THRU 7710-LEER-SALHIS-EXIT.
009858 7720-REVISAR-LOTE-EXIT.
009859     EXIT.
009860*
009861******************************************************************
009862* 7730-GUARDAR-BASE -- SEGUNDA PASADA: EL DETALLE DE UN LOTE     *
009863*                      COMPLETO CON CORTE NO POSTERIOR A HOY DE  *
009864*                      CUALQUIERA DE LAS DOS CLAVES QUEDA COMO   *
009865*                      SU BASE; UN CORTE MAS RECIENTE REEMPLAZA  *
009866*                      AL ANTERIOR.                              *
009867******************************************************************
009868 7730-GUARDAR-BASE.
009869     IF SAH-TIPO-ENCABEZADO
009870         MOVE 'N' TO WS-SW-LOTE-LEIDO
009871         IF WS-LOT-ACTUAL < WS-LOT-TOTAL
009872             ADD 1 TO WS-LOT-ACTUAL
009873             MOVE 'S' TO WS-SW-LOTE-LEIDO
009874         END-IF
009875         GO TO 7730-GUARDAR-SIGUIENTE
009876     END-IF.
009877     IF SAH-TIPO-TRAILER
009878         MOVE 'N' TO WS-SW-LOTE-LEIDO
009879         GO TO 7730-GUARDAR-SIGUIENTE
009880     END-IF.
009881     IF NOT WS-LOTE-LEIDO-SI
009882        OR NOT SAH-TIPO-DETALLE
009883        OR SAH-CORTE > WS-FECHA-HOY
009884         GO TO 7730-GUARDAR-SIGUIENTE
009885     END-IF.
009886     IF LOT-COMPLETO(WS-LOT-ACTUAL) NOT = 'S'
009887         GO TO 7730-GUARDAR-SIGUIENTE
009888     END-IF.
009889     IF SAH-CLAVE = BAS-CLAVE(1)
009890         MOVE 1 TO WS-BAS-IDX
009891     ELSE
009892         IF SAH-CLAVE = BAS-CLAVE(2)
009893             MOVE 2 TO WS-BAS-IDX
009894         ELSE
009895             GO TO 7730-GUARDAR-SIGUIENTE
009896         END-IF
009897     END-IF.
009898     IF SAH-CORTE < BAS-CORTE(WS-BAS-IDX)
009899         GO TO 7730-GUARDAR-SIGUIENTE
009900     END-IF.
009901     IF SAH-CORTE > BAS-CORTE(WS-BAS-IDX)
009902         MOVE SAH-CORTE TO BAS-CORTE(WS-BAS-IDX)
009903         MOVE 0         TO BAS-MONEDAS(WS-BAS-IDX)
009904     END-IF.
009905     MOVE SAH-MONEDA TO WS-MONEDA-BUSCA.
009906     PERFORM 7740-UBICAR-MONEDA-BASE THRU
009907         7740-UBICAR-MONEDA-BASE-EXIT.
009908     IF WS-BMO-HALLADA-SI
009909         MOVE SAH-SALDO TO BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX)
009910     END-IF.
009911 7730-GUARDAR-SIGUIENTE.
009912     PERFORM 7710-LEER-SALHIS THRU 7710-LEER-SALHIS-EXIT.
009913 7730-GUARDAR-BASE-EXIT.
009914     EXIT.
009915*
009916******************************************************************
009917* 7740-UBICAR-MONEDA-BASE -- UBICA WS-MONEDA-BUSCA ENTRE LAS     *
009918*                            MONEDAS DE LA BASE ACTUAL; SI NO    *
009919*                            ESTA Y CABE LA AGREGA EN CERO, Y SI *
009920*                            NO CABE PRENDE WS-SW-FOTO-FALLA.    *
009921******************************************************************
009922 7740-UBICAR-MONEDA-BASE.
009923     MOVE 'N' TO WS-SW-BMO-HALLADA.
009924     MOVE 0   TO WS-BMO-IDX.
009925     PERFORM 7745-COTEJAR-MONEDA-BASE THRU
009926         7745-COTEJAR-MONEDA-BASE-EXIT
009927         UNTIL WS-BMO-HALLADA-SI
009928            OR WS-BMO-IDX NOT < BAS-MONEDAS(WS-BAS-IDX).
009929     IF WS-BMO-HALLADA-SI
009930         GO TO 7740-UBICAR-MONEDA-BASE-EXIT
009931     END-IF.
009932     IF BAS-MONEDAS(WS-BAS-IDX) NOT < WS-FOT-MAX
009933         DISPLAY "APROBCLI: LA FOTO DE LA CLAVE " SAH-CLAVE
009934             " EXCEDE " WS-FOT-MAX " MONEDAS."
009935         MOVE 'S' TO WS-SW-FOTO-FALLA
009936         GO TO 7740-UBICAR-MONEDA-BASE-EXIT
009937     END-IF.
009938     ADD 1 TO BAS-MONEDAS(WS-BAS-IDX).
009939     MOVE BAS-MONEDAS(WS-BAS-IDX) TO WS-BMO-IDX.
009940     MOVE WS-MONEDA-BUSCA TO BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX).
009941     MOVE 0               TO BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX).
009942     MOVE 'S'             TO WS-SW-BMO-HALLADA.
009943 7740-UBICAR-MONEDA-BASE-EXIT.
009944     EXIT.
009945*
009946******************************************************************
009947* 7745-COTEJAR-MONEDA-BASE -- COMPARA UNA MONEDA DE LA BASE.     *
009948******************************************************************
009949 7745-COTEJAR-MONEDA-BASE.
009950     ADD 1 TO WS-BMO-IDX.
009951     IF BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX) = WS-MONEDA-BUSCA
009952         MOVE 'S' TO WS-SW-BMO-HALLADA
009953     END-IF.
009954 7745-COTEJAR-MONEDA-BASE-EXIT.
009955     EXIT.
009956*
009957******************************************************************
009958* 7750-SUMAR-CLAVE -- PASA A LA FOTO LA BASE DE LA CLAVE DE      *
009959*                     WS-BAS-IDX Y LE SUMA SUS MOVIMIENTOS       *
009960*                     POSTERIORES A ESA BASE Y HASTA EL CORTE DE *
009961*                     LA FUSION.                                 *
009962******************************************************************
009963 7750-SUMAR-CLAVE.
009964     MOVE 0 TO WS-BMO-IDX.
009965     PERFORM 7755-TOMAR-BASE THRU 7755-TOMAR-BASE-EXIT
009966         UNTIL WS-BMO-IDX NOT < BAS-MONEDAS(WS-BAS-IDX)
009967            OR WS-FOTO-FALLA-SI.
009968     IF NOT WS-CON-MOVS-SI
009969        OR WS-FOTO-FALLA-SI
009970         GO TO 7750-SUMAR-CLAVE-EXIT
009971     END-IF.
009972     MOVE 'N'                   TO WS-SW-EOF-ARCHIVO.
009973     MOVE BAS-CLAVE(WS-BAS-IDX) TO MOV-CLAVE.
009974     COMPUTE MOV-FECHA = BAS-CORTE(WS-BAS-IDX) + 1.
009975     MOVE 0                     TO MOV-SECUENCIA.
009976     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
009977         INVALID KEY
009978             MOVE 'S' TO WS-SW-EOF-ARCHIVO
009979     END-START.
009980     PERFORM 7760-SUMAR-MOVIMIENTO THRU
009981         7760-SUMAR-MOVIMIENTO-EXIT
009982         UNTIL WS-EOF-ARCHIVO-SI.
009983 7750-SUMAR-CLAVE-EXIT.
009984     EXIT.
009985*
009986******************************************************************
009987* 7755-TOMAR-BASE -- SUMA A LA FOTO LA SIGUIENTE MONEDA DE LA    *
009988*                    BASE.                                       *
009989******************************************************************
009990 7755-TOMAR-BASE.
009991     ADD 1 TO WS-BMO-IDX.
009992     MOVE BAS-MONEDA(WS-BAS-IDX, WS-BMO-IDX) TO WS-MONEDA-BUSCA.
009993     PERFORM 7770-UBICAR-MONEDA-FOTO THRU
009994         7770-UBICAR-MONEDA-FOTO-EXIT.
009995     IF WS-FOT-HALLADA-SI
009996         ADD BAS-SALDO(WS-BAS-IDX, WS-BMO-IDX)
009997             TO FOT-SALDO(WS-FOT-IDX)
009998     END-IF.
009999 7755-TOMAR-BASE-EXIT.
010000     EXIT.
010001*
010002******************************************************************
010003* 7760-SUMAR-MOVIMIENTO -- SUMA A LA FOTO EL SIGUIENTE           *
010004*                          MOVIMIENTO MIENTRAS SEA DE LA CLAVE Y *
010005*                          NO PASE DEL CORTE DE LA FUSION.       *
010006******************************************************************
010007 7760-SUMAR-MOVIMIENTO.
010008     READ MOVS-FILE NEXT RECORD
010009         AT END
010010             MOVE 'S' TO WS-SW-EOF-ARCHIVO
010011             GO TO 7760-SUMAR-MOVIMIENTO-EXIT
010012     END-READ.
010013     IF NOT WS-FS-MOVS-OK
010014         DISPLAY "APROBCLI: NO SE PUDO LEER CLIMOVS (ESTADO "
010015             WS-FS-MOVS ")."
010016         MOVE 'S' TO WS-SW-FOTO-FALLA
010017         MOVE 'S' TO WS-SW-EOF-ARCHIVO
010018         GO TO 7760-SUMAR-MOVIMIENTO-EXIT
010019     END-IF.
010020     IF MOV-CLAVE NOT = BAS-CLAVE(WS-BAS-IDX)
010021        OR MOV-FECHA > WS-CORTE-FUSION
010022         MOVE 'S' TO WS-SW-EOF-ARCHIVO
010023         GO TO 7760-SUMAR-MOVIMIENTO-EXIT
010024     END-IF.
010025     MOVE MOV-MONEDA TO WS-MONEDA-BUSCA.
010026     PERFORM 7770-UBICAR-MONEDA-FOTO THRU
010027         7770-UBICAR-MONEDA-FOTO-EXIT.
010028     IF NOT WS-FOT-HALLADA-SI
010029         MOVE 'S' TO WS-SW-EOF-ARCHIVO
010030         GO TO 7760-SUMAR-MOVIMIENTO-EXIT
010031     END-IF.
010032     ADD MOV-IMPORTE TO FOT-SALDO(WS-FOT-IDX).
010033     ADD 1           TO FOT-MOVS(WS-FOT-IDX).
010034 7760-SUMAR-MOVIMIENTO-EXIT.
010035     EXIT.
010036*
010037******************************************************************
010038* 7770-UBICAR-MONEDA-FOTO -- UBICA WS-MONEDA-BUSCA EN LA FOTO;   *
010039*                            SI NO ESTA Y CABE LA AGREGA EN      *
010040*                            CERO, Y SI NO CABE PRENDE           *
010041*                            WS-SW-FOTO-FALLA. CON LA ABSORBIDA  *
010042*                            MARCA LA MONEDA PARA SU RENGLON EN  *
010043*                            CERO.                               *
010044******************************************************************
010045 7770-UBICAR-MONEDA-FOTO.
010046     MOVE 'N' TO WS-SW-FOT-HALLADA.
010047     MOVE 0   TO WS-FOT-IDX.
010048     PERFORM 7775-COTEJAR-MONEDA-FOTO THRU
010049         7775-COTEJAR-MONEDA-FOTO-EXIT
010050         UNTIL WS-FOT-HALLADA-SI
010051            OR WS-FOT-IDX NOT < WS-FOT-TOTAL.
010052     IF WS-FOT-HALLADA-SI
010053         GO TO 7770-MARCAR-BAJA
010054     END-IF.
010055     IF WS-FOT-TOTAL NOT < WS-FOT-MAX
010056         DISPLAY "APROBCLI: LA FUSION EXCEDE " WS-FOT-MAX
010057             " MONEDAS."
010058         MOVE 'S' TO WS-SW-FOTO-FALLA
010059         GO TO 7770-UBICAR-MONEDA-FOTO-EXIT
010060     END-IF.
010061     ADD 1 TO WS-FOT-TOTAL.
010062     MOVE WS-FOT-TOTAL    TO WS-FOT-IDX.
010063     MOVE WS-MONEDA-BUSCA TO FOT-MONEDA(WS-FOT-IDX).
010064     MOVE 0               TO FOT-SALDO(WS-FOT-IDX).
010065     MOVE 0               TO FOT-MOVS(WS-FOT-IDX).
010066     MOVE 'N'             TO FOT-EN-BAJA(WS-FOT-IDX).
010067     MOVE 'S'             TO WS-SW-FOT-HALLADA.
010068 7770-MARCAR-BAJA.
010069     IF WS-BAS-IDX = 2
010070         MOVE 'S' TO FOT-EN-BAJA(WS-FOT-IDX)
010071     END-IF.
010072 7770-UBICAR-MONEDA-FOTO-EXIT.
010073     EXIT.
010074*
010075******************************************************************
010076* 7775-COTEJAR-MONEDA-FOTO -- COMPARA UNA MONEDA DE LA FOTO.     *
010077******************************************************************
010078 7775-COTEJAR-MONEDA-FOTO.
010079     ADD 1 TO WS-FOT-IDX.
010080     IF FOT-MONEDA(WS-FOT-IDX) = WS-MONEDA-BUSCA
010081         MOVE 'S' TO WS-SW-FOT-HALLADA
010082     END-IF.
010083 7775-COTEJAR-MONEDA-FOTO-EXIT.
010084     EXIT.
010085*
010086******************************************************************
010087* 7800-GRABAR-FOTO -- AGREGA A SALDHIST EL LOTE 'F' DE LA        *
010088*                     FUSION: ENCABEZADO, UN RENGLON POR MONEDA  *
010089*                     CON EL SALDO UNIDO DE LA SOBREVIVIENTE,    *
010090*                     UNO EN CERO POR CADA MONEDA DE LA          *
010091*                     ABSORBIDA Y EL TRAILER CON SU CONTEO Y     *
010092*                     SUMA DE CONTROL.                           *
010093******************************************************************
010094 7800-GRABAR-FOTO.
010095     OPEN EXTEND SALHIS-FILE.
010096     IF NOT WS-FS-SALHIS-OK
010097         OPEN OUTPUT SALHIS-FILE
010098         CLOSE SALHIS-FILE
010099         OPEN EXTEND SALHIS-FILE
010100     END-IF.
010101     IF NOT WS-FS-SALHIS-OK
010102         DISPLAY "APROBCLI: NO SE PUDO ABRIR SALDHIST (ESTADO "
010103             WS-FS-SALHIS "); LA FOTO DE LA FUSION NO SE GRABO."
010104         GO TO 7800-GRABAR-FOTO-EXIT
010105     END-IF.
010106     MOVE 0                   TO WS-FOTO-RENGLONES.
010107     MOVE 0                   TO WS-SUMA-FOTO.
010108     MOVE SPACES              TO REG-SALHIS.
010109     MOVE '1'                 TO SAH-TIPO.
010110     MOVE 'F'                 TO SAH-ORIGEN.
010111     MOVE WS-CORTE-FUSION     TO SAH-CORTE.
010112     MOVE FUNCTION CURRENT-DATE(1:14) TO SAH-FECHA-HORA.
010113     WRITE REG-SALHIS.
010114     MOVE 0 TO WS-FOT-IDX.
010115     PERFORM 7810-GRABAR-SOBREV THRU 7810-GRABAR-SOBREV-EXIT
010116         UNTIL WS-FOT-IDX NOT < WS-FOT-TOTAL.
010117     MOVE 0 TO WS-FOT-IDX.
010118     PERFORM 7820-GRABAR-BAJA THRU 7820-GRABAR-BAJA-EXIT
010119         UNTIL WS-FOT-IDX NOT < WS-FOT-TOTAL.
010120     MOVE SPACES              TO REG-SALHIS.
010121     MOVE '9'                 TO SAH-TIPO.
010122     MOVE 'F'                 TO SAH-ORIGEN.
010123     MOVE WS-CORTE-FUSION     TO SAH-CORTE.
010124     MOVE 2                   TO SAH-CLIENTES.
010125     MOVE WS-FOTO-RENGLONES   TO SAH-REGISTROS.
010126     MOVE WS-SUMA-FOTO        TO SAH-SUMA-CONTROL.
010127     WRITE REG-SALHIS.
010128     CLOSE SALHIS-FILE.
010129 7800-GRABAR-FOTO-EXIT.
010130     EXIT.
010131*
010132******************************************************************
010133* 7810-GRABAR-SOBREV -- GRABA EL SALDO UNIDO DE UNA MONEDA DE LA *
010134*                       SOBREVIVIENTE.                           *
010135******************************************************************
010136 7810-GRABAR-SOBREV.
010137     ADD 1 TO WS-FOT-IDX.
010138     MOVE SPACES                  TO REG-SALHIS.
010139     MOVE 'D'                     TO SAH-TIPO.
010140     MOVE 'F'                     TO SAH-ORIGEN.
010141     MOVE WS-CORTE-FUSION         TO SAH-CORTE.
010142     MOVE WS-CLAVE-SOBREV         TO SAH-CLAVE.
010143     MOVE FOT-MONEDA(WS-FOT-IDX)  TO SAH-MONEDA.
010144     MOVE FOT-SALDO(WS-FOT-IDX)   TO SAH-SALDO.
010145     MOVE FOT-MOVS(WS-FOT-IDX)    TO SAH-MOVIMIENTOS.
010146     MOVE WS-NOMBRE-SOBREV        TO SAH-NOMBRE.
010147     WRITE REG-SALHIS.
010148     ADD 1                        TO WS-FOTO-RENGLONES.
010149     ADD FOT-SALDO(WS-FOT-IDX)    TO WS-SUMA-FOTO.
010150 7810-GRABAR-SOBREV-EXIT.
010151     EXIT.
010152*
010153******************************************************************
010154* 7820-GRABAR-BAJA -- GRABA EN CERO UNA MONEDA DE LA ABSORBIDA.  *
010155******************************************************************
010156 7820-GRABAR-BAJA.
010157     ADD 1 TO WS-FOT-IDX.
010158     IF NOT FOT-EN-BAJA-SI(WS-FOT-IDX)
010159         GO TO 7820-GRABAR-BAJA-EXIT
010160     END-IF.
010161     MOVE SPACES                  TO REG-SALHIS.
010162     MOVE 'D'                     TO SAH-TIPO.
010163     MOVE 'F'                     TO SAH-ORIGEN.
010164     MOVE WS-CORTE-FUSION         TO SAH-CORTE.
010165     MOVE WS-CLAVE-BAJA           TO SAH-CLAVE.
010166     MOVE FOT-MONEDA(WS-FOT-IDX)  TO SAH-MONEDA.
010167     MOVE 0                       TO SAH-SALDO.
010168     MOVE 0                       TO SAH-MOVIMIENTOS.
010169     MOVE WS-NOMBRE-BAJA          TO SAH-NOMBRE.
010170     WRITE REG-SALHIS.
010171     ADD 1                        TO WS-FOTO-RENGLONES.
010172 7820-GRABAR-BAJA-EXIT.
010173     EXIT.
010174*
010175******************************************************************
010176* 8000-REGRABAR-PENDIENTES -- REGRABA PENDCLI DESDE LA TABLA.    *
010177*                            ANTES RELEE EL ARCHIVO Y LO MEZCLA  *
010178*                            CON LA TABLA: LOS FOLIOS RESUELTOS  *
010179*                            EN ESTA SESION CONSERVAN SU         *
010180*                            VERSION, LOS DEMAS TOMAN LA DEL     *
010181*                            ARCHIVO (POR                        *
010182*                            SI OTRA SESION LOS RESOLVIO) Y LOS  *
010183*                            QUE MANTCLI HAYA CAPTURADO MIENTRAS *
010184*                            TANTO SE AGREGAN.                   *
010185******************************************************************
010186 8000-REGRABAR-PENDIENTES.
010187     MOVE 'N' TO WS-SW-EOF-PEND.
010188     OPEN INPUT PEND-FILE.
010189     IF WS-FS-PEND-OK
010190         PERFORM 8050-MEZCLAR-RENGLON THRU
010191             8050-MEZCLAR-RENGLON-EXIT
010192             UNTIL WS-EOF-PEND-SI
010193         CLOSE PEND-FILE
010194     END-IF.
010195     OPEN OUTPUT PEND-FILE.
010196     IF NOT WS-FS-PEND-OK
010197         DISPLAY "APROBCLI: NO SE PUDO REGRABAR PENDCLI (ESTADO "
010198             WS-FS-PEND ")."
010199         GO TO 8000-REGRABAR-PENDIENTES-EXIT
010200     END-IF.
010201     MOVE 0 TO WS-PEN-IDX.
010202     PERFORM 8100-GRABAR-SOLICITUD THRU 8100-GRABAR-SOLICITUD-EXIT
010203         UNTIL WS-PEN-IDX NOT < WS-PEN-TOTAL.
010204     CLOSE PEND-FILE.
010205 8000-REGRABAR-PENDIENTES-EXIT.
010206     EXIT.
010207*
010208******************************************************************
010209* 8050-MEZCLAR-RENGLON -- LEE EL SIGUIENTE RENGLON DE PENDCLI Y  *
010210*                         LO BUSCA EN LA TABLA POR FOLIO. SI     *
010211*                         ESTA Y NO SE CAMBIO EN ESTA SESION, LA *
010212*                         ENTRADA TOMA EL RENGLON DEL ARCHIVO;   *
010213*                         SI NO ESTA, SE AGREGA AL FINAL DE LA   *
010214*                         TABLA.                                 *
010215******************************************************************
010216 8050-MEZCLAR-RENGLON.
010217     READ PEND-FILE
010218         AT END
010219             MOVE 'S' TO WS-SW-EOF-PEND
010220             GO TO 8050-MEZCLAR-RENGLON-EXIT
010221     END-READ.
010222     IF LIN-PENDIENTE(1:6) IS NOT NUMERIC
010223         GO TO 8050-MEZCLAR-RENGLON-EXIT
010224     END-IF.
010225     MOVE 'N' TO WS-SW-FOLIO-EN-TABLA.
010226     MOVE 0   TO WS-PEN-IDX.
010227     PERFORM 8060-BUSCAR-FOLIO THRU 8060-BUSCAR-FOLIO-EXIT
010228         UNTIL WS-FOLIO-EN-TABLA-SI
010229            OR WS-PEN-IDX NOT < WS-PEN-TOTAL.
010230     IF WS-FOLIO-EN-TABLA-SI
010231         IF NOT WS-PEN-CAMBIO-SI(WS-PEN-IDX)
010232             MOVE LIN-PENDIENTE TO WS-PEN-ENTRADA(WS-PEN-IDX)
010233         END-IF
010234         GO TO 8050-MEZCLAR-RENGLON-EXIT
010235     END-IF.
010236     IF WS-PEN-TOTAL NOT < WS-PEN-MAX
010237         DISPLAY "APROBCLI: PENDCLI REBASA " WS-PEN-MAX
010238             " SOLICITUDES; LA SOLICITUD " LIN-PENDIENTE(1:6)
010239             " NO CABE EN LA TABLA."
010240         GO TO 8050-MEZCLAR-RENGLON-EXIT
010241     END-IF.
010242     ADD 1 TO WS-PEN-TOTAL.
010243     MOVE LIN-PENDIENTE       TO WS-PEN-ENTRADA(WS-PEN-TOTAL).
010244     MOVE 'N'                 TO WS-PEN-CAMBIO(WS-PEN-TOTAL).
010245     IF LIN-PENDIENTE(1:6) > WS-FOLIO-MAX-CARGADO
010246         MOVE LIN-PENDIENTE(1:6) TO WS-FOLIO-MAX-CARGADO
010247     END-IF.
010248 8050-MEZCLAR-RENGLON-EXIT.
010249     EXIT.
010250*
010251******************************************************************
010252* 8060-BUSCAR-FOLIO -- COMPARA EL FOLIO DEL RENGLON LEIDO CONTRA *
010253*                      LA SIGUIENTE ENTRADA DE LA TABLA.         *
010254******************************************************************
010255 8060-BUSCAR-FOLIO.
010256     ADD 1 TO WS-PEN-IDX.
010257     IF WS-PEN-ENTRADA(WS-PEN-IDX)(1:6) = LIN-PENDIENTE(1:6)
010258         MOVE 'S' TO WS-SW-FOLIO-EN-TABLA
010259     END-IF.
010260 8060-BUSCAR-FOLIO-EXIT.
010261     EXIT.
010270*
010280******************************************************************
010290* 8100-GRABAR-SOLICITUD -- GRABA EN PENDCLI LA SIGUIENTE ENTRADA *
010300*                          DE LA TABLA Y LE QUITA LA MARCA DE    *
010301*                          CAMBIO.                               *
010310******************************************************************
010320 8100-GRABAR-SOLICITUD.
010330     ADD 1 TO WS-PEN-IDX.
010340     WRITE LIN-PENDIENTE FROM WS-PEN-ENTRADA(WS-PEN-IDX).
010341     MOVE 'N' TO WS-PEN-CAMBIO(WS-PEN-IDX).
010350 8100-GRABAR-SOLICITUD-EXIT.
010360     EXIT.
010370*
010380******************************************************************
010390* 8800-REGISTRAR-AUDITORIA -- AGREGA UN RENGLON AL LOG DE        *
010400*                            AUDITORIA (AUDITLOG) CON FECHA/HORA,*
010410*                            USUARIO DE TERMINAL Y SECUENCIA DEL *
010420*                            DIA.                                *
010430******************************************************************
010440 8800-REGISTRAR-AUDITORIA.
010450     MOVE FUNCTION CURRENT-DATE(1:14) TO AUD-FECHA-HORA.
010460     MOVE WS-USUARIO-TERMINAL        TO AUD-USUARIO.
010470     MOVE WS-AUD-CAMPO                TO AUD-CAMPO.
010480     MOVE WS-AUD-VALOR                TO AUD-VALOR.
010490     ADD 1 TO WS-AUD-SECUENCIA-ACT.
010500     MOVE WS-AUD-SECUENCIA-ACT        TO AUD-SECUENCIA.
010510     WRITE LIN-AUDITORIA FROM WS-LINEA-AUDITORIA.
010520 8800-REGISTRAR-AUDITORIA-EXIT.
010530     EXIT.
010540*
010550******************************************************************
010560* 8850-AUDITAR-FOLIO -- DEJA EN AUDITLOG, CON EL CAMPO QUE TRAE  *
010570*                       WS-AUD-CAMPO, LA CLAVE Y EL FOLIO DE LA  *
010580*                       SOLICITUD QUE ESTA EN REG-PENDIENTE.     *
010590******************************************************************
010600 8850-AUDITAR-FOLIO.
010610     MOVE PEN-CLAVE          TO WS-VAL-CLAVE.
010620     MOVE PEN-FOLIO          TO WS-DFO-FOLIO.
010630     MOVE WS-DATO-FOLIO      TO WS-VAL-DATO.
010640     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
010650     PERFORM 8800-REGISTRAR-AUDITORIA THRU
010660         8800-REGISTRAR-AUDITORIA-EXIT.
010670 8850-AUDITAR-FOLIO-EXIT.
010680     EXIT.
010690*
010700******************************************************************
010710* 8900-GRABAR-MOVIMIENTO -- AGREGA A CLIMOVS EL AJUSTE DE        *
010720*                          IMPORTE RECIEN APLICADO AL MAESTRO    *
010730*                          (ORIGEN 'M'), CON FECHA, SECUENCIA    *
010740*                          DEL DIA Y USUARIO, COMO LO HACE       *
010750*                          MANTCLI.                              *
010760******************************************************************
010770 8900-GRABAR-MOVIMIENTO.
010800     OPEN I-O MOVS-FILE.
010810     IF WS-FS-MOVS-NUEVO
010820         OPEN OUTPUT MOVS-FILE
010830         CLOSE MOVS-FILE
010840         OPEN I-O MOVS-FILE
010850     END-IF.
010860     IF NOT WS-FS-MOVS-OK
010870         DISPLAY "APROBCLI: NO SE PUDO ABRIR CLIMOVS (ESTADO "
010880             WS-FS-MOVS "); EL AJUSTE NO QUEDA EN EL DETALLE."
010890         GO TO 8900-GRABAR-MOVIMIENTO-EXIT
010900     END-IF.
010910     PERFORM 8950-SEMBRAR-SEC-MOVS THRU
010915         8950-SEMBRAR-SEC-MOVS-EXIT.
010920     MOVE CLI-CLAVE                   TO MOV-CLAVE.
010930     MOVE WS-FECHA-HOY                TO MOV-FECHA.
010950     MOVE WS-MOV-IMPORTE              TO MOV-IMPORTE.
010960     MOVE CLI-MONEDA                  TO MOV-MONEDA.
010970     MOVE 'M'                         TO MOV-ORIGEN.
010980     MOVE WS-USUARIO-TERMINAL         TO MOV-USUARIO.
010981     IF MOV-IMPORTE < 0
010982         MOVE 'R'                     TO MOV-TIPO
010983     ELSE
010984         MOVE 'D'                     TO MOV-TIPO
010985     END-IF.
010986     MOVE 0                           TO MOV-REF-FECHA
010987                                         MOV-REF-SECUENCIA.
010990     MOVE 'S'                         TO WS-SW-REINTENTO.
010992     PERFORM 8970-ESCRIBIR-MOVIMIENTO THRU
010993         8970-ESCRIBIR-MOVIMIENTO-EXIT
010994         UNTIL NOT WS-REINTENTO-SI.
011000     CLOSE MOVS-FILE.
011010 8900-GRABAR-MOVIMIENTO-EXIT.
011020     EXIT.
011030*
011040******************************************************************
011050* 8950-SEMBRAR-SEC-MOVS -- UBICA CON START EL ULTIMO MOVIMIENTO  *
011055*                         DE HOY DEL CLIENTE Y DEJA SU           *
011060*                         SECUENCIA EN LA DE TRABAJO, DE MODO    *
011065*                         QUE EL AJUSTE SIGA LA NUMERACION DEL   *
011070*                         DIA DEL CLIENTE. SIN MOVIMIENTOS HOY   *
011075*                         LA NUMERACION EMPIEZA EN UNO.          *
011100******************************************************************
011110 8950-SEMBRAR-SEC-MOVS.
011120     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
011130     MOVE 'N' TO WS-SW-EOF-ARCHIVO.
011140     MOVE 0   TO WS-MOV-SECUENCIA-ACT.
011150     MOVE CLI-CLAVE    TO MOV-CLAVE.
011155     MOVE WS-FECHA-HOY TO MOV-FECHA.
011160     MOVE 0            TO MOV-SECUENCIA.
011165     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
011170         INVALID KEY
011175             MOVE 'S' TO WS-SW-EOF-ARCHIVO
011180     END-START.
011185     PERFORM 8960-REVISAR-MOVIMIENTO THRU
011190         8960-REVISAR-MOVIMIENTO-EXIT
011195         UNTIL WS-EOF-ARCHIVO-SI.
011230 8950-SEMBRAR-SEC-MOVS-EXIT.
011240     EXIT.
011250*
011260******************************************************************
011270* 8960-REVISAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO Y       *
011280*                           RETIENE SU SECUENCIA MIENTRAS SEA    *
011290*                           DEL MISMO CLIENTE Y DE HOY.          *
011300******************************************************************
011310 8960-REVISAR-MOVIMIENTO.
011320     READ MOVS-FILE NEXT RECORD
011330         AT END
011340             MOVE 'S' TO WS-SW-EOF-ARCHIVO
011350             GO TO 8960-REVISAR-MOVIMIENTO-EXIT
011360     END-READ.
011370     IF NOT WS-FS-MOVS-OK
011375        OR MOV-CLAVE NOT = CLI-CLAVE
011380        OR MOV-FECHA NOT = WS-FECHA-HOY
011385         MOVE 'S' TO WS-SW-EOF-ARCHIVO
011390         GO TO 8960-REVISAR-MOVIMIENTO-EXIT
011395     END-IF.
011400     MOVE MOV-SECUENCIA TO WS-MOV-SECUENCIA-ACT.
011430 8960-REVISAR-MOVIMIENTO-EXIT.
011440     EXIT.
011450*
011460******************************************************************
011470* 9999-FINALIZAR -- CIERRA LOS ARCHIVOS ABIERTOS.                *
011480******************************************************************
011490 9999-FINALIZAR.
011500     IF WS-FS-CLIENTES-OK
011510         CLOSE CLIENTES-FILE
011520         CLOSE AUDIT-FILE
011530     END-IF.
011540     DISPLAY "FIN DE APROBCLI.".
011550 9999-FINALIZAR-EXIT.
011560     EXIT.
011570*
011580******************************************************************
011590* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
011600*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
011610*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
011620*                          LO INHABILITARON DURANTE LA SESION)   *
011630*                          TERMINA LA SESION.                    *
011640******************************************************************
011650 2100-AUTORIZAR-OPCION.
011660     MOVE WS-OPCION TO WS-ACC-OPCION.
011670     PERFORM 8700-VERIFICAR-ACCESO THRU
011680         8700-VERIFICAR-ACCESO-EXIT.
011690     IF WS-BLOQUEO-SI
011700         MOVE 'S' TO WS-SW-SALIR
011710     END-IF.
011720 2100-AUTORIZAR-OPCION-EXIT.
011730     EXIT.
011740*
011750******************************************************************
011760* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
011770*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
011780*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
011790*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
011800*                          INHABILITADO, O UN ROL SIN DERECHOS   *
011810*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
011820*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
011830*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
011840*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
011850*                          NEGACION QUEDA EN AUDITLOG.           *
011860******************************************************************
011870 8700-VERIFICAR-ACCESO.
011880     MOVE 'N'    TO WS-SW-ACCESO.
011890     MOVE 'N'    TO WS-SW-BLOQUEO.
011900     MOVE SPACE  TO WS-SW-ACC-USUARIO.
011910     MOVE 'N'    TO WS-SW-ACC-DERECHO.
011920     MOVE SPACES TO WS-ACC-ROL.
011930     MOVE SPACES TO WS-ACC-OPCIONES.
011940     MOVE 'U' TO WS-SW-ACC-PASADA.
011950     PERFORM 8740-RECORRER-PERFILES THRU
011960         8740-RECORRER-PERFILES-EXIT.
011970     IF NOT WS-FS-PERFIL-OK
011980         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
011990         MOVE 'S' TO WS-SW-BLOQUEO
012000         GO TO 8700-NEGAR-ACCESO
012010     END-IF.
012020     IF WS-ACC-USR-DESCONOCIDO
012030         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
012040         MOVE 'S' TO WS-SW-BLOQUEO
012050         GO TO 8700-NEGAR-ACCESO
012060     END-IF.
012070     IF NOT WS-ACC-USR-ACTIVO
012080         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
012090         MOVE 'S' TO WS-SW-BLOQUEO
012100         GO TO 8700-NEGAR-ACCESO
012110     END-IF.
012120     MOVE 'D' TO WS-SW-ACC-PASADA.
012130     PERFORM 8740-RECORRER-PERFILES THRU
012140         8740-RECORRER-PERFILES-EXIT.
012150     IF NOT WS-ACC-DERECHO-SI
012160         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
012170         MOVE 'S' TO WS-SW-BLOQUEO
012180         GO TO 8700-NEGAR-ACCESO
012190     END-IF.
012200     IF WS-ACC-OPCION NOT = SPACE
012210         MOVE 0 TO WS-ACC-CONTEO
012220         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
012230             FOR ALL WS-ACC-OPCION
012240         IF WS-ACC-CONTEO = 0
012250             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
012260             GO TO 8700-NEGAR-ACCESO
012270         END-IF
012280     END-IF.
012290     MOVE 'S' TO WS-SW-ACCESO.
012300     GO TO 8700-VERIFICAR-ACCESO-EXIT.
012310 8700-NEGAR-ACCESO.
012320     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
012330         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
012340     IF WS-BLOQUEO-SI
012350         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
012360             "ESTE PROGRAMA."
012370     END-IF.
012380     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
012390     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
012400     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
012410     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
012420     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
012430     PERFORM 8800-REGISTRAR-AUDITORIA THRU
012440         8800-REGISTRAR-AUDITORIA-EXIT.
012450 8700-VERIFICAR-ACCESO-EXIT.
012460     EXIT.
012470*
012480******************************************************************
012490* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
012500*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
012510*                           EN LA PASADA 'D' EL DERECHO DE SU    *
012520*                           ROL SOBRE ESTE PROGRAMA.             *
012530******************************************************************
012540 8740-RECORRER-PERFILES.
012550     MOVE 'N' TO WS-SW-EOF-PERFIL.
012560     OPEN INPUT PERFIL-FILE.
012570     IF NOT WS-FS-PERFIL-OK
012580         GO TO 8740-RECORRER-PERFILES-EXIT
012590     END-IF.
012600     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
012610         UNTIL WS-EOF-PERFIL-SI.
012620     CLOSE PERFIL-FILE.
012630 8740-RECORRER-PERFILES-EXIT.
012640     EXIT.
012650*
012660******************************************************************
012670* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
012680*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
012690******************************************************************
012700 8750-REVISAR-PERFIL.
012710     READ PERFIL-FILE INTO REG-PERFIL
012720         AT END
012730             MOVE 'S' TO WS-SW-EOF-PERFIL
012740             GO TO 8750-REVISAR-PERFIL-EXIT
012750     END-READ.
012760     IF WS-PASADA-USUARIO
012770         IF PRF-TIPO-USUARIO
012780            AND PRF-USUARIO = WS-USUARIO-TERMINAL
012790             MOVE PRF-ROL TO WS-ACC-ROL
012800             IF PRF-ACTIVO
012810                 MOVE 'A' TO WS-SW-ACC-USUARIO
012820             ELSE
012830                 MOVE 'I' TO WS-SW-ACC-USUARIO
012840             END-IF
012850         END-IF
012860     ELSE
012870         IF PRF-TIPO-DERECHO
012880            AND PRF-DER-ROL = WS-ACC-ROL
012890            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
012900             MOVE 'S' TO WS-SW-ACC-DERECHO
012910             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
012920         END-IF
012930     END-IF.
012940 8750-REVISAR-PERFIL-EXIT.
012950     EXIT.
012960*
012970******************************************************************
012980* 8970-ESCRIBIR-MOVIMIENTO -- GRABA EL AJUSTE CON LA SIGUIENTE   *
012990*                            SECUENCIA DEL CLIENTE; SI OTRA      *
013000*                            SESION YA LA TOMO PIDE OTRO         *
013010*                            INTENTO.                            *
013020******************************************************************
013030 8970-ESCRIBIR-MOVIMIENTO.
013040     MOVE 'N' TO WS-SW-REINTENTO.
013050     ADD 1 TO WS-MOV-SECUENCIA-ACT.
013060     MOVE WS-MOV-SECUENCIA-ACT TO MOV-SECUENCIA.
013070     WRITE REG-MOVIMIENTO
013080         INVALID KEY
013090             IF WS-FS-MOVS = '22'
013100                AND WS-MOV-SECUENCIA-ACT < 9999
013110                 MOVE 'S' TO WS-SW-REINTENTO
013120             END-IF
013130     END-WRITE.
013140     IF NOT WS-FS-MOVS-OK
013150        AND NOT WS-REINTENTO-SI
013160         DISPLAY "APROBCLI: NO SE PUDO GRABAR EL AJUSTE EN "
013170             "CLIMOVS (ESTADO " WS-FS-MOVS ")."
013180     END-IF.
013190 8970-ESCRIBIR-MOVIMIENTO-EXIT.
013200     EXIT.
013210*
