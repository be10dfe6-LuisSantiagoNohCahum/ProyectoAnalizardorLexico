000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPPERF.
000030 AUTHOR. HIRONAKAMURA.
000040 INSTALLATION. GITHUB.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*
000080******************************************************************
000090*                                                                *
000100*    REPPERF                                                     *
000110*                                                                *
000120*    REPORTE MENSUAL DE RECERTIFICACION DE ACCESOS. LISTA CADA   *
000130*    USUARIO DE PERFILES CON SU ROL, ESTADO, FECHAS DE ALTA Y    *
000140*    ULTIMO CAMBIO (MARCADO CON * SI CAMBIO EN EL MES) Y LOS     *
000150*    ACCESOS NEGADOS QUE TUVO EN EL MES, SEGUIDO DE LOS          *
000160*    PROGRAMAS Y OPCIONES QUE SU ROL PUEDE USAR. DESPUES LISTA   *
000170*    DE AUDITLOG LOS CAMBIOS A PERFILES Y DERECHOS HECHOS EN EL  *
000180*    MES CON MANTPERF Y LOS ACCESOS NEGADOS DEL MES.             *
000190*                                                                *
000200*    SOLO LEE; EL REPORTE QUEDA EN REPPERF.TXT. PARAMETRO        *
000210*    OPCIONAL MES=AAAAMM (POR OMISION EL MES EN CURSO).          *
000220*                                                                *
000230******************************************************************
000240*    HISTORIAL DE MODIFICACIONES                                 *
000250*    FECHA       AUTOR   DESCRIPCION                             *
000260*    ----------  ------  -------------------------------------   *
000270*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000280******************************************************************
000290*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. HP.
000330 OBJECT-COMPUTER. HP.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-FS-PERFIL.
000390     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-FS-AUDIT.
000420     SELECT REPORTE-FILE ASSIGN TO "REPPERF.TXT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-FS-REPORTE.
000450*
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  PERFIL-FILE.
000490 01  LIN-PERFIL                    PIC X(80).
000500 FD  AUDIT-FILE.
000510 01  LIN-AUDITORIA.
000520     05 AUD-FECHA-HORA             PIC X(14).
000530     05 FILLER                     PIC X(01).
000540     05 AUD-USUARIO                PIC X(10).
000550     05 FILLER                     PIC X(01).
000560     05 AUD-CAMPO                  PIC X(10).
000570     05 FILLER                     PIC X(01).
000580     05 AUD-VALOR                  PIC X(34).
000590     05 AUD-SECUENCIA              PIC X(05).
000600     05 FILLER                     PIC X(04).
000610 FD  REPORTE-FILE.
000620 01  LIN-REPORTE                   PIC X(80).
000630*
000640 WORKING-STORAGE SECTION.
000650*
000660 01 WS-ARCHIVOS.
000670     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
000680         88 WS-FS-PERFIL-OK                      VALUE '00'.
000690     05 WS-FS-AUDIT                PIC X(02)     VALUE '00'.
000700         88 WS-FS-AUDIT-OK                       VALUE '00'.
000710     05 WS-FS-REPORTE              PIC X(02)     VALUE '00'.
000720     05 WS-SW-EOF-PERFIL           PIC X(01)     VALUE 'N'.
000730         88 WS-EOF-PERFIL-SI                     VALUE 'S'.
000740     05 WS-SW-EOF-AUDIT            PIC X(01)     VALUE 'N'.
000750         88 WS-EOF-AUDIT-SI                      VALUE 'S'.
000760*
000770 01 WS-SWITCHES.
000780     05 WS-SW-SECCION              PIC X(01)     VALUE SPACE.
000790         88 WS-SECC-CONTEO                       VALUE 'N'.
000800         88 WS-SECC-CAMBIOS                      VALUE 'C'.
000810         88 WS-SECC-NEGACIONES                   VALUE 'D'.
000820     05 WS-SW-TABLA-TRUNCA         PIC X(01)     VALUE 'N'.
000830         88 WS-TABLA-TRUNCA-SI                   VALUE 'S'.
000840     05 WS-SW-HALLADO              PIC X(01)     VALUE 'N'.
000850         88 WS-HALLADO-SI                        VALUE 'S'.
000860*
000870     COPY PERFIL.
000880*
000890 01 WS-PARM-LINEA                  PIC X(80).
000900 01 WS-PARM-MES-TXT                PIC X(06).
000910 01 WS-MES-REPORTE                 PIC 9(06)     VALUE 0.
000920 01 WS-ROL-USUARIO                 PIC X(10).
000930*
000940 01 WS-TABLA-PERFILES.
000950     05 WS-PRF-MAX                 PIC 9(03)     VALUE 500.
000960     05 WS-PRF-TOTAL               PIC 9(03)     VALUE 0.
000970     05 WS-PRF-IDX                 PIC 9(03)     VALUE 0.
000980     05 WS-DER-IDX                 PIC 9(03)     VALUE 0.
000990     05 WS-PRF-ENTRADA OCCURS 500 TIMES.
001000         10 ENT-RENGLON            PIC X(80).
001010         10 ENT-NEGADAS            PIC 9(05).
001020*
001030 01 WS-CONTADORES.
001040     05 WS-TOTAL-USUARIOS          PIC 9(05)     VALUE 0.
001050     05 WS-TOTAL-ACTIVOS           PIC 9(05)     VALUE 0.
001060     05 WS-TOTAL-INHABILITADOS     PIC 9(05)     VALUE 0.
001070     05 WS-TOTAL-DERECHOS          PIC 9(05)     VALUE 0.
001080     05 WS-TOTAL-DER-USUARIO       PIC 9(05)     VALUE 0.
001090     05 WS-TOTAL-SECCION           PIC 9(05)     VALUE 0.
001100     05 WS-TOTAL-CAMBIOS           PIC 9(05)     VALUE 0.
001110     05 WS-TOTAL-NEGACIONES        PIC 9(05)     VALUE 0.
001120*
001130 01 WS-LINEA-ENC-REPORTE.
001140     05 FILLER                     PIC X(40)
001150            VALUE "RECERTIFICACION DE ACCESOS (PERFILES)   ".
001160     05 FILLER                     PIC X(04)     VALUE "MES ".
001170     05 WS-ENC-MES                 PIC 9(06).
001180*
001190 01 WS-LINEA-TITULO.
001200     05 FILLER                     PIC X(01)     VALUE SPACE.
001210     05 WS-TIT-TEXTO               PIC X(70).
001220*
001230 01 WS-LINEA-ENC-USUARIO.
001240     05 FILLER                     PIC X(11)     VALUE "USUARIO".
001250     05 FILLER                     PIC X(11)     VALUE "ROL".
001260     05 FILLER                     PIC X(06)     VALUE "EDO".
001270     05 FILLER                     PIC X(09)     VALUE "ALTA".
001280     05 FILLER                     PIC X(09)     VALUE "CAMBIO".
001290     05 FILLER                     PIC X(08)     VALUE "NEGADOS".
001300     05 FILLER                     PIC X(20)     VALUE "NOMBRE".
001310*
001320 01 WS-LINEA-USUARIO.
001330     05 WS-DUS-USUARIO             PIC X(10).
001340     05 FILLER                     PIC X(01)     VALUE SPACE.
001350     05 WS-DUS-ROL                 PIC X(10).
001360     05 FILLER                     PIC X(01)     VALUE SPACE.
001370     05 WS-DUS-ESTADO              PIC X(05).
001380     05 FILLER                     PIC X(01)     VALUE SPACE.
001390     05 WS-DUS-ALTA                PIC 9(08).
001400     05 FILLER                     PIC X(01)     VALUE SPACE.
001410     05 WS-DUS-CAMBIO              PIC 9(08).
001420     05 WS-DUS-MARCA               PIC X(01).
001430     05 FILLER                     PIC X(01)     VALUE SPACE.
001440     05 WS-DUS-NEGADAS             PIC ZZZZ9.
001450     05 FILLER                     PIC X(02)     VALUE SPACES.
001460     05 WS-DUS-NOMBRE              PIC X(26).
001470*
001480 01 WS-LINEA-DERECHO.
001490     05 FILLER                     PIC X(06)     VALUE SPACES.
001500     05 FILLER                     PIC X(09)
001510            VALUE "PROGRAMA ".
001520     05 WS-DDE-PROGRAMA            PIC X(08).
001530     05 FILLER                     PIC X(10)
001540            VALUE " OPCIONES ".
001550     05 WS-DDE-OPCIONES            PIC X(10).
001560     05 FILLER                     PIC X(10)
001570            VALUE " ASIGNADO ".
001580     05 WS-DDE-FECHA               PIC 9(08).
001590     05 FILLER                     PIC X(05)     VALUE " POR ".
001600     05 WS-DDE-USUARIO             PIC X(10).
001610*
001620 01 WS-LINEA-SIN-DERECHOS.
001630     05 FILLER                     PIC X(06)     VALUE SPACES.
001640     05 FILLER                     PIC X(40)
001650            VALUE "(ROL SIN DERECHOS: NO ENTRA A NINGUNO)".
001660*
001670 01 WS-LINEA-ENC-AUDITORIA.
001680     05 FILLER                     PIC X(15)
001690            VALUE "FECHA-HORA".
001700     05 FILLER                     PIC X(11)     VALUE "USUARIO".
001710     05 FILLER                     PIC X(11)     VALUE "CAMPO".
001720     05 FILLER                     PIC X(34)     VALUE "DETALLE".
001730*
001740 01 WS-LINEA-AUDITORIA.
001750     05 WS-DAU-FECHA-HORA          PIC X(14).
001760     05 FILLER                     PIC X(01)     VALUE SPACE.
001770     05 WS-DAU-USUARIO             PIC X(10).
001780     05 FILLER                     PIC X(01)     VALUE SPACE.
001790     05 WS-DAU-CAMPO               PIC X(10).
001800     05 FILLER                     PIC X(01)     VALUE SPACE.
001810     05 WS-DAU-VALOR               PIC X(34).
001820*
001830 01 WS-LINEA-SIN-DATOS.
001840     05 FILLER                     PIC X(20)
001850            VALUE "  (NINGUNO)".
001860*
001870 01 WS-LINEA-TRL-USUARIOS.
001880     05 FILLER                     PIC X(10)
001890            VALUE "USUARIOS: ".
001900     05 WS-TRL-USUARIOS            PIC ZZZZ9.
001910     05 FILLER                     PIC X(11)
001920            VALUE "  ACTIVOS: ".
001930     05 WS-TRL-ACTIVOS             PIC ZZZZ9.
001940     05 FILLER                     PIC X(17)
001950            VALUE "  INHABILITADOS: ".
001960     05 WS-TRL-INHABILITADOS       PIC ZZZZ9.
001970     05 FILLER                     PIC X(12)
001980            VALUE "  DERECHOS: ".
001990     05 WS-TRL-DERECHOS            PIC ZZZZ9.
002000*
002010 01 WS-LINEA-TRL-AUDITORIA.
002020     05 FILLER                     PIC X(20)
002030            VALUE "CAMBIOS EN EL MES: ".
002040     05 WS-TRL-CAMBIOS             PIC ZZZZ9.
002050     05 FILLER                     PIC X(19)
002060            VALUE "  ACCESOS NEGADOS: ".
002070     05 WS-TRL-NEGACIONES          PIC ZZZZ9.
002080*
002090 PROCEDURE DIVISION.
002100*
002110******************************************************************
002120* 0000-MAINLINE -- CONTROLA LA SECUENCIA GENERAL DEL REPORTE.    *
002130******************************************************************
002140 0000-MAINLINE.
002150     PERFORM 0100-DETERMINAR-MES THRU 0100-DETERMINAR-MES-EXIT.
002160     PERFORM 1000-INICIALIZAR THRU 1000-INICIALIZAR-EXIT.
002170     MOVE 'N' TO WS-SW-SECCION.
002180     PERFORM 3000-RECORRER-AUDITORIA THRU
002190         3000-RECORRER-AUDITORIA-EXIT.
002200     PERFORM 2000-IMPRIMIR-USUARIOS THRU
002210         2000-IMPRIMIR-USUARIOS-EXIT.
002220     MOVE 'C' TO WS-SW-SECCION.
002230     MOVE "CAMBIOS A PERFILES Y DERECHOS EN EL MES (MANTPERF)"
002240         TO WS-TIT-TEXTO.
002250     PERFORM 3000-RECORRER-AUDITORIA THRU
002260         3000-RECORRER-AUDITORIA-EXIT.
002270     MOVE WS-TOTAL-SECCION TO WS-TOTAL-CAMBIOS.
002280     MOVE 'D' TO WS-SW-SECCION.
002290     MOVE "ACCESOS NEGADOS EN EL MES" TO WS-TIT-TEXTO.
002300     PERFORM 3000-RECORRER-AUDITORIA THRU
002310         3000-RECORRER-AUDITORIA-EXIT.
002320     MOVE WS-TOTAL-SECCION TO WS-TOTAL-NEGACIONES.
002330     PERFORM 8900-IMPRIMIR-TRAILER THRU
002340         8900-IMPRIMIR-TRAILER-EXIT.
002350     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
002360     STOP RUN.
002370*
002380******************************************************************
002390* 0100-DETERMINAR-MES -- TOMA EL MES DEL REPORTE DEL PARAMETRO   *
002400*                        MES=AAAAMM. SIN PARAMETRO SE REPORTA EL *
002410*                        MES EN CURSO.                           *
002420******************************************************************
002430 0100-DETERMINAR-MES.
002440     MOVE FUNCTION CURRENT-DATE(1:6) TO WS-MES-REPORTE.
002450     MOVE SPACES TO WS-PARM-LINEA.
002460     ACCEPT WS-PARM-LINEA FROM COMMAND-LINE.
002470     IF WS-PARM-LINEA(1:4) = "MES="
002480         MOVE WS-PARM-LINEA(5:6) TO WS-PARM-MES-TXT
002490         IF WS-PARM-MES-TXT IS NUMERIC
002500             MOVE WS-PARM-MES-TXT TO WS-MES-REPORTE
002510         ELSE
002520             DISPLAY "REPPERF: MES NO VALIDO (" WS-PARM-MES-TXT
002530                 "); SE REPORTA EL MES EN CURSO."
002540         END-IF
002550     END-IF.
002560 0100-DETERMINAR-MES-EXIT.
002570     EXIT.
002580*
002590******************************************************************
002600* 1000-INICIALIZAR -- CARGA PERFILES EN LA TABLA DE TRABAJO,     *
002610*                     ABRE EL REPORTE Y GRABA EL ENCABEZADO. SIN *
002620*                     PERFILES EL REPORTE SALE SIN USUARIOS.     *
002630******************************************************************
002640 1000-INICIALIZAR.
002650     OPEN INPUT PERFIL-FILE.
002660     IF WS-FS-PERFIL-OK
002670         PERFORM 1100-LEER-PERFIL THRU 1100-LEER-PERFIL-EXIT
002680         PERFORM 1200-GUARDAR-PERFIL THRU
002690             1200-GUARDAR-PERFIL-EXIT
002700             UNTIL WS-EOF-PERFIL-SI
002710         CLOSE PERFIL-FILE
002720     ELSE
002730         DISPLAY "REPPERF: NO EXISTE PERFILES (ESTADO "
002740             WS-FS-PERFIL "); NINGUN USUARIO TIENE ACCESO."
002750     END-IF.
002760     OPEN OUTPUT REPORTE-FILE.
002770     MOVE WS-MES-REPORTE TO WS-ENC-MES.
002780     WRITE LIN-REPORTE FROM WS-LINEA-ENC-REPORTE.
002790     IF WS-TABLA-TRUNCA-SI
002800         MOVE SPACES TO LIN-REPORTE
002810         MOVE "*** PERFILES NO CUPO; REPORTE INCOMPLETO ***"
002820             TO LIN-REPORTE
002830         WRITE LIN-REPORTE
002840     END-IF.
002850 1000-INICIALIZAR-EXIT.
002860     EXIT.
002870*
002880******************************************************************
002890* 1100-LEER-PERFIL -- LEE UN RENGLON DEL ARCHIVO DE PERFILES.    *
002900******************************************************************
002910 1100-LEER-PERFIL.
002920     READ PERFIL-FILE
002930         AT END
002940             MOVE 'S' TO WS-SW-EOF-PERFIL
002950     END-READ.
002960 1100-LEER-PERFIL-EXIT.
002970     EXIT.
002980*
002990******************************************************************
003000* 1200-GUARDAR-PERFIL -- PASA EL RENGLON ACTUAL A LA TABLA CON   *
003010*                        SU CONTADOR DE NEGACIONES EN CERO Y LEE *
003020*                        EL SIGUIENTE.                           *
003030******************************************************************
003040 1200-GUARDAR-PERFIL.
003050     IF WS-PRF-TOTAL NOT < WS-PRF-MAX
003060         DISPLAY "REPPERF: PERFILES EXCEDE " WS-PRF-MAX
003070             " RENGLONES; EL REPORTE QUEDA INCOMPLETO."
003080         MOVE 'S' TO WS-SW-TABLA-TRUNCA
003090         MOVE 'S' TO WS-SW-EOF-PERFIL
003100         GO TO 1200-GUARDAR-PERFIL-EXIT
003110     END-IF.
003120     ADD 1 TO WS-PRF-TOTAL.
003130     MOVE LIN-PERFIL TO ENT-RENGLON(WS-PRF-TOTAL).
003140     MOVE 0          TO ENT-NEGADAS(WS-PRF-TOTAL).
003150     PERFORM 1100-LEER-PERFIL THRU 1100-LEER-PERFIL-EXIT.
003160 1200-GUARDAR-PERFIL-EXIT.
003170     EXIT.
003180*
003190******************************************************************
003200* 2000-IMPRIMIR-USUARIOS -- IMPRIME CADA USUARIO DE LA TABLA CON *
003210*                           LOS DERECHOS DE SU ROL.              *
003220******************************************************************
003230 2000-IMPRIMIR-USUARIOS.
003240     MOVE SPACES TO LIN-REPORTE.
003250     WRITE LIN-REPORTE.
003260     MOVE "USUARIOS Y DERECHOS (* = PERFIL CAMBIADO EN EL MES)"
003270         TO WS-TIT-TEXTO.
003280     WRITE LIN-REPORTE FROM WS-LINEA-TITULO.
003290     WRITE LIN-REPORTE FROM WS-LINEA-ENC-USUARIO.
003300     MOVE 0 TO WS-PRF-IDX.
003310     PERFORM 2100-IMPRIMIR-USUARIO THRU 2100-IMPRIMIR-USUARIO-EXIT
003320         UNTIL WS-PRF-IDX NOT < WS-PRF-TOTAL.
003330     IF WS-TOTAL-USUARIOS = 0
003340         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DATOS
003350     END-IF.
003360 2000-IMPRIMIR-USUARIOS-EXIT.
003370     EXIT.
003380*
003390******************************************************************
003400* 2100-IMPRIMIR-USUARIO -- SI LA SIGUIENTE ENTRADA ES UN USUARIO *
003410*                          IMPRIME SU RENGLON Y DESPUES LOS      *
003420*                          DERECHOS DE SU ROL. LOS RENGLONES DE  *
003430*                          DERECHO SOLO SE CUENTAN.              *
003440******************************************************************
003450 2100-IMPRIMIR-USUARIO.
003460     ADD 1 TO WS-PRF-IDX.
003470     MOVE ENT-RENGLON(WS-PRF-IDX) TO REG-PERFIL.
003480     IF PRF-TIPO-DERECHO
003490         ADD 1 TO WS-TOTAL-DERECHOS
003500         GO TO 2100-IMPRIMIR-USUARIO-EXIT
003510     END-IF.
003520     IF NOT PRF-TIPO-USUARIO
003530         GO TO 2100-IMPRIMIR-USUARIO-EXIT
003540     END-IF.
003550     ADD 1 TO WS-TOTAL-USUARIOS.
003560     MOVE SPACE                  TO WS-DUS-MARCA.
003570     MOVE PRF-USUARIO            TO WS-DUS-USUARIO.
003580     MOVE PRF-ROL                TO WS-DUS-ROL.
003590     MOVE PRF-NOMBRE             TO WS-DUS-NOMBRE.
003600     MOVE PRF-FECHA-ALTA         TO WS-DUS-ALTA.
003610     MOVE PRF-FECHA-CAMBIO       TO WS-DUS-CAMBIO.
003620     MOVE ENT-NEGADAS(WS-PRF-IDX) TO WS-DUS-NEGADAS.
003630     IF PRF-ACTIVO
003640         MOVE "ACT"   TO WS-DUS-ESTADO
003650         ADD 1 TO WS-TOTAL-ACTIVOS
003660     ELSE
003670         MOVE "INHAB" TO WS-DUS-ESTADO
003680         ADD 1 TO WS-TOTAL-INHABILITADOS
003690     END-IF.
003700     IF PRF-FECHA-CAMBIO(1:6) = WS-MES-REPORTE
003710         MOVE '*' TO WS-DUS-MARCA
003720     END-IF.
003730     WRITE LIN-REPORTE FROM WS-LINEA-USUARIO.
003740     MOVE PRF-ROL TO WS-ROL-USUARIO.
003750     MOVE 0 TO WS-TOTAL-DER-USUARIO.
003760     MOVE 0 TO WS-DER-IDX.
003770     PERFORM 2200-IMPRIMIR-DERECHO THRU 2200-IMPRIMIR-DERECHO-EXIT
003780         UNTIL WS-DER-IDX NOT < WS-PRF-TOTAL.
003790     IF WS-TOTAL-DER-USUARIO = 0
003800         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DERECHOS
003810     END-IF.
003820 2100-IMPRIMIR-USUARIO-EXIT.
003830     EXIT.
003840*
003850******************************************************************
003860* 2200-IMPRIMIR-DERECHO -- IMPRIME LA SIGUIENTE ENTRADA DE LA    *
003870*                          TABLA SI ES UN DERECHO DEL ROL DEL    *
003880*                          USUARIO EN CURSO.                     *
003890******************************************************************
003900 2200-IMPRIMIR-DERECHO.
003910     ADD 1 TO WS-DER-IDX.
003920     MOVE ENT-RENGLON(WS-DER-IDX) TO REG-PERFIL.
003930     IF NOT PRF-TIPO-DERECHO
003940        OR PRF-DER-ROL NOT = WS-ROL-USUARIO
003950         GO TO 2200-IMPRIMIR-DERECHO-EXIT
003960     END-IF.
003970     ADD 1 TO WS-TOTAL-DER-USUARIO.
003980     MOVE PRF-DER-PROGRAMA     TO WS-DDE-PROGRAMA.
003990     MOVE PRF-DER-OPCIONES     TO WS-DDE-OPCIONES.
004000     MOVE PRF-DER-FECHA-CAMBIO TO WS-DDE-FECHA.
004010     MOVE PRF-DER-USR-CAMBIO   TO WS-DDE-USUARIO.
004020     WRITE LIN-REPORTE FROM WS-LINEA-DERECHO.
004030 2200-IMPRIMIR-DERECHO-EXIT.
004040     EXIT.
004050*
004060******************************************************************
004070* 3000-RECORRER-AUDITORIA -- RECORRE AUDITLOG COMPLETO. EN LA    *
004080*                            PASADA DE CONTEO SUMA A CADA        *
004090*                            USUARIO SUS ACCESOS NEGADOS DEL     *
004100*                            MES; EN LAS DEMAS IMPRIME LOS       *
004110*                            RENGLONES DE LA SECCION EN CURSO.   *
004120*                            SIN ARCHIVO LA SECCION QUEDA VACIA. *
004130******************************************************************
004140 3000-RECORRER-AUDITORIA.
004150     MOVE 0 TO WS-TOTAL-SECCION.
004160     IF NOT WS-SECC-CONTEO
004170         MOVE SPACES TO LIN-REPORTE
004180         WRITE LIN-REPORTE
004190         WRITE LIN-REPORTE FROM WS-LINEA-TITULO
004200         WRITE LIN-REPORTE FROM WS-LINEA-ENC-AUDITORIA
004210     END-IF.
004220     MOVE 'N' TO WS-SW-EOF-AUDIT.
004230     OPEN INPUT AUDIT-FILE.
004240     IF WS-FS-AUDIT-OK
004250         PERFORM 3100-REVISAR-RENGLON THRU
004260             3100-REVISAR-RENGLON-EXIT
004270             UNTIL WS-EOF-AUDIT-SI
004280         CLOSE AUDIT-FILE
004290     END-IF.
004300     IF WS-TOTAL-SECCION = 0
004310        AND NOT WS-SECC-CONTEO
004320         WRITE LIN-REPORTE FROM WS-LINEA-SIN-DATOS
004330     END-IF.
004340 3000-RECORRER-AUDITORIA-EXIT.
004350     EXIT.
004360*
004370******************************************************************
004380* 3100-REVISAR-RENGLON -- LEE EL SIGUIENTE RENGLON DEL LOG; SI   *
004390*                         ES DEL MES Y DE LA SECCION EN CURSO LO *
004400*                         CUENTA O LO IMPRIME.                   *
004410******************************************************************
004420 3100-REVISAR-RENGLON.
004430     READ AUDIT-FILE
004440         AT END
004450             MOVE 'S' TO WS-SW-EOF-AUDIT
004460             GO TO 3100-REVISAR-RENGLON-EXIT
004470     END-READ.
004480     IF AUD-FECHA-HORA(1:6) NOT = WS-MES-REPORTE
004490         GO TO 3100-REVISAR-RENGLON-EXIT
004500     END-IF.
004510     EVALUATE TRUE
004520         WHEN WS-SECC-CONTEO
004530             IF AUD-CAMPO = "ACC-NEGADO"
004540                 PERFORM 3200-CONTAR-NEGACION THRU
004550                     3200-CONTAR-NEGACION-EXIT
004560             END-IF
004570             GO TO 3100-REVISAR-RENGLON-EXIT
004580         WHEN WS-SECC-CAMBIOS
004590             IF AUD-CAMPO(1:5) NOT = "PERF-"
004600                AND AUD-CAMPO(1:4) NOT = "DER-"
004610                 GO TO 3100-REVISAR-RENGLON-EXIT
004620             END-IF
004630         WHEN WS-SECC-NEGACIONES
004640             IF AUD-CAMPO NOT = "ACC-NEGADO"
004650                 GO TO 3100-REVISAR-RENGLON-EXIT
004660             END-IF
004670     END-EVALUATE.
004680     MOVE AUD-FECHA-HORA TO WS-DAU-FECHA-HORA.
004690     MOVE AUD-USUARIO    TO WS-DAU-USUARIO.
004700     MOVE AUD-CAMPO      TO WS-DAU-CAMPO.
004710     MOVE AUD-VALOR      TO WS-DAU-VALOR.
004720     WRITE LIN-REPORTE FROM WS-LINEA-AUDITORIA.
004730     ADD 1 TO WS-TOTAL-SECCION.
004740 3100-REVISAR-RENGLON-EXIT.
004750     EXIT.
004760*
004770******************************************************************
004780* 3200-CONTAR-NEGACION -- SUMA EL ACCESO NEGADO AL USUARIO DEL   *
004790*                         RENGLON SI ESTA EN PERFILES (LOS       *
004800*                         DESCONOCIDOS SOLO SALEN EN EL DETALLE).*
004810******************************************************************
004820 3200-CONTAR-NEGACION.
004830     MOVE 'N' TO WS-SW-HALLADO.
004840     MOVE 0   TO WS-PRF-IDX.
004850     PERFORM 3250-COTEJAR-USUARIO THRU 3250-COTEJAR-USUARIO-EXIT
004860         UNTIL WS-HALLADO-SI
004870            OR WS-PRF-IDX NOT < WS-PRF-TOTAL.
004880     IF WS-HALLADO-SI
004890         ADD 1 TO ENT-NEGADAS(WS-PRF-IDX)
004900     END-IF.
004910 3200-CONTAR-NEGACION-EXIT.
004920     EXIT.
004930*
004940******************************************************************
004950* 3250-COTEJAR-USUARIO -- COMPARA LA SIGUIENTE ENTRADA DE LA     *
004960*                         TABLA CONTRA EL USUARIO DEL RENGLON.   *
004970******************************************************************
004980 3250-COTEJAR-USUARIO.
004990     ADD 1 TO WS-PRF-IDX.
005000     MOVE ENT-RENGLON(WS-PRF-IDX) TO REG-PERFIL.
005010     IF PRF-TIPO-USUARIO
005020        AND PRF-USUARIO = AUD-USUARIO
005030         MOVE 'S' TO WS-SW-HALLADO
005040     END-IF.
005050 3250-COTEJAR-USUARIO-EXIT.
005060     EXIT.
005070*
005080******************************************************************
005090* 8900-IMPRIMIR-TRAILER -- IMPRIME LOS TOTALES DEL REPORTE.      *
005100******************************************************************
005110 8900-IMPRIMIR-TRAILER.
005120     MOVE SPACES TO LIN-REPORTE.
005130     WRITE LIN-REPORTE.
005140     MOVE WS-TOTAL-USUARIOS      TO WS-TRL-USUARIOS.
005150     MOVE WS-TOTAL-ACTIVOS       TO WS-TRL-ACTIVOS.
005160     MOVE WS-TOTAL-INHABILITADOS TO WS-TRL-INHABILITADOS.
005170     MOVE WS-TOTAL-DERECHOS      TO WS-TRL-DERECHOS.
005180     WRITE LIN-REPORTE FROM WS-LINEA-TRL-USUARIOS.
005190     MOVE WS-TOTAL-CAMBIOS       TO WS-TRL-CAMBIOS.
005200     MOVE WS-TOTAL-NEGACIONES    TO WS-TRL-NEGACIONES.
005210     WRITE LIN-REPORTE FROM WS-LINEA-TRL-AUDITORIA.
005220 8900-IMPRIMIR-TRAILER-EXIT.
005230     EXIT.
005240*
005250******************************************************************
005260* 9999-FINALIZAR -- CIERRA EL REPORTE Y DESPLIEGA EL RESUMEN.    *
005270******************************************************************
005280 9999-FINALIZAR.
005290     CLOSE REPORTE-FILE.
005300     DISPLAY "REPPERF: MES " WS-MES-REPORTE
005310         " USUARIOS " WS-TOTAL-USUARIOS
005320         " DERECHOS " WS-TOTAL-DERECHOS
005330         " CAMBIOS " WS-TOTAL-CAMBIOS
005340         " NEGADOS " WS-TOTAL-NEGACIONES.
005350     DISPLAY "REPPERF: REPORTE EN REPPERF.TXT".
005360 9999-FINALIZAR-EXIT.
005370     EXIT.
