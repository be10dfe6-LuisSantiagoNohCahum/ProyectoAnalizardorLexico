000150*    REGISTRO Y DARLO DE BAJA, SIEMPRE CON CONFIRMACION DEL      *
000160*    OPERADOR. CADA CAMBIO QUEDA REGISTRADO EN EL MISMO LOG DE   *
000170*    AUDITORIA (AUDITLOG) QUE ALIMENTA USODEACCEPT.              *
000171*    LA MODIFICACION DE IMPORTE QUE REBASA EL UMBRAL DE PARMAPR, *
000172*    LA BAJA Y LA FUSION NO SE APLICAN AQUI: QUEDAN COMO         *
000173*    SOLICITUD EN PENDCLI HASTA QUE OTRO USUARIO LAS APRUEBE EN  *
000174*    APROBCLI.                                                   *
000175*    EL ACCESO SE VERIFICA CONTRA PERFILES (USUARIO ACTIVO CON   *
000176*    DERECHO DE SU ROL SOBRE MANTCLI Y SOBRE CADA OPCION); LAS   *
000177*    NEGACIONES VAN A AUDITLOG.                                  *
000180*                                                                *
000190******************************************************************
000200*    HISTORIAL DE MODIFICACIONES                                 *
000230*    08/21/2026  HNK     VERSION ORIGINAL.                       *
000240*    08/21/2026  HNK     EL MAESTRO PASA A LLAVE PRIMARIA POR    *
000250*                        CLI-CLAVE: LA MODIFICACION Y LA BAJA    *
000251*                        AHORA UBICAN EL REGISTRO POR CLAVE Y    *
000252*                        LA CONSULTA POR NOMBRE USA LA LLAVE     *
000253*                        ALTERNA Y MUESTRA TODOS LOS             *
000254*                        DUPLICADOS.                            *
000255*    08/21/2026  HNK     LA MODIFICACION QUITA LA MARCA DE       *
000256*                        EXPORTADO PARA QUE EXPOGL VUELVA A      *
000257*                        MANDAR EL IMPORTE CORREGIDO, LA         *
000258*                        CAPTURA DE LA CLAVE SE AUDITA Y LOS     *
000259*                        RENGLONES DE AUDITORIA DE CAMBIO Y      *
000260*                        BAJA LLEVAN LA CLAVE DEL CLIENTE.       *
000261*    09/03/2026  HNK     LA MODIFICACION LIMPIA LA FECHA DE      *
000262*                        EXPORTACION, GRABA EL AJUSTE DEL        *
000263*                        IMPORTE COMO MOVIMIENTO EN CLIMOVS Y    *
000264*                        LA CONSULTA MUESTRA LA FECHA.           *
000265*    09/03/2026  HNK     SE AGREGA LA FUSION DE CLIENTES         *
000266*                        DUPLICADOS: SUMA LOS IMPORTES EN LA     *
000267*                        CLAVE SOBREVIVIENTE, REAPUNTA EL        *
000268*                        HISTORICO (CALCHIST Y CLIMOVS), DA DE   *
000269*                        BAJA LA CLAVE ABSORBIDA Y DEJA LA       *
000270*                        OPERACION EN AUDITLOG.                  *
000271*    09/03/2026  HNK     CADA RENGLON DE AUDITORIA LLEVA         *
000272*                        SECUENCIA DEL DIA (VER VERAUDIT).       *
000273*    10/15/2026  HNK     DOBLE FIRMA: LA MODIFICACION DE IMPORTE *
000274*                        POR ENCIMA DEL UMBRAL DE PARMAPR, LA    *
000275*                        BAJA Y LA FUSION QUEDAN COMO SOLICITUD  *
000276*                        EN PENDCLI (AUDITADA) Y LAS APLICA      *
000277*                        APROBCLI; EL REAPUNTADO DEL HISTORICO   *
000278*                        DE LA FUSION PASA A APROBCLI.           *
000279*    10/15/2026  HNK     EL ACCESO AL PROGRAMA Y A CADA OPCION   *
000280*                        SE VERIFICA CONTRA PERFILES; LOS        *
000281*                        INTENTOS NEGADOS VAN A AUDITLOG.        *
000282*    10/15/2026  HNK     EL MOVIMIENTO DE AJUSTE LLEVA TIPO      *
000283*                        (DEPOSITO O RETIRO SEGUN EL SIGNO) Y    *
000284*                        REFERENCIA EN CERO.                     *
000285*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL   *
000286*                        CLIENTE: EL AJUSTE TOMA LA SECUENCIA    *
000287*                        DEL DIA DEL CLIENTE CON START POR       *
000288*                        LLAVE EN LUGAR DE RECORRER EL ARCHIVO.  *
000289******************************************************************
000319*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. HP.
000450     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-AUDIT.
000471     SELECT PERFIL-FILE ASSIGN TO "PERFILES"
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS WS-FS-PERFIL.
000474     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000475         ORGANIZATION IS INDEXED
000477         ACCESS MODE IS DYNAMIC
000478         RECORD KEY IS MOV-LLAVE
000479         FILE STATUS IS WS-FS-MOVS.
000480     SELECT PEND-FILE ASSIGN TO "PENDCLI"
000481         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS WS-FS-PEND.
000483     SELECT PARM-FILE ASSIGN TO "PARMAPR"
000484         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS WS-FS-PARM.
000486*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CLIENTES-FILE.
000520     COPY CLIENTE.
000530 FD  AUDIT-FILE.
000540 01  LIN-AUDITORIA                PIC X(80).
000541 FD  PERFIL-FILE.
000542 01  LIN-PERFIL                    PIC X(80).
000545 FD  MOVS-FILE.
000546     COPY MOVCLI.
000547 FD  PEND-FILE.
000548     COPY PENDCLI.
000549 FD  PARM-FILE.
000550 01  REG-PARAMETROS.
000551     05 PAR-UMBRAL                 PIC 9(09)V99.
000552     05 PAR-DIAS-VIGENCIA          PIC 9(03).
000553     05 FILLER                     PIC X(66).
000555*
000560 WORKING-STORAGE SECTION.
000570*
000580 01 WS-SWITCHES.
000640         88 WS-NUMERO-VALIDO-SI                  VALUE 'S'.
000650     05 WS-CONFIRMA                 PIC X(01)     VALUE 'N'.
000660         88 WS-CONFIRMA-SI                  VALUES 'S' 's'.
000661     05 WS-SW-REQUIERE-APROBACION  PIC X(01)     VALUE 'N'.
000662         88 WS-REQUIERE-APROBACION-SI            VALUE 'S'.
000670*
000680 01 WS-ARCHIVOS.
000690     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
000720         88 WS-FS-AUDIT-OK                        VALUE '00'.
000730     05 WS-SW-EOF-CLIENTES         PIC X(01)     VALUE 'N'.
000740         88 WS-EOF-CLIENTES-SI                   VALUE 'S'.
000741     05 WS-FS-PEND                 PIC X(02)     VALUE '00'.
000742         88 WS-FS-PEND-OK                        VALUE '00'.
000743     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000744         88 WS-FS-MOVS-OK                        VALUE '00'.
000745         88 WS-FS-MOVS-NUEVO                     VALUE '35'.
000746     05 WS-FS-PARM                 PIC X(02)     VALUE '00'.
000747         88 WS-FS-PARM-OK                        VALUE '00'.
000748     05 WS-SW-EOF-ARCHIVO          PIC X(01)     VALUE 'N'.
000749         88 WS-EOF-ARCHIVO-SI                    VALUE 'S'.
000750     05 WS-SW-EOF-PEND             PIC X(01)     VALUE 'N'.
000751         88 WS-EOF-PEND-SI                       VALUE 'S'.
000752     05 WS-FS-PERFIL               PIC X(02)     VALUE '00'.
000753         88 WS-FS-PERFIL-OK                      VALUE '00'.
000755*
000760 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
000770*
000771     COPY PERFIL.
000772*
000773     COPY ACCESO.
000774*
000780 01 WS-LINEA-AUDITORIA.
000790     05 AUD-FECHA-HORA             PIC X(14).
000800     05 FILLER                     PIC X(01)     VALUE SPACE.
000904     05 WS-IMPORTE-ANTERIOR        PIC S9(09)V99 VALUE 0.
000905     05 WS-MOV-IMPORTE             PIC S9(09)V99 VALUE 0.
000906     05 WS-MOV-SECUENCIA-ACT       PIC 9(04)     VALUE 0.
000907     05 WS-SW-REINTENTO            PIC X(01)     VALUE 'N'.
000908         88 WS-REINTENTO-SI                      VALUE 'S'.
000909*
000910 01 WS-CLAVE                       PIC 9(06).
000920 01 WS-CLAVE-ALFA                  PIC X(06).
000930 01 WS-NOMBRE                      PIC X(34).
000974     05 WS-CLAVE-BAJA              PIC 9(06)     VALUE 0.
000975     05 WS-NOMBRE-BAJA             PIC X(34)     VALUE SPACES.
000976     05 WS-IMPORTE-BAJA            PIC S9(09)V99 VALUE 0.
000977     05 WS-MONEDA-BAJA             PIC X(03)     VALUE SPACES.
000978*
000979 01 WS-CAMPOS-SOLICITUD.
000980     05 WS-UMBRAL-APROBACION       PIC 9(09)V99  VALUE 10000.00.
000981     05 WS-IMPORTE-EVALUAR         PIC S9(09)V99 VALUE 0.
000982     05 WS-FOLIO-ACT               PIC 9(06)     VALUE 0.
000983     05 WS-FOLIO-ABIERTO           PIC 9(06)     VALUE 0.
000984     05 WS-SOL-OPERACION           PIC X(01)     VALUE SPACE.
000985     05 WS-SOL-CLAVE               PIC 9(06)     VALUE 0.
000986     05 WS-SOL-CLAVE-BAJA          PIC 9(06)     VALUE 0.
000987     05 WS-SOL-NOMBRE              PIC X(34)     VALUE SPACES.
000988     05 WS-SOL-IMPORTE-ANT         PIC S9(09)V99 VALUE 0.
000989     05 WS-SOL-MONEDA-ANT          PIC X(03)     VALUE SPACES.
000990     05 WS-SOL-IMPORTE-NUEVO       PIC S9(09)V99 VALUE 0.
000991     05 WS-SOL-MONEDA-NUEVA        PIC X(03)     VALUE SPACES.
000992     05 WS-SOL-CAMPO-AUD           PIC X(10)     VALUE SPACES.
000993*
000994 01 WS-DATO-FOLIO.
000995     05 FILLER                     PIC X(06)     VALUE "FOLIO ".
000996     05 WS-DFO-FOLIO               PIC 9(06).
000997*
000998 01 WS-UMBRAL-EDIT                 PIC Z(8)9.99.
000999*
001000 01 WS-NUMERO-EDIT                 PIC -Z(8)9.99.
001001*
001010 01 WS-OPCION                      PIC 9(01).
001020     88 WS-OPC-CONSULTAR                         VALUE 1.
001030     88 WS-OPC-RECORRER                          VALUE 2.
001450     END-IF.
001452     PERFORM 1700-SEMBRAR-AUDITORIA THRU
001454         1700-SEMBRAR-AUDITORIA-EXIT.
001456     PERFORM 1800-CARGAR-PARAMETROS THRU
001457         1800-CARGAR-PARAMETROS-EXIT.
001460     OPEN EXTEND AUDIT-FILE.
001470     IF NOT WS-FS-AUDIT-OK
001480         OPEN OUTPUT AUDIT-FILE
001490         CLOSE AUDIT-FILE
001500         OPEN EXTEND AUDIT-FILE
001510     END-IF.
001511     MOVE "MANTCLI" TO WS-ACC-PROGRAMA.
001512     MOVE SPACE TO WS-ACC-OPCION.
001513     PERFORM 8700-VERIFICAR-ACCESO THRU
001514         8700-VERIFICAR-ACCESO-EXIT.
001515     IF NOT WS-ACCESO-SI
001516         MOVE 'S' TO WS-SW-SALIR
001517     END-IF.
001520 1000-INICIALIZAR-EXIT.
001530     EXIT.
001540*
001620     DISPLAY "1. CONSULTAR POR NOMBRE".
001630     DISPLAY "2. RECORRER EL ARCHIVO".
001640     DISPLAY "3. MODIFICAR IMPORTE Y MONEDA (POR CLAVE)".
001650     DISPLAY "4. SOLICITAR LA BAJA DE UN REGISTRO (POR CLAVE)".
001652     DISPLAY "5. SOLICITAR LA FUSION DE CLIENTES DUPLICADOS".
001660     DISPLAY "0. SALIR".
001670     DISPLAY "ELIGE UNA OPCION:" WITH NO ADVANCING.
001680     ACCEPT WS-OPCION.
001681     IF WS-OPC-VALIDA AND NOT WS-OPC-SALIR
001682         PERFORM 2100-AUTORIZAR-OPCION THRU
001683             2100-AUTORIZAR-OPCION-EXIT
001684         IF NOT WS-ACCESO-SI
001685             GO TO 2000-MENU-PRINCIPAL-EXIT
001686         END-IF
001687     END-IF.
001690     IF NOT WS-OPC-VALIDA
001700         DISPLAY "OPCION NO VALIDA, INTENTA DE NUEVO."
001710     ELSE
003112*                   AJUSTE DEL IMPORTE (NUEVO MENOS ANTERIOR)    *
003114*                   QUEDA COMO MOVIMIENTO EN CLIMOVS PARA QUE    *
003116*                   EL SALDO SIGA CUADRANDO CON EL DETALLE.      *
003117*                   SI EL CAMBIO REBASA EL UMBRAL DE APROBACION  *
003118*                   SOLO SE DEJA LA SOLICITUD (VER 5300).        *
003120******************************************************************
003130 5000-MODIFICAR.
003140     PERFORM 2400-BUSCAR-POR-CLAVE THRU
003310         DISPLAY "SE CANCELA LA MODIFICACION DE " CLI-NOMBRE "."
003320         GO TO 5000-MODIFICAR-EXIT
003330     END-IF.
003331     PERFORM 5300-EVALUAR-UMBRAL THRU 5300-EVALUAR-UMBRAL-EXIT.
003332     IF WS-REQUIERE-APROBACION-SI
003333         GO TO 5000-MODIFICAR-EXIT
003334     END-IF.
003335     MOVE CLI-NUMERO TO WS-IMPORTE-ANTERIOR.
003340     MOVE WS-NUMERO TO CLI-NUMERO.
003350     MOVE WS-MONEDA TO CLI-MONEDA.
003940     EXIT.
003950*
003960******************************************************************
003970* 6000-ELIMINAR -- SOLICITA LA BAJA DE UN REGISTRO DEL MAESTRO,  *
003980*                  CON CONFIRMACION DEL OPERADOR. LA BAJA        *
003990*                  QUEDA EN PENDCLI HASTA QUE SE APRUEBA.        *
004000******************************************************************
004010 6000-ELIMINAR.
004020     PERFORM 2400-BUSCAR-POR-CLAVE THRU
004130         DISPLAY "SE CANCELA LA BAJA DE " CLI-NOMBRE "."
004140         GO TO 6000-ELIMINAR-EXIT
004150     END-IF.
004160     MOVE 'B'             TO WS-SOL-OPERACION.
004170     MOVE CLI-CLAVE       TO WS-SOL-CLAVE.
004180     MOVE 0               TO WS-SOL-CLAVE-BAJA.
004190     MOVE CLI-NOMBRE      TO WS-SOL-NOMBRE.
004200     MOVE CLI-NUMERO      TO WS-SOL-IMPORTE-ANT.
004210     MOVE CLI-MONEDA      TO WS-SOL-MONEDA-ANT.
004220     MOVE 0               TO WS-SOL-IMPORTE-NUEVO.
004230     MOVE SPACES          TO WS-SOL-MONEDA-NUEVA.
004240     MOVE "SOL-BAJA"      TO WS-SOL-CAMPO-AUD.
004250     PERFORM 8600-SOLICITAR-APROBACION THRU
004260         8600-SOLICITAR-APROBACION-EXIT.
004290 6000-ELIMINAR-EXIT.
004300     EXIT.
004310*
004570     EXIT.
004580*
004590******************************************************************
004600* 7000-FUSIONAR -- SOLICITA LA CONSOLIDACION DE DOS CLAVES DEL   *
004610*                  MISMO CLIENTE. APROBCLI, AL APROBARLA, SUMA   *
004620*                  EL IMPORTE DE LA ABSORBIDA EN LA              *
004630*                  SOBREVIVIENTE, REAPUNTA SU HISTORICO Y DA     *
004640*                  DE BAJA EL REGISTRO ABSORBIDO; AQUI SOLO      *
004650*                  QUEDA LA SOLICITUD EN PENDCLI.                *
004660******************************************************************
004670 7000-FUSIONAR.
004680     DISPLAY "CLAVE SOBREVIVIENTE:" WITH NO ADVANCING.
004950     END-READ.
004960     MOVE CLI-NOMBRE TO WS-NOMBRE-BAJA.
004970     MOVE CLI-NUMERO TO WS-IMPORTE-BAJA.
004971     MOVE CLI-MONEDA TO WS-MONEDA-BAJA.
004980     DISPLAY "REGISTRO A ABSORBER:".
004990     PERFORM 2600-MOSTRAR-REGISTRO THRU
005000         2600-MOSTRAR-REGISTRO-EXIT.
005140         DISPLAY "SE CANCELA LA FUSION."
005150         GO TO 7000-FUSIONAR-EXIT
005160     END-IF.
005170     MOVE 'F'             TO WS-SOL-OPERACION.
005180     MOVE WS-CLAVE-SOBREV TO WS-SOL-CLAVE.
005190     MOVE WS-CLAVE-BAJA   TO WS-SOL-CLAVE-BAJA.
005200     MOVE CLI-NOMBRE      TO WS-SOL-NOMBRE.
005210     MOVE CLI-NUMERO      TO WS-SOL-IMPORTE-ANT.
005220     MOVE CLI-MONEDA      TO WS-SOL-MONEDA-ANT.
005230     MOVE WS-IMPORTE-BAJA TO WS-SOL-IMPORTE-NUEVO.
005240     MOVE WS-MONEDA-BAJA  TO WS-SOL-MONEDA-NUEVA.
005250     MOVE "SOL-FUSION"    TO WS-SOL-CAMPO-AUD.
005260     PERFORM 8600-SOLICITAR-APROBACION THRU
005270         8600-SOLICITAR-APROBACION-EXIT.
005600 7000-FUSIONAR-EXIT.
005610     EXIT.
005620*
007000******************************************************************
007010* 1700-SEMBRAR-AUDITORIA -- RECORRE AUDITLOG PARA DEJAR EN LA    *
007020*                          SECUENCIA DE TRABAJO LA MAS ALTA YA   *
007490*                          CAPTURA DE USODEACCEPT.               *
007500******************************************************************
007510 8900-GRABAR-MOVIMIENTO.
007540     OPEN I-O MOVS-FILE.
007550     IF WS-FS-MOVS-NUEVO
007560         OPEN OUTPUT MOVS-FILE
007570         CLOSE MOVS-FILE
007580         OPEN I-O MOVS-FILE
007590     END-IF.
007600     IF NOT WS-FS-MOVS-OK
007610         DISPLAY "MANTCLI: NO SE PUDO ABRIR CLIMOVS (ESTADO "
007620             WS-FS-MOVS "); EL AJUSTE NO QUEDA EN EL DETALLE."
007630         GO TO 8900-GRABAR-MOVIMIENTO-EXIT
007640     END-IF.
007650     PERFORM 8950-SEMBRAR-SEC-MOVS THRU
007655         8950-SEMBRAR-SEC-MOVS-EXIT.
007660     MOVE CLI-CLAVE                   TO MOV-CLAVE.
007670     MOVE WS-FECHA-HOY                TO MOV-FECHA.
007690     MOVE WS-MOV-IMPORTE              TO MOV-IMPORTE.
007700     MOVE CLI-MONEDA                  TO MOV-MONEDA.
007710     MOVE 'M'                         TO MOV-ORIGEN.
007720     MOVE WS-USUARIO-TERMINAL         TO MOV-USUARIO.
007721     IF MOV-IMPORTE < 0
007722         MOVE 'R'                     TO MOV-TIPO
007723     ELSE
007724         MOVE 'D'                     TO MOV-TIPO
007725     END-IF.
007726     MOVE 0                           TO MOV-REF-FECHA
007727                                         MOV-REF-SECUENCIA.
007730     MOVE 'S'                         TO WS-SW-REINTENTO.
007732     PERFORM 8970-ESCRIBIR-MOVIMIENTO THRU
007733         8970-ESCRIBIR-MOVIMIENTO-EXIT
007734         UNTIL NOT WS-REINTENTO-SI.
007740     CLOSE MOVS-FILE.
007750 8900-GRABAR-MOVIMIENTO-EXIT.
007760     EXIT.
007770*
007780******************************************************************
007790* 8950-SEMBRAR-SEC-MOVS -- UBICA CON START EL ULTIMO MOVIMIENTO  *
007791*                         DE HOY DEL CLIENTE Y DEJA SU           *
007792*                         SECUENCIA EN LA DE TRABAJO, DE MODO    *
007793*                         QUE EL AJUSTE SIGA LA NUMERACION DEL   *
007794*                         DIA DEL CLIENTE. SIN MOVIMIENTOS HOY   *
007795*                         LA NUMERACION EMPIEZA EN UNO.          *
007840******************************************************************
007850 8950-SEMBRAR-SEC-MOVS.
007860     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
007870     MOVE 'N' TO WS-SW-EOF-ARCHIVO.
007880     MOVE 0   TO WS-MOV-SECUENCIA-ACT.
007890     MOVE CLI-CLAVE    TO MOV-CLAVE.
007895     MOVE WS-FECHA-HOY TO MOV-FECHA.
007900     MOVE 0            TO MOV-SECUENCIA.
007905     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
007910         INVALID KEY
007915             MOVE 'S' TO WS-SW-EOF-ARCHIVO
007920     END-START.
007925     PERFORM 8960-REVISAR-MOVIMIENTO THRU
007930         8960-REVISAR-MOVIMIENTO-EXIT
007935         UNTIL WS-EOF-ARCHIVO-SI.
007970 8950-SEMBRAR-SEC-MOVS-EXIT.
007980     EXIT.
007990*
008000******************************************************************
008010* 8960-REVISAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO Y       *
008020*                           RETIENE SU SECUENCIA MIENTRAS SEA    *
008030*                           DEL MISMO CLIENTE Y DE HOY.          *
008040******************************************************************
008050 8960-REVISAR-MOVIMIENTO.
008060     READ MOVS-FILE NEXT RECORD
008070         AT END
008080             MOVE 'S' TO WS-SW-EOF-ARCHIVO
008090             GO TO 8960-REVISAR-MOVIMIENTO-EXIT
008100     END-READ.
008110     IF NOT WS-FS-MOVS-OK
008115        OR MOV-CLAVE NOT = CLI-CLAVE
008120        OR MOV-FECHA NOT = WS-FECHA-HOY
008125         MOVE 'S' TO WS-SW-EOF-ARCHIVO
008130         GO TO 8960-REVISAR-MOVIMIENTO-EXIT
008135     END-IF.
008140     MOVE MOV-SECUENCIA TO WS-MOV-SECUENCIA-ACT.
008170 8960-REVISAR-MOVIMIENTO-EXIT.
008180     EXIT.
008190*
008200******************************************************************
008210* 1800-CARGAR-PARAMETROS -- LEE EN PARMAPR EL UMBRAL DE          *
008220*                          APROBACION: UNA MODIFICACION CUYO     *
008230*                          AJUSTE LO REBASA QUEDA PENDIENTE DE   *
008240*                          UN SEGUNDO USUARIO. SIN ARCHIVO O CON *
008250*                          UN VALOR NO NUMERICO SE CONSERVA EL   *
008260*                          UMBRAL POR OMISION.                   *
008270******************************************************************
008280 1800-CARGAR-PARAMETROS.
008290     OPEN INPUT PARM-FILE.
008300     IF NOT WS-FS-PARM-OK
008310         GO TO 1800-CARGAR-PARAMETROS-EXIT
008320     END-IF.
008330     READ PARM-FILE
008340         AT END
008350             MOVE SPACES TO REG-PARAMETROS
008360     END-READ.
008370     IF PAR-UMBRAL IS NUMERIC
008380        AND PAR-UMBRAL > 0
008390         MOVE PAR-UMBRAL TO WS-UMBRAL-APROBACION
008400     END-IF.
008410     CLOSE PARM-FILE.
008420 1800-CARGAR-PARAMETROS-EXIT.
008430     EXIT.
008440*
008450******************************************************************
008460* 5300-EVALUAR-UMBRAL -- COMPARA EL AJUSTE CAPTURADO CONTRA EL   *
008470*                       UMBRAL DE APROBACION. SI CAMBIA LA       *
008480*                       MONEDA SE EVALUA EL IMPORTE NUEVO        *
008490*                       COMPLETO. SI LO REBASA DEJA LA SOLICITUD *
008500*                       EN PENDCLI Y EL MAESTRO NO SE TOCA.      *
008510******************************************************************
008520 5300-EVALUAR-UMBRAL.
008530     MOVE 'N' TO WS-SW-REQUIERE-APROBACION.
008540     COMPUTE WS-IMPORTE-EVALUAR = WS-NUMERO - CLI-NUMERO.
008550     IF WS-MONEDA NOT = CLI-MONEDA
008560         MOVE WS-NUMERO TO WS-IMPORTE-EVALUAR
008570     END-IF.
008580     IF WS-IMPORTE-EVALUAR < 0
008590         COMPUTE WS-IMPORTE-EVALUAR = 0 - WS-IMPORTE-EVALUAR
008600     END-IF.
008610     IF WS-IMPORTE-EVALUAR NOT > WS-UMBRAL-APROBACION
008620         GO TO 5300-EVALUAR-UMBRAL-EXIT
008630     END-IF.
008640     MOVE 'S' TO WS-SW-REQUIERE-APROBACION.
008650     MOVE WS-UMBRAL-APROBACION TO WS-UMBRAL-EDIT.
008660     DISPLAY "EL CAMBIO REBASA EL UMBRAL DE APROBACION ("
008670         WS-UMBRAL-EDIT ")."
008680     MOVE 'M'             TO WS-SOL-OPERACION.
008690     MOVE CLI-CLAVE       TO WS-SOL-CLAVE.
008700     MOVE 0               TO WS-SOL-CLAVE-BAJA.
008710     MOVE CLI-NOMBRE      TO WS-SOL-NOMBRE.
008720     MOVE CLI-NUMERO      TO WS-SOL-IMPORTE-ANT.
008730     MOVE CLI-MONEDA      TO WS-SOL-MONEDA-ANT.
008740     MOVE WS-NUMERO       TO WS-SOL-IMPORTE-NUEVO.
008750     MOVE WS-MONEDA       TO WS-SOL-MONEDA-NUEVA.
008760     MOVE "SOL-MODIF"     TO WS-SOL-CAMPO-AUD.
008770     PERFORM 8600-SOLICITAR-APROBACION THRU
008780         8600-SOLICITAR-APROBACION-EXIT.
008790 5300-EVALUAR-UMBRAL-EXIT.
008800     EXIT.
008810*
008820******************************************************************
008830* 8600-SOLICITAR-APROBACION -- AGREGA A PENDCLI LA SOLICITUD     *
008840*                             ARMADA EN WS-CAMPOS-SOLICITUD CON  *
008850*                             EL SIGUIENTE FOLIO, EL USUARIO QUE *
008860*                             LA CAPTURA Y LA FECHA, Y LA DEJA   *
008870*                             EN AUDITLOG. NO SE ACEPTA UNA      *
008880*                             SEGUNDA SOLICITUD SOBRE UNA CLAVE  *
008890*                             QUE YA TIENE UNA PENDIENTE.        *
008900******************************************************************
008910 8600-SOLICITAR-APROBACION.
008920     PERFORM 8650-REVISAR-PENDIENTES THRU
008930         8650-REVISAR-PENDIENTES-EXIT.
008940     IF WS-FOLIO-ABIERTO NOT = 0
008950         DISPLAY "YA EXISTE LA SOLICITUD " WS-FOLIO-ABIERTO
008960             " PENDIENTE DE APROBACION PARA ESA CLAVE; SE "
008970             "CANCELA LA OPERACION."
008980         GO TO 8600-SOLICITAR-APROBACION-EXIT
008990     END-IF.
009000     OPEN EXTEND PEND-FILE.
009010     IF NOT WS-FS-PEND-OK
009020         OPEN OUTPUT PEND-FILE
009030         CLOSE PEND-FILE
009040         OPEN EXTEND PEND-FILE
009050     END-IF.
009060     IF NOT WS-FS-PEND-OK
009070         DISPLAY "MANTCLI: NO SE PUDO ABRIR PENDCLI (ESTADO "
009080             WS-FS-PEND "); LA SOLICITUD NO SE REGISTRO."
009090         GO TO 8600-SOLICITAR-APROBACION-EXIT
009100     END-IF.
009110     ADD 1 TO WS-FOLIO-ACT.
009120     MOVE SPACES                      TO REG-PENDIENTE.
009130     MOVE WS-FOLIO-ACT                TO PEN-FOLIO.
009140     MOVE WS-SOL-OPERACION            TO PEN-OPERACION.
009150     MOVE 'P'                         TO PEN-ESTADO.
009160     MOVE WS-SOL-CLAVE                TO PEN-CLAVE.
009170     MOVE WS-SOL-CLAVE-BAJA           TO PEN-CLAVE-BAJA.
009180     MOVE WS-SOL-NOMBRE               TO PEN-NOMBRE.
009190     MOVE WS-SOL-IMPORTE-ANT          TO PEN-IMPORTE-ANT.
009200     MOVE WS-SOL-MONEDA-ANT           TO PEN-MONEDA-ANT.
009210     MOVE WS-SOL-IMPORTE-NUEVO        TO PEN-IMPORTE-NUEVO.
009220     MOVE WS-SOL-MONEDA-NUEVA         TO PEN-MONEDA-NUEVA.
009230     MOVE WS-USUARIO-TERMINAL         TO PEN-CAPTURISTA.
009240     MOVE FUNCTION CURRENT-DATE(1:8)  TO PEN-FECHA-SOL.
009250     MOVE FUNCTION CURRENT-DATE(9:6)  TO PEN-HORA-SOL.
009260     MOVE 0                           TO PEN-FECHA-RES.
009270     MOVE 0                           TO PEN-HORA-RES.
009280     WRITE REG-PENDIENTE.
009290     CLOSE PEND-FILE.
009300     MOVE WS-SOL-CLAVE       TO WS-VAL-CLAVE.
009310     MOVE WS-FOLIO-ACT       TO WS-DFO-FOLIO.
009320     MOVE WS-DATO-FOLIO      TO WS-VAL-DATO.
009330     MOVE WS-VALOR-CON-CLAVE TO WS-AUD-VALOR.
009340     MOVE WS-SOL-CAMPO-AUD   TO WS-AUD-CAMPO.
009350     PERFORM 8800-REGISTRAR-AUDITORIA THRU
009360         8800-REGISTRAR-AUDITORIA-EXIT.
009370     DISPLAY "LA OPERACION QUEDA PENDIENTE DE APROBACION CON "
009380         "FOLIO " WS-FOLIO-ACT "; LA DEBE APROBAR OTRO USUARIO"
009385         " EN APROBCLI.".
009390 8600-SOLICITAR-APROBACION-EXIT.
009400     EXIT.
009410*
009420******************************************************************
009430* 8650-REVISAR-PENDIENTES -- RECORRE PENDCLI PARA DEJAR EN       *
009440*                           WS-FOLIO-ACT EL FOLIO MAS ALTO YA    *
009450*                           USADO Y EN WS-FOLIO-ABIERTO EL DE    *
009460*                           UNA SOLICITUD TODAVIA PENDIENTE SOBRE*
009470*                           ALGUNA DE LAS CLAVES DE LA NUEVA.    *
009480******************************************************************
009490 8650-REVISAR-PENDIENTES.
009500     MOVE 0   TO WS-FOLIO-ACT.
009510     MOVE 0   TO WS-FOLIO-ABIERTO.
009520     MOVE 'N' TO WS-SW-EOF-PEND.
009530     OPEN INPUT PEND-FILE.
009540     IF NOT WS-FS-PEND-OK
009550         GO TO 8650-REVISAR-PENDIENTES-EXIT
009560     END-IF.
009570     PERFORM 8660-REVISAR-SOLICITUD THRU
009580         8660-REVISAR-SOLICITUD-EXIT
009590         UNTIL WS-EOF-PEND-SI.
009600     CLOSE PEND-FILE.
009610 8650-REVISAR-PENDIENTES-EXIT.
009620     EXIT.
009630*
009640******************************************************************
009650* 8660-REVISAR-SOLICITUD -- LEE LA SIGUIENTE SOLICITUD, RETIENE  *
009660*                          SU FOLIO SI REBASA EL RETENIDO Y      *
009670*                          REVISA SI SIGUE PENDIENTE SOBRE LA    *
009680*                          MISMA CLAVE.                          *
009690******************************************************************
009700 8660-REVISAR-SOLICITUD.
009710     READ PEND-FILE
009720         AT END
009730             MOVE 'S' TO WS-SW-EOF-PEND
009740             GO TO 8660-REVISAR-SOLICITUD-EXIT
009750     END-READ.
009760     IF PEN-FOLIO IS NOT NUMERIC
009770         GO TO 8660-REVISAR-SOLICITUD-EXIT
009780     END-IF.
009790     IF PEN-FOLIO > WS-FOLIO-ACT
009800         MOVE PEN-FOLIO TO WS-FOLIO-ACT
009810     END-IF.
009820     IF NOT PEN-PENDIENTE
009830         GO TO 8660-REVISAR-SOLICITUD-EXIT
009840     END-IF.
009850     IF PEN-CLAVE = WS-SOL-CLAVE
009860        OR (PEN-CLAVE-BAJA NOT = 0
009870            AND PEN-CLAVE-BAJA = WS-SOL-CLAVE)
009880         MOVE PEN-FOLIO TO WS-FOLIO-ABIERTO
009890     END-IF.
009900     IF WS-SOL-CLAVE-BAJA NOT = 0
009910        AND (PEN-CLAVE = WS-SOL-CLAVE-BAJA
009920             OR PEN-CLAVE-BAJA = WS-SOL-CLAVE-BAJA)
009930         MOVE PEN-FOLIO TO WS-FOLIO-ABIERTO
009940     END-IF.
009950 8660-REVISAR-SOLICITUD-EXIT.
009960     EXIT.
009970*
009980******************************************************************
009990* 2100-AUTORIZAR-OPCION -- VERIFICA EN PERFILES LA OPCION        *
010000*                          ELEGIDA ANTES DE EJECUTARLA. SI EL    *
010010*                          USUARIO QUEDO BLOQUEADO (POR EJEMPLO, *
010020*                          LO INHABILITARON DURANTE LA SESION)   *
010030*                          TERMINA LA SESION.                    *
010040******************************************************************
010050 2100-AUTORIZAR-OPCION.
010060     MOVE WS-OPCION TO WS-ACC-OPCION.
010070     PERFORM 8700-VERIFICAR-ACCESO THRU
010080         8700-VERIFICAR-ACCESO-EXIT.
010090     IF WS-BLOQUEO-SI
010100         MOVE 'S' TO WS-SW-SALIR
010110     END-IF.
010120 2100-AUTORIZAR-OPCION-EXIT.
010130     EXIT.
010140*
010150******************************************************************
010160* 8700-VERIFICAR-ACCESO -- CONSULTA EN PERFILES SI EL USUARIO DE *
010170*                          TERMINAL PUEDE USAR ESTE PROGRAMA Y,  *
010180*                          SI WS-ACC-OPCION NO ESTA EN BLANCO,   *
010190*                          ESA OPCION. UN USUARIO DESCONOCIDO O  *
010200*                          INHABILITADO, O UN ROL SIN DERECHOS   *
010210*                          SOBRE EL PROGRAMA, QUEDA BLOQUEADO    *
010220*                          (WS-SW-BLOQUEO); UNA OPCION NO        *
010230*                          ASIGNADA AL ROL SOLO SE NIEGA. SIN    *
010240*                          ARCHIVO DE PERFILES NADIE ENTRA. TODA *
010250*                          NEGACION QUEDA EN AUDITLOG.           *
010260******************************************************************
010270 8700-VERIFICAR-ACCESO.
010280     MOVE 'N'    TO WS-SW-ACCESO.
010290     MOVE 'N'    TO WS-SW-BLOQUEO.
010300     MOVE SPACE  TO WS-SW-ACC-USUARIO.
010310     MOVE 'N'    TO WS-SW-ACC-DERECHO.
010320     MOVE SPACES TO WS-ACC-ROL.
010330     MOVE SPACES TO WS-ACC-OPCIONES.
010340     MOVE 'U' TO WS-SW-ACC-PASADA.
010350     PERFORM 8740-RECORRER-PERFILES THRU
010360         8740-RECORRER-PERFILES-EXIT.
010370     IF NOT WS-FS-PERFIL-OK
010380         MOVE "NO EXISTE PERFILES" TO WS-ACC-MOTIVO
010390         MOVE 'S' TO WS-SW-BLOQUEO
010400         GO TO 8700-NEGAR-ACCESO
010410     END-IF.
010420     IF WS-ACC-USR-DESCONOCIDO
010430         MOVE "USUARIO DESCONOCIDO" TO WS-ACC-MOTIVO
010440         MOVE 'S' TO WS-SW-BLOQUEO
010450         GO TO 8700-NEGAR-ACCESO
010460     END-IF.
010470     IF NOT WS-ACC-USR-ACTIVO
010480         MOVE "USUARIO INHABILITADO" TO WS-ACC-MOTIVO
010490         MOVE 'S' TO WS-SW-BLOQUEO
010500         GO TO 8700-NEGAR-ACCESO
010510     END-IF.
010520     MOVE 'D' TO WS-SW-ACC-PASADA.
010530     PERFORM 8740-RECORRER-PERFILES THRU
010540         8740-RECORRER-PERFILES-EXIT.
010550     IF NOT WS-ACC-DERECHO-SI
010560         MOVE "ROL SIN ACCESO" TO WS-ACC-MOTIVO
010570         MOVE 'S' TO WS-SW-BLOQUEO
010580         GO TO 8700-NEGAR-ACCESO
010590     END-IF.
010600     IF WS-ACC-OPCION NOT = SPACE
010610         MOVE 0 TO WS-ACC-CONTEO
010620         INSPECT WS-ACC-OPCIONES TALLYING WS-ACC-CONTEO
010630             FOR ALL WS-ACC-OPCION
010640         IF WS-ACC-CONTEO = 0
010650             MOVE "OPCION NO AUTORIZADA" TO WS-ACC-MOTIVO
010660             GO TO 8700-NEGAR-ACCESO
010670         END-IF
010680     END-IF.
010690     MOVE 'S' TO WS-SW-ACCESO.
010700     GO TO 8700-VERIFICAR-ACCESO-EXIT.
010710 8700-NEGAR-ACCESO.
010720     DISPLAY WS-ACC-PROGRAMA ": ACCESO NEGADO A "
010730         WS-USUARIO-TERMINAL " (" WS-ACC-MOTIVO ").".
010740     IF WS-BLOQUEO-SI
010750         DISPLAY WS-ACC-PROGRAMA ": EL USUARIO NO PUEDE USAR "
010760             "ESTE PROGRAMA."
010770     END-IF.
010780     MOVE WS-ACC-PROGRAMA TO WS-VAC-PROGRAMA.
010790     MOVE WS-ACC-OPCION   TO WS-VAC-OPCION.
010800     MOVE WS-ACC-MOTIVO   TO WS-VAC-MOTIVO.
010810     MOVE "ACC-NEGADO"    TO WS-AUD-CAMPO.
010820     MOVE WS-VALOR-ACCESO TO WS-AUD-VALOR.
010830     PERFORM 8800-REGISTRAR-AUDITORIA THRU
010840         8800-REGISTRAR-AUDITORIA-EXIT.
010850 8700-VERIFICAR-ACCESO-EXIT.
010860     EXIT.
010870*
010880******************************************************************
010890* 8740-RECORRER-PERFILES -- LEE PERFILES COMPLETO; EN LA PASADA  *
010900*                           'U' BUSCA AL USUARIO DE TERMINAL Y   *
010910*                           EN LA PASADA 'D' EL DERECHO DE SU    *
010920*                           ROL SOBRE ESTE PROGRAMA.             *
010930******************************************************************
010940 8740-RECORRER-PERFILES.
010950     MOVE 'N' TO WS-SW-EOF-PERFIL.
010960     OPEN INPUT PERFIL-FILE.
010970     IF NOT WS-FS-PERFIL-OK
010980         GO TO 8740-RECORRER-PERFILES-EXIT
010990     END-IF.
011000     PERFORM 8750-REVISAR-PERFIL THRU 8750-REVISAR-PERFIL-EXIT
011010         UNTIL WS-EOF-PERFIL-SI.
011020     CLOSE PERFIL-FILE.
011030 8740-RECORRER-PERFILES-EXIT.
011040     EXIT.
011050*
011060******************************************************************
011070* 8750-REVISAR-PERFIL -- LEE EL SIGUIENTE RENGLON DE PERFILES Y  *
011080*                        LO COMPARA SEGUN LA PASADA EN CURSO.    *
011090******************************************************************
011100 8750-REVISAR-PERFIL.
011110     READ PERFIL-FILE INTO REG-PERFIL
011120         AT END
011130             MOVE 'S' TO WS-SW-EOF-PERFIL
011140             GO TO 8750-REVISAR-PERFIL-EXIT
011150     END-READ.
011160     IF WS-PASADA-USUARIO
011170         IF PRF-TIPO-USUARIO
011180            AND PRF-USUARIO = WS-USUARIO-TERMINAL
011190             MOVE PRF-ROL TO WS-ACC-ROL
011200             IF PRF-ACTIVO
011210                 MOVE 'A' TO WS-SW-ACC-USUARIO
011220             ELSE
011230                 MOVE 'I' TO WS-SW-ACC-USUARIO
011240             END-IF
011250         END-IF
011260     ELSE
011270         IF PRF-TIPO-DERECHO
011280            AND PRF-DER-ROL = WS-ACC-ROL
011290            AND PRF-DER-PROGRAMA = WS-ACC-PROGRAMA
011300             MOVE 'S' TO WS-SW-ACC-DERECHO
011310             MOVE PRF-DER-OPCIONES TO WS-ACC-OPCIONES
011320         END-IF
011330     END-IF.
011340 8750-REVISAR-PERFIL-EXIT.
011350     EXIT.
011360*
011370*
011380******************************************************************
011390* 8970-ESCRIBIR-MOVIMIENTO -- GRABA EL AJUSTE CON LA SIGUIENTE   *
011400*                            SECUENCIA DEL CLIENTE; SI OTRA      *
011410*                            SESION YA LA TOMO PIDE OTRO         *
011415*                            INTENTO.                            *
011420******************************************************************
011430 8970-ESCRIBIR-MOVIMIENTO.
011440     MOVE 'N' TO WS-SW-REINTENTO.
011450     ADD 1 TO WS-MOV-SECUENCIA-ACT.
011460     MOVE WS-MOV-SECUENCIA-ACT TO MOV-SECUENCIA.
011470     WRITE REG-MOVIMIENTO
011480         INVALID KEY
011490             IF WS-FS-MOVS = '22'
011500                AND WS-MOV-SECUENCIA-ACT < 9999
011510                 MOVE 'S' TO WS-SW-REINTENTO
011520             END-IF
011530     END-WRITE.
011540     IF NOT WS-FS-MOVS-OK
011550        AND NOT WS-REINTENTO-SI
011560         DISPLAY "MANTCLI: NO SE PUDO GRABAR EL AJUSTE EN "
011570             "CLIMOVS (ESTADO " WS-FS-MOVS ")."
011580     END-IF.
011590 8970-ESCRIBIR-MOVIMIENTO-EXIT.
011600     EXIT.
