000467*                        EN CLIMOVS Y EL SALDO SE ACUMULA.       *
000468*    09/03/2026  HNK     LA AUDITORIA LLEVA SECUENCIA POR DIA    *
000469*                        Y CIERRE *CONTROL* (VER VERAUDIT).      *
000470*    10/15/2026  HNK     LA AMORTIZACION INTERACTIVA PUEDE       *
000471*                        CONTRATAR EL PRESTAMO: LO DA DE ALTA EN *
000472*                        EL MAESTRO PRESTAMOS (CLAVE + NUMERO)   *
000473*                        QUE FACTURA FACTPRES CADA NOCHE.        *
000474*    10/15/2026  HNK     EL LOTE TRAE TIPO DE TRANSACCION: UN    *
000475*                        REVERSO SE ASIENTA EN CLIMOVS COMO      *
000476*                        MOVIMIENTO PROPIO CON EL IMPORTE        *
000477*                        CONTRARIO Y LA REFERENCIA DEL ORIGINAL, *
000478*                        SIN CAMBIAR EL NOMBRE DEL CLIENTE, Y SE *
000479*                        AUDITA.                                 *
000480*    10/15/2026  HNK     CLIMOVS Y CALCHIST PASAN A INDEXADOS    *
000481*                        POR CLAVE DEL CLIENTE: LA SECUENCIA     *
000482*                        DEL MOVIMIENTO SIGUE A LA DEL ULTIMO    *
000483*                        MOVIMIENTO DEL CLIENTE EN EL DIA        *
000484*                        (START POR LLAVE) SIN RECORRER CLIMOVS. *
000485*    10/15/2026  HNK     EL PRESTAMO, UNO POR SESION Y SOLO DE   *
000486*                        UN CLIENTE EXISTENTE EN SU MONEDA, SE   *
000487*                        DA DE ALTA TRAS EL ABONO (ORIGEN 'L').  *
000488******************************************************************
000489*
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. HP.
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-FS-AUDIT.
000710     SELECT CALHIS-FILE ASSIGN TO "CALCHIST"
000720         ORGANIZATION IS INDEXED
000721         ACCESS MODE IS DYNAMIC
000722         RECORD KEY IS CAL-LLAVE
000730         FILE STATUS IS WS-FS-CALHIS.
000740     SELECT AMORT-FILE ASSIGN TO "AMORTIZA.TXT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000825         ORGANIZATION IS LINE SEQUENTIAL
000826         FILE STATUS IS WS-FS-CALCRES.
000827     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000828         ORGANIZATION IS INDEXED
000829         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS MOV-LLAVE
000831         FILE STATUS IS WS-FS-MOVS.
000832     SELECT PRESTAMOS-FILE ASSIGN TO "PRESTAMOS"
000833         ORGANIZATION IS INDEXED
000834         ACCESS MODE IS DYNAMIC
000835         RECORD KEY IS PRE-LLAVE
000836         FILE STATUS IS WS-FS-PRESTAMOS.
000837*
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  CLIENTES-FILE.
000920     05 TRN-NUMERO                 PIC S9(09)V99
000930            SIGN IS TRAILING SEPARATE.
000940     05 TRN-MONEDA                 PIC X(03).
000941     05 TRN-TIPO                   PIC X(01).
000942         88 TRN-TIPO-REVERSO                     VALUE 'V'.
000943     05 TRN-REF-FECHA              PIC 9(08).
000944     05 TRN-REF-SECUENCIA          PIC 9(04).
000950 FD  CTL-FILE.
000960 01  REG-CONTROL.
000970     05 CTL-ULTIMO-REG            PIC 9(08).
000980 FD  AUDIT-FILE.
000990 01  LIN-AUDITORIA                PIC X(80).
001000 FD  CALHIS-FILE.
001010     COPY CALHIS.
001101 FD  CALCREQ-FILE.
001102 01  REG-CALC-REQ.
001103     05 REQ-CLAVE                  PIC 9(06).
001108     COPY MOVCLI.
001110 FD  AMORT-FILE.
001120 01  LIN-AMORT                    PIC X(80).
001121 FD  PRESTAMOS-FILE.
001122     COPY PRESTAMO.
001130 FD  CLICTRL-FILE.
001140 01  REG-CTL-CLAVE.
001150     05 CCL-SIGUIENTE-CLAVE       PIC 9(06).
001360         88 WS-CLAVE-ERROR-SI                    VALUE 'S'.
001370     05 WS-CONFIRMA                 PIC X(01)     VALUE 'N'.
001380         88 WS-CONFIRMA-SI                  VALUES 'S' 's'.
001381     05 WS-SW-REVERSO              PIC X(01)     VALUE 'N'.
001382         88 WS-REVERSO-SI                        VALUE 'S'.
001390*
001400 01 WS-ARCHIVOS.
001410     05 WS-FS-CLIENTES             PIC X(02)     VALUE '00'.
001510         88 WS-FS-AUDIT-OK                        VALUE '00'.
001520     05 WS-FS-CALHIS               PIC X(02)     VALUE '00'.
001530         88 WS-FS-CALHIS-OK                      VALUE '00'.
001531         88 WS-FS-CALHIS-NUEVO                   VALUE '35'.
001540     05 WS-FS-AMORT                PIC X(02)     VALUE '00'.
001550         88 WS-FS-AMORT-OK                       VALUE '00'.
001560     05 WS-FS-CLICTRL              PIC X(02)     VALUE '00'.
001627         88 WS-EOF-CALCREQ-SI                    VALUE 'S'.
001628     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
001629         88 WS-FS-MOVS-OK                        VALUE '00'.
001630         88 WS-FS-MOVS-NUEVO                     VALUE '35'.
001631     05 WS-FS-PRESTAMOS            PIC X(02)     VALUE '00'.
001632         88 WS-FS-PRESTAMOS-OK                   VALUE '00'.
001633         88 WS-FS-PRESTAMOS-NUEVO                VALUE '35'.
001634*
001640 01 WS-MODO-PROCESO                PIC X(01)     VALUE 'I'.
001650     88 WS-MODO-INTERACTIVO                      VALUE 'I'.
001660     88 WS-MODO-BATCH                            VALUE 'B'.
001857     05 WS-MOV-SECUENCIA-ACT       PIC 9(04)     VALUE 0.
001858     05 WS-SW-EOF-MOVS             PIC X(01)     VALUE 'N'.
001859         88 WS-EOF-MOVS-SI                       VALUE 'S'.
001860     05 WS-CAL-SECUENCIA-ACT       PIC 9(04)     VALUE 0.
001861     05 WS-SW-REINTENTO            PIC X(01)     VALUE 'N'.
001862         88 WS-REINTENTO-SI                      VALUE 'S'.
001863         88 WS-REINTENTO-NO                      VALUE 'N'.
001864 01 WS-CHECKPOINT-INTERVALO       PIC 9(04)     VALUE 10.
001865*
001871 01 WS-REVERSO-REF.
001872     05 WS-REV-FECHA               PIC 9(08)     VALUE 0.
001873     05 FILLER                     PIC X(01)     VALUE "-".
001874     05 WS-REV-SECUENCIA           PIC 9(04)     VALUE 0.
001875 01 WS-AUD-VALOR-REVERSO.
001876     05 WS-AUDR-CLAVE              PIC 9(06).
001877     05 FILLER                     PIC X(07)     VALUE " ANULA ".
001878     05 WS-AUDR-REFERENCIA         PIC X(13).
001879*
001880 01 WS-USUARIO-TERMINAL           PIC X(10)     VALUE SPACES.
001890*
001900 01 WS-LINEA-AUDITORIA.
002280     05 WS-RESULTADO               PIC S9(09)V99.
002290*
002300 01 WS-FUNCION-CALC                PIC X(14)     VALUE SPACES.
002301*
002302 01 WS-DIAS-POR-MES                PIC X(24)
002303        VALUE "312831303130313130313031".
002304 01 WS-DIAS-POR-MES-R REDEFINES WS-DIAS-POR-MES.
002305     05 WS-DIAS-MES                PIC 9(02)     OCCURS 12 TIMES.
002306 01 WS-VEN-DIAS-TOPE               PIC 9(02)     VALUE 0.
002310*
002320 01 WS-CAMPOS-TABLA-AMORT.
002330     05 WS-AMT-PERIODO             PIC 9(03)     VALUE 0.
002660     05 WS-AMT-DET-INTERES         PIC -Z(8)9.99.
002670     05 WS-AMT-DET-CAPITAL         PIC -Z(8)9.99.
002680     05 WS-AMT-DET-SALDO           PIC -Z(8)9.99.
002681*
002682 01 WS-CAMPOS-PRESTAMO.
002683     05 WS-PRE-NUMERO-ACT          PIC 9(03)     VALUE 0.
002684     05 WS-SW-EOF-PRESTAMOS        PIC X(01)     VALUE 'N'.
002685         88 WS-EOF-PRESTAMOS-SI                  VALUE 'S'.
002686     05 WS-VEN-FECHA               PIC 9(08)     VALUE 0.
002687     05 WS-VEN-FECHA-R REDEFINES WS-VEN-FECHA.
002688         10 WS-VEN-ANIO            PIC 9(04).
002689         10 WS-VEN-MES             PIC 9(02).
002690         10 WS-VEN-DIA             PIC 9(02).
002691     05 WS-SW-PRESTAMO-PEND        PIC X(01)     VALUE 'N'.
002692         88 WS-PRESTAMO-PEND-SI                  VALUE 'S'.
002693     05 WS-SW-ABONO-GRABADO        PIC X(01)     VALUE 'N'.
002694         88 WS-ABONO-GRABADO-SI                  VALUE 'S'.
002695     05 WS-PEN-TASA                PIC 9(03)V99  VALUE 0.
002696     05 WS-PEN-PLAZO               PIC 9(03)     VALUE 0.
002697     05 WS-PEN-CUOTA               PIC S9(09)V99 VALUE 0.
002698*
002700 PROCEDURE DIVISION.
002710*
002720******************************************************************
003010        PERFORM 4000-MENU-PRINCIPAL THRU 4000-MENU-PRINCIPAL-EXIT
003020            UNTIL WS-SALIR-SI
003030        PERFORM 8900-GRABAR-CLIENTE THRU 8900-GRABAR-CLIENTE-EXIT
003031        IF WS-PRESTAMO-PEND-SI
003032            PERFORM 8300-ALTA-PRESTAMO THRU
003033                8300-ALTA-PRESTAMO-EXIT
003034        END-IF
003040     END-IF.
003050     PERFORM 9999-FINALIZAR THRU 9999-FINALIZAR-EXIT.
003060     STOP RUN.
004560         CLOSE AUDIT-FILE
004570         OPEN EXTEND AUDIT-FILE
004580     END-IF.
004590     OPEN I-O CALHIS-FILE.
004600     IF WS-FS-CALHIS-NUEVO
004610         OPEN OUTPUT CALHIS-FILE
004620         CLOSE CALHIS-FILE
004630         OPEN I-O CALHIS-FILE
004640     END-IF.
004643     OPEN I-O MOVS-FILE.
004644     IF WS-FS-MOVS-NUEVO
004645         OPEN OUTPUT MOVS-FILE
004646         CLOSE MOVS-FILE
004647         OPEN I-O MOVS-FILE
004648     END-IF.
004650 1000-INICIALIZAR-EXIT.
004660     EXIT.
007440     MOVE "AMORTIZACION" TO WS-FUNCION-CALC.
007450     PERFORM 8500-GRABAR-CALCULO THRU 8500-GRABAR-CALCULO-EXIT.
007460     PERFORM 8100-GENERAR-TABLA THRU 8100-GENERAR-TABLA-EXIT.
007461     IF WS-MODO-INTERACTIVO
007462         PERFORM 8200-CONTRATAR-PRESTAMO THRU
007463             8200-CONTRATAR-PRESTAMO-EXIT
007464     END-IF.
007470 8000-AMORTIZACION-EXIT.
007480     EXIT.
007490*
008070* 8500-GRABAR-CALCULO -- AGREGA AL HISTORICO DE CALCULOS         *
008080*                       (CALCHIST) EL RESULTADO DE LA FUNCION    *
008090*                       RECIEN EJECUTADA, LIGADO AL CLIENTE DE   *
008100*                       LA SESION Y A LA FECHA/HORA. SI YA HAY   *
008101*                       UN CALCULO DEL CLIENTE EN EL MISMO       *
008102*                       SEGUNDO SE TOMA LA SIGUIENTE SECUENCIA.  *
008110******************************************************************
008120 8500-GRABAR-CALCULO.
008125     MOVE WS-CLAVE                    TO CAL-CLAVE.
008170     MOVE WS-PLAZO                    TO CAL-PLAZO.
008180     MOVE WS-NUMERO                   TO CAL-IMPORTE.
008190     MOVE WS-RESULTADO                TO CAL-RESULTADO.
008191     MOVE 0                           TO WS-CAL-SECUENCIA-ACT.
008192     MOVE 'S'                         TO WS-SW-REINTENTO.
008193     PERFORM 8550-ESCRIBIR-CALCULO THRU 8550-ESCRIBIR-CALCULO-EXIT
008194         UNTIL WS-REINTENTO-NO.
008210 8500-GRABAR-CALCULO-EXIT.
008220     EXIT.
008230*
008875     MOVE 'N' TO WS-SW-CLAVE-ASIGNADA.
008880     MOVE TRN-CLAVE  TO WS-CLAVE.
008890     MOVE TRN-NOMBRE TO WS-NOMBRE.
008900     IF TRN-TIPO-REVERSO
008901         MOVE 'S'                 TO WS-SW-REVERSO
008902         MOVE TRN-REF-FECHA       TO WS-REV-FECHA
008903         MOVE TRN-REF-SECUENCIA   TO WS-REV-SECUENCIA
008904         COMPUTE WS-NUMERO = 0 - TRN-NUMERO
008905     ELSE
008906         MOVE 'N'                 TO WS-SW-REVERSO
008907         MOVE TRN-NUMERO          TO WS-NUMERO
008908     END-IF.
008910     IF TRN-MONEDA = SPACES
008920         MOVE "MXN" TO WS-MONEDA
008930     ELSE
010370             MOVE 'S' TO WS-CONFIRMA
010380         END-IF
010390         IF WS-CONFIRMA-SI
010400             IF NOT WS-REVERSO-SI
010401                 MOVE WS-NOMBRE TO CLI-NOMBRE
010402             END-IF
010410             ADD WS-NUMERO TO CLI-NUMERO
010440             MOVE 'N' TO CLI-EXPORTADO
010442             MOVE 0   TO CLI-FECHA-EXPORT
010482                 NOT INVALID KEY
010484                     PERFORM 8950-GRABAR-MOVIMIENTO THRU
010486                         8950-GRABAR-MOVIMIENTO-EXIT
010487                     MOVE 'S' TO WS-SW-ABONO-GRABADO
010490             END-REWRITE
010500         ELSE
010510             DISPLAY "SE OMITE LA GRABACION DEL REGISTRO DE "
010712             NOT INVALID KEY
010714                 PERFORM 8950-GRABAR-MOVIMIENTO THRU
010716                     8950-GRABAR-MOVIMIENTO-EXIT
010717                 MOVE 'S' TO WS-SW-ABONO-GRABADO
010720         END-WRITE
010730         DISPLAY "CLIENTE " CLI-CLAVE " GRABADO."
010740     END-IF.
012130     EXIT.
012140*
012150******************************************************************
012151* 1800-SEMBRAR-SECUENCIA -- UBICA CON START EL ULTIMO            *
012152*                          MOVIMIENTO DE HOY DEL CLIENTE Y DEJA  *
012153*                          SU SECUENCIA EN LA DE TRABAJO, DE     *
012154*                          MODO QUE EL MOVIMIENTO NUEVO SIGA LA  *
012155*                          NUMERACION DEL DIA DEL CLIENTE. SIN   *
012156*                          MOVIMIENTOS HOY LA NUMERACION EMPIEZA *
012157*                          EN UNO.                               *
012158******************************************************************
012159 1800-SEMBRAR-SECUENCIA.
012160     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-HOY.
012161     MOVE 'N'          TO WS-SW-EOF-MOVS.
012162     MOVE 0            TO WS-MOV-SECUENCIA-ACT.
012163     MOVE CLI-CLAVE    TO MOV-CLAVE.
012164     MOVE WS-FECHA-HOY TO MOV-FECHA.
012165     MOVE 0            TO MOV-SECUENCIA.
012166     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
012167         INVALID KEY
012168             MOVE 'S' TO WS-SW-EOF-MOVS
012169     END-START.
012170     PERFORM 1850-REVISAR-MOVIMIENTO THRU
012171         1850-REVISAR-MOVIMIENTO-EXIT
012172         UNTIL WS-EOF-MOVS-SI.
012173 1800-SEMBRAR-SECUENCIA-EXIT.
012174     EXIT.
012175*
012176******************************************************************
012177* 1850-REVISAR-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO Y       *
012178*                           RETIENE SU SECUENCIA MIENTRAS SEA    *
012179*                           DEL MISMO CLIENTE Y DE HOY.          *
012180******************************************************************
012181 1850-REVISAR-MOVIMIENTO.
012182     READ MOVS-FILE NEXT RECORD
012183         AT END
012184             MOVE 'S' TO WS-SW-EOF-MOVS
012185             GO TO 1850-REVISAR-MOVIMIENTO-EXIT
012186     END-READ.
012187     IF NOT WS-FS-MOVS-OK
012188        OR MOV-CLAVE NOT = CLI-CLAVE
012189        OR MOV-FECHA NOT = WS-FECHA-HOY
012190         MOVE 'S' TO WS-SW-EOF-MOVS
012191         GO TO 1850-REVISAR-MOVIMIENTO-EXIT
012192     END-IF.
012193     MOVE MOV-SECUENCIA TO WS-MOV-SECUENCIA-ACT.
012194 1850-REVISAR-MOVIMIENTO-EXIT.
012195     EXIT.
012570*
012580******************************************************************
012590* 8950-GRABAR-MOVIMIENTO -- AGREGA A CLIMOVS EL MOVIMIENTO DE LA *
012600*                          GRABACION RECIEN APLICADA AL MAESTRO, *
012610*                          CON FECHA, SECUENCIA DEL DIA, ORIGEN  *
012620*                          (CAPTURA O LOTE), USUARIO Y TIPO. UN  *
012621*                          REVERSO LLEVA LA REFERENCIA DEL       *
012622*                          MOVIMIENTO QUE ANULA Y QUEDA ADEMAS   *
012623*                          EN AUDITLOG.                          *
012630******************************************************************
012640 8950-GRABAR-MOVIMIENTO.
012650     PERFORM 1800-SEMBRAR-SECUENCIA THRU
012651         1800-SEMBRAR-SECUENCIA-EXIT.
012654     MOVE CLI-CLAVE                   TO MOV-CLAVE.
012658     MOVE FUNCTION CURRENT-DATE(1:8)  TO MOV-FECHA.
012666     MOVE WS-NUMERO                   TO MOV-IMPORTE.
012670     MOVE WS-MONEDA                   TO MOV-MONEDA.
012674     IF WS-MODO-BATCH
012676         MOVE 'B' TO MOV-ORIGEN
012678     ELSE
012680         IF WS-PRESTAMO-PEND-SI
012682             MOVE 'L' TO MOV-ORIGEN
012684         ELSE
012686             MOVE 'I' TO MOV-ORIGEN
012688         END-IF
012690     END-IF.
012694     MOVE WS-USUARIO-TERMINAL         TO MOV-USUARIO.
012698     IF WS-REVERSO-SI
012702         MOVE 'V'                     TO MOV-TIPO
012706         MOVE WS-REV-FECHA            TO MOV-REF-FECHA
012710         MOVE WS-REV-SECUENCIA        TO MOV-REF-SECUENCIA
012714     ELSE
012718         IF WS-NUMERO < 0
012722             MOVE 'R'                 TO MOV-TIPO
012726         ELSE
012730             MOVE 'D'                 TO MOV-TIPO
012734         END-IF
012738         MOVE 0                       TO MOV-REF-FECHA
012742                                         MOV-REF-SECUENCIA
012746     END-IF.
012750     MOVE 'S'                         TO WS-SW-REINTENTO.
012751     PERFORM 8960-ESCRIBIR-MOVIMIENTO THRU
012752         8960-ESCRIBIR-MOVIMIENTO-EXIT
012753         UNTIL WS-REINTENTO-NO.
012754     IF WS-REVERSO-SI
012758         MOVE CLI-CLAVE               TO WS-AUDR-CLAVE
012762         MOVE WS-REVERSO-REF          TO WS-AUDR-REFERENCIA
012766         MOVE "REVERSO"               TO WS-AUD-CAMPO
012770         MOVE WS-AUD-VALOR-REVERSO    TO WS-AUD-VALOR
012774         PERFORM 8800-REGISTRAR-AUDITORIA THRU
012778             8800-REGISTRAR-AUDITORIA-EXIT
012782     END-IF.
012786 8950-GRABAR-MOVIMIENTO-EXIT.
012790     EXIT.
012800*
012810******************************************************************
013210     END-IF.
013220 1750-REVISAR-RENGLON-EXIT.
013230     EXIT.
013240*
013250******************************************************************
013260* 8200-CONTRATAR-PRESTAMO -- OFRECE CONTRATAR EL PRESTAMO RECIEN *
013270*                           CALCULADO. CON CONFIRMACION GUARDA   *
013280*                           TASA, PLAZO Y CUOTA COMO PRESTAMO    *
013290*                           PENDIENTE DE LA SESION (SOLO UNO);   *
013300*                           EL ALTA EN PRESTAMOS LA HACE 8300    *
013310*                           DESPUES DE QUE 8900 ABONA EL IMPORTE *
013320*                           AL CLIENTE. LAS CUOTAS LAS CARGA     *
013330*                           FACTPRES.                            *
013331*                           SOLO SE CONTRATA PARA UN CLIENTE     *
013332*                           EXISTENTE Y EN LA MONEDA DE SU       *
013333*                           SALDO, QUE ES LA QUE FACTPRES EXIGE  *
013334*                           AL FACTURAR.                         *
013340******************************************************************
013350 8200-CONTRATAR-PRESTAMO.
013360     IF WS-PRESTAMO-PEND-SI
013370         DISPLAY "YA HAY UN PRESTAMO CONTRATADO EN ESTA SESION; "
013380             "SOLO SE PERMITE UNO."
013390         GO TO 8200-CONTRATAR-PRESTAMO-EXIT
013400     END-IF.
013410     IF WS-CLAVE = 0
013420         DISPLAY "NO HAY CLAVE DE CLIENTE ASIGNADA; EL PRESTAMO "
013430             "NO SE PUEDE CONTRATAR."
013440         GO TO 8200-CONTRATAR-PRESTAMO-EXIT
013450     END-IF.
013460     IF WS-NUMERO NOT > 0 OR WS-TASA-INTERES = 0 OR WS-PLAZO = 0
013470         DISPLAY "SOLO SE CONTRATA UN PRESTAMO CON IMPORTE "
013480             "POSITIVO, TASA Y PLAZO MAYORES A CERO."
013490         GO TO 8200-CONTRATAR-PRESTAMO-EXIT
013500     END-IF.
013501     PERFORM 8850-VERIFICAR-DUPLICADO THRU
013502         8850-VERIFICAR-DUPLICADO-EXIT.
013503     IF NOT WS-DUPLICADO-SI
013504         DISPLAY "NO EXISTE EL CLIENTE " WS-CLAVE
013505             "; EL PRESTAMO NO SE PUEDE CONTRATAR."
013506         GO TO 8200-CONTRATAR-PRESTAMO-EXIT
013507     END-IF.
013508     IF CLI-MONEDA NOT = WS-MONEDA
013509         DISPLAY "EL SALDO DEL CLIENTE " WS-CLAVE " ES EN "
013510             CLI-MONEDA "; NO SE CONTRATA UN PRESTAMO EN "
013511             WS-MONEDA "."
013512         GO TO 8200-CONTRATAR-PRESTAMO-EXIT
013513     END-IF.
013520     DISPLAY "CONTRATAR ESTE PRESTAMO PARA EL CLIENTE " WS-CLAVE
013530         " (S/N)?" WITH NO ADVANCING.
013540     ACCEPT WS-CONFIRMA.
013550     IF NOT WS-CONFIRMA-SI
013560         DISPLAY "CALCULO SIN CONTRATAR."
013570         GO TO 8200-CONTRATAR-PRESTAMO-EXIT
013580     END-IF.
013590     MOVE WS-TASA-INTERES TO WS-PEN-TASA.
013600     MOVE WS-PLAZO        TO WS-PEN-PLAZO.
013610     MOVE WS-RESULTADO    TO WS-PEN-CUOTA.
013620     MOVE 'S'             TO WS-SW-PRESTAMO-PEND.
013630     DISPLAY "PRESTAMO PENDIENTE: SE DA DE ALTA AL SALIR, "
013640         "UNA VEZ ABONADO EL IMPORTE AL CLIENTE.".
013650 8200-CONTRATAR-PRESTAMO-EXIT.
013660     EXIT.
014090*
014100******************************************************************
014110* 8250-BUSCAR-NUMERO -- DEJA EN WS-PRE-NUMERO-ACT EL NUMERO DE   *
014120*                      PRESTAMO MAS ALTO DEL CLIENTE (CERO SI    *
014130*                      NO TIENE NINGUNO).                        *
014140******************************************************************
014150 8250-BUSCAR-NUMERO.
014160     MOVE 0        TO WS-PRE-NUMERO-ACT.
014170     MOVE 'N'      TO WS-SW-EOF-PRESTAMOS.
014180     MOVE WS-CLAVE TO PRE-CLAVE.
014190     MOVE 0        TO PRE-NUMERO.
014200     START PRESTAMOS-FILE KEY IS NOT LESS THAN PRE-LLAVE
014210         INVALID KEY
014220             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
014230     END-START.
014240     PERFORM 8260-LEER-PRESTAMO THRU 8260-LEER-PRESTAMO-EXIT
014250         UNTIL WS-EOF-PRESTAMOS-SI.
014260 8250-BUSCAR-NUMERO-EXIT.
014270     EXIT.
014280*
014290******************************************************************
014300* 8260-LEER-PRESTAMO -- LEE EL SIGUIENTE PRESTAMO Y RETIENE SU   *
014310*                      NUMERO MIENTRAS SEA DEL MISMO CLIENTE.    *
014320******************************************************************
014330 8260-LEER-PRESTAMO.
014340     READ PRESTAMOS-FILE NEXT RECORD
014350         AT END
014360             MOVE 'S' TO WS-SW-EOF-PRESTAMOS
014370             GO TO 8260-LEER-PRESTAMO-EXIT
014380     END-READ.
014390     IF PRE-CLAVE NOT = WS-CLAVE
014400         MOVE 'S' TO WS-SW-EOF-PRESTAMOS
014410         GO TO 8260-LEER-PRESTAMO-EXIT
014420     END-IF.
014430     MOVE PRE-NUMERO TO WS-PRE-NUMERO-ACT.
014440 8260-LEER-PRESTAMO-EXIT.
014450     EXIT.
014460*
014470******************************************************************
014480* 8280-SIGUIENTE-VENCIMIENTO -- AVANZA WS-VEN-FECHA UN MES       *
014490*                              CONSERVANDO EL DIA DE PAGO DEL    *
014500*                              PRESTAMO; EN LOS MESES MAS CORTOS *
014510*                              EL VENCIMIENTO CAE EL ULTIMO DIA. *
014520******************************************************************
014530 8280-SIGUIENTE-VENCIMIENTO.
014540     IF WS-VEN-MES = 12
014550         MOVE 1 TO WS-VEN-MES
014560         ADD 1 TO WS-VEN-ANIO
014570     ELSE
014580         ADD 1 TO WS-VEN-MES
014590     END-IF.
014600     MOVE WS-DIAS-MES(WS-VEN-MES) TO WS-VEN-DIAS-TOPE.
014610     IF WS-VEN-MES = 2
014620        AND FUNCTION REM(WS-VEN-ANIO, 4) = 0
014630        AND (FUNCTION REM(WS-VEN-ANIO, 100) NOT = 0
014640             OR FUNCTION REM(WS-VEN-ANIO, 400) = 0)
014650         MOVE 29 TO WS-VEN-DIAS-TOPE
014660     END-IF.
014670     IF PRE-DIA-PAGO > WS-VEN-DIAS-TOPE
014680         MOVE WS-VEN-DIAS-TOPE TO WS-VEN-DIA
014690     ELSE
014700         MOVE PRE-DIA-PAGO     TO WS-VEN-DIA
014710     END-IF.
014720 8280-SIGUIENTE-VENCIMIENTO-EXIT.
014730     EXIT.
014740*
014750******************************************************************
014760* 8550-ESCRIBIR-CALCULO -- GRABA EL CALCULO CON LA SIGUIENTE     *
014770*                         SECUENCIA; SI LA LLAVE YA EXISTE PIDE  *
014780*                         OTRO INTENTO.                          *
014790******************************************************************
014800 8550-ESCRIBIR-CALCULO.
014810     MOVE 'N' TO WS-SW-REINTENTO.
014820     ADD 1 TO WS-CAL-SECUENCIA-ACT.
014830     MOVE WS-CAL-SECUENCIA-ACT TO CAL-SECUENCIA.
014840     WRITE REG-CALCULO
014850         INVALID KEY
014860             IF WS-FS-CALHIS = '22'
014870                AND WS-CAL-SECUENCIA-ACT < 9999
014880                 MOVE 'S' TO WS-SW-REINTENTO
014890             END-IF
014900     END-WRITE.
014910     IF NOT WS-FS-CALHIS-OK
014920        AND NOT WS-REINTENTO-SI
014930         DISPLAY "AVISO: NO SE PUDO GRABAR EL CALCULO EN "
014940             "CALCHIST (ESTADO " WS-FS-CALHIS ")."
014950     END-IF.
014960 8550-ESCRIBIR-CALCULO-EXIT.
014970     EXIT.
014980*
014990******************************************************************
015000* 8960-ESCRIBIR-MOVIMIENTO -- GRABA EL MOVIMIENTO CON LA         *
015010*                            SIGUIENTE SECUENCIA DEL CLIENTE; SI *
015020*                            OTRA SESION YA LA TOMO PIDE OTRO    *
015030*                            INTENTO.                            *
015040******************************************************************
015050 8960-ESCRIBIR-MOVIMIENTO.
015060     MOVE 'N' TO WS-SW-REINTENTO.
015070     ADD 1 TO WS-MOV-SECUENCIA-ACT.
015080     MOVE WS-MOV-SECUENCIA-ACT TO MOV-SECUENCIA.
015090     WRITE REG-MOVIMIENTO
015100         INVALID KEY
015110             IF WS-FS-MOVS = '22'
015120                AND WS-MOV-SECUENCIA-ACT < 9999
015130                 MOVE 'S' TO WS-SW-REINTENTO
015140             END-IF
015150     END-WRITE.
015160     IF NOT WS-FS-MOVS-OK
015170        AND NOT WS-REINTENTO-SI
015180         DISPLAY "AVISO: NO SE PUDO GRABAR EL MOVIMIENTO DE LA "
015190             "CLAVE " MOV-CLAVE " (ESTADO " WS-FS-MOVS ")."
015200     END-IF.
015210 8960-ESCRIBIR-MOVIMIENTO-EXIT.
015220     EXIT.
015230*
015240******************************************************************
015250* 8300-ALTA-PRESTAMO -- DA DE ALTA EN PRESTAMOS EL PRESTAMO      *
015260*                       PENDIENTE DE LA SESION CON EL SIGUIENTE  *
015270*                       NUMERO DEL CLIENTE Y EL PRIMER           *
015280*                       VENCIMIENTO A UN MES DE HOY. SI 8900 NO  *
015290*                       ABONO EL IMPORTE EL PRESTAMO NO SE DA DE *
015300*                       ALTA; SI EL ALTA FALLA CON EL ABONO YA   *
015310*                       HECHO SE AUDITA PARA SU REGISTRO MANUAL. *
015320******************************************************************
015330 8300-ALTA-PRESTAMO.
015340     IF NOT WS-ABONO-GRABADO-SI
015350         DISPLAY "EL IMPORTE NO SE ABONO AL CLIENTE " WS-CLAVE
015360             "; EL PRESTAMO NO SE CONTRATA."
015370         GO TO 8300-ALTA-PRESTAMO-EXIT
015380     END-IF.
015390     OPEN I-O PRESTAMOS-FILE.
015400     IF WS-FS-PRESTAMOS-NUEVO
015410         OPEN OUTPUT PRESTAMOS-FILE
015420         CLOSE PRESTAMOS-FILE
015430         OPEN I-O PRESTAMOS-FILE
015440     END-IF.
015450     IF NOT WS-FS-PRESTAMOS-OK
015460         DISPLAY "8300-ALTA-PRESTAMO: NO SE PUDO ABRIR PRESTAMOS "
015470             "(ESTADO " WS-FS-PRESTAMOS ")."
015480         PERFORM 8350-AUDITAR-FALLA THRU 8350-AUDITAR-FALLA-EXIT
015490         GO TO 8300-ALTA-PRESTAMO-EXIT
015500     END-IF.
015510     PERFORM 8250-BUSCAR-NUMERO THRU 8250-BUSCAR-NUMERO-EXIT.
015520     IF WS-PRE-NUMERO-ACT NOT < 999
015530         DISPLAY "8300-ALTA-PRESTAMO: EL CLIENTE " WS-CLAVE
015540             " YA TIENE 999 PRESTAMOS."
015550         CLOSE PRESTAMOS-FILE
015560         PERFORM 8350-AUDITAR-FALLA THRU 8350-AUDITAR-FALLA-EXIT
015570         GO TO 8300-ALTA-PRESTAMO-EXIT
015580     END-IF.
015590     ADD 1 TO WS-PRE-NUMERO-ACT.
015600     MOVE WS-CLAVE                    TO PRE-CLAVE.
015610     MOVE WS-PRE-NUMERO-ACT           TO PRE-NUMERO.
015620     MOVE WS-NUMERO                   TO PRE-PRINCIPAL.
015630     MOVE WS-MONEDA                   TO PRE-MONEDA.
015640     MOVE WS-PEN-TASA                 TO PRE-TASA.
015650     MOVE WS-PEN-PLAZO                TO PRE-PLAZO.
015660     MOVE WS-PEN-CUOTA                TO PRE-CUOTA.
015670     MOVE FUNCTION CURRENT-DATE(1:8)  TO PRE-FECHA-INICIO.
015680     MOVE PRE-FECHA-INICIO            TO WS-VEN-FECHA.
015690     MOVE WS-VEN-DIA                  TO PRE-DIA-PAGO.
015700     PERFORM 8280-SIGUIENTE-VENCIMIENTO THRU
015710         8280-SIGUIENTE-VENCIMIENTO-EXIT.
015720     MOVE WS-VEN-FECHA                TO PRE-FECHA-PROX-VENC.
015730     MOVE 0                           TO PRE-CUOTAS-FACTURADAS.
015740     MOVE WS-NUMERO                   TO PRE-SALDO.
015750     MOVE 'V'                         TO PRE-ESTADO.
015760     MOVE 0                           TO PRE-CUOTAS-VENCIDAS.
015770     MOVE 0                           TO PRE-FECHA-MORA.
015780     MOVE WS-USUARIO-TERMINAL         TO PRE-USUARIO.
015790     WRITE REG-PRESTAMO
015800         INVALID KEY
015810             DISPLAY "8300-ALTA-PRESTAMO: NO SE PUDO GRABAR EL "
015820                 "PRESTAMO (ESTADO " WS-FS-PRESTAMOS ")."
015830             PERFORM 8350-AUDITAR-FALLA THRU
015840                 8350-AUDITAR-FALLA-EXIT
015850         NOT INVALID KEY
015860             DISPLAY "PRESTAMO " PRE-CLAVE "-" PRE-NUMERO
015870                 " CONTRATADO; PRIMER VENCIMIENTO "
015880                 PRE-FECHA-PROX-VENC "."
015890             MOVE "PRESTAMO"  TO WS-AUD-CAMPO
015900             MOVE PRE-LLAVE   TO WS-AUD-VALOR
015910             PERFORM 8800-REGISTRAR-AUDITORIA THRU
015920                 8800-REGISTRAR-AUDITORIA-EXIT
015930     END-WRITE.
015940     CLOSE PRESTAMOS-FILE.
015950 8300-ALTA-PRESTAMO-EXIT.
015960     EXIT.
015970*
015980******************************************************************
015990* 8350-AUDITAR-FALLA -- EL IMPORTE YA SE ABONO PERO EL PRESTAMO  *
016000*                       NO SE PUDO DAR DE ALTA: LO AVISA Y DEJA  *
016010*                       EN AUDITLOG EL RENGLON PRES-FALLA CON LA *
016020*                       CLAVE PARA QUE SE REGISTRE A MANO.       *
016030******************************************************************
016040 8350-AUDITAR-FALLA.
016050     DISPLAY "AVISO: EL IMPORTE YA SE ABONO AL CLIENTE " WS-CLAVE
016060         "; REGISTRAR EL PRESTAMO MANUALMENTE.".
016070     MOVE "PRES-FALLA" TO WS-AUD-CAMPO.
016080     MOVE SPACES       TO WS-AUD-VALOR.
016090     MOVE WS-CLAVE     TO WS-AUD-VALOR(1:6).
016100     PERFORM 8800-REGISTRAR-AUDITORIA THRU
016110         8800-REGISTRAR-AUDITORIA-EXIT.
016120 8350-AUDITAR-FALLA-EXIT.
016130     EXIT.
