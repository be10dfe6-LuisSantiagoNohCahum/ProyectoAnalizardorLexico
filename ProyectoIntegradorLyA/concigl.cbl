000170*    SIGUIENTE CORRIDA DE EXPOGL LOS VUELVA A MANDAR. AL FINAL   *
000180*    SE IMPRIME EL REPORTE DE CONCILIACION (CONCILIA.TXT) CON    *
000190*    ACEPTADOS, RECHAZADOS Y SIN CORRESPONDENCIA.                *
000191*    LOS RENGLONES 'V' DE REVERSOS SE CONCILIAN SIN TOCAR EL     *
000192*    MAESTRO; SI EL MAYOR RECHAZA UNO, EL REVERSO REGRESA A TIPO *
000193*    'V' EN CLIMOVS PARA QUE EXPOGL LO VUELVA A MANDAR.          *
000200*                                                                *
000210******************************************************************
000220*    HISTORIAL DE MODIFICACIONES                                 *
000261*                        COMO ACUSADO ('A') Y EL RECHAZADO       *
000262*                        LIMPIA TAMBIEN LA FECHA DE              *
000263*                        EXPORTACION.                            *
000264*    10/15/2026  HNK     LOS RENGLONES SIN CLAVE DE CLIENTE      *
000265*                        (LOTE DE REVALUACION DE REVALUA) SE     *
000266*                        CONCILIAN SIN TOCAR EL MAESTRO.         *
000267*    10/15/2026  HNK     SE CONCILIAN TAMBIEN LOS RENGLONES 'V'  *
000268*                        DE REVERSOS; EL RECHAZADO REGRESA SU    *
000269*                        REVERSO A TIPO 'V' EN CLIMOVS.          *
000270******************************************************************
000279*
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. HP.
000450     SELECT CONCILIA-FILE ASSIGN TO "CONCILIA.TXT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-FS-CONCILIA.
000471     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS MOV-LLAVE
000475         FILE STATUS IS WS-FS-MOVS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000660     05 FILLER                     PIC X(25).
000670 FD  CONCILIA-FILE.
000680 01  LIN-CONCILIA                  PIC X(80).
000681 FD  MOVS-FILE.
000682     COPY MOVCLI.
000690*
000700 WORKING-STORAGE SECTION.
000710*
000770     05 WS-FS-ACK                  PIC X(02)     VALUE '00'.
000780         88 WS-FS-ACK-OK                         VALUE '00'.
000790     05 WS-FS-CONCILIA             PIC X(02)     VALUE '00'.
000791     05 WS-FS-MOVS                 PIC X(02)     VALUE '00'.
000792         88 WS-FS-MOVS-OK                        VALUE '00'.
000800     05 WS-SW-EOF-GL               PIC X(01)     VALUE 'N'.
000810         88 WS-EOF-GL-SI                         VALUE 'S'.
000820     05 WS-SW-EOF-ACK              PIC X(01)     VALUE 'N'.
000830         88 WS-EOF-ACK-SI                        VALUE 'S'.
000860     05 WS-SW-CANCELAR             PIC X(01)     VALUE 'N'.
000870         88 WS-CANCELAR-SI                       VALUE 'S'.
000871     05 WS-SW-MOVS-ABIERTO         PIC X(01)     VALUE 'N'.
000872         88 WS-MOVS-ABIERTO-SI                   VALUE 'S'.
000880*
000890 01 WS-SWITCHES.
000900     05 WS-SW-ENVIO-HALLADO        PIC X(01)     VALUE 'N'.
001000 01 REG-GL.
001005     05 GL-TIPO                    PIC X(01).
001006         88 GL-TIPO-DETALLE                      VALUE 'D'.
001007         88 GL-TIPO-REVERSO                      VALUE 'V'.
001010     05 GL-CUENTA                  PIC X(10).
001020     05 GL-IMPORTE                 PIC S9(09)V99
001030            SIGN IS TRAILING SEPARATE.
001040     05 GL-MONEDA                  PIC X(03).
001050     05 GL-FECHA-LOTE              PIC 9(08).
001055     05 GL-CLAVE-CLIENTE           PIC 9(06).
001056     05 GL-MOV-FECHA               PIC 9(08).
001057     05 GL-MOV-SECUENCIA           PIC 9(04).
001060     05 FILLER                     PIC X(28).
001070*
001080 01 WS-TABLA-ENVIOS.
001090     05 WS-ENV-MAX                 PIC 9(04)     VALUE 500.
001150         10 ENV-MONEDA             PIC X(03).
001160         10 ENV-FECHA-LOTE         PIC 9(08).
001165         10 ENV-CLAVE              PIC 9(06).
001166         10 ENV-TIPO               PIC X(01).
001167             88 ENV-TIPO-REVERSO                 VALUE 'V'.
001168         10 ENV-MOV-FECHA          PIC 9(08).
001169         10 ENV-MOV-SECUENCIA      PIC 9(04).
001170         10 ENV-CONCILIADO         PIC X(01).
001180             88 ENV-CONCILIADO-SI                VALUE 'S'.
001190*
002000         CLOSE GL-FILE
002010         GO TO 1000-INICIALIZAR-EXIT
002020     END-IF.
002021     OPEN I-O MOVS-FILE.
002022     IF WS-FS-MOVS-OK
002023         MOVE 'S' TO WS-SW-MOVS-ABIERTO
002024     END-IF.
002030     OPEN OUTPUT CONCILIA-FILE.
002040     MOVE WS-FECHA-PROCESO TO WS-ENC-FECHA.
002050     WRITE LIN-CONCILIA FROM WS-LINEA-ENC-CONCILIA.
002320******************************************************************
002330* 1700-GUARDAR-ENVIO -- GUARDA EL RENGLON ACTUAL DE GLINTER.TXT  *
002340*                       EN LA TABLA DE ENVIOS Y LEE EL SIGUIENTE.*
002341*                       SOLO SE GUARDAN LOS RENGLONES DE DETALLE *
002342*                       ('D') Y DE REVERSO ('V').                *
002350******************************************************************
002360 1700-GUARDAR-ENVIO.
002365     IF NOT (GL-TIPO-DETALLE OR GL-TIPO-REVERSO)
002366         GO TO 1700-GUARDAR-SIGUIENTE
002367     END-IF.
002370     IF WS-ENV-TOTAL NOT < WS-ENV-MAX
002460     MOVE GL-MONEDA     TO ENV-MONEDA(WS-ENV-TOTAL).
002470     MOVE GL-FECHA-LOTE TO ENV-FECHA-LOTE(WS-ENV-TOTAL).
002475     MOVE GL-CLAVE-CLIENTE TO ENV-CLAVE(WS-ENV-TOTAL).
002476     MOVE GL-TIPO       TO ENV-TIPO(WS-ENV-TOTAL).
002477     IF GL-TIPO-REVERSO
002478         MOVE GL-MOV-FECHA     TO ENV-MOV-FECHA(WS-ENV-TOTAL)
002479         MOVE GL-MOV-SECUENCIA TO ENV-MOV-SECUENCIA(WS-ENV-TOTAL)
002480     ELSE
002481         MOVE 0 TO ENV-MOV-FECHA(WS-ENV-TOTAL)
002482         MOVE 0 TO ENV-MOV-SECUENCIA(WS-ENV-TOTAL)
002483     END-IF.
002488     MOVE 'N'           TO ENV-CONCILIADO(WS-ENV-TOTAL).
002489 1700-GUARDAR-SIGUIENTE.
002490     PERFORM 1600-LEER-ENVIO THRU 1600-LEER-ENVIO-EXIT.
002500 1700-GUARDAR-ENVIO-EXIT.
002510     EXIT.
003360*                          RENGLON EXPORTADO) Y LE QUITA LA      *
003370*                          MARCA DE EXPORTADO PARA QUE EXPOGL    *
003371*                          LO VUELVA A MANDAR.                   *
003372*                          LOS RENGLONES SIN CLAVE (REVALUACION  *
003373*                          CAMBIARIA DE REVALUA) NO TIENEN       *
003374*                          CLIENTE QUE REACTIVAR.                *
003375*                          LOS RENGLONES 'V' TAMPOCO TOCAN EL    *
003376*                          MAESTRO: 3250 REGRESA SU REVERSO EN   *
003377*                          CLIMOVS PARA QUE SE VUELVA A MANDAR.  *
003380******************************************************************
003390 3200-REACTIVAR-CLIENTE.
003391     IF ENV-TIPO-REVERSO(WS-ENV-IDX)
003392         PERFORM 3250-REACTIVAR-REVERSO THRU
003393             3250-REACTIVAR-REVERSO-EXIT
003394         GO TO 3200-REACTIVAR-CLIENTE-EXIT
003395     END-IF.
003400     MOVE 'N' TO WS-SW-CLIENTE-HALLADO.
003401     IF ENV-CLAVE(WS-ENV-IDX) = 0
003402         DISPLAY "CONCIGL: RECHAZADO EL RENGLON SIN CLIENTE DE "
003403             "LA CUENTA " ACK-CUENTA "; SE DEBE VOLVER A "
003404             "REGISTRAR EN EL MAYOR."
003405         GO TO 3200-REACTIVAR-CLIENTE-EXIT
003406     END-IF.
003410     MOVE ENV-CLAVE(WS-ENV-IDX) TO CLI-CLAVE.
003420     READ CLIENTES-FILE
003430         INVALID KEY
003611 3200-REACTIVAR-CLIENTE-EXIT.
003620     EXIT.
003630*
003640******************************************************************
003644* 3250-REACTIVAR-REVERSO -- LEE EN CLIMOVS EL REVERSO QUE        *
003648*                           ORIGINO EL RENGLON 'V' RECHAZADO     *
003652*                           (CLAVE, FECHA Y SECUENCIA VIAJAN EN  *
003656*                           EL RENGLON) Y LE QUITA LA MARCA DE   *
003660*                           ENVIADO ('X' A 'V') PARA QUE EXPOGL  *
003664*                           LO VUELVA A MANDAR. EL OTRO RENGLON  *
003668*                           DE LA PAREJA LO ENCUENTRA YA         *
003672*                           REGRESADO.                           *
003676******************************************************************
003680 3250-REACTIVAR-REVERSO.
003684     IF NOT WS-MOVS-ABIERTO-SI
003688         DISPLAY "CONCIGL: SIN CLIMOVS NO SE PUEDE REENVIAR EL "
003692             "REVERSO " ENV-MOV-FECHA(WS-ENV-IDX) "-"
003696             ENV-MOV-SECUENCIA(WS-ENV-IDX) " DEL CLIENTE "
003700             ENV-CLAVE(WS-ENV-IDX) "."
003704         GO TO 3250-REACTIVAR-REVERSO-EXIT
003708     END-IF.
003712     MOVE ENV-CLAVE(WS-ENV-IDX)         TO MOV-CLAVE.
003716     MOVE ENV-MOV-FECHA(WS-ENV-IDX)     TO MOV-FECHA.
003720     MOVE ENV-MOV-SECUENCIA(WS-ENV-IDX) TO MOV-SECUENCIA.
003724     READ MOVS-FILE
003728         INVALID KEY
003732             DISPLAY "CONCIGL: NO SE HALLO EN CLIMOVS EL REVERSO "
003736                 MOV-FECHA "-" MOV-SECUENCIA " DEL CLIENTE "
003740                 MOV-CLAVE " DEL RECHAZO CUENTA " ACK-CUENTA "."
003744             GO TO 3250-REACTIVAR-REVERSO-EXIT
003748     END-READ.
003752     IF NOT MOV-REVERSO-ENVIADO
003756         GO TO 3250-REACTIVAR-REVERSO-EXIT
003760     END-IF.
003764     MOVE 'V' TO MOV-TIPO.
003768     REWRITE REG-MOVIMIENTO
003772         INVALID KEY
003776             DISPLAY "CONCIGL: NO SE PUDO REACTIVAR EL REVERSO "
003780                 MOV-FECHA "-" MOV-SECUENCIA " DEL CLIENTE "
003784                 MOV-CLAVE "."
003788     END-REWRITE.
003792 3250-REACTIVAR-REVERSO-EXIT.
003796     EXIT.
003800*
003830******************************************************************
003840* 8000-IMPRIMIR-TRAILER -- IMPRIME EL RENGLON FINAL DEL REPORTE  *
003850*                         CON LOS CONTEOS DE LA CONCILIACION.    *
004050         CLOSE GL-FILE
004060         CLOSE CLIENTES-FILE
004070         CLOSE CONCILIA-FILE
004071         IF WS-MOVS-ABIERTO-SI
004072             CLOSE MOVS-FILE
004073         END-IF
004080     END-IF.
004090     DISPLAY "FIN DE CONCIGL.".
004100 9999-FINALIZAR-EXIT.
004160*                       MARCA COMO ACUSADO ('A') PARA QUE EL     *
004170*                       REPORTE DE ENVIOS SIN ACUSE YA NO LO     *
004180*                       PERSIGA.                                *
004181*                       LOS RENGLONES SIN CLAVE Y LOS DE         *
004182*                       REVERSO ('V') NO MARCAN NADA.            *
004190******************************************************************
004200 3300-ACUSAR-CLIENTE.
004201     IF ENV-TIPO-REVERSO(WS-ENV-IDX)
004202         GO TO 3300-ACUSAR-CLIENTE-EXIT
004203     END-IF.
004210     MOVE 'N' TO WS-SW-CLIENTE-HALLADO.
004211     IF ENV-CLAVE(WS-ENV-IDX) = 0
004212         GO TO 3300-ACUSAR-CLIENTE-EXIT
004213     END-IF.
004220     MOVE ENV-CLAVE(WS-ENV-IDX) TO CLI-CLAVE.
004230     READ CLIENTES-FILE
004240         INVALID KEY
