000432*                        SECCION DE MOVIMIENTOS DEL DIA, LEIDA  *
000433*                        DEL DETALLE CLIMOVS QUE ALIMENTA       *
000434*                        USODEACCEPT.                           *
000435*    10/15/2026  HNK     EL PASO PREDECESOR ES AHORA FACTPRES    *
000436*                        (FACTURACION DE CUOTAS DE PRESTAMO),    *
000437*                        PARA QUE LOS CARGOS DEL DIA SALGAN EN   *
000438*                        EL REPORTE.                             *
000439*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO POR CLAVE DEL   *
000440*                        CLIENTE: LA SECCION DE MOVIMIENTOS      *
000441*                        UBICA CON START LOS DEL DIA DE CADA     *
000442*                        CLIENTE EN LUGAR DE RECORRER TODO EL    *
000443*                        ARCHIVO.                                *
000444*    10/15/2026  HNK     SI EL START DEL CLIENTE NO UBICA        *
000445*                        MOVIMIENTOS YA NO SE INTENTA LEERLOS.   *
000446******************************************************************
000449*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. HP.
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FS-RUNCTL.
000671     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS DYNAMIC
000674         RECORD KEY IS MOV-LLAVE
000675         FILE STATUS IS WS-FS-MOVS.
000676*
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  CLIENTES-FILE.
002280     STOP RUN.
002290*
002300******************************************************************
002310* 0300-VERIFICAR-SECUENCIA -- REVISA EN RUNCTL QUE FACTPRES    *
002320*                            YA HAYA COMPLETADO HOY Y QUE        *
002330*                            EL REPORTE NO SE HAYA EMITIDO YA;   *
002340*                            EL PARAMETRO FORZAR SALTA LA        *
002350*                            VERIFICACION CON UNA ADVERTENCIA.   *
002560         GO TO 0300-VERIFICAR-SECUENCIA-EXIT
002570     END-IF.
002580     IF NOT WS-PRED-COMPLETO-SI AND NOT WS-FORZAR-SI
002590         DISPLAY "REPDIAR: FACTPRES NO HA COMPLETADO "
002600             "HOY; USA EL PARAMETRO FORZAR PARA CORRER DE "
002610             "TODAS FORMAS."
002620         MOVE 'S' TO WS-SW-OMITIR-CORRIDA
002880     IF RUN-FECHA = WS-FECHA-PROCESO
002890        AND RUN-EVENTO-FIN
002900        AND RUN-ESTADO-OK
002910         IF RUN-PROGRAMA = "FACTPRES"
002920             MOVE 'S' TO WS-SW-PRED-COMPLETO
002930         END-IF
002940         IF RUN-PROGRAMA = "REPDIAR"
006200******************************************************************
006210* 8300-IMPRIMIR-MOVIMIENTOS -- AGREGA AL REPORTE LA SECCION DE   *
006220*                             MOVIMIENTOS DE LA FECHA DE PROCESO *
006230*                             LEIDOS DEL DETALLE CLIMOVS CON UN  *
006240*                             START POR CLIENTE DEL MAESTRO. SIN *
006250*                             ARCHIVO DE MOVIMIENTOS LA SECCION  *
006255*                             SE OMITE CON UN AVISO EN CONSOLA.  *
006260******************************************************************
006270 8300-IMPRIMIR-MOVIMIENTOS.
006280     OPEN INPUT MOVS-FILE.
006330     END-IF.
006340     MOVE WS-FECHA-PROCESO TO WS-ENC-MOV-FECHA.
006350     WRITE LIN-REPORTE FROM WS-LINEA-ENC-MOVS.
006360     MOVE 'N' TO WS-SW-EOF-CLIENTES.
006370     MOVE 0   TO CLI-CLAVE.
006380     START CLIENTES-FILE KEY IS NOT LESS THAN CLI-CLAVE
006390         INVALID KEY
006391             MOVE 'S' TO WS-SW-EOF-CLIENTES
006392     END-START.
006393     IF NOT WS-EOF-CLIENTES-SI
006394         PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT
006395     END-IF.
006396     PERFORM 8320-MOVS-DEL-CLIENTE THRU 8320-MOVS-DEL-CLIENTE-EXIT
006397         UNTIL WS-EOF-CLIENTES-SI.
006400     CLOSE MOVS-FILE.
006410     MOVE WS-TOTAL-MOVS TO WS-TRL-MOVS.
006420     WRITE LIN-REPORTE FROM WS-LINEA-TRL-MOVS.
006440     EXIT.
006450*
006460******************************************************************
006470* 8350-LEER-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO; AL        *
006480*                        CAMBIAR DE CLIENTE O DE FECHA TERMINA.  *
006490******************************************************************
006500 8350-LEER-MOVIMIENTO.
006510     READ MOVS-FILE NEXT RECORD
006520         AT END
006530             MOVE 'S' TO WS-SW-EOF-MOVS
006540     END-READ.
006541     IF NOT WS-FS-MOVS-OK
006542        OR MOV-CLAVE NOT = CLI-CLAVE
006543        OR MOV-FECHA NOT = WS-FECHA-PROCESO
006544         MOVE 'S' TO WS-SW-EOF-MOVS
006545     END-IF.
006550 8350-LEER-MOVIMIENTO-EXIT.
006560     EXIT.
006570*
006580******************************************************************
006590* 8400-FILTRAR-MOVIMIENTO -- PASA AL REPORTE EL MOVIMIENTO       *
006600*                           ACTUAL Y LEE EL SIGUIENTE.           *
006610******************************************************************
006620 8400-FILTRAR-MOVIMIENTO.
006650     MOVE MOV-CLAVE     TO WS-MOV-DET-CLAVE.
006660     MOVE MOV-SECUENCIA TO WS-MOV-DET-SEC.
006670     MOVE MOV-IMPORTE   TO WS-MOV-DET-IMPORTE.
006680     MOVE MOV-MONEDA    TO WS-MOV-DET-MONEDA.
006690     MOVE MOV-ORIGEN    TO WS-MOV-DET-ORIGEN.
006700     WRITE LIN-REPORTE FROM WS-LINEA-DET-MOV.
006710     ADD 1 TO WS-TOTAL-MOVS.
006730     PERFORM 8350-LEER-MOVIMIENTO THRU 8350-LEER-MOVIMIENTO-EXIT.
006740 8400-FILTRAR-MOVIMIENTO-EXIT.
006750     EXIT.
006760*
006770******************************************************************
006780* 8320-MOVS-DEL-CLIENTE -- UBICA CON START LOS MOVIMIENTOS DEL   *
006790*                         CLIENTE ACTUAL EN LA FECHA DE PROCESO, *
006800*                         LOS PASA AL REPORTE Y AVANZA AL        *
006810*                         SIGUIENTE CLIENTE.                     *
006820******************************************************************
006830 8320-MOVS-DEL-CLIENTE.
006840     MOVE 'N'              TO WS-SW-EOF-MOVS.
006850     MOVE CLI-CLAVE        TO MOV-CLAVE.
006860     MOVE WS-FECHA-PROCESO TO MOV-FECHA.
006870     MOVE 0                TO MOV-SECUENCIA.
006880     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
006890         INVALID KEY
006900             MOVE 'S' TO WS-SW-EOF-MOVS
006910     END-START.
006920     IF NOT WS-EOF-MOVS-SI
006921         PERFORM 8350-LEER-MOVIMIENTO THRU
006922             8350-LEER-MOVIMIENTO-EXIT
006923     END-IF.
006930     PERFORM 8400-FILTRAR-MOVIMIENTO THRU
006940         8400-FILTRAR-MOVIMIENTO-EXIT
006950         UNTIL WS-EOF-MOVS-SI.
006960     PERFORM 2000-LEER-CLIENTE THRU 2000-LEER-CLIENTE-EXIT.
006970 8320-MOVS-DEL-CLIENTE-EXIT.
006980     EXIT.
