000120*    CIERRE DEL CICLO NOCTURNO. LEE EL CONTROL DE CORRIDAS       *
000130*    (RUNCTL) Y DEJA EN OPERLOG.TXT LA BITACORA DE OPERACION     *
000140*    DEL DIA: CADA INICIO Y FIN REGISTRADO POR USODEACCEPT       *
000150*    BATCH, FACTPRES, REPDIAR Y EXPOGL CON SU HORA, CONTEO Y     *
000155*    ESTADO, Y UN RESUMEN QUE DICE SI CADA PASO DEL CICLO        *
000160*    COMPLETO HOY.                                               *
000170*    CON EL PARAMETRO FECHA=AAAAMMDD REPORTA OTRO DIA.           *
000180*                                                                *
000190******************************************************************
000210*    FECHA       AUTOR   DESCRIPCION                             *
000220*    ----------  ------  -------------------------------------   *
000230*    08/21/2026  HNK     VERSION ORIGINAL.                       *
000231*    10/15/2026  HNK     SE AGREGA AL RESUMEN EL PASO DE         *
000232*                        FACTURACION DE PRESTAMOS (FACTPRES).    *
000240******************************************************************
000250*
000260 ENVIRONMENT DIVISION.
000610 01 WS-PASOS-CICLO.
000620     05 WS-SW-PASO-CAPTURA         PIC X(01)     VALUE 'N'.
000630         88 WS-PASO-CAPTURA-SI                   VALUE 'S'.
000635     05 WS-SW-PASO-FACTURA         PIC X(01)     VALUE 'N'.
000636         88 WS-PASO-FACTURA-SI                   VALUE 'S'.
000640     05 WS-SW-PASO-REPORTE         PIC X(01)     VALUE 'N'.
000650         88 WS-PASO-REPORTE-SI                   VALUE 'S'.
000660     05 WS-SW-PASO-EXPORTA         PIC X(01)     VALUE 'N'.
001800         EVALUATE RUN-PROGRAMA
001810             WHEN "USODEACCEPT"
001820                 MOVE 'S' TO WS-SW-PASO-CAPTURA
001825             WHEN "FACTPRES"
001826                 MOVE 'S' TO WS-SW-PASO-FACTURA
001830             WHEN "REPDIAR"
001840                 MOVE 'S' TO WS-SW-PASO-REPORTE
001850             WHEN "EXPOGL"
002010     PERFORM 8050-RESULTADO-CAPTURA THRU
002020         8050-RESULTADO-CAPTURA-EXIT.
002030     WRITE LIN-OPERLOG FROM WS-LINEA-RESUMEN.
002031     MOVE "FACTURACION PRESTAMOS " TO WS-RES-PASO.
002032     PERFORM 8055-RESULTADO-FACTURA THRU
002033         8055-RESULTADO-FACTURA-EXIT.
002034     WRITE LIN-OPERLOG FROM WS-LINEA-RESUMEN.
002040     MOVE "REPORTE DIARIO        " TO WS-RES-PASO.
002050     PERFORM 8060-RESULTADO-REPORTE THRU
002060         8060-RESULTADO-REPORTE-EXIT.
002100         8070-RESULTADO-EXPORTA-EXIT.
002110     WRITE LIN-OPERLOG FROM WS-LINEA-RESUMEN.
002120     IF WS-PASO-CAPTURA-SI AND WS-PASO-REPORTE-SI
002130        AND WS-PASO-EXPORTA-SI AND WS-PASO-FACTURA-SI
002140         DISPLAY "CIERRDIA: CICLO NOCTURNO COMPLETO."
002150     ELSE
002160         DISPLAY "CIERRDIA: CICLO NOCTURNO INCOMPLETO; REVISAR "
002310     END-IF.
002320 8050-RESULTADO-CAPTURA-EXIT.
002330     EXIT.
002331*
002332******************************************************************
002333* 8055-RESULTADO-FACTURA -- DEJA EN LA LINEA DE RESUMEN EL       *
002334*                          RESULTADO DEL PASO DE FACTURACION.    *
002335******************************************************************
002336 8055-RESULTADO-FACTURA.
002337     IF WS-PASO-FACTURA-SI
002338         MOVE "COMPLETO"   TO WS-RES-RESULTADO
002339     ELSE
002340         MOVE "INCOMPLETO" TO WS-RES-RESULTADO
002341     END-IF.
002342 8055-RESULTADO-FACTURA-EXIT.
002343     EXIT.
002344*
002350******************************************************************
002360* 8060-RESULTADO-REPORTE -- DEJA EN LA LINEA DE RESUMEN EL       *
002370*                          RESULTADO DEL PASO DEL REPORTE.       *
