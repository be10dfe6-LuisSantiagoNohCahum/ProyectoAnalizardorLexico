000230*    FECHA       AUTOR   DESCRIPCION                             *
000240*    ----------  ------  -------------------------------------   *
000250*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000251*    10/15/2026  HNK     CLIMOVS Y CALCHIST PASAN A INDEXADOS    *
000252*                        POR CLAVE DEL CLIENTE: LOS RENGLONES DE *
000253*                        LA CLAVE SE UBICAN CON START Y SE LEEN  *
000254*                        EN SECUENCIA SIN RECORRER LOS ARCHIVOS. *
000260******************************************************************
000270*
000280 ENVIRONMENT DIVISION.
000390             WITH DUPLICATES
000400         FILE STATUS IS WS-FS-CLIENTES.
000410     SELECT CALHIS-FILE ASSIGN TO "CALCHIST"
000420         ORGANIZATION IS INDEXED
000421         ACCESS MODE IS DYNAMIC
000422         RECORD KEY IS CAL-LLAVE
000430         FILE STATUS IS WS-FS-CALHIS.
000440     SELECT REPORTE-FILE ASSIGN TO "ESTADOCTA.TXT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-FS-REPORTE.
000461     SELECT MOVS-FILE ASSIGN TO "CLIMOVS"
000462         ORGANIZATION IS INDEXED
000463         ACCESS MODE IS DYNAMIC
000464         RECORD KEY IS MOV-LLAVE
000465         FILE STATUS IS WS-FS-MOVS.
000466*
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CLIENTES-FILE.
000510     COPY CLIENTE.
000520 FD  CALHIS-FILE.
000530     COPY CALHIS.
000640 FD  REPORTE-FILE.
000650 01  LIN-REPORTE                   PIC X(80).
000651 FD  MOVS-FILE.
002480     EXIT.
002490*
002500******************************************************************
002510* 4000-LISTAR-HISTORICO -- UBICA CON START LOS CALCULOS DE LA    *
002520*                         CLAVE CONSULTADA EN CALCHIST Y LOS     *
002530*                         PASA AL DOCUMENTO. SIN HISTORICO EL    *
002540*                         DOCUMENTO SALE SOLO CON EL MAESTRO.    *
002550******************************************************************
002560 4000-LISTAR-HISTORICO.
002570     MOVE 'N' TO WS-SW-EOF-CALHIS.
002590     IF NOT WS-FS-CALHIS-OK
002600         GO TO 4000-LISTAR-HISTORICO-EXIT
002610     END-IF.
002611     MOVE WS-CLAVE   TO CAL-CLAVE.
002612     MOVE LOW-VALUES TO CAL-FECHA-HORA.
002613     MOVE 0          TO CAL-SECUENCIA.
002614     START CALHIS-FILE KEY IS NOT LESS THAN CAL-LLAVE
002615         INVALID KEY
002616             MOVE 'S' TO WS-SW-EOF-CALHIS
002617     END-START.
002620     PERFORM 4100-LEER-CALCULO THRU 4100-LEER-CALCULO-EXIT.
002630     PERFORM 4200-FILTRAR-CALCULO THRU 4200-FILTRAR-CALCULO-EXIT
002640         UNTIL WS-EOF-CALHIS-SI.
002670     EXIT.
002680*
002690******************************************************************
002700* 4100-LEER-CALCULO -- LEE EL SIGUIENTE CALCULO DEL HISTORICO;   *
002705*                     AL CAMBIAR DE CLAVE TERMINA LA LECTURA.    *
002710******************************************************************
002720 4100-LEER-CALCULO.
002730     READ CALHIS-FILE NEXT RECORD
002740         AT END
002750             MOVE 'S' TO WS-SW-EOF-CALHIS
002760     END-READ.
002761     IF NOT WS-FS-CALHIS-OK
002762        OR CAL-CLAVE NOT = WS-CLAVE
002763         MOVE 'S' TO WS-SW-EOF-CALHIS
002764     END-IF.
002770 4100-LEER-CALCULO-EXIT.
002780     EXIT.
002790*
002800******************************************************************
002810* 4200-FILTRAR-CALCULO -- PASA AL DOCUMENTO EL CALCULO ACTUAL,   *
002820*                        QUE YA ES DE LA CLAVE CONSULTADA, Y LEE *
002830*                        EL SIGUIENTE.                           *
002840******************************************************************
002850 4200-FILTRAR-CALCULO.
002880     MOVE CAL-FECHA-HORA(1:8) TO WS-DET-FECHA.
002890     MOVE CAL-FUNCION         TO WS-DET-FUNCION.
002900     MOVE CAL-TASA            TO WS-DET-TASA.
002910     MOVE CAL-PLAZO           TO WS-DET-PLAZO.
002920     MOVE CAL-IMPORTE         TO WS-DET-IMPORTE.
002930     MOVE CAL-RESULTADO       TO WS-DET-RESULTADO.
002940     WRITE LIN-REPORTE FROM WS-LINEA-DET-CALCULO.
002950     ADD 1 TO WS-TOTAL-CALCULOS.
002970     PERFORM 4100-LEER-CALCULO THRU 4100-LEER-CALCULO-EXIT.
002980 4200-FILTRAR-CALCULO-EXIT.
002990     EXIT.
003130******************************************************************
003140* 5000-LISTAR-MOVIMIENTOS -- AGREGA AL DOCUMENTO LA SECCION DE   *
003150*                           MOVIMIENTOS DE IMPORTE DE LA CLAVE   *
003160*                           CONSULTADA, UBICADOS CON START EN    *
003170*                           CLIMOVS. SIN ARCHIVO LA SECCION SALE *
003180*                           COMO SIN MOVIMIENTOS.                *
003190******************************************************************
003270         WRITE LIN-REPORTE FROM WS-LINEA-SIN-MOVS
003280         GO TO 5000-LISTAR-MOVIMIENTOS-EXIT
003290     END-IF.
003291     MOVE WS-CLAVE TO MOV-CLAVE.
003292     MOVE 0        TO MOV-FECHA
003293                      MOV-SECUENCIA.
003294     START MOVS-FILE KEY IS NOT LESS THAN MOV-LLAVE
003295         INVALID KEY
003296             MOVE 'S' TO WS-SW-EOF-MOVS
003297     END-START.
003300     PERFORM 5100-LEER-MOVIMIENTO THRU 5100-LEER-MOVIMIENTO-EXIT.
003310     PERFORM 5200-FILTRAR-MOVIMIENTO THRU
003320         5200-FILTRAR-MOVIMIENTO-EXIT
003420     EXIT.
003430*
003440******************************************************************
003450* 5100-LEER-MOVIMIENTO -- LEE EL SIGUIENTE MOVIMIENTO; AL        *
003460*                        CAMBIAR DE CLAVE TERMINA LA LECTURA.    *
003470******************************************************************
003480 5100-LEER-MOVIMIENTO.
003490     READ MOVS-FILE NEXT RECORD
003500         AT END
003510             MOVE 'S' TO WS-SW-EOF-MOVS
003520     END-READ.
003521     IF NOT WS-FS-MOVS-OK
003522        OR MOV-CLAVE NOT = WS-CLAVE
003523         MOVE 'S' TO WS-SW-EOF-MOVS
003524     END-IF.
003530 5100-LEER-MOVIMIENTO-EXIT.
003540     EXIT.
003550*
003560******************************************************************
003570* 5200-FILTRAR-MOVIMIENTO -- PASA AL DOCUMENTO EL MOVIMIENTO     *
003580*                           ACTUAL Y LEE EL SIGUIENTE.           *
003590******************************************************************
003600 5200-FILTRAR-MOVIMIENTO.
003630     MOVE MOV-FECHA     TO WS-MOV-DET-FECHA.
003640     MOVE MOV-SECUENCIA TO WS-MOV-DET-SEC.
003650     MOVE MOV-IMPORTE   TO WS-MOV-DET-IMPORTE.
003660     MOVE MOV-MONEDA    TO WS-MOV-DET-MONEDA.
003670     MOVE MOV-ORIGEN    TO WS-MOV-DET-ORIGEN.
003680     WRITE LIN-REPORTE FROM WS-LINEA-DET-MOV.
003690     ADD 1 TO WS-TOTAL-MOVS.
003710     PERFORM 5100-LEER-MOVIMIENTO THRU 5100-LEER-MOVIMIENTO-EXIT.
003720 5200-FILTRAR-MOVIMIENTO-EXIT.
003730     EXIT.
