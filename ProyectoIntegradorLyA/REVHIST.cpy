000010******************************************************************
000020*    REVHIST.CPY                                                 *
000030*                                                                *
000040*    LAYOUT DEL HISTORIAL DE REVALUACION CAMBIARIA (ARCHIVO      *
000050*    REVHIST). REVALUA AGREGA CADA FIN DE MES UN RENGLON DE      *
000060*    DETALLE ('D') POR CLIENTE EN MONEDA EXTRANJERA CON EL SALDO,*
000070*    LA TASA DE CIERRE Y SU VALOR EN MXN, Y AL TERMINAR UN       *
000080*    RENGLON DE CONTROL ('C') CON EL AJUSTE NETO DEL MES. EL     *
000090*    DETALLE MAS RECIENTE DE CADA CLIENTE ES LA BASE DE LA       *
000100*    SIGUIENTE REVALUACION; EL CONTROL MARCA EL MES COMO         *
000110*    REVALUADO (LO CONSULTAN REVALUA Y CIERRMES).                *
000120******************************************************************
000130*    HISTORIAL DE MODIFICACIONES                                 *
000140*    FECHA       AUTOR   DESCRIPCION                             *
000150*    ----------  ------  -------------------------------------   *
000160*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000170******************************************************************
000180 01  REG-REVHIST.
000190     05 RVH-TIPO                   PIC X(01).
000200         88 RVH-TIPO-DETALLE                     VALUE 'D'.
000210         88 RVH-TIPO-CONTROL                     VALUE 'C'.
000220     05 RVH-MES                    PIC 9(06).
000230     05 RVH-CLAVE                  PIC 9(06).
000240     05 RVH-MONEDA                 PIC X(03).
000250     05 RVH-SALDO                  PIC S9(09)V99
000260            SIGN IS TRAILING SEPARATE.
000270     05 RVH-TASA                   PIC 9(05)V9(6).
000280     05 RVH-VALOR-MXN              PIC S9(11)V99
000290            SIGN IS TRAILING SEPARATE.
000300     05 RVH-AJUSTE                 PIC S9(11)V99
000310            SIGN IS TRAILING SEPARATE.
000320     05 RVH-FECHA                  PIC 9(08).
000330     05 FILLER                     PIC X(05).
