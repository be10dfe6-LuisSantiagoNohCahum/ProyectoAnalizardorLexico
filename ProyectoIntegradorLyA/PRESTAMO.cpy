000010******************************************************************
000020*    PRESTAMO.CPY                                                *
000030*                                                                *
000040*    LAYOUT DEL MAESTRO DE PRESTAMOS (ARCHIVO INDEXADO           *
000050*    PRESTAMOS). CADA CONTRATO SE LLAVEA POR LA CLAVE DEL        *
000060*    CLIENTE MAS UN NUMERO DE PRESTAMO CONSECUTIVO POR CLIENTE.  *
000070*    LO DA DE ALTA USODEACCEPT (OPCION 4, AMORTIZACION) CUANDO   *
000080*    EL CLIENTE CONTRATA EL PRESTAMO, Y LO ACTUALIZA FACTPRES    *
000090*    CADA NOCHE AL FACTURAR LAS CUOTAS VENCIDAS EN EL DIA:       *
000100*    CUOTAS FACTURADAS, SIGUIENTE VENCIMIENTO, SALDO INSOLUTO Y  *
000110*    ESTADO (VIGENTE, EN MORA O LIQUIDADO).                      *
000120******************************************************************
000130*    HISTORIAL DE MODIFICACIONES                                 *
000140*    FECHA       AUTOR   DESCRIPCION                             *
000150*    ----------  ------  -------------------------------------   *
000160*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000170******************************************************************
000180 01  REG-PRESTAMO.
000190     05 PRE-LLAVE.
000200         10 PRE-CLAVE              PIC 9(06).
000210         10 PRE-NUMERO             PIC 9(03).
000220     05 PRE-PRINCIPAL              PIC S9(09)V99.
000230     05 PRE-MONEDA                 PIC X(03).
000240     05 PRE-TASA                   PIC 9(03)V99.
000250     05 PRE-PLAZO                  PIC 9(03).
000260     05 PRE-CUOTA                  PIC S9(09)V99.
000270     05 PRE-FECHA-INICIO           PIC 9(08).
000280     05 PRE-DIA-PAGO               PIC 9(02).
000290     05 PRE-FECHA-PROX-VENC        PIC 9(08).
000300     05 PRE-CUOTAS-FACTURADAS      PIC 9(03).
000310     05 PRE-SALDO                  PIC S9(09)V99.
000320     05 PRE-ESTADO                 PIC X(01).
000330         88 PRE-ESTADO-VIGENTE                   VALUE 'V'.
000340         88 PRE-ESTADO-MORA                      VALUE 'M'.
000350         88 PRE-ESTADO-LIQUIDADO                 VALUE 'L'.
000360     05 PRE-CUOTAS-VENCIDAS        PIC 9(03).
000370     05 PRE-FECHA-MORA             PIC 9(08).
000380     05 PRE-USUARIO                PIC X(10).
