000010******************************************************************
000020*    PENDCLI.CPY                                                 *
000030*                                                                *
000040*    LAYOUT DEL ARCHIVO DE CAMBIOS PENDIENTES DE APROBACION      *
000050*    (PENDCLI). MANTCLI AGREGA UN RENGLON POR CADA MODIFICACION  *
000060*    DE IMPORTE QUE REBASA EL UMBRAL DE PARMAPR, POR CADA BAJA   *
000070*    Y POR CADA FUSION; EL CAMBIO NO TOCA CLIENTES NI CLIMOVS    *
000080*    HASTA QUE OTRO USUARIO LO APRUEBA EN APROBCLI. APROBCLI     *
000090*    MARCA EL ESTADO (APROBADA, RECHAZADA, VENCIDA O ERROR) CON  *
000100*    EL APROBADOR Y LA FECHA; REPAPROB LO REPORTA POR DIA. UNA   *
000101*    FUSION QUE NO PUDO REAPUNTAR TODO EL HISTORICO QUEDA EN     *
000102*    ERROR ('E') Y LA CLAVE ABSORBIDA SIGUE EN CLIENTES.         *
000110*                                                                *
000120*    CONTENIDO DE LOS IMPORTES SEGUN LA OPERACION:               *
000130*      'M' ANTERIOR = SALDO AL SOLICITAR; NUEVO = EL CAPTURADO.  *
000140*      'B' ANTERIOR = SALDO AL SOLICITAR; NUEVO EN CERO.         *
000150*      'F' ANTERIOR = SALDO DE LA SOBREVIVIENTE (PEN-CLAVE);     *
000160*          NUEVO = SALDO DE LA ABSORBIDA (PEN-CLAVE-BAJA).       *
000170*    AL APROBAR SE EXIGE QUE LOS SALDOS SIGAN SIENDO LOS MISMOS. *
000180******************************************************************
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       AUTOR   DESCRIPCION                             *
000210*    ----------  ------  -------------------------------------   *
000220*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000221*    10/15/2026  HNK     ESTADO 'E' PARA LA FUSION INCOMPLETA.   *
000222******************************************************************
000240 01  REG-PENDIENTE.
000250     05 PEN-FOLIO                  PIC 9(06).
000260     05 PEN-OPERACION              PIC X(01).
000270         88 PEN-OPER-MODIFICAR                   VALUE 'M'.
000280         88 PEN-OPER-BAJA                        VALUE 'B'.
000290         88 PEN-OPER-FUSION                      VALUE 'F'.
000300     05 PEN-ESTADO                 PIC X(01).
000310         88 PEN-PENDIENTE                        VALUE 'P'.
000320         88 PEN-APROBADA                         VALUE 'A'.
000330         88 PEN-RECHAZADA                        VALUE 'R'.
000340         88 PEN-VENCIDA                          VALUE 'V'.
000345         88 PEN-ERROR                            VALUE 'E'.
000350     05 PEN-CLAVE                  PIC 9(06).
000360     05 PEN-CLAVE-BAJA             PIC 9(06).
000370     05 PEN-NOMBRE                 PIC X(34).
000380     05 PEN-IMPORTE-ANT            PIC S9(09)V99
000390            SIGN IS TRAILING SEPARATE.
000400     05 PEN-MONEDA-ANT             PIC X(03).
000410     05 PEN-IMPORTE-NUEVO          PIC S9(09)V99
000420            SIGN IS TRAILING SEPARATE.
000430     05 PEN-MONEDA-NUEVA           PIC X(03).
000440     05 PEN-CAPTURISTA             PIC X(10).
000450     05 PEN-FECHA-SOL              PIC 9(08).
000460     05 PEN-HORA-SOL               PIC 9(06).
000470     05 PEN-APROBADOR              PIC X(10).
000480     05 PEN-FECHA-RES              PIC 9(08).
000490     05 PEN-HORA-RES               PIC 9(06).
000500     05 FILLER                     PIC X(08).
