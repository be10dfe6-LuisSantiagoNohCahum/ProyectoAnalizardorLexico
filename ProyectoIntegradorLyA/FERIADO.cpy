000010******************************************************************
000020*    FERIADO.CPY                                                 *
000030*                                                                *
000040*    LAYOUT DEL CALENDARIO DE DIAS INHABILES (ARCHIVO FERIADOS). *
000050*    UN RENGLON POR FERIADO BANCARIO QUE CAE ENTRE LUNES Y       *
000060*    VIERNES, EN ORDEN DE FECHA; LOS SABADOS Y DOMINGOS SON      *
000070*    INHABILES SIEMPRE Y NO SE CAPTURAN. LO MANTIENE MANTFER Y   *
000080*    LO CONSULTAN CIERRMES, PENDGL, MANTRECH Y CARGATC PARA      *
000090*    CONTAR DIAS HABILES (VER CALENDA.CPY).                      *
000100******************************************************************
000110*    HISTORIAL DE MODIFICACIONES                                 *
000120*    FECHA       AUTOR   DESCRIPCION                             *
000130*    ----------  ------  -------------------------------------   *
000140*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000150******************************************************************
000160 01  REG-FERIADO.
000170     05 FER-FECHA                  PIC 9(08).
000180     05 FER-DESCRIPCION            PIC X(30).
000190     05 FER-FECHA-ALTA             PIC 9(08).
000200     05 FER-USR-ALTA               PIC X(10).
000210     05 FILLER                     PIC X(04).
