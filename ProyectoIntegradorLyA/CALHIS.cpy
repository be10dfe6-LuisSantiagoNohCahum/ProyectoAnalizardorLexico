000010******************************************************************
000020*    CALHIS.CPY                                                  *
000030*                                                                *
000040*    LAYOUT DEL HISTORICO DE CALCULOS FINANCIEROS (ARCHIVO       *
000050*    CALCHIST). CADA CALCULO QUE HACE USODEACCEPT QUEDA COMO UN  *
000060*    RENGLON CON LA CLAVE Y EL NOMBRE DEL CLIENTE, LA FUNCION,   *
000070*    LOS DATOS CAPTURADOS Y EL RESULTADO. LO LEEN ESTADOCTA,     *
000080*    APROBCLI (FUSIONES) Y ARCHCLI (DEPURACION).                 *
000090*                                                                *
000100*    CALCHIST ES INDEXADO POR CAL-LLAVE: CLAVE DEL CLIENTE,      *
000110*    FECHA-HORA DEL CALCULO Y UNA SECUENCIA QUE DISTINGUE LOS    *
000120*    CALCULOS DEL MISMO CLIENTE EN EL MISMO SEGUNDO.             *
000130******************************************************************
000140*    HISTORIAL DE MODIFICACIONES                                 *
000150*    FECHA       AUTOR   DESCRIPCION                             *
000160*    ----------  ------  -------------------------------------   *
000170*    10/15/2026  HNK     VERSION ORIGINAL: EL REGISTRO QUE CADA  *
000180*                        PROGRAMA DECLARABA POR SU CUENTA PASA A *
000190*                        ESTE COPY, CON LA LLAVE AL FRENTE.      *
000200******************************************************************
000210 01  REG-CALCULO.
000220     05 CAL-LLAVE.
000230         10 CAL-CLAVE              PIC 9(06).
000240         10 CAL-FECHA-HORA         PIC X(14).
000250         10 CAL-SECUENCIA          PIC 9(04).
000260     05 CAL-NOMBRE                 PIC X(34).
000270     05 CAL-FUNCION                PIC X(14).
000280     05 CAL-TASA                   PIC 9(03)V99.
000290     05 CAL-PLAZO                  PIC 9(03).
000300     05 CAL-IMPORTE                PIC S9(09)V99
000310            SIGN IS TRAILING SEPARATE.
000320     05 CAL-RESULTADO              PIC S9(09)V99
000330            SIGN IS TRAILING SEPARATE.
