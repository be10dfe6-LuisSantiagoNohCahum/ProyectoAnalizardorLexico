000120*    FECHA       AUTOR   DESCRIPCION                             *
000130*    ----------  ------  -------------------------------------   *
000140*    08/21/2026  HNK     VERSION ORIGINAL.                       *
000141*    10/15/2026  HNK     FACTPRES (FACTURACION DE PRESTAMOS)     *
000142*                        SE INTEGRA AL CICLO ENTRE USODEACCEPT   *
000143*                        BATCH Y REPDIAR.                        *
000144*    10/15/2026  HNK     REVALUA (REVALUACION CAMBIARIA DE FIN   *
000145*                        DE MES) REGISTRA SUS CORRIDAS; CORRE    *
000146*                        DESPUES DE EXPOGL EL ULTIMO DIA DEL MES.*
000147*    10/15/2026  HNK     CIERRMES Y SALDOMES (FOTO DE SALDOS DE  *
000148*                        FIN DE MES) REGISTRAN SUS CORRIDAS;     *
000149*                        SALDOMES CORRE DESPUES DE CIERRMES.     *
000150******************************************************************
000160 01  REG-RUNCTL.
000170     05 RUN-PROGRAMA               PIC X(12).
