000030*                                                                *
000040*    LAYOUT DEL REGISTRO DE MOVIMIENTOS DE CLIENTES (ARCHIVO     *
000050*    CLIMOVS). CADA CAPTURA DE IMPORTE (INTERACTIVA O POR LOTE)  *
000060*    QUEDA COMO UN MOVIMIENTO FECHADO CON SECUENCIA DEL DIA      *
000070*    PROPIA DEL CLIENTE; EL SALDO DE CLIENTES (CLI-NUMERO) ES LA *
000080*    SUMA DE LOS MOVIMIENTOS DEL CLIENTE. LO ESCRIBEN            *
000090*    USODEACCEPT, MANTCLI, APROBCLI Y FACTPRES Y LO LEEN REPDIAR *
000091*    Y ESTADOCTA, ENTRE OTROS.                                   *
000092*                                                                *
000093*    MOV-TIPO DISTINGUE DEPOSITOS (IMPORTE POSITIVO), RETIROS    *
000094*    (IMPORTE NEGATIVO) Y REVERSOS. UN REVERSO LLEVA EL IMPORTE  *
000095*    CONTRARIO AL DEL MOVIMIENTO QUE ANULA, Y LA FECHA Y LA      *
000096*    SECUENCIA DE ESE MOVIMIENTO EN MOV-REF-FECHA Y              *
000097*    MOV-REF-SECUENCIA (CERO EN LOS DEMAS TIPOS). LOS RENGLONES  *
000098*    GRABADOS ANTES DEL TIPO LLEGAN CON ESTOS CAMPOS EN BLANCO.  *
000099*    CUANDO EXPOGL MANDA UN REVERSO AL MAYOR LO REGRABA CON TIPO *
000100*    'X' (MOV-REVERSO-ENVIADO), QUE SIGUE SIENDO REVERSO PARA    *
000101*    TODOS LOS DEMAS PROGRAMAS.                                  *
000102*                                                                *
000103*    CLIMOVS ES INDEXADO POR MOV-LLAVE (CLAVE DEL CLIENTE, FECHA *
000104*    Y SECUENCIA): LOS MOVIMIENTOS DE UN CLIENTE SE LEEN CON     *
000105*    START SOBRE SU CLAVE, SIN RECORRER EL ARCHIVO COMPLETO.     *
000106******************************************************************
000110*    HISTORIAL DE MODIFICACIONES                                 *
000120*    FECHA       AUTOR   DESCRIPCION                             *
000130*    ----------  ------  -------------------------------------   *
000140*    09/03/2026  HNK     VERSION ORIGINAL.                       *
000141*    09/03/2026  HNK     SE AGREGA EL ORIGEN 'M' PARA LOS        *
000142*                        AJUSTES DE IMPORTE HECHOS EN MANTCLI.   *
000143*    10/15/2026  HNK     SE AGREGAN LOS ORIGENES 'R' (INTERES)   *
000144*                        Y 'P' (CAPITAL) PARA LOS CARGOS DE      *
000145*                        CUOTAS DE PRESTAMO QUE FACTURA FACTPRES.*
000146*    10/15/2026  HNK     SE AGREGAN EL TIPO DE MOVIMIENTO        *
000147*                        (DEPOSITO, RETIRO, REVERSO) Y LA        *
000148*                        REFERENCIA AL MOVIMIENTO REVERSADO.     *
000149*    10/15/2026  HNK     CLIMOVS PASA A INDEXADO: CLAVE, FECHA Y *
000150*                        SECUENCIA FORMAN LA LLAVE MOV-LLAVE Y   *
000151*                        LA SECUENCIA SE NUMERA POR CLIENTE.     *
000152*    10/15/2026  HNK     SE AGREGA EL ORIGEN 'L' PARA EL ABONO   *
000153*                        DEL IMPORTE DE UN PRESTAMO CONTRATADO.  *
000154*    10/15/2026  HNK     SE AGREGA EL TIPO 'X' PARA EL REVERSO   *
000155*                        YA ENVIADO AL MAYOR GENERAL.            *
000156******************************************************************
000160 01  REG-MOVIMIENTO.
000165     05 MOV-LLAVE.
000170         10 MOV-CLAVE              PIC 9(06).
000180         10 MOV-FECHA              PIC 9(08).
000190         10 MOV-SECUENCIA          PIC 9(04).
000200     05 MOV-IMPORTE                PIC S9(09)V99
000210            SIGN IS TRAILING SEPARATE.
000220     05 MOV-MONEDA                 PIC X(03).
000240         88 MOV-ORIGEN-CAPTURA                   VALUE 'I'.
000250         88 MOV-ORIGEN-LOTE                      VALUE 'B'.
000255         88 MOV-ORIGEN-AJUSTE                    VALUE 'M'.
000256         88 MOV-ORIGEN-PRES-INTERES              VALUE 'R'.
000257         88 MOV-ORIGEN-PRES-CAPITAL              VALUE 'P'.
000258         88 MOV-ORIGEN-PRES-DESEMBOLSO           VALUE 'L'.
000260     05 MOV-USUARIO                PIC X(10).
000270     05 MOV-TIPO                   PIC X(01).
000280         88 MOV-TIPO-DEPOSITO                    VALUE 'D'.
000290         88 MOV-TIPO-RETIRO                      VALUE 'R'.
000300         88 MOV-TIPO-REVERSO                     VALUE 'V' 'X'.
000305         88 MOV-REVERSO-ENVIADO                  VALUE 'X'.
000310     05 MOV-REF-FECHA              PIC 9(08).
000320     05 MOV-REF-SECUENCIA          PIC 9(04).
