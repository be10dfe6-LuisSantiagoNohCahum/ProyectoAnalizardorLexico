000010******************************************************************
000020*    SALHIS.CPY                                                  *
000030*                                                                *
000040*    LAYOUT DE LA HISTORIA DE FOTOS DE SALDOS (ARCHIVO           *
000050*    SALDHIST). CADA FOTO ES UN LOTE CON ENCABEZADO ('1'), UN    *
000060*    DETALLE ('D') POR CLIENTE Y MONEDA CON EL SALDO A LA FECHA  *
000070*    DE CORTE Y UN TRAILER ('9') CON EL CONTEO DE CLIENTES Y DE  *
000080*    RENGLONES Y LA SUMA DE CONTROL DE LOS SALDOS. LOS LOTES SE  *
000090*    AGREGAN AL FINAL EN ORDEN DE CORRIDA; UN LOTE SIN TRAILER   *
000100*    QUEDO INCOMPLETO Y NO SE USA.                               *
000110*                                                                *
000120*    SAH-ORIGEN DISTINGUE LA FOTO DE FIN DE MES QUE DEJA         *
000130*    SALDOMES ('M', CORTE EN EL ULTIMO DIA DEL MES) DE LA FOTO   *
000140*    FINAL QUE DEJA ARCHCLI DE LOS CLIENTES QUE ARCHIVA ('A',    *
000150*    CORTE EN LA FECHA DE LA PURGA) Y DE LA QUE DEJA APROBCLI    *
000151*    AL FUSIONAR DOS CLAVES ('F', CON EL SALDO UNIDO DE LA       *
000152*    SOBREVIVIENTE Y CERO PARA LA ABSORBIDA). EL SALDO ES LA     *
000160*    SUMA DE LOS MOVIMIENTOS DE CLIMOVS HASTA EL CORTE, POR      *
000170*    MONEDA DEL MOVIMIENTO; SALDOFEC RECONSTRUYE EL SALDO A      *
000180*    CUALQUIER FECHA CON LA FOTO MAS RECIENTE Y LOS MOVIMIENTOS  *
000185*    POSTERIORES.                                                *
000190******************************************************************
000200*    HISTORIAL DE MODIFICACIONES                                 *
000210*    FECHA       AUTOR   DESCRIPCION                             *
000220*    ----------  ------  -------------------------------------   *
000230*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000231*    10/15/2026  HNK     SE AGREGA EL ORIGEN 'F' PARA LA FOTO DE *
000232*                        UNA FUSION DE CLAVES.                   *
000233******************************************************************
000250 01  REG-SALHIS.
000260     05 SAH-TIPO                   PIC X(01).
000270         88 SAH-TIPO-ENCABEZADO                  VALUE '1'.
000280         88 SAH-TIPO-DETALLE                     VALUE 'D'.
000290         88 SAH-TIPO-TRAILER                     VALUE '9'.
000300     05 SAH-ORIGEN                 PIC X(01).
000310         88 SAH-ORIGEN-MENSUAL                   VALUE 'M'.
000320         88 SAH-ORIGEN-ARCHIVO                   VALUE 'A'.
000321         88 SAH-ORIGEN-FUSION                    VALUE 'F'.
000330     05 SAH-CORTE                  PIC 9(08).
000340     05 SAH-DATOS-DETALLE.
000350         10 SAH-CLAVE              PIC 9(06).
000360         10 SAH-MONEDA             PIC X(03).
000370         10 SAH-SALDO              PIC S9(11)V99
000380                SIGN IS TRAILING SEPARATE.
000390         10 SAH-MOVIMIENTOS        PIC 9(05).
000400         10 SAH-NOMBRE             PIC X(34).
000410         10 FILLER                 PIC X(08).
000420     05 SAH-DATOS-ENCABEZADO REDEFINES SAH-DATOS-DETALLE.
000430         10 SAH-FECHA-HORA         PIC X(14).
000440         10 FILLER                 PIC X(56).
000450     05 SAH-DATOS-TRAILER REDEFINES SAH-DATOS-DETALLE.
000460         10 SAH-CLIENTES           PIC 9(07).
000470         10 SAH-REGISTROS          PIC 9(07).
000480         10 SAH-SUMA-CONTROL       PIC S9(13)V99
000490                SIGN IS TRAILING SEPARATE.
000500         10 FILLER                 PIC X(40).
