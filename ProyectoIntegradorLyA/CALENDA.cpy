000010******************************************************************
000020*    CALENDA.CPY                                                 *
000030*                                                                *
000040*    CAMPOS DE TRABAJO DEL CALENDARIO DE DIAS HABILES. CADA      *
000050*    PROGRAMA QUE CUENTA DIAS HABILES MUEVE SU NOMBRE A          *
000060*    WS-CAL-PROGRAMA Y EJECUTA 7800-CARGAR-FERIADOS PARA SUBIR   *
000070*    EL ARCHIVO FERIADOS (VER FERIADO.CPY) A LA TABLA. DESPUES:  *
000080*    - 7850-VERIFICAR-HABIL CLASIFICA WS-CAL-FECHA EN            *
000090*      WS-SW-DIA-HABIL (HABIL, FERIADO O FIN DE SEMANA).         *
000100*    - 7900-CONTAR-HABILES DEJA EN WS-CAL-HABILES LOS DIAS       *
000110*      HABILES POSTERIORES A WS-CAL-DESDE HASTA WS-CAL-HASTA     *
000120*      INCLUSIVE (UNA FECHA INVALIDA DA 9999).                   *
000130*    SIN ARCHIVO FERIADOS SOLO SABADOS Y DOMINGOS SON INHABILES; *
000140*    WS-CAL-LEYENDA DICE CON QUE CALENDARIO SE CONTO, PARA LOS   *
000150*    ENCABEZADOS DE LOS REPORTES.                                *
000160******************************************************************
000170*    HISTORIAL DE MODIFICACIONES                                 *
000180*    FECHA       AUTOR   DESCRIPCION                             *
000190*    ----------  ------  -------------------------------------   *
000200*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000210******************************************************************
000220 01 WS-CAMPOS-CALENDARIO-HABIL.
000230     05 WS-CAL-PROGRAMA            PIC X(08)     VALUE SPACES.
000240     05 WS-CAL-FECHA               PIC 9(08)     VALUE 0.
000250     05 WS-CAL-DESDE               PIC 9(08)     VALUE 0.
000260     05 WS-CAL-HASTA               PIC 9(08)     VALUE 0.
000270     05 WS-CAL-ENTERO              PIC 9(07)     VALUE 0.
000280     05 WS-CAL-ENTERO-FIN          PIC 9(07)     VALUE 0.
000290     05 WS-CAL-DIA-SEMANA          PIC 9(01)     VALUE 0.
000300     05 WS-CAL-HABILES             PIC 9(05)     VALUE 0.
000310     05 WS-CAL-DESCRIPCION         PIC X(30)     VALUE SPACES.
000320     05 WS-CAL-LEYENDA             PIC X(44)     VALUE SPACES.
000321     05 WS-CAL-MENSAJE             PIC X(100)    VALUE SPACES.
000330     05 WS-SW-CALENDARIO           PIC X(01)     VALUE 'N'.
000340         88 WS-CALENDARIO-SI                     VALUE 'S'.
000350     05 WS-SW-DIA-HABIL            PIC X(01)     VALUE 'S'.
000360         88 WS-DIA-HABIL-SI                      VALUE 'S'.
000370         88 WS-DIA-FERIADO                       VALUE 'F'.
000380         88 WS-DIA-FIN-SEMANA                    VALUE 'N'.
000390     05 WS-SW-EOF-FERIADO          PIC X(01)     VALUE 'N'.
000400         88 WS-EOF-FERIADO-SI                    VALUE 'S'.
000410*
000420 01 WS-TABLA-FERIADOS.
000430     05 WS-FER-MAX                 PIC 9(03)     VALUE 500.
000440     05 WS-FER-TOTAL               PIC 9(03)     VALUE 0.
000450     05 WS-FER-IDX                 PIC 9(03)     VALUE 0.
000460     05 WS-FER-ENTRADA OCCURS 500 TIMES.
000470         10 TBL-FER-FECHA          PIC 9(08).
000480         10 TBL-FER-DESCRIPCION    PIC X(30).
