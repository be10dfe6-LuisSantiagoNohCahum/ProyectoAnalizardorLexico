000010******************************************************************
000020*    ACCESO.CPY                                                  *
000030*                                                                *
000040*    CAMPOS DE TRABAJO DE LA VERIFICACION DE ACCESO CONTRA EL    *
000050*    ARCHIVO DE PERFILES (VER PERFIL.CPY). CADA PROGRAMA         *
000060*    CONTROLADO MUEVE SU NOMBRE A WS-ACC-PROGRAMA AL ARRANCAR Y  *
000070*    LA OPCION ELEGIDA A WS-ACC-OPCION (BLANCO = SOLO ENTRADA AL *
000080*    PROGRAMA) ANTES DE EJECUTAR 8700-VERIFICAR-ACCESO. EL       *
000090*    RESULTADO QUEDA EN WS-SW-ACCESO Y WS-SW-BLOQUEO; EL MOTIVO  *
000100*    DE UNA NEGACION VA A AUDITLOG EN WS-VALOR-ACCESO.           *
000110******************************************************************
000120*    HISTORIAL DE MODIFICACIONES                                 *
000130*    FECHA       AUTOR   DESCRIPCION                             *
000140*    ----------  ------  -------------------------------------   *
000150*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000160******************************************************************
000170 01 WS-CAMPOS-ACCESO.
000180     05 WS-ACC-PROGRAMA            PIC X(08)     VALUE SPACES.
000190     05 WS-ACC-OPCION              PIC X(01)     VALUE SPACE.
000200     05 WS-ACC-ROL                 PIC X(10)     VALUE SPACES.
000210     05 WS-ACC-OPCIONES            PIC X(10)     VALUE SPACES.
000220     05 WS-ACC-CONTEO              PIC 9(02)     VALUE 0.
000230     05 WS-ACC-MOTIVO              PIC X(23)     VALUE SPACES.
000240     05 WS-SW-ACC-PASADA           PIC X(01)     VALUE 'U'.
000250         88 WS-PASADA-USUARIO                    VALUE 'U'.
000260         88 WS-PASADA-DERECHO                    VALUE 'D'.
000270     05 WS-SW-ACC-USUARIO          PIC X(01)     VALUE SPACE.
000280         88 WS-ACC-USR-DESCONOCIDO               VALUE SPACE.
000290         88 WS-ACC-USR-ACTIVO                    VALUE 'A'.
000300     05 WS-SW-ACC-DERECHO          PIC X(01)     VALUE 'N'.
000310         88 WS-ACC-DERECHO-SI                    VALUE 'S'.
000320     05 WS-SW-ACCESO               PIC X(01)     VALUE 'N'.
000330         88 WS-ACCESO-SI                         VALUE 'S'.
000340     05 WS-SW-BLOQUEO              PIC X(01)     VALUE 'N'.
000350         88 WS-BLOQUEO-SI                        VALUE 'S'.
000360     05 WS-SW-EOF-PERFIL           PIC X(01)     VALUE 'N'.
000370         88 WS-EOF-PERFIL-SI                     VALUE 'S'.
000380*
000390 01 WS-VALOR-ACCESO.
000400     05 WS-VAC-PROGRAMA            PIC X(08).
000410     05 FILLER                     PIC X(01)     VALUE SPACE.
000420     05 WS-VAC-OPCION              PIC X(01).
000430     05 FILLER                     PIC X(01)     VALUE SPACE.
000440     05 WS-VAC-MOTIVO              PIC X(23).
