000010******************************************************************
000020*    PERFIL.CPY                                                  *
000030*                                                                *
000040*    LAYOUT DEL ARCHIVO DE PERFILES DE USUARIO (PERFILES). LLEVA *
000050*    DOS TIPOS DE RENGLON:                                       *
000060*      'U' USUARIO: CLAVE DE USUARIO (LA VARIABLE USER DE LA     *
000070*          TERMINAL), NOMBRE, ROL Y ESTADO (ACTIVO O             *
000080*          INHABILITADO).                                        *
000090*      'D' DERECHO: POR CADA ROL Y PROGRAMA, LAS OPCIONES DEL    *
000100*          MENU QUE EL ROL PUEDE USAR (UN CARACTER POR OPCION,   *
000110*          EJ. "135"; EN ARCHCLI 'R' ES RESTAURAR).              *
000120*    MANTCLI, APROBCLI, MANTCTA, TIPOCAM, MANTRECH, MANTFER,     *
000130*    ARCHCLI (RESTAURAR) Y MANTPERF LO CONSULTAN AL ARRANCAR Y   *
000140*    ANTES DE CADA OPCION; UN USUARIO DESCONOCIDO O              *
000150*    INHABILITADO, O CUYO ROL NO TIENE RENGLON 'D' PARA EL       *
000160*    PROGRAMA, QUEDA FUERA. LO MANTIENE MANTPERF Y REPPERF LISTA *
000170*    LOS DERECHOS CADA MES PARA LA RECERTIFICACION DE ACCESOS.   *
000180******************************************************************
000190*    HISTORIAL DE MODIFICACIONES                                 *
000200*    FECHA       AUTOR   DESCRIPCION                             *
000210*    ----------  ------  -------------------------------------   *
000220*    10/15/2026  HNK     VERSION ORIGINAL.                       *
000221*    10/15/2026  HNK     SE AGREGA MANTFER A LOS PROGRAMAS       *
000222*                        CONTROLADOS.                            *
000230******************************************************************
000240 01  REG-PERFIL.
000250     05 PRF-TIPO                   PIC X(01).
000260         88 PRF-TIPO-USUARIO                     VALUE 'U'.
000270         88 PRF-TIPO-DERECHO                     VALUE 'D'.
000280     05 PRF-DATOS-USUARIO.
000290         10 PRF-USUARIO            PIC X(10).
000300         10 PRF-ROL                PIC X(10).
000310         10 PRF-ESTADO             PIC X(01).
000320             88 PRF-ACTIVO                       VALUE 'A'.
000330             88 PRF-INHABILITADO                 VALUE 'I'.
000340         10 PRF-NOMBRE             PIC X(30).
000350         10 PRF-FECHA-ALTA         PIC 9(08).
000360         10 PRF-FECHA-CAMBIO       PIC 9(08).
000370         10 PRF-USR-CAMBIO         PIC X(10).
000380         10 FILLER                 PIC X(02).
000390     05 PRF-DATOS-DERECHO REDEFINES PRF-DATOS-USUARIO.
000400         10 PRF-DER-ROL            PIC X(10).
000410         10 PRF-DER-PROGRAMA       PIC X(08).
000420         10 PRF-DER-OPCIONES       PIC X(10).
000430         10 PRF-DER-FECHA-CAMBIO   PIC 9(08).
000440         10 PRF-DER-USR-CAMBIO     PIC X(10).
000450         10 FILLER                 PIC X(33).
