000060*    revalorizacion para la firma de entrada. Cada operador tiene
000070*    su identificacion, su clave y los permisos por funcion:
000080*    listar, mantener tasas y monedas, mantener limites, mantener
000090*    cuentas, correr la revalorizacion, mantener operadores y
000093*    aprobar los cambios que dejan pendientes los programas de
000096*    mantenimiento (APROBACION-CAMBIOS).
000100*    Permite listar, agregar, cambiar y borrar operadores. Cada
000110*    cambio se graba en el archivo CAMBIOSOPERADORES con los
000120*    permisos antes y despues, la fecha, la hora y el operador
000350     05 OPE-CUENTAS-ENT          PIC X.
000360     05 OPE-REVALUAR-ENT         PIC X.
000370     05 OPE-OPERADORES-ENT       PIC X.
000375     05 OPE-APROBAR-ENT          PIC X.
000380 FD  CAMBIOS-FILE.
000390 01  LINEA-DE-CAMBIO            PIC X(100).
000400 WORKING-STORAGE SECTION.
000530           15 OPE-CUENTAS       PIC X.
000540           15 OPE-REVALUAR      PIC X.
000550           15 OPE-OPERADORES    PIC X.
000555           15 OPE-APROBAR       PIC X.
000560 01  SW-OPERADOR-ENCONTRADO     PIC X VALUE "N".
000570     88 OPERADOR-ENCONTRADO          VALUE "S".
000580     88 OPERADOR-NO-ENCONTRADO       VALUE "N".
000800     05 PERMISO-CUENTAS-NUEVO   PIC X.
000810     05 PERMISO-REVALUAR-NUEVO  PIC X.
000820     05 PERMISO-OPERADOR-NUEVO  PIC X.
000825     05 PERMISO-APROBAR-NUEVO   PIC X.
000830 01  PERMISOS-ANTES             PIC X(7).
000840 01  PERMISO-PEDIDO             PIC X.
000850 01  NO-DE-DUPLICADOS           PIC 999 VALUE ZERO.
000860 01  IDX-CORRIMIENTO            PIC 999.
001630                 TO OPE-REVALUAR (NO-DE-OPERADORES)
001640             MOVE OPE-OPERADORES-ENT
001650                 TO OPE-OPERADORES (NO-DE-OPERADORES)
001653             MOVE OPE-APROBAR-ENT
001656                 TO OPE-APROBAR (NO-DE-OPERADORES)
001660         ELSE
001670             IF NOT OPERADORES-LLENA
001680                 DISPLAY "OPERADORES: TABLA LLENA, "
002170         DISPLAY "OPCION INVALIDA.".
002180
002190 LISTAR-LOS-OPERADORES.
002200     DISPLAY "ID        LIS TAS LIM CUE REV OPE APR".
002210     PERFORM LISTAR-UN-OPERADOR
002220         VARYING IDX-OPE FROM 1 BY 1
002230             UNTIL IDX-OPE > NO-DE-OPERADORES.
002310         OPE-LIMITES (IDX-OPE) "   "
002320         OPE-CUENTAS (IDX-OPE) "   "
002330         OPE-REVALUAR (IDX-OPE) "   "
002340         OPE-OPERADORES (IDX-OPE) "   "
002345         OPE-APROBAR (IDX-OPE).
002350
002360 AGREGAR-UN-OPERADOR.
002370     IF NO-DE-OPERADORES NOT < 50
002720     ELSE
002730         MOVE OPE-PERMISOS (NO-DE-OPERADOR-ENCONTRADO)
002740             TO PERMISOS-ANTES
002750         DISPLAY "PERMISOS ACTUALES (LIS/TAS/LIM/CUE/REV/OPE/APR)"
002760             ": " PERMISOS-ANTES
002770         PERFORM PEDIR-LOS-VALORES
002780         IF VALOR-RECHAZADO
002790             NEXT SENTENCE
003360         MOVE PERMISO-PEDIDO TO PERMISO-REVALUAR-NUEVO
003370         DISPLAY "PERMISO PARA MANTENER OPERADORES (S/N)"
003380         PERFORM PEDIR-UN-PERMISO
003390         MOVE PERMISO-PEDIDO TO PERMISO-OPERADOR-NUEVO
003392         DISPLAY "PERMISO PARA APROBAR CAMBIOS PENDIENTES (S/N)"
003394         PERFORM PEDIR-UN-PERMISO
003396         MOVE PERMISO-PEDIDO TO PERMISO-APROBAR-NUEVO.
003400
003410 PEDIR-UN-PERMISO.
003420     ACCEPT PERMISO-PEDIDO.
004020     MOVE OPE-CUENTAS (IDX-OPE) TO OPE-CUENTAS-ENT.
004030     MOVE OPE-REVALUAR (IDX-OPE) TO OPE-REVALUAR-ENT.
004040     MOVE OPE-OPERADORES (IDX-OPE) TO OPE-OPERADORES-ENT.
004045     MOVE OPE-APROBAR (IDX-OPE) TO OPE-APROBAR-ENT.
004050     WRITE OPERADORES-REGISTRO.
