000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. MANTENIMIENTO-CLIENTES.
000030
000040*    Este programa mantiene el maestro indexado de CLIENTES, que
000050*    identifica al titular de cada cuenta del maestro de CUENTAS
000060*    (CUENTA-CLIENTE). Cada cliente tiene su identificacion, el
000070*    tipo y numero de documento, el nombre, la direccion, el
000080*    telefono y el correo, el estado (A activo, B de baja) y la
000090*    fecha de alta. Permite listar clientes, agregar uno nuevo,
000100*    cambiar sus datos y darlo de baja o reactivarlo; la baja
000110*    deja el registro en el maestro y no se acepta mientras el
000120*    cliente tenga cuentas sin cerrar. El tipo y numero de
000130*    documento no pueden repetirse entre clientes. Cada cambio se
000140*    graba en el archivo CAMBIOSCLIENTES con los valores antes y
000150*    despues, la fecha, la hora y el operador, igual que hace
000160*    MANTENIMIENTO-CUENTAS con CAMBIOSCUENTAS.
000170*    La entrada se firma contra el maestro OPERADORES con clave:
000180*    listar pide el permiso de listar y agregar, cambiar o dar de
000190*    baja piden el permiso de cuentas, que cubre tambien a los
000200*    clientes. Si el archivo OPERADORES no existe el programa
000210*    avisa y sigue sin control.
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS DYNAMIC
000280         RECORD KEY IS CLIENTE-ID
000290         FILE STATUS IS CLIENTES-STATUS.
000300     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CUENTA-NUMERO
000340         FILE STATUS IS CUENTAS-STATUS.
000350     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOSCLIENTES"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS CAMBIOS-STATUS.
000380     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS OPERADORES-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CLIENTES-FILE.
000440 01  CLIENTES-REGISTRO.
000450     05 CLIENTE-ID               PIC X(10).
000460     05 CLIENTE-TIPO-DOCUMENTO   PIC X(03).
000470     05 CLIENTE-NUMERO-DOCUMENTO PIC X(15).
000480     05 CLIENTE-NOMBRE           PIC X(30).
000490     05 CLIENTE-DIRECCION        PIC X(40).
000500     05 CLIENTE-TELEFONO         PIC X(15).
000510     05 CLIENTE-CORREO           PIC X(40).
000520     05 CLIENTE-ESTADO           PIC X.
000530     05 CLIENTE-FECHA-ALTA       PIC 9(8).
000540 FD  CUENTAS-FILE.
000550 01  CUENTAS-REGISTRO.
000560     05 CUENTA-NUMERO            PIC X(10).
000570     05 CUENTA-NOMBRE            PIC X(30).
000580     05 CUENTA-PRODUCTO          PIC X(06).
000590     05 CUENTA-SALDO             PIC S9(9)V99.
000600     05 CUENTA-APORTE            PIC S9(7)V99.
000610     05 CUENTA-FECHA-APERTURA    PIC 9(8).
000620     05 CUENTA-PLAZO-MESES       PIC 9(3).
000630     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
000640     05 CUENTA-ESTADO            PIC X.
000650     05 CUENTA-MONEDA            PIC X(03).
000660     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000670     05 CUENTA-CLIENTE           PIC X(10).
000680 FD  CAMBIOS-FILE.
000690 01  LINEA-DE-CAMBIO            PIC X(350).
000700 FD  OPERADORES-FILE.
000710 01  OPERADORES-REGISTRO.
000720     05 OPE-ID-ENT               PIC X(8).
000730     05 OPE-CLAVE-ENT            PIC X(8).
000740     05 OPE-LISTAR-ENT           PIC X.
000750     05 OPE-TASAS-ENT            PIC X.
000760     05 OPE-LIMITES-ENT          PIC X.
000770     05 OPE-CUENTAS-ENT          PIC X.
000780     05 OPE-REVALUAR-ENT         PIC X.
000790     05 OPE-OPERADORES-ENT       PIC X.
000795     05 OPE-APROBAR-ENT          PIC X.
000800 WORKING-STORAGE SECTION.
000810
000820 01  CLIENTES-STATUS            PIC XX.
000830 01  CUENTAS-STATUS             PIC XX.
000840 01  CAMBIOS-STATUS             PIC XX.
000850 01  OPERADORES-STATUS          PIC XX.
000860 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
000870 01  TABLA-DE-OPERADORES.
000880     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
000890        10 OPE-ID               PIC X(8).
000900        10 OPE-CLAVE            PIC X(8).
000910        10 OPE-LISTAR           PIC X.
000920        10 OPE-CUENTAS          PIC X.
000930 01  SW-HAY-OPERADORES          PIC X VALUE "N".
000940     88 HAY-OPERADORES               VALUE "S".
000950 01  SW-OPERADOR-ENCONTRADO     PIC X VALUE "N".
000960     88 OPERADOR-ENCONTRADO          VALUE "S".
000970     88 OPERADOR-NO-ENCONTRADO       VALUE "N".
000980 01  NO-DE-OPERADOR-ENCONTRADO  PIC 999 VALUE ZERO.
000990 01  SW-FIRMA-RECHAZADA         PIC X VALUE "N".
001000     88 FIRMA-RECHAZADA              VALUE "S".
001010 01  SW-PUEDE-LISTAR            PIC X VALUE "N".
001020     88 PUEDE-LISTAR                 VALUE "S".
001030 01  SW-PUEDE-MANTENER          PIC X VALUE "N".
001040     88 PUEDE-MANTENER               VALUE "S".
001050 01  LA-CLAVE                   PIC X(8).
001060 01  SW-FIN-DEL-MENU            PIC X VALUE "N".
001070     88 FIN-DEL-MENU                  VALUE "S".
001080 01  SW-FIN-DE-CLIENTES         PIC X VALUE "N".
001090     88 FIN-DE-CLIENTES               VALUE "S".
001100 01  SW-FIN-DE-CUENTAS          PIC X VALUE "N".
001110     88 FIN-DE-CUENTAS                VALUE "S".
001120 01  SW-HAY-CUENTAS             PIC X VALUE "N".
001130     88 HAY-CUENTAS                   VALUE "S".
001140 01  SW-VALOR-RECHAZADO         PIC X VALUE "N".
001150     88 VALOR-RECHAZADO              VALUE "S".
001160 01  SW-DOCUMENTO-REPETIDO      PIC X VALUE "N".
001170     88 DOCUMENTO-REPETIDO           VALUE "S".
001180 01  LA-OPCION                  PIC X.
001190 01  EL-OPERADOR                PIC X(8).
001200 01  LA-ACCION                  PIC X(8).
001210 01  ID-BUSCADO                 PIC X(10).
001220 01  CAMPO-DE-TEXTO             PIC X(40).
001230 01  SI-NO                      PIC X.
001240 01  DATOS-NUEVOS.
001250     05 TIPO-DOCUMENTO-NUEVO    PIC X(03).
001260     05 NUMERO-DOCUMENTO-NUEVO  PIC X(15).
001270     05 NOMBRE-NUEVO            PIC X(30).
001280     05 DIRECCION-NUEVA         PIC X(40).
001290     05 TELEFONO-NUEVO          PIC X(15).
001300     05 CORREO-NUEVO            PIC X(40).
001310     05 ESTADO-NUEVO            PIC X.
001320 01  DATOS-ANTES.
001330     05 TIPO-DOCUMENTO-ANTES    PIC X(03).
001340     05 NUMERO-DOCUMENTO-ANTES  PIC X(15).
001350     05 NOMBRE-ANTES            PIC X(30).
001360     05 DIRECCION-ANTES         PIC X(40).
001370     05 TELEFONO-ANTES          PIC X(15).
001380     05 CORREO-ANTES            PIC X(40).
001390     05 ESTADO-ANTES            PIC X.
001400 01  CLIENTE-CON-EL-DOCUMENTO   PIC X(10).
001410 01  NO-DE-CUENTAS-ABIERTAS     PIC 9(5) VALUE ZERO.
001420 01  NO-DE-CLIENTES-LISTADOS    PIC 9(9) VALUE ZERO.
001430 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
001440 01  FECHA-DEL-SISTEMA.
001450     05 FDS-ANIO                PIC 9(4).
001460     05 FDS-MES                 PIC 99.
001470     05 FDS-DIA                 PIC 99.
001480 01  HORA-DEL-SISTEMA.
001490     05 HDS-HORA                PIC 99.
001500     05 HDS-MIN                 PIC 99.
001510     05 HDS-SEG                 PIC 99.
001520     05 HDS-CENT                PIC 99.
001530 01  FECHA-MOSTRADA.
001540     05 FM-ANIO                 PIC 9999.
001550     05 FM-GUION-1              PIC X VALUE "-".
001560     05 FM-MES                  PIC 99.
001570     05 FM-GUION-2              PIC X VALUE "-".
001580     05 FM-DIA                  PIC 99.
001590 01  HORA-MOSTRADA.
001600     05 HM-HORA                 PIC 99.
001610     05 HM-DOSPTOS-1            PIC X VALUE ":".
001620     05 HM-MIN                  PIC 99.
001630     05 HM-DOSPTOS-2            PIC X VALUE ":".
001640     05 HM-SEG                  PIC 99.
001650*RUTINA DE NIVEL 1
001660 PROCEDURE DIVISION.
001670 PROGRAMA-EMPIEZA.
001680
001690     PERFORM ABRIR-CLIENTES.
001700     IF CLIENTES-STATUS NOT = "00"
001710         DISPLAY "NO SE PUDO ABRIR CLIENTES, ESTADO "
001720             CLIENTES-STATUS
001730         MOVE 8 TO RETURN-CODE
001740         GO TO TERMINA-PROGRAMA.
001750     OPEN INPUT CUENTAS-FILE.
001760     IF CUENTAS-STATUS = "00"
001770         SET HAY-CUENTAS TO TRUE.
001780     PERFORM ABRIR-CAMBIOS.
001790     PERFORM CARGAR-LOS-OPERADORES.
001800     PERFORM FIRMAR-AL-OPERADOR.
001810     IF FIRMA-RECHAZADA
001820         PERFORM CERRAR-LOS-ARCHIVOS
001830         MOVE 8 TO RETURN-CODE
001840         GO TO TERMINA-PROGRAMA.
001850     PERFORM ATENDER-EL-MENU UNTIL FIN-DEL-MENU.
001860     PERFORM CERRAR-LOS-ARCHIVOS.
001870 TERMINA-PROGRAMA.
001880     STOP RUN.
001890*RUTINAS DE NIVEL 2
001900 ABRIR-CLIENTES.
001910     OPEN I-O CLIENTES-FILE.
001920     IF CLIENTES-STATUS NOT = "00"
001930         OPEN OUTPUT CLIENTES-FILE
001940         IF CLIENTES-STATUS = "00"
001950             CLOSE CLIENTES-FILE
001960             OPEN I-O CLIENTES-FILE.
001970
001980 ABRIR-CAMBIOS.
001990     OPEN EXTEND CAMBIOS-FILE.
002000     IF CAMBIOS-STATUS NOT = "00"
002010         OPEN OUTPUT CAMBIOS-FILE.
002020
002030 CERRAR-LOS-ARCHIVOS.
002040     CLOSE CLIENTES-FILE.
002050     IF HAY-CUENTAS
002060         CLOSE CUENTAS-FILE.
002070     CLOSE CAMBIOS-FILE.
002080
002090 CARGAR-LOS-OPERADORES.
002100     OPEN INPUT OPERADORES-FILE.
002110     IF OPERADORES-STATUS = "00"
002120         SET HAY-OPERADORES TO TRUE
002130         PERFORM CARGAR-UN-OPERADOR
002140             UNTIL OPERADORES-STATUS NOT = "00"
002150         CLOSE OPERADORES-FILE.
002160
002170 CARGAR-UN-OPERADOR.
002180     READ OPERADORES-FILE
002190         AT END NEXT SENTENCE.
002200     IF OPERADORES-STATUS = "00"
002210         IF NO-DE-OPERADORES < 50
002220             ADD 1 TO NO-DE-OPERADORES
002230             MOVE OPE-ID-ENT TO OPE-ID (NO-DE-OPERADORES)
002240             MOVE OPE-CLAVE-ENT TO OPE-CLAVE (NO-DE-OPERADORES)
002250             MOVE OPE-LISTAR-ENT TO OPE-LISTAR (NO-DE-OPERADORES)
002260             MOVE OPE-CUENTAS-ENT
002270                 TO OPE-CUENTAS (NO-DE-OPERADORES).
002280
002290 FIRMAR-AL-OPERADOR.
002300*    Sin archivo OPERADORES no hay control: se avisa y se deja
002310*    pasar con todos los permisos, como antes de tener firma.
002320     DISPLAY "IDENTIFICACION DEL OPERADOR".
002330     ACCEPT EL-OPERADOR.
002340     IF NOT HAY-OPERADORES
002350         DISPLAY "OJO: SIN ARCHIVO OPERADORES, "
002360             "ACCESO SIN CONTROL."
002370         MOVE "S" TO SW-PUEDE-LISTAR
002380         MOVE "S" TO SW-PUEDE-MANTENER
002390     ELSE
002400         DISPLAY "CLAVE"
002410         ACCEPT LA-CLAVE
002420         PERFORM BUSCAR-OPERADOR
002430         IF OPERADOR-NO-ENCONTRADO
002440             DISPLAY "FIRMA RECHAZADA."
002450             SET FIRMA-RECHAZADA TO TRUE
002460         ELSE
002470         IF OPE-CLAVE (NO-DE-OPERADOR-ENCONTRADO) NOT = LA-CLAVE
002480             DISPLAY "FIRMA RECHAZADA."
002490             SET FIRMA-RECHAZADA TO TRUE
002500         ELSE
002510             MOVE OPE-LISTAR (NO-DE-OPERADOR-ENCONTRADO)
002520                 TO SW-PUEDE-LISTAR
002530             MOVE OPE-CUENTAS (NO-DE-OPERADOR-ENCONTRADO)
002540                 TO SW-PUEDE-MANTENER.
002550
002560 BUSCAR-OPERADOR.
002570     SET OPERADOR-NO-ENCONTRADO TO TRUE.
002580     SET IDX-OPE TO 1.
002590     PERFORM BUSCAR-UN-OPERADOR
002600         VARYING IDX-OPE FROM 1 BY 1
002610             UNTIL IDX-OPE > NO-DE-OPERADORES
002620                 OR OPERADOR-ENCONTRADO.
002630
002640 BUSCAR-UN-OPERADOR.
002650     IF OPE-ID (IDX-OPE) = EL-OPERADOR
002660         SET OPERADOR-ENCONTRADO TO TRUE
002670         MOVE IDX-OPE TO NO-DE-OPERADOR-ENCONTRADO.
002680
002690 ATENDER-EL-MENU.
002700     DISPLAY " ".
002710     DISPLAY "MANTENIMIENTO DE CLIENTES".
002720     DISPLAY "L = LISTAR   A = AGREGAR   C = CAMBIAR".
002730     DISPLAY "X = BAJA / REACTIVAR   S = SALIR".
002740     ACCEPT LA-OPCION.
002750     IF LA-OPCION = "L" OR LA-OPCION = "l"
002760         IF PUEDE-LISTAR
002770             PERFORM LISTAR-LOS-CLIENTES
002780         ELSE
002790             DISPLAY "SIN PERMISO PARA LISTAR."
002800         END-IF
002810     ELSE
002820     IF LA-OPCION = "A" OR LA-OPCION = "a"
002830         IF PUEDE-MANTENER
002840             PERFORM AGREGAR-UN-CLIENTE
002850         ELSE
002860             DISPLAY "SIN PERMISO PARA MANTENER CLIENTES."
002870         END-IF
002880     ELSE
002890     IF LA-OPCION = "C" OR LA-OPCION = "c"
002900         IF PUEDE-MANTENER
002910             PERFORM CAMBIAR-UN-CLIENTE
002920         ELSE
002930             DISPLAY "SIN PERMISO PARA MANTENER CLIENTES."
002940         END-IF
002950     ELSE
002960     IF LA-OPCION = "X" OR LA-OPCION = "x"
002970         IF PUEDE-MANTENER
002980             PERFORM DAR-DE-BAJA-UN-CLIENTE
002990         ELSE
003000             DISPLAY "SIN PERMISO PARA MANTENER CLIENTES."
003010         END-IF
003020     ELSE
003030     IF LA-OPCION = "S" OR LA-OPCION = "s"
003040         SET FIN-DEL-MENU TO TRUE
003050     ELSE
003060         DISPLAY "OPCION INVALIDA.".
003070
003080 LISTAR-LOS-CLIENTES.
003090     MOVE ZERO TO NO-DE-CLIENTES-LISTADOS.
003100     MOVE "N" TO SW-FIN-DE-CLIENTES.
003110     MOVE LOW-VALUES TO CLIENTE-ID.
003120     START CLIENTES-FILE KEY NOT < CLIENTE-ID
003130         INVALID KEY SET FIN-DE-CLIENTES TO TRUE.
003140     DISPLAY "CLIENTE     DOCUMENTO            "
003150         "NOMBRE                          ESTADO".
003160     PERFORM LISTAR-UN-CLIENTE UNTIL FIN-DE-CLIENTES.
003170     MOVE NO-DE-CLIENTES-LISTADOS TO CONTADOR-MOSTRADO.
003180     DISPLAY "TOTAL DE CLIENTES: " CONTADOR-MOSTRADO.
003190
003200 LISTAR-UN-CLIENTE.
003210     READ CLIENTES-FILE NEXT RECORD
003220         AT END SET FIN-DE-CLIENTES TO TRUE
003230     END-READ.
003240     IF NOT FIN-DE-CLIENTES
003250         ADD 1 TO NO-DE-CLIENTES-LISTADOS
003260         DISPLAY CLIENTE-ID "  " CLIENTE-TIPO-DOCUMENTO " "
003270             CLIENTE-NUMERO-DOCUMENTO "  " CLIENTE-NOMBRE "  "
003280             CLIENTE-ESTADO.
003290
003300 AGREGAR-UN-CLIENTE.
003310     DISPLAY "IDENTIFICACION DEL CLIENTE NUEVO".
003320     ACCEPT ID-BUSCADO.
003330     IF ID-BUSCADO = SPACES
003340         DISPLAY "LA IDENTIFICACION NO PUEDE SER BLANCA."
003350     ELSE
003360         MOVE ID-BUSCADO TO CLIENTE-ID
003370         PERFORM LEER-POR-ID
003380         IF CLIENTES-STATUS = "00"
003390             DISPLAY "EL CLIENTE YA EXISTE: " ID-BUSCADO
003400         ELSE
003410             PERFORM PEDIR-DATOS-DE-ALTA
003420             IF VALOR-RECHAZADO
003430                 NEXT SENTENCE
003440             ELSE
003450                 PERFORM GRABAR-EL-ALTA.
003460
003470 GRABAR-EL-ALTA.
003480     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
003490     MOVE ID-BUSCADO TO CLIENTE-ID.
003500     MOVE TIPO-DOCUMENTO-NUEVO TO CLIENTE-TIPO-DOCUMENTO.
003510     MOVE NUMERO-DOCUMENTO-NUEVO TO CLIENTE-NUMERO-DOCUMENTO.
003520     MOVE NOMBRE-NUEVO TO CLIENTE-NOMBRE.
003530     MOVE DIRECCION-NUEVA TO CLIENTE-DIRECCION.
003540     MOVE TELEFONO-NUEVO TO CLIENTE-TELEFONO.
003550     MOVE CORREO-NUEVO TO CLIENTE-CORREO.
003560     MOVE "A" TO CLIENTE-ESTADO.
003570     MOVE "A" TO ESTADO-NUEVO.
003580     MOVE FECHA-DEL-SISTEMA TO CLIENTE-FECHA-ALTA.
003590     WRITE CLIENTES-REGISTRO
003600         INVALID KEY MOVE "22" TO CLIENTES-STATUS.
003610     IF CLIENTES-STATUS NOT = "00"
003620         DISPLAY "ERROR AL GRABAR EL CLIENTE, ESTADO "
003630             CLIENTES-STATUS
003640     ELSE
003650         MOVE SPACES TO DATOS-ANTES
003660         MOVE "AGREGAR" TO LA-ACCION
003670         PERFORM ESCRIBIR-EL-CAMBIO
003680         DISPLAY "AGREGADO " ID-BUSCADO.
003690
003700 CAMBIAR-UN-CLIENTE.
003710     DISPLAY "IDENTIFICACION DEL CLIENTE A CAMBIAR".
003720     ACCEPT ID-BUSCADO.
003730     MOVE ID-BUSCADO TO CLIENTE-ID.
003740     PERFORM LEER-POR-ID.
003750     IF CLIENTES-STATUS NOT = "00"
003760         DISPLAY "NO EXISTE EL CLIENTE: " ID-BUSCADO
003770     ELSE
003780         PERFORM MOSTRAR-EL-CLIENTE
003790         PERFORM GUARDAR-LOS-DATOS-ANTES
003800         PERFORM PEDIR-DATOS-DE-CAMBIO
003810         IF VALOR-RECHAZADO
003820             NEXT SENTENCE
003830         ELSE
003840             MOVE ID-BUSCADO TO CLIENTE-ID
003850             PERFORM LEER-POR-ID
003860             MOVE TIPO-DOCUMENTO-NUEVO TO CLIENTE-TIPO-DOCUMENTO
003870             MOVE NUMERO-DOCUMENTO-NUEVO
003880                 TO CLIENTE-NUMERO-DOCUMENTO
003890             MOVE NOMBRE-NUEVO TO CLIENTE-NOMBRE
003900             MOVE DIRECCION-NUEVA TO CLIENTE-DIRECCION
003910             MOVE TELEFONO-NUEVO TO CLIENTE-TELEFONO
003920             MOVE CORREO-NUEVO TO CLIENTE-CORREO
003930             REWRITE CLIENTES-REGISTRO
003940             IF CLIENTES-STATUS NOT = "00"
003950                 DISPLAY "ERROR AL REGRABAR, ESTADO "
003960                     CLIENTES-STATUS
003970             ELSE
003980                 MOVE "CAMBIAR" TO LA-ACCION
003990                 PERFORM ESCRIBIR-EL-CAMBIO
004000                 DISPLAY "CAMBIADO " ID-BUSCADO.
004010
004020 DAR-DE-BAJA-UN-CLIENTE.
004030*    La baja deja el cliente en el maestro con estado B, porque
004040*    las cuentas cerradas y la historia siguen apuntando a el.
004050*    Un cliente con cuentas sin cerrar no se puede dar de baja.
004060     DISPLAY "IDENTIFICACION DEL CLIENTE".
004070     ACCEPT ID-BUSCADO.
004080     MOVE ID-BUSCADO TO CLIENTE-ID.
004090     PERFORM LEER-POR-ID.
004100     IF CLIENTES-STATUS NOT = "00"
004110         DISPLAY "NO EXISTE EL CLIENTE: " ID-BUSCADO
004120     ELSE
004130         PERFORM MOSTRAR-EL-CLIENTE
004140         PERFORM GUARDAR-LOS-DATOS-ANTES
004150         MOVE DATOS-ANTES TO DATOS-NUEVOS
004160         IF CLIENTE-ESTADO = "B"
004170             MOVE "A" TO ESTADO-NUEVO
004180             MOVE "REACTIVA" TO LA-ACCION
004190             DISPLAY "CONFIRMA LA REACTIVACION (S/N)"
004200         ELSE
004210             PERFORM CONTAR-LAS-CUENTAS-ABIERTAS
004220             MOVE "B" TO ESTADO-NUEVO
004230             MOVE "BAJA" TO LA-ACCION
004240             DISPLAY "CONFIRMA LA BAJA (S/N)"
004250         END-IF
004260         IF NO-DE-CUENTAS-ABIERTAS > ZERO AND ESTADO-NUEVO = "B"
004270             MOVE NO-DE-CUENTAS-ABIERTAS TO CONTADOR-MOSTRADO
004280             DISPLAY "EL CLIENTE TIENE CUENTAS SIN CERRAR: "
004290                 CONTADOR-MOSTRADO
004300             DISPLAY "BAJA RECHAZADA."
004310         ELSE
004320             ACCEPT SI-NO
004330             IF SI-NO = "S" OR SI-NO = "s"
004340                 MOVE ID-BUSCADO TO CLIENTE-ID
004350                 PERFORM LEER-POR-ID
004360                 MOVE ESTADO-NUEVO TO CLIENTE-ESTADO
004370                 REWRITE CLIENTES-REGISTRO
004380                 IF CLIENTES-STATUS NOT = "00"
004390                     DISPLAY "ERROR AL REGRABAR, ESTADO "
004400                         CLIENTES-STATUS
004410                 ELSE
004420                     PERFORM ESCRIBIR-EL-CAMBIO
004430                     DISPLAY "CAMBIADO EL ESTADO DE " ID-BUSCADO
004440                 END-IF
004450             ELSE
004460                 DISPLAY "OPERACION CANCELADA.".
004470
004480 LEER-POR-ID.
004490     READ CLIENTES-FILE
004500         INVALID KEY MOVE "23" TO CLIENTES-STATUS
004510     END-READ.
004520
004530 MOSTRAR-EL-CLIENTE.
004540     DISPLAY "CLIENTE   " CLIENTE-ID "  " CLIENTE-NOMBRE
004550         "  ESTADO " CLIENTE-ESTADO.
004560     DISPLAY "DOCUMENTO " CLIENTE-TIPO-DOCUMENTO " "
004570         CLIENTE-NUMERO-DOCUMENTO.
004580     DISPLAY "DIRECCION " CLIENTE-DIRECCION.
004590     DISPLAY "TELEFONO  " CLIENTE-TELEFONO
004600         "  CORREO " CLIENTE-CORREO.
004610
004620 GUARDAR-LOS-DATOS-ANTES.
004630     MOVE CLIENTE-TIPO-DOCUMENTO TO TIPO-DOCUMENTO-ANTES.
004640     MOVE CLIENTE-NUMERO-DOCUMENTO TO NUMERO-DOCUMENTO-ANTES.
004650     MOVE CLIENTE-NOMBRE TO NOMBRE-ANTES.
004660     MOVE CLIENTE-DIRECCION TO DIRECCION-ANTES.
004670     MOVE CLIENTE-TELEFONO TO TELEFONO-ANTES.
004680     MOVE CLIENTE-CORREO TO CORREO-ANTES.
004690     MOVE CLIENTE-ESTADO TO ESTADO-ANTES.
004700*RUTINAS DE NIVEL 3
004710 PEDIR-DATOS-DE-ALTA.
004720     MOVE "N" TO SW-VALOR-RECHAZADO.
004730     MOVE SPACES TO DATOS-NUEVOS.
004740     PERFORM PEDIR-EL-DOCUMENTO.
004750     IF VALOR-RECHAZADO
004760         NEXT SENTENCE
004770     ELSE
004780         DISPLAY "NOMBRE DEL CLIENTE"
004790         ACCEPT CAMPO-DE-TEXTO
004800         MOVE CAMPO-DE-TEXTO TO NOMBRE-NUEVO
004810         IF NOMBRE-NUEVO = SPACES
004820             DISPLAY "EL NOMBRE NO PUEDE SER BLANCO."
004830             SET VALOR-RECHAZADO TO TRUE
004840         ELSE
004850             DISPLAY "DIRECCION"
004860             ACCEPT CAMPO-DE-TEXTO
004870             MOVE CAMPO-DE-TEXTO TO DIRECCION-NUEVA
004880             DISPLAY "TELEFONO"
004890             ACCEPT CAMPO-DE-TEXTO
004900             MOVE CAMPO-DE-TEXTO TO TELEFONO-NUEVO
004910             DISPLAY "CORREO ELECTRONICO"
004920             ACCEPT CAMPO-DE-TEXTO
004930             MOVE CAMPO-DE-TEXTO TO CORREO-NUEVO.
004940
004950 PEDIR-DATOS-DE-CAMBIO.
004960*    Cada dato vacio queda como estaba.
004970     MOVE "N" TO SW-VALOR-RECHAZADO.
004980     MOVE DATOS-ANTES TO DATOS-NUEVOS.
004990     DISPLAY "TIPO DE DOCUMENTO NUEVO (VACIO = SIN CAMBIO)".
005000     ACCEPT CAMPO-DE-TEXTO.
005010     IF CAMPO-DE-TEXTO NOT = SPACES
005020         MOVE CAMPO-DE-TEXTO TO TIPO-DOCUMENTO-NUEVO.
005030     DISPLAY "NUMERO DE DOCUMENTO NUEVO (VACIO = SIN CAMBIO)".
005040     ACCEPT CAMPO-DE-TEXTO.
005050     IF CAMPO-DE-TEXTO NOT = SPACES
005060         MOVE CAMPO-DE-TEXTO TO NUMERO-DOCUMENTO-NUEVO.
005070     IF TIPO-DOCUMENTO-NUEVO NOT = TIPO-DOCUMENTO-ANTES OR
005080     NUMERO-DOCUMENTO-NUEVO NOT = NUMERO-DOCUMENTO-ANTES
005090         PERFORM VALIDAR-EL-DOCUMENTO.
005100     IF VALOR-RECHAZADO
005110         NEXT SENTENCE
005120     ELSE
005130         DISPLAY "NOMBRE NUEVO (VACIO = SIN CAMBIO)"
005140         ACCEPT CAMPO-DE-TEXTO
005150         IF CAMPO-DE-TEXTO NOT = SPACES
005160             MOVE CAMPO-DE-TEXTO TO NOMBRE-NUEVO
005170         END-IF
005180         DISPLAY "DIRECCION NUEVA (VACIO = SIN CAMBIO)"
005190         ACCEPT CAMPO-DE-TEXTO
005200         IF CAMPO-DE-TEXTO NOT = SPACES
005210             MOVE CAMPO-DE-TEXTO TO DIRECCION-NUEVA
005220         END-IF
005230         DISPLAY "TELEFONO NUEVO (VACIO = SIN CAMBIO)"
005240         ACCEPT CAMPO-DE-TEXTO
005250         IF CAMPO-DE-TEXTO NOT = SPACES
005260             MOVE CAMPO-DE-TEXTO TO TELEFONO-NUEVO
005270         END-IF
005280         DISPLAY "CORREO NUEVO (VACIO = SIN CAMBIO)"
005290         ACCEPT CAMPO-DE-TEXTO
005300         IF CAMPO-DE-TEXTO NOT = SPACES
005310             MOVE CAMPO-DE-TEXTO TO CORREO-NUEVO.
005320
005330 PEDIR-EL-DOCUMENTO.
005340     DISPLAY "TIPO DE DOCUMENTO (DNI, CUI, PAS, ...)".
005350     ACCEPT CAMPO-DE-TEXTO.
005360     MOVE CAMPO-DE-TEXTO TO TIPO-DOCUMENTO-NUEVO.
005370     DISPLAY "NUMERO DE DOCUMENTO".
005380     ACCEPT CAMPO-DE-TEXTO.
005390     MOVE CAMPO-DE-TEXTO TO NUMERO-DOCUMENTO-NUEVO.
005400     PERFORM VALIDAR-EL-DOCUMENTO.
005410
005420 VALIDAR-EL-DOCUMENTO.
005430*    El documento identifica a la persona: no puede faltar ni
005440*    estar ya registrado en otro cliente.
005450     IF TIPO-DOCUMENTO-NUEVO = SPACES OR
005460     NUMERO-DOCUMENTO-NUEVO = SPACES
005470         DISPLAY "EL TIPO Y EL NUMERO DE DOCUMENTO "
005480             "SON OBLIGATORIOS."
005490         SET VALOR-RECHAZADO TO TRUE
005500     ELSE
005510         PERFORM BUSCAR-EL-DOCUMENTO
005520         IF DOCUMENTO-REPETIDO
005530             DISPLAY "EL DOCUMENTO YA ES DEL CLIENTE "
005540                 CLIENTE-CON-EL-DOCUMENTO
005550             SET VALOR-RECHAZADO TO TRUE.
005560
005570 BUSCAR-EL-DOCUMENTO.
005580     MOVE "N" TO SW-DOCUMENTO-REPETIDO.
005590     MOVE "N" TO SW-FIN-DE-CLIENTES.
005600     MOVE LOW-VALUES TO CLIENTE-ID.
005610     START CLIENTES-FILE KEY NOT < CLIENTE-ID
005620         INVALID KEY SET FIN-DE-CLIENTES TO TRUE.
005630     PERFORM COMPARAR-UN-DOCUMENTO
005640         UNTIL FIN-DE-CLIENTES OR DOCUMENTO-REPETIDO.
005650
005660 COMPARAR-UN-DOCUMENTO.
005670     READ CLIENTES-FILE NEXT RECORD
005680         AT END SET FIN-DE-CLIENTES TO TRUE
005690     END-READ.
005700     IF NOT FIN-DE-CLIENTES
005710         IF CLIENTE-TIPO-DOCUMENTO = TIPO-DOCUMENTO-NUEVO AND
005720         CLIENTE-NUMERO-DOCUMENTO = NUMERO-DOCUMENTO-NUEVO AND
005730         CLIENTE-ID NOT = ID-BUSCADO
005740             SET DOCUMENTO-REPETIDO TO TRUE
005750             MOVE CLIENTE-ID TO CLIENTE-CON-EL-DOCUMENTO.
005760
005770 CONTAR-LAS-CUENTAS-ABIERTAS.
005780*    Sin maestro de CUENTAS no hay cuentas que controlar.
005790     MOVE ZERO TO NO-DE-CUENTAS-ABIERTAS.
005800     IF HAY-CUENTAS
005810         MOVE "N" TO SW-FIN-DE-CUENTAS
005820         MOVE LOW-VALUES TO CUENTA-NUMERO
005830         START CUENTAS-FILE KEY NOT < CUENTA-NUMERO
005840             INVALID KEY SET FIN-DE-CUENTAS TO TRUE
005850         END-START
005860         PERFORM CONTAR-UNA-CUENTA UNTIL FIN-DE-CUENTAS.
005870
005880 CONTAR-UNA-CUENTA.
005890     READ CUENTAS-FILE NEXT RECORD
005900         AT END SET FIN-DE-CUENTAS TO TRUE
005910     END-READ.
005920     IF NOT FIN-DE-CUENTAS
005930         IF CUENTA-CLIENTE = ID-BUSCADO AND
005940         CUENTA-ESTADO NOT = "C"
005950             ADD 1 TO NO-DE-CUENTAS-ABIERTAS.
005960
005970 ESCRIBIR-EL-CAMBIO.
005980     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
005990     ACCEPT HORA-DEL-SISTEMA FROM TIME.
006000     MOVE FDS-ANIO TO FM-ANIO.
006010     MOVE FDS-MES  TO FM-MES.
006020     MOVE FDS-DIA  TO FM-DIA.
006030     MOVE HDS-HORA TO HM-HORA.
006040     MOVE HDS-MIN  TO HM-MIN.
006050     MOVE HDS-SEG  TO HM-SEG.
006060     MOVE SPACES TO LINEA-DE-CAMBIO.
006070     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
006080         " " EL-OPERADOR
006090         " " LA-ACCION
006100         " " ID-BUSCADO
006110         " ANTES " TIPO-DOCUMENTO-ANTES
006120         "/" NUMERO-DOCUMENTO-ANTES
006130         "/" NOMBRE-ANTES "/" DIRECCION-ANTES "/" TELEFONO-ANTES
006140         "/" CORREO-ANTES "/" ESTADO-ANTES
006150         " DESPUES " TIPO-DOCUMENTO-NUEVO
006160         "/" NUMERO-DOCUMENTO-NUEVO
006170         "/" NOMBRE-NUEVO "/" DIRECCION-NUEVA "/" TELEFONO-NUEVO
006180         "/" CORREO-NUEVO "/" ESTADO-NUEVO
006190         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO.
006200     WRITE LINEA-DE-CAMBIO.
