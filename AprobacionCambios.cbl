000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. APROBACION-CAMBIOS.
000030
000040*    Este programa es el segundo paso del control de doble firma
000050*    sobre los cambios sensibles del mantenimiento. Los programas
000060*    MANTENIMIENTO-TASAS, MANTENIMIENTO-MONEDAS y
000070*    MANTENIMIENTO-CUENTAS no aplican las altas, cambios y bajas
000080*    de tasas y de tipos de cambio, ni la apertura de cuentas con
000090*    saldo o el cambio de producto o de aporte de una cuenta: los
000100*    dejan en el archivo CAMBIOSPENDIENTES con los valores antes y
000110*    despues y el operador que los pidio.
000120*    Aqui un operador con el permiso de aprobar de OPERADORES
000130*    revisa uno por uno los cambios que siguen pendientes, ve los
000140*    valores antes y despues y los aprueba o los rechaza. Nadie
000150*    aprueba su propio cambio: esos se saltan y quedan para otro
000160*    operador. Un cambio aprobado se aplica recien entonces a
000170*    TASAS, MONEDAS o CUENTAS y se graba en CAMBIOSTASAS,
000180*    CAMBIOSMONEDAS o CAMBIOSCUENTAS con el formato de siempre,
000190*    con el operador que lo pidio y, al final de la linea, el que
000200*    lo aprobo. La apertura con saldo deja ademas sus MOVIMIENTOS
000210*    de tipo I y su asiento en CONTABLE, y el cambio de producto
000220*    con saldo el traspaso en 21010000, igual que hacia el
000230*    mantenimiento de cuentas.
000240*    Antes de aplicar se comprueba que el registro siga como lo
000250*    vio quien pidio el cambio. Si otro cambio ya lo modifico, o
000260*    la entrada ya no existe o ya existe, el cambio no se aplica y
000270*    queda rechazado con el motivo.
000280*    CAMBIOSPENDIENTES no se reescribe nunca: cada decision se
000290*    agrega como un registro nuevo con el mismo numero, estado A
000300*    (aprobado) o R (rechazado), el operador que decidio, la fecha
000310*    y la hora y el motivo. Un cambio sigue pendiente mientras su
000320*    registro P no tenga una decision detras. Los pendientes se
000330*    listan con PENDIENTES-APROBACION.
000340*    Sin archivo OPERADORES no hay doble firma (el mantenimiento
000350*    aplica en el momento) y este programa no corre. El codigo de
000360*    retorno es 4 si al terminar quedan cambios pendientes y 8 si
000370*    falla la firma o un archivo.
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PENDIENTES-FILE ASSIGN TO "CAMBIOSPENDIENTES"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PENDIENTES-STATUS.
000440     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS OPERADORES-STATUS.
000470     SELECT TASAS-FILE ASSIGN TO "TASAS"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS TASAS-STATUS.
000500     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS MONEDAS-STATUS.
000530     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS CUENTA-NUMERO
000570         FILE STATUS IS CUENTAS-STATUS.
000580     SELECT CAMBIOS-TASAS-FILE ASSIGN TO "CAMBIOSTASAS"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CAMBIOS-TASAS-STATUS.
000610     SELECT CAMBIOS-MONEDAS-FILE ASSIGN TO "CAMBIOSMONEDAS"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS CAMBIOS-MONEDAS-STATUS.
000640     SELECT CAMBIOS-CUENTAS-FILE ASSIGN TO "CAMBIOSCUENTAS"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS CAMBIOS-CUENTAS-STATUS.
000670     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000675         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000685         RECORD KEY IS MOV-CLAVE
000690         FILE STATUS IS MOVIMIENTOS-STATUS.
000700     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS CONTABLE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PENDIENTES-FILE.
000760 01  PENDIENTE-REGISTRO.
000770     05 PEN-NUMERO               PIC 9(6).
000780     05 PEN-ESTADO               PIC X.
000790     05 PEN-ARCHIVO              PIC X.
000800     05 PEN-ACCION               PIC X(8).
000810     05 PEN-CLAVE                PIC X(17).
000820     05 PEN-FECHA                PIC 9(8).
000830     05 PEN-HORA.
000840        10 PEN-HH                PIC 99.
000850        10 PEN-MI                PIC 99.
000860        10 PEN-SS                PIC 99.
000870     05 PEN-OPERADOR             PIC X(8).
000880     05 PEN-ANTES                PIC X(100).
000890     05 PEN-DESPUES              PIC X(100).
000900     05 PEN-MOTIVO               PIC X(30).
000910 FD  OPERADORES-FILE.
000920 01  OPERADORES-REGISTRO.
000930     05 OPE-ID-ENT               PIC X(8).
000940     05 OPE-CLAVE-ENT            PIC X(8).
000950     05 OPE-LISTAR-ENT           PIC X.
000960     05 OPE-TASAS-ENT            PIC X.
000970     05 OPE-LIMITES-ENT          PIC X.
000980     05 OPE-CUENTAS-ENT          PIC X.
000990     05 OPE-REVALUAR-ENT         PIC X.
001000     05 OPE-OPERADORES-ENT       PIC X.
001010     05 OPE-APROBAR-ENT          PIC X.
001020 FD  TASAS-FILE.
001030 01  TASAS-REGISTRO.
001040     05 TASA-CODIGO-ENT          PIC X(06).
001050     05 TASA-INTERES-ENT         PIC 999V9.
001060     05 TASA-RETENCION-ENT       PIC 99V99.
001070     05 TASA-RENUEVA-ENT         PIC X.
001080     05 TASA-DESDE-ENT           PIC 9(9)V99.
001090     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
001100     05 TASA-PENALIDAD-ENT       PIC 999V9.
001110 FD  MONEDAS-FILE.
001120 01  MONEDAS-REGISTRO.
001130     05 MON-CODIGO-ENT           PIC X(03).
001140     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
001150 FD  CUENTAS-FILE.
001160 01  CUENTAS-REGISTRO.
001170     05 CUENTA-NUMERO            PIC X(10).
001180     05 CUENTA-NOMBRE            PIC X(30).
001190     05 CUENTA-PRODUCTO          PIC X(06).
001200     05 CUENTA-SALDO             PIC S9(9)V99.
001210     05 CUENTA-APORTE            PIC S9(7)V99.
001220     05 CUENTA-FECHA-APERTURA    PIC 9(8).
001230     05 CUENTA-PLAZO-MESES       PIC 9(3).
001240     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
001250     05 CUENTA-ESTADO            PIC X.
001260     05 CUENTA-MONEDA            PIC X(03).
001270     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
001280     05 CUENTA-CLIENTE           PIC X(10).
001290 FD  CAMBIOS-TASAS-FILE.
001300 01  LINEA-DE-CAMBIO-TASAS      PIC X(140).
001310 FD  CAMBIOS-MONEDAS-FILE.
001320 01  LINEA-DE-CAMBIO-MONEDAS    PIC X(100).
001330 FD  CAMBIOS-CUENTAS-FILE.
001340 01  LINEA-DE-CAMBIO-CUENTAS    PIC X(240).
001350 FD  MOVIMIENTOS-FILE.
001360 01  MOVIMIENTOS-REGISTRO.
001366     05 MOV-CLAVE.
001372        10 MOV-CUENTA            PIC X(10).
001378        10 MOV-FECHA             PIC 9(8).
001384        10 MOV-SECUENCIA         PIC 9(4).
001390     05 MOV-PRODUCTO             PIC X(06).
001400     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
001410         SIGN IS TRAILING SEPARATE CHARACTER.
001420     05 MOV-INTERES-BRUTO        PIC S9(9)V99
001430         SIGN IS TRAILING SEPARATE CHARACTER.
001440     05 MOV-RETENCION            PIC S9(9)V99
001450         SIGN IS TRAILING SEPARATE CHARACTER.
001460     05 MOV-APORTE               PIC S9(7)V99
001470         SIGN IS TRAILING SEPARATE CHARACTER.
001480     05 MOV-SALDO-NUEVO          PIC S9(9)V99
001490         SIGN IS TRAILING SEPARATE CHARACTER.
001500     05 MOV-MONEDA               PIC X(03).
001510     05 MOV-TIPO                 PIC X.
001520     05 MOV-REFERENCIA           PIC X(12).
001530 FD  CONTABLE-FILE.
001540 01  CONTABLE-REGISTRO.
001550     05 CON-FECHA                PIC 9(8).
001560     05 CON-CUENTA               PIC X(8).
001570     05 CON-DEBE-HABER           PIC X.
001580     05 CON-MONTO                PIC 9(13)V99.
001590     05 CON-PRODUCTO             PIC X(6).
001600     05 CON-CONCEPTO             PIC X(20).
001610     05 CON-MONEDA               PIC X(03).
001620     05 CON-MONTO-BASE           PIC 9(13)V99.
001630 WORKING-STORAGE SECTION.
001640
001650 01  PENDIENTES-STATUS          PIC XX.
001660 01  OPERADORES-STATUS          PIC XX.
001670 01  TASAS-STATUS               PIC XX.
001680 01  MONEDAS-STATUS             PIC XX.
001690 01  CUENTAS-STATUS             PIC XX.
001700 01  CAMBIOS-TASAS-STATUS       PIC XX.
001710 01  CAMBIOS-MONEDAS-STATUS     PIC XX.
001720 01  CAMBIOS-CUENTAS-STATUS     PIC XX.
001730 01  MOVIMIENTOS-STATUS         PIC XX.
001740 01  CONTABLE-STATUS            PIC XX.
001750 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
001760 01  TABLA-DE-OPERADORES.
001770     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
001780        10 OPE-ID               PIC X(8).
001790        10 OPE-CLAVE            PIC X(8).
001800        10 OPE-APROBAR          PIC X.
001810 01  SW-HAY-OPERADORES          PIC X VALUE "N".
001820     88 HAY-OPERADORES               VALUE "S".
001830 01  SW-OPERADOR-ENCONTRADO     PIC X VALUE "N".
001840     88 OPERADOR-ENCONTRADO          VALUE "S".
001850     88 OPERADOR-NO-ENCONTRADO       VALUE "N".
001860 01  NO-DE-OPERADOR-ENCONTRADO  PIC 999 VALUE ZERO.
001870 01  SW-FIRMA-RECHAZADA         PIC X VALUE "N".
001880     88 FIRMA-RECHAZADA              VALUE "S".
001890 01  EL-OPERADOR                PIC X(8).
001900 01  LA-CLAVE                   PIC X(8).
001910 01  NO-DE-PENDIENTES           PIC 999 VALUE ZERO.
001920 01  TABLA-DE-PENDIENTES.
001930     05 PENDIENTE-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-PEN.
001940        10 PND-NUMERO           PIC 9(6).
001950        10 PND-RESTO            PIC X(279).
001960 01  SW-PENDIENTES-LLENA        PIC X VALUE "N".
001970     88 PENDIENTES-LLENA             VALUE "S".
001980 01  SW-PENDIENTE-ENCONTRADO    PIC X VALUE "N".
001990     88 PENDIENTE-ENCONTRADO         VALUE "S".
002000     88 PENDIENTE-NO-ENCONTRADO      VALUE "N".
002010 01  NO-DE-PENDIENTE-ENCONTRADO PIC 999 VALUE ZERO.
002020 01  IDX-CORRIMIENTO            PIC 999.
002030 01  SW-FIN-DE-LA-REVISION      PIC X VALUE "N".
002040     88 FIN-DE-LA-REVISION           VALUE "S".
002050 01  SW-ERROR-AL-APLICAR        PIC X VALUE "N".
002060     88 ERROR-AL-APLICAR             VALUE "S".
002063 01  SW-FALTA-REGISTRAR         PIC X VALUE "N".
002066     88 FALTA-REGISTRAR              VALUE "S".
002070 01  SW-HAY-CUENTAS             PIC X VALUE "N".
002080     88 HAY-CUENTAS                  VALUE "S".
002090 01  LA-DECISION                PIC X.
002100 01  MOTIVO-DEL-RECHAZO         PIC X(30).
002110 01  NO-DE-APROBADOS            PIC 999 VALUE ZERO.
002120 01  NO-DE-RECHAZADOS           PIC 999 VALUE ZERO.
002130 01  NO-DE-PROPIOS              PIC 999 VALUE ZERO.
002140 01  NO-QUE-SIGUEN-PENDIENTES   PIC 999 VALUE ZERO.
002150 01  NO-DE-TASAS                PIC 999 VALUE ZERO.
002160 01  TABLA-DE-TASAS.
002170     05 TASA-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-TASA.
002180        10 TASA-CODIGO          PIC X(06).
002190        10 TASA-VALOR           PIC 999V9.
002200        10 TASA-RETENCION       PIC 99V99.
002210        10 TASA-RENUEVA         PIC X.
002220        10 TASA-DESDE           PIC 9(9)V99.
002230        10 TASA-PENALIDAD-TIPO  PIC X.
002240        10 TASA-PENALIDAD       PIC 999V9.
002250 01  SW-TASA-ENCONTRADA         PIC X VALUE "N".
002260     88 TASA-ENCONTRADA              VALUE "S".
002270     88 TASA-NO-ENCONTRADA           VALUE "N".
002280 01  NO-DE-TASA-ENCONTRADA      PIC 999 VALUE ZERO.
002290 01  SW-TASAS-LLENA             PIC X VALUE "N".
002300     88 TASAS-LLENA                  VALUE "S".
002310 01  SW-PRODUCTO-ENCONTRADO     PIC X VALUE "N".
002320     88 PRODUCTO-ENCONTRADO          VALUE "S".
002330     88 PRODUCTO-NO-ENCONTRADO       VALUE "N".
002340 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
002350 01  TABLA-DE-MONEDAS.
002360     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
002370        10 MON-CODIGO           PIC X(03).
002380        10 MON-CAMBIO           PIC 9(5)V9(6).
002390 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
002400     88 MONEDA-ENCONTRADA            VALUE "S".
002410     88 MONEDA-NO-ENCONTRADA         VALUE "N".
002420 01  NO-DE-MONEDA-ENCONTRADA    PIC 999 VALUE ZERO.
002430 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
002440     88 MONEDAS-LLENA                VALUE "S".
002450 01  NO-DE-DUPLICADOS           PIC 999 VALUE ZERO.
002460 01  CLAVE-DE-TASA.
002470     05 CLT-CODIGO              PIC X(06).
002480     05 CLT-DESDE               PIC 9(9)V99.
002490 01  CODIGO-DE-MONEDA           PIC X(03).
002500 01  CODIGO-DE-PRODUCTO         PIC X(06).
002510 01  IMAGEN-TASA-ANTES.
002520     05 ITA-INTERES             PIC 999V9.
002530     05 ITA-RETENCION           PIC 99V99.
002540     05 ITA-RENUEVA             PIC X.
002550     05 ITA-PENALIDAD-TIPO      PIC X.
002560     05 ITA-PENALIDAD           PIC 999V9.
002570     05 FILLER                  PIC X(86).
002580 01  IMAGEN-TASA-DESPUES.
002590     05 ITD-INTERES             PIC 999V9.
002600     05 ITD-RETENCION           PIC 99V99.
002610     05 ITD-RENUEVA             PIC X.
002620     05 ITD-PENALIDAD-TIPO      PIC X.
002630     05 ITD-PENALIDAD           PIC 999V9.
002640     05 FILLER                  PIC X(86).
002650 01  IMAGEN-MONEDA-ANTES.
002660     05 IMA-CAMBIO              PIC 9(5)V9(6).
002670     05 FILLER                  PIC X(89).
002680 01  IMAGEN-MONEDA-DESPUES.
002690     05 IMD-CAMBIO              PIC 9(5)V9(6).
002700     05 FILLER                  PIC X(89).
002710 01  IMAGEN-CUENTA-ANTES.
002720     05 ICA-NOMBRE              PIC X(30).
002730     05 ICA-PRODUCTO            PIC X(06).
002740     05 ICA-SALDO               PIC S9(9)V99
002750         SIGN IS TRAILING SEPARATE CHARACTER.
002760     05 ICA-APORTE              PIC S9(7)V99
002770         SIGN IS TRAILING SEPARATE CHARACTER.
002780     05 ICA-CLIENTE             PIC X(10).
002790     05 ICA-MONEDA              PIC X(03).
002800     05 ICA-FECHA-APERTURA      PIC 9(8).
002810     05 ICA-PLAZO-MESES         PIC 9(3).
002820     05 ICA-FECHA-VENCIMIENTO   PIC 9(8).
002830     05 FILLER                  PIC X(10).
002840 01  IMAGEN-CUENTA-DESPUES.
002850     05 ICD-NOMBRE              PIC X(30).
002860     05 ICD-PRODUCTO            PIC X(06).
002870     05 ICD-SALDO               PIC S9(9)V99
002880         SIGN IS TRAILING SEPARATE CHARACTER.
002890     05 ICD-APORTE              PIC S9(7)V99
002900         SIGN IS TRAILING SEPARATE CHARACTER.
002910     05 ICD-CLIENTE             PIC X(10).
002920     05 ICD-MONEDA              PIC X(03).
002930     05 ICD-FECHA-APERTURA      PIC 9(8).
002940     05 ICD-PLAZO-MESES         PIC 9(3).
002950     05 ICD-FECHA-VENCIMIENTO   PIC 9(8).
002960     05 FILLER                  PIC X(10).
002970 01  NOMBRE-DEL-ARCHIVO         PIC X(8).
002980 01  NUMERO-MOSTRADO            PIC Z(5)9.
002990 01  CONTADOR-MOSTRADO          PIC ZZ9.
003000 01  DESDE-MOSTRADO             PIC ZZZ,ZZZ,ZZ9.99.
003010 01  TASA-MOSTRADA              PIC ZZ9.9.
003020 01  RETENCION-MOSTRADA         PIC Z9.99.
003030 01  PENALIDAD-MOSTRADA         PIC ZZ9.9.
003040 01  TASA-DESPUES-MOSTRADA      PIC ZZ9.9.
003050 01  RETENCION-DESPUES-MOSTRADA PIC Z9.99.
003060 01  PENALIDAD-DESPUES-MOSTRADA PIC ZZ9.9.
003070 01  CAMBIO-MOSTRADO            PIC ZZZZ9.9(6).
003080 01  CAMBIO-DESPUES-MOSTRADO    PIC ZZZZ9.9(6).
003090 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZ9.99.
003100 01  APORTE-MOSTRADO            PIC -Z,ZZZ,ZZ9.99.
003110 01  SALDO-DESPUES-MOSTRADO     PIC -ZZZ,ZZZ,ZZ9.99.
003120 01  APORTE-DESPUES-MOSTRADO    PIC -Z,ZZZ,ZZ9.99.
003130 01  PLAZO-MOSTRADO             PIC ZZ9.
003140 01  FECHA-DEL-PEDIDO.
003150     05 FDP-ANIO                PIC 9(4).
003160     05 FDP-MES                 PIC 99.
003170     05 FDP-DIA                 PIC 99.
003180 01  FECHA-DEL-SISTEMA.
003190     05 FDS-ANIO                PIC 9(4).
003200     05 FDS-MES                 PIC 99.
003210     05 FDS-DIA                 PIC 99.
003220 01  HORA-DEL-SISTEMA.
003230     05 HDS-HORA                PIC 99.
003240     05 HDS-MIN                 PIC 99.
003250     05 HDS-SEG                 PIC 99.
003260     05 HDS-CENT                PIC 99.
003270 01  FECHA-MOSTRADA.
003280     05 FM-ANIO                 PIC 9999.
003290     05 FM-GUION-1              PIC X VALUE "-".
003300     05 FM-MES                  PIC 99.
003310     05 FM-GUION-2              PIC X VALUE "-".
003320     05 FM-DIA                  PIC 99.
003330 01  HORA-MOSTRADA.
003340     05 HM-HORA                 PIC 99.
003350     05 HM-DOSPTOS-1            PIC X VALUE ":".
003360     05 HM-MIN                  PIC 99.
003370     05 HM-DOSPTOS-2            PIC X VALUE ":".
003380     05 HM-SEG                  PIC 99.
003390 01  SALDO-PENDIENTE            PIC S9(9)V99.
003400 01  SALDO-YA-MOVIDO            PIC S9(9)V99.
003410 01  TRAMO-DEL-SALDO            PIC S9(7)V99.
003420 01  MONTO-DE-ASIENTO           PIC S9(13)V99.
003430 01  LADO-DEL-ASIENTO           PIC X.
003440 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
003450 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
003460*RUTINA DE NIVEL 1
003470 PROCEDURE DIVISION.
003480 PROGRAMA-EMPIEZA.
003490
003500     PERFORM CARGAR-LOS-OPERADORES.
003510     PERFORM FIRMAR-AL-OPERADOR.
003520     IF FIRMA-RECHAZADA
003530         MOVE 8 TO RETURN-CODE
003540         GO TO TERMINA-PROGRAMA.
003550     PERFORM CARGAR-LOS-PENDIENTES.
003560     IF NO-DE-PENDIENTES = ZERO
003570         DISPLAY "NO HAY CAMBIOS PENDIENTES DE APROBACION."
003580         GO TO TERMINA-PROGRAMA.
003590     PERFORM CARGAR-LAS-TASAS.
003600     PERFORM CARGAR-LAS-MONEDAS.
003610     OPEN EXTEND PENDIENTES-FILE.
003620     IF PENDIENTES-STATUS NOT = "00"
003630         DISPLAY "NO SE PUDO ABRIR CAMBIOSPENDIENTES, ESTADO "
003640             PENDIENTES-STATUS
003650         MOVE 8 TO RETURN-CODE
003660         GO TO TERMINA-PROGRAMA.
003670     OPEN I-O CUENTAS-FILE.
003680     IF CUENTAS-STATUS = "00"
003690         SET HAY-CUENTAS TO TRUE.
003700     PERFORM ABRIR-LOS-CAMBIOS.
003710     PERFORM REVISAR-UN-PENDIENTE
003720         VARYING IDX-PEN FROM 1 BY 1
003730             UNTIL IDX-PEN > NO-DE-PENDIENTES
003740                 OR FIN-DE-LA-REVISION.
003750     PERFORM CERRAR-LOS-ARCHIVOS.
003760     PERFORM MOSTRAR-LOS-TOTALES.
003770 TERMINA-PROGRAMA.
003780     STOP RUN.
003790*RUTINAS DE NIVEL 2
003800 CARGAR-LOS-OPERADORES.
003810     OPEN INPUT OPERADORES-FILE.
003820     IF OPERADORES-STATUS = "00"
003830         SET HAY-OPERADORES TO TRUE
003840         PERFORM CARGAR-UN-OPERADOR
003850             UNTIL OPERADORES-STATUS NOT = "00"
003860         CLOSE OPERADORES-FILE.
003870
003880 CARGAR-UN-OPERADOR.
003890     READ OPERADORES-FILE
003900         AT END NEXT SENTENCE.
003910     IF OPERADORES-STATUS = "00"
003920         IF NO-DE-OPERADORES < 50
003930             ADD 1 TO NO-DE-OPERADORES
003940             MOVE OPE-ID-ENT TO OPE-ID (NO-DE-OPERADORES)
003950             MOVE OPE-CLAVE-ENT TO OPE-CLAVE (NO-DE-OPERADORES)
003960             MOVE OPE-APROBAR-ENT
003970                 TO OPE-APROBAR (NO-DE-OPERADORES).
003980
003990 FIRMAR-AL-OPERADOR.
004000*    Aqui no hay entrada sin control: sin OPERADORES no se sabe
004010*    quien pidio ni quien aprueba, asi que no se aprueba nada.
004020     DISPLAY "IDENTIFICACION DEL OPERADOR".
004030     ACCEPT EL-OPERADOR.
004040     IF NOT HAY-OPERADORES
004050         DISPLAY "SIN ARCHIVO OPERADORES NO HAY APROBACION DE "
004060             "CAMBIOS."
004070         SET FIRMA-RECHAZADA TO TRUE
004080     ELSE
004090         DISPLAY "CLAVE"
004100         ACCEPT LA-CLAVE
004110         PERFORM BUSCAR-OPERADOR
004120         IF OPERADOR-NO-ENCONTRADO
004130             DISPLAY "FIRMA RECHAZADA."
004140             SET FIRMA-RECHAZADA TO TRUE
004150         ELSE
004160         IF OPE-CLAVE (NO-DE-OPERADOR-ENCONTRADO) NOT = LA-CLAVE
004170             DISPLAY "FIRMA RECHAZADA."
004180             SET FIRMA-RECHAZADA TO TRUE
004190         ELSE
004200         IF OPE-APROBAR (NO-DE-OPERADOR-ENCONTRADO) NOT = "S"
004210             DISPLAY "SIN PERMISO PARA APROBAR CAMBIOS."
004220             SET FIRMA-RECHAZADA TO TRUE.
004230
004240 BUSCAR-OPERADOR.
004250     SET OPERADOR-NO-ENCONTRADO TO TRUE.
004260     SET IDX-OPE TO 1.
004270     PERFORM BUSCAR-UN-OPERADOR
004280         VARYING IDX-OPE FROM 1 BY 1
004290             UNTIL IDX-OPE > NO-DE-OPERADORES
004300                 OR OPERADOR-ENCONTRADO.
004310
004320 BUSCAR-UN-OPERADOR.
004330     IF OPE-ID (IDX-OPE) = EL-OPERADOR
004340         SET OPERADOR-ENCONTRADO TO TRUE
004350         MOVE IDX-OPE TO NO-DE-OPERADOR-ENCONTRADO.
004360
004370 CARGAR-LOS-PENDIENTES.
004380*    Entran a la tabla los registros P y cada decision A o R
004390*    saca de la tabla el pedido con su mismo numero: lo que queda
004400*    es lo que sigue pendiente, en el orden en que se pidio.
004410     OPEN INPUT PENDIENTES-FILE.
004420     IF PENDIENTES-STATUS = "00"
004430         PERFORM CARGAR-UN-PENDIENTE
004440             UNTIL PENDIENTES-STATUS NOT = "00"
004450         CLOSE PENDIENTES-FILE.
004460
004470 CARGAR-UN-PENDIENTE.
004480     READ PENDIENTES-FILE
004490         AT END NEXT SENTENCE.
004500     IF PENDIENTES-STATUS = "00"
004510         IF PEN-ESTADO = "P"
004520             IF NO-DE-PENDIENTES < 500
004530                 ADD 1 TO NO-DE-PENDIENTES
004540                 MOVE PENDIENTE-REGISTRO
004550                     TO PENDIENTE-ENTRADA (NO-DE-PENDIENTES)
004560             ELSE
004570                 IF NOT PENDIENTES-LLENA
004580                     DISPLAY "CAMBIOSPENDIENTES: TABLA LLENA, EL "
004590                         "RESTO QUEDA PARA OTRA REVISION."
004600                     SET PENDIENTES-LLENA TO TRUE
004610                 END-IF
004620             END-IF
004630         ELSE
004640             PERFORM SACAR-EL-PENDIENTE-RESUELTO.
004650
004660 SACAR-EL-PENDIENTE-RESUELTO.
004670     SET PENDIENTE-NO-ENCONTRADO TO TRUE.
004680     PERFORM BUSCAR-UN-PENDIENTE
004690         VARYING IDX-PEN FROM 1 BY 1
004700             UNTIL IDX-PEN > NO-DE-PENDIENTES
004710                 OR PENDIENTE-ENCONTRADO.
004720     IF PENDIENTE-ENCONTRADO
004730         PERFORM CORRER-LA-TABLA
004740             VARYING IDX-CORRIMIENTO
004750             FROM NO-DE-PENDIENTE-ENCONTRADO BY 1
004760                 UNTIL IDX-CORRIMIENTO NOT < NO-DE-PENDIENTES
004770         SUBTRACT 1 FROM NO-DE-PENDIENTES.
004780
004790 BUSCAR-UN-PENDIENTE.
004800     IF PND-NUMERO (IDX-PEN) = PEN-NUMERO
004810         SET PENDIENTE-ENCONTRADO TO TRUE
004820         MOVE IDX-PEN TO NO-DE-PENDIENTE-ENCONTRADO.
004830
004840 CORRER-LA-TABLA.
004850     MOVE PENDIENTE-ENTRADA (IDX-CORRIMIENTO + 1)
004860         TO PENDIENTE-ENTRADA (IDX-CORRIMIENTO).
004870
004880 CARGAR-LAS-TASAS.
004890     OPEN INPUT TASAS-FILE.
004900     IF TASAS-STATUS = "00"
004910         PERFORM CARGAR-UNA-TASA UNTIL TASAS-STATUS NOT = "00"
004920         CLOSE TASAS-FILE.
004930
004940 CARGAR-UNA-TASA.
004950*    La carga es la misma de MANTENIMIENTO-TASAS, para que la
004960*    tasa que se compara sea la que vio quien pidio el cambio.
004970     READ TASAS-FILE
004980         AT END NEXT SENTENCE.
004990     IF TASAS-STATUS = "00"
005000         MOVE TASA-CODIGO-ENT TO CLT-CODIGO
005010         IF TASA-DESDE-ENT NUMERIC
005020             MOVE TASA-DESDE-ENT TO CLT-DESDE
005030         ELSE
005040             MOVE ZERO TO CLT-DESDE
005050         END-IF
005060         PERFORM BUSCAR-TASA
005070         IF TASA-ENCONTRADA
005080             ADD 1 TO NO-DE-DUPLICADOS
005090         ELSE
005100         IF NO-DE-TASAS < 100
005110             ADD 1 TO NO-DE-TASAS
005120             MOVE TASA-CODIGO-ENT TO TASA-CODIGO (NO-DE-TASAS)
005130             MOVE TASA-INTERES-ENT TO TASA-VALOR (NO-DE-TASAS)
005140             IF TASA-RETENCION-ENT NUMERIC
005150                 MOVE TASA-RETENCION-ENT
005160                     TO TASA-RETENCION (NO-DE-TASAS)
005170             ELSE
005180                 MOVE ZERO TO TASA-RETENCION (NO-DE-TASAS)
005190             END-IF
005200             IF TASA-RENUEVA-ENT = "R"
005210                 MOVE "R" TO TASA-RENUEVA (NO-DE-TASAS)
005220             ELSE
005230                 MOVE "P" TO TASA-RENUEVA (NO-DE-TASAS)
005240             END-IF
005250             MOVE CLT-DESDE TO TASA-DESDE (NO-DE-TASAS)
005260             IF TASA-PENALIDAD-TIPO-ENT = "T" OR
005270             TASA-PENALIDAD-TIPO-ENT = "P"
005280                 MOVE TASA-PENALIDAD-TIPO-ENT
005290                     TO TASA-PENALIDAD-TIPO (NO-DE-TASAS)
005300             ELSE
005310                 MOVE "N" TO TASA-PENALIDAD-TIPO (NO-DE-TASAS)
005320             END-IF
005330             IF TASA-PENALIDAD-ENT NUMERIC AND
005340             TASA-PENALIDAD-TIPO (NO-DE-TASAS) NOT = "N"
005350                 MOVE TASA-PENALIDAD-ENT
005360                     TO TASA-PENALIDAD (NO-DE-TASAS)
005370             ELSE
005380                 MOVE ZERO TO TASA-PENALIDAD (NO-DE-TASAS)
005390             END-IF
005400         ELSE
005410             IF NOT TASAS-LLENA
005420                 DISPLAY "TASAS: TABLA LLENA, SE IGNORA EL RESTO."
005430                 SET TASAS-LLENA TO TRUE.
005440
005450 CARGAR-LAS-MONEDAS.
005460     OPEN INPUT MONEDAS-FILE.
005470     IF MONEDAS-STATUS = "00"
005480         PERFORM CARGAR-UNA-MONEDA
005490             UNTIL MONEDAS-STATUS NOT = "00"
005500         CLOSE MONEDAS-FILE.
005510
005520 CARGAR-UNA-MONEDA.
005530     READ MONEDAS-FILE
005540         AT END NEXT SENTENCE.
005550     IF MONEDAS-STATUS = "00"
005560         MOVE MON-CODIGO-ENT TO CODIGO-DE-MONEDA
005570         PERFORM BUSCAR-MONEDA
005580         IF MONEDA-ENCONTRADA
005590             ADD 1 TO NO-DE-DUPLICADOS
005600         ELSE
005610         IF NO-DE-MONEDAS < 20
005620             ADD 1 TO NO-DE-MONEDAS
005630             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
005640             IF MON-CAMBIO-ENT NUMERIC
005650                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
005660             ELSE
005670                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
005680             END-IF
005690         ELSE
005700             IF NOT MONEDAS-LLENA
005710                 DISPLAY "MONEDAS: TABLA LLENA, "
005720                     "SE IGNORA EL RESTO."
005730                 SET MONEDAS-LLENA TO TRUE.
005740
005750 ABRIR-LOS-CAMBIOS.
005760     OPEN EXTEND CAMBIOS-TASAS-FILE.
005770     IF CAMBIOS-TASAS-STATUS NOT = "00"
005780         OPEN OUTPUT CAMBIOS-TASAS-FILE.
005790     OPEN EXTEND CAMBIOS-MONEDAS-FILE.
005800     IF CAMBIOS-MONEDAS-STATUS NOT = "00"
005810         OPEN OUTPUT CAMBIOS-MONEDAS-FILE.
005820     OPEN EXTEND CAMBIOS-CUENTAS-FILE.
005830     IF CAMBIOS-CUENTAS-STATUS NOT = "00"
005840         OPEN OUTPUT CAMBIOS-CUENTAS-FILE.
005850
005860 REVISAR-UN-PENDIENTE.
005870     MOVE PENDIENTE-ENTRADA (IDX-PEN) TO PENDIENTE-REGISTRO.
005880     PERFORM MOSTRAR-EL-PENDIENTE.
005890     IF PEN-OPERADOR = EL-OPERADOR
005900         DISPLAY "CAMBIO PROPIO: LO TIENE QUE APROBAR OTRO "
005910             "OPERADOR."
005920         ADD 1 TO NO-DE-PROPIOS
005930     ELSE
005940         PERFORM PEDIR-LA-DECISION.
005950
005960 CERRAR-LOS-ARCHIVOS.
005970     CLOSE PENDIENTES-FILE.
005980     IF HAY-CUENTAS
005990         CLOSE CUENTAS-FILE.
006000     CLOSE CAMBIOS-TASAS-FILE.
006010     CLOSE CAMBIOS-MONEDAS-FILE.
006020     CLOSE CAMBIOS-CUENTAS-FILE.
006030
006040 MOSTRAR-LOS-TOTALES.
006050     COMPUTE NO-QUE-SIGUEN-PENDIENTES = NO-DE-PENDIENTES
006060         - NO-DE-APROBADOS - NO-DE-RECHAZADOS.
006070     DISPLAY " ".
006080     MOVE NO-DE-APROBADOS TO CONTADOR-MOSTRADO.
006090     DISPLAY "CAMBIOS APROBADOS:   " CONTADOR-MOSTRADO.
006100     MOVE NO-DE-RECHAZADOS TO CONTADOR-MOSTRADO.
006110     DISPLAY "CAMBIOS RECHAZADOS:  " CONTADOR-MOSTRADO.
006120     MOVE NO-QUE-SIGUEN-PENDIENTES TO CONTADOR-MOSTRADO.
006130     DISPLAY "SIGUEN PENDIENTES:   " CONTADOR-MOSTRADO.
006140     IF NO-DE-PROPIOS > ZERO
006150         MOVE NO-DE-PROPIOS TO CONTADOR-MOSTRADO
006160         DISPLAY "  PROPIOS, PARA OTRO OPERADOR: "
006170             CONTADOR-MOSTRADO.
006180     IF NO-QUE-SIGUEN-PENDIENTES > ZERO AND RETURN-CODE < 4
006190         MOVE 4 TO RETURN-CODE.
006200*RUTINAS DE NIVEL 3
006210 MOSTRAR-EL-PENDIENTE.
006220     MOVE PEN-NUMERO TO NUMERO-MOSTRADO.
006230     MOVE PEN-FECHA TO FECHA-DEL-PEDIDO.
006240     MOVE FDP-ANIO TO FM-ANIO.
006250     MOVE FDP-MES  TO FM-MES.
006260     MOVE FDP-DIA  TO FM-DIA.
006270     MOVE PEN-HH TO HM-HORA.
006280     MOVE PEN-MI TO HM-MIN.
006290     MOVE PEN-SS TO HM-SEG.
006300     IF PEN-ARCHIVO = "T"
006310         MOVE "TASAS" TO NOMBRE-DEL-ARCHIVO
006320     ELSE
006330     IF PEN-ARCHIVO = "M"
006340         MOVE "MONEDAS" TO NOMBRE-DEL-ARCHIVO
006350     ELSE
006360         MOVE "CUENTAS" TO NOMBRE-DEL-ARCHIVO.
006370     DISPLAY " ".
006380     DISPLAY "CAMBIO " NUMERO-MOSTRADO "  " NOMBRE-DEL-ARCHIVO
006390         "  " PEN-ACCION "  PEDIDO POR " PEN-OPERADOR
006400         " EL " FECHA-MOSTRADA " " HORA-MOSTRADA.
006410     IF PEN-ARCHIVO = "T"
006420         PERFORM MOSTRAR-UNA-TASA
006430     ELSE
006440     IF PEN-ARCHIVO = "M"
006450         PERFORM MOSTRAR-UNA-MONEDA
006460     ELSE
006470         PERFORM MOSTRAR-UNA-CUENTA.
006480
006490 MOSTRAR-UNA-TASA.
006500     MOVE PEN-CLAVE TO CLAVE-DE-TASA.
006510     MOVE PEN-ANTES TO IMAGEN-TASA-ANTES.
006520     MOVE PEN-DESPUES TO IMAGEN-TASA-DESPUES.
006530     MOVE CLT-DESDE TO DESDE-MOSTRADO.
006540     MOVE ITA-INTERES TO TASA-MOSTRADA.
006550     MOVE ITA-RETENCION TO RETENCION-MOSTRADA.
006560     MOVE ITA-PENALIDAD TO PENALIDAD-MOSTRADA.
006570     MOVE ITD-INTERES TO TASA-DESPUES-MOSTRADA.
006580     MOVE ITD-RETENCION TO RETENCION-DESPUES-MOSTRADA.
006590     MOVE ITD-PENALIDAD TO PENALIDAD-DESPUES-MOSTRADA.
006600     DISPLAY "PRODUCTO " CLT-CODIGO "  SALDO DESDE "
006610         DESDE-MOSTRADO.
006620     DISPLAY "          TASA  RETENCION  REGLA  PENALIDAD".
006630     IF PEN-ACCION NOT = "AGREGAR"
006640         DISPLAY "ANTES    " TASA-MOSTRADA "      "
006650             RETENCION-MOSTRADA "      " ITA-RENUEVA
006660             "      " ITA-PENALIDAD-TIPO " " PENALIDAD-MOSTRADA.
006670     IF PEN-ACCION NOT = "BORRAR"
006680         DISPLAY "DESPUES  " TASA-DESPUES-MOSTRADA "      "
006690             RETENCION-DESPUES-MOSTRADA "      " ITD-RENUEVA
006700             "      " ITD-PENALIDAD-TIPO " "
006710             PENALIDAD-DESPUES-MOSTRADA.
006720
006730 MOSTRAR-UNA-MONEDA.
006740     MOVE PEN-CLAVE TO CODIGO-DE-MONEDA.
006750     MOVE PEN-ANTES TO IMAGEN-MONEDA-ANTES.
006760     MOVE PEN-DESPUES TO IMAGEN-MONEDA-DESPUES.
006770     MOVE IMA-CAMBIO TO CAMBIO-MOSTRADO.
006780     MOVE IMD-CAMBIO TO CAMBIO-DESPUES-MOSTRADO.
006790     DISPLAY "MONEDA " CODIGO-DE-MONEDA.
006800     IF PEN-ACCION NOT = "AGREGAR"
006810         DISPLAY "ANTES    CAMBIO A BASE " CAMBIO-MOSTRADO.
006820     IF PEN-ACCION NOT = "BORRAR"
006830         DISPLAY "DESPUES  CAMBIO A BASE "
006840             CAMBIO-DESPUES-MOSTRADO.
006850
006860 MOSTRAR-UNA-CUENTA.
006870     MOVE PEN-ANTES TO IMAGEN-CUENTA-ANTES.
006880     MOVE PEN-DESPUES TO IMAGEN-CUENTA-DESPUES.
006890     MOVE ICA-SALDO TO SALDO-MOSTRADO.
006900     MOVE ICA-APORTE TO APORTE-MOSTRADO.
006910     MOVE ICD-SALDO TO SALDO-DESPUES-MOSTRADO.
006920     MOVE ICD-APORTE TO APORTE-DESPUES-MOSTRADO.
006930     DISPLAY "CUENTA " PEN-CLAVE.
006940     IF PEN-ACCION NOT = "ABRIR"
006950         DISPLAY "ANTES    " ICA-NOMBRE "  CLIENTE " ICA-CLIENTE
006960         DISPLAY "         PRODUCTO " ICA-PRODUCTO
006970             "  SALDO " SALDO-MOSTRADO
006980             "  APORTE " APORTE-MOSTRADO.
006990     DISPLAY "DESPUES  " ICD-NOMBRE "  CLIENTE " ICD-CLIENTE.
007000     DISPLAY "         PRODUCTO " ICD-PRODUCTO
007010         "  SALDO " SALDO-DESPUES-MOSTRADO
007020         "  APORTE " APORTE-DESPUES-MOSTRADO.
007030     IF PEN-ACCION = "ABRIR"
007040         MOVE ICD-PLAZO-MESES TO PLAZO-MOSTRADO
007050         DISPLAY "         MONEDA " ICD-MONEDA
007060             "  APERTURA " ICD-FECHA-APERTURA
007070             "  PLAZO " PLAZO-MOSTRADO
007080             "  VENCIMIENTO " ICD-FECHA-VENCIMIENTO.
007090
007100 PEDIR-LA-DECISION.
007110     DISPLAY "A = APROBAR   R = RECHAZAR   "
007120         "VACIO = DEJAR PENDIENTE   F = TERMINAR".
007130     ACCEPT LA-DECISION.
007140     IF LA-DECISION = "A" OR LA-DECISION = "a"
007150         PERFORM APROBAR-EL-CAMBIO
007160     ELSE
007170     IF LA-DECISION = "R" OR LA-DECISION = "r"
007180         MOVE "R" TO PEN-ESTADO
007190         MOVE "RECHAZADO POR EL APROBADOR" TO PEN-MOTIVO
007200         PERFORM GRABAR-LA-DECISION
007210         ADD 1 TO NO-DE-RECHAZADOS
007220         DISPLAY "RECHAZADO."
007230     ELSE
007240     IF LA-DECISION = "F" OR LA-DECISION = "f"
007250         SET FIN-DE-LA-REVISION TO TRUE
007260     ELSE
007270         DISPLAY "QUEDA PENDIENTE.".
007280
007290 APROBAR-EL-CAMBIO.
007300*    Un motivo de rechazo deja el cambio rechazado; un error de
007305*    archivo lo deja pendiente y termina la revision. Si lo que
007310*    falla es MOVIMIENTOS o CONTABLE el cambio ya esta aplicado:
007315*    queda aprobado y se avisa para registrarlo a mano.
007320     MOVE SPACES TO MOTIVO-DEL-RECHAZO.
007330     MOVE "N" TO SW-ERROR-AL-APLICAR.
007335     MOVE "N" TO SW-FALTA-REGISTRAR.
007340     IF PEN-ARCHIVO = "T"
007350         PERFORM APROBAR-UNA-TASA
007360     ELSE
007370     IF PEN-ARCHIVO = "M"
007380         PERFORM APROBAR-UNA-MONEDA
007390     ELSE
007400     IF PEN-ARCHIVO = "C"
007410         PERFORM APROBAR-UNA-CUENTA
007420     ELSE
007430         MOVE "ARCHIVO DESCONOCIDO" TO MOTIVO-DEL-RECHAZO.
007440     IF ERROR-AL-APLICAR
007450         DISPLAY "EL CAMBIO QUEDA PENDIENTE."
007460         MOVE 8 TO RETURN-CODE
007470         SET FIN-DE-LA-REVISION TO TRUE
007480     ELSE
007490     IF MOTIVO-DEL-RECHAZO NOT = SPACES
007500         DISPLAY "NO SE PUEDE APLICAR: " MOTIVO-DEL-RECHAZO
007510         DISPLAY "EL CAMBIO QUEDA RECHAZADO."
007520         MOVE "R" TO PEN-ESTADO
007530         MOVE MOTIVO-DEL-RECHAZO TO PEN-MOTIVO
007540         PERFORM GRABAR-LA-DECISION
007550         ADD 1 TO NO-DE-RECHAZADOS
007560     ELSE
007570         MOVE "A" TO PEN-ESTADO
007580         MOVE "APROBADO" TO PEN-MOTIVO
007582         IF FALTA-REGISTRAR
007584             MOVE "APLICADO SIN HISTORIA/CONTABLE" TO PEN-MOTIVO
007586         END-IF
007590         PERFORM GRABAR-LA-DECISION
007600         ADD 1 TO NO-DE-APROBADOS
007602         IF FALTA-REGISTRAR
007604             DISPLAY "APROBADO Y APLICADO, PERO SIN MOVIMIENTOS"
007606                 " NI CONTABLE COMPLETOS;"
007608             DISPLAY "     HAY QUE REGISTRARLO A MANO."
007610             MOVE 8 TO RETURN-CODE
007612         ELSE
007614             DISPLAY "APROBADO Y APLICADO.".
007620
007630 GRABAR-LA-DECISION.
007640*    La decision lleva el operador que decidio y su fecha y hora;
007650*    quien pidio el cambio queda en el registro P del mismo
007660*    numero.
007670     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
007680     ACCEPT HORA-DEL-SISTEMA FROM TIME.
007690     MOVE FECHA-DEL-SISTEMA TO PEN-FECHA.
007700     MOVE HDS-HORA TO PEN-HH.
007710     MOVE HDS-MIN TO PEN-MI.
007720     MOVE HDS-SEG TO PEN-SS.
007730     MOVE EL-OPERADOR TO PEN-OPERADOR.
007740     WRITE PENDIENTE-REGISTRO.
007750     IF PENDIENTES-STATUS NOT = "00"
007760         DISPLAY "ERROR AL GRABAR CAMBIOSPENDIENTES, ESTADO "
007770             PENDIENTES-STATUS
007780         MOVE 8 TO RETURN-CODE
007790         SET FIN-DE-LA-REVISION TO TRUE.
007800
007810 APROBAR-UNA-TASA.
007820     MOVE PEN-CLAVE TO CLAVE-DE-TASA.
007830     MOVE PEN-ANTES TO IMAGEN-TASA-ANTES.
007840     MOVE PEN-DESPUES TO IMAGEN-TASA-DESPUES.
007850     PERFORM BUSCAR-TASA.
007860     IF PEN-ACCION = "AGREGAR"
007870         PERFORM AGREGAR-LA-TASA
007880     ELSE
007890     IF TASA-NO-ENCONTRADA
007900         MOVE "LA TASA YA NO EXISTE" TO MOTIVO-DEL-RECHAZO
007910     ELSE
007920     IF TASA-VALOR (NO-DE-TASA-ENCONTRADA) NOT = ITA-INTERES OR
007930     TASA-RETENCION (NO-DE-TASA-ENCONTRADA) NOT = ITA-RETENCION OR
007940     TASA-RENUEVA (NO-DE-TASA-ENCONTRADA) NOT = ITA-RENUEVA OR
007950     TASA-PENALIDAD-TIPO (NO-DE-TASA-ENCONTRADA)
007960         NOT = ITA-PENALIDAD-TIPO OR
007970     TASA-PENALIDAD (NO-DE-TASA-ENCONTRADA) NOT = ITA-PENALIDAD
007980         MOVE "LA TASA CAMBIO DESDE EL PEDIDO"
007990             TO MOTIVO-DEL-RECHAZO
008000     ELSE
008010     IF PEN-ACCION = "CAMBIAR"
008020         PERFORM CAMBIAR-LA-TASA
008030     ELSE
008040         PERFORM BORRAR-LA-TASA.
008050     IF MOTIVO-DEL-RECHAZO = SPACES
008060         PERFORM GRABAR-LAS-TASAS
008070         IF NOT ERROR-AL-APLICAR
008080             PERFORM ESCRIBIR-EL-CAMBIO-DE-TASA.
008090
008100 AGREGAR-LA-TASA.
008110     IF TASA-ENCONTRADA
008120         MOVE "EL CODIGO Y TRAMO YA EXISTEN" TO MOTIVO-DEL-RECHAZO
008130     ELSE
008140     IF NO-DE-TASAS NOT < 100
008150         MOVE "LA TABLA DE TASAS ESTA LLENA" TO MOTIVO-DEL-RECHAZO
008160     ELSE
008170         ADD 1 TO NO-DE-TASAS
008180         MOVE NO-DE-TASAS TO NO-DE-TASA-ENCONTRADA
008190         MOVE CLT-CODIGO TO TASA-CODIGO (NO-DE-TASAS)
008200         MOVE CLT-DESDE TO TASA-DESDE (NO-DE-TASAS)
008210         PERFORM CAMBIAR-LA-TASA.
008220
008230 CAMBIAR-LA-TASA.
008240     MOVE ITD-INTERES TO TASA-VALOR (NO-DE-TASA-ENCONTRADA).
008250     MOVE ITD-RETENCION TO TASA-RETENCION (NO-DE-TASA-ENCONTRADA).
008260     MOVE ITD-RENUEVA TO TASA-RENUEVA (NO-DE-TASA-ENCONTRADA).
008270     MOVE ITD-PENALIDAD-TIPO
008280         TO TASA-PENALIDAD-TIPO (NO-DE-TASA-ENCONTRADA).
008290     MOVE ITD-PENALIDAD TO TASA-PENALIDAD (NO-DE-TASA-ENCONTRADA).
008300
008310 BORRAR-LA-TASA.
008320     PERFORM CORRER-LAS-TASAS
008330         VARYING IDX-CORRIMIENTO
008340         FROM NO-DE-TASA-ENCONTRADA BY 1
008350             UNTIL IDX-CORRIMIENTO NOT < NO-DE-TASAS.
008360     SUBTRACT 1 FROM NO-DE-TASAS.
008370
008380 CORRER-LAS-TASAS.
008390     MOVE TASA-ENTRADA (IDX-CORRIMIENTO + 1)
008400         TO TASA-ENTRADA (IDX-CORRIMIENTO).
008410
008420 BUSCAR-TASA.
008430     SET TASA-NO-ENCONTRADA TO TRUE.
008440     SET IDX-TASA TO 1.
008450     PERFORM BUSCAR-UNA-TASA
008460         VARYING IDX-TASA FROM 1 BY 1
008470             UNTIL IDX-TASA > NO-DE-TASAS OR TASA-ENCONTRADA.
008480
008490 BUSCAR-UNA-TASA.
008500     IF TASA-CODIGO (IDX-TASA) = CLT-CODIGO AND
008510     TASA-DESDE (IDX-TASA) = CLT-DESDE
008520         SET TASA-ENCONTRADA TO TRUE
008530         MOVE IDX-TASA TO NO-DE-TASA-ENCONTRADA.
008540
008550 GRABAR-LAS-TASAS.
008560*    TASAS se regraba con cada cambio aprobado, para que lo
008570*    aprobado quede aplicado aunque la revision se corte despues.
008580     OPEN OUTPUT TASAS-FILE.
008590     IF TASAS-STATUS NOT = "00"
008600         DISPLAY "NO SE PUDO REGRABAR TASAS, ESTADO " TASAS-STATUS
008610         SET ERROR-AL-APLICAR TO TRUE
008620     ELSE
008630         PERFORM GRABAR-UNA-TASA
008640             VARYING IDX-TASA FROM 1 BY 1
008650                 UNTIL IDX-TASA > NO-DE-TASAS
008660         CLOSE TASAS-FILE.
008670
008680 GRABAR-UNA-TASA.
008690     MOVE TASA-CODIGO (IDX-TASA) TO TASA-CODIGO-ENT.
008700     MOVE TASA-VALOR (IDX-TASA) TO TASA-INTERES-ENT.
008710     MOVE TASA-RETENCION (IDX-TASA) TO TASA-RETENCION-ENT.
008720     MOVE TASA-RENUEVA (IDX-TASA) TO TASA-RENUEVA-ENT.
008730     MOVE TASA-DESDE (IDX-TASA) TO TASA-DESDE-ENT.
008740     MOVE TASA-PENALIDAD-TIPO (IDX-TASA)
008750         TO TASA-PENALIDAD-TIPO-ENT.
008760     MOVE TASA-PENALIDAD (IDX-TASA) TO TASA-PENALIDAD-ENT.
008770     WRITE TASAS-REGISTRO.
008780
008790 ESCRIBIR-EL-CAMBIO-DE-TASA.
008800*    La misma linea de MANTENIMIENTO-TASAS, con quien pidio el
008810*    cambio como operador y quien lo aprobo al final.
008820     PERFORM ARMAR-LA-FECHA-Y-HORA.
008830     MOVE CLT-DESDE TO DESDE-MOSTRADO.
008840     MOVE ITA-INTERES TO TASA-MOSTRADA.
008850     MOVE ITA-RETENCION TO RETENCION-MOSTRADA.
008860     MOVE ITA-PENALIDAD TO PENALIDAD-MOSTRADA.
008870     MOVE ITD-INTERES TO TASA-DESPUES-MOSTRADA.
008880     MOVE ITD-RETENCION TO RETENCION-DESPUES-MOSTRADA.
008890     MOVE ITD-PENALIDAD TO PENALIDAD-DESPUES-MOSTRADA.
008900     MOVE SPACES TO LINEA-DE-CAMBIO-TASAS.
008910     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
008920         " " PEN-OPERADOR
008930         " " PEN-ACCION
008940         " " CLT-CODIGO
008950         " DESDE " DESDE-MOSTRADO
008960         " ANTES " TASA-MOSTRADA "/" RETENCION-MOSTRADA
008970         "/" ITA-RENUEVA "/" ITA-PENALIDAD-TIPO
008980         PENALIDAD-MOSTRADA
008990         " DESPUES " TASA-DESPUES-MOSTRADA "/"
009000         RETENCION-DESPUES-MOSTRADA "/" ITD-RENUEVA
009010         "/" ITD-PENALIDAD-TIPO PENALIDAD-DESPUES-MOSTRADA
009020         " APROBO " EL-OPERADOR
009030         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO-TASAS.
009040     WRITE LINEA-DE-CAMBIO-TASAS.
009050
009060 APROBAR-UNA-MONEDA.
009070     MOVE PEN-CLAVE TO CODIGO-DE-MONEDA.
009080     MOVE PEN-ANTES TO IMAGEN-MONEDA-ANTES.
009090     MOVE PEN-DESPUES TO IMAGEN-MONEDA-DESPUES.
009100     PERFORM BUSCAR-MONEDA.
009110     IF PEN-ACCION = "AGREGAR"
009120         PERFORM AGREGAR-LA-MONEDA
009130     ELSE
009140     IF MONEDA-NO-ENCONTRADA
009150         MOVE "LA MONEDA YA NO EXISTE" TO MOTIVO-DEL-RECHAZO
009160     ELSE
009170     IF MON-CAMBIO (NO-DE-MONEDA-ENCONTRADA) NOT = IMA-CAMBIO
009180         MOVE "CAMBIO MODIFICADO DESDE PEDIDO"
009190             TO MOTIVO-DEL-RECHAZO
009200     ELSE
009210     IF PEN-ACCION = "CAMBIAR"
009220         MOVE IMD-CAMBIO TO MON-CAMBIO (NO-DE-MONEDA-ENCONTRADA)
009230     ELSE
009240         PERFORM CORRER-LAS-MONEDAS
009250             VARYING IDX-CORRIMIENTO
009260             FROM NO-DE-MONEDA-ENCONTRADA BY 1
009270                 UNTIL IDX-CORRIMIENTO NOT < NO-DE-MONEDAS
009280         SUBTRACT 1 FROM NO-DE-MONEDAS.
009290     IF MOTIVO-DEL-RECHAZO = SPACES
009300         PERFORM GRABAR-LAS-MONEDAS
009310         IF NOT ERROR-AL-APLICAR
009320             PERFORM ESCRIBIR-EL-CAMBIO-DE-MONEDA.
009330
009340 AGREGAR-LA-MONEDA.
009350     IF MONEDA-ENCONTRADA
009360         MOVE "LA MONEDA YA EXISTE" TO MOTIVO-DEL-RECHAZO
009370     ELSE
009380     IF NO-DE-MONEDAS NOT < 20
009390         MOVE "LA TABLA DE MONEDAS ESTA LLENA"
009400             TO MOTIVO-DEL-RECHAZO
009410     ELSE
009420         ADD 1 TO NO-DE-MONEDAS
009430         MOVE CODIGO-DE-MONEDA TO MON-CODIGO (NO-DE-MONEDAS)
009440         MOVE IMD-CAMBIO TO MON-CAMBIO (NO-DE-MONEDAS).
009450
009460 CORRER-LAS-MONEDAS.
009470     MOVE MONEDA-ENTRADA (IDX-CORRIMIENTO + 1)
009480         TO MONEDA-ENTRADA (IDX-CORRIMIENTO).
009490
009500 BUSCAR-MONEDA.
009510     SET MONEDA-NO-ENCONTRADA TO TRUE.
009520     SET IDX-MON TO 1.
009530     PERFORM BUSCAR-UNA-MONEDA
009540         VARYING IDX-MON FROM 1 BY 1
009550             UNTIL IDX-MON > NO-DE-MONEDAS OR MONEDA-ENCONTRADA.
009560
009570 BUSCAR-UNA-MONEDA.
009580     IF MON-CODIGO (IDX-MON) = CODIGO-DE-MONEDA
009590         SET MONEDA-ENCONTRADA TO TRUE
009600         MOVE IDX-MON TO NO-DE-MONEDA-ENCONTRADA.
009610
009620 GRABAR-LAS-MONEDAS.
009630     OPEN OUTPUT MONEDAS-FILE.
009640     IF MONEDAS-STATUS NOT = "00"
009650         DISPLAY "NO SE PUDO REGRABAR MONEDAS, ESTADO "
009660             MONEDAS-STATUS
009670         SET ERROR-AL-APLICAR TO TRUE
009680     ELSE
009690         PERFORM GRABAR-UNA-MONEDA
009700             VARYING IDX-MON FROM 1 BY 1
009710                 UNTIL IDX-MON > NO-DE-MONEDAS
009720         CLOSE MONEDAS-FILE.
009730
009740 GRABAR-UNA-MONEDA.
009750     MOVE MON-CODIGO (IDX-MON) TO MON-CODIGO-ENT.
009760     MOVE MON-CAMBIO (IDX-MON) TO MON-CAMBIO-ENT.
009770     WRITE MONEDAS-REGISTRO.
009780
009790 ESCRIBIR-EL-CAMBIO-DE-MONEDA.
009800     PERFORM ARMAR-LA-FECHA-Y-HORA.
009810     MOVE IMA-CAMBIO TO CAMBIO-MOSTRADO.
009820     MOVE IMD-CAMBIO TO CAMBIO-DESPUES-MOSTRADO.
009830     MOVE SPACES TO LINEA-DE-CAMBIO-MONEDAS.
009840     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
009850         " " PEN-OPERADOR
009860         " " PEN-ACCION
009870         " " CODIGO-DE-MONEDA
009880         " ANTES " CAMBIO-MOSTRADO
009890         " DESPUES " CAMBIO-DESPUES-MOSTRADO
009900         " APROBO " EL-OPERADOR
009910         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO-MONEDAS.
009920     WRITE LINEA-DE-CAMBIO-MONEDAS.
009930
009940 APROBAR-UNA-CUENTA.
009950     MOVE PEN-ANTES TO IMAGEN-CUENTA-ANTES.
009960     MOVE PEN-DESPUES TO IMAGEN-CUENTA-DESPUES.
009970     IF NOT HAY-CUENTAS
009980         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
009990             CUENTAS-STATUS
010000         SET ERROR-AL-APLICAR TO TRUE
010010     ELSE
010020         MOVE PEN-CLAVE TO CUENTA-NUMERO
010030         READ CUENTAS-FILE
010040             INVALID KEY MOVE "23" TO CUENTAS-STATUS
010050         END-READ
010060         IF PEN-ACCION = "ABRIR"
010070             PERFORM ABRIR-LA-CUENTA
010080         ELSE
010090             PERFORM CAMBIAR-LA-CUENTA.
010100
010110 ABRIR-LA-CUENTA.
010120     MOVE ICD-PRODUCTO TO CODIGO-DE-PRODUCTO.
010130     PERFORM BUSCAR-EL-PRODUCTO.
010140     IF CUENTAS-STATUS = "00"
010150         MOVE "LA CUENTA YA EXISTE" TO MOTIVO-DEL-RECHAZO
010160     ELSE
010170     IF PRODUCTO-NO-ENCONTRADO
010180         MOVE "PRODUCTO YA NO ESTA EN TASAS"
010190             TO MOTIVO-DEL-RECHAZO
010200     ELSE
010210         MOVE PEN-CLAVE TO CUENTA-NUMERO
010220         MOVE ICD-NOMBRE TO CUENTA-NOMBRE
010230         MOVE ICD-PRODUCTO TO CUENTA-PRODUCTO
010240         MOVE ICD-SALDO TO CUENTA-SALDO
010250         MOVE ICD-APORTE TO CUENTA-APORTE
010260         MOVE ICD-FECHA-APERTURA TO CUENTA-FECHA-APERTURA
010270         MOVE ICD-PLAZO-MESES TO CUENTA-PLAZO-MESES
010280         MOVE ICD-FECHA-VENCIMIENTO TO CUENTA-FECHA-VENCIMIENTO
010290         MOVE "A" TO CUENTA-ESTADO
010300         MOVE ICD-MONEDA TO CUENTA-MONEDA
010310         MOVE ZERO TO CUENTA-ULTIMO-PERIODO
010320         MOVE ICD-CLIENTE TO CUENTA-CLIENTE
010330         WRITE CUENTAS-REGISTRO
010340             INVALID KEY MOVE "22" TO CUENTAS-STATUS
010350         END-WRITE
010360         IF CUENTAS-STATUS NOT = "00"
010370             DISPLAY "ERROR AL GRABAR LA CUENTA, ESTADO "
010380                 CUENTAS-STATUS
010390             SET ERROR-AL-APLICAR TO TRUE
010400         ELSE
010410             PERFORM ESCRIBIR-EL-CAMBIO-DE-CUENTA
010420             IF CUENTA-SALDO NOT = ZERO
010430                 PERFORM CONTABILIZAR-LA-APERTURA.
010440
010450 CAMBIAR-LA-CUENTA.
010460*    El saldo no se compara: el cambio no lo toca y la cuenta
010470*    puede haberse movido entre el pedido y la aprobacion.
010480     MOVE ICD-PRODUCTO TO CODIGO-DE-PRODUCTO.
010490     PERFORM BUSCAR-EL-PRODUCTO.
010500     IF CUENTAS-STATUS NOT = "00"
010510         MOVE "LA CUENTA YA NO EXISTE" TO MOTIVO-DEL-RECHAZO
010520     ELSE
010530     IF CUENTA-ESTADO = "C"
010540         MOVE "LA CUENTA ESTA CERRADA" TO MOTIVO-DEL-RECHAZO
010550     ELSE
010560     IF PRODUCTO-NO-ENCONTRADO
010570         MOVE "PRODUCTO YA NO ESTA EN TASAS"
010580             TO MOTIVO-DEL-RECHAZO
010590     ELSE
010600     IF CUENTA-NOMBRE NOT = ICA-NOMBRE OR
010610     CUENTA-PRODUCTO NOT = ICA-PRODUCTO OR
010620     CUENTA-APORTE NOT = ICA-APORTE OR
010630     CUENTA-CLIENTE NOT = ICA-CLIENTE
010640         MOVE "CUENTA MODIFICADA DESDE PEDIDO"
010650             TO MOTIVO-DEL-RECHAZO
010660     ELSE
010670         MOVE ICD-NOMBRE TO CUENTA-NOMBRE
010680         MOVE ICD-PRODUCTO TO CUENTA-PRODUCTO
010690         MOVE ICD-APORTE TO CUENTA-APORTE
010700         MOVE ICD-CLIENTE TO CUENTA-CLIENTE
010710         REWRITE CUENTAS-REGISTRO
010720             INVALID KEY MOVE "23" TO CUENTAS-STATUS
010730         END-REWRITE
010740         IF CUENTAS-STATUS NOT = "00"
010750             DISPLAY "ERROR AL REGRABAR, ESTADO " CUENTAS-STATUS
010760             SET ERROR-AL-APLICAR TO TRUE
010770         ELSE
010780             MOVE CUENTA-SALDO TO ICA-SALDO
010790             MOVE CUENTA-SALDO TO ICD-SALDO
010800             PERFORM ESCRIBIR-EL-CAMBIO-DE-CUENTA
010810             IF ICD-PRODUCTO NOT = ICA-PRODUCTO AND
010820             CUENTA-SALDO NOT = ZERO
010830                 PERFORM CONTABILIZAR-EL-TRASPASO.
010840
010850 BUSCAR-EL-PRODUCTO.
010860     SET PRODUCTO-NO-ENCONTRADO TO TRUE.
010870     PERFORM BUSCAR-UN-PRODUCTO
010880         VARYING IDX-TASA FROM 1 BY 1
010890             UNTIL IDX-TASA > NO-DE-TASAS OR PRODUCTO-ENCONTRADO.
010900
010910 BUSCAR-UN-PRODUCTO.
010920     IF TASA-CODIGO (IDX-TASA) = CODIGO-DE-PRODUCTO
010930         SET PRODUCTO-ENCONTRADO TO TRUE.
010940
010950 ESCRIBIR-EL-CAMBIO-DE-CUENTA.
010960*    La misma linea de MANTENIMIENTO-CUENTAS, con quien pidio el
010970*    cambio como operador y quien lo aprobo al final.
010980     PERFORM ARMAR-LA-FECHA-Y-HORA.
010990     MOVE ICA-SALDO TO SALDO-MOSTRADO.
011000     MOVE ICA-APORTE TO APORTE-MOSTRADO.
011010     MOVE ICD-SALDO TO SALDO-DESPUES-MOSTRADO.
011020     MOVE ICD-APORTE TO APORTE-DESPUES-MOSTRADO.
011030     MOVE SPACES TO LINEA-DE-CAMBIO-CUENTAS.
011040     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
011050         " " PEN-OPERADOR
011060         " " PEN-ACCION
011070         " " CUENTA-NUMERO
011080         " ANTES " ICA-NOMBRE "/" ICA-PRODUCTO "/"
011090         SALDO-MOSTRADO "/" APORTE-MOSTRADO "/" ICA-CLIENTE
011100         " DESPUES " ICD-NOMBRE "/" ICD-PRODUCTO "/"
011110         SALDO-DESPUES-MOSTRADO "/" APORTE-DESPUES-MOSTRADO "/"
011120         ICD-CLIENTE
011130         " APROBO " EL-OPERADOR
011140         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO-CUENTAS.
011150     WRITE LINEA-DE-CAMBIO-CUENTAS.
011160
011170 ARMAR-LA-FECHA-Y-HORA.
011180     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
011190     ACCEPT HORA-DEL-SISTEMA FROM TIME.
011200     MOVE FDS-ANIO TO FM-ANIO.
011210     MOVE FDS-MES  TO FM-MES.
011220     MOVE FDS-DIA  TO FM-DIA.
011230     MOVE HDS-HORA TO HM-HORA.
011240     MOVE HDS-MIN  TO HM-MIN.
011250     MOVE HDS-SEG  TO HM-SEG.
011260
011270 CONTABILIZAR-LA-APERTURA.
011280*    Igual que en MANTENIMIENTO-CUENTAS: el saldo de apertura
011290*    viaja como aporte, que tiene siete enteros, asi que un saldo
011300*    mayor se registra en tramos encadenados.
011310     MOVE CUENTA-SALDO TO SALDO-PENDIENTE.
011320     MOVE ZERO TO SALDO-YA-MOVIDO.
011340     PERFORM ABRIR-MOVIMIENTOS.
011360     IF MOVIMIENTOS-STATUS NOT = "00"
011370         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
011380             MOVIMIENTOS-STATUS
011385         SET FALTA-REGISTRAR TO TRUE
011390     ELSE
011400         PERFORM ESCRIBIR-UN-TRAMO-DE-APERTURA
011410             UNTIL SALDO-PENDIENTE = ZERO
011420         CLOSE MOVIMIENTOS-FILE.
011430     PERFORM ABRIR-CONTABLE.
011440     IF CONTABLE-STATUS = "00"
011450         MOVE CUENTA-PRODUCTO TO CON-PRODUCTO
011460         MOVE "APERTURA DE CUENTA" TO CON-CONCEPTO
011470         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
011480         MOVE "D" TO LADO-DEL-ASIENTO
011490         PERFORM AJUSTAR-EL-SIGNO
011500         MOVE "11010000" TO CON-CUENTA
011510         PERFORM ESCRIBIR-UN-ASIENTO
011520         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
011530         MOVE "H" TO LADO-DEL-ASIENTO
011540         PERFORM AJUSTAR-EL-SIGNO
011550         MOVE "21010000" TO CON-CUENTA
011560         PERFORM ESCRIBIR-UN-ASIENTO
011565         CLOSE CONTABLE-FILE
011570     ELSE
011575         SET FALTA-REGISTRAR TO TRUE.
011580
011590 ESCRIBIR-UN-TRAMO-DE-APERTURA.
011600     IF SALDO-PENDIENTE > 9999999.99
011610         MOVE 9999999.99 TO TRAMO-DEL-SALDO
011620     ELSE
011630         MOVE SALDO-PENDIENTE TO TRAMO-DEL-SALDO.
011640     MOVE CUENTA-FECHA-APERTURA TO MOV-FECHA.
011650     MOVE CUENTA-NUMERO TO MOV-CUENTA.
011660     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
011670     MOVE SALDO-YA-MOVIDO TO MOV-SALDO-ANTERIOR.
011680     MOVE ZERO TO MOV-INTERES-BRUTO.
011690     MOVE ZERO TO MOV-RETENCION.
011700     MOVE TRAMO-DEL-SALDO TO MOV-APORTE.
011710     ADD TRAMO-DEL-SALDO TO SALDO-YA-MOVIDO.
011720     SUBTRACT TRAMO-DEL-SALDO FROM SALDO-PENDIENTE.
011730     MOVE SALDO-YA-MOVIDO TO MOV-SALDO-NUEVO.
011740     MOVE CUENTA-MONEDA TO MOV-MONEDA.
011750     MOVE "I" TO MOV-TIPO.
011760     MOVE SPACES TO MOV-REFERENCIA.
011770     PERFORM GRABAR-EL-MOVIMIENTO.
011780     IF MOVIMIENTOS-STATUS NOT = "00"
011790         DISPLAY "ERROR AL GRABAR MOVIMIENTOS, ESTADO "
011800             MOVIMIENTOS-STATUS
011805         SET FALTA-REGISTRAR TO TRUE
011810         MOVE ZERO TO SALDO-PENDIENTE.
011820
011830 CONTABILIZAR-EL-TRASPASO.
011840*    El saldo sale del pasivo del producto anterior y entra al
011850*    del producto nuevo, en la misma moneda.
011860     PERFORM ABRIR-CONTABLE.
011870     IF CONTABLE-STATUS = "00"
011880         MOVE "CAMBIO DE PRODUCTO" TO CON-CONCEPTO
011890         MOVE "21010000" TO CON-CUENTA
011900         MOVE ICA-PRODUCTO TO CON-PRODUCTO
011910         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
011920         MOVE "D" TO LADO-DEL-ASIENTO
011930         PERFORM AJUSTAR-EL-SIGNO
011940         PERFORM ESCRIBIR-UN-ASIENTO
011950         MOVE CUENTA-PRODUCTO TO CON-PRODUCTO
011960         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
011970         MOVE "H" TO LADO-DEL-ASIENTO
011980         PERFORM AJUSTAR-EL-SIGNO
011990         PERFORM ESCRIBIR-UN-ASIENTO
011995         CLOSE CONTABLE-FILE
012000     ELSE
012005         SET FALTA-REGISTRAR TO TRUE.
012010
012020 ABRIR-CONTABLE.
012030     OPEN EXTEND CONTABLE-FILE.
012040     IF CONTABLE-STATUS NOT = "00"
012050         OPEN OUTPUT CONTABLE-FILE.
012060     IF CONTABLE-STATUS NOT = "00"
012070         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
012080             CONTABLE-STATUS.
012090
012100 AJUSTAR-EL-SIGNO.
012110     IF MONTO-DE-ASIENTO < ZERO
012120         COMPUTE MONTO-DE-ASIENTO = ZERO - MONTO-DE-ASIENTO
012130         IF LADO-DEL-ASIENTO = "D"
012140             MOVE "H" TO LADO-DEL-ASIENTO
012150         ELSE
012160             MOVE "D" TO LADO-DEL-ASIENTO.
012170
012180 ESCRIBIR-UN-ASIENTO.
012190     MOVE FECHA-DEL-SISTEMA TO CON-FECHA.
012200     MOVE CUENTA-MONEDA TO CON-MONEDA.
012210     MOVE LADO-DEL-ASIENTO TO CON-DEBE-HABER.
012220     MOVE MONTO-DE-ASIENTO TO CON-MONTO.
012230     MOVE CUENTA-MONEDA TO MONEDA-DE-BUSQUEDA.
012240     PERFORM BUSCAR-EL-CAMBIO.
012250     COMPUTE CON-MONTO-BASE ROUNDED =
012260         CON-MONTO * CAMBIO-DE-LA-MONEDA.
012270     WRITE CONTABLE-REGISTRO.
012280     IF CONTABLE-STATUS NOT = "00"
012290         DISPLAY "ERROR AL GRABAR CONTABLE, ESTADO "
012296             CONTABLE-STATUS
012302         SET FALTA-REGISTRAR TO TRUE.
012310
012320 BUSCAR-EL-CAMBIO.
012330     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
012340     IF MONEDA-DE-BUSQUEDA NOT = SPACES
012350         SET MONEDA-NO-ENCONTRADA TO TRUE
012360         PERFORM BUSCAR-UN-CAMBIO
012370             VARYING IDX-MON FROM 1 BY 1
012380                 UNTIL IDX-MON > NO-DE-MONEDAS
012390                     OR MONEDA-ENCONTRADA.
012400
012410 BUSCAR-UN-CAMBIO.
012420     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
012430         SET MONEDA-ENCONTRADA TO TRUE
012440         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
012450
012460 ABRIR-MOVIMIENTOS.
012470*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
012480*    error de apertura la historia queda como esta.
012490     OPEN I-O MOVIMIENTOS-FILE.
012500     IF MOVIMIENTOS-STATUS = "35"
012510         OPEN OUTPUT MOVIMIENTOS-FILE
012520         IF MOVIMIENTOS-STATUS = "00"
012530             CLOSE MOVIMIENTOS-FILE
012540             OPEN I-O MOVIMIENTOS-FILE.
012550
012560 GRABAR-EL-MOVIMIENTO.
012570*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
012580*    separa los movimientos de una cuenta en un mismo dia y sigue
012590*    el orden en que se graban.
012600     MOVE 1 TO MOV-SECUENCIA.
012610     WRITE MOVIMIENTOS-REGISTRO
012620         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
012630     PERFORM PROBAR-OTRA-SECUENCIA
012640         UNTIL MOVIMIENTOS-STATUS NOT = "22"
012650             OR MOV-SECUENCIA = 9999.
012660
012670 PROBAR-OTRA-SECUENCIA.
012680     ADD 1 TO MOV-SECUENCIA.
012690     WRITE MOVIMIENTOS-REGISTRO
012700         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
