000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. CANCELACION-ANTICIPADA.
000030
000040*    Este programa cancela una cuenta a plazo antes de su fecha
000050*    de vencimiento. Pide la cuenta y la fecha de cancelacion y
000060*    calcula el interes ganado hasta esa fecha: el interes bruto
000070*    ya capitalizado que muestra MOVIMIENTOS mas el interes
000080*    corrido desde el ultimo periodo capitalizado (o desde la
000090*    apertura) a la tasa vigente, en dias de anio comercial de
000095*    360 dias como el devengo diario. La historia de la cuenta
000100*    se lee directo por su clave en MOVIMIENTOS y, si existe, en
000105*    MOVIMIENTOSHISTORICO, donde quedan los anios ya archivados.
000106*    Solo cuenta el plazo en curso: lo posterior al ultimo
000107*    movimiento V (pago o renovacion al vencimiento) o, si no
000108*    hay, a la apertura. La fecha de cancelacion no puede ser
000109*    anterior al ultimo movimiento de la cuenta.
000110*    Sobre ese interes aplica la penalidad del producto en TASAS:
000120*    con tipo T el interes se recalcula a la tasa anual reducida
000130*    (en proporcion a la tasa del producto) y la diferencia es
000140*    la penalidad; con tipo P se pierde ese porcentaje del
000150*    interes; con tipo N no hay penalidad. La retencion se
000160*    recalcula sobre el interes que queda y se ajusta contra la
000170*    que ya se retuvo en cada capitalizacion, de modo que el
000180*    ajuste puede devolver retencion cobrada de mas.
000190*    Con la confirmacion del operador paga el neto, deja la
000200*    cuenta en cero y cerrada (estado C), escribe en MOVIMIENTOS
000210*    un registro de tipo A (cancelacion anticipada) y agrega a
000220*    la interfaz CONTABLE los asientos de la cancelacion:
000230*      51010000 DEBE   interes corrido del periodo
000240*      21010000 DEBE   saldo de la cuenta que se cancela
000250*      43010000 HABER  penalidad cobrada (ingreso)
000260*      21020000 HABER  ajuste de retencion (DEBE si devuelve)
000270*      11010000 HABER  neto pagado al cliente
000280*    Por cada cancelacion imprime en el archivo CANCELACIONES
000290*    una boleta para entregar al cliente y deja la linea del
000300*    cambio en CAMBIOSCUENTAS, como el cierre del mantenimiento.
000310*    La entrada se firma contra el maestro OPERADORES con clave y
000320*    pide el permiso de cuentas. Si el archivo OPERADORES no
000330*    existe el programa avisa y sigue sin control.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS CUENTA-NUMERO
000410         FILE STATUS IS CUENTAS-STATUS.
000420     SELECT TASAS-FILE ASSIGN TO "TASAS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS TASAS-STATUS.
000450     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000455         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000465         RECORD KEY IS MOV-CLAVE
000470         FILE STATUS IS MOVIMIENTOS-STATUS.
000471     SELECT HISTORICO-FILE ASSIGN TO "MOVIMIENTOSHISTORICO"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS HIS-CLAVE
000475         FILE STATUS IS HISTORICO-STATUS.
000480     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MONEDAS-STATUS.
000510     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CONTABLE-STATUS.
000540     SELECT BOLETA-FILE ASSIGN TO "CANCELACIONES"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BOLETA-STATUS.
000570     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOSCUENTAS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CAMBIOS-STATUS.
000600     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS OPERADORES-STATUS.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  CUENTAS-FILE.
000660 01  CUENTAS-REGISTRO.
000670     05 CUENTA-NUMERO            PIC X(10).
000680     05 CUENTA-NOMBRE            PIC X(30).
000690     05 CUENTA-PRODUCTO          PIC X(06).
000700     05 CUENTA-SALDO             PIC S9(9)V99.
000710     05 CUENTA-APORTE            PIC S9(7)V99.
000720     05 CUENTA-FECHA-APERTURA    PIC 9(8).
000730     05 CUENTA-PLAZO-MESES       PIC 9(3).
000740     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
000750     05 CUENTA-ESTADO            PIC X.
000760     05 CUENTA-MONEDA            PIC X(03).
000770     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000775     05 CUENTA-CLIENTE           PIC X(10).
000780 FD  TASAS-FILE.
000790 01  TASAS-REGISTRO.
000800     05 TASA-CODIGO-ENT          PIC X(06).
000810     05 TASA-INTERES-ENT         PIC 999V9.
000820     05 TASA-RETENCION-ENT       PIC 99V99.
000830     05 TASA-RENUEVA-ENT         PIC X.
000840     05 TASA-DESDE-ENT           PIC 9(9)V99.
000850     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000860     05 TASA-PENALIDAD-ENT       PIC 999V9.
000870 FD  MOVIMIENTOS-FILE.
000880 01  MOVIMIENTOS-REGISTRO.
000886     05 MOV-CLAVE.
000892        10 MOV-CUENTA            PIC X(10).
000898        10 MOV-FECHA             PIC 9(8).
000904        10 MOV-SECUENCIA         PIC 9(4).
000910     05 MOV-PRODUCTO             PIC X(06).
000920     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000930         SIGN IS TRAILING SEPARATE CHARACTER.
000940     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000950         SIGN IS TRAILING SEPARATE CHARACTER.
000960     05 MOV-RETENCION            PIC S9(9)V99
000970         SIGN IS TRAILING SEPARATE CHARACTER.
000980     05 MOV-APORTE               PIC S9(7)V99
000990         SIGN IS TRAILING SEPARATE CHARACTER.
001000     05 MOV-SALDO-NUEVO          PIC S9(9)V99
001010         SIGN IS TRAILING SEPARATE CHARACTER.
001020     05 MOV-MONEDA               PIC X(03).
001030     05 MOV-TIPO                 PIC X.
001040     05 MOV-REFERENCIA           PIC X(12).
001041 FD  HISTORICO-FILE.
001042 01  HISTORICO-REGISTRO.
001043     05 HIS-CLAVE.
001044        10 HIS-CUENTA            PIC X(10).
001045        10 HIS-FECHA             PIC 9(8).
001046        10 HIS-SECUENCIA         PIC 9(4).
001047     05 FILLER                   PIC X(80).
001050 FD  MONEDAS-FILE.
001060 01  MONEDAS-REGISTRO.
001070     05 MON-CODIGO-ENT           PIC X(03).
001080     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
001090 FD  CONTABLE-FILE.
001100 01  CONTABLE-REGISTRO.
001110     05 CON-FECHA                PIC 9(8).
001120     05 CON-CUENTA               PIC X(8).
001130     05 CON-DEBE-HABER           PIC X.
001140     05 CON-MONTO                PIC 9(13)V99.
001150     05 CON-PRODUCTO             PIC X(6).
001160     05 CON-CONCEPTO             PIC X(20).
001170     05 CON-MONEDA               PIC X(03).
001180     05 CON-MONTO-BASE           PIC 9(13)V99.
001190 FD  BOLETA-FILE.
001200 01  LINEA-DE-BOLETA            PIC X(132).
001210 FD  CAMBIOS-FILE.
001220 01  LINEA-DE-CAMBIO            PIC X(240).
001230 FD  OPERADORES-FILE.
001240 01  OPERADORES-REGISTRO.
001250     05 OPE-ID-ENT               PIC X(8).
001260     05 OPE-CLAVE-ENT            PIC X(8).
001270     05 OPE-LISTAR-ENT           PIC X.
001280     05 OPE-TASAS-ENT            PIC X.
001290     05 OPE-LIMITES-ENT          PIC X.
001300     05 OPE-CUENTAS-ENT          PIC X.
001310     05 OPE-REVALUAR-ENT         PIC X.
001320     05 OPE-OPERADORES-ENT       PIC X.
001325     05 OPE-APROBAR-ENT          PIC X.
001330 WORKING-STORAGE SECTION.
001340
001350 01  CUENTAS-STATUS             PIC XX.
001360 01  TASAS-STATUS               PIC XX.
001370 01  MOVIMIENTOS-STATUS         PIC XX.
001375 01  HISTORICO-STATUS           PIC XX.
001380 01  MONEDAS-STATUS             PIC XX.
001390 01  CONTABLE-STATUS            PIC XX.
001400 01  BOLETA-STATUS              PIC XX.
001410 01  CAMBIOS-STATUS             PIC XX.
001420 01  OPERADORES-STATUS          PIC XX.
001430 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001440     88 ERROR-DE-ARCHIVO              VALUE "S".
001450 01  SW-FIN-DE-CANCELACIONES    PIC X VALUE "N".
001460     88 FIN-DE-CANCELACIONES          VALUE "S".
001470 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
001480     88 FIN-DE-MOVIMIENTOS            VALUE "S".
001490     88 NO-FIN-DE-MOVIMIENTOS         VALUE "N".
001493 01  SW-FIN-DE-ARCHIVADOS       PIC X.
001496     88 FIN-DE-ARCHIVADOS             VALUE "S".
001500 01  SW-VALOR-RECHAZADO         PIC X VALUE "N".
001510     88 VALOR-RECHAZADO              VALUE "S".
001520 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
001530 01  TABLA-DE-OPERADORES.
001540     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
001550        10 OPE-ID               PIC X(8).
001560        10 OPE-CLAVE            PIC X(8).
001570        10 OPE-CUENTAS          PIC X.
001580 01  SW-HAY-OPERADORES          PIC X VALUE "N".
001590     88 HAY-OPERADORES               VALUE "S".
001600 01  SW-OPERADOR-ENCONTRADO     PIC X VALUE "N".
001610     88 OPERADOR-ENCONTRADO          VALUE "S".
001620     88 OPERADOR-NO-ENCONTRADO       VALUE "N".
001630 01  NO-DE-OPERADOR-ENCONTRADO  PIC 999 VALUE ZERO.
001640 01  SW-FIRMA-RECHAZADA         PIC X VALUE "N".
001650     88 FIRMA-RECHAZADA              VALUE "S".
001660 01  EL-OPERADOR                PIC X(8).
001670 01  LA-CLAVE                   PIC X(8).
001680 01  LA-ACCION                  PIC X(8).
001690 01  SI-NO                      PIC X.
001700 01  NO-DE-TASAS                PIC 999 VALUE ZERO.
001710 01  TABLA-DE-TASAS.
001720     05 TASA-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-TASA.
001730        10 TASA-CODIGO          PIC X(06).
001740        10 TASA-VALOR           PIC 999V9.
001750        10 TASA-RETENCION       PIC 99V99.
001760        10 TASA-DESDE           PIC 9(9)V99.
001770        10 TASA-PENALIDAD-TIPO  PIC X.
001780        10 TASA-PENALIDAD       PIC 999V9.
001790 01  CODIGO-DE-PRODUCTO         PIC X(06).
001800 01  SW-TASA-ENCONTRADA         PIC X VALUE "N".
001810     88 TASA-ENCONTRADA              VALUE "S".
001820     88 TASA-NO-ENCONTRADA           VALUE "N".
001830 01  NO-DE-TASA-ENCONTRADA      PIC 999 VALUE ZERO.
001840 01  SALDO-DE-BUSQUEDA          PIC 9(9)V99 VALUE ZERO.
001850 01  DESDE-ENCONTRADO           PIC 9(9)V99 VALUE ZERO.
001860 01  SW-TASAS-LLENA             PIC X VALUE "N".
001870     88 TASAS-LLENA                   VALUE "S".
001880 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
001890 01  TABLA-DE-MONEDAS.
001900     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
001910        10 MON-CODIGO           PIC X(03).
001920        10 MON-CAMBIO           PIC 9(5)V9(6).
001930 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
001940     88 MONEDAS-LLENA                VALUE "S".
001950 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001960 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001970     88 MONEDA-ENCONTRADA            VALUE "S".
001980     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001990 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
002000 01  NUMERO-BUSCADO             PIC X(10).
002010 01  FECHA-DE-ENTRADA           PIC X(8).
002020 01  FECHA-DE-CANCELACION.
002030     05 FDC-ANIO                PIC 9(4).
002040     05 FDC-MES                 PIC 99.
002050     05 FDC-DIA                 PIC 99.
002060 01  FECHA-DE-INICIO.
002070     05 FDI-ANIO                PIC 9(4).
002080     05 FDI-MES                 PIC 99.
002090     05 FDI-DIA                 PIC 99.
002100 01  PERIODO-DE-INICIO          PIC 9(6).
002110 01  DIAS-CORRIDOS              PIC S9(5) VALUE ZERO.
002112 01  DIAS-EN-EL-MES             PIC 99.
002114 01  COCIENTE-BISIESTO          PIC 9(4).
002116 01  RESTO-BISIESTO             PIC 9(4).
002120 01  EL-INTERES                 PIC 999V9.
002130 01  RETENCION-DEL-PRODUCTO     PIC 99V99.
002140 01  TIPO-DE-PENALIDAD          PIC X.
002150     88 PENALIDAD-POR-TASA            VALUE "T".
002160     88 PENALIDAD-POR-PORCENTAJE      VALUE "P".
002170 01  VALOR-DE-PENALIDAD         PIC 999V9.
002180 01  INTERES-CAPITALIZADO       PIC S9(11)V99 VALUE ZERO.
002190 01  RETENCION-YA-COBRADA       PIC S9(11)V99 VALUE ZERO.
002195 01  ULTIMA-FECHA-DE-MOVIMIENTO PIC 9(8) VALUE ZERO.
002200 01  INTERES-CORRIDO            PIC S9(9)V99 VALUE ZERO.
002210 01  INTERES-GANADO             PIC S9(11)V99 VALUE ZERO.
002220 01  INTERES-REDUCIDO           PIC S9(11)V99 VALUE ZERO.
002230 01  LA-PENALIDAD               PIC S9(11)V99 VALUE ZERO.
002240 01  INTERES-RESTANTE           PIC S9(11)V99 VALUE ZERO.
002250 01  RETENCION-DEBIDA           PIC S9(11)V99 VALUE ZERO.
002260 01  AJUSTE-DE-RETENCION        PIC S9(11)V99 VALUE ZERO.
002270 01  NETO-A-PAGAR               PIC S9(11)V99 VALUE ZERO.
002280 01  SALDO-ANTES                PIC S9(9)V99.
002290 01  MONTO-DE-ASIENTO           PIC S9(13)V99.
002300 01  LADO-DEL-ASIENTO           PIC X.
002310 01  TOTAL-DEBE-BASE            PIC S9(15)V99 VALUE ZERO.
002320 01  TOTAL-HABER-BASE           PIC S9(15)V99 VALUE ZERO.
002330 01  DIFERENCIA-DE-BASE         PIC S9(15)V99 VALUE ZERO.
002340 01  NO-DE-CANCELADAS           PIC 9(9) VALUE ZERO.
002350 01  TOTAL-PAGADO               PIC S9(15)V99 VALUE ZERO.
002360 01  TOTAL-PENALIDADES          PIC S9(15)V99 VALUE ZERO.
002370 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
002380 01  LINEA-ARMADA               PIC X(132).
002390 01  FECHA-DEL-SISTEMA.
002400     05 FDS-ANIO                PIC 9(4).
002410     05 FDS-MES                 PIC 99.
002420     05 FDS-DIA                 PIC 99.
002430 01  HORA-DEL-SISTEMA.
002440     05 HDS-HORA                PIC 99.
002450     05 HDS-MIN                 PIC 99.
002460     05 HDS-SEG                 PIC 99.
002470     05 HDS-CENT                PIC 99.
002480 01  FECHA-MOSTRADA.
002490     05 FM-ANIO                 PIC 9999.
002500     05 FM-GUION-1              PIC X VALUE "-".
002510     05 FM-MES                  PIC 99.
002520     05 FM-GUION-2              PIC X VALUE "-".
002530     05 FM-DIA                  PIC 99.
002540 01  HORA-MOSTRADA.
002550     05 HM-HORA                 PIC 99.
002560     05 HM-DOSPTOS-1            PIC X VALUE ":".
002570     05 HM-MIN                  PIC 99.
002580     05 HM-DOSPTOS-2            PIC X VALUE ":".
002590     05 HM-SEG                  PIC 99.
002600 01  FECHA-A-MOSTRAR.
002610     05 FAM-ANIO                PIC 9(4).
002620     05 FAM-MES                 PIC 99.
002630     05 FAM-DIA                 PIC 99.
002640 01  OTRA-FECHA-MOSTRADA.
002650     05 OFM-ANIO                PIC 9999.
002660     05 OFM-GUION-1             PIC X VALUE "-".
002670     05 OFM-MES                 PIC 99.
002680     05 OFM-GUION-2             PIC X VALUE "-".
002690     05 OFM-DIA                 PIC 99.
002700 01  PAGINA-MOSTRADA            PIC ZZ9.
002710 01  MONTO-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002720 01  TASA-MOSTRADA              PIC ZZ9.9.
002730 01  DIAS-MOSTRADOS             PIC -ZZZZ9.
002740 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZ9.99.
002750 01  APORTE-MOSTRADO            PIC -Z,ZZZ,ZZ9.99.
002760 01  SALDO-DESPUES-MOSTRADO     PIC -ZZZ,ZZZ,ZZ9.99.
002770 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
002780 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002790*RUTINA DE NIVEL 1
002800 PROCEDURE DIVISION.
002810 PROGRAMA-EMPIEZA.
002820
002830     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002840     PERFORM CARGAR-LOS-OPERADORES.
002850     PERFORM FIRMAR-AL-OPERADOR.
002860     IF FIRMA-RECHAZADA
002870         MOVE 8 TO RETURN-CODE
002880         GO TO TERMINA-PROGRAMA.
002890     PERFORM ABRIR-TASAS.
002900     PERFORM ABRIR-MONEDAS.
002910     OPEN I-O CUENTAS-FILE.
002920     IF CUENTAS-STATUS NOT = "00"
002930         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
002940             CUENTAS-STATUS
002950         MOVE 8 TO RETURN-CODE
002960         GO TO TERMINA-PROGRAMA.
002970     OPEN EXTEND CAMBIOS-FILE.
002980     IF CAMBIOS-STATUS NOT = "00"
002990         OPEN OUTPUT CAMBIOS-FILE.
003000     OPEN EXTEND BOLETA-FILE.
003010     IF BOLETA-STATUS NOT = "00"
003020         OPEN OUTPUT BOLETA-FILE.
003030     PERFORM ATENDER-UNA-CANCELACION UNTIL FIN-DE-CANCELACIONES.
003040     CLOSE CUENTAS-FILE.
003050     CLOSE CAMBIOS-FILE.
003060     CLOSE BOLETA-FILE.
003070     PERFORM MOSTRAR-TOTALES.
003080     IF ERROR-DE-ARCHIVO
003090         MOVE 8 TO RETURN-CODE.
003100 TERMINA-PROGRAMA.
003110     STOP RUN.
003120*RUTINAS DE NIVEL 2
003130 CARGAR-LOS-OPERADORES.
003140     OPEN INPUT OPERADORES-FILE.
003150     IF OPERADORES-STATUS = "00"
003160         SET HAY-OPERADORES TO TRUE
003170         PERFORM CARGAR-UN-OPERADOR
003180             UNTIL OPERADORES-STATUS NOT = "00"
003190         CLOSE OPERADORES-FILE.
003200
003210 CARGAR-UN-OPERADOR.
003220     READ OPERADORES-FILE
003230         AT END NEXT SENTENCE.
003240     IF OPERADORES-STATUS = "00"
003250         IF NO-DE-OPERADORES < 50
003260             ADD 1 TO NO-DE-OPERADORES
003270             MOVE OPE-ID-ENT TO OPE-ID (NO-DE-OPERADORES)
003280             MOVE OPE-CLAVE-ENT TO OPE-CLAVE (NO-DE-OPERADORES)
003290             MOVE OPE-CUENTAS-ENT
003300                 TO OPE-CUENTAS (NO-DE-OPERADORES).
003310
003320 FIRMAR-AL-OPERADOR.
003330*    Sin archivo OPERADORES no hay control: se avisa y se deja
003340*    pasar, como en el mantenimiento de cuentas. Con el archivo
003350*    cargado se exige clave y el permiso de cuentas, porque la
003360*    cancelacion cierra la cuenta y paga el saldo.
003370     DISPLAY "IDENTIFICACION DEL OPERADOR".
003380     ACCEPT EL-OPERADOR.
003390     IF NOT HAY-OPERADORES
003400         DISPLAY "OJO: SIN ARCHIVO OPERADORES, "
003410             "ACCESO SIN CONTROL."
003420     ELSE
003430         DISPLAY "CLAVE"
003440         ACCEPT LA-CLAVE
003450         PERFORM BUSCAR-OPERADOR
003460         IF OPERADOR-NO-ENCONTRADO
003470             DISPLAY "FIRMA RECHAZADA."
003480             SET FIRMA-RECHAZADA TO TRUE
003490         ELSE
003500         IF OPE-CLAVE (NO-DE-OPERADOR-ENCONTRADO) NOT = LA-CLAVE
003510             DISPLAY "FIRMA RECHAZADA."
003520             SET FIRMA-RECHAZADA TO TRUE
003530         ELSE
003540         IF OPE-CUENTAS (NO-DE-OPERADOR-ENCONTRADO) NOT = "S"
003550             DISPLAY "SIN PERMISO PARA CANCELAR CUENTAS."
003560             SET FIRMA-RECHAZADA TO TRUE.
003570
003580 BUSCAR-OPERADOR.
003590     SET OPERADOR-NO-ENCONTRADO TO TRUE.
003600     SET IDX-OPE TO 1.
003610     PERFORM BUSCAR-UN-OPERADOR
003620         VARYING IDX-OPE FROM 1 BY 1
003630             UNTIL IDX-OPE > NO-DE-OPERADORES
003640                 OR OPERADOR-ENCONTRADO.
003650
003660 BUSCAR-UN-OPERADOR.
003670     IF OPE-ID (IDX-OPE) = EL-OPERADOR
003680         SET OPERADOR-ENCONTRADO TO TRUE
003690         MOVE IDX-OPE TO NO-DE-OPERADOR-ENCONTRADO.
003700
003710 ABRIR-TASAS.
003720     OPEN INPUT TASAS-FILE.
003730     IF TASAS-STATUS = "00"
003740         PERFORM CARGAR-TASA UNTIL TASAS-STATUS NOT = "00"
003750         CLOSE TASAS-FILE.
003760
003770 CARGAR-TASA.
003780     READ TASAS-FILE
003790         AT END NEXT SENTENCE.
003800     IF TASAS-STATUS = "00"
003810         IF NO-DE-TASAS < 100
003820             ADD 1 TO NO-DE-TASAS
003830             MOVE TASA-CODIGO-ENT TO TASA-CODIGO (NO-DE-TASAS)
003840             MOVE TASA-INTERES-ENT TO TASA-VALOR (NO-DE-TASAS)
003850             IF TASA-RETENCION-ENT NUMERIC
003860                 MOVE TASA-RETENCION-ENT
003870                     TO TASA-RETENCION (NO-DE-TASAS)
003880             ELSE
003890                 MOVE ZERO TO TASA-RETENCION (NO-DE-TASAS)
003900             END-IF
003910             IF TASA-DESDE-ENT NUMERIC
003920                 MOVE TASA-DESDE-ENT TO TASA-DESDE (NO-DE-TASAS)
003930             ELSE
003940                 MOVE ZERO TO TASA-DESDE (NO-DE-TASAS)
003950             END-IF
003960             IF TASA-PENALIDAD-TIPO-ENT = "T" OR
003970             TASA-PENALIDAD-TIPO-ENT = "P"
003980                 MOVE TASA-PENALIDAD-TIPO-ENT
003990                     TO TASA-PENALIDAD-TIPO (NO-DE-TASAS)
004000             ELSE
004010                 MOVE "N" TO TASA-PENALIDAD-TIPO (NO-DE-TASAS)
004020             END-IF
004030             IF TASA-PENALIDAD-ENT NUMERIC
004040                 MOVE TASA-PENALIDAD-ENT
004050                     TO TASA-PENALIDAD (NO-DE-TASAS)
004060             ELSE
004070                 MOVE ZERO TO TASA-PENALIDAD (NO-DE-TASAS)
004080             END-IF
004090         ELSE
004100             IF NOT TASAS-LLENA
004110                 DISPLAY "TASAS: TABLA LLENA, SE IGNORA EL RESTO."
004120                 SET TASAS-LLENA TO TRUE.
004130
004140 ABRIR-MONEDAS.
004150     OPEN INPUT MONEDAS-FILE.
004160     IF MONEDAS-STATUS = "00"
004170         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
004180         CLOSE MONEDAS-FILE.
004190
004200 CARGAR-MONEDA.
004210     READ MONEDAS-FILE
004220         AT END NEXT SENTENCE.
004230     IF MONEDAS-STATUS = "00"
004240         IF NO-DE-MONEDAS < 20
004250             ADD 1 TO NO-DE-MONEDAS
004260             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
004270             IF MON-CAMBIO-ENT NUMERIC
004280                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
004290             ELSE
004300                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
004310             END-IF
004320         ELSE
004330             IF NOT MONEDAS-LLENA
004340                 DISPLAY "MONEDAS: TABLA LLENA, "
004350                     "SE IGNORA EL RESTO."
004360                 SET MONEDAS-LLENA TO TRUE.
004370
004380 ATENDER-UNA-CANCELACION.
004390     DISPLAY " ".
004400     DISPLAY "CUENTA A CANCELAR (VACIO = TERMINAR)".
004410     ACCEPT NUMERO-BUSCADO.
004420     IF NUMERO-BUSCADO = SPACES
004430         SET FIN-DE-CANCELACIONES TO TRUE
004440     ELSE
004450         MOVE "N" TO SW-VALOR-RECHAZADO
004460         PERFORM VALIDAR-LA-CUENTA
004470         IF NOT VALOR-RECHAZADO
004475             PERFORM SUMAR-LA-HISTORIA
004480             PERFORM PEDIR-LA-FECHA-DE-CANCELACION
004490         END-IF
004500         IF NOT VALOR-RECHAZADO
004520             PERFORM CALCULAR-LA-CANCELACION
004530         END-IF
004540         IF NOT VALOR-RECHAZADO
004550             PERFORM MOSTRAR-LA-LIQUIDACION
004560             PERFORM CONFIRMAR-LA-CANCELACION.
004570
004580 MOSTRAR-TOTALES.
004590     MOVE NO-DE-CANCELADAS TO CONTADOR-MOSTRADO.
004600     DISPLAY "CUENTAS CANCELADAS      " CONTADOR-MOSTRADO.
004610     MOVE TOTAL-PENALIDADES TO TOTAL-MOSTRADO.
004620     DISPLAY "TOTAL PENALIDADES   " TOTAL-MOSTRADO.
004630     MOVE TOTAL-PAGADO TO TOTAL-MOSTRADO.
004640     DISPLAY "TOTAL PAGADO        " TOTAL-MOSTRADO.
004650*RUTINAS DE NIVEL 3
004660 VALIDAR-LA-CUENTA.
004670*    Solo se cancelan por aca las cuentas activas con plazo que
004680*    todavia no vencieron; las vencidas las liquida el proceso
004690*    VENCIMIENTO-CUENTAS segun la regla del producto.
004700     MOVE NUMERO-BUSCADO TO CUENTA-NUMERO.
004710     READ CUENTAS-FILE
004720         INVALID KEY MOVE "23" TO CUENTAS-STATUS
004730     END-READ.
004740     IF CUENTAS-STATUS NOT = "00"
004750         DISPLAY "NO EXISTE LA CUENTA: " NUMERO-BUSCADO
004760         SET VALOR-RECHAZADO TO TRUE
004770     ELSE
004780     IF CUENTA-ESTADO NOT = "A"
004790         DISPLAY "LA CUENTA NO ESTA ACTIVA."
004800         SET VALOR-RECHAZADO TO TRUE
004810     ELSE
004820     IF CUENTA-FECHA-VENCIMIENTO NOT NUMERIC OR
004830     CUENTA-FECHA-VENCIMIENTO = ZERO
004840         DISPLAY "LA CUENTA NO ES A PLAZO."
004850         SET VALOR-RECHAZADO TO TRUE
004860     ELSE
004870     IF CUENTA-SALDO NOT > ZERO
004880         DISPLAY "LA CUENTA NO TIENE SALDO PARA PAGAR."
004890         SET VALOR-RECHAZADO TO TRUE
004900     ELSE
004910         MOVE CUENTA-PRODUCTO TO CODIGO-DE-PRODUCTO
004920         MOVE CUENTA-SALDO TO SALDO-DE-BUSQUEDA
004930         PERFORM BUSCAR-TASA
004940         IF TASA-NO-ENCONTRADA
004950             DISPLAY "SIN TASA PARA EL PRODUCTO "
004960                 CUENTA-PRODUCTO
004970             SET VALOR-RECHAZADO TO TRUE.
004980
004990 PEDIR-LA-FECHA-DE-CANCELACION.
005000     DISPLAY "FECHA DE CANCELACION (AAAAMMDD, VACIO = HOY)".
005010     ACCEPT FECHA-DE-ENTRADA.
005020     IF FECHA-DE-ENTRADA = SPACES
005030         MOVE FECHA-DEL-SISTEMA TO FECHA-DE-CANCELACION
005040     ELSE
005050     IF FECHA-DE-ENTRADA NUMERIC
005060         MOVE FECHA-DE-ENTRADA TO FECHA-DE-CANCELACION
005070     ELSE
005080         MOVE ZERO TO FECHA-DE-CANCELACION.
005085     PERFORM DERIVAR-DIAS-EN-EL-MES.
005090     IF FDC-MES < 01 OR FDC-MES > 12 OR
005100     FDC-DIA < 01 OR FDC-DIA > DIAS-EN-EL-MES
005110         DISPLAY "FECHA INVALIDA."
005120         SET VALOR-RECHAZADO TO TRUE
005130     ELSE
005140     IF FECHA-DE-CANCELACION > FECHA-DEL-SISTEMA
005150         DISPLAY "LA FECHA NO PUEDE SER POSTERIOR A HOY."
005160         SET VALOR-RECHAZADO TO TRUE
005170     ELSE
005180     IF FECHA-DE-CANCELACION < CUENTA-FECHA-APERTURA
005190         DISPLAY "LA FECHA ES ANTERIOR A LA APERTURA."
005200         SET VALOR-RECHAZADO TO TRUE
005210     ELSE
005211     IF FECHA-DE-CANCELACION < ULTIMA-FECHA-DE-MOVIMIENTO
005212         DISPLAY "LA CUENTA TIENE MOVIMIENTOS DEL "
005213             ULTIMA-FECHA-DE-MOVIMIENTO ", LA FECHA NO PUEDE "
005214             "SER ANTERIOR."
005215         SET VALOR-RECHAZADO TO TRUE
005216     ELSE
005220     IF FECHA-DE-CANCELACION NOT < CUENTA-FECHA-VENCIMIENTO
005230         DISPLAY "LA CUENTA YA VENCIO: LA LIQUIDA "
005240             "VENCIMIENTO-CUENTAS."
005250         SET VALOR-RECHAZADO TO TRUE.
005260
005267 SUMAR-LA-HISTORIA.
005272*    El interes y la retencion ya capitalizados en el plazo en
005277*    curso salen de la historia de la cuenta: lo archivado y lo
005282*    vigente. De paso queda la fecha del ultimo movimiento.
005288     MOVE ZERO TO INTERES-CAPITALIZADO.
005295     MOVE ZERO TO RETENCION-YA-COBRADA.
005298     MOVE ZERO TO ULTIMA-FECHA-DE-MOVIMIENTO.
005302     OPEN INPUT MOVIMIENTOS-FILE.
005309     IF MOVIMIENTOS-STATUS = "00"
005316         OPEN INPUT HISTORICO-FILE
005323         IF HISTORICO-STATUS = "00"
005330             PERFORM SUMAR-LO-ARCHIVADO
005337             CLOSE HISTORICO-FILE
005344         END-IF
005351         PERFORM SUMAR-LO-VIGENTE
005358         CLOSE MOVIMIENTOS-FILE.
005370
005380 CALCULAR-LA-CANCELACION.
005390     MOVE TASA-VALOR (NO-DE-TASA-ENCONTRADA) TO EL-INTERES.
005400     MOVE TASA-RETENCION (NO-DE-TASA-ENCONTRADA)
005410         TO RETENCION-DEL-PRODUCTO.
005420     MOVE TASA-PENALIDAD-TIPO (NO-DE-TASA-ENCONTRADA)
005430         TO TIPO-DE-PENALIDAD.
005440     MOVE TASA-PENALIDAD (NO-DE-TASA-ENCONTRADA)
005450         TO VALOR-DE-PENALIDAD.
005460     PERFORM CONTAR-LOS-DIAS-CORRIDOS.
005470     COMPUTE INTERES-CORRIDO ROUNDED =
005480         CUENTA-SALDO * (EL-INTERES / 100) * DIAS-CORRIDOS / 360.
005490     COMPUTE INTERES-GANADO =
005500         INTERES-CAPITALIZADO + INTERES-CORRIDO.
005510     PERFORM CALCULAR-LA-PENALIDAD.
005520     COMPUTE INTERES-RESTANTE = INTERES-GANADO - LA-PENALIDAD.
005530     COMPUTE RETENCION-DEBIDA ROUNDED =
005540         INTERES-RESTANTE * RETENCION-DEL-PRODUCTO / 100.
005550     COMPUTE AJUSTE-DE-RETENCION =
005560         RETENCION-DEBIDA - RETENCION-YA-COBRADA.
005570     MOVE CUENTA-SALDO TO SALDO-ANTES.
005580     COMPUTE NETO-A-PAGAR = CUENTA-SALDO + INTERES-CORRIDO
005590         - LA-PENALIDAD - AJUSTE-DE-RETENCION.
005600*    El pago viaja en MOV-APORTE, que tiene siete enteros.
005610     IF NETO-A-PAGAR < ZERO OR NETO-A-PAGAR > 9999999.99
005620         DISPLAY "EL NETO A PAGAR QUEDA FUERA DE RANGO, "
005630             "LA CANCELACION SE HACE A MANO."
005640         SET VALOR-RECHAZADO TO TRUE.
005650
005660 MOSTRAR-LA-LIQUIDACION.
005670     DISPLAY "CUENTA   " CUENTA-NUMERO "  " CUENTA-NOMBRE.
005680     MOVE CUENTA-SALDO TO MONTO-MOSTRADO.
005690     DISPLAY "SALDO ACTUAL          " MONTO-MOSTRADO.
005700     MOVE INTERES-CAPITALIZADO TO MONTO-MOSTRADO.
005710     DISPLAY "INTERES CAPITALIZADO  " MONTO-MOSTRADO.
005720     MOVE DIAS-CORRIDOS TO DIAS-MOSTRADOS.
005730     MOVE INTERES-CORRIDO TO MONTO-MOSTRADO.
005740     DISPLAY "INTERES CORRIDO       " MONTO-MOSTRADO
005750         "  DIAS " DIAS-MOSTRADOS.
005760     MOVE LA-PENALIDAD TO MONTO-MOSTRADO.
005770     DISPLAY "PENALIDAD             " MONTO-MOSTRADO
005780         "  TIPO " TIPO-DE-PENALIDAD.
005790     MOVE AJUSTE-DE-RETENCION TO MONTO-MOSTRADO.
005800     DISPLAY "AJUSTE DE RETENCION   " MONTO-MOSTRADO.
005810     MOVE NETO-A-PAGAR TO MONTO-MOSTRADO.
005820     DISPLAY "NETO A PAGAR          " MONTO-MOSTRADO.
005830
005840 CONFIRMAR-LA-CANCELACION.
005850     DISPLAY "CONFIRMA LA CANCELACION (S/N)".
005860     ACCEPT SI-NO.
005870     IF SI-NO = "S" OR SI-NO = "s"
005880         PERFORM GRABAR-LA-CANCELACION
005890     ELSE
005900         DISPLAY "CANCELACION NO REALIZADA.".
005910
005920 GRABAR-LA-CANCELACION.
005930     PERFORM PREPARAR-EL-MOVIMIENTO.
005940     MOVE ZERO TO CUENTA-SALDO.
005950     MOVE "C" TO CUENTA-ESTADO.
005960     REWRITE CUENTAS-REGISTRO.
005970     IF CUENTAS-STATUS NOT = "00"
005980         DISPLAY "ERROR AL REGRABAR LA CUENTA " CUENTA-NUMERO
005990             " ESTADO " CUENTAS-STATUS
006000         SET ERROR-DE-ARCHIVO TO TRUE
006010     ELSE
006020         PERFORM ESCRIBIR-MOVIMIENTO
006030         PERFORM ESCRIBIR-INTERFAZ-CONTABLE
006040         PERFORM IMPRIMIR-LA-BOLETA
006050         MOVE "CANCELAR" TO LA-ACCION
006060         PERFORM ESCRIBIR-EL-CAMBIO
006070         ADD 1 TO NO-DE-CANCELADAS
006080         ADD NETO-A-PAGAR TO TOTAL-PAGADO
006090         ADD LA-PENALIDAD TO TOTAL-PENALIDADES
006100         DISPLAY "CANCELADA " CUENTA-NUMERO.
006110
006120 BUSCAR-TASA.
006130*    Un producto puede tener varios tramos por saldo en TASAS.
006140*    Gana el tramo con el SALDO DESDE mas alto que no pase el
006150*    saldo de la cuenta.
006160     SET TASA-NO-ENCONTRADA TO TRUE.
006170     MOVE ZERO TO DESDE-ENCONTRADO.
006180     SET IDX-TASA TO 1.
006190     PERFORM BUSCAR-UNA-TASA
006200         VARYING IDX-TASA FROM 1 BY 1
006210             UNTIL IDX-TASA > NO-DE-TASAS.
006220
006230 BUSCAR-UNA-TASA.
006240     IF TASA-CODIGO (IDX-TASA) = CODIGO-DE-PRODUCTO AND
006250     TASA-DESDE (IDX-TASA) NOT > SALDO-DE-BUSQUEDA
006260         IF TASA-NO-ENCONTRADA OR
006270         TASA-DESDE (IDX-TASA) NOT < DESDE-ENCONTRADO
006280             SET TASA-ENCONTRADA TO TRUE
006290             MOVE IDX-TASA TO NO-DE-TASA-ENCONTRADA
006300             MOVE TASA-DESDE (IDX-TASA) TO DESDE-ENCONTRADO.
006310
006320 LEER-MOVIMIENTO.
006330     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
006336     READ MOVIMIENTOS-FILE NEXT RECORD
006342         AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS.
006348     IF MOV-CUENTA NOT = CUENTA-NUMERO
006354         MOVE "S" TO SW-FIN-DE-MOVIMIENTOS.
006360
006370 SUMAR-UN-MOVIMIENTO.
006380     IF MOV-CUENTA = CUENTA-NUMERO
006395         PERFORM SUMAR-DEL-PLAZO-EN-CURSO.
006410     PERFORM LEER-MOVIMIENTO.
006420
006430 CONTAR-LOS-DIAS-CORRIDOS.
006440*    El interes corre desde el fin del ultimo periodo que la
006450*    revalorizacion capitalizo, o desde la apertura si la cuenta
006460*    nunca se capitalizo. Los dias se cuentan con meses de 30
006470*    dias, la convencion del anio comercial de 360 dias.
006480     IF CUENTA-ULTIMO-PERIODO NUMERIC AND
006490     CUENTA-ULTIMO-PERIODO > ZERO
006500         MOVE CUENTA-ULTIMO-PERIODO TO PERIODO-DE-INICIO
006510         MOVE PERIODO-DE-INICIO TO FECHA-DE-INICIO (1:6)
006520         MOVE 30 TO FDI-DIA
006530     ELSE
006540         MOVE CUENTA-FECHA-APERTURA TO FECHA-DE-INICIO.
006550     IF FDI-DIA > 30
006560         MOVE 30 TO FDI-DIA.
006570     COMPUTE DIAS-CORRIDOS =
006580         (FDC-ANIO - FDI-ANIO) * 360
006590         + (FDC-MES - FDI-MES) * 30
006600         + FDC-DIA - FDI-DIA.
006610     IF FDC-DIA > 30
006620         SUBTRACT 1 FROM DIAS-CORRIDOS.
006630     IF DIAS-CORRIDOS < ZERO
006640         MOVE ZERO TO DIAS-CORRIDOS.
006650
006660 CALCULAR-LA-PENALIDAD.
006670*    Con tasa reducida el interes ganado se recalcula en
006680*    proporcion a la tasa del producto; la penalidad nunca pasa
006690*    del interes ganado, asi que el capital no se toca.
006700     MOVE ZERO TO LA-PENALIDAD.
006710     IF INTERES-GANADO > ZERO
006720         IF PENALIDAD-POR-TASA AND
006730         VALOR-DE-PENALIDAD < EL-INTERES
006740             COMPUTE INTERES-REDUCIDO ROUNDED =
006750                 INTERES-GANADO * VALOR-DE-PENALIDAD / EL-INTERES
006760             COMPUTE LA-PENALIDAD =
006770                 INTERES-GANADO - INTERES-REDUCIDO
006780         ELSE
006790         IF PENALIDAD-POR-PORCENTAJE
006800             COMPUTE LA-PENALIDAD ROUNDED =
006810                 INTERES-GANADO * VALOR-DE-PENALIDAD / 100.
006820     IF LA-PENALIDAD > INTERES-GANADO
006830         MOVE INTERES-GANADO TO LA-PENALIDAD.
006840     IF LA-PENALIDAD < ZERO
006850         MOVE ZERO TO LA-PENALIDAD.
006860
006870 PREPARAR-EL-MOVIMIENTO.
006880*    El registro de la cancelacion cierra la historia de la
006890*    cuenta: el interes bruto es el corrido menos la penalidad,
006900*    la retencion es el ajuste y el pago va como aporte negativo,
006910*    de modo que saldo anterior + bruto - retencion + aporte da
006920*    el saldo nuevo en cero.
006930     MOVE FECHA-DE-CANCELACION TO MOV-FECHA.
006940     MOVE CUENTA-NUMERO TO MOV-CUENTA.
006950     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
006960     MOVE CUENTA-SALDO TO MOV-SALDO-ANTERIOR.
006970     COMPUTE MOV-INTERES-BRUTO = INTERES-CORRIDO - LA-PENALIDAD.
006980     MOVE AJUSTE-DE-RETENCION TO MOV-RETENCION.
006990     COMPUTE MOV-APORTE = ZERO - NETO-A-PAGAR.
007000     MOVE ZERO TO MOV-SALDO-NUEVO.
007010     MOVE CUENTA-MONEDA TO MOV-MONEDA.
007020     MOVE "A" TO MOV-TIPO.
007030     MOVE SPACES TO MOV-REFERENCIA.
007040
007050 ESCRIBIR-MOVIMIENTO.
007070     PERFORM ABRIR-MOVIMIENTOS.
007090     IF MOVIMIENTOS-STATUS NOT = "00"
007100         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS"
007110         SET ERROR-DE-ARCHIVO TO TRUE
007120     ELSE
007130         PERFORM GRABAR-EL-MOVIMIENTO
007140         IF MOVIMIENTOS-STATUS NOT = "00"
007150             SET ERROR-DE-ARCHIVO TO TRUE
007160         END-IF
007170         CLOSE MOVIMIENTOS-FILE.
007180
007190 ESCRIBIR-INTERFAZ-CONTABLE.
007200*    Los cinco asientos cuadran por construccion: el debe es el
007210*    interes corrido mas el saldo y el haber es la penalidad,
007220*    el ajuste de retencion y el neto pagado.
007230     MOVE ZERO TO TOTAL-DEBE-BASE.
007240     MOVE ZERO TO TOTAL-HABER-BASE.
007250     MOVE CUENTA-PRODUCTO TO CODIGO-DE-PRODUCTO.
007260     MOVE CUENTA-MONEDA TO MONEDA-DE-BUSQUEDA.
007270     OPEN EXTEND CONTABLE-FILE.
007280     IF CONTABLE-STATUS NOT = "00"
007290         OPEN OUTPUT CONTABLE-FILE.
007300     IF CONTABLE-STATUS NOT = "00"
007310         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
007320             CONTABLE-STATUS
007330         SET ERROR-DE-ARCHIVO TO TRUE
007340     ELSE
007350         PERFORM ESCRIBIR-ASIENTOS-DE-CANCELACION
007360         PERFORM AJUSTAR-REDONDEO-DE-BASE
007370         CLOSE CONTABLE-FILE.
007380
007390 ESCRIBIR-ASIENTOS-DE-CANCELACION.
007400     IF INTERES-CORRIDO NOT = ZERO
007410         MOVE INTERES-CORRIDO TO MONTO-DE-ASIENTO
007420         MOVE "D" TO LADO-DEL-ASIENTO
007430         PERFORM AJUSTAR-EL-SIGNO
007440         MOVE "51010000" TO CON-CUENTA
007450         MOVE "INTERES CANCELACION" TO CON-CONCEPTO
007460         PERFORM ESCRIBIR-UN-ASIENTO.
007470     MOVE SALDO-ANTES TO MONTO-DE-ASIENTO.
007480     MOVE "D" TO LADO-DEL-ASIENTO.
007490     PERFORM AJUSTAR-EL-SIGNO.
007500     MOVE "21010000" TO CON-CUENTA.
007510     MOVE "CANCELACION ANTICIP" TO CON-CONCEPTO.
007520     PERFORM ESCRIBIR-UN-ASIENTO.
007530     IF LA-PENALIDAD NOT = ZERO
007540         MOVE LA-PENALIDAD TO MONTO-DE-ASIENTO
007550         MOVE "H" TO LADO-DEL-ASIENTO
007560         PERFORM AJUSTAR-EL-SIGNO
007570         MOVE "43010000" TO CON-CUENTA
007580         MOVE "PENALIDAD CANCELAC" TO CON-CONCEPTO
007590         PERFORM ESCRIBIR-UN-ASIENTO.
007600     IF AJUSTE-DE-RETENCION NOT = ZERO
007610         MOVE AJUSTE-DE-RETENCION TO MONTO-DE-ASIENTO
007620         MOVE "H" TO LADO-DEL-ASIENTO
007630         PERFORM AJUSTAR-EL-SIGNO
007640         MOVE "21020000" TO CON-CUENTA
007650         MOVE "RETENCION IMPUESTO" TO CON-CONCEPTO
007660         PERFORM ESCRIBIR-UN-ASIENTO.
007670     MOVE NETO-A-PAGAR TO MONTO-DE-ASIENTO.
007680     MOVE "H" TO LADO-DEL-ASIENTO.
007690     PERFORM AJUSTAR-EL-SIGNO.
007700     MOVE "11010000" TO CON-CUENTA.
007710     MOVE "PAGO CANCELACION" TO CON-CONCEPTO.
007720     PERFORM ESCRIBIR-UN-ASIENTO.
007730
007740 AJUSTAR-EL-SIGNO.
007750*    CON-MONTO no lleva signo: un monto negativo se escribe en
007760*    positivo con el debe y el haber intercambiados, igual que
007770*    en la revalorizacion.
007780     IF MONTO-DE-ASIENTO < ZERO
007790         COMPUTE MONTO-DE-ASIENTO = ZERO - MONTO-DE-ASIENTO
007800         IF LADO-DEL-ASIENTO = "D"
007810             MOVE "H" TO LADO-DEL-ASIENTO
007820         ELSE
007830             MOVE "D" TO LADO-DEL-ASIENTO.
007840
007850 ESCRIBIR-UN-ASIENTO.
007860     MOVE FECHA-DEL-SISTEMA TO CON-FECHA.
007870     MOVE CODIGO-DE-PRODUCTO TO CON-PRODUCTO.
007880     MOVE MONEDA-DE-BUSQUEDA TO CON-MONEDA.
007890     MOVE LADO-DEL-ASIENTO TO CON-DEBE-HABER.
007900     MOVE MONTO-DE-ASIENTO TO CON-MONTO.
007910     PERFORM BUSCAR-MONEDA.
007920     COMPUTE CON-MONTO-BASE ROUNDED =
007930         CON-MONTO * CAMBIO-DE-LA-MONEDA.
007940     WRITE CONTABLE-REGISTRO.
007950     IF CONTABLE-STATUS NOT = "00"
007960         SET ERROR-DE-ARCHIVO TO TRUE.
007970     IF CON-DEBE-HABER = "D"
007980         ADD CON-MONTO-BASE TO TOTAL-DEBE-BASE
007990     ELSE
008000         ADD CON-MONTO-BASE TO TOTAL-HABER-BASE.
008010
008020 BUSCAR-MONEDA.
008030*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
008040*    base vale la moneda buscada. La moneda en blanco es la base
008050*    y una moneda que no esta en MONEDAS se toma a la par.
008060     SET MONEDA-NO-ENCONTRADA TO TRUE.
008070     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
008080     IF MONEDA-DE-BUSQUEDA NOT = SPACES
008090         PERFORM BUSCAR-UNA-MONEDA
008100             VARYING IDX-MON FROM 1 BY 1
008110                 UNTIL IDX-MON > NO-DE-MONEDAS
008120                     OR MONEDA-ENCONTRADA.
008130
008140 BUSCAR-UNA-MONEDA.
008150     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
008160         SET MONEDA-ENCONTRADA TO TRUE
008170         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
008180
008190 AJUSTAR-REDONDEO-DE-BASE.
008200*    Al convertir cada asiento a moneda base el redondeo puede
008210*    dejar el debe y el haber base descuadrados por centavos.
008220*    Se escribe una linea de ajuste solo en moneda base para que
008230*    la interfaz cuadre tambien en una sola moneda.
008240     COMPUTE DIFERENCIA-DE-BASE =
008250         TOTAL-DEBE-BASE - TOTAL-HABER-BASE.
008260     IF DIFERENCIA-DE-BASE NOT = ZERO
008270         MOVE FECHA-DEL-SISTEMA TO CON-FECHA
008280         MOVE "59090000" TO CON-CUENTA
008290         MOVE SPACES TO CON-PRODUCTO
008300         MOVE SPACES TO CON-MONEDA
008310         MOVE ZERO TO CON-MONTO
008320         MOVE "AJUSTE REDONDEO FX" TO CON-CONCEPTO
008330         IF DIFERENCIA-DE-BASE > ZERO
008340             MOVE "H" TO CON-DEBE-HABER
008350             MOVE DIFERENCIA-DE-BASE TO CON-MONTO-BASE
008360             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE
008370         ELSE
008380             MOVE "D" TO CON-DEBE-HABER
008390             COMPUTE CON-MONTO-BASE =
008400                 ZERO - DIFERENCIA-DE-BASE
008410             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE.
008420
008430 ESCRIBIR-LA-LINEA-DE-AJUSTE.
008440     WRITE CONTABLE-REGISTRO.
008450     IF CONTABLE-STATUS NOT = "00"
008460         SET ERROR-DE-ARCHIVO TO TRUE.
008470
008480 IMPRIMIR-LA-BOLETA.
008490*    Cada boleta sale en su propia pagina para entregarla al
008500*    cliente.
008510     ACCEPT HORA-DEL-SISTEMA FROM TIME.
008520     MOVE FDS-ANIO TO FM-ANIO.
008530     MOVE FDS-MES  TO FM-MES.
008540     MOVE FDS-DIA  TO FM-DIA.
008550     MOVE HDS-HORA TO HM-HORA.
008560     MOVE HDS-MIN  TO HM-MIN.
008570     MOVE HDS-SEG  TO HM-SEG.
008580     ADD 1 TO NO-DE-PAGINA.
008590     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
008600     MOVE SPACES TO LINEA-ARMADA.
008610     STRING "CANCELACION ANTICIPADA DE PLAZO"
008620         "   FECHA: " FECHA-MOSTRADA
008630         "   HORA: " HORA-MOSTRADA
008640         "   PAGINA: " PAGINA-MOSTRADA
008650         DELIMITED BY SIZE INTO LINEA-ARMADA.
008660     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008670     MOVE SPACES TO LINEA-ARMADA.
008680     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008690     MOVE SPACES TO LINEA-ARMADA.
008700     STRING "CUENTA " CUENTA-NUMERO
008710         "   TITULAR " CUENTA-NOMBRE
008720         DELIMITED BY SIZE INTO LINEA-ARMADA.
008730     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008740     MOVE SPACES TO LINEA-ARMADA.
008750     STRING "PRODUCTO " CUENTA-PRODUCTO
008760         "   MONEDA " CUENTA-MONEDA
008770         DELIMITED BY SIZE INTO LINEA-ARMADA.
008780     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008790     MOVE CUENTA-FECHA-APERTURA TO FECHA-A-MOSTRAR.
008800     PERFORM ARMAR-OTRA-FECHA.
008810     MOVE SPACES TO LINEA-ARMADA.
008820     STRING "APERTURA          " OTRA-FECHA-MOSTRADA
008830         DELIMITED BY SIZE INTO LINEA-ARMADA.
008840     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008850     MOVE CUENTA-FECHA-VENCIMIENTO TO FECHA-A-MOSTRAR.
008860     PERFORM ARMAR-OTRA-FECHA.
008870     MOVE SPACES TO LINEA-ARMADA.
008880     STRING "VENCIMIENTO       " OTRA-FECHA-MOSTRADA
008890         DELIMITED BY SIZE INTO LINEA-ARMADA.
008900     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008910     MOVE FECHA-DE-CANCELACION TO FECHA-A-MOSTRAR.
008920     PERFORM ARMAR-OTRA-FECHA.
008930     MOVE SPACES TO LINEA-ARMADA.
008940     STRING "CANCELACION       " OTRA-FECHA-MOSTRADA
008950         DELIMITED BY SIZE INTO LINEA-ARMADA.
008960     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008970     MOVE SPACES TO LINEA-ARMADA.
008980     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
008990     MOVE SALDO-ANTES TO MONTO-MOSTRADO.
009000     MOVE SPACES TO LINEA-ARMADA.
009010     STRING "SALDO DE LA CUENTA        " MONTO-MOSTRADO
009020         DELIMITED BY SIZE INTO LINEA-ARMADA.
009030     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009040     MOVE INTERES-CAPITALIZADO TO MONTO-MOSTRADO.
009050     MOVE SPACES TO LINEA-ARMADA.
009060     STRING "INTERES YA CAPITALIZADO   " MONTO-MOSTRADO
009070         DELIMITED BY SIZE INTO LINEA-ARMADA.
009080     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009090     MOVE INTERES-CORRIDO TO MONTO-MOSTRADO.
009100     MOVE DIAS-CORRIDOS TO DIAS-MOSTRADOS.
009110     MOVE SPACES TO LINEA-ARMADA.
009120     STRING "INTERES CORRIDO           " MONTO-MOSTRADO
009130         "   DIAS " DIAS-MOSTRADOS
009140         DELIMITED BY SIZE INTO LINEA-ARMADA.
009150     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009160     MOVE INTERES-GANADO TO MONTO-MOSTRADO.
009170     MOVE EL-INTERES TO TASA-MOSTRADA.
009180     MOVE SPACES TO LINEA-ARMADA.
009190     STRING "INTERES GANADO            " MONTO-MOSTRADO
009200         "   TASA " TASA-MOSTRADA
009210         DELIMITED BY SIZE INTO LINEA-ARMADA.
009220     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009230     MOVE LA-PENALIDAD TO MONTO-MOSTRADO.
009240     MOVE VALOR-DE-PENALIDAD TO TASA-MOSTRADA.
009250     MOVE SPACES TO LINEA-ARMADA.
009260     STRING "PENALIDAD                 " MONTO-MOSTRADO
009270         "   TIPO " TIPO-DE-PENALIDAD
009280         "   VALOR " TASA-MOSTRADA
009290         DELIMITED BY SIZE INTO LINEA-ARMADA.
009300     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009310     MOVE RETENCION-YA-COBRADA TO MONTO-MOSTRADO.
009320     MOVE SPACES TO LINEA-ARMADA.
009330     STRING "RETENCION YA COBRADA      " MONTO-MOSTRADO
009340         DELIMITED BY SIZE INTO LINEA-ARMADA.
009350     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009360     MOVE AJUSTE-DE-RETENCION TO MONTO-MOSTRADO.
009370     MOVE SPACES TO LINEA-ARMADA.
009380     STRING "AJUSTE DE RETENCION       " MONTO-MOSTRADO
009390         DELIMITED BY SIZE INTO LINEA-ARMADA.
009400     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009410     MOVE NETO-A-PAGAR TO MONTO-MOSTRADO.
009420     MOVE SPACES TO LINEA-ARMADA.
009430     STRING "NETO PAGADO AL CLIENTE    " MONTO-MOSTRADO
009440         DELIMITED BY SIZE INTO LINEA-ARMADA.
009450     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009460     MOVE SPACES TO LINEA-ARMADA.
009470     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009480     MOVE SPACES TO LINEA-ARMADA.
009490     STRING "OPERADOR " EL-OPERADOR
009500         "        FIRMA DEL CLIENTE ____________________"
009510         DELIMITED BY SIZE INTO LINEA-ARMADA.
009520     PERFORM ESCRIBIR-LINEA-DE-BOLETA.
009530
009540 ARMAR-OTRA-FECHA.
009550     MOVE FAM-ANIO TO OFM-ANIO.
009560     MOVE FAM-MES  TO OFM-MES.
009570     MOVE FAM-DIA  TO OFM-DIA.
009580
009590 ESCRIBIR-LINEA-DE-BOLETA.
009600     MOVE LINEA-ARMADA TO LINEA-DE-BOLETA.
009610     WRITE LINEA-DE-BOLETA.
009620     IF BOLETA-STATUS NOT = "00"
009630         SET ERROR-DE-ARCHIVO TO TRUE.
009640
009650 ESCRIBIR-EL-CAMBIO.
009660*    La linea sigue el formato de CAMBIOSCUENTAS del
009670*    mantenimiento: el saldo antes es el de la cuenta y el saldo
009680*    despues queda en cero.
009690     ACCEPT HORA-DEL-SISTEMA FROM TIME.
009700     MOVE FDS-ANIO TO FM-ANIO.
009710     MOVE FDS-MES  TO FM-MES.
009720     MOVE FDS-DIA  TO FM-DIA.
009730     MOVE HDS-HORA TO HM-HORA.
009740     MOVE HDS-MIN  TO HM-MIN.
009750     MOVE HDS-SEG  TO HM-SEG.
009760     MOVE SALDO-ANTES TO SALDO-MOSTRADO.
009770     MOVE CUENTA-APORTE TO APORTE-MOSTRADO.
009780     MOVE CUENTA-SALDO TO SALDO-DESPUES-MOSTRADO.
009790     MOVE SPACES TO LINEA-DE-CAMBIO.
009800     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
009810         " " EL-OPERADOR
009820         " " LA-ACCION
009830         " " CUENTA-NUMERO
009840         " ANTES " CUENTA-NOMBRE "/" CUENTA-PRODUCTO "/"
009850         SALDO-MOSTRADO "/" APORTE-MOSTRADO "/" CUENTA-CLIENTE
009860         " DESPUES " CUENTA-NOMBRE "/" CUENTA-PRODUCTO "/"
009866         SALDO-DESPUES-MOSTRADO "/" APORTE-MOSTRADO "/"
009872         CUENTA-CLIENTE
009880         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO.
009890     WRITE LINEA-DE-CAMBIO.
009900     IF CAMBIOS-STATUS NOT = "00"
009910         SET ERROR-DE-ARCHIVO TO TRUE.
009920
009930 SUMAR-LO-VIGENTE.
009940     MOVE CUENTA-NUMERO TO MOV-CUENTA.
009950     MOVE ZERO TO MOV-FECHA.
009960     MOVE ZERO TO MOV-SECUENCIA.
009970     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
009980     START MOVIMIENTOS-FILE KEY NOT < MOV-CLAVE
009990         INVALID KEY SET FIN-DE-MOVIMIENTOS TO TRUE.
010000     IF NO-FIN-DE-MOVIMIENTOS
010010         PERFORM LEER-MOVIMIENTO
010020         PERFORM SUMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS.
010030
010040 SUMAR-LO-ARCHIVADO.
010050*    El registro archivado se lee sobre el de MOVIMIENTOS, que
010060*    tiene el mismo formato.
010070     MOVE CUENTA-NUMERO TO HIS-CUENTA.
010080     MOVE ZERO TO HIS-FECHA.
010090     MOVE ZERO TO HIS-SECUENCIA.
010100     MOVE "N" TO SW-FIN-DE-ARCHIVADOS.
010110     START HISTORICO-FILE KEY NOT < HIS-CLAVE
010120         INVALID KEY SET FIN-DE-ARCHIVADOS TO TRUE.
010130     IF NOT FIN-DE-ARCHIVADOS
010140         PERFORM LEER-ARCHIVADO
010150         PERFORM SUMAR-UN-ARCHIVADO UNTIL FIN-DE-ARCHIVADOS.
010160
010170 LEER-ARCHIVADO.
010180     READ HISTORICO-FILE NEXT RECORD INTO MOVIMIENTOS-REGISTRO
010190         AT END MOVE "S" TO SW-FIN-DE-ARCHIVADOS.
010200     IF HIS-CUENTA NOT = CUENTA-NUMERO
010210         MOVE "S" TO SW-FIN-DE-ARCHIVADOS.
010220
010230 SUMAR-UN-ARCHIVADO.
010245     PERFORM SUMAR-DEL-PLAZO-EN-CURSO.
010260     PERFORM LEER-ARCHIVADO.
010270
010280 ABRIR-MOVIMIENTOS.
010290*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
010300*    error de apertura la historia queda como esta.
010310     OPEN I-O MOVIMIENTOS-FILE.
010320     IF MOVIMIENTOS-STATUS = "35"
010330         OPEN OUTPUT MOVIMIENTOS-FILE
010340         IF MOVIMIENTOS-STATUS = "00"
010350             CLOSE MOVIMIENTOS-FILE
010360             OPEN I-O MOVIMIENTOS-FILE.
010370
010380 GRABAR-EL-MOVIMIENTO.
010390*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
010400*    separa los movimientos de una cuenta en un mismo dia y sigue
010410*    el orden en que se graban.
010420     MOVE 1 TO MOV-SECUENCIA.
010430     WRITE MOVIMIENTOS-REGISTRO
010440         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
010450     PERFORM PROBAR-OTRA-SECUENCIA
010460         UNTIL MOVIMIENTOS-STATUS NOT = "22"
010470             OR MOV-SECUENCIA = 9999.
010480
010490 PROBAR-OTRA-SECUENCIA.
010500     ADD 1 TO MOV-SECUENCIA.
010510     WRITE MOVIMIENTOS-REGISTRO
010520         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
010530
010540 SUMAR-DEL-PLAZO-EN-CURSO.
010550*    Los movimientos llegan en orden de fecha. Un movimiento V
010560*    cierra el plazo anterior, asi que lo sumado hasta ahi no
010570*    entra; lo anterior a la apertura es de otra cuenta.
010580     MOVE MOV-FECHA TO ULTIMA-FECHA-DE-MOVIMIENTO.
010590     IF MOV-TIPO = "V"
010600         MOVE ZERO TO INTERES-CAPITALIZADO
010610         MOVE ZERO TO RETENCION-YA-COBRADA
010620     ELSE
010630     IF MOV-FECHA NOT < CUENTA-FECHA-APERTURA
010640         ADD MOV-INTERES-BRUTO TO INTERES-CAPITALIZADO
010650         ADD MOV-RETENCION TO RETENCION-YA-COBRADA.
010660
010670 DERIVAR-DIAS-EN-EL-MES.
010680     IF FDC-MES = 2
010690         PERFORM DERIVAR-DIAS-DE-FEBRERO
010700     ELSE
010710     IF FDC-MES = 4 OR FDC-MES = 6 OR FDC-MES = 9 OR
010720     FDC-MES = 11
010730         MOVE 30 TO DIAS-EN-EL-MES
010740     ELSE
010750         MOVE 31 TO DIAS-EN-EL-MES.
010760
010770 DERIVAR-DIAS-DE-FEBRERO.
010780     MOVE 28 TO DIAS-EN-EL-MES.
010790     DIVIDE FDC-ANIO BY 4 GIVING COCIENTE-BISIESTO
010800         REMAINDER RESTO-BISIESTO.
010810     IF RESTO-BISIESTO = ZERO
010820         MOVE 29 TO DIAS-EN-EL-MES.
010830     DIVIDE FDC-ANIO BY 100 GIVING COCIENTE-BISIESTO
010840         REMAINDER RESTO-BISIESTO.
010850     IF RESTO-BISIESTO = ZERO
010860         MOVE 28 TO DIAS-EN-EL-MES.
010870     DIVIDE FDC-ANIO BY 400 GIVING COCIENTE-BISIESTO
010880         REMAINDER RESTO-BISIESTO.
010890     IF RESTO-BISIESTO = ZERO
010900         MOVE 29 TO DIAS-EN-EL-MES.
