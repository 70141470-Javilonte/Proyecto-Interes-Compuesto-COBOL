000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. REVERSA-REVALORIZACION.
000030
000040*    Este programa reversa un periodo ya contabilizado por
000050*    REVALORIZACION-CUENTAS, por ejemplo cuando se corrio con una
000060*    tasa mal cargada en TASAS. Solo se puede reversar el ultimo
000070*    periodo que muestra el archivo PERIODOS, y solo dentro de su
000072*    mismo mes: REVALORIZACION-CUENTAS corre siempre el mes del
000074*    sistema y es la que lo vuelve a contabilizar. Lee de
000076*    MOVIMIENTOS, y de MOVIMIENTOSHISTORICO si ya se archivo su
000078*    anio, las capitalizaciones de ese periodo (tipo C, o en
000080*    blanco en la historia vieja) que todavia no fueron
000090*    reversadas y, con la confirmacion del operador, le saca a
000100*    cada cuenta el interes neto y el aporte que le sumo la
000110*    revalorizacion: si la cuenta no se movio despues el saldo
000120*    vuelve justo al saldo anterior del movimiento, y si tuvo
000130*    depositos o retiros posteriores esos se respetan y la cuenta
000140*    sale marcada en el reporte. La cuenta vuelve a quedar sellada
000150*    con el periodo anterior. Las cuentas cerradas desde entonces
000160*    no se tocan y se informan. Un periodo del que no aparece
000165*    ninguna capitalizacion no se reversa y PERIODOS no se toca.
000170*    Por cada cuenta escribe en MOVIMIENTOS un registro de tipo X
000180*    (reversa de capitalizacion) con el bruto, la retencion y el
000190*    aporte en negativo y la referencia REVPER mas el periodo, y
000200*    deja la linea del cambio en CAMBIOSCUENTAS. Junto con el X
000210*    de cada cuenta agrega a la interfaz CONTABLE los asientos
000220*    espejo de su capitalizacion (51010000 al haber, 21010000 y
000230*    21020000 al debe, y el aporte de 11010000 contra 21010000),
000240*    con el ajuste de redondeo en moneda base. Al final vuelve
000250*    PERIODOS al mes anterior para que el periodo se pueda correr
000260*    de nuevo, e imprime en el archivo REVERSAPERIODO cada cuenta
000270*    reversada u omitida con los totales.
000280*    Si la corrida se cae a mitad, PERIODOS no se toca: al volver
000290*    a correrla las cuentas ya reversadas tienen su registro X y
000300*    no se reversan dos veces, ni se repiten sus asientos.
000310*    La corrida se firma contra el maestro OPERADORES con clave
000320*    y pide el permiso de revalorizar. Si el archivo OPERADORES
000330*    no existe el programa avisa y corre sin control.
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CUENTA-NUMERO
000410         FILE STATUS IS CUENTAS-STATUS.
000420     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000425         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS MOV-CLAVE
000440         FILE STATUS IS MOVIMIENTOS-STATUS.
000441     SELECT HISTORICO-FILE ASSIGN TO "MOVIMIENTOSHISTORICO"
000442         ORGANIZATION IS INDEXED
000443         ACCESS MODE IS SEQUENTIAL
000444         RECORD KEY IS HIS-CLAVE
000445         FILE STATUS IS HISTORICO-STATUS.
000450     SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PERIODOS-STATUS.
000480     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS OPERADORES-STATUS.
000510     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS MONEDAS-STATUS.
000540     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS CONTABLE-STATUS.
000570     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOSCUENTAS"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS CAMBIOS-STATUS.
000600     SELECT REPORTE-FILE ASSIGN TO "REVERSAPERIODO"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS REPORTE-STATUS.
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
000780     05 CUENTA-CLIENTE           PIC X(10).
000790 FD  MOVIMIENTOS-FILE.
000800 01  MOVIMIENTOS-REGISTRO.
000806     05 MOV-CLAVE.
000812        10 MOV-CUENTA            PIC X(10).
000818        10 MOV-FECHA             PIC 9(8).
000824        10 MOV-SECUENCIA         PIC 9(4).
000830     05 MOV-PRODUCTO             PIC X(06).
000840     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000850         SIGN IS TRAILING SEPARATE CHARACTER.
000860     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000870         SIGN IS TRAILING SEPARATE CHARACTER.
000880     05 MOV-RETENCION            PIC S9(9)V99
000890         SIGN IS TRAILING SEPARATE CHARACTER.
000900     05 MOV-APORTE               PIC S9(7)V99
000910         SIGN IS TRAILING SEPARATE CHARACTER.
000920     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000930         SIGN IS TRAILING SEPARATE CHARACTER.
000940     05 MOV-MONEDA               PIC X(03).
000950     05 MOV-TIPO                 PIC X.
000960     05 MOV-REFERENCIA           PIC X(12).
000961 FD  HISTORICO-FILE.
000962 01  HISTORICO-REGISTRO.
000963     05 HIS-CLAVE.
000964        10 HIS-CUENTA            PIC X(10).
000965        10 HIS-FECHA             PIC 9(8).
000966        10 HIS-SECUENCIA         PIC 9(4).
000967     05 FILLER                   PIC X(80).
000970 FD  PERIODOS-FILE.
000980 01  PERIODOS-REGISTRO.
000990     05 PER-ULTIMO-PERIODO       PIC 9(6).
001000 FD  OPERADORES-FILE.
001010 01  OPERADORES-REGISTRO.
001020     05 OPE-ID-ENT               PIC X(8).
001030     05 OPE-CLAVE-ENT            PIC X(8).
001040     05 OPE-LISTAR-ENT           PIC X.
001050     05 OPE-TASAS-ENT            PIC X.
001060     05 OPE-LIMITES-ENT          PIC X.
001070     05 OPE-CUENTAS-ENT          PIC X.
001080     05 OPE-REVALUAR-ENT         PIC X.
001090     05 OPE-OPERADORES-ENT       PIC X.
001095     05 OPE-APROBAR-ENT          PIC X.
001100 FD  MONEDAS-FILE.
001110 01  MONEDAS-REGISTRO.
001120     05 MON-CODIGO-ENT           PIC X(03).
001130     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
001140 FD  CONTABLE-FILE.
001150 01  CONTABLE-REGISTRO.
001160     05 CON-FECHA                PIC 9(8).
001170     05 CON-CUENTA               PIC X(8).
001180     05 CON-DEBE-HABER           PIC X.
001190     05 CON-MONTO                PIC 9(13)V99.
001200     05 CON-PRODUCTO             PIC X(6).
001210     05 CON-CONCEPTO             PIC X(20).
001220     05 CON-MONEDA               PIC X(03).
001230     05 CON-MONTO-BASE           PIC 9(13)V99.
001240 FD  CAMBIOS-FILE.
001250 01  LINEA-DE-CAMBIO            PIC X(240).
001260 FD  REPORTE-FILE.
001270 01  LINEA-DE-REPORTE           PIC X(132).
001280 WORKING-STORAGE SECTION.
001290
001300 01  CUENTAS-STATUS             PIC XX.
001310 01  MOVIMIENTOS-STATUS         PIC XX.
001315 01  HISTORICO-STATUS           PIC XX.
001320 01  PERIODOS-STATUS            PIC XX.
001330 01  OPERADORES-STATUS          PIC XX.
001340 01  MONEDAS-STATUS             PIC XX.
001350 01  CONTABLE-STATUS            PIC XX.
001360 01  CAMBIOS-STATUS             PIC XX.
001370 01  REPORTE-STATUS             PIC XX.
001380 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
001390     88 FIN-DE-MOVIMIENTOS            VALUE "S".
001393 01  SW-LEYENDO-HISTORICO       PIC X VALUE "N".
001396     88 LEYENDO-HISTORICO             VALUE "S".
001400 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001410     88 ERROR-DE-ARCHIVO              VALUE "S".
001420 01  SW-PERIODO-RECHAZADO       PIC X VALUE "N".
001430     88 PERIODO-RECHAZADO             VALUE "S".
001440 01  NO-DE-REVERSAS             PIC 9(4) VALUE ZERO.
001450 01  TABLA-DE-REVERSAS.
001460     05 REVERSA-ENTRADA OCCURS 5000 TIMES INDEXED BY IDX-REV.
001470        10 REV-CUENTA           PIC X(10).
001480        10 REV-INTERES          PIC S9(11)V99.
001490        10 REV-RETENCION        PIC S9(11)V99.
001500        10 REV-APORTE           PIC S9(9)V99.
001510        10 REV-SALDO-NUEVO      PIC S9(9)V99.
001520        10 REV-REGISTROS        PIC 999.
001530 01  SW-REVERSAS-LLENA          PIC X VALUE "N".
001540     88 REVERSAS-LLENA                VALUE "S".
001550 01  NO-DE-REVERSA-HALLADA      PIC 9(4) VALUE ZERO.
001560 01  FECHA-DEL-MOVIMIENTO.
001570     05 FDM-PERIODO             PIC 9(6).
001580     05 FDM-DIA                 PIC 99.
001590 01  REFERENCIA-DE-REVERSA.
001600     05 RDR-MARCA               PIC X(6) VALUE "REVPER".
001610     05 RDR-PERIODO             PIC 9(6).
001620 01  PERIODO-DE-ENTRADA         PIC X(6).
001630 01  PERIODO-A-REVERSAR.
001640     05 PAR-ANIO                PIC 9(4).
001650     05 PAR-MES                 PIC 99.
001660 01  PERIODO-ANTERIOR.
001670     05 PAN-ANIO                PIC 9(4).
001680     05 PAN-MES                 PIC 99.
001690 01  ULTIMO-PERIODO-POSTEADO    PIC 9(6) VALUE ZERO.
001700 01  SI-NO                      PIC X.
001710 01  OPERADORES-DEL-SISTEMA     PIC X VALUE SPACE.
001720 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
001730 01  TABLA-DE-OPERADORES.
001740     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
001750        10 OPE-ID               PIC X(8).
001760        10 OPE-CLAVE            PIC X(8).
001770        10 OPE-REVALUAR         PIC X.
001780 01  SW-HAY-OPERADORES          PIC X VALUE "N".
001790     88 HAY-OPERADORES               VALUE "S".
001800 01  SW-OPERADOR-ENCONTRADO     PIC X VALUE "N".
001810     88 OPERADOR-ENCONTRADO          VALUE "S".
001820     88 OPERADOR-NO-ENCONTRADO       VALUE "N".
001830 01  NO-DE-OPERADOR-ENCONTRADO  PIC 999 VALUE ZERO.
001840 01  SW-FIRMA-RECHAZADA         PIC X VALUE "N".
001850     88 FIRMA-RECHAZADA              VALUE "S".
001860 01  EL-OPERADOR                PIC X(8).
001870 01  LA-CLAVE                   PIC X(8).
001880 01  LA-ACCION                  PIC X(8) VALUE "REVERSAR".
001890 01  SALDO-ANTES                PIC S9(9)V99.
001900 01  EFECTO-DEL-PERIODO         PIC S9(11)V99.
001910 01  SALDO-RESTAURADO           PIC S9(11)V99.
001920 01  OBSERVACION                PIC X(24).
001930 01  NO-DE-MOVIMIENTOS-LEIDOS   PIC 9(9) VALUE ZERO.
001940 01  NO-DE-CAPITALIZACIONES     PIC 9(9) VALUE ZERO.
001950 01  NO-DE-CUENTAS-REVERSADAS   PIC 9(9) VALUE ZERO.
001960 01  NO-DE-CUENTAS-OMITIDAS     PIC 9(9) VALUE ZERO.
001970 01  NO-DE-CUENTAS-MOVIDAS      PIC 9(9) VALUE ZERO.
001980 01  TOTAL-A-REVERSAR-INTERES   PIC S9(15)V99 VALUE ZERO.
001990 01  TOTAL-A-REVERSAR-RETENCION PIC S9(15)V99 VALUE ZERO.
002000 01  TOTAL-A-REVERSAR-APORTE    PIC S9(15)V99 VALUE ZERO.
002010 01  TOTAL-INTERES-REVERSADO    PIC S9(15)V99 VALUE ZERO.
002020 01  TOTAL-RETENCION-REVERSADA  PIC S9(15)V99 VALUE ZERO.
002030 01  TOTAL-APORTE-REVERSADO     PIC S9(15)V99 VALUE ZERO.
002040 01  TOTAL-SALDO-ANTES          PIC S9(15)V99 VALUE ZERO.
002050 01  TOTAL-SALDO-RESTAURADO     PIC S9(15)V99 VALUE ZERO.
002060 01  SW-PERIODO-GRABADO         PIC X VALUE "N".
002070     88 PERIODO-GRABADO               VALUE "S".
002080 01  FECHA-DEL-SISTEMA.
002090     05 FDS-ANIO                PIC 9(4).
002100     05 FDS-MES                 PIC 99.
002110     05 FDS-DIA                 PIC 99.
002120 01  HORA-DEL-SISTEMA.
002130     05 HDS-HORA                PIC 99.
002140     05 HDS-MIN                 PIC 99.
002150     05 HDS-SEG                 PIC 99.
002160     05 HDS-CENT                PIC 99.
002170 01  FECHA-MOSTRADA.
002180     05 FM-ANIO                 PIC 9999.
002190     05 FM-GUION-1              PIC X VALUE "-".
002200     05 FM-MES                  PIC 99.
002210     05 FM-GUION-2              PIC X VALUE "-".
002220     05 FM-DIA                  PIC 99.
002230 01  HORA-MOSTRADA.
002240     05 HM-HORA                 PIC 99.
002250     05 HM-DOSPTOS-1            PIC X VALUE ":".
002260     05 HM-MIN                  PIC 99.
002270     05 HM-DOSPTOS-2            PIC X VALUE ":".
002280     05 HM-SEG                  PIC 99.
002290 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
002300 01  TABLA-DE-MONEDAS.
002310     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
002320        10 MON-CODIGO           PIC X(03).
002330        10 MON-CAMBIO           PIC 9(5)V9(6).
002340 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
002350     88 MONEDAS-LLENA                VALUE "S".
002360 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
002370 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
002380     88 MONEDA-ENCONTRADA            VALUE "S".
002390     88 MONEDA-NO-ENCONTRADA         VALUE "N".
002400 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
002410 01  CODIGO-DE-PRODUCTO         PIC X(06).
002540 01  MONTO-DE-ASIENTO           PIC S9(13)V99.
002550 01  LADO-DEL-ASIENTO           PIC X.
002560 01  NO-DE-LINEAS-CONTABLES     PIC 9(9) VALUE ZERO.
002570 01  TOTAL-DEBE                 PIC S9(15)V99 VALUE ZERO.
002580 01  TOTAL-HABER                PIC S9(15)V99 VALUE ZERO.
002590 01  TOTAL-DEBE-BASE            PIC S9(15)V99 VALUE ZERO.
002600 01  TOTAL-HABER-BASE           PIC S9(15)V99 VALUE ZERO.
002610 01  DIFERENCIA-DE-BASE         PIC S9(15)V99 VALUE ZERO.
002620 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
002630 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
002640 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
002650 01  LINEA-ARMADA               PIC X(132).
002660 01  PAGINA-MOSTRADA            PIC ZZ9.
002670 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZ9.99.
002680 01  INTERES-MOSTRADO           PIC -ZZZ,ZZZ,ZZ9.99.
002690 01  RETENIDO-MOSTRADO          PIC -ZZZ,ZZZ,ZZ9.99.
002700 01  APORTE-MOSTRADO            PIC -Z,ZZZ,ZZ9.99.
002710 01  SALDO-DESPUES-MOSTRADO     PIC -ZZZ,ZZZ,ZZ9.99.
002720 01  APORTE-CUENTA-MOSTRADO     PIC -Z,ZZZ,ZZ9.99.
002730 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
002740 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002750*RUTINA DE NIVEL 1
002760 PROCEDURE DIVISION.
002770 PROGRAMA-EMPIEZA.
002780
002790     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002800     ACCEPT HORA-DEL-SISTEMA FROM TIME.
002810     PERFORM CARGAR-LOS-OPERADORES.
002820     PERFORM FIRMAR-AL-OPERADOR.
002830     IF FIRMA-RECHAZADA
002840         MOVE 8 TO RETURN-CODE
002850         GO TO TERMINA-PROGRAMA.
002860     PERFORM LEER-EL-PERIODO-DE-CONTROL.
002870     PERFORM PEDIR-EL-PERIODO.
002880     IF PERIODO-RECHAZADO
002890         MOVE 8 TO RETURN-CODE
002900         GO TO TERMINA-PROGRAMA.
002910     PERFORM CARGAR-LAS-CAPITALIZACIONES.
002920     IF ERROR-DE-ARCHIVO
002930         DISPLAY "REVERSA NO REALIZADA."
002940         MOVE 8 TO RETURN-CODE
002950         GO TO TERMINA-PROGRAMA.
002952     IF NO-DE-REVERSAS = ZERO
002954         DISPLAY "NO HAY CAPITALIZACIONES DEL PERIODO "
002956             PERIODO-A-REVERSAR ": REVERSA NO REALIZADA."
002958         MOVE 8 TO RETURN-CODE
002959         GO TO TERMINA-PROGRAMA.
002960     PERFORM CONFIRMAR-LA-REVERSA.
002970     IF PERIODO-RECHAZADO
002980         MOVE 8 TO RETURN-CODE
002990         GO TO TERMINA-PROGRAMA.
003000     PERFORM ABRIR-MONEDAS.
003010     OPEN I-O CUENTAS-FILE.
003020     IF CUENTAS-STATUS NOT = "00"
003030         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
003040             CUENTAS-STATUS
003050         MOVE 8 TO RETURN-CODE
003060         GO TO TERMINA-PROGRAMA.
003070     PERFORM ABRIR-MOVIMIENTOS.
003080     IF MOVIMIENTOS-STATUS NOT = "00"
003090         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
003100             MOVIMIENTOS-STATUS
003110         CLOSE CUENTAS-FILE
003120         MOVE 8 TO RETURN-CODE
003130         GO TO TERMINA-PROGRAMA.
003140     OPEN EXTEND CAMBIOS-FILE.
003150     IF CAMBIOS-STATUS NOT = "00"
003160         OPEN OUTPUT CAMBIOS-FILE.
003161     PERFORM ABRIR-CONTABLE.
003162     IF CONTABLE-STATUS NOT = "00"
003163         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
003164             CONTABLE-STATUS
003165         CLOSE CUENTAS-FILE
003166         CLOSE MOVIMIENTOS-FILE
003167         CLOSE CAMBIOS-FILE
003168         MOVE 8 TO RETURN-CODE
003169         GO TO TERMINA-PROGRAMA.
003170     PERFORM ABRIR-EL-REPORTE.
003180     PERFORM REVERSAR-UNA-CUENTA
003190         VARYING IDX-REV FROM 1 BY 1
003200             UNTIL IDX-REV > NO-DE-REVERSAS.
003210     CLOSE CUENTAS-FILE.
003220     CLOSE MOVIMIENTOS-FILE.
003230     CLOSE CAMBIOS-FILE.
003240     PERFORM AJUSTAR-REDONDEO-DE-BASE.
003250     CLOSE CONTABLE-FILE.
003260     IF NOT ERROR-DE-ARCHIVO
003270         PERFORM GRABAR-EL-PERIODO-DE-CONTROL.
003280     PERFORM ESCRIBIR-LOS-TOTALES.
003290     CLOSE REPORTE-FILE.
003300     PERFORM MOSTRAR-TOTALES.
003310     IF ERROR-DE-ARCHIVO
003320         MOVE 8 TO RETURN-CODE
003330     ELSE
003340     IF NO-DE-CUENTAS-OMITIDAS > ZERO OR
003350     NO-DE-CUENTAS-MOVIDAS > ZERO
003360         MOVE 4 TO RETURN-CODE.
003370 TERMINA-PROGRAMA.
003380     STOP RUN.
003390*RUTINAS DE NIVEL 2
003400 CARGAR-LOS-OPERADORES.
003410     OPEN INPUT OPERADORES-FILE.
003420     IF OPERADORES-STATUS = "00"
003430         SET HAY-OPERADORES TO TRUE
003440         PERFORM CARGAR-UN-OPERADOR
003450             UNTIL OPERADORES-STATUS NOT = "00"
003460         CLOSE OPERADORES-FILE.
003470
003480 CARGAR-UN-OPERADOR.
003490     READ OPERADORES-FILE
003500         AT END NEXT SENTENCE.
003510     IF OPERADORES-STATUS = "00"
003520         IF NO-DE-OPERADORES < 50
003530             ADD 1 TO NO-DE-OPERADORES
003540             MOVE OPE-ID-ENT TO OPE-ID (NO-DE-OPERADORES)
003550             MOVE OPE-CLAVE-ENT TO OPE-CLAVE (NO-DE-OPERADORES)
003560             MOVE OPE-REVALUAR-ENT
003570                 TO OPE-REVALUAR (NO-DE-OPERADORES).
003580
003590 FIRMAR-AL-OPERADOR.
003600*    Reversar un periodo mueve los saldos de todo el libro igual
003610*    que la revalorizacion, asi que pide el mismo permiso.
003620     DISPLAY "IDENTIFICACION DEL OPERADOR".
003630     ACCEPT EL-OPERADOR.
003640     IF NOT HAY-OPERADORES
003650         DISPLAY "OJO: SIN ARCHIVO OPERADORES, "
003660             "ACCESO SIN CONTROL."
003670     ELSE
003680         DISPLAY "CLAVE"
003690         ACCEPT LA-CLAVE
003700         PERFORM BUSCAR-OPERADOR
003710         IF OPERADOR-NO-ENCONTRADO
003720             DISPLAY "FIRMA RECHAZADA."
003730             SET FIRMA-RECHAZADA TO TRUE
003740         ELSE
003750         IF OPE-CLAVE (NO-DE-OPERADOR-ENCONTRADO) NOT = LA-CLAVE
003760             DISPLAY "FIRMA RECHAZADA."
003770             SET FIRMA-RECHAZADA TO TRUE
003780         ELSE
003790         IF OPE-REVALUAR (NO-DE-OPERADOR-ENCONTRADO) NOT = "S"
003800             DISPLAY "SIN PERMISO PARA REVERSAR "
003810                 "LA REVALORIZACION."
003820             SET FIRMA-RECHAZADA TO TRUE.
003830
003840 LEER-EL-PERIODO-DE-CONTROL.
003850     OPEN INPUT PERIODOS-FILE.
003860     IF PERIODOS-STATUS = "00"
003870         READ PERIODOS-FILE
003880         IF PERIODOS-STATUS = "00"
003890             MOVE PER-ULTIMO-PERIODO TO ULTIMO-PERIODO-POSTEADO
003900         END-IF
003910         CLOSE PERIODOS-FILE.
003920
003930 PEDIR-EL-PERIODO.
003940*    Solo el ultimo periodo contabilizado se puede reversar: los
003950*    saldos de un periodo mas viejo ya capitalizaron de nuevo en
003960*    los periodos que siguieron. Y solo dentro de su mes: pasado
003962*    el mes, REVALORIZACION-CUENTAS ya corre el mes siguiente y
003964*    el periodo reversado no se podria volver a contabilizar.
003970     IF ULTIMO-PERIODO-POSTEADO = ZERO
003980         DISPLAY "PERIODOS NO MUESTRA NINGUN "
003990             "PERIODO CONTABILIZADO."
004000         SET PERIODO-RECHAZADO TO TRUE
004010     ELSE
004020         DISPLAY "ULTIMO PERIODO CONTABILIZADO "
004030             ULTIMO-PERIODO-POSTEADO
004040         DISPLAY "PERIODO A REVERSAR (AAAAMM, VACIO = EL ULTIMO)"
004050         MOVE SPACES TO PERIODO-DE-ENTRADA
004060         ACCEPT PERIODO-DE-ENTRADA
004070         IF PERIODO-DE-ENTRADA = SPACES
004080             MOVE ULTIMO-PERIODO-POSTEADO TO PERIODO-A-REVERSAR
004090         ELSE
004100         IF PERIODO-DE-ENTRADA NUMERIC
004110             MOVE PERIODO-DE-ENTRADA TO PERIODO-A-REVERSAR
004120         ELSE
004130             MOVE ZERO TO PERIODO-A-REVERSAR.
004140     IF NOT PERIODO-RECHAZADO
004150         IF PERIODO-A-REVERSAR NOT = ULTIMO-PERIODO-POSTEADO
004160             DISPLAY "SOLO SE PUEDE REVERSAR EL PERIODO "
004170                 ULTIMO-PERIODO-POSTEADO
004180             SET PERIODO-RECHAZADO TO TRUE
004190         ELSE
004192         IF PERIODO-A-REVERSAR NOT = FECHA-DEL-SISTEMA (1:6)
004194             DISPLAY "EL PERIODO " PERIODO-A-REVERSAR
004196                 " YA CERRO: SOLO SE REVERSA DENTRO DE SU MES."
004198             SET PERIODO-RECHAZADO TO TRUE
004199         ELSE
004200             PERFORM CALCULAR-EL-PERIODO-ANTERIOR
004210             MOVE PERIODO-A-REVERSAR TO RDR-PERIODO.
004220
004230 CARGAR-LAS-CAPITALIZACIONES.
004238*    MOVIMIENTOS se lee por cuenta, fecha y secuencia, que para
004246*    cada cuenta es el orden en que se grabo: un registro X del
004254*    periodo deja en cero lo que la cuenta tenia juntado, porque
004262*    todo lo anterior ya fue reversado. Lo que queda en la tabla
004270*    al final es lo que falta reversar. Los anios ya archivados
004272*    se leen antes de MOVIMIENTOS: son los movimientos mas viejos
004274*    de cada cuenta. Una cuenta que queda en la tabla sin nada
004276*    pendiente ya tiene su reversa de una corrida anterior.
004278     PERFORM LEER-LO-ARCHIVADO.
004280     OPEN INPUT MOVIMIENTOS-FILE.
004290     IF MOVIMIENTOS-STATUS NOT = "00"
004300         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
004310             MOVIMIENTOS-STATUS
004320         SET ERROR-DE-ARCHIVO TO TRUE
004330     ELSE
004340         PERFORM LEER-MOVIMIENTO
004350         PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS
004360         CLOSE MOVIMIENTOS-FILE
004370         PERFORM SUMAR-UNA-REVERSA
004380             VARYING IDX-REV FROM 1 BY 1
004390                 UNTIL IDX-REV > NO-DE-REVERSAS.
004400     IF REVERSAS-LLENA
004410         DISPLAY "CAPITALIZACIONES: TABLA LLENA, "
004420             "NO SE PUEDE REVERSAR EN UNA SOLA CORRIDA."
004430         SET ERROR-DE-ARCHIVO TO TRUE.
004440
004450 CONFIRMAR-LA-REVERSA.
004460     MOVE NO-DE-CAPITALIZACIONES TO CONTADOR-MOSTRADO.
004470     DISPLAY "CAPITALIZACIONES A REVERSAR  " CONTADOR-MOSTRADO.
004480     MOVE NO-DE-REVERSAS TO CONTADOR-MOSTRADO.
004490     DISPLAY "CUENTAS A REVERSAR           " CONTADOR-MOSTRADO.
004500     MOVE TOTAL-A-REVERSAR-INTERES TO TOTAL-MOSTRADO.
004510     DISPLAY "INTERES BRUTO       " TOTAL-MOSTRADO.
004520     MOVE TOTAL-A-REVERSAR-RETENCION TO TOTAL-MOSTRADO.
004530     DISPLAY "RETENCION           " TOTAL-MOSTRADO.
004540     MOVE TOTAL-A-REVERSAR-APORTE TO TOTAL-MOSTRADO.
004550     DISPLAY "APORTES             " TOTAL-MOSTRADO.
004560     DISPLAY "PERIODOS QUEDARA EN " PERIODO-ANTERIOR.
004570     DISPLAY "CONFIRMA LA REVERSA DEL PERIODO "
004580         PERIODO-A-REVERSAR " (S/N)".
004590     ACCEPT SI-NO.
004600     IF SI-NO NOT = "S" AND SI-NO NOT = "s"
004610         DISPLAY "REVERSA NO REALIZADA."
004620         SET PERIODO-RECHAZADO TO TRUE.
004630
004640 ABRIR-MONEDAS.
004650     OPEN INPUT MONEDAS-FILE.
004660     IF MONEDAS-STATUS = "00"
004670         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
004680         CLOSE MONEDAS-FILE.
004690
004700 CARGAR-MONEDA.
004710     READ MONEDAS-FILE
004720         AT END NEXT SENTENCE.
004730     IF MONEDAS-STATUS = "00"
004740         IF NO-DE-MONEDAS < 20
004750             ADD 1 TO NO-DE-MONEDAS
004760             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
004770             IF MON-CAMBIO-ENT NUMERIC
004780                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
004790             ELSE
004800                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
004810             END-IF
004820         ELSE
004830             IF NOT MONEDAS-LLENA
004840                 DISPLAY "MONEDAS: TABLA LLENA, "
004850                     "SE IGNORA EL RESTO."
004860                 SET MONEDAS-LLENA TO TRUE.
004870
004880 ABRIR-EL-REPORTE.
004890     OPEN OUTPUT REPORTE-FILE.
004900     IF REPORTE-STATUS NOT = "00"
004910         DISPLAY "NO SE PUDO ABRIR REVERSAPERIODO, ESTADO "
004920             REPORTE-STATUS
004930         SET ERROR-DE-ARCHIVO TO TRUE.
004940     PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
004950
004960 REVERSAR-UNA-CUENTA.
004970     MOVE REV-CUENTA (IDX-REV) TO CUENTA-NUMERO.
004980     READ CUENTAS-FILE
004990         INVALID KEY MOVE "23" TO CUENTAS-STATUS.
005000     IF CUENTAS-STATUS NOT = "00"
005010         MOVE "OMITIDA: NO EXISTE" TO OBSERVACION
005020         PERFORM OMITIR-LA-CUENTA
005030     ELSE
005040     IF CUENTA-ESTADO = "C"
005050         MOVE "OMITIDA: CERRADA" TO OBSERVACION
005060         PERFORM OMITIR-LA-CUENTA
005070     ELSE
005080     IF CUENTA-ULTIMO-PERIODO NOT = PERIODO-A-REVERSAR
005090         MOVE "OMITIDA: OTRO PERIODO" TO OBSERVACION
005100         PERFORM OMITIR-LA-CUENTA
005110     ELSE
005120         PERFORM GRABAR-LA-REVERSA.
005130
005140 GRABAR-EL-PERIODO-DE-CONTROL.
005150     OPEN OUTPUT PERIODOS-FILE.
005160     IF PERIODOS-STATUS NOT = "00"
005170         DISPLAY "NO SE PUDO GRABAR PERIODOS, ESTADO "
005180             PERIODOS-STATUS
005190         SET ERROR-DE-ARCHIVO TO TRUE
005200     ELSE
005210         MOVE PERIODO-ANTERIOR TO PER-ULTIMO-PERIODO
005220         WRITE PERIODOS-REGISTRO
005230         CLOSE PERIODOS-FILE
005240         SET PERIODO-GRABADO TO TRUE.
005250
005260 ESCRIBIR-LOS-TOTALES.
005270     MOVE SPACES TO LINEA-ARMADA.
005280     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005290     MOVE TOTAL-SALDO-ANTES TO SALDO-MOSTRADO.
005300     MOVE TOTAL-INTERES-REVERSADO TO INTERES-MOSTRADO.
005310     MOVE TOTAL-RETENCION-REVERSADA TO RETENIDO-MOSTRADO.
005320     MOVE TOTAL-APORTE-REVERSADO TO APORTE-MOSTRADO.
005330     MOVE TOTAL-SALDO-RESTAURADO TO SALDO-DESPUES-MOSTRADO.
005340     MOVE SPACES TO LINEA-ARMADA.
005350     STRING "TOTAL REVERSADO        "
005360         SALDO-MOSTRADO
005370         "  " INTERES-MOSTRADO
005380         "  " RETENIDO-MOSTRADO
005390         "  " APORTE-MOSTRADO
005400         "  " SALDO-DESPUES-MOSTRADO
005410         DELIMITED BY SIZE INTO LINEA-ARMADA.
005420     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005430     MOVE SPACES TO LINEA-ARMADA.
005440     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005450     MOVE NO-DE-CUENTAS-REVERSADAS TO CONTADOR-MOSTRADO.
005460     MOVE SPACES TO LINEA-ARMADA.
005470     STRING "CUENTAS REVERSADAS                 "
005480         CONTADOR-MOSTRADO
005490         DELIMITED BY SIZE INTO LINEA-ARMADA.
005500     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005510     MOVE NO-DE-CUENTAS-MOVIDAS TO CONTADOR-MOSTRADO.
005520     MOVE SPACES TO LINEA-ARMADA.
005530     STRING "  CON MOVIMIENTOS POSTERIORES      "
005540         CONTADOR-MOSTRADO
005550         DELIMITED BY SIZE INTO LINEA-ARMADA.
005560     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005570     MOVE NO-DE-CUENTAS-OMITIDAS TO CONTADOR-MOSTRADO.
005580     MOVE SPACES TO LINEA-ARMADA.
005590     STRING "CUENTAS OMITIDAS                   "
005600         CONTADOR-MOSTRADO
005610         DELIMITED BY SIZE INTO LINEA-ARMADA.
005620     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005630     MOVE NO-DE-LINEAS-CONTABLES TO CONTADOR-MOSTRADO.
005640     MOVE SPACES TO LINEA-ARMADA.
005650     STRING "ASIENTOS CONTABLES                 "
005660         CONTADOR-MOSTRADO
005670         DELIMITED BY SIZE INTO LINEA-ARMADA.
005680     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005690     MOVE TOTAL-DEBE-BASE TO TOTAL-MOSTRADO.
005700     MOVE SPACES TO LINEA-ARMADA.
005710     STRING "TOTAL DEBE EN MONEDA BASE  " TOTAL-MOSTRADO
005720         DELIMITED BY SIZE INTO LINEA-ARMADA.
005730     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005740     MOVE TOTAL-HABER-BASE TO TOTAL-MOSTRADO.
005750     MOVE SPACES TO LINEA-ARMADA.
005760     STRING "TOTAL HABER EN MONEDA BASE " TOTAL-MOSTRADO
005770         DELIMITED BY SIZE INTO LINEA-ARMADA.
005780     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005790     MOVE SPACES TO LINEA-ARMADA.
005800     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005810     MOVE SPACES TO LINEA-ARMADA.
005820     IF PERIODO-GRABADO
005830         STRING "PERIODOS VUELVE A " PERIODO-ANTERIOR
005840             ": EL PERIODO " PERIODO-A-REVERSAR
005850             " SE PUEDE CORRER DE NUEVO CON "
005860             "REVALORIZACION-CUENTAS DENTRO DEL MES."
005870             DELIMITED BY SIZE INTO LINEA-ARMADA
005880     ELSE
005890         STRING "PERIODOS SIGUE EN " PERIODO-A-REVERSAR
005900             ": HUBO ERRORES, CORRER DE NUEVO LA REVERSA."
005910             DELIMITED BY SIZE INTO LINEA-ARMADA.
005920     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005930
005940 MOSTRAR-TOTALES.
005950     MOVE NO-DE-MOVIMIENTOS-LEIDOS TO CONTADOR-MOSTRADO.
005960     DISPLAY "MOVIMIENTOS LEIDOS      " CONTADOR-MOSTRADO.
005970     MOVE NO-DE-CUENTAS-REVERSADAS TO CONTADOR-MOSTRADO.
005980     DISPLAY "CUENTAS REVERSADAS      " CONTADOR-MOSTRADO.
005990     MOVE NO-DE-CUENTAS-MOVIDAS TO CONTADOR-MOSTRADO.
006000     DISPLAY "CON MOVIM. POSTERIORES  " CONTADOR-MOSTRADO.
006010     MOVE NO-DE-CUENTAS-OMITIDAS TO CONTADOR-MOSTRADO.
006020     DISPLAY "CUENTAS OMITIDAS        " CONTADOR-MOSTRADO.
006030     MOVE TOTAL-INTERES-REVERSADO TO TOTAL-MOSTRADO.
006040     DISPLAY "INTERES REVERSADO   " TOTAL-MOSTRADO.
006050     MOVE TOTAL-RETENCION-REVERSADA TO TOTAL-MOSTRADO.
006060     DISPLAY "RETENCION REVERSADA " TOTAL-MOSTRADO.
006070     MOVE TOTAL-APORTE-REVERSADO TO TOTAL-MOSTRADO.
006080     DISPLAY "APORTES REVERSADOS  " TOTAL-MOSTRADO.
006090     MOVE NO-DE-LINEAS-CONTABLES TO CONTADOR-MOSTRADO.
006100     DISPLAY "ASIENTOS CONTABLES      " CONTADOR-MOSTRADO.
006110     MOVE TOTAL-DEBE TO TOTAL-MOSTRADO.
006120     DISPLAY "TOTAL DEBE          " TOTAL-MOSTRADO.
006130     MOVE TOTAL-HABER TO TOTAL-MOSTRADO.
006140     DISPLAY "TOTAL HABER         " TOTAL-MOSTRADO.
006150     IF PERIODO-GRABADO
006160         DISPLAY "PERIODOS QUEDO EN       " PERIODO-ANTERIOR
006170     ELSE
006180         DISPLAY "PERIODOS NO SE MODIFICO.".
006190*RUTINAS DE NIVEL 3
006200 BUSCAR-OPERADOR.
006210     SET OPERADOR-NO-ENCONTRADO TO TRUE.
006220     SET IDX-OPE TO 1.
006230     PERFORM BUSCAR-UN-OPERADOR
006240         VARYING IDX-OPE FROM 1 BY 1
006250             UNTIL IDX-OPE > NO-DE-OPERADORES
006260                 OR OPERADOR-ENCONTRADO.
006270
006280 BUSCAR-UN-OPERADOR.
006290     IF OPE-ID (IDX-OPE) = EL-OPERADOR
006300         SET OPERADOR-ENCONTRADO TO TRUE
006310         MOVE IDX-OPE TO NO-DE-OPERADOR-ENCONTRADO.
006320
006330 CALCULAR-EL-PERIODO-ANTERIOR.
006340     MOVE PERIODO-A-REVERSAR TO PERIODO-ANTERIOR.
006350     IF PAN-MES > 1
006360         SUBTRACT 1 FROM PAN-MES
006370     ELSE
006380         MOVE 12 TO PAN-MES
006390         SUBTRACT 1 FROM PAN-ANIO.
006400
006410 LEER-MOVIMIENTO.
006420     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
006422     IF LEYENDO-HISTORICO
006424         READ HISTORICO-FILE INTO MOVIMIENTOS-REGISTRO
006426             AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS
006428             NOT AT END ADD 1 TO NO-DE-MOVIMIENTOS-LEIDOS
006430         END-READ
006432     ELSE
006434         READ MOVIMIENTOS-FILE NEXT RECORD
006440             AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS
006450             NOT AT END ADD 1 TO NO-DE-MOVIMIENTOS-LEIDOS
006460         END-READ.
006470
006480 TOMAR-UN-MOVIMIENTO.
006490     MOVE MOV-FECHA TO FECHA-DEL-MOVIMIENTO.
006500     IF (MOV-TIPO = "C" OR MOV-TIPO = SPACE) AND
006510     FDM-PERIODO = PERIODO-A-REVERSAR
006520         PERFORM BUSCAR-LA-REVERSA
006530         PERFORM JUNTAR-LA-CAPITALIZACION
006540     ELSE
006550     IF MOV-TIPO = "X" AND MOV-REFERENCIA = REFERENCIA-DE-REVERSA
006560         PERFORM BUSCAR-LA-REVERSA
006570         PERFORM OLVIDAR-LO-REVERSADO.
006580     PERFORM LEER-MOVIMIENTO.
006590
006600 BUSCAR-LA-REVERSA.
006610     MOVE ZERO TO NO-DE-REVERSA-HALLADA.
006620     PERFORM BUSCAR-UNA-REVERSA
006630         VARYING IDX-REV FROM 1 BY 1
006640             UNTIL IDX-REV > NO-DE-REVERSAS
006650                 OR NO-DE-REVERSA-HALLADA > ZERO.
006660
006670 BUSCAR-UNA-REVERSA.
006680     IF REV-CUENTA (IDX-REV) = MOV-CUENTA
006690         SET NO-DE-REVERSA-HALLADA TO IDX-REV.
006700
006710 JUNTAR-LA-CAPITALIZACION.
006720     IF NO-DE-REVERSA-HALLADA = ZERO
006730         IF NO-DE-REVERSAS < 5000
006740             ADD 1 TO NO-DE-REVERSAS
006750             MOVE NO-DE-REVERSAS TO NO-DE-REVERSA-HALLADA
006760             MOVE MOV-CUENTA TO REV-CUENTA (NO-DE-REVERSA-HALLADA)
006770             MOVE ZERO TO REV-INTERES (NO-DE-REVERSA-HALLADA)
006780             MOVE ZERO TO REV-RETENCION (NO-DE-REVERSA-HALLADA)
006790             MOVE ZERO TO REV-APORTE (NO-DE-REVERSA-HALLADA)
006800             MOVE ZERO TO REV-REGISTROS (NO-DE-REVERSA-HALLADA)
006810         ELSE
006820             SET REVERSAS-LLENA TO TRUE.
006830     IF NO-DE-REVERSA-HALLADA > ZERO
006840         ADD MOV-INTERES-BRUTO
006850             TO REV-INTERES (NO-DE-REVERSA-HALLADA)
006860         ADD MOV-RETENCION
006870             TO REV-RETENCION (NO-DE-REVERSA-HALLADA)
006880         ADD MOV-APORTE TO REV-APORTE (NO-DE-REVERSA-HALLADA)
006890         MOVE MOV-SALDO-NUEVO
006900             TO REV-SALDO-NUEVO (NO-DE-REVERSA-HALLADA)
006910         ADD 1 TO REV-REGISTROS (NO-DE-REVERSA-HALLADA).
006920
006930 OLVIDAR-LO-REVERSADO.
006940     IF NO-DE-REVERSA-HALLADA > ZERO
006950         MOVE ZERO TO REV-INTERES (NO-DE-REVERSA-HALLADA)
006960         MOVE ZERO TO REV-RETENCION (NO-DE-REVERSA-HALLADA)
006970         MOVE ZERO TO REV-APORTE (NO-DE-REVERSA-HALLADA)
006980         MOVE ZERO TO REV-REGISTROS (NO-DE-REVERSA-HALLADA).
006990
007000 SUMAR-UNA-REVERSA.
007010*    Una cuenta que quedo sin registros pendientes ya fue
007020*    reversada entera y no se vuelve a tocar.
007030     IF REV-REGISTROS (IDX-REV) > ZERO
007040         ADD REV-REGISTROS (IDX-REV) TO NO-DE-CAPITALIZACIONES
007050         ADD REV-INTERES (IDX-REV) TO TOTAL-A-REVERSAR-INTERES
007060         ADD REV-RETENCION (IDX-REV) TO TOTAL-A-REVERSAR-RETENCION
007070         ADD REV-APORTE (IDX-REV) TO TOTAL-A-REVERSAR-APORTE.
007080
007090 OMITIR-LA-CUENTA.
007100*    Las cuentas ya reversadas enteras no llegan al reporte.
007110     IF REV-REGISTROS (IDX-REV) > ZERO
007120         ADD 1 TO NO-DE-CUENTAS-OMITIDAS
007130         MOVE ZERO TO SALDO-ANTES
007140         MOVE ZERO TO SALDO-RESTAURADO
007150         IF CUENTAS-STATUS = "00"
007160             MOVE CUENTA-SALDO TO SALDO-ANTES
007170             MOVE CUENTA-SALDO TO SALDO-RESTAURADO
007180         END-IF
007190         PERFORM ESCRIBIR-LA-CUENTA-REVERSADA.
007200
007210 GRABAR-LA-REVERSA.
007220*    Se saca el efecto de la revalorizacion sobre el saldo que la
007230*    cuenta tiene hoy. Si la cuenta no se movio despues, el saldo
007240*    de hoy es el saldo nuevo de la capitalizacion y el saldo
007250*    restaurado es justo su saldo anterior.
007260     IF REV-REGISTROS (IDX-REV) > ZERO
007270         MOVE CUENTA-SALDO TO SALDO-ANTES
007280         COMPUTE EFECTO-DEL-PERIODO =
007290             REV-INTERES (IDX-REV) - REV-RETENCION (IDX-REV)
007300             + REV-APORTE (IDX-REV)
007310         COMPUTE SALDO-RESTAURADO =
007320             CUENTA-SALDO - EFECTO-DEL-PERIODO
007330         IF CUENTA-SALDO = REV-SALDO-NUEVO (IDX-REV)
007340             MOVE "REVERSADA" TO OBSERVACION
007350         ELSE
007360             MOVE "CON MOVIM. POSTERIORES" TO OBSERVACION
007370             ADD 1 TO NO-DE-CUENTAS-MOVIDAS
007380         END-IF
007390         PERFORM PREPARAR-EL-MOVIMIENTO
007400         MOVE SALDO-RESTAURADO TO CUENTA-SALDO
007410         MOVE PERIODO-ANTERIOR TO CUENTA-ULTIMO-PERIODO
007420         REWRITE CUENTAS-REGISTRO
007430         IF CUENTAS-STATUS NOT = "00"
007440             DISPLAY "ERROR AL REGRABAR LA CUENTA " CUENTA-NUMERO
007450                 " ESTADO " CUENTAS-STATUS
007460             SET ERROR-DE-ARCHIVO TO TRUE
007470         ELSE
007480             PERFORM ESCRIBIR-MOVIMIENTO
007490             PERFORM ESCRIBIR-EL-CAMBIO
007500             PERFORM ESCRIBIR-ASIENTOS-DE-REVERSA
007510             ADD 1 TO NO-DE-CUENTAS-REVERSADAS
007520             ADD SALDO-ANTES TO TOTAL-SALDO-ANTES
007530             ADD SALDO-RESTAURADO TO TOTAL-SALDO-RESTAURADO
007540             ADD REV-INTERES (IDX-REV) TO TOTAL-INTERES-REVERSADO
007550             ADD REV-RETENCION (IDX-REV)
007560                 TO TOTAL-RETENCION-REVERSADA
007570             ADD REV-APORTE (IDX-REV) TO TOTAL-APORTE-REVERSADO
007580             PERFORM ESCRIBIR-LA-CUENTA-REVERSADA.
007590
007600 PREPARAR-EL-MOVIMIENTO.
007610     MOVE FECHA-DEL-SISTEMA TO MOV-FECHA.
007620     MOVE CUENTA-NUMERO TO MOV-CUENTA.
007630     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
007640     MOVE CUENTA-SALDO TO MOV-SALDO-ANTERIOR.
007650     COMPUTE MOV-INTERES-BRUTO = ZERO - REV-INTERES (IDX-REV).
007660     COMPUTE MOV-RETENCION = ZERO - REV-RETENCION (IDX-REV).
007670     COMPUTE MOV-APORTE = ZERO - REV-APORTE (IDX-REV).
007680     MOVE SALDO-RESTAURADO TO MOV-SALDO-NUEVO.
007690     MOVE CUENTA-MONEDA TO MOV-MONEDA.
007700     MOVE "X" TO MOV-TIPO.
007710     MOVE REFERENCIA-DE-REVERSA TO MOV-REFERENCIA.
007720
007730 ESCRIBIR-MOVIMIENTO.
007740     PERFORM GRABAR-EL-MOVIMIENTO.
007750     IF MOVIMIENTOS-STATUS NOT = "00"
007760         SET ERROR-DE-ARCHIVO TO TRUE.
007770
007780 ESCRIBIR-EL-CAMBIO.
007790*    La linea sigue el formato de CAMBIOSCUENTAS de la
007800*    cancelacion anticipada: el saldo antes es el de la cuenta
007810*    antes de la reversa y el saldo despues el restaurado.
007820     MOVE SALDO-ANTES TO SALDO-MOSTRADO.
007830     MOVE CUENTA-APORTE TO APORTE-CUENTA-MOSTRADO.
007840     MOVE CUENTA-SALDO TO SALDO-DESPUES-MOSTRADO.
007850     MOVE FDS-ANIO TO FM-ANIO.
007860     MOVE FDS-MES  TO FM-MES.
007870     MOVE FDS-DIA  TO FM-DIA.
007880     ACCEPT HORA-DEL-SISTEMA FROM TIME.
007890     MOVE HDS-HORA TO HM-HORA.
007900     MOVE HDS-MIN  TO HM-MIN.
007910     MOVE HDS-SEG  TO HM-SEG.
007920     MOVE SPACES TO LINEA-DE-CAMBIO.
007930     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
007940         " " EL-OPERADOR
007950         " " LA-ACCION
007960         " " CUENTA-NUMERO
007970         " ANTES " CUENTA-NOMBRE "/" CUENTA-PRODUCTO "/"
007976         SALDO-MOSTRADO "/" APORTE-CUENTA-MOSTRADO "/"
007982         CUENTA-CLIENTE
007990         " DESPUES " CUENTA-NOMBRE "/" CUENTA-PRODUCTO "/"
007996         SALDO-DESPUES-MOSTRADO "/" APORTE-CUENTA-MOSTRADO "/"
008002         CUENTA-CLIENTE
008010         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO.
008020     WRITE LINEA-DE-CAMBIO.
008030     IF CAMBIOS-STATUS NOT = "00"
008040         SET ERROR-DE-ARCHIVO TO TRUE.
008050
008250 ABRIR-CONTABLE.
008450     OPEN EXTEND CONTABLE-FILE.
008460     IF CONTABLE-STATUS NOT = "00"
008470         OPEN OUTPUT CONTABLE-FILE.
008580
008590 ESCRIBIR-ASIENTOS-DE-REVERSA.
008600*    Los mismos asientos de la revalorizacion con el debe y el
008608*    haber dados vuelta, escritos con el X de la cuenta: si la
008616*    corrida se cae, CONTABLE queda al dia con MOVIMIENTOS.
008624     MOVE CUENTA-PRODUCTO TO CODIGO-DE-PRODUCTO.
008632     MOVE CUENTA-MONEDA TO MONEDA-DE-BUSQUEDA.
008640     IF REV-INTERES (IDX-REV) NOT = ZERO
008648         MOVE REV-INTERES (IDX-REV) TO MONTO-DE-ASIENTO
008660         MOVE "H" TO LADO-DEL-ASIENTO
008670         PERFORM AJUSTAR-EL-SIGNO
008680         MOVE "51010000" TO CON-CUENTA
008690         MOVE "REVERSA INTERES CAP" TO CON-CONCEPTO
008700         PERFORM ESCRIBIR-UN-ASIENTO.
008710     COMPUTE MONTO-DE-ASIENTO =
008720         REV-INTERES (IDX-REV) - REV-RETENCION (IDX-REV).
008730     IF MONTO-DE-ASIENTO NOT = ZERO
008740         MOVE "D" TO LADO-DEL-ASIENTO
008750         PERFORM AJUSTAR-EL-SIGNO
008760         MOVE "21010000" TO CON-CUENTA
008770         MOVE "REVERSA INT ABONADO" TO CON-CONCEPTO
008780         PERFORM ESCRIBIR-UN-ASIENTO.
008790     IF REV-RETENCION (IDX-REV) NOT = ZERO
008800         MOVE REV-RETENCION (IDX-REV) TO MONTO-DE-ASIENTO
008810         MOVE "D" TO LADO-DEL-ASIENTO
008820         PERFORM AJUSTAR-EL-SIGNO
008830         MOVE "21020000" TO CON-CUENTA
008840         MOVE "REVERSA RETENCION" TO CON-CONCEPTO
008850         PERFORM ESCRIBIR-UN-ASIENTO.
008860     IF REV-APORTE (IDX-REV) NOT = ZERO
008870         MOVE REV-APORTE (IDX-REV) TO MONTO-DE-ASIENTO
008880         MOVE "H" TO LADO-DEL-ASIENTO
008890         PERFORM AJUSTAR-EL-SIGNO
008900         MOVE "11010000" TO CON-CUENTA
008910         MOVE "REVERSA APORTES" TO CON-CONCEPTO
008920         PERFORM ESCRIBIR-UN-ASIENTO
008930         MOVE REV-APORTE (IDX-REV) TO MONTO-DE-ASIENTO
008940         MOVE "D" TO LADO-DEL-ASIENTO
008950         PERFORM AJUSTAR-EL-SIGNO
008960         MOVE "21010000" TO CON-CUENTA
008970         MOVE "REVERSA APORTES" TO CON-CONCEPTO
008980         PERFORM ESCRIBIR-UN-ASIENTO.
008990
009000 AJUSTAR-EL-SIGNO.
009010*    CON-MONTO no lleva signo: un monto negativo se escribe en
009020*    positivo con el debe y el haber intercambiados, igual que
009030*    en la revalorizacion.
009040     IF MONTO-DE-ASIENTO < ZERO
009050         COMPUTE MONTO-DE-ASIENTO = ZERO - MONTO-DE-ASIENTO
009060         IF LADO-DEL-ASIENTO = "D"
009070             MOVE "H" TO LADO-DEL-ASIENTO
009080         ELSE
009090             MOVE "D" TO LADO-DEL-ASIENTO.
009100
009110 ESCRIBIR-UN-ASIENTO.
009120     MOVE FECHA-DEL-SISTEMA TO CON-FECHA.
009130     MOVE CODIGO-DE-PRODUCTO TO CON-PRODUCTO.
009140     MOVE MONEDA-DE-BUSQUEDA TO CON-MONEDA.
009150     MOVE LADO-DEL-ASIENTO TO CON-DEBE-HABER.
009160     MOVE MONTO-DE-ASIENTO TO CON-MONTO.
009170     PERFORM BUSCAR-MONEDA.
009180     COMPUTE CON-MONTO-BASE ROUNDED =
009190         CON-MONTO * CAMBIO-DE-LA-MONEDA.
009200     WRITE CONTABLE-REGISTRO.
009210     IF CONTABLE-STATUS NOT = "00"
009220         SET ERROR-DE-ARCHIVO TO TRUE.
009230     ADD 1 TO NO-DE-LINEAS-CONTABLES.
009240     IF CON-DEBE-HABER = "D"
009250         ADD CON-MONTO TO TOTAL-DEBE
009260         ADD CON-MONTO-BASE TO TOTAL-DEBE-BASE
009270     ELSE
009280         ADD CON-MONTO TO TOTAL-HABER
009290         ADD CON-MONTO-BASE TO TOTAL-HABER-BASE.
009300
009310 BUSCAR-MONEDA.
009320*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
009330*    base vale la moneda buscada. La moneda en blanco es la base
009340*    y una moneda que no esta en MONEDAS se toma a la par.
009350     SET MONEDA-NO-ENCONTRADA TO TRUE.
009360     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
009370     IF MONEDA-DE-BUSQUEDA NOT = SPACES
009380         PERFORM BUSCAR-UNA-MONEDA
009390             VARYING IDX-MON FROM 1 BY 1
009400                 UNTIL IDX-MON > NO-DE-MONEDAS
009410                     OR MONEDA-ENCONTRADA.
009420
009430 BUSCAR-UNA-MONEDA.
009440     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
009450         SET MONEDA-ENCONTRADA TO TRUE
009460         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
009470
009480 AJUSTAR-REDONDEO-DE-BASE.
009490*    Al convertir cada asiento a moneda base el redondeo puede
009500*    dejar el debe y el haber base descuadrados por centavos.
009510*    Se escribe una linea de ajuste solo en moneda base para que
009520*    la interfaz cuadre tambien en una sola moneda.
009530     COMPUTE DIFERENCIA-DE-BASE =
009540         TOTAL-DEBE-BASE - TOTAL-HABER-BASE.
009550     IF DIFERENCIA-DE-BASE NOT = ZERO
009560         MOVE FECHA-DEL-SISTEMA TO CON-FECHA
009570         MOVE "59090000" TO CON-CUENTA
009580         MOVE SPACES TO CON-PRODUCTO
009590         MOVE SPACES TO CON-MONEDA
009600         MOVE ZERO TO CON-MONTO
009610         MOVE "AJUSTE REDONDEO FX" TO CON-CONCEPTO
009620         IF DIFERENCIA-DE-BASE > ZERO
009630             MOVE "H" TO CON-DEBE-HABER
009640             MOVE DIFERENCIA-DE-BASE TO CON-MONTO-BASE
009650             ADD DIFERENCIA-DE-BASE TO TOTAL-HABER-BASE
009660             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE
009670         ELSE
009680             MOVE "D" TO CON-DEBE-HABER
009690             COMPUTE CON-MONTO-BASE =
009700                 ZERO - DIFERENCIA-DE-BASE
009710             ADD CON-MONTO-BASE TO TOTAL-DEBE-BASE
009720             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE.
009730
009740 ESCRIBIR-LA-LINEA-DE-AJUSTE.
009750     WRITE CONTABLE-REGISTRO.
009760     IF CONTABLE-STATUS NOT = "00"
009770         SET ERROR-DE-ARCHIVO TO TRUE.
009780     ADD 1 TO NO-DE-LINEAS-CONTABLES.
009790
009800 ESCRIBIR-ENCABEZADO-REPORTE.
009810     MOVE FDS-ANIO TO FM-ANIO.
009820     MOVE FDS-MES  TO FM-MES.
009830     MOVE FDS-DIA  TO FM-DIA.
009840     MOVE HDS-HORA TO HM-HORA.
009850     MOVE HDS-MIN  TO HM-MIN.
009860     MOVE HDS-SEG  TO HM-SEG.
009870     ADD 1 TO NO-DE-PAGINA.
009880     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
009890     MOVE SPACES TO LINEA-DE-REPORTE.
009900     STRING "REVERSA DEL PERIODO " PERIODO-A-REVERSAR
009910         "   OPERADOR: " EL-OPERADOR
009920         "   FECHA: " FECHA-MOSTRADA
009930         "   HORA: " HORA-MOSTRADA
009940         "   PAGINA: " PAGINA-MOSTRADA
009950         DELIMITED BY SIZE INTO LINEA-DE-REPORTE.
009960     WRITE LINEA-DE-REPORTE.
009970     IF REPORTE-STATUS NOT = "00"
009980         SET ERROR-DE-ARCHIVO TO TRUE.
009990     MOVE SPACES TO LINEA-DE-REPORTE.
010000     WRITE LINEA-DE-REPORTE.
010010     MOVE SPACES TO LINEA-DE-REPORTE.
010020     STRING "CUENTA     PRODUC MON  "
010030         "  SALDO ACTUAL    INTERES BRUTO        RETENCION"
010040         "         APORTE  SALDO RESTAURADO  OBSERVACION"
010050         DELIMITED BY SIZE INTO LINEA-DE-REPORTE.
010060     WRITE LINEA-DE-REPORTE.
010070     MOVE ZERO TO LINEAS-EN-PAGINA.
010080
010090 ESCRIBIR-LA-CUENTA-REVERSADA.
010100     MOVE SALDO-ANTES TO SALDO-MOSTRADO.
010110     MOVE REV-INTERES (IDX-REV) TO INTERES-MOSTRADO.
010120     MOVE REV-RETENCION (IDX-REV) TO RETENIDO-MOSTRADO.
010130     MOVE REV-APORTE (IDX-REV) TO APORTE-MOSTRADO.
010140     MOVE SALDO-RESTAURADO TO SALDO-DESPUES-MOSTRADO.
010150     MOVE SPACES TO LINEA-ARMADA.
010160     STRING REV-CUENTA (IDX-REV)
010170         " " CUENTA-PRODUCTO
010180         " " CUENTA-MONEDA
010190         "  " SALDO-MOSTRADO
010200         "  " INTERES-MOSTRADO
010210         "  " RETENIDO-MOSTRADO
010220         "  " APORTE-MOSTRADO
010230         "   " SALDO-DESPUES-MOSTRADO
010240         "  " OBSERVACION
010250         DELIMITED BY SIZE INTO LINEA-ARMADA.
010260     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
010270
010280 ESCRIBIR-LINEA-DE-REPORTE.
010290     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
010300         PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
010310     MOVE LINEA-ARMADA TO LINEA-DE-REPORTE.
010320     WRITE LINEA-DE-REPORTE.
010330     IF REPORTE-STATUS NOT = "00"
010340         SET ERROR-DE-ARCHIVO TO TRUE.
010350     ADD 1 TO LINEAS-EN-PAGINA.
010360
010370 ABRIR-MOVIMIENTOS.
010380*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
010390*    error de apertura la historia queda como esta.
010400     OPEN I-O MOVIMIENTOS-FILE.
010410     IF MOVIMIENTOS-STATUS = "35"
010420         OPEN OUTPUT MOVIMIENTOS-FILE
010430         IF MOVIMIENTOS-STATUS = "00"
010440             CLOSE MOVIMIENTOS-FILE
010450             OPEN I-O MOVIMIENTOS-FILE.
010460
010470 GRABAR-EL-MOVIMIENTO.
010480*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
010490*    separa los movimientos de una cuenta en un mismo dia y sigue
010500*    el orden en que se graban.
010510     MOVE 1 TO MOV-SECUENCIA.
010520     WRITE MOVIMIENTOS-REGISTRO
010530         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
010540     PERFORM PROBAR-OTRA-SECUENCIA
010550         UNTIL MOVIMIENTOS-STATUS NOT = "22"
010560             OR MOV-SECUENCIA = 9999.
010570
010580 PROBAR-OTRA-SECUENCIA.
010590     ADD 1 TO MOV-SECUENCIA.
010600     WRITE MOVIMIENTOS-REGISTRO
010610         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
010620
010630 LEER-LO-ARCHIVADO.
010640*    Los anios ya archivados estan en MOVIMIENTOSHISTORICO con el
010650*    mismo registro y se toman de la misma manera. Sin ese
010660*    archivo no hay nada archivado.
010670     OPEN INPUT HISTORICO-FILE.
010680     IF HISTORICO-STATUS = "00"
010690         SET LEYENDO-HISTORICO TO TRUE
010700         PERFORM LEER-MOVIMIENTO
010710         PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS
010720         CLOSE HISTORICO-FILE
010730         MOVE "N" TO SW-LEYENDO-HISTORICO.
