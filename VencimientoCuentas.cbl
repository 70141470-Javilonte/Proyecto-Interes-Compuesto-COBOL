000030
000040*    Este programa corre el proceso de vencimientos del maestro
000050*    de cuentas. Busca las cuentas activas cuya fecha de
000060*    vencimiento es la fecha de proceso o una anterior y
000070*    las liquida segun la regla al vencimiento del producto en
000080*    TASAS: con regla R se renueva el plazo a la tasa vigente y
000090*    con regla P se paga el saldo y la cuenta queda cerrada.
000100*    Cada cuenta vencida deja una linea en el archivo
000110*    VENCIMIENTOS con la accion tomada. Se corre antes de la
000120*    revalorizacion mensual, que ya no devenga cuentas vencidas.
000121*    El pago deja en MOVIMIENTOS registros de tipo V que llevan
000122*    el saldo a cero (en tramos si no entra en el aporte) y la
000123*    renovacion uno de tipo V sin importe que marca el plazo
000124*    nuevo. Agrega a CONTABLE los pagos por producto y moneda
000125*    (21010000 al debe, 11010000 al haber) con el ajuste de
000126*    redondeo en moneda base. Corre suelto o como paso de
000127*    CADENA-CIERRE, que le pasa la fecha de negocio en el archivo
000128*    PASOCADENA y recibe ahi sus contadores al terminar.
000130 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000150 FILE-CONTROL.
000180         ACCESS MODE IS SEQUENTIAL
000190         RECORD KEY IS CUENTA-NUMERO
000200         FILE STATUS IS CUENTAS-STATUS.
000202     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000204         ORGANIZATION IS LINE SEQUENTIAL
000206         FILE STATUS IS MONEDAS-STATUS.
000210     SELECT TASAS-FILE ASSIGN TO "TASAS"
000220         ORGANIZATION IS LINE SEQUENTIAL
000230         FILE STATUS IS TASAS-STATUS.
000232     SELECT PASOCADENA-FILE ASSIGN TO "PASOCADENA"
000234         ORGANIZATION IS LINE SEQUENTIAL
000236         FILE STATUS IS PASOCADENA-STATUS.
000240     SELECT VENCIMIENTOS-FILE ASSIGN TO "VENCIMIENTOS"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS VENCIMIENTOS-STATUS.
000261     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000262         ORGANIZATION IS INDEXED
000263         ACCESS MODE IS DYNAMIC
000264         RECORD KEY IS MOV-CLAVE
000265         FILE STATUS IS MOVIMIENTOS-STATUS.
000266     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000267         ORGANIZATION IS LINE SEQUENTIAL
000268         FILE STATUS IS CONTABLE-STATUS.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CUENTAS-FILE.
000390     05 CUENTA-ESTADO            PIC X.
000392     05 CUENTA-MONEDA            PIC X(03).
000393     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000394     05 CUENTA-CLIENTE           PIC X(10).
000395 FD  MONEDAS-FILE.
000396 01  MONEDAS-REGISTRO.
000397     05 MON-CODIGO-ENT           PIC X(03).
000398     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
000400 FD  TASAS-FILE.
000410 01  TASAS-REGISTRO.
000420     05 TASA-CODIGO-ENT          PIC X(06).
000440     05 TASA-RETENCION-ENT       PIC 99V99.
000450     05 TASA-RENUEVA-ENT         PIC X.
000452     05 TASA-DESDE-ENT           PIC 9(9)V99.
000454     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000456     05 TASA-PENALIDAD-ENT       PIC 999V9.
000460 FD  VENCIMIENTOS-FILE.
000470 01  LINEA-DE-VENCIMIENTO       PIC X(100).
000471 FD  MOVIMIENTOS-FILE.
000472 01  MOVIMIENTOS-REGISTRO.
000473     05 MOV-CLAVE.
000474        10 MOV-CUENTA            PIC X(10).
000475        10 MOV-FECHA             PIC 9(8).
000476        10 MOV-SECUENCIA         PIC 9(4).
000477     05 MOV-PRODUCTO             PIC X(06).
000478     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000479         SIGN IS TRAILING SEPARATE CHARACTER.
000480     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000481         SIGN IS TRAILING SEPARATE CHARACTER.
000482     05 MOV-RETENCION            PIC S9(9)V99
000483         SIGN IS TRAILING SEPARATE CHARACTER.
000484     05 MOV-APORTE               PIC S9(7)V99
000485         SIGN IS TRAILING SEPARATE CHARACTER.
000486     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000487         SIGN IS TRAILING SEPARATE CHARACTER.
000488     05 MOV-MONEDA               PIC X(03).
000489     05 MOV-TIPO                 PIC X.
000490     05 MOV-REFERENCIA           PIC X(12).
000491 FD  CONTABLE-FILE.
000492 01  CONTABLE-REGISTRO.
000493     05 CON-FECHA                PIC 9(8).
000494     05 CON-CUENTA               PIC X(8).
000495     05 CON-DEBE-HABER           PIC X.
000496     05 CON-MONTO                PIC 9(13)V99.
000497     05 CON-PRODUCTO             PIC X(6).
000498     05 CON-CONCEPTO             PIC X(20).
000499     05 CON-MONEDA               PIC X(03).
000500     05 CON-MONTO-BASE           PIC 9(13)V99.
000501 FD  PASOCADENA-FILE.
000502 01  PASOCADENA-REGISTRO.
000503     05 PAS-FECHA-DE-PROCESO     PIC 9(8).
000504     05 PAS-LEIDOS               PIC 9(9).
000505     05 PAS-PROCESADOS           PIC 9(9).
000506     05 PAS-ASIENTOS             PIC 9(9).
000507 WORKING-STORAGE SECTION.
000508
000509 01  CUENTAS-STATUS             PIC XX.
000510 01  TASAS-STATUS               PIC XX.
000520 01  VENCIMIENTOS-STATUS        PIC XX.
000521 01  MOVIMIENTOS-STATUS         PIC XX.
000522 01  MONEDAS-STATUS             PIC XX.
000523 01  CONTABLE-STATUS            PIC XX.
000524 01  PASOCADENA-STATUS          PIC XX.
000525 01  SW-EN-CADENA               PIC X VALUE "N".
000526     88 EN-CADENA                    VALUE "S".
000527 01  CADENA-EN-CURSO            PIC X EXTERNAL.
000528     88 LLAMADO-POR-LA-CADENA        VALUE "S".
000529 01  SI-NO                      PIC X.
000530 01  SW-FIN-DE-CUENTAS          PIC X.
000540     88 FIN-DE-CUENTAS                VALUE "S".
000550     88 NO-FIN-DE-CUENTAS             VALUE "N".
000690 01  NO-DE-TASA-ENCONTRADA      PIC 999 VALUE ZERO.
000692 01  SALDO-DE-BUSQUEDA          PIC 9(9)V99 VALUE ZERO.
000694 01  DESDE-ENCONTRADO           PIC 9(9)V99 VALUE ZERO.
000696 01  NO-DE-PAG-HALLADO          PIC 999 VALUE ZERO.
000698 01  IDX-PAG                    PIC 999.
000700 01  SW-TASAS-LLENA             PIC X VALUE "N".
000710     88 TASAS-LLENA                   VALUE "S".
000711 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
000712 01  TABLA-DE-MONEDAS.
000713     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
000714        10 MON-CODIGO           PIC X(03).
000715        10 MON-CAMBIO           PIC 9(5)V9(6).
000716 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
000717     88 MONEDAS-LLENA                VALUE "S".
000720 01  FECHA-DEL-SISTEMA.
000730     05 FDS-ANIO                PIC 9(4).
000740     05 FDS-MES                 PIC 99.
000750     05 FDS-DIA                 PIC 99.
000800 01  FECHA-VENCIMIENTO-NUEVA.
000810     05 FVN-ANIO                PIC 9(4).
000820     05 FVN-MES                 PIC 99.
000870 01  DIAS-EN-EL-MES             PIC 99.
000880 01  COCIENTE-BISIESTO          PIC 9(4).
000890 01  RESTO-BISIESTO             PIC 9(4).
000891 01  MONTO-DE-ASIENTO           PIC S9(13)V99.
000892 01  LADO-DEL-ASIENTO           PIC X.
000893 01  NO-DE-LINEAS-CONTABLES     PIC 9(9) VALUE ZERO.
000894 01  TOTAL-DEBE-BASE            PIC S9(15)V99 VALUE ZERO.
000895 01  TOTAL-HABER-BASE           PIC S9(15)V99 VALUE ZERO.
000896 01  DIFERENCIA-DE-BASE         PIC S9(15)V99 VALUE ZERO.
000900 01  MONTO-PAGADO               PIC S9(9)V99.
000903 01  PAGO-PENDIENTE             PIC S9(9)V99.
000906 01  TRAMO-DEL-PAGO             PIC S9(7)V99.
000910 01  LA-ACCION                  PIC X(8).
000920 01  NO-DE-CUENTAS-LEIDAS       PIC 9(9) VALUE ZERO.
000930 01  NO-DE-CUENTAS-VENCIDAS     PIC 9(9) VALUE ZERO.
000960 01  NO-DE-CUENTAS-SIN-TASA     PIC 9(9) VALUE ZERO.
000970 01  TOTAL-PAGADO               PIC S9(15)V99 VALUE ZERO.
000980 01  TOTAL-RENOVADO             PIC S9(15)V99 VALUE ZERO.
000981 01  NO-DE-PAGOS                PIC 999 VALUE ZERO.
000982 01  TABLA-DE-PAGOS.
000983     05 PAGO-ENTRADA OCCURS 100 TIMES.
000984        10 PAG-PRODUCTO         PIC X(06).
000985        10 PAG-MONEDA           PIC X(03).
000986        10 PAG-MONTO            PIC S9(13)V99.
000987 01  SW-PAGOS-LLENA             PIC X VALUE "N".
000988     88 PAGOS-LLENA                  VALUE "S".
000990 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
001000 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001010 01  MONTO-MOSTRADO             PIC -ZZZ,ZZZ,ZZ9.99.
001020 01  TASA-MOSTRADA              PIC ZZ9.9.
001021 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001022 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001023     88 MONEDA-ENCONTRADA            VALUE "S".
001024     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001025 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
001030*RUTINA DE NIVEL 1
001040 PROCEDURE DIVISION.
001050 PROGRAMA-EMPIEZA.
001060
001070     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
001075     PERFORM LEER-EL-PASO-DE-CADENA.
001090     PERFORM ABRIR-TASAS.
001095     PERFORM ABRIR-MONEDAS.
001100     OPEN I-O CUENTAS-FILE.
001110     IF CUENTAS-STATUS NOT = "00"
001120         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
001140         MOVE 8 TO RETURN-CODE
001150         GO TO TERMINA-PROGRAMA.
001160     PERFORM ABRIR-VENCIMIENTOS.
001161     PERFORM ABRIR-MOVIMIENTOS.
001162     IF ERROR-DE-ARCHIVO
001163         CLOSE CUENTAS-FILE
001164         CLOSE VENCIMIENTOS-FILE
001165         MOVE 8 TO RETURN-CODE
001166         GO TO TERMINA-PROGRAMA.
001170     PERFORM LEER-CUENTA.
001180     PERFORM PROCESAR-UNA-CUENTA UNTIL FIN-DE-CUENTAS.
001190     CLOSE CUENTAS-FILE.
001200     CLOSE VENCIMIENTOS-FILE.
001202     CLOSE MOVIMIENTOS-FILE.
001204     IF NO-DE-PAGOS > ZERO
001206         PERFORM ESCRIBIR-INTERFAZ-CONTABLE.
001210     PERFORM MOSTRAR-TOTALES.
001220     IF ERROR-DE-ARCHIVO
001230         MOVE 8 TO RETURN-CODE.
001240 TERMINA-PROGRAMA.
001245     IF EN-CADENA
001250         PERFORM DEVOLVER-EL-PASO-DE-CADENA.
001255     GOBACK.
001260*RUTINAS DE NIVEL 2
001270 ABRIR-TASAS.
001280     OPEN INPUT TASAS-FILE.
001700     IF CUENTA-ESTADO NOT = "C" AND
001710     CUENTA-FECHA-VENCIMIENTO NUMERIC AND
001720     CUENTA-FECHA-VENCIMIENTO > ZERO
001750         IF CUENTA-FECHA-VENCIMIENTO NOT > FECHA-DEL-SISTEMA
001760             PERFORM LIQUIDAR-LA-CUENTA.
001770     PERFORM LEER-CUENTA.
001780
002150         ADD 1 TO NO-DE-CUENTAS-RENOVADAS
002160         ADD CUENTA-SALDO TO TOTAL-RENOVADO
002170         MOVE "RENOVADA" TO LA-ACCION
002176         PERFORM ESCRIBIR-EL-VENCIMIENTO
002182         PERFORM ESCRIBIR-LA-RENOVACION.
002190
002200 PAGAR-LA-CUENTA.
002210     MOVE CUENTA-SALDO TO MONTO-PAGADO.
002215     MOVE CUENTA-SALDO TO PAGO-PENDIENTE.
002220     MOVE ZERO TO CUENTA-SALDO.
002230     MOVE "C" TO CUENTA-ESTADO.
002240     REWRITE CUENTAS-REGISTRO.
002290     ELSE
002300         ADD 1 TO NO-DE-CUENTAS-PAGADAS
002310         ADD MONTO-PAGADO TO TOTAL-PAGADO
002312         PERFORM ESCRIBIR-UN-TRAMO-DEL-PAGO
002314             UNTIL PAGO-PENDIENTE = ZERO
002316         PERFORM ACUMULAR-EL-PAGO
002320         MOVE "PAGADA" TO LA-ACCION
002330         PERFORM ESCRIBIR-EL-VENCIMIENTO.
002340
003130     DISPLAY "MONTO PAGADO        " TOTAL-MOSTRADO.
003140     MOVE TOTAL-RENOVADO TO TOTAL-MOSTRADO.
003150     DISPLAY "MONTO RENOVADO      " TOTAL-MOSTRADO.
003160     MOVE NO-DE-LINEAS-CONTABLES TO CONTADOR-MOSTRADO.
003170     DISPLAY "ASIENTOS CONTABLES      " CONTADOR-MOSTRADO.
003180
003190 ESCRIBIR-UN-TRAMO-DEL-PAGO.
003200*    El pago viaja como aporte negativo, que tiene siete enteros:
003210*    un saldo mayor se paga en tramos, cada uno con su registro,
003220*    y el ultimo deja el saldo nuevo en cero.
003230     IF PAGO-PENDIENTE > 9999999.99
003240         MOVE 9999999.99 TO TRAMO-DEL-PAGO
003250     ELSE
003260     IF PAGO-PENDIENTE < -9999999.99
003270         MOVE -9999999.99 TO TRAMO-DEL-PAGO
003280     ELSE
003290         MOVE PAGO-PENDIENTE TO TRAMO-DEL-PAGO.
003300     MOVE FECHA-DEL-SISTEMA TO MOV-FECHA.
003310     MOVE CUENTA-NUMERO TO MOV-CUENTA.
003320     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
003330     MOVE PAGO-PENDIENTE TO MOV-SALDO-ANTERIOR.
003340     MOVE ZERO TO MOV-INTERES-BRUTO.
003350     MOVE ZERO TO MOV-RETENCION.
003360     COMPUTE MOV-APORTE = ZERO - TRAMO-DEL-PAGO.
003370     SUBTRACT TRAMO-DEL-PAGO FROM PAGO-PENDIENTE.
003380     MOVE PAGO-PENDIENTE TO MOV-SALDO-NUEVO.
003390     MOVE CUENTA-MONEDA TO MOV-MONEDA.
003400     MOVE "V" TO MOV-TIPO.
003410     MOVE SPACES TO MOV-REFERENCIA.
003420     PERFORM GRABAR-EL-MOVIMIENTO.
003430     IF MOVIMIENTOS-STATUS NOT = "00"
003440         SET ERROR-DE-ARCHIVO TO TRUE.
003450
003460 ACUMULAR-EL-PAGO.
003470*    Los pagos se juntan por producto y moneda para los asientos
003480*    contables del final de la corrida.
003490     MOVE ZERO TO NO-DE-PAG-HALLADO.
003500     PERFORM BUSCAR-UN-PAGO
003510         VARYING IDX-PAG FROM 1 BY 1
003520             UNTIL IDX-PAG > NO-DE-PAGOS
003530                 OR NO-DE-PAG-HALLADO > ZERO.
003540     IF NO-DE-PAG-HALLADO = ZERO
003550         IF NO-DE-PAGOS < 100
003560             ADD 1 TO NO-DE-PAGOS
003570             MOVE NO-DE-PAGOS TO NO-DE-PAG-HALLADO
003580             MOVE CUENTA-PRODUCTO
003590                 TO PAG-PRODUCTO (NO-DE-PAG-HALLADO)
003600             MOVE CUENTA-MONEDA
003610                 TO PAG-MONEDA (NO-DE-PAG-HALLADO)
003620             MOVE ZERO TO PAG-MONTO (NO-DE-PAG-HALLADO)
003630         ELSE
003640             IF NOT PAGOS-LLENA
003650                 DISPLAY "PAGOS: TABLA LLENA, "
003660                     "LA INTERFAZ SALDRA INCOMPLETA."
003670                 SET PAGOS-LLENA TO TRUE
003680                 SET ERROR-DE-ARCHIVO TO TRUE.
003690     IF NO-DE-PAG-HALLADO > ZERO
003700         ADD MONTO-PAGADO TO PAG-MONTO (NO-DE-PAG-HALLADO).
003710
003720 BUSCAR-UN-PAGO.
003730     IF PAG-PRODUCTO (IDX-PAG) = CUENTA-PRODUCTO AND
003740     PAG-MONEDA (IDX-PAG) = CUENTA-MONEDA
003750         MOVE IDX-PAG TO NO-DE-PAG-HALLADO.
003760
003770 ESCRIBIR-INTERFAZ-CONTABLE.
003780*    La interfaz se abre en EXTEND porque la revalorizacion, el
003790*    devengo diario y la calculadora agregan al mismo archivo.
003800     OPEN EXTEND CONTABLE-FILE.
003810     IF CONTABLE-STATUS NOT = "00"
003820         OPEN OUTPUT CONTABLE-FILE.
003830     IF CONTABLE-STATUS NOT = "00"
003840         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
003850             CONTABLE-STATUS
003860         SET ERROR-DE-ARCHIVO TO TRUE
003870     ELSE
003880         PERFORM ESCRIBIR-ASIENTOS-DEL-PAGO
003890             VARYING IDX-PAG FROM 1 BY 1
003900                 UNTIL IDX-PAG > NO-DE-PAGOS
003910         PERFORM AJUSTAR-REDONDEO-DE-BASE
003920         CLOSE CONTABLE-FILE.
003930
003940 ESCRIBIR-ASIENTOS-DEL-PAGO.
003950     IF PAG-MONTO (IDX-PAG) NOT = ZERO
003960         MOVE PAG-MONEDA (IDX-PAG) TO MONEDA-DE-BUSQUEDA
003970         MOVE PAG-MONTO (IDX-PAG) TO MONTO-DE-ASIENTO
003980         MOVE "D" TO LADO-DEL-ASIENTO
003990         PERFORM AJUSTAR-EL-SIGNO
004000         MOVE "21010000" TO CON-CUENTA
004010         PERFORM ESCRIBIR-UN-ASIENTO
004020         MOVE PAG-MONTO (IDX-PAG) TO MONTO-DE-ASIENTO
004030         MOVE "H" TO LADO-DEL-ASIENTO
004040         PERFORM AJUSTAR-EL-SIGNO
004050         MOVE "11010000" TO CON-CUENTA
004060         PERFORM ESCRIBIR-UN-ASIENTO.
004070
004080 AJUSTAR-EL-SIGNO.
004090*    CON-MONTO no lleva signo: un monto negativo se escribe en
004100*    positivo con el debe y el haber intercambiados, igual que
004110*    en la revalorizacion.
004120     IF MONTO-DE-ASIENTO < ZERO
004130         COMPUTE MONTO-DE-ASIENTO = ZERO - MONTO-DE-ASIENTO
004140         IF LADO-DEL-ASIENTO = "D"
004150             MOVE "H" TO LADO-DEL-ASIENTO
004160         ELSE
004170             MOVE "D" TO LADO-DEL-ASIENTO.
004180
004190 ESCRIBIR-UN-ASIENTO.
004200     MOVE FECHA-DEL-SISTEMA TO CON-FECHA.
004210     MOVE PAG-PRODUCTO (IDX-PAG) TO CON-PRODUCTO.
004220     MOVE MONEDA-DE-BUSQUEDA TO CON-MONEDA.
004230     MOVE LADO-DEL-ASIENTO TO CON-DEBE-HABER.
004240     MOVE MONTO-DE-ASIENTO TO CON-MONTO.
004250     MOVE "PAGO AL VENCIMIENTO" TO CON-CONCEPTO.
004260     PERFORM BUSCAR-MONEDA.
004270     COMPUTE CON-MONTO-BASE ROUNDED =
004280         CON-MONTO * CAMBIO-DE-LA-MONEDA.
004290     WRITE CONTABLE-REGISTRO.
004300     IF CONTABLE-STATUS NOT = "00"
004310         SET ERROR-DE-ARCHIVO TO TRUE.
004320     ADD 1 TO NO-DE-LINEAS-CONTABLES.
004330     IF CON-DEBE-HABER = "D"
004340         ADD CON-MONTO-BASE TO TOTAL-DEBE-BASE
004350     ELSE
004360         ADD CON-MONTO-BASE TO TOTAL-HABER-BASE.
004370
004380 BUSCAR-MONEDA.
004390*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
004400*    base vale la moneda buscada. La moneda en blanco es la base
004410*    y una moneda que no esta en MONEDAS se toma a la par.
004420     SET MONEDA-NO-ENCONTRADA TO TRUE.
004430     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
004440     IF MONEDA-DE-BUSQUEDA NOT = SPACES
004450         PERFORM BUSCAR-UNA-MONEDA
004460             VARYING IDX-MON FROM 1 BY 1
004470                 UNTIL IDX-MON > NO-DE-MONEDAS
004480                     OR MONEDA-ENCONTRADA.
004490
004500 BUSCAR-UNA-MONEDA.
004510     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
004520         SET MONEDA-ENCONTRADA TO TRUE
004530         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
004540
004550 AJUSTAR-REDONDEO-DE-BASE.
004560*    Al convertir cada asiento a moneda base el redondeo puede
004570*    dejar el debe y el haber base descuadrados por centavos.
004580*    Se escribe una linea de ajuste solo en moneda base para que
004590*    la interfaz cuadre tambien en una sola moneda.
004600     COMPUTE DIFERENCIA-DE-BASE =
004610         TOTAL-DEBE-BASE - TOTAL-HABER-BASE.
004620     IF DIFERENCIA-DE-BASE NOT = ZERO
004630         MOVE FECHA-DEL-SISTEMA TO CON-FECHA
004640         MOVE "59090000" TO CON-CUENTA
004650         MOVE SPACES TO CON-PRODUCTO
004660         MOVE SPACES TO CON-MONEDA
004670         MOVE ZERO TO CON-MONTO
004680         MOVE "AJUSTE REDONDEO FX" TO CON-CONCEPTO
004690         IF DIFERENCIA-DE-BASE > ZERO
004700             MOVE "H" TO CON-DEBE-HABER
004710             MOVE DIFERENCIA-DE-BASE TO CON-MONTO-BASE
004720             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE
004730         ELSE
004740             MOVE "D" TO CON-DEBE-HABER
004750             COMPUTE CON-MONTO-BASE =
004760                 ZERO - DIFERENCIA-DE-BASE
004770             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE.
004780
004790 ESCRIBIR-LA-LINEA-DE-AJUSTE.
004800     WRITE CONTABLE-REGISTRO.
004810     IF CONTABLE-STATUS NOT = "00"
004820         SET ERROR-DE-ARCHIVO TO TRUE.
004830     ADD 1 TO NO-DE-LINEAS-CONTABLES.
004840
004850 LEER-EL-PASO-DE-CADENA.
004860*    Cuando la corrida la lanza CADENA-CIERRE el archivo
004870*    PASOCADENA trae la fecha de negocio que se procesa, y a la
004880*    vuelta lleva los contadores del paso al control de la
004890*    cadena. Una corrida suelta, sin ese archivo o con el
004900*    archivo vacio, toma la fecha del sistema como siempre.
004910*    Una fecha que no es la del sistema en una corrida suelta es
004920*    de una cadena que no limpio el archivo: se pregunta.
004930     OPEN INPUT PASOCADENA-FILE.
004940     IF PASOCADENA-STATUS = "00"
004950         READ PASOCADENA-FILE
004960         IF PASOCADENA-STATUS = "00" AND
004970         PAS-FECHA-DE-PROCESO NUMERIC AND
004980         PAS-FECHA-DE-PROCESO > ZERO
004990             PERFORM TOMAR-LA-FECHA-DE-CADENA
005000         END-IF
005010         CLOSE PASOCADENA-FILE.
005020
005030 DEVOLVER-EL-PASO-DE-CADENA.
005040     OPEN OUTPUT PASOCADENA-FILE.
005050     IF PASOCADENA-STATUS = "00"
005060         MOVE FECHA-DEL-SISTEMA TO PAS-FECHA-DE-PROCESO
005070         MOVE NO-DE-CUENTAS-LEIDAS TO PAS-LEIDOS
005080         MOVE NO-DE-CUENTAS-VENCIDAS TO PAS-PROCESADOS
005090         MOVE NO-DE-LINEAS-CONTABLES TO PAS-ASIENTOS
005100         WRITE PASOCADENA-REGISTRO
005110         CLOSE PASOCADENA-FILE.
005120
005130 GRABAR-EL-MOVIMIENTO.
005140*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
005150*    separa los movimientos de una cuenta en un mismo dia y sigue
005160*    el orden en que se graban.
005170     MOVE 1 TO MOV-SECUENCIA.
005180     WRITE MOVIMIENTOS-REGISTRO
005190         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
005200     PERFORM PROBAR-OTRA-SECUENCIA
005210         UNTIL MOVIMIENTOS-STATUS NOT = "22"
005220             OR MOV-SECUENCIA = 9999.
005230
005240 PROBAR-OTRA-SECUENCIA.
005250     ADD 1 TO MOV-SECUENCIA.
005260     WRITE MOVIMIENTOS-REGISTRO
005270         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
005280
005290 TOMAR-LA-FECHA-DE-CADENA.
005300     IF LLAMADO-POR-LA-CADENA OR
005310     PAS-FECHA-DE-PROCESO = FECHA-DEL-SISTEMA
005320         SET EN-CADENA TO TRUE
005330         MOVE PAS-FECHA-DE-PROCESO TO FECHA-DEL-SISTEMA
005340     ELSE
005350         DISPLAY "OJO: PASOCADENA TRAE LA FECHA DE NEGOCIO "
005360             PAS-FECHA-DE-PROCESO
005370         DISPLAY "     Y LA FECHA DEL SISTEMA ES "
005380             FECHA-DEL-SISTEMA
005390         DISPLAY "CORRE CON LA FECHA DE PASOCADENA (S/N)"
005400         ACCEPT SI-NO
005410         IF SI-NO = "S" OR SI-NO = "s"
005420             SET EN-CADENA TO TRUE
005430             MOVE PAS-FECHA-DE-PROCESO TO FECHA-DEL-SISTEMA
005440         ELSE
005450             DISPLAY "SE CORRE CON LA FECHA DEL SISTEMA.".
005460
005470 ESCRIBIR-LA-RENOVACION.
005480*    La renovacion deja un movimiento V sin importe: en la
005490*    historia de la cuenta marca donde empieza el plazo nuevo.
005500     MOVE FECHA-DEL-SISTEMA TO MOV-FECHA.
005510     MOVE CUENTA-NUMERO TO MOV-CUENTA.
005520     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
005530     MOVE CUENTA-SALDO TO MOV-SALDO-ANTERIOR.
005540     MOVE ZERO TO MOV-INTERES-BRUTO.
005550     MOVE ZERO TO MOV-RETENCION.
005560     MOVE ZERO TO MOV-APORTE.
005570     MOVE CUENTA-SALDO TO MOV-SALDO-NUEVO.
005580     MOVE CUENTA-MONEDA TO MOV-MONEDA.
005590     MOVE "V" TO MOV-TIPO.
005600     MOVE "RENOVACION" TO MOV-REFERENCIA.
005610     PERFORM GRABAR-EL-MOVIMIENTO.
005620     IF MOVIMIENTOS-STATUS NOT = "00"
005630         SET ERROR-DE-ARCHIVO TO TRUE.
005640
005650 ABRIR-MOVIMIENTOS.
005660*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
005670*    error de apertura la historia queda como esta.
005680     OPEN I-O MOVIMIENTOS-FILE.
005690     IF MOVIMIENTOS-STATUS = "35"
005700         OPEN OUTPUT MOVIMIENTOS-FILE
005710         IF MOVIMIENTOS-STATUS = "00"
005720             CLOSE MOVIMIENTOS-FILE
005730             OPEN I-O MOVIMIENTOS-FILE.
005740     IF MOVIMIENTOS-STATUS NOT = "00"
005750         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
005760             MOVIMIENTOS-STATUS
005770         SET ERROR-DE-ARCHIVO TO TRUE.
005780
005790 ABRIR-MONEDAS.
005800     OPEN INPUT MONEDAS-FILE.
005810     IF MONEDAS-STATUS = "00"
005820         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
005830         CLOSE MONEDAS-FILE.
005840
005850 CARGAR-MONEDA.
005860     READ MONEDAS-FILE
005870         AT END NEXT SENTENCE.
005880     IF MONEDAS-STATUS = "00"
005890         IF NO-DE-MONEDAS < 20
005900             ADD 1 TO NO-DE-MONEDAS
005910             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
005920             IF MON-CAMBIO-ENT NUMERIC
005930                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
005940             ELSE
005950                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
005960             END-IF
005970         ELSE
005980             IF NOT MONEDAS-LLENA
005990                 DISPLAY "MONEDAS: TABLA LLENA, "
006000                     "SE IGNORA EL RESTO."
006010                 SET MONEDAS-LLENA TO TRUE.
