000090*    registro en MOVIMIENTOS por cada cuenta contabilizada. El
000100*    archivo MOVIMIENTOS es historia permanente: cada corrida
000110*    agrega al final y ESTADO-DE-CUENTA imprime extractos de el.
000112*    Los registros de la revalorizacion llevan tipo de movimiento
000114*    C (capitalizacion); los depositos y retiros del dia los
000116*    agrega POSTEO-TRANSACCIONES con tipo D o R.
000120*    Al terminar agrega a la interfaz CONTABLE los asientos de
000130*    capitalizacion por producto y moneda (51010000 al debe,
000140*    21010000 al haber y 21020000 por la retencion), los asientos
000150*    reales contra los que DEVENGO-DIARIO reversa su devengo
000160*    acumulado del periodo. El aporte fijo aplicado tambien se
000162*    contabiliza por producto y moneda (11010000 al debe y
000164*    21010000 al haber, al reves si el aporte es un retiro) para
000166*    que el pasivo del mayor siga al saldo de las cuentas.
000170*    Las cuentas sin producto en TASAS quedan sin tocar y se
000180*    cuentan. El archivo PERIODOS guarda el ultimo periodo
000190*    contabilizado para que la corrida no se repita sin
000220*    La corrida se firma contra el maestro OPERADORES con clave
000230*    y pide el permiso de revalorizar. Si el archivo OPERADORES
000240*    no existe el programa avisa y corre sin control.
000242*    Corre suelto o como paso de la cadena de cierre que lanza
000244*    CADENA-CIERRE: en la cadena toma la fecha de negocio del
000246*    archivo PASOCADENA en lugar de la fecha del sistema y le
000248*    devuelve sus contadores al terminar.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS TASAS-STATUS.
000360     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000365         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000375         RECORD KEY IS MOV-CLAVE
000380         FILE STATUS IS MOVIMIENTOS-STATUS.
000390     SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000480     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CONTABLE-STATUS.
000502     SELECT PASOCADENA-FILE ASSIGN TO "PASOCADENA"
000504         ORGANIZATION IS LINE SEQUENTIAL
000506         FILE STATUS IS PASOCADENA-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CUENTAS-FILE.
000630     05 CUENTA-ESTADO            PIC X.
000640     05 CUENTA-MONEDA            PIC X(03).
000650     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000655     05 CUENTA-CLIENTE           PIC X(10).
000660 FD  TASAS-FILE.
000670 01  TASAS-REGISTRO.
000680     05 TASA-CODIGO-ENT          PIC X(06).
000700     05 TASA-RETENCION-ENT       PIC 99V99.
000710     05 TASA-RENUEVA-ENT         PIC X.
000720     05 TASA-DESDE-ENT           PIC 9(9)V99.
000722     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000724     05 TASA-PENALIDAD-ENT       PIC 999V9.
000730 FD  MOVIMIENTOS-FILE.
000740 01  MOVIMIENTOS-REGISTRO.
000746     05 MOV-CLAVE.
000752        10 MOV-CUENTA            PIC X(10).
000758        10 MOV-FECHA             PIC 9(8).
000764        10 MOV-SECUENCIA         PIC 9(4).
000770     05 MOV-PRODUCTO             PIC X(06).
000780     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000790         SIGN IS TRAILING SEPARATE CHARACTER.
000860     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000870         SIGN IS TRAILING SEPARATE CHARACTER.
000880     05 MOV-MONEDA               PIC X(03).
000882     05 MOV-TIPO                 PIC X.
000884     05 MOV-REFERENCIA           PIC X(12).
000890 FD  PERIODOS-FILE.
000900 01  PERIODOS-REGISTRO.
000910     05 PER-ULTIMO-PERIODO       PIC 9(6).
000990     05 OPE-CUENTAS-ENT          PIC X.
001000     05 OPE-REVALUAR-ENT         PIC X.
001010     05 OPE-OPERADORES-ENT       PIC X.
001015     05 OPE-APROBAR-ENT          PIC X.
001020 FD  MONEDAS-FILE.
001030 01  MONEDAS-REGISTRO.
001040     05 MON-CODIGO-ENT           PIC X(03).
001130     05 CON-CONCEPTO             PIC X(20).
001140     05 CON-MONEDA               PIC X(03).
001150     05 CON-MONTO-BASE           PIC 9(13)V99.
001151 FD  PASOCADENA-FILE.
001152 01  PASOCADENA-REGISTRO.
001153     05 PAS-FECHA-DE-PROCESO     PIC 9(8).
001154     05 PAS-LEIDOS               PIC 9(9).
001155     05 PAS-PROCESADOS           PIC 9(9).
001156     05 PAS-ASIENTOS             PIC 9(9).
001160 WORKING-STORAGE SECTION.
001170
001180 01  CUENTAS-STATUS             PIC XX.
001910 01  TOTAL-APORTES-APLICADOS    PIC S9(15)V99 VALUE ZERO.
001920 01  MONEDAS-STATUS             PIC XX.
001930 01  CONTABLE-STATUS            PIC XX.
001932 01  PASOCADENA-STATUS          PIC XX.
001934 01  SW-EN-CADENA               PIC X VALUE "N".
001936     88 EN-CADENA                    VALUE "S".
001937 01  CADENA-EN-CURSO            PIC X EXTERNAL.
001938     88 LLAMADO-POR-LA-CADENA        VALUE "S".
001940 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
001950 01  TABLA-DE-MONEDAS.
001960     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
002100        10 CAP-MONEDA           PIC X(03).
002110        10 CAP-INTERES          PIC S9(13)V99.
002120        10 CAP-RETENCION        PIC S9(13)V99.
002125        10 CAP-APORTE           PIC S9(13)V99.
002130 01  SW-CAPITALIZADOS-LLENA     PIC X VALUE "N".
002140     88 CAPITALIZADOS-LLENA          VALUE "S".
002150 01  NO-DE-CAP-HALLADO          PIC 999 VALUE ZERO.
002290 PROGRAMA-EMPIEZA.
002300
002310     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002315     PERFORM LEER-EL-PASO-DE-CADENA.
002320     MOVE FECHA-DEL-SISTEMA (1:6) TO PERIODO-DE-PROCESO.
002330     PERFORM CARGAR-LOS-OPERADORES.
002340     PERFORM FIRMAR-AL-OPERADOR.
002480             CUENTAS-STATUS
002490         MOVE 8 TO RETURN-CODE
002500         GO TO TERMINA-PROGRAMA.
002520     PERFORM ABRIR-MOVIMIENTOS.
002540     IF MOVIMIENTOS-STATUS NOT = "00"
002550         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS"
002560         CLOSE CUENTAS-FILE
002680     IF ERROR-DE-ARCHIVO
002690         MOVE 8 TO RETURN-CODE.
002700 TERMINA-PROGRAMA.
002710     IF EN-CADENA
002713         PERFORM DEVOLVER-EL-PASO-DE-CADENA.
002716     GOBACK.
002720*RUTINAS DE NIVEL 2
002730 ABRIR-TASAS.
002740     OPEN INPUT TASAS-FILE.
005310     MOVE CUENTA-APORTE TO MOV-APORTE.
005320     MOVE EL-NUEVO-VALOR TO MOV-SALDO-NUEVO.
005330     MOVE CUENTA-MONEDA TO MOV-MONEDA.
005332     MOVE "C" TO MOV-TIPO.
005334     MOVE SPACES TO MOV-REFERENCIA.
005340
005350 ESCRIBIR-MOVIMIENTO.
005360     PERFORM GRABAR-EL-MOVIMIENTO.
005370     IF MOVIMIENTOS-STATUS NOT = "00"
005380         SET ERROR-DE-ARCHIVO TO TRUE.
005390
005550                 TO CAP-MONEDA (NO-DE-CAP-HALLADO)
005560             MOVE ZERO TO CAP-INTERES (NO-DE-CAP-HALLADO)
005570             MOVE ZERO TO CAP-RETENCION (NO-DE-CAP-HALLADO)
005575             MOVE ZERO TO CAP-APORTE (NO-DE-CAP-HALLADO)
005580         ELSE
005590             IF NOT CAPITALIZADOS-LLENA
005600                 DISPLAY "CAPITALIZACION: TABLA LLENA, "
005640     IF NO-DE-CAP-HALLADO > ZERO
005650         ADD INTERES-GENERADO TO CAP-INTERES (NO-DE-CAP-HALLADO)
005660         ADD IMPUESTO-RETENIDO
005670             TO CAP-RETENCION (NO-DE-CAP-HALLADO)
005675         ADD CUENTA-APORTE TO CAP-APORTE (NO-DE-CAP-HALLADO).
005680
005690 BUSCAR-UNA-CAPITALIZACION.
005700     IF CAP-PRODUCTO (IDX-CAP) = CUENTA-PRODUCTO AND
006140         MOVE "21020000" TO CON-CUENTA
006150         MOVE "RETENCION IMPUESTO" TO CON-CONCEPTO
006160         PERFORM ESCRIBIR-UN-ASIENTO.
006162     IF CAP-APORTE (IDX-CAP) NOT = ZERO
006164         PERFORM ESCRIBIR-ASIENTOS-DE-APORTE.
006170
006180 AJUSTAR-EL-SIGNO.
006190*    CON-MONTO no lleva signo: un monto negativo se escribe en
007200     DISPLAY "TOTAL DEBE          " TOTAL-MOSTRADO.
007210     MOVE TOTAL-HABER TO TOTAL-MOSTRADO.
007220     DISPLAY "TOTAL HABER         " TOTAL-MOSTRADO.
007230
007240 ESCRIBIR-ASIENTOS-DE-APORTE.
007250*    El aporte fijo entra por caja y va al pasivo con el
007260*    cliente, con los mismos conceptos que usa la calculadora.
007270     MOVE CAP-APORTE (IDX-CAP) TO MONTO-DE-ASIENTO.
007280     MOVE "D" TO LADO-DEL-ASIENTO.
007290     PERFORM AJUSTAR-EL-SIGNO.
007300     MOVE "11010000" TO CON-CUENTA.
007310     MOVE "APORTES RECIBIDOS" TO CON-CONCEPTO.
007320     PERFORM ESCRIBIR-UN-ASIENTO.
007330     MOVE CAP-APORTE (IDX-CAP) TO MONTO-DE-ASIENTO.
007340     MOVE "H" TO LADO-DEL-ASIENTO.
007350     PERFORM AJUSTAR-EL-SIGNO.
007360     MOVE "21010000" TO CON-CUENTA.
007370     MOVE "APORTES A CLIENTES" TO CON-CONCEPTO.
007380     PERFORM ESCRIBIR-UN-ASIENTO.
007390
007400 LEER-EL-PASO-DE-CADENA.
007410*    Cuando la corrida la lanza CADENA-CIERRE el archivo
007420*    PASOCADENA trae la fecha de negocio que se procesa, y a la
007430*    vuelta lleva los contadores del paso al control de la
007440*    cadena. Una corrida suelta, sin ese archivo o con el
007450*    archivo vacio, toma la fecha del sistema como siempre.
007453*    Una fecha que no es la del sistema en una corrida suelta es
007456*    de una cadena que no limpio el archivo: se pregunta.
007460     OPEN INPUT PASOCADENA-FILE.
007470     IF PASOCADENA-STATUS = "00"
007480         READ PASOCADENA-FILE
007490         IF PASOCADENA-STATUS = "00" AND
007500         PAS-FECHA-DE-PROCESO NUMERIC AND
007510         PAS-FECHA-DE-PROCESO > ZERO
007525             PERFORM TOMAR-LA-FECHA-DE-CADENA
007540         END-IF
007550         CLOSE PASOCADENA-FILE.
007560
007570 DEVOLVER-EL-PASO-DE-CADENA.
007580     OPEN OUTPUT PASOCADENA-FILE.
007590     IF PASOCADENA-STATUS = "00"
007600         MOVE FECHA-DEL-SISTEMA TO PAS-FECHA-DE-PROCESO
007610         MOVE NO-DE-CUENTAS-LEIDAS TO PAS-LEIDOS
007620         MOVE NO-DE-CUENTAS-REVALUADAS TO PAS-PROCESADOS
007630         MOVE NO-DE-LINEAS-CONTABLES TO PAS-ASIENTOS
007640         WRITE PASOCADENA-REGISTRO
007650         CLOSE PASOCADENA-FILE.
007660
007670 ABRIR-MOVIMIENTOS.
007680*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
007690*    error de apertura la historia queda como esta.
007700     OPEN I-O MOVIMIENTOS-FILE.
007710     IF MOVIMIENTOS-STATUS = "35"
007720         OPEN OUTPUT MOVIMIENTOS-FILE
007730         IF MOVIMIENTOS-STATUS = "00"
007740             CLOSE MOVIMIENTOS-FILE
007750             OPEN I-O MOVIMIENTOS-FILE.
007760
007770 GRABAR-EL-MOVIMIENTO.
007780*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
007790*    separa los movimientos de una cuenta en un mismo dia y sigue
007800*    el orden en que se graban.
007810     MOVE 1 TO MOV-SECUENCIA.
007820     WRITE MOVIMIENTOS-REGISTRO
007830         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
007840     PERFORM PROBAR-OTRA-SECUENCIA
007850         UNTIL MOVIMIENTOS-STATUS NOT = "22"
007860             OR MOV-SECUENCIA = 9999.
007870
007880 PROBAR-OTRA-SECUENCIA.
007890     ADD 1 TO MOV-SECUENCIA.
007900     WRITE MOVIMIENTOS-REGISTRO
007910         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
007920
007930 TOMAR-LA-FECHA-DE-CADENA.
007940     IF LLAMADO-POR-LA-CADENA OR
007950     PAS-FECHA-DE-PROCESO = FECHA-DEL-SISTEMA
007960         SET EN-CADENA TO TRUE
007970         MOVE PAS-FECHA-DE-PROCESO TO FECHA-DEL-SISTEMA
007980     ELSE
007990         DISPLAY "OJO: PASOCADENA TRAE LA FECHA DE NEGOCIO "
008000             PAS-FECHA-DE-PROCESO
008010         DISPLAY "     Y LA FECHA DEL SISTEMA ES "
008020             FECHA-DEL-SISTEMA
008030         DISPLAY "CORRE CON LA FECHA DE PASOCADENA (S/N)"
008040         ACCEPT SI-NO
008050         IF SI-NO = "S" OR SI-NO = "s"
008060             SET EN-CADENA TO TRUE
008070             MOVE PAS-FECHA-DE-PROCESO TO FECHA-DEL-SISTEMA
008080         ELSE
008090             DISPLAY "SE CORRE CON LA FECHA DEL SISTEMA.".
