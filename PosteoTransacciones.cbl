000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. POSTEO-TRANSACCIONES.
000030
000040*    Este programa postea contra el maestro CUENTAS los depositos
000050*    y retiros del dia que llegan en el archivo TRANSACCIONES
000060*    (cuenta, fecha, tipo D deposito o R retiro, monto, moneda y
000070*    referencia). Cada transaccion se valida: la cuenta tiene que
000080*    existir y estar activa, la moneda tiene que ser la de la
000090*    cuenta y un retiro no puede dejar el saldo en negativo. Las
000100*    transacciones buenas actualizan CUENTA-SALDO y dejan un
000110*    registro en MOVIMIENTOS con el tipo de movimiento D o R, para
000120*    que ESTADO-DE-CUENTA las distinga de las capitalizaciones de
000130*    la revalorizacion (tipo C). El monto va en MOV-APORTE, en
000140*    negativo si es un retiro, con el interes y la retencion en 0.
000150*    Al terminar agrega a la interfaz CONTABLE los asientos por
000160*    producto y moneda: los depositos van 11010000 al debe contra
000170*    21010000 al haber y los retiros al reves, igual que los
000180*    aportes y retiros de la calculadora.
000190*    Las transacciones que no pasan van al archivo RECHAZOSTRN
000200*    con un codigo de motivo y la imagen del registro.
000210*
000220*    CODIGOS DE MOTIVO DE RECHAZO:
000230*      T001  TIPO DE TRANSACCION NO ES D/R
000240*      T002  MONTO NO NUMERICO O EN CERO
000250*      T003  FECHA NO NUMERICA O INVALIDA
000260*      T004  CUENTA NO EXISTE EN CUENTAS
000270*      T005  CUENTA NO ESTA ACTIVA
000280*      T006  MONEDA DISTINTA DE LA MONEDA DE LA CUENTA
000290*      T007  EL RETIRO DEJA LA CUENTA EN NEGATIVO
000300*      T008  ERROR AL REGRABAR LA CUENTA
000305*      T009  FECHA ANTERIOR AL ULTIMO MOVIMIENTO DE LA CUENTA
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS CUENTA-NUMERO
000380         FILE STATUS IS CUENTAS-STATUS.
000390     SELECT TRANSACCIONES-FILE ASSIGN TO "TRANSACCIONES"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS TRANSACCIONES-STATUS.
000420     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000425         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000435         RECORD KEY IS MOV-CLAVE
000440         FILE STATUS IS MOVIMIENTOS-STATUS.
000450     SELECT RECHAZOS-FILE ASSIGN TO "RECHAZOSTRN"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RECHAZOS-STATUS.
000480     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS MONEDAS-STATUS.
000510     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS CONTABLE-STATUS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  CUENTAS-FILE.
000570 01  CUENTAS-REGISTRO.
000580     05 CUENTA-NUMERO            PIC X(10).
000590     05 CUENTA-NOMBRE            PIC X(30).
000600     05 CUENTA-PRODUCTO          PIC X(06).
000610     05 CUENTA-SALDO             PIC S9(9)V99.
000620     05 CUENTA-APORTE            PIC S9(7)V99.
000630     05 CUENTA-FECHA-APERTURA    PIC 9(8).
000640     05 CUENTA-PLAZO-MESES       PIC 9(3).
000650     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
000660     05 CUENTA-ESTADO            PIC X.
000670     05 CUENTA-MONEDA            PIC X(03).
000680     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000685     05 CUENTA-CLIENTE           PIC X(10).
000690 FD  TRANSACCIONES-FILE.
000700 01  TRANSACCIONES-REGISTRO.
000710     05 TRN-CUENTA-ENT           PIC X(10).
000720     05 TRN-FECHA-ENT            PIC 9(8).
000722     05 TRN-FECHA-PARTES REDEFINES TRN-FECHA-ENT.
000724        10 TRN-ANIO-ENT          PIC 9(4).
000726        10 TRN-MES-ENT           PIC 99.
000728        10 TRN-DIA-ENT           PIC 99.
000730     05 TRN-TIPO-ENT             PIC X.
000740     05 TRN-MONTO-ENT            PIC 9(7)V99.
000750     05 TRN-MONEDA-ENT           PIC X(03).
000760     05 TRN-REFERENCIA-ENT       PIC X(12).
000770 FD  MOVIMIENTOS-FILE.
000780 01  MOVIMIENTOS-REGISTRO.
000786     05 MOV-CLAVE.
000792        10 MOV-CUENTA            PIC X(10).
000798        10 MOV-FECHA             PIC 9(8).
000804        10 MOV-SECUENCIA         PIC 9(4).
000810     05 MOV-PRODUCTO             PIC X(06).
000820     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000830         SIGN IS TRAILING SEPARATE CHARACTER.
000840     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000850         SIGN IS TRAILING SEPARATE CHARACTER.
000860     05 MOV-RETENCION            PIC S9(9)V99
000870         SIGN IS TRAILING SEPARATE CHARACTER.
000880     05 MOV-APORTE               PIC S9(7)V99
000890         SIGN IS TRAILING SEPARATE CHARACTER.
000900     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000910         SIGN IS TRAILING SEPARATE CHARACTER.
000920     05 MOV-MONEDA               PIC X(03).
000930     05 MOV-TIPO                 PIC X.
000940     05 MOV-REFERENCIA           PIC X(12).
000950 FD  RECHAZOS-FILE.
000960 01  LINEA-DE-RECHAZO           PIC X(80).
000970 FD  MONEDAS-FILE.
000980 01  MONEDAS-REGISTRO.
000990     05 MON-CODIGO-ENT           PIC X(03).
001000     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
001010 FD  CONTABLE-FILE.
001020 01  CONTABLE-REGISTRO.
001030     05 CON-FECHA                PIC 9(8).
001040     05 CON-CUENTA               PIC X(8).
001050     05 CON-DEBE-HABER           PIC X.
001060     05 CON-MONTO                PIC 9(13)V99.
001070     05 CON-PRODUCTO             PIC X(6).
001080     05 CON-CONCEPTO             PIC X(20).
001090     05 CON-MONEDA               PIC X(03).
001100     05 CON-MONTO-BASE           PIC 9(13)V99.
001110 WORKING-STORAGE SECTION.
001120
001130 01  CUENTAS-STATUS             PIC XX.
001140 01  TRANSACCIONES-STATUS       PIC XX.
001150 01  MOVIMIENTOS-STATUS         PIC XX.
001160 01  RECHAZOS-STATUS            PIC XX.
001170 01  MONEDAS-STATUS             PIC XX.
001180 01  CONTABLE-STATUS            PIC XX.
001190 01  SW-FIN-DE-TRANSACCIONES    PIC X.
001200     88 FIN-DE-TRANSACCIONES          VALUE "S".
001210     88 NO-FIN-DE-TRANSACCIONES       VALUE "N".
001220 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001230     88 ERROR-DE-ARCHIVO              VALUE "S".
001232 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
001234     88 FIN-DE-MOVIMIENTOS            VALUE "S".
001236 01  ULTIMA-FECHA-DE-MOVIMIENTO PIC 9(8) VALUE ZERO.
001237 01  DIAS-EN-EL-MES             PIC 99.
001238 01  COCIENTE-BISIESTO          PIC 9(4).
001239 01  RESTO-BISIESTO             PIC 9(4).
001240 01  SW-REGISTRO-VALIDO         PIC X.
001250     88 REGISTRO-VALIDO               VALUE "S".
001260     88 REGISTRO-INVALIDO             VALUE "N".
001270 01  MOTIVO-DE-RECHAZO          PIC X(4).
001280 01  IMAGEN-DE-TRANSACCION      PIC X(43).
001290 01  TIPO-DE-TRANSACCION        PIC X.
001300     88 ES-DEPOSITO                    VALUE "D".
001310     88 ES-RETIRO                      VALUE "R".
001320 01  MONTO-CON-SIGNO            PIC S9(7)V99.
001330 01  EL-NUEVO-VALOR             PIC S9(9)V99.
001340 01  FECHA-DEL-SISTEMA.
001350     05 FDS-ANIO                PIC 9(4).
001360     05 FDS-MES                 PIC 99.
001370     05 FDS-DIA                 PIC 99.
001380 01  NO-DE-LEIDAS               PIC 9(9) VALUE ZERO.
001390 01  NO-DE-POSTEADAS            PIC 9(9) VALUE ZERO.
001400 01  NO-DE-RECHAZADAS           PIC 9(9) VALUE ZERO.
001410 01  NO-DE-DEPOSITOS            PIC 9(9) VALUE ZERO.
001420 01  NO-DE-RETIROS              PIC 9(9) VALUE ZERO.
001430 01  TOTAL-DEPOSITOS            PIC S9(15)V99 VALUE ZERO.
001440 01  TOTAL-RETIROS              PIC S9(15)V99 VALUE ZERO.
001450 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
001460 01  TABLA-DE-MONEDAS.
001470     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
001480        10 MON-CODIGO           PIC X(03).
001490        10 MON-CAMBIO           PIC 9(5)V9(6).
001500 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
001510     88 MONEDAS-LLENA                VALUE "S".
001520 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001530 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001540     88 MONEDA-ENCONTRADA            VALUE "S".
001550     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001560 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
001570 01  CODIGO-DE-PRODUCTO         PIC X(06).
001580 01  NO-DE-POSTEOS              PIC 999 VALUE ZERO.
001590 01  TABLA-DE-POSTEOS.
001600     05 POSTEO-ENTRADA OCCURS 100 TIMES.
001610        10 POS-PRODUCTO         PIC X(06).
001620        10 POS-MONEDA           PIC X(03).
001630        10 POS-DEPOSITOS        PIC S9(13)V99.
001640        10 POS-RETIROS          PIC S9(13)V99.
001650 01  SW-POSTEOS-LLENA           PIC X VALUE "N".
001660     88 POSTEOS-LLENA                VALUE "S".
001670 01  NO-DE-POS-HALLADO          PIC 999 VALUE ZERO.
001680 01  IDX-POS                    PIC 999.
001690 01  MONTO-DE-ASIENTO           PIC S9(13)V99.
001700 01  LADO-DEL-ASIENTO           PIC X.
001710 01  NO-DE-LINEAS-CONTABLES     PIC 9(9) VALUE ZERO.
001720 01  TOTAL-DEBE                 PIC S9(15)V99 VALUE ZERO.
001730 01  TOTAL-HABER                PIC S9(15)V99 VALUE ZERO.
001740 01  TOTAL-DEBE-BASE            PIC S9(15)V99 VALUE ZERO.
001750 01  TOTAL-HABER-BASE           PIC S9(15)V99 VALUE ZERO.
001760 01  DIFERENCIA-DE-BASE         PIC S9(15)V99 VALUE ZERO.
001770 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
001780 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001790*RUTINA DE NIVEL 1
001800 PROCEDURE DIVISION.
001810 PROGRAMA-EMPIEZA.
001820
001830     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
001840     PERFORM ABRIR-MONEDAS.
001850     OPEN INPUT TRANSACCIONES-FILE.
001860     IF TRANSACCIONES-STATUS NOT = "00"
001870         DISPLAY "NO SE PUDO ABRIR TRANSACCIONES, ESTADO "
001880             TRANSACCIONES-STATUS
001890         MOVE 8 TO RETURN-CODE
001900         GO TO TERMINA-PROGRAMA.
001910     OPEN I-O CUENTAS-FILE.
001920     IF CUENTAS-STATUS NOT = "00"
001930         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
001940             CUENTAS-STATUS
001950         CLOSE TRANSACCIONES-FILE
001960         MOVE 8 TO RETURN-CODE
001970         GO TO TERMINA-PROGRAMA.
001990     PERFORM ABRIR-MOVIMIENTOS.
002010     IF MOVIMIENTOS-STATUS NOT = "00"
002020         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS"
002030         CLOSE TRANSACCIONES-FILE
002040         CLOSE CUENTAS-FILE
002050         MOVE 8 TO RETURN-CODE
002060         GO TO TERMINA-PROGRAMA.
002070     OPEN OUTPUT RECHAZOS-FILE.
002071     IF RECHAZOS-STATUS NOT = "00"
002072         DISPLAY "NO SE PUDO ABRIR RECHAZOSTRN, ESTADO "
002073             RECHAZOS-STATUS
002074         CLOSE TRANSACCIONES-FILE
002075         CLOSE CUENTAS-FILE
002076         CLOSE MOVIMIENTOS-FILE
002077         MOVE 8 TO RETURN-CODE
002078         GO TO TERMINA-PROGRAMA.
002080     PERFORM LEER-TRANSACCION.
002090     PERFORM POSTEAR-UNA-TRANSACCION UNTIL FIN-DE-TRANSACCIONES.
002100     CLOSE TRANSACCIONES-FILE.
002110     CLOSE CUENTAS-FILE.
002120     CLOSE MOVIMIENTOS-FILE.
002130     CLOSE RECHAZOS-FILE.
002140     IF NO-DE-POSTEOS > ZERO
002150         PERFORM ESCRIBIR-INTERFAZ-CONTABLE.
002160     PERFORM MOSTRAR-TOTALES.
002170     IF ERROR-DE-ARCHIVO
002180         MOVE 8 TO RETURN-CODE
002190     ELSE
002200     IF NO-DE-RECHAZADAS > ZERO
002210         MOVE 4 TO RETURN-CODE.
002220 TERMINA-PROGRAMA.
002230     STOP RUN.
002240*RUTINAS DE NIVEL 2
002250 ABRIR-MONEDAS.
002260     OPEN INPUT MONEDAS-FILE.
002270     IF MONEDAS-STATUS = "00"
002280         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
002290         CLOSE MONEDAS-FILE.
002300
002310 CARGAR-MONEDA.
002320     READ MONEDAS-FILE
002330         AT END NEXT SENTENCE.
002340     IF MONEDAS-STATUS = "00"
002350         IF NO-DE-MONEDAS < 20
002360             ADD 1 TO NO-DE-MONEDAS
002370             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
002380             IF MON-CAMBIO-ENT NUMERIC
002390                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
002400             ELSE
002410                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
002420             END-IF
002430         ELSE
002440             IF NOT MONEDAS-LLENA
002450                 DISPLAY "MONEDAS: TABLA LLENA, "
002460                     "SE IGNORA EL RESTO."
002470                 SET MONEDAS-LLENA TO TRUE.
002480
002490 LEER-TRANSACCION.
002500     MOVE "N" TO SW-FIN-DE-TRANSACCIONES.
002510     READ TRANSACCIONES-FILE
002520         AT END MOVE "S" TO SW-FIN-DE-TRANSACCIONES.
002530
002540 POSTEAR-UNA-TRANSACCION.
002550     ADD 1 TO NO-DE-LEIDAS.
002560     MOVE TRANSACCIONES-REGISTRO TO IMAGEN-DE-TRANSACCION.
002570     SET REGISTRO-VALIDO TO TRUE.
002580     MOVE SPACES TO MOTIVO-DE-RECHAZO.
002590     PERFORM VALIDAR-LOS-CAMPOS.
002600     IF REGISTRO-VALIDO
002610         PERFORM VALIDAR-LA-CUENTA.
002620     IF REGISTRO-VALIDO
002630         PERFORM ACTUALIZAR-LA-CUENTA.
002640     IF REGISTRO-VALIDO
002650         ADD 1 TO NO-DE-POSTEADAS
002660     ELSE
002670         ADD 1 TO NO-DE-RECHAZADAS
002680         PERFORM ESCRIBIR-RECHAZO.
002690     PERFORM LEER-TRANSACCION.
002700*RUTINAS DE NIVEL 3
002710 VALIDAR-LOS-CAMPOS.
002720     MOVE TRN-TIPO-ENT TO TIPO-DE-TRANSACCION.
002730     IF TIPO-DE-TRANSACCION = "d"
002740         MOVE "D" TO TIPO-DE-TRANSACCION.
002750     IF TIPO-DE-TRANSACCION = "r"
002760         MOVE "R" TO TIPO-DE-TRANSACCION.
002770     IF NOT ES-DEPOSITO AND NOT ES-RETIRO
002780         MOVE "T001" TO MOTIVO-DE-RECHAZO
002790         SET REGISTRO-INVALIDO TO TRUE
002800     ELSE
002810     IF TRN-MONTO-ENT NOT NUMERIC
002820         MOVE "T002" TO MOTIVO-DE-RECHAZO
002830         SET REGISTRO-INVALIDO TO TRUE
002840     ELSE
002850     IF TRN-MONTO-ENT = ZERO
002860         MOVE "T002" TO MOTIVO-DE-RECHAZO
002870         SET REGISTRO-INVALIDO TO TRUE
002880     ELSE
002890     IF TRN-FECHA-ENT NOT NUMERIC
002900         MOVE "T003" TO MOTIVO-DE-RECHAZO
002901         SET REGISTRO-INVALIDO TO TRUE
002902     ELSE
002903     IF TRN-MES-ENT < 01 OR TRN-MES-ENT > 12 OR
002904     TRN-DIA-ENT < 01
002905         MOVE "T003" TO MOTIVO-DE-RECHAZO
002906         SET REGISTRO-INVALIDO TO TRUE
002907     ELSE
002908         PERFORM DERIVAR-DIAS-EN-EL-MES
002909         IF TRN-DIA-ENT > DIAS-EN-EL-MES
002910             MOVE "T003" TO MOTIVO-DE-RECHAZO
002915             SET REGISTRO-INVALIDO TO TRUE.
002920
002930 VALIDAR-LA-CUENTA.
002940*    La moneda en blanco en la transaccion se toma como la de la
002950*    cuenta; una moneda informada tiene que coincidir con ella.
002953*    La fecha no puede ser anterior al ultimo movimiento de la
002956*    cuenta: la historia no se reescribe hacia atras.
002960     MOVE TRN-CUENTA-ENT TO CUENTA-NUMERO.
002970     READ CUENTAS-FILE
002980         INVALID KEY MOVE "23" TO CUENTAS-STATUS
002990     END-READ.
003000     IF CUENTAS-STATUS NOT = "00"
003010         MOVE "T004" TO MOTIVO-DE-RECHAZO
003020         SET REGISTRO-INVALIDO TO TRUE
003030     ELSE
003040     IF CUENTA-ESTADO NOT = "A"
003050         MOVE "T005" TO MOTIVO-DE-RECHAZO
003060         SET REGISTRO-INVALIDO TO TRUE
003070     ELSE
003080     IF TRN-MONEDA-ENT NOT = SPACES AND
003090     TRN-MONEDA-ENT NOT = CUENTA-MONEDA
003100         MOVE "T006" TO MOTIVO-DE-RECHAZO
003110         SET REGISTRO-INVALIDO TO TRUE
003120     ELSE
003130     IF ES-RETIRO AND TRN-MONTO-ENT > CUENTA-SALDO
003140         MOVE "T007" TO MOTIVO-DE-RECHAZO
003142         SET REGISTRO-INVALIDO TO TRUE
003144     ELSE
003146         PERFORM BUSCAR-EL-ULTIMO-MOVIMIENTO
003148         IF TRN-FECHA-ENT < ULTIMA-FECHA-DE-MOVIMIENTO
003150             MOVE "T009" TO MOTIVO-DE-RECHAZO
003152             SET REGISTRO-INVALIDO TO TRUE.
003160
003170 ACTUALIZAR-LA-CUENTA.
003180     IF ES-DEPOSITO
003190         MOVE TRN-MONTO-ENT TO MONTO-CON-SIGNO
003200     ELSE
003210         COMPUTE MONTO-CON-SIGNO = ZERO - TRN-MONTO-ENT.
003220     COMPUTE EL-NUEVO-VALOR = CUENTA-SALDO + MONTO-CON-SIGNO.
003230     PERFORM PREPARAR-EL-MOVIMIENTO.
003240     MOVE EL-NUEVO-VALOR TO CUENTA-SALDO.
003250     REWRITE CUENTAS-REGISTRO.
003260     IF CUENTAS-STATUS NOT = "00"
003270         DISPLAY "ERROR AL REGRABAR LA CUENTA " CUENTA-NUMERO
003280             " ESTADO " CUENTAS-STATUS
003290         MOVE "T008" TO MOTIVO-DE-RECHAZO
003300         SET REGISTRO-INVALIDO TO TRUE
003310         SET ERROR-DE-ARCHIVO TO TRUE
003320     ELSE
003330         PERFORM ESCRIBIR-MOVIMIENTO
003340         PERFORM ACUMULAR-EL-POSTEO
003350         IF ES-DEPOSITO
003360             ADD 1 TO NO-DE-DEPOSITOS
003370             ADD TRN-MONTO-ENT TO TOTAL-DEPOSITOS
003380         ELSE
003390             ADD 1 TO NO-DE-RETIROS
003400             ADD TRN-MONTO-ENT TO TOTAL-RETIROS.
003410
003420 PREPARAR-EL-MOVIMIENTO.
003430     MOVE TRN-FECHA-ENT TO MOV-FECHA.
003440     MOVE CUENTA-NUMERO TO MOV-CUENTA.
003450     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
003460     MOVE CUENTA-SALDO TO MOV-SALDO-ANTERIOR.
003470     MOVE ZERO TO MOV-INTERES-BRUTO.
003480     MOVE ZERO TO MOV-RETENCION.
003490     MOVE MONTO-CON-SIGNO TO MOV-APORTE.
003500     MOVE EL-NUEVO-VALOR TO MOV-SALDO-NUEVO.
003510     MOVE CUENTA-MONEDA TO MOV-MONEDA.
003520     MOVE TIPO-DE-TRANSACCION TO MOV-TIPO.
003530     MOVE TRN-REFERENCIA-ENT TO MOV-REFERENCIA.
003540
003550 ESCRIBIR-MOVIMIENTO.
003560     PERFORM GRABAR-EL-MOVIMIENTO.
003570     IF MOVIMIENTOS-STATUS NOT = "00"
003580         SET ERROR-DE-ARCHIVO TO TRUE.
003590
003600 ACUMULAR-EL-POSTEO.
003610*    Los depositos y retiros se juntan por producto y moneda para
003620*    los asientos contables del final de la corrida.
003630     MOVE ZERO TO NO-DE-POS-HALLADO.
003640     PERFORM BUSCAR-UN-POSTEO
003650         VARYING IDX-POS FROM 1 BY 1
003660             UNTIL IDX-POS > NO-DE-POSTEOS
003670                 OR NO-DE-POS-HALLADO > ZERO.
003680     IF NO-DE-POS-HALLADO = ZERO
003690         IF NO-DE-POSTEOS < 100
003700             ADD 1 TO NO-DE-POSTEOS
003710             MOVE NO-DE-POSTEOS TO NO-DE-POS-HALLADO
003720             MOVE CUENTA-PRODUCTO
003730                 TO POS-PRODUCTO (NO-DE-POS-HALLADO)
003740             MOVE CUENTA-MONEDA
003750                 TO POS-MONEDA (NO-DE-POS-HALLADO)
003760             MOVE ZERO TO POS-DEPOSITOS (NO-DE-POS-HALLADO)
003770             MOVE ZERO TO POS-RETIROS (NO-DE-POS-HALLADO)
003780         ELSE
003790             IF NOT POSTEOS-LLENA
003800                 DISPLAY "POSTEOS: TABLA LLENA, "
003810                     "LA INTERFAZ SALDRA INCOMPLETA."
003820                 SET POSTEOS-LLENA TO TRUE
003830                 SET ERROR-DE-ARCHIVO TO TRUE.
003840     IF NO-DE-POS-HALLADO > ZERO
003850         IF ES-DEPOSITO
003860             ADD TRN-MONTO-ENT
003862                 TO POS-DEPOSITOS (NO-DE-POS-HALLADO)
003870         ELSE
003880             ADD TRN-MONTO-ENT
003882                 TO POS-RETIROS (NO-DE-POS-HALLADO).
003890
003900 BUSCAR-UN-POSTEO.
003910     IF POS-PRODUCTO (IDX-POS) = CUENTA-PRODUCTO AND
003920     POS-MONEDA (IDX-POS) = CUENTA-MONEDA
003930         MOVE IDX-POS TO NO-DE-POS-HALLADO.
003940
003950 ESCRIBIR-RECHAZO.
003960     MOVE SPACES TO LINEA-DE-RECHAZO.
003970     STRING MOTIVO-DE-RECHAZO "  " IMAGEN-DE-TRANSACCION
003980         DELIMITED BY SIZE INTO LINEA-DE-RECHAZO.
003990     WRITE LINEA-DE-RECHAZO.
004000     IF RECHAZOS-STATUS NOT = "00"
004010         SET ERROR-DE-ARCHIVO TO TRUE.
004020
004030 ESCRIBIR-INTERFAZ-CONTABLE.
004040*    La interfaz se abre en EXTEND porque la revalorizacion, el
004050*    devengo diario y la calculadora agregan al mismo archivo.
004060     OPEN EXTEND CONTABLE-FILE.
004070     IF CONTABLE-STATUS NOT = "00"
004080         OPEN OUTPUT CONTABLE-FILE.
004090     IF CONTABLE-STATUS NOT = "00"
004100         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
004110             CONTABLE-STATUS
004120         SET ERROR-DE-ARCHIVO TO TRUE
004130     ELSE
004140         PERFORM ESCRIBIR-ASIENTOS-DE-POSTEO
004150             VARYING IDX-POS FROM 1 BY 1
004160                 UNTIL IDX-POS > NO-DE-POSTEOS
004170         PERFORM AJUSTAR-REDONDEO-DE-BASE
004180         CLOSE CONTABLE-FILE.
004190
004200 ESCRIBIR-ASIENTOS-DE-POSTEO.
004210*    Cada par de lineas lleva el mismo monto al debe y al haber,
004220*    asi la interfaz cuadra por producto y moneda.
004230     MOVE POS-PRODUCTO (IDX-POS) TO CODIGO-DE-PRODUCTO.
004240     MOVE POS-MONEDA (IDX-POS) TO MONEDA-DE-BUSQUEDA.
004250     IF POS-DEPOSITOS (IDX-POS) NOT = ZERO
004260         MOVE POS-DEPOSITOS (IDX-POS) TO MONTO-DE-ASIENTO
004270         MOVE "D" TO LADO-DEL-ASIENTO
004280         MOVE "11010000" TO CON-CUENTA
004290         MOVE "DEPOSITOS RECIBIDOS" TO CON-CONCEPTO
004300         PERFORM ESCRIBIR-UN-ASIENTO
004310         MOVE POS-DEPOSITOS (IDX-POS) TO MONTO-DE-ASIENTO
004320         MOVE "H" TO LADO-DEL-ASIENTO
004330         MOVE "21010000" TO CON-CUENTA
004340         MOVE "DEPOSITOS A CLIENTES" TO CON-CONCEPTO
004350         PERFORM ESCRIBIR-UN-ASIENTO.
004360     IF POS-RETIROS (IDX-POS) NOT = ZERO
004370         MOVE POS-RETIROS (IDX-POS) TO MONTO-DE-ASIENTO
004380         MOVE "D" TO LADO-DEL-ASIENTO
004390         MOVE "21010000" TO CON-CUENTA
004400         MOVE "RETIROS PAGADOS" TO CON-CONCEPTO
004410         PERFORM ESCRIBIR-UN-ASIENTO
004420         MOVE POS-RETIROS (IDX-POS) TO MONTO-DE-ASIENTO
004430         MOVE "H" TO LADO-DEL-ASIENTO
004440         MOVE "11010000" TO CON-CUENTA
004450         MOVE "RETIROS PAGADOS" TO CON-CONCEPTO
004460         PERFORM ESCRIBIR-UN-ASIENTO.
004470
004480 ESCRIBIR-UN-ASIENTO.
004490     MOVE FECHA-DEL-SISTEMA TO CON-FECHA.
004500     MOVE CODIGO-DE-PRODUCTO TO CON-PRODUCTO.
004510     MOVE MONEDA-DE-BUSQUEDA TO CON-MONEDA.
004520     MOVE LADO-DEL-ASIENTO TO CON-DEBE-HABER.
004530     MOVE MONTO-DE-ASIENTO TO CON-MONTO.
004540     PERFORM BUSCAR-MONEDA.
004550     COMPUTE CON-MONTO-BASE ROUNDED =
004560         CON-MONTO * CAMBIO-DE-LA-MONEDA.
004570     WRITE CONTABLE-REGISTRO.
004580     IF CONTABLE-STATUS NOT = "00"
004590         SET ERROR-DE-ARCHIVO TO TRUE.
004600     ADD 1 TO NO-DE-LINEAS-CONTABLES.
004610     IF CON-DEBE-HABER = "D"
004620         ADD CON-MONTO TO TOTAL-DEBE
004630         ADD CON-MONTO-BASE TO TOTAL-DEBE-BASE
004640     ELSE
004650         ADD CON-MONTO TO TOTAL-HABER
004660         ADD CON-MONTO-BASE TO TOTAL-HABER-BASE.
004670
004680 BUSCAR-MONEDA.
004690*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
004700*    base vale la moneda buscada. La moneda en blanco es la base
004710*    y una moneda que no esta en MONEDAS se toma a la par.
004720     SET MONEDA-NO-ENCONTRADA TO TRUE.
004730     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
004740     IF MONEDA-DE-BUSQUEDA NOT = SPACES
004750         PERFORM BUSCAR-UNA-MONEDA
004760             VARYING IDX-MON FROM 1 BY 1
004770                 UNTIL IDX-MON > NO-DE-MONEDAS
004780                     OR MONEDA-ENCONTRADA.
004790
004800 BUSCAR-UNA-MONEDA.
004810     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
004820         SET MONEDA-ENCONTRADA TO TRUE
004830         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
004840
004850 AJUSTAR-REDONDEO-DE-BASE.
004860*    Al convertir cada asiento a moneda base el redondeo puede
004870*    dejar el debe y el haber base descuadrados por centavos.
004880*    Se escribe una linea de ajuste solo en moneda base para que
004890*    la interfaz cuadre tambien en una sola moneda.
004900     COMPUTE DIFERENCIA-DE-BASE =
004910         TOTAL-DEBE-BASE - TOTAL-HABER-BASE.
004920     IF DIFERENCIA-DE-BASE NOT = ZERO
004930         MOVE FECHA-DEL-SISTEMA TO CON-FECHA
004940         MOVE "59090000" TO CON-CUENTA
004950         MOVE SPACES TO CON-PRODUCTO
004960         MOVE SPACES TO CON-MONEDA
004970         MOVE ZERO TO CON-MONTO
004980         MOVE "AJUSTE REDONDEO FX" TO CON-CONCEPTO
004990         IF DIFERENCIA-DE-BASE > ZERO
005000             MOVE "H" TO CON-DEBE-HABER
005010             MOVE DIFERENCIA-DE-BASE TO CON-MONTO-BASE
005020             ADD DIFERENCIA-DE-BASE TO TOTAL-HABER-BASE
005030             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE
005040         ELSE
005050             MOVE "D" TO CON-DEBE-HABER
005060             COMPUTE CON-MONTO-BASE =
005070                 ZERO - DIFERENCIA-DE-BASE
005080             ADD CON-MONTO-BASE TO TOTAL-DEBE-BASE
005090             PERFORM ESCRIBIR-LA-LINEA-DE-AJUSTE.
005100
005110 ESCRIBIR-LA-LINEA-DE-AJUSTE.
005120     WRITE CONTABLE-REGISTRO.
005130     IF CONTABLE-STATUS NOT = "00"
005140         SET ERROR-DE-ARCHIVO TO TRUE.
005150     ADD 1 TO NO-DE-LINEAS-CONTABLES.
005160
005170 MOSTRAR-TOTALES.
005180     MOVE NO-DE-LEIDAS TO CONTADOR-MOSTRADO.
005190     DISPLAY "TRANSACCIONES LEIDAS    " CONTADOR-MOSTRADO.
005200     MOVE NO-DE-POSTEADAS TO CONTADOR-MOSTRADO.
005210     DISPLAY "TRANSACCIONES POSTEADAS " CONTADOR-MOSTRADO.
005220     MOVE NO-DE-RECHAZADAS TO CONTADOR-MOSTRADO.
005230     DISPLAY "TRANSACCIONES RECHAZADAS" CONTADOR-MOSTRADO.
005240     MOVE NO-DE-DEPOSITOS TO CONTADOR-MOSTRADO.
005250     DISPLAY "DEPOSITOS               " CONTADOR-MOSTRADO.
005260     MOVE TOTAL-DEPOSITOS TO TOTAL-MOSTRADO.
005270     DISPLAY "TOTAL DEPOSITOS     " TOTAL-MOSTRADO.
005280     MOVE NO-DE-RETIROS TO CONTADOR-MOSTRADO.
005290     DISPLAY "RETIROS                 " CONTADOR-MOSTRADO.
005300     MOVE TOTAL-RETIROS TO TOTAL-MOSTRADO.
005310     DISPLAY "TOTAL RETIROS       " TOTAL-MOSTRADO.
005320     MOVE NO-DE-LINEAS-CONTABLES TO CONTADOR-MOSTRADO.
005330     DISPLAY "ASIENTOS CONTABLES      " CONTADOR-MOSTRADO.
005340     MOVE TOTAL-DEBE TO TOTAL-MOSTRADO.
005350     DISPLAY "TOTAL DEBE          " TOTAL-MOSTRADO.
005360     MOVE TOTAL-HABER TO TOTAL-MOSTRADO.
005370     DISPLAY "TOTAL HABER         " TOTAL-MOSTRADO.
005380
005390 ABRIR-MOVIMIENTOS.
005400*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
005410*    error de apertura la historia queda como esta.
005420     OPEN I-O MOVIMIENTOS-FILE.
005430     IF MOVIMIENTOS-STATUS = "35"
005440         OPEN OUTPUT MOVIMIENTOS-FILE
005450         IF MOVIMIENTOS-STATUS = "00"
005460             CLOSE MOVIMIENTOS-FILE
005470             OPEN I-O MOVIMIENTOS-FILE.
005480
005490 GRABAR-EL-MOVIMIENTO.
005500*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
005510*    separa los movimientos de una cuenta en un mismo dia y sigue
005520*    el orden en que se graban.
005530     MOVE 1 TO MOV-SECUENCIA.
005540     WRITE MOVIMIENTOS-REGISTRO
005550         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
005560     PERFORM PROBAR-OTRA-SECUENCIA
005570         UNTIL MOVIMIENTOS-STATUS NOT = "22"
005580             OR MOV-SECUENCIA = 9999.
005590
005600 PROBAR-OTRA-SECUENCIA.
005610     ADD 1 TO MOV-SECUENCIA.
005620     WRITE MOVIMIENTOS-REGISTRO
005630         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
005640
005650 BUSCAR-EL-ULTIMO-MOVIMIENTO.
005660*    Los movimientos de la cuenta salen por la clave en orden de
005670*    fecha: el ultimo que se lee es el mas reciente.
005680     MOVE ZERO TO ULTIMA-FECHA-DE-MOVIMIENTO.
005690     MOVE CUENTA-NUMERO TO MOV-CUENTA.
005700     MOVE ZERO TO MOV-FECHA.
005710     MOVE ZERO TO MOV-SECUENCIA.
005720     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
005730     START MOVIMIENTOS-FILE KEY NOT < MOV-CLAVE
005740         INVALID KEY SET FIN-DE-MOVIMIENTOS TO TRUE.
005750     PERFORM LEER-UN-MOVIMIENTO-DE-LA-CUENTA
005760         UNTIL FIN-DE-MOVIMIENTOS.
005770
005780 LEER-UN-MOVIMIENTO-DE-LA-CUENTA.
005790     READ MOVIMIENTOS-FILE NEXT RECORD
005800         AT END SET FIN-DE-MOVIMIENTOS TO TRUE.
005810     IF NOT FIN-DE-MOVIMIENTOS
005820         IF MOV-CUENTA NOT = CUENTA-NUMERO
005830             SET FIN-DE-MOVIMIENTOS TO TRUE
005840         ELSE
005850             MOVE MOV-FECHA TO ULTIMA-FECHA-DE-MOVIMIENTO.
005860
005870 DERIVAR-DIAS-EN-EL-MES.
005880     IF TRN-MES-ENT = 2
005890         PERFORM DERIVAR-DIAS-DE-FEBRERO
005900     ELSE
005910     IF TRN-MES-ENT = 4 OR TRN-MES-ENT = 6 OR TRN-MES-ENT = 9 OR
005920     TRN-MES-ENT = 11
005930         MOVE 30 TO DIAS-EN-EL-MES
005940     ELSE
005950         MOVE 31 TO DIAS-EN-EL-MES.
005960
005970 DERIVAR-DIAS-DE-FEBRERO.
005980     MOVE 28 TO DIAS-EN-EL-MES.
005990     DIVIDE TRN-ANIO-ENT BY 4 GIVING COCIENTE-BISIESTO
006000         REMAINDER RESTO-BISIESTO.
006010     IF RESTO-BISIESTO = ZERO
006020         MOVE 29 TO DIAS-EN-EL-MES.
006030     DIVIDE TRN-ANIO-ENT BY 100 GIVING COCIENTE-BISIESTO
006040         REMAINDER RESTO-BISIESTO.
006050     IF RESTO-BISIESTO = ZERO
006060         MOVE 28 TO DIAS-EN-EL-MES.
006070     DIVIDE TRN-ANIO-ENT BY 400 GIVING COCIENTE-BISIESTO
006080         REMAINDER RESTO-BISIESTO.
006090     IF RESTO-BISIESTO = ZERO
006100         MOVE 29 TO DIAS-EN-EL-MES.
