000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. CONCILIACION-CONTABLE.
000030
000040*    Este programa prueba que el maestro de CUENTAS, la historia
000050*    de MOVIMIENTOS y la interfaz CONTABLE digan lo mismo. Suma
000060*    CUENTA-SALDO por producto y moneda y lo compara con el saldo
000070*    corrido del pasivo con clientes (21010000) que arman todos
000080*    los asientos acumulados de CONTABLE, haber menos debe. Los
000090*    asientos del devengo diario (DEVENGO DIARIO INT y REVERSA
000100*    DEVENGO) son interes todavia no capitalizado: se muestran en
000110*    su columna y no entran en la comparacion. Ademas revisa que
000117*    el saldo de cada cuenta sea el saldo nuevo de su ultimo
000124*    movimiento: el de fecha mas reciente y, en el mismo dia, el
000131*    ultimo grabado. Los anios ya archivados se leen de
000138*    MOVIMIENTOSHISTORICO, si existe, antes que MOVIMIENTOS; una
000145*    cuenta con saldo y sin ningun movimiento tambien queda
000152*    descuadrada.
000160*    El archivo CONCILIACION lleva la comparacion por producto y
000170*    moneda con la diferencia en moneda y en moneda base, el
000180*    movimiento de 21010000 por concepto en moneda base para
000190*    ubicar de donde viene una diferencia, y la lista de cuentas
000200*    descuadradas contra MOVIMIENTOS.
000210*    Las tolerancias salen del archivo TOLERANCIAS (un registro:
000220*    diferencia maxima en moneda base por producto y moneda, y
000230*    cantidad de cuentas descuadradas que se aceptan). Sin el
000240*    archivo se acepta hasta 1.00 de diferencia y ninguna cuenta
000250*    descuadrada. El codigo de retorno es 0 si todo concilia, 4
000260*    si hay diferencias dentro de la tolerancia y 8 si alguna la
000270*    pasa o falla un archivo, para que la cadena nocturna pare.
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS CUENTA-NUMERO
000350         FILE STATUS IS CUENTAS-STATUS.
000360     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000365         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000375         RECORD KEY IS MOV-CLAVE
000380         FILE STATUS IS MOVIMIENTOS-STATUS.
000381     SELECT HISTORICO-FILE ASSIGN TO "MOVIMIENTOSHISTORICO"
000382         ORGANIZATION IS INDEXED
000383         ACCESS MODE IS SEQUENTIAL
000384         RECORD KEY IS HIS-CLAVE
000385         FILE STATUS IS HISTORICO-STATUS.
000390     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS CONTABLE-STATUS.
000420     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS MONEDAS-STATUS.
000450     SELECT TOLERANCIAS-FILE ASSIGN TO "TOLERANCIAS"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS TOLERANCIAS-STATUS.
000480     SELECT CONCILIACION-FILE ASSIGN TO "CONCILIACION"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS CONCILIACION-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CUENTAS-FILE.
000540 01  CUENTAS-REGISTRO.
000550     05 CUENTA-NUMERO            PIC X(10).
000560     05 CUENTA-NOMBRE            PIC X(30).
000570     05 CUENTA-PRODUCTO          PIC X(06).
000580     05 CUENTA-SALDO             PIC S9(9)V99.
000590     05 CUENTA-APORTE            PIC S9(7)V99.
000600     05 CUENTA-FECHA-APERTURA    PIC 9(8).
000610     05 CUENTA-PLAZO-MESES       PIC 9(3).
000620     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
000630     05 CUENTA-ESTADO            PIC X.
000640     05 CUENTA-MONEDA            PIC X(03).
000650     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000655     05 CUENTA-CLIENTE           PIC X(10).
000660 FD  MOVIMIENTOS-FILE.
000670 01  MOVIMIENTOS-REGISTRO.
000676     05 MOV-CLAVE.
000682        10 MOV-CUENTA            PIC X(10).
000688        10 MOV-FECHA             PIC 9(8).
000694        10 MOV-SECUENCIA         PIC 9(4).
000700     05 MOV-PRODUCTO             PIC X(06).
000710     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000720         SIGN IS TRAILING SEPARATE CHARACTER.
000730     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000740         SIGN IS TRAILING SEPARATE CHARACTER.
000750     05 MOV-RETENCION            PIC S9(9)V99
000760         SIGN IS TRAILING SEPARATE CHARACTER.
000770     05 MOV-APORTE               PIC S9(7)V99
000780         SIGN IS TRAILING SEPARATE CHARACTER.
000790     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000800         SIGN IS TRAILING SEPARATE CHARACTER.
000810     05 MOV-MONEDA               PIC X(03).
000820     05 MOV-TIPO                 PIC X.
000830     05 MOV-REFERENCIA           PIC X(12).
000831 FD  HISTORICO-FILE.
000832 01  HISTORICO-REGISTRO.
000833     05 HIS-CLAVE.
000834        10 HIS-CUENTA            PIC X(10).
000835        10 HIS-FECHA             PIC 9(8).
000836        10 HIS-SECUENCIA         PIC 9(4).
000837     05 FILLER                   PIC X(80).
000840 FD  CONTABLE-FILE.
000850 01  CONTABLE-REGISTRO.
000860     05 CON-FECHA                PIC 9(8).
000870     05 CON-CUENTA               PIC X(8).
000880     05 CON-DEBE-HABER           PIC X.
000890     05 CON-MONTO                PIC 9(13)V99.
000900     05 CON-PRODUCTO             PIC X(6).
000910     05 CON-CONCEPTO             PIC X(20).
000920     05 CON-MONEDA               PIC X(03).
000930     05 CON-MONTO-BASE           PIC 9(13)V99.
000940 FD  MONEDAS-FILE.
000950 01  MONEDAS-REGISTRO.
000960     05 MON-CODIGO-ENT           PIC X(03).
000970     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
000980 FD  TOLERANCIAS-FILE.
000990 01  TOLERANCIAS-REGISTRO.
001000     05 TOL-MONTO-ENT            PIC 9(9)V99.
001010     05 TOL-CUENTAS-ENT          PIC 9(5).
001020 FD  CONCILIACION-FILE.
001030 01  LINEA-DE-CONCILIACION      PIC X(132).
001040 WORKING-STORAGE SECTION.
001050
001060 01  CUENTAS-STATUS             PIC XX.
001070 01  MOVIMIENTOS-STATUS         PIC XX.
001075 01  HISTORICO-STATUS           PIC XX.
001080 01  CONTABLE-STATUS            PIC XX.
001090 01  MONEDAS-STATUS             PIC XX.
001100 01  TOLERANCIAS-STATUS         PIC XX.
001110 01  CONCILIACION-STATUS        PIC XX.
001120 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001130     88 ERROR-DE-ARCHIVO              VALUE "S".
001140 01  SW-FIN-DE-CUENTAS          PIC X.
001150     88 FIN-DE-CUENTAS                VALUE "S".
001160 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
001170     88 FIN-DE-MOVIMIENTOS            VALUE "S".
001173 01  SW-LEYENDO-HISTORICO       PIC X VALUE "N".
001176     88 LEYENDO-HISTORICO             VALUE "S".
001180 01  SW-FIN-DE-CONTABLE         PIC X.
001190     88 FIN-DE-CONTABLE               VALUE "S".
001200 01  TOLERANCIA-MONTO           PIC 9(9)V99 VALUE 1.00.
001210 01  TOLERANCIA-CUENTAS         PIC 9(5) VALUE ZERO.
001220 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
001230 01  TABLA-DE-MONEDAS.
001240     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
001250        10 MON-CODIGO           PIC X(03).
001260        10 MON-CAMBIO           PIC 9(5)V9(6).
001270 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
001280     88 MONEDAS-LLENA                VALUE "S".
001290 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001300 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001310     88 MONEDA-ENCONTRADA            VALUE "S".
001320     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001330 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
001340 01  NO-DE-GRUPOS               PIC 999 VALUE ZERO.
001350 01  TABLA-DE-GRUPOS.
001360     05 GRUPO-ENTRADA OCCURS 200 TIMES.
001370        10 GRP-PRODUCTO         PIC X(06).
001380        10 GRP-MONEDA           PIC X(03).
001390        10 GRP-CUENTAS          PIC 9(7).
001400        10 GRP-SALDO            PIC S9(13)V99.
001410        10 GRP-MAYOR            PIC S9(13)V99.
001420        10 GRP-DEVENGO          PIC S9(13)V99.
001430 01  SW-GRUPOS-LLENA            PIC X VALUE "N".
001440     88 GRUPOS-LLENA                 VALUE "S".
001450 01  NO-DE-GRUPO-HALLADO        PIC 999 VALUE ZERO.
001460 01  IDX-GRP                    PIC 999.
001470 01  PRODUCTO-DEL-GRUPO         PIC X(06).
001480 01  MONEDA-DEL-GRUPO           PIC X(03).
001490 01  NO-DE-CUENTAS-EN-TABLA     PIC 9(5) VALUE ZERO.
001500 01  TABLA-DE-CUENTAS.
001510     05 CUENTA-ENTRADA OCCURS 5000 TIMES.
001520        10 CC-NUMERO            PIC X(10).
001530        10 CC-PRODUCTO          PIC X(06).
001540        10 CC-MONEDA            PIC X(03).
001550        10 CC-SALDO             PIC S9(9)V99.
001560        10 CC-FECHA-ULTIMO      PIC 9(8).
001570        10 CC-SALDO-ULTIMO      PIC S9(9)V99.
001580        10 CC-TIENE-MOVIMIENTOS PIC X.
001590 01  SW-CUENTAS-LLENA           PIC X VALUE "N".
001600     88 CUENTAS-LLENA                VALUE "S".
001610 01  NO-DE-CUENTA-HALLADA       PIC 9(5) VALUE ZERO.
001620 01  IDX-CC                     PIC 9(5).
001630 01  NO-DE-CONCEPTOS            PIC 99 VALUE ZERO.
001640 01  TABLA-DE-CONCEPTOS.
001650     05 CONCEPTO-ENTRADA OCCURS 50 TIMES.
001660        10 CPT-CONCEPTO         PIC X(20).
001670        10 CPT-DEBE-BASE        PIC S9(15)V99.
001680        10 CPT-HABER-BASE       PIC S9(15)V99.
001690 01  SW-CONCEPTOS-LLENA         PIC X VALUE "N".
001700     88 CONCEPTOS-LLENA              VALUE "S".
001710 01  NO-DE-CONCEPTO-HALLADO     PIC 99 VALUE ZERO.
001720 01  IDX-CPT                    PIC 99.
001730 01  MONTO-CON-SIGNO            PIC S9(13)V99.
001740 01  DIFERENCIA-DEL-GRUPO       PIC S9(13)V99.
001750 01  DIFERENCIA-BASE            PIC S9(15)V99.
001760 01  DIFERENCIA-ABSOLUTA        PIC S9(15)V99.
001770 01  DIFERENCIA-DE-CUENTA       PIC S9(11)V99.
001780 01  SW-FUERA-DE-TOLERANCIA     PIC X.
001790     88 FUERA-DE-TOLERANCIA          VALUE "S".
001800 01  MARCA-DE-DIFERENCIA        PIC X(03).
001810 01  OBSERVACION                PIC X(16).
001820 01  TOTAL-SALDO-BASE           PIC S9(15)V99 VALUE ZERO.
001830 01  TOTAL-MAYOR-BASE           PIC S9(15)V99 VALUE ZERO.
001840 01  TOTAL-DEVENGO-BASE         PIC S9(15)V99 VALUE ZERO.
001850 01  TOTAL-DIFERENCIA-BASE      PIC S9(15)V99 VALUE ZERO.
001860 01  MONTO-BASE-DE-TRABAJO      PIC S9(15)V99.
001870 01  NO-DE-CUENTAS-LEIDAS       PIC 9(9) VALUE ZERO.
001880 01  NO-DE-MOVIMIENTOS-LEIDOS   PIC 9(9) VALUE ZERO.
001890 01  NO-DE-MOVIMIENTOS-SIN-CTA  PIC 9(9) VALUE ZERO.
001900 01  NO-DE-ASIENTOS-LEIDOS      PIC 9(9) VALUE ZERO.
001910 01  NO-DE-CUENTAS-DESCUADRADAS PIC 9(9) VALUE ZERO.
001920 01  NO-DE-GRUPOS-CON-DIFERENCIA
001930                                PIC 9(9) VALUE ZERO.
001940 01  NO-DE-GRUPOS-FUERA         PIC 9(9) VALUE ZERO.
001950 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
001960 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
001970 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
001980 01  LINEA-ARMADA               PIC X(132).
001990 01  FECHA-DEL-SISTEMA.
002000     05 FDS-ANIO                PIC 9(4).
002010     05 FDS-MES                 PIC 99.
002020     05 FDS-DIA                 PIC 99.
002030 01  HORA-DEL-SISTEMA.
002040     05 HDS-HORA                PIC 99.
002050     05 HDS-MIN                 PIC 99.
002060     05 HDS-SEG                 PIC 99.
002070     05 HDS-CENT                PIC 99.
002080 01  FECHA-MOSTRADA.
002090     05 FM-ANIO                 PIC 9999.
002100     05 FM-GUION-1              PIC X VALUE "-".
002110     05 FM-MES                  PIC 99.
002120     05 FM-GUION-2              PIC X VALUE "-".
002130     05 FM-DIA                  PIC 99.
002140 01  HORA-MOSTRADA.
002150     05 HM-HORA                 PIC 99.
002160     05 HM-DOSPTOS-1            PIC X VALUE ":".
002170     05 HM-MIN                  PIC 99.
002180     05 HM-DOSPTOS-2            PIC X VALUE ":".
002190     05 HM-SEG                  PIC 99.
002200 01  PAGINA-MOSTRADA            PIC ZZ9.
002210 01  CUENTAS-MOSTRADAS          PIC ZZZ,ZZ9.
002220 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002230 01  MAYOR-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002240 01  DEVENGO-MOSTRADO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002250 01  DIFERENCIA-MOSTRADA        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002260 01  BASE-MOSTRADA              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002270 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
002280 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002290*RUTINA DE NIVEL 1
002300 PROCEDURE DIVISION.
002310 PROGRAMA-EMPIEZA.
002320
002330     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002340     ACCEPT HORA-DEL-SISTEMA FROM TIME.
002350     PERFORM ABRIR-TOLERANCIAS.
002360     PERFORM ABRIR-MONEDAS.
002370     OPEN INPUT CUENTAS-FILE.
002380     IF CUENTAS-STATUS NOT = "00"
002390         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
002400             CUENTAS-STATUS
002410         MOVE 8 TO RETURN-CODE
002420         GO TO TERMINA-PROGRAMA.
002430     OPEN OUTPUT CONCILIACION-FILE.
002440     IF CONCILIACION-STATUS NOT = "00"
002450         DISPLAY "NO SE PUDO ABRIR CONCILIACION, ESTADO "
002460             CONCILIACION-STATUS
002470         CLOSE CUENTAS-FILE
002480         MOVE 8 TO RETURN-CODE
002490         GO TO TERMINA-PROGRAMA.
002500     PERFORM LEER-CUENTA.
002510     PERFORM CARGAR-UNA-CUENTA UNTIL FIN-DE-CUENTAS.
002520     CLOSE CUENTAS-FILE.
002530     PERFORM LEER-LOS-MOVIMIENTOS.
002540     PERFORM LEER-LA-INTERFAZ-CONTABLE.
002550     PERFORM ESCRIBIR-ENCABEZADO-CONCILIACION.
002560     PERFORM ESCRIBIR-LOS-GRUPOS.
002570     PERFORM ESCRIBIR-LOS-CONCEPTOS.
002580     PERFORM ESCRIBIR-LAS-CUENTAS.
002590     PERFORM ESCRIBIR-EL-RESUMEN.
002600     CLOSE CONCILIACION-FILE.
002610     PERFORM MOSTRAR-TOTALES.
002620     PERFORM FIJAR-EL-CODIGO-DE-RETORNO.
002630 TERMINA-PROGRAMA.
002640     STOP RUN.
002650*RUTINAS DE NIVEL 2
002660 ABRIR-TOLERANCIAS.
002670     OPEN INPUT TOLERANCIAS-FILE.
002680     IF TOLERANCIAS-STATUS = "00"
002690         READ TOLERANCIAS-FILE
002700         IF TOLERANCIAS-STATUS = "00"
002710             IF TOL-MONTO-ENT NUMERIC
002720                 MOVE TOL-MONTO-ENT TO TOLERANCIA-MONTO
002730             END-IF
002740             IF TOL-CUENTAS-ENT NUMERIC
002750                 MOVE TOL-CUENTAS-ENT TO TOLERANCIA-CUENTAS
002760             END-IF
002770         END-IF
002780         CLOSE TOLERANCIAS-FILE.
002790
002800 ABRIR-MONEDAS.
002810     OPEN INPUT MONEDAS-FILE.
002820     IF MONEDAS-STATUS = "00"
002830         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
002840         CLOSE MONEDAS-FILE.
002850
002860 CARGAR-MONEDA.
002870     READ MONEDAS-FILE
002880         AT END NEXT SENTENCE.
002890     IF MONEDAS-STATUS = "00"
002900         IF NO-DE-MONEDAS < 20
002910             ADD 1 TO NO-DE-MONEDAS
002920             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
002930             IF MON-CAMBIO-ENT NUMERIC
002940                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
002950             ELSE
002960                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
002970             END-IF
002980         ELSE
002990             IF NOT MONEDAS-LLENA
003000                 DISPLAY "MONEDAS: TABLA LLENA, "
003010                     "SE IGNORA EL RESTO."
003020                 SET MONEDAS-LLENA TO TRUE.
003030
003040 LEER-CUENTA.
003050     MOVE "N" TO SW-FIN-DE-CUENTAS.
003060     READ CUENTAS-FILE NEXT RECORD
003070         AT END MOVE "S" TO SW-FIN-DE-CUENTAS
003080         NOT AT END ADD 1 TO NO-DE-CUENTAS-LEIDAS
003090     END-READ.
003100
003110 CARGAR-UNA-CUENTA.
003120*    Todas las cuentas entran, tambien las cerradas: una cuenta
003130*    cerrada con saldo sigue siendo pasivo con el cliente.
003140     MOVE CUENTA-PRODUCTO TO PRODUCTO-DEL-GRUPO.
003150     MOVE CUENTA-MONEDA TO MONEDA-DEL-GRUPO.
003160     PERFORM BUSCAR-EL-GRUPO.
003170     IF NO-DE-GRUPO-HALLADO > ZERO
003180         ADD 1 TO GRP-CUENTAS (NO-DE-GRUPO-HALLADO)
003190         ADD CUENTA-SALDO TO GRP-SALDO (NO-DE-GRUPO-HALLADO).
003200     IF NO-DE-CUENTAS-EN-TABLA < 5000
003210         ADD 1 TO NO-DE-CUENTAS-EN-TABLA
003220         MOVE CUENTA-NUMERO TO CC-NUMERO (NO-DE-CUENTAS-EN-TABLA)
003230         MOVE CUENTA-PRODUCTO
003240             TO CC-PRODUCTO (NO-DE-CUENTAS-EN-TABLA)
003250         MOVE CUENTA-MONEDA TO CC-MONEDA (NO-DE-CUENTAS-EN-TABLA)
003260         MOVE CUENTA-SALDO TO CC-SALDO (NO-DE-CUENTAS-EN-TABLA)
003270         MOVE ZERO TO CC-FECHA-ULTIMO (NO-DE-CUENTAS-EN-TABLA)
003280         MOVE ZERO TO CC-SALDO-ULTIMO (NO-DE-CUENTAS-EN-TABLA)
003290         MOVE "N" TO CC-TIENE-MOVIMIENTOS (NO-DE-CUENTAS-EN-TABLA)
003300     ELSE
003310         IF NOT CUENTAS-LLENA
003320             DISPLAY "CUENTAS: TABLA LLENA, LA CONCILIACION "
003330                 "SALDRA INCOMPLETA."
003340             SET CUENTAS-LLENA TO TRUE
003350             SET ERROR-DE-ARCHIVO TO TRUE.
003360     PERFORM LEER-CUENTA.
003370
003380 LEER-LOS-MOVIMIENTOS.
003390*    Sin archivo MOVIMIENTOS ninguna cuenta tiene historia y las
003400*    que tienen saldo salen descuadradas.
003410     OPEN INPUT MOVIMIENTOS-FILE.
003420     IF MOVIMIENTOS-STATUS = "00"
003425         PERFORM LEER-LO-ARCHIVADO
003430         PERFORM LEER-MOVIMIENTO
003440         PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS
003450         CLOSE MOVIMIENTOS-FILE.
003460
003470 LEER-LA-INTERFAZ-CONTABLE.
003480     OPEN INPUT CONTABLE-FILE.
003490     IF CONTABLE-STATUS = "00"
003500         PERFORM LEER-ASIENTO
003510         PERFORM TOMAR-UN-ASIENTO UNTIL FIN-DE-CONTABLE
003520         CLOSE CONTABLE-FILE.
003530
003540 ESCRIBIR-ENCABEZADO-CONCILIACION.
003550     MOVE FDS-ANIO TO FM-ANIO.
003560     MOVE FDS-MES  TO FM-MES.
003570     MOVE FDS-DIA  TO FM-DIA.
003580     MOVE HDS-HORA TO HM-HORA.
003590     MOVE HDS-MIN  TO HM-MIN.
003600     MOVE HDS-SEG  TO HM-SEG.
003610     ADD 1 TO NO-DE-PAGINA.
003620     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
003630     MOVE SPACES TO LINEA-DE-CONCILIACION.
003640     STRING "CONCILIACION CUENTAS / MOVIMIENTOS / MAYOR"
003650         "   FECHA: " FECHA-MOSTRADA
003660         "   HORA: " HORA-MOSTRADA
003670         "   PAGINA: " PAGINA-MOSTRADA
003680         DELIMITED BY SIZE INTO LINEA-DE-CONCILIACION.
003690     WRITE LINEA-DE-CONCILIACION.
003700     IF CONCILIACION-STATUS NOT = "00"
003710         SET ERROR-DE-ARCHIVO TO TRUE.
003720     MOVE ZERO TO LINEAS-EN-PAGINA.
003730
003740 ESCRIBIR-LOS-GRUPOS.
003750     MOVE SPACES TO LINEA-ARMADA.
003760     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
003770     MOVE "PASIVO CON CLIENTES (21010000) POR PRODUCTO Y MONEDA"
003780         TO LINEA-ARMADA.
003790     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
003800     MOVE SPACES TO LINEA-ARMADA.
003810     STRING "PROD.  MON  CUENTAS"
003820         "       SALDO CUENTAS"
003830         "      MAYOR 21010000"
003840         "   DEVENGO PENDIENTE"
003850         "          DIFERENCIA"
003860         "     DIF. MONEDA BASE"
003870         DELIMITED BY SIZE INTO LINEA-ARMADA.
003880     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
003890     PERFORM ESCRIBIR-UN-GRUPO
003900         VARYING IDX-GRP FROM 1 BY 1
003910             UNTIL IDX-GRP > NO-DE-GRUPOS.
003920     MOVE TOTAL-SALDO-BASE TO SALDO-MOSTRADO.
003930     MOVE TOTAL-MAYOR-BASE TO MAYOR-MOSTRADO.
003940     MOVE TOTAL-DEVENGO-BASE TO DEVENGO-MOSTRADO.
003950     MOVE TOTAL-DIFERENCIA-BASE TO BASE-MOSTRADA.
003960     MOVE SPACES TO LINEA-ARMADA.
003970     STRING "TOTAL MONEDA BASE   " SALDO-MOSTRADO
003980         " " MAYOR-MOSTRADO
003990         " " DEVENGO-MOSTRADO
004000         "                      " BASE-MOSTRADA
004010         DELIMITED BY SIZE INTO LINEA-ARMADA.
004020     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004030
004040 ESCRIBIR-LOS-CONCEPTOS.
004050     MOVE SPACES TO LINEA-ARMADA.
004060     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004070     MOVE "MOVIMIENTO DE 21010000 POR CONCEPTO (MONEDA BASE)"
004080         TO LINEA-ARMADA.
004090     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004100     MOVE SPACES TO LINEA-ARMADA.
004110     STRING "CONCEPTO            "
004120         "               DEBE"
004130         "               HABER"
004140         "     HABER MENOS DEBE"
004150         DELIMITED BY SIZE INTO LINEA-ARMADA.
004160     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004170     PERFORM ESCRIBIR-UN-CONCEPTO
004180         VARYING IDX-CPT FROM 1 BY 1
004190             UNTIL IDX-CPT > NO-DE-CONCEPTOS.
004200
004210 ESCRIBIR-LAS-CUENTAS.
004220     MOVE SPACES TO LINEA-ARMADA.
004230     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004240     MOVE "CUENTAS DESCUADRADAS CONTRA MOVIMIENTOS"
004250         TO LINEA-ARMADA.
004260     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004270     MOVE SPACES TO LINEA-ARMADA.
004280     STRING "CUENTA      PROD.  MON"
004290         "        SALDO CUENTA"
004300         "    ULTIMO MOVIMIENTO"
004310         "   FECHA   "
004320         "          DIFERENCIA"
004330         "  OBSERVACION"
004340         DELIMITED BY SIZE INTO LINEA-ARMADA.
004350     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004360     PERFORM REVISAR-UNA-CUENTA
004370         VARYING IDX-CC FROM 1 BY 1
004380             UNTIL IDX-CC > NO-DE-CUENTAS-EN-TABLA.
004390     IF NO-DE-CUENTAS-DESCUADRADAS = ZERO
004400         MOVE "NINGUNA." TO LINEA-ARMADA
004410         PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004420
004430 ESCRIBIR-EL-RESUMEN.
004440     MOVE SPACES TO LINEA-ARMADA.
004450     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004460     MOVE "RESUMEN" TO LINEA-ARMADA.
004470     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004480     MOVE NO-DE-CUENTAS-LEIDAS TO CONTADOR-MOSTRADO.
004490     MOVE SPACES TO LINEA-ARMADA.
004500     STRING "CUENTAS LEIDAS                    " CONTADOR-MOSTRADO
004510         DELIMITED BY SIZE INTO LINEA-ARMADA.
004520     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004530     MOVE NO-DE-MOVIMIENTOS-LEIDOS TO CONTADOR-MOSTRADO.
004540     MOVE SPACES TO LINEA-ARMADA.
004550     STRING "MOVIMIENTOS LEIDOS                " CONTADOR-MOSTRADO
004560         DELIMITED BY SIZE INTO LINEA-ARMADA.
004570     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004580     MOVE NO-DE-MOVIMIENTOS-SIN-CTA TO CONTADOR-MOSTRADO.
004590     MOVE SPACES TO LINEA-ARMADA.
004600     STRING "MOVIMIENTOS SIN CUENTA EN MAESTRO "
004610         CONTADOR-MOSTRADO
004620         DELIMITED BY SIZE INTO LINEA-ARMADA.
004630     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004640     MOVE NO-DE-ASIENTOS-LEIDOS TO CONTADOR-MOSTRADO.
004650     MOVE SPACES TO LINEA-ARMADA.
004660     STRING "ASIENTOS CONTABLES LEIDOS         " CONTADOR-MOSTRADO
004670         DELIMITED BY SIZE INTO LINEA-ARMADA.
004680     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004690     MOVE NO-DE-GRUPOS-CON-DIFERENCIA TO CONTADOR-MOSTRADO.
004700     MOVE SPACES TO LINEA-ARMADA.
004710     STRING "PRODUCTOS Y MONEDAS CON DIFERENCIA" CONTADOR-MOSTRADO
004720         DELIMITED BY SIZE INTO LINEA-ARMADA.
004730     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004740     MOVE NO-DE-GRUPOS-FUERA TO CONTADOR-MOSTRADO.
004750     MOVE SPACES TO LINEA-ARMADA.
004760     STRING "  DE ELLOS FUERA DE TOLERANCIA (*)" CONTADOR-MOSTRADO
004770         DELIMITED BY SIZE INTO LINEA-ARMADA.
004780     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004790     MOVE NO-DE-CUENTAS-DESCUADRADAS TO CONTADOR-MOSTRADO.
004800     MOVE SPACES TO LINEA-ARMADA.
004810     STRING "CUENTAS DESCUADRADAS              " CONTADOR-MOSTRADO
004820         DELIMITED BY SIZE INTO LINEA-ARMADA.
004830     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004840     MOVE TOLERANCIA-MONTO TO TOTAL-MOSTRADO.
004850     MOVE TOLERANCIA-CUENTAS TO CONTADOR-MOSTRADO.
004860     MOVE SPACES TO LINEA-ARMADA.
004870     STRING "TOLERANCIA POR PRODUCTO Y MONEDA  " TOTAL-MOSTRADO
004880         "   CUENTAS " CONTADOR-MOSTRADO
004890         DELIMITED BY SIZE INTO LINEA-ARMADA.
004900     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
004910     MOVE SPACES TO LINEA-ARMADA.
004920     IF ERROR-DE-ARCHIVO
004930         MOVE "RESULTADO: CONCILIACION INCOMPLETA, VER ERRORES."
004940             TO LINEA-ARMADA
004950     ELSE
004960     IF NO-DE-GRUPOS-FUERA > ZERO OR
004970     NO-DE-CUENTAS-DESCUADRADAS > TOLERANCIA-CUENTAS
004980         MOVE "RESULTADO: DIFERENCIAS FUERA DE TOLERANCIA."
004990             TO LINEA-ARMADA
005000     ELSE
005010     IF NO-DE-GRUPOS-CON-DIFERENCIA > ZERO OR
005020     NO-DE-CUENTAS-DESCUADRADAS > ZERO
005030         MOVE "RESULTADO: DIFERENCIAS DENTRO DE TOLERANCIA."
005040             TO LINEA-ARMADA
005050     ELSE
005060         MOVE "RESULTADO: CONCILIADO." TO LINEA-ARMADA.
005070     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
005080
005090 MOSTRAR-TOTALES.
005100     MOVE NO-DE-CUENTAS-LEIDAS TO CONTADOR-MOSTRADO.
005110     DISPLAY "CUENTAS LEIDAS          " CONTADOR-MOSTRADO.
005120     MOVE NO-DE-MOVIMIENTOS-LEIDOS TO CONTADOR-MOSTRADO.
005130     DISPLAY "MOVIMIENTOS LEIDOS      " CONTADOR-MOSTRADO.
005140     MOVE NO-DE-ASIENTOS-LEIDOS TO CONTADOR-MOSTRADO.
005150     DISPLAY "ASIENTOS LEIDOS         " CONTADOR-MOSTRADO.
005160     MOVE NO-DE-GRUPOS-FUERA TO CONTADOR-MOSTRADO.
005170     DISPLAY "GRUPOS FUERA DE TOLER.  " CONTADOR-MOSTRADO.
005180     MOVE NO-DE-CUENTAS-DESCUADRADAS TO CONTADOR-MOSTRADO.
005190     DISPLAY "CUENTAS DESCUADRADAS    " CONTADOR-MOSTRADO.
005200     MOVE TOTAL-DIFERENCIA-BASE TO TOTAL-MOSTRADO.
005210     DISPLAY "DIFERENCIA BASE     " TOTAL-MOSTRADO.
005220
005230 FIJAR-EL-CODIGO-DE-RETORNO.
005240     IF ERROR-DE-ARCHIVO
005250         MOVE 8 TO RETURN-CODE
005260     ELSE
005270     IF NO-DE-GRUPOS-FUERA > ZERO OR
005280     NO-DE-CUENTAS-DESCUADRADAS > TOLERANCIA-CUENTAS
005290         MOVE 8 TO RETURN-CODE
005300     ELSE
005310     IF NO-DE-GRUPOS-CON-DIFERENCIA > ZERO OR
005320     NO-DE-CUENTAS-DESCUADRADAS > ZERO
005330         MOVE 4 TO RETURN-CODE
005340     ELSE
005350         MOVE ZERO TO RETURN-CODE.
005360*RUTINAS DE NIVEL 3
005370 BUSCAR-EL-GRUPO.
005380     MOVE ZERO TO NO-DE-GRUPO-HALLADO.
005390     PERFORM BUSCAR-UN-GRUPO
005400         VARYING IDX-GRP FROM 1 BY 1
005410             UNTIL IDX-GRP > NO-DE-GRUPOS
005420                 OR NO-DE-GRUPO-HALLADO > ZERO.
005430     IF NO-DE-GRUPO-HALLADO = ZERO
005440         IF NO-DE-GRUPOS < 200
005450             ADD 1 TO NO-DE-GRUPOS
005460             MOVE NO-DE-GRUPOS TO NO-DE-GRUPO-HALLADO
005470             MOVE PRODUCTO-DEL-GRUPO
005480                 TO GRP-PRODUCTO (NO-DE-GRUPO-HALLADO)
005490             MOVE MONEDA-DEL-GRUPO
005500                 TO GRP-MONEDA (NO-DE-GRUPO-HALLADO)
005510             MOVE ZERO TO GRP-CUENTAS (NO-DE-GRUPO-HALLADO)
005520             MOVE ZERO TO GRP-SALDO (NO-DE-GRUPO-HALLADO)
005530             MOVE ZERO TO GRP-MAYOR (NO-DE-GRUPO-HALLADO)
005540             MOVE ZERO TO GRP-DEVENGO (NO-DE-GRUPO-HALLADO)
005550         ELSE
005560             IF NOT GRUPOS-LLENA
005570                 DISPLAY "GRUPOS: TABLA LLENA, LA CONCILIACION "
005580                     "SALDRA INCOMPLETA."
005590                 SET GRUPOS-LLENA TO TRUE
005600                 SET ERROR-DE-ARCHIVO TO TRUE.
005610
005620 BUSCAR-UN-GRUPO.
005630     IF GRP-PRODUCTO (IDX-GRP) = PRODUCTO-DEL-GRUPO AND
005640     GRP-MONEDA (IDX-GRP) = MONEDA-DEL-GRUPO
005650         MOVE IDX-GRP TO NO-DE-GRUPO-HALLADO.
005660
005665 LEER-MOVIMIENTO.
005670     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
005675     IF LEYENDO-HISTORICO
005680         READ HISTORICO-FILE INTO MOVIMIENTOS-REGISTRO
005685             AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS
005690             NOT AT END ADD 1 TO NO-DE-MOVIMIENTOS-LEIDOS
005695         END-READ
005700     ELSE
005705         READ MOVIMIENTOS-FILE
005710             AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS
005715             NOT AT END ADD 1 TO NO-DE-MOVIMIENTOS-LEIDOS
005720         END-READ.
005730
005740 TOMAR-UN-MOVIMIENTO.
005747*    Los dos archivos se leen por cuenta, fecha y secuencia, y
005754*    lo archivado es anterior a lo vigente, asi que el ultimo
005761*    registro de una cuenta es el que deja su saldo vigente.
005770     MOVE ZERO TO NO-DE-CUENTA-HALLADA.
005780     PERFORM BUSCAR-UNA-CUENTA
005790         VARYING IDX-CC FROM 1 BY 1
005800             UNTIL IDX-CC > NO-DE-CUENTAS-EN-TABLA
005810                 OR NO-DE-CUENTA-HALLADA > ZERO.
005820     IF NO-DE-CUENTA-HALLADA = ZERO
005830         ADD 1 TO NO-DE-MOVIMIENTOS-SIN-CTA
005840     ELSE
005850         MOVE "S" TO CC-TIENE-MOVIMIENTOS (NO-DE-CUENTA-HALLADA)
005860         MOVE MOV-FECHA TO CC-FECHA-ULTIMO (NO-DE-CUENTA-HALLADA)
005870         MOVE MOV-SALDO-NUEVO
005880             TO CC-SALDO-ULTIMO (NO-DE-CUENTA-HALLADA).
005890     PERFORM LEER-MOVIMIENTO.
005900
005910 BUSCAR-UNA-CUENTA.
005920     IF CC-NUMERO (IDX-CC) = MOV-CUENTA
005930         MOVE IDX-CC TO NO-DE-CUENTA-HALLADA.
005940
005950 LEER-ASIENTO.
005960     MOVE "N" TO SW-FIN-DE-CONTABLE.
005970     READ CONTABLE-FILE
005980         AT END MOVE "S" TO SW-FIN-DE-CONTABLE
005990         NOT AT END ADD 1 TO NO-DE-ASIENTOS-LEIDOS
006000     END-READ.
006010
006020 TOMAR-UN-ASIENTO.
006030*    El saldo del pasivo es haber menos debe. El devengo diario
006040*    se lleva aparte porque todavia no esta en ninguna cuenta.
006050     IF CON-CUENTA = "21010000"
006060         IF CON-DEBE-HABER = "D"
006070             COMPUTE MONTO-CON-SIGNO = ZERO - CON-MONTO
006080         ELSE
006090             MOVE CON-MONTO TO MONTO-CON-SIGNO
006100         END-IF
006110         MOVE CON-PRODUCTO TO PRODUCTO-DEL-GRUPO
006120         MOVE CON-MONEDA TO MONEDA-DEL-GRUPO
006130         PERFORM BUSCAR-EL-GRUPO
006140         IF NO-DE-GRUPO-HALLADO > ZERO
006150             IF CON-CONCEPTO = "DEVENGO DIARIO INT" OR
006160             CON-CONCEPTO = "REVERSA DEVENGO"
006170                 ADD MONTO-CON-SIGNO
006180                     TO GRP-DEVENGO (NO-DE-GRUPO-HALLADO)
006190             ELSE
006200                 ADD MONTO-CON-SIGNO
006210                     TO GRP-MAYOR (NO-DE-GRUPO-HALLADO)
006220             END-IF
006230         END-IF
006240         PERFORM ACUMULAR-EL-CONCEPTO.
006250     PERFORM LEER-ASIENTO.
006260
006270 ACUMULAR-EL-CONCEPTO.
006280     MOVE ZERO TO NO-DE-CONCEPTO-HALLADO.
006290     PERFORM BUSCAR-UN-CONCEPTO
006300         VARYING IDX-CPT FROM 1 BY 1
006310             UNTIL IDX-CPT > NO-DE-CONCEPTOS
006320                 OR NO-DE-CONCEPTO-HALLADO > ZERO.
006330     IF NO-DE-CONCEPTO-HALLADO = ZERO
006340         IF NO-DE-CONCEPTOS < 50
006350             ADD 1 TO NO-DE-CONCEPTOS
006360             MOVE NO-DE-CONCEPTOS TO NO-DE-CONCEPTO-HALLADO
006370             MOVE CON-CONCEPTO
006380                 TO CPT-CONCEPTO (NO-DE-CONCEPTO-HALLADO)
006390             MOVE ZERO TO CPT-DEBE-BASE (NO-DE-CONCEPTO-HALLADO)
006400             MOVE ZERO TO CPT-HABER-BASE (NO-DE-CONCEPTO-HALLADO)
006410         ELSE
006420             IF NOT CONCEPTOS-LLENA
006430                 DISPLAY "CONCEPTOS: TABLA LLENA, "
006440                     "SE IGNORA EL RESTO."
006450                 SET CONCEPTOS-LLENA TO TRUE.
006460     IF NO-DE-CONCEPTO-HALLADO > ZERO
006470         IF CON-DEBE-HABER = "D"
006480             ADD CON-MONTO-BASE
006490                 TO CPT-DEBE-BASE (NO-DE-CONCEPTO-HALLADO)
006500         ELSE
006510             ADD CON-MONTO-BASE
006520                 TO CPT-HABER-BASE (NO-DE-CONCEPTO-HALLADO).
006530
006540 BUSCAR-UN-CONCEPTO.
006550     IF CPT-CONCEPTO (IDX-CPT) = CON-CONCEPTO
006560         MOVE IDX-CPT TO NO-DE-CONCEPTO-HALLADO.
006570
006580 ESCRIBIR-UN-GRUPO.
006590*    La diferencia es saldo de cuentas menos mayor sin devengo.
006600*    Se pasa a moneda base para medirla contra la tolerancia.
006610     COMPUTE DIFERENCIA-DEL-GRUPO =
006620         GRP-SALDO (IDX-GRP) - GRP-MAYOR (IDX-GRP).
006630     MOVE GRP-MONEDA (IDX-GRP) TO MONEDA-DE-BUSQUEDA.
006640     PERFORM BUSCAR-MONEDA.
006650     COMPUTE DIFERENCIA-BASE ROUNDED =
006660         DIFERENCIA-DEL-GRUPO * CAMBIO-DE-LA-MONEDA.
006670     MOVE DIFERENCIA-BASE TO DIFERENCIA-ABSOLUTA.
006680     IF DIFERENCIA-ABSOLUTA < ZERO
006690         COMPUTE DIFERENCIA-ABSOLUTA = ZERO - DIFERENCIA-ABSOLUTA.
006700     MOVE "N" TO SW-FUERA-DE-TOLERANCIA.
006710     MOVE SPACES TO MARCA-DE-DIFERENCIA.
006720     IF DIFERENCIA-DEL-GRUPO NOT = ZERO
006730         ADD 1 TO NO-DE-GRUPOS-CON-DIFERENCIA
006740         IF DIFERENCIA-ABSOLUTA > TOLERANCIA-MONTO
006750             SET FUERA-DE-TOLERANCIA TO TRUE
006760             ADD 1 TO NO-DE-GRUPOS-FUERA
006770             MOVE " *" TO MARCA-DE-DIFERENCIA.
006780     COMPUTE MONTO-BASE-DE-TRABAJO ROUNDED =
006790         GRP-SALDO (IDX-GRP) * CAMBIO-DE-LA-MONEDA.
006800     ADD MONTO-BASE-DE-TRABAJO TO TOTAL-SALDO-BASE.
006810     COMPUTE MONTO-BASE-DE-TRABAJO ROUNDED =
006820         GRP-MAYOR (IDX-GRP) * CAMBIO-DE-LA-MONEDA.
006830     ADD MONTO-BASE-DE-TRABAJO TO TOTAL-MAYOR-BASE.
006840     COMPUTE MONTO-BASE-DE-TRABAJO ROUNDED =
006850         GRP-DEVENGO (IDX-GRP) * CAMBIO-DE-LA-MONEDA.
006860     ADD MONTO-BASE-DE-TRABAJO TO TOTAL-DEVENGO-BASE.
006870     ADD DIFERENCIA-BASE TO TOTAL-DIFERENCIA-BASE.
006880     MOVE GRP-CUENTAS (IDX-GRP) TO CUENTAS-MOSTRADAS.
006890     MOVE GRP-SALDO (IDX-GRP) TO SALDO-MOSTRADO.
006900     MOVE GRP-MAYOR (IDX-GRP) TO MAYOR-MOSTRADO.
006910     MOVE GRP-DEVENGO (IDX-GRP) TO DEVENGO-MOSTRADO.
006920     MOVE DIFERENCIA-DEL-GRUPO TO DIFERENCIA-MOSTRADA.
006930     MOVE DIFERENCIA-BASE TO BASE-MOSTRADA.
006940     MOVE SPACES TO LINEA-ARMADA.
006950     STRING GRP-PRODUCTO (IDX-GRP)
006960         " " GRP-MONEDA (IDX-GRP)
006970         "  " CUENTAS-MOSTRADAS
006980         " " SALDO-MOSTRADO
006990         " " MAYOR-MOSTRADO
007000         " " DEVENGO-MOSTRADO
007010         " " DIFERENCIA-MOSTRADA
007020         "  " BASE-MOSTRADA
007030         MARCA-DE-DIFERENCIA
007040         DELIMITED BY SIZE INTO LINEA-ARMADA.
007050     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
007060
007070 ESCRIBIR-UN-CONCEPTO.
007080     MOVE CPT-DEBE-BASE (IDX-CPT) TO SALDO-MOSTRADO.
007090     MOVE CPT-HABER-BASE (IDX-CPT) TO MAYOR-MOSTRADO.
007100     COMPUTE MONTO-BASE-DE-TRABAJO =
007110         CPT-HABER-BASE (IDX-CPT) - CPT-DEBE-BASE (IDX-CPT).
007120     MOVE MONTO-BASE-DE-TRABAJO TO BASE-MOSTRADA.
007130     MOVE SPACES TO LINEA-ARMADA.
007140     STRING CPT-CONCEPTO (IDX-CPT)
007150         SALDO-MOSTRADO
007160         " " MAYOR-MOSTRADO
007170         "  " BASE-MOSTRADA
007180         DELIMITED BY SIZE INTO LINEA-ARMADA.
007190     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
007200
007210 REVISAR-UNA-CUENTA.
007220     MOVE SPACES TO OBSERVACION.
007230     IF CC-TIENE-MOVIMIENTOS (IDX-CC) = "S"
007240         COMPUTE DIFERENCIA-DE-CUENTA =
007250             CC-SALDO (IDX-CC) - CC-SALDO-ULTIMO (IDX-CC)
007260     ELSE
007270         MOVE CC-SALDO (IDX-CC) TO DIFERENCIA-DE-CUENTA
007280         MOVE "SIN MOVIMIENTOS" TO OBSERVACION.
007290     IF DIFERENCIA-DE-CUENTA NOT = ZERO
007300         ADD 1 TO NO-DE-CUENTAS-DESCUADRADAS
007310         PERFORM ESCRIBIR-UNA-CUENTA.
007320
007330 ESCRIBIR-UNA-CUENTA.
007340     MOVE CC-SALDO (IDX-CC) TO SALDO-MOSTRADO.
007350     MOVE CC-SALDO-ULTIMO (IDX-CC) TO MAYOR-MOSTRADO.
007360     MOVE DIFERENCIA-DE-CUENTA TO DIFERENCIA-MOSTRADA.
007370     MOVE SPACES TO LINEA-ARMADA.
007380     STRING CC-NUMERO (IDX-CC)
007390         "  " CC-PRODUCTO (IDX-CC)
007400         " " CC-MONEDA (IDX-CC)
007410         " " SALDO-MOSTRADO
007420         "  " MAYOR-MOSTRADO
007430         "   " CC-FECHA-ULTIMO (IDX-CC)
007440         " " DIFERENCIA-MOSTRADA
007450         "  " OBSERVACION
007460         DELIMITED BY SIZE INTO LINEA-ARMADA.
007470     PERFORM ESCRIBIR-LINEA-DE-CONCILIACION.
007480
007490 BUSCAR-MONEDA.
007500*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
007510*    base vale la moneda buscada. La moneda en blanco es la base
007520*    y una moneda que no esta en MONEDAS se toma a la par.
007530     SET MONEDA-NO-ENCONTRADA TO TRUE.
007540     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
007550     IF MONEDA-DE-BUSQUEDA NOT = SPACES
007560         PERFORM BUSCAR-UNA-MONEDA
007570             VARYING IDX-MON FROM 1 BY 1
007580                 UNTIL IDX-MON > NO-DE-MONEDAS
007590                     OR MONEDA-ENCONTRADA.
007600
007610 BUSCAR-UNA-MONEDA.
007620     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
007630         SET MONEDA-ENCONTRADA TO TRUE
007640         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
007650
007660 ESCRIBIR-LINEA-DE-CONCILIACION.
007670     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
007680         PERFORM ESCRIBIR-ENCABEZADO-CONCILIACION.
007690     MOVE LINEA-ARMADA TO LINEA-DE-CONCILIACION.
007700     WRITE LINEA-DE-CONCILIACION.
007710     IF CONCILIACION-STATUS NOT = "00"
007720         SET ERROR-DE-ARCHIVO TO TRUE.
007730     ADD 1 TO LINEAS-EN-PAGINA.
007740
007750 LEER-LO-ARCHIVADO.
007760*    Los anios ya archivados estan en MOVIMIENTOSHISTORICO con el
007770*    mismo registro: se leen antes que MOVIMIENTOS y de la misma
007780*    manera. Sin ese archivo no hay nada archivado.
007790     OPEN INPUT HISTORICO-FILE.
007800     IF HISTORICO-STATUS = "00"
007810         SET LEYENDO-HISTORICO TO TRUE
007820         PERFORM LEER-MOVIMIENTO
007830         PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS
007840         CLOSE HISTORICO-FILE
007850         MOVE "N" TO SW-LEYENDO-HISTORICO.
