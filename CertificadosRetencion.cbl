000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. CERTIFICADOS-RETENCION.
000030
000040*    Este programa prepara el cierre fiscal de las retenciones.
000050*    Pide el ejercicio (AAAA) y suma de la historia de MOVIMIENTOS
000055*    (y de MOVIMIENTOSHISTORICO, si el ejercicio ya se archivo)
000060*    de ese anio el interes bruto y la retencion de cada cuenta:
000070*    capitalizaciones de la revalorizacion y cancelaciones
000080*    anticipadas, que son los movimientos que traen interes.
000090*    Los importes se pasan a moneda base con el cambio de MONEDAS
000100*    (moneda en blanco o que no esta en MONEDAS, a la par).
000105*    El titular es el cliente del maestro CLIENTES al que
000110*    pertenece la cuenta (CUENTA-CLIENTE), con su documento y su
000115*    nombre; una cuenta sin cliente es su propio titular, con el
000120*    nombre de la cuenta y sin documento. En el archivo
000125*    CERTIFICADOS imprime un certificado por titular, desde una
000130*    hoja nueva, con una linea por cuenta (interes bruto,
000135*    retencion practicada e interes neto en la moneda de la
000140*    cuenta y, debajo, en moneda base) y el total del titular en
000145*    moneda base. En el archivo DECLARACION graba para el fisco
000150*    un registro de detalle por titular (tipo D) con el cliente,
000155*    el documento y los importes en moneda base, y al final un
000160*    registro de totales (tipo T) con la cantidad de detalles y
000165*    la suma de bruto, retencion y neto en moneda base.
000180*    Para probar que todo sale de los libros, la ultima hoja del
000190*    CERTIFICADOS compara, por moneda, la retencion de MOVIMIENTOS
000200*    con el haber menos debe de la cuenta 21020000 de CONTABLE
000210*    para el mismo anio, y muestra la 21020000 por concepto. Las
000220*    diferencias en moneda dejan el codigo de retorno en 4; la
000230*    diferencia en moneda base se informa aparte porque CONTABLE
000240*    guarda el cambio del dia de cada asiento.
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS CUENTA-NUMERO
000320         FILE STATUS IS CUENTAS-STATUS.
000321     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS RANDOM
000324         RECORD KEY IS CLIENTE-ID
000325         FILE STATUS IS CLIENTES-STATUS.
000330     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000335         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000345         RECORD KEY IS MOV-CLAVE
000350         FILE STATUS IS MOVIMIENTOS-STATUS.
000351     SELECT HISTORICO-FILE ASSIGN TO "MOVIMIENTOSHISTORICO"
000352         ORGANIZATION IS INDEXED
000353         ACCESS MODE IS SEQUENTIAL
000354         RECORD KEY IS HIS-CLAVE
000355         FILE STATUS IS HISTORICO-STATUS.
000360     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CONTABLE-STATUS.
000390     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS MONEDAS-STATUS.
000420     SELECT CERTIFICADOS-FILE ASSIGN TO "CERTIFICADOS"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CERTIFICADOS-STATUS.
000450     SELECT DECLARACION-FILE ASSIGN TO "DECLARACION"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DECLARACION-STATUS.
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  CUENTAS-FILE.
000510 01  CUENTAS-REGISTRO.
000520     05 CUENTA-NUMERO            PIC X(10).
000530     05 CUENTA-NOMBRE            PIC X(30).
000540     05 CUENTA-PRODUCTO          PIC X(06).
000550     05 CUENTA-SALDO             PIC S9(9)V99.
000560     05 CUENTA-APORTE            PIC S9(7)V99.
000570     05 CUENTA-FECHA-APERTURA    PIC 9(8).
000580     05 CUENTA-PLAZO-MESES       PIC 9(3).
000590     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
000600     05 CUENTA-ESTADO            PIC X.
000610     05 CUENTA-MONEDA            PIC X(03).
000620     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000621     05 CUENTA-CLIENTE           PIC X(10).
000622 FD  CLIENTES-FILE.
000623 01  CLIENTES-REGISTRO.
000624     05 CLIENTE-ID               PIC X(10).
000625     05 CLIENTE-TIPO-DOCUMENTO   PIC X(03).
000626     05 CLIENTE-NUMERO-DOCUMENTO PIC X(15).
000627     05 CLIENTE-NOMBRE           PIC X(30).
000628     05 CLIENTE-DIRECCION        PIC X(40).
000629     05 CLIENTE-TELEFONO         PIC X(15).
000630     05 CLIENTE-CORREO           PIC X(40).
000631     05 CLIENTE-ESTADO           PIC X.
000632     05 CLIENTE-FECHA-ALTA       PIC 9(8).
000633 FD  MOVIMIENTOS-FILE.
000640 01  MOVIMIENTOS-REGISTRO.
000646     05 MOV-CLAVE.
000652        10 MOV-CUENTA            PIC X(10).
000658        10 MOV-FECHA             PIC 9(8).
000664        10 MOV-SECUENCIA         PIC 9(4).
000670     05 MOV-PRODUCTO             PIC X(06).
000680     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000690         SIGN IS TRAILING SEPARATE CHARACTER.
000700     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000710         SIGN IS TRAILING SEPARATE CHARACTER.
000720     05 MOV-RETENCION            PIC S9(9)V99
000730         SIGN IS TRAILING SEPARATE CHARACTER.
000740     05 MOV-APORTE               PIC S9(7)V99
000750         SIGN IS TRAILING SEPARATE CHARACTER.
000760     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000770         SIGN IS TRAILING SEPARATE CHARACTER.
000780     05 MOV-MONEDA               PIC X(03).
000790     05 MOV-TIPO                 PIC X.
000800     05 MOV-REFERENCIA           PIC X(12).
000801 FD  HISTORICO-FILE.
000802 01  HISTORICO-REGISTRO.
000803     05 HIS-CLAVE.
000804        10 HIS-CUENTA            PIC X(10).
000805        10 HIS-FECHA             PIC 9(8).
000806        10 HIS-SECUENCIA         PIC 9(4).
000807     05 FILLER                   PIC X(80).
000810 FD  CONTABLE-FILE.
000820 01  CONTABLE-REGISTRO.
000830     05 CON-FECHA                PIC 9(8).
000840     05 CON-CUENTA               PIC X(8).
000850     05 CON-DEBE-HABER           PIC X.
000860     05 CON-MONTO                PIC 9(13)V99.
000870     05 CON-PRODUCTO             PIC X(6).
000880     05 CON-CONCEPTO             PIC X(20).
000890     05 CON-MONEDA               PIC X(03).
000900     05 CON-MONTO-BASE           PIC 9(13)V99.
000910 FD  MONEDAS-FILE.
000920 01  MONEDAS-REGISTRO.
000930     05 MON-CODIGO-ENT           PIC X(03).
000940     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
000950 FD  CERTIFICADOS-FILE.
000960 01  LINEA-DE-CERTIFICADO       PIC X(132).
000970 FD  DECLARACION-FILE.
000980 01  DECLARACION-DETALLE.
000990     05 DEC-TIPO-REGISTRO        PIC X.
001000     05 DEC-EJERCICIO            PIC 9(4).
001005     05 DEC-CLIENTE              PIC X(10).
001010     05 DEC-TIPO-DOCUMENTO       PIC X(03).
001015     05 DEC-NUMERO-DOCUMENTO     PIC X(15).
001020     05 DEC-TITULAR              PIC X(30).
001040     05 DEC-INTERES-BRUTO        PIC S9(13)V99
001050         SIGN IS TRAILING SEPARATE CHARACTER.
001060     05 DEC-RETENCION            PIC S9(13)V99
001070         SIGN IS TRAILING SEPARATE CHARACTER.
001080     05 DEC-INTERES-NETO         PIC S9(13)V99
001090         SIGN IS TRAILING SEPARATE CHARACTER.
001100 01  DECLARACION-TOTALES.
001110     05 DEC-TOT-TIPO-REGISTRO    PIC X.
001120     05 DEC-TOT-EJERCICIO        PIC 9(4).
001130     05 DEC-TOT-CANTIDAD         PIC 9(9).
001140     05 DEC-TOT-INTERES-BRUTO    PIC S9(15)V99
001150         SIGN IS TRAILING SEPARATE CHARACTER.
001160     05 DEC-TOT-RETENCION        PIC S9(15)V99
001170         SIGN IS TRAILING SEPARATE CHARACTER.
001180     05 DEC-TOT-INTERES-NETO     PIC S9(15)V99
001190         SIGN IS TRAILING SEPARATE CHARACTER.
001200     05 FILLER                   PIC X(43).
001210 WORKING-STORAGE SECTION.
001220
001230 01  CUENTAS-STATUS             PIC XX.
001232 01  CLIENTES-STATUS            PIC XX.
001234 01  SW-HAY-CLIENTES            PIC X VALUE "N".
001236     88 HAY-CLIENTES                 VALUE "S".
001240 01  MOVIMIENTOS-STATUS         PIC XX.
001245 01  HISTORICO-STATUS           PIC XX.
001250 01  CONTABLE-STATUS            PIC XX.
001260 01  MONEDAS-STATUS             PIC XX.
001270 01  CERTIFICADOS-STATUS        PIC XX.
001280 01  DECLARACION-STATUS         PIC XX.
001290 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001300     88 ERROR-DE-ARCHIVO              VALUE "S".
001310 01  SW-FIN-DE-CUENTAS          PIC X.
001320     88 FIN-DE-CUENTAS                VALUE "S".
001330 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
001340     88 FIN-DE-MOVIMIENTOS            VALUE "S".
001343 01  SW-LEYENDO-HISTORICO       PIC X VALUE "N".
001346     88 LEYENDO-HISTORICO             VALUE "S".
001350 01  SW-FIN-DE-CONTABLE         PIC X.
001360     88 FIN-DE-CONTABLE               VALUE "S".
001370 01  EJERCICIO-DE-ENTRADA       PIC X(4).
001380 01  EJERCICIO-PEDIDO           PIC 9(4) VALUE ZERO.
001390 01  FECHA-DE-TRABAJO.
001400     05 FDT-ANIO                PIC 9(4).
001410     05 FDT-MES                 PIC 99.
001420     05 FDT-DIA                 PIC 99.
001430 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
001440 01  TABLA-DE-MONEDAS.
001450     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
001460        10 MON-CODIGO           PIC X(03).
001470        10 MON-CAMBIO           PIC 9(5)V9(6).
001480 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
001490     88 MONEDAS-LLENA                VALUE "S".
001500 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001510 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001520     88 MONEDA-ENCONTRADA            VALUE "S".
001530     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001540 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
001550 01  NO-DE-CERTIFICADOS         PIC 9(5) VALUE ZERO.
001560 01  TABLA-DE-CERTIFICADOS.
001570     05 CERTIFICADO-ENTRADA OCCURS 5000 TIMES.
001573        10 CER-ORDEN.
001576           15 CER-CLAVE-TITULAR.
001579              20 CER-TIPO-TITULAR PIC X.
001582              20 CER-CLIENTE    PIC X(10).
001585           15 CER-CUENTA        PIC X(10).
001590        10 CER-TITULAR          PIC X(30).
001600        10 CER-PRODUCTO         PIC X(06).
001610        10 CER-MONEDA           PIC X(03).
001620        10 CER-MOVIMIENTOS      PIC 9(5).
001630        10 CER-BRUTO            PIC S9(11)V99.
001640        10 CER-RETENCION        PIC S9(11)V99.
001650 01  CERTIFICADO-TEMPORAL       PIC X(91).
001660 01  SW-CERTIFICADOS-LLENA      PIC X VALUE "N".
001670     88 CERTIFICADOS-LLENA           VALUE "S".
001680 01  NO-DE-CERTIFICADO-HALLADO  PIC 9(5) VALUE ZERO.
001690 01  IDX-CER                    PIC 9(5).
001700 01  IDX-CER-2                  PIC 9(5).
001701 01  TITULAR-EN-CURSO.
001702     05 TEC-TIPO-TITULAR        PIC X.
001703     05 TEC-CLIENTE             PIC X(10).
001704 01  SW-FIN-DEL-TITULAR         PIC X.
001705     88 FIN-DEL-TITULAR              VALUE "S".
001710 01  NO-DE-MONEDAS-CONTROL      PIC 99 VALUE ZERO.
001720 01  TABLA-DE-CONTROL.
001730     05 CONTROL-ENTRADA OCCURS 20 TIMES.
001740        10 CTL-MONEDA           PIC X(03).
001750        10 CTL-RETENCION-MOV    PIC S9(13)V99.
001760        10 CTL-RETENCION-MAYOR  PIC S9(13)V99.
001770        10 CTL-MAYOR-BASE       PIC S9(15)V99.
001780 01  SW-CONTROL-LLENA           PIC X VALUE "N".
001790     88 CONTROL-LLENA                VALUE "S".
001800 01  NO-DE-CONTROL-HALLADO      PIC 99 VALUE ZERO.
001810 01  IDX-CTL                    PIC 99.
001820 01  MONEDA-DE-CONTROL          PIC X(03).
001830 01  NO-DE-CONCEPTOS            PIC 99 VALUE ZERO.
001840 01  TABLA-DE-CONCEPTOS.
001850     05 CONCEPTO-ENTRADA OCCURS 50 TIMES.
001860        10 CPT-CONCEPTO         PIC X(20).
001870        10 CPT-DEBE-BASE        PIC S9(15)V99.
001880        10 CPT-HABER-BASE       PIC S9(15)V99.
001890 01  SW-CONCEPTOS-LLENA         PIC X VALUE "N".
001900     88 CONCEPTOS-LLENA              VALUE "S".
001910 01  NO-DE-CONCEPTO-HALLADO     PIC 99 VALUE ZERO.
001920 01  IDX-CPT                    PIC 99.
001930 01  BRUTO-BASE                 PIC S9(13)V99.
001940 01  RETENCION-BASE             PIC S9(13)V99.
001950 01  NETO-BASE                  PIC S9(13)V99.
001951 01  TITULAR-NOMBRE             PIC X(30).
001952 01  TITULAR-TIPO-DOCUMENTO     PIC X(03).
001953 01  TITULAR-NUMERO-DOCUMENTO   PIC X(15).
001954 01  TITULAR-OBSERVACION        PIC X(30).
001955 01  TITULAR-CUENTAS            PIC 9(5).
001956 01  TITULAR-MOVIMIENTOS        PIC 9(7).
001957 01  TITULAR-BRUTO-BASE         PIC S9(13)V99.
001958 01  TITULAR-RETENCION-BASE     PIC S9(13)V99.
001959 01  TITULAR-NETO-BASE          PIC S9(13)V99.
001960 01  NETO-EN-MONEDA             PIC S9(11)V99.
001970 01  MONTO-CON-SIGNO            PIC S9(13)V99.
001980 01  MONTO-BASE-CON-SIGNO       PIC S9(15)V99.
001990 01  DIFERENCIA-EN-MONEDA       PIC S9(13)V99.
002000 01  DIFERENCIA-BASE            PIC S9(15)V99.
002010 01  TOTAL-BRUTO-BASE           PIC S9(15)V99 VALUE ZERO.
002020 01  TOTAL-RETENCION-BASE       PIC S9(15)V99 VALUE ZERO.
002030 01  TOTAL-NETO-BASE            PIC S9(15)V99 VALUE ZERO.
002040 01  TOTAL-MAYOR-BASE           PIC S9(15)V99 VALUE ZERO.
002050 01  NO-DE-MOVIMIENTOS-LEIDOS   PIC 9(9) VALUE ZERO.
002060 01  NO-DE-MOVIMIENTOS-DEL-ANIO PIC 9(9) VALUE ZERO.
002070 01  NO-DE-ASIENTOS-DEL-ANIO    PIC 9(9) VALUE ZERO.
002080 01  NO-DE-DETALLES-GRABADOS    PIC 9(9) VALUE ZERO.
002085 01  NO-DE-CUENTAS-CERTIFICADAS PIC 9(9) VALUE ZERO.
002090 01  NO-DE-MONEDAS-CON-DIFERENCIA
002100                                PIC 9(9) VALUE ZERO.
002110 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
002120 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
002130 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
002140 01  LINEA-ARMADA               PIC X(132).
002150 01  FECHA-DEL-SISTEMA.
002160     05 FDS-ANIO                PIC 9(4).
002170     05 FDS-MES                 PIC 99.
002180     05 FDS-DIA                 PIC 99.
002190 01  HORA-DEL-SISTEMA.
002200     05 HDS-HORA                PIC 99.
002210     05 HDS-MIN                 PIC 99.
002220     05 HDS-SEG                 PIC 99.
002230     05 HDS-CENT                PIC 99.
002240 01  FECHA-MOSTRADA.
002250     05 FM-ANIO                 PIC 9999.
002260     05 FM-GUION-1              PIC X VALUE "-".
002270     05 FM-MES                  PIC 99.
002280     05 FM-GUION-2              PIC X VALUE "-".
002290     05 FM-DIA                  PIC 99.
002300 01  HORA-MOSTRADA.
002310     05 HM-HORA                 PIC 99.
002320     05 HM-DOSPTOS-1            PIC X VALUE ":".
002330     05 HM-MIN                  PIC 99.
002340     05 HM-DOSPTOS-2            PIC X VALUE ":".
002350     05 HM-SEG                  PIC 99.
002360 01  PAGINA-MOSTRADA            PIC ZZ9.
002370 01  CAMBIO-MOSTRADO            PIC ZZ,ZZ9.999999.
002380 01  MONEDA-MOSTRADA            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002390 01  BASE-MOSTRADA              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002400 01  MAYOR-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002410 01  DIFERENCIA-MOSTRADA        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002420 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
002430 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002440*RUTINA DE NIVEL 1
002450 PROCEDURE DIVISION.
002460 PROGRAMA-EMPIEZA.
002470
002480     PERFORM PEDIR-EL-EJERCICIO.
002490     IF EJERCICIO-PEDIDO = ZERO
002500         DISPLAY "EJERCICIO INVALIDO."
002510         MOVE 8 TO RETURN-CODE
002520         GO TO TERMINA-PROGRAMA.
002530     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002540     ACCEPT HORA-DEL-SISTEMA FROM TIME.
002550     PERFORM ABRIR-MONEDAS.
002560     OPEN INPUT MOVIMIENTOS-FILE.
002570     IF MOVIMIENTOS-STATUS NOT = "00"
002580         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
002590             MOVIMIENTOS-STATUS
002600         MOVE 8 TO RETURN-CODE
002610         GO TO TERMINA-PROGRAMA.
002615     PERFORM LEER-LO-ARCHIVADO.
002620     PERFORM LEER-MOVIMIENTO.
002630     PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS.
002640     CLOSE MOVIMIENTOS-FILE.
002650     PERFORM BUSCAR-LOS-TITULARES.
002660     PERFORM ORDENAR-LOS-CERTIFICADOS.
002670     PERFORM LEER-LA-INTERFAZ-CONTABLE.
002680     OPEN OUTPUT CERTIFICADOS-FILE.
002690     IF CERTIFICADOS-STATUS NOT = "00"
002700         DISPLAY "NO SE PUDO ABRIR CERTIFICADOS, ESTADO "
002710             CERTIFICADOS-STATUS
002720         MOVE 8 TO RETURN-CODE
002730         GO TO TERMINA-PROGRAMA.
002740     OPEN OUTPUT DECLARACION-FILE.
002750     IF DECLARACION-STATUS NOT = "00"
002760         DISPLAY "NO SE PUDO ABRIR DECLARACION, ESTADO "
002770             DECLARACION-STATUS
002780         CLOSE CERTIFICADOS-FILE
002790         MOVE 8 TO RETURN-CODE
002800         GO TO TERMINA-PROGRAMA.
002801     OPEN INPUT CLIENTES-FILE.
002802     IF CLIENTES-STATUS = "00"
002803         SET HAY-CLIENTES TO TRUE
002804     ELSE
002805         DISPLAY "NO SE PUDO ABRIR CLIENTES, ESTADO "
002806             CLIENTES-STATUS
002807         DISPLAY "LOS CERTIFICADOS SALEN SIN DOCUMENTO."
002808         SET ERROR-DE-ARCHIVO TO TRUE.
002809     MOVE 1 TO IDX-CER.
002810     PERFORM IMPRIMIR-UN-CERTIFICADO
002817         UNTIL IDX-CER > NO-DE-CERTIFICADOS.
002824     IF HAY-CLIENTES
002831         CLOSE CLIENTES-FILE.
002840     PERFORM GRABAR-LOS-TOTALES.
002850     PERFORM IMPRIMIR-EL-CONTROL.
002860     CLOSE CERTIFICADOS-FILE.
002870     CLOSE DECLARACION-FILE.
002880     PERFORM MOSTRAR-TOTALES.
002890     IF ERROR-DE-ARCHIVO
002900         MOVE 8 TO RETURN-CODE
002910     ELSE
002920     IF NO-DE-MONEDAS-CON-DIFERENCIA > ZERO
002930         MOVE 4 TO RETURN-CODE.
002940 TERMINA-PROGRAMA.
002950     STOP RUN.
002960*RUTINAS DE NIVEL 2
002970 PEDIR-EL-EJERCICIO.
002980     DISPLAY "EJERCICIO FISCAL (AAAA)".
002990     ACCEPT EJERCICIO-DE-ENTRADA.
003000     IF EJERCICIO-DE-ENTRADA NUMERIC
003010         MOVE EJERCICIO-DE-ENTRADA TO EJERCICIO-PEDIDO.
003020
003030 ABRIR-MONEDAS.
003040     OPEN INPUT MONEDAS-FILE.
003050     IF MONEDAS-STATUS = "00"
003060         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
003070         CLOSE MONEDAS-FILE.
003080
003090 CARGAR-MONEDA.
003100     READ MONEDAS-FILE
003110         AT END NEXT SENTENCE.
003120     IF MONEDAS-STATUS = "00"
003130         IF NO-DE-MONEDAS < 20
003140             ADD 1 TO NO-DE-MONEDAS
003150             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
003160             IF MON-CAMBIO-ENT NUMERIC
003170                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
003180             ELSE
003190                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
003200             END-IF
003210         ELSE
003220             IF NOT MONEDAS-LLENA
003230                 DISPLAY "MONEDAS: TABLA LLENA, "
003240                     "SE IGNORA EL RESTO."
003250                 SET MONEDAS-LLENA TO TRUE.
003260
003270 LEER-MOVIMIENTO.
003280     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
003284     IF LEYENDO-HISTORICO
003288         READ HISTORICO-FILE INTO MOVIMIENTOS-REGISTRO
003292             AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS
003296             NOT AT END ADD 1 TO NO-DE-MOVIMIENTOS-LEIDOS
003300         END-READ
003304     ELSE
003308         READ MOVIMIENTOS-FILE
003312             AT END MOVE "S" TO SW-FIN-DE-MOVIMIENTOS
003316             NOT AT END ADD 1 TO NO-DE-MOVIMIENTOS-LEIDOS
003320         END-READ.
003330
003340 TOMAR-UN-MOVIMIENTO.
003350*    Solo cuentan los movimientos del ejercicio que traen interes
003360*    o retencion; depositos, retiros, aperturas y pagos no.
003370     MOVE MOV-FECHA TO FECHA-DE-TRABAJO.
003380     IF FDT-ANIO = EJERCICIO-PEDIDO AND
003390     (MOV-INTERES-BRUTO NOT = ZERO OR MOV-RETENCION NOT = ZERO)
003400         ADD 1 TO NO-DE-MOVIMIENTOS-DEL-ANIO
003410         PERFORM BUSCAR-EL-CERTIFICADO
003420         IF NO-DE-CERTIFICADO-HALLADO > ZERO
003430             ADD 1 TO CER-MOVIMIENTOS (NO-DE-CERTIFICADO-HALLADO)
003440             ADD MOV-INTERES-BRUTO
003450                 TO CER-BRUTO (NO-DE-CERTIFICADO-HALLADO)
003460             ADD MOV-RETENCION
003470                 TO CER-RETENCION (NO-DE-CERTIFICADO-HALLADO)
003480         END-IF
003490         MOVE MOV-MONEDA TO MONEDA-DE-CONTROL
003500         PERFORM BUSCAR-EL-CONTROL
003510         IF NO-DE-CONTROL-HALLADO > ZERO
003520             ADD MOV-RETENCION
003530                 TO CTL-RETENCION-MOV (NO-DE-CONTROL-HALLADO).
003540     PERFORM LEER-MOVIMIENTO.
003550
003560 BUSCAR-LOS-TITULARES.
003570*    El cliente, el nombre y el producto salen del maestro; una
003580*    cuenta que ya no esta en CUENTAS se certifica igual, como
003590*    titular de si misma, con el producto del ultimo movimiento.
003600     OPEN INPUT CUENTAS-FILE.
003610     IF CUENTAS-STATUS NOT = "00"
003620         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
003630             CUENTAS-STATUS
003640         DISPLAY "LOS CERTIFICADOS SALEN SIN TITULAR."
003650         SET ERROR-DE-ARCHIVO TO TRUE
003660     ELSE
003670         PERFORM LEER-CUENTA
003680         PERFORM TOMAR-UNA-CUENTA UNTIL FIN-DE-CUENTAS
003690         CLOSE CUENTAS-FILE.
003700
003710 ORDENAR-LOS-CERTIFICADOS.
003720     PERFORM ORDENAR-UNA-PASADA
003730         VARYING IDX-CER FROM 1 BY 1
003740             UNTIL IDX-CER NOT < NO-DE-CERTIFICADOS.
003750
003760 LEER-LA-INTERFAZ-CONTABLE.
003770     OPEN INPUT CONTABLE-FILE.
003780     IF CONTABLE-STATUS NOT = "00"
003790         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
003800             CONTABLE-STATUS
003810         DISPLAY "EL CONTROL CONTRA 21020000 SALE SIN MAYOR."
003820     ELSE
003830         PERFORM LEER-ASIENTO
003840         PERFORM TOMAR-UN-ASIENTO UNTIL FIN-DE-CONTABLE
003850         CLOSE CONTABLE-FILE.
003860
003870 IMPRIMIR-UN-CERTIFICADO.
003881*    Un certificado por titular: la tabla esta ordenada por
003892*    titular y cuenta, asi que las cuentas de un titular vienen
003903*    seguidas. Cada certificado empieza en hoja nueva.
003914     MOVE CER-CLAVE-TITULAR (IDX-CER) TO TITULAR-EN-CURSO.
003925     PERFORM BUSCAR-EL-CLIENTE.
003936     MOVE ZERO TO TITULAR-CUENTAS.
003947     MOVE ZERO TO TITULAR-MOVIMIENTOS.
003958     MOVE ZERO TO TITULAR-BRUTO-BASE.
003969     MOVE ZERO TO TITULAR-RETENCION-BASE.
003980     MOVE ZERO TO TITULAR-NETO-BASE.
004000     MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
004003     PERFORM ESCRIBIR-EL-TITULO-DEL-CERTIFICADO.
004006     MOVE "N" TO SW-FIN-DEL-TITULAR.
004009     PERFORM IMPRIMIR-UNA-CUENTA-CERTIFICADA
004012         UNTIL FIN-DEL-TITULAR.
004015     PERFORM ESCRIBIR-EL-PIE-DEL-CERTIFICADO.
004020     PERFORM GRABAR-UN-DETALLE.
004030
004040 GRABAR-LOS-TOTALES.
004050     MOVE SPACES TO DECLARACION-TOTALES.
004060     MOVE "T" TO DEC-TOT-TIPO-REGISTRO.
004070     MOVE EJERCICIO-PEDIDO TO DEC-TOT-EJERCICIO.
004080     MOVE NO-DE-DETALLES-GRABADOS TO DEC-TOT-CANTIDAD.
004090     MOVE TOTAL-BRUTO-BASE TO DEC-TOT-INTERES-BRUTO.
004100     MOVE TOTAL-RETENCION-BASE TO DEC-TOT-RETENCION.
004110     MOVE TOTAL-NETO-BASE TO DEC-TOT-INTERES-NETO.
004120     WRITE DECLARACION-TOTALES.
004130     IF DECLARACION-STATUS NOT = "00"
004140         DISPLAY "ERROR AL GRABAR DECLARACION, ESTADO "
004150             DECLARACION-STATUS
004160         SET ERROR-DE-ARCHIVO TO TRUE.
004170
004180 IMPRIMIR-EL-CONTROL.
004190     MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
004200     MOVE SPACES TO LINEA-ARMADA.
004210     STRING "CONTROL DE LA DECLARACION - EJERCICIO "
004220         EJERCICIO-PEDIDO
004230         DELIMITED BY SIZE INTO LINEA-ARMADA.
004240     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004250     MOVE SPACES TO LINEA-ARMADA.
004260     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004270     MOVE NO-DE-DETALLES-GRABADOS TO CONTADOR-MOSTRADO.
004280     MOVE SPACES TO LINEA-ARMADA.
004290     STRING "CERTIFICADOS / REGISTROS DE DETALLE  "
004291         CONTADOR-MOSTRADO
004292         DELIMITED BY SIZE INTO LINEA-ARMADA.
004293     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004294     MOVE NO-DE-CUENTAS-CERTIFICADAS TO CONTADOR-MOSTRADO.
004295     MOVE SPACES TO LINEA-ARMADA.
004296     STRING "CUENTAS CERTIFICADAS                 "
004300         CONTADOR-MOSTRADO
004310         DELIMITED BY SIZE INTO LINEA-ARMADA.
004320     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004330     MOVE TOTAL-BRUTO-BASE TO TOTAL-MOSTRADO.
004340     MOVE SPACES TO LINEA-ARMADA.
004350     STRING "INTERES BRUTO MONEDA BASE   " TOTAL-MOSTRADO
004360         DELIMITED BY SIZE INTO LINEA-ARMADA.
004370     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004380     MOVE TOTAL-RETENCION-BASE TO TOTAL-MOSTRADO.
004390     MOVE SPACES TO LINEA-ARMADA.
004400     STRING "RETENCION MONEDA BASE       " TOTAL-MOSTRADO
004410         DELIMITED BY SIZE INTO LINEA-ARMADA.
004420     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004430     MOVE TOTAL-NETO-BASE TO TOTAL-MOSTRADO.
004440     MOVE SPACES TO LINEA-ARMADA.
004450     STRING "INTERES NETO MONEDA BASE    " TOTAL-MOSTRADO
004460         DELIMITED BY SIZE INTO LINEA-ARMADA.
004470     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004480     MOVE SPACES TO LINEA-ARMADA.
004490     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004500     MOVE "RETENCION DE MOVIMIENTOS CONTRA 21020000 POR MONEDA"
004510         TO LINEA-ARMADA.
004520     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004530     MOVE SPACES TO LINEA-ARMADA.
004540     STRING "MON"
004550         "        MOVIMIENTOS"
004560         "       MAYOR 21020000"
004570         "           DIFERENCIA"
004580         "    MAYOR MONEDA BASE"
004590         DELIMITED BY SIZE INTO LINEA-ARMADA.
004600     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004610     PERFORM IMPRIMIR-UN-CONTROL
004620         VARYING IDX-CTL FROM 1 BY 1
004630             UNTIL IDX-CTL > NO-DE-MONEDAS-CONTROL.
004640     COMPUTE DIFERENCIA-BASE =
004650         TOTAL-RETENCION-BASE - TOTAL-MAYOR-BASE.
004660     MOVE TOTAL-MAYOR-BASE TO TOTAL-MOSTRADO.
004670     MOVE SPACES TO LINEA-ARMADA.
004680     STRING "21020000 EN MONEDA BASE     " TOTAL-MOSTRADO
004690         DELIMITED BY SIZE INTO LINEA-ARMADA.
004700     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004710     MOVE DIFERENCIA-BASE TO TOTAL-MOSTRADO.
004720     MOVE SPACES TO LINEA-ARMADA.
004730     STRING "DIFERENCIA DE CAMBIO        " TOTAL-MOSTRADO
004740         DELIMITED BY SIZE INTO LINEA-ARMADA.
004750     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004760     MOVE SPACES TO LINEA-ARMADA.
004770     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004780     MOVE "21020000 DEL EJERCICIO POR CONCEPTO (MONEDA BASE)"
004790         TO LINEA-ARMADA.
004800     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004810     MOVE SPACES TO LINEA-ARMADA.
004820     STRING "CONCEPTO            "
004830         "               DEBE"
004840         "               HABER"
004850         "     HABER MENOS DEBE"
004860         DELIMITED BY SIZE INTO LINEA-ARMADA.
004870     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004880     PERFORM IMPRIMIR-UN-CONCEPTO
004890         VARYING IDX-CPT FROM 1 BY 1
004900             UNTIL IDX-CPT > NO-DE-CONCEPTOS.
004910     MOVE SPACES TO LINEA-ARMADA.
004920     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
004930     IF ERROR-DE-ARCHIVO
004940         MOVE "RESULTADO: DECLARACION INCOMPLETA, VER ERRORES."
004950             TO LINEA-ARMADA
004960     ELSE
004970     IF NO-DE-MONEDAS-CON-DIFERENCIA > ZERO
004980         MOVE "RESULTADO: LA RETENCION NO CIERRA CON 21020000."
004990             TO LINEA-ARMADA
005000     ELSE
005010         MOVE "RESULTADO: LA RETENCION CIERRA CON 21020000."
005020             TO LINEA-ARMADA.
005030     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
005040
005050 MOSTRAR-TOTALES.
005060     MOVE NO-DE-MOVIMIENTOS-DEL-ANIO TO CONTADOR-MOSTRADO.
005070     DISPLAY "MOVIMIENTOS DEL EJERCICIO " CONTADOR-MOSTRADO.
005080     MOVE NO-DE-ASIENTOS-DEL-ANIO TO CONTADOR-MOSTRADO.
005090     DISPLAY "ASIENTOS 21020000         " CONTADOR-MOSTRADO.
005100     MOVE NO-DE-DETALLES-GRABADOS TO CONTADOR-MOSTRADO.
005110     DISPLAY "CERTIFICADOS EMITIDOS     " CONTADOR-MOSTRADO.
005113     MOVE NO-DE-CUENTAS-CERTIFICADAS TO CONTADOR-MOSTRADO.
005116     DISPLAY "CUENTAS CERTIFICADAS      " CONTADOR-MOSTRADO.
005120     MOVE TOTAL-RETENCION-BASE TO TOTAL-MOSTRADO.
005130     DISPLAY "RETENCION BASE    " TOTAL-MOSTRADO.
005140     MOVE NO-DE-MONEDAS-CON-DIFERENCIA TO CONTADOR-MOSTRADO.
005150     DISPLAY "MONEDAS CON DIFERENCIA    " CONTADOR-MOSTRADO.
005160*RUTINAS DE NIVEL 3
005170 BUSCAR-EL-CERTIFICADO.
005180     MOVE ZERO TO NO-DE-CERTIFICADO-HALLADO.
005190     PERFORM BUSCAR-UN-CERTIFICADO
005200         VARYING IDX-CER FROM 1 BY 1
005210             UNTIL IDX-CER > NO-DE-CERTIFICADOS
005220                 OR NO-DE-CERTIFICADO-HALLADO > ZERO.
005230     IF NO-DE-CERTIFICADO-HALLADO = ZERO
005240         IF NO-DE-CERTIFICADOS < 5000
005250             ADD 1 TO NO-DE-CERTIFICADOS
005260             MOVE NO-DE-CERTIFICADOS
005270                 TO NO-DE-CERTIFICADO-HALLADO
005280             MOVE MOV-CUENTA
005290                 TO CER-CUENTA (NO-DE-CERTIFICADO-HALLADO)
005292             MOVE "S"
005294                 TO CER-TIPO-TITULAR (NO-DE-CERTIFICADO-HALLADO)
005296             MOVE MOV-CUENTA
005298                 TO CER-CLIENTE (NO-DE-CERTIFICADO-HALLADO)
005300             MOVE "NO ESTA EN CUENTAS"
005310                 TO CER-TITULAR (NO-DE-CERTIFICADO-HALLADO)
005320             MOVE ZERO
005330                 TO CER-MOVIMIENTOS (NO-DE-CERTIFICADO-HALLADO)
005340             MOVE ZERO TO CER-BRUTO (NO-DE-CERTIFICADO-HALLADO)
005350             MOVE ZERO
005360                 TO CER-RETENCION (NO-DE-CERTIFICADO-HALLADO)
005370         ELSE
005380             IF NOT CERTIFICADOS-LLENA
005390                 DISPLAY "CERTIFICADOS: TABLA LLENA, LA "
005400                     "DECLARACION SALDRA INCOMPLETA."
005410                 SET CERTIFICADOS-LLENA TO TRUE
005420                 SET ERROR-DE-ARCHIVO TO TRUE.
005430     IF NO-DE-CERTIFICADO-HALLADO > ZERO
005440         MOVE MOV-PRODUCTO
005450             TO CER-PRODUCTO (NO-DE-CERTIFICADO-HALLADO)
005460         MOVE MOV-MONEDA
005470             TO CER-MONEDA (NO-DE-CERTIFICADO-HALLADO).
005480
005490 BUSCAR-UN-CERTIFICADO.
005500     IF CER-CUENTA (IDX-CER) = MOV-CUENTA
005510         MOVE IDX-CER TO NO-DE-CERTIFICADO-HALLADO.
005520
005530 BUSCAR-EL-CONTROL.
005540     MOVE ZERO TO NO-DE-CONTROL-HALLADO.
005550     PERFORM BUSCAR-UN-CONTROL
005560         VARYING IDX-CTL FROM 1 BY 1
005570             UNTIL IDX-CTL > NO-DE-MONEDAS-CONTROL
005580                 OR NO-DE-CONTROL-HALLADO > ZERO.
005590     IF NO-DE-CONTROL-HALLADO = ZERO
005600         IF NO-DE-MONEDAS-CONTROL < 20
005610             ADD 1 TO NO-DE-MONEDAS-CONTROL
005620             MOVE NO-DE-MONEDAS-CONTROL TO NO-DE-CONTROL-HALLADO
005630             MOVE MONEDA-DE-CONTROL
005640                 TO CTL-MONEDA (NO-DE-CONTROL-HALLADO)
005650             MOVE ZERO
005660                 TO CTL-RETENCION-MOV (NO-DE-CONTROL-HALLADO)
005670             MOVE ZERO
005680                 TO CTL-RETENCION-MAYOR (NO-DE-CONTROL-HALLADO)
005690             MOVE ZERO TO CTL-MAYOR-BASE (NO-DE-CONTROL-HALLADO)
005700         ELSE
005710             IF NOT CONTROL-LLENA
005720                 DISPLAY "MONEDAS DEL CONTROL: TABLA LLENA, "
005730                     "SE IGNORA EL RESTO."
005740                 SET CONTROL-LLENA TO TRUE
005750                 SET ERROR-DE-ARCHIVO TO TRUE.
005760
005770 BUSCAR-UN-CONTROL.
005780     IF CTL-MONEDA (IDX-CTL) = MONEDA-DE-CONTROL
005790         MOVE IDX-CTL TO NO-DE-CONTROL-HALLADO.
005800
005810 LEER-CUENTA.
005820     MOVE "N" TO SW-FIN-DE-CUENTAS.
005830     READ CUENTAS-FILE NEXT RECORD
005840         AT END MOVE "S" TO SW-FIN-DE-CUENTAS.
005850
005860 TOMAR-UNA-CUENTA.
005870     MOVE ZERO TO NO-DE-CERTIFICADO-HALLADO.
005880     PERFORM BUSCAR-UNA-CUENTA
005890         VARYING IDX-CER FROM 1 BY 1
005900             UNTIL IDX-CER > NO-DE-CERTIFICADOS
005910                 OR NO-DE-CERTIFICADO-HALLADO > ZERO.
005920     IF NO-DE-CERTIFICADO-HALLADO > ZERO
005930         MOVE CUENTA-NOMBRE
005940             TO CER-TITULAR (NO-DE-CERTIFICADO-HALLADO)
005950         MOVE CUENTA-PRODUCTO
005952             TO CER-PRODUCTO (NO-DE-CERTIFICADO-HALLADO)
005954         IF CUENTA-CLIENTE NOT = SPACES
005956             MOVE "C"
005958                 TO CER-TIPO-TITULAR (NO-DE-CERTIFICADO-HALLADO)
005960             MOVE CUENTA-CLIENTE
005962                 TO CER-CLIENTE (NO-DE-CERTIFICADO-HALLADO).
005970     PERFORM LEER-CUENTA.
005980
005990 BUSCAR-UNA-CUENTA.
006000     IF CER-CUENTA (IDX-CER) = CUENTA-NUMERO
006010         MOVE IDX-CER TO NO-DE-CERTIFICADO-HALLADO.
006020
006030 ORDENAR-UNA-PASADA.
006040     PERFORM COMPARAR-DOS-CERTIFICADOS
006050         VARYING IDX-CER-2 FROM 1 BY 1
006060             UNTIL IDX-CER-2 NOT < NO-DE-CERTIFICADOS.
006070
006080 COMPARAR-DOS-CERTIFICADOS.
006090     IF CER-ORDEN (IDX-CER-2) > CER-ORDEN (IDX-CER-2 + 1)
006100         MOVE CERTIFICADO-ENTRADA (IDX-CER-2)
006110             TO CERTIFICADO-TEMPORAL
006120         MOVE CERTIFICADO-ENTRADA (IDX-CER-2 + 1)
006130             TO CERTIFICADO-ENTRADA (IDX-CER-2)
006140         MOVE CERTIFICADO-TEMPORAL
006150             TO CERTIFICADO-ENTRADA (IDX-CER-2 + 1).
006160
006170 LEER-ASIENTO.
006180     MOVE "N" TO SW-FIN-DE-CONTABLE.
006190     READ CONTABLE-FILE
006200         AT END MOVE "S" TO SW-FIN-DE-CONTABLE.
006210
006220 TOMAR-UN-ASIENTO.
006230*    La retencion queda en el haber de 21020000; una correccion
006240*    al debe la descuenta.
006250     MOVE CON-FECHA TO FECHA-DE-TRABAJO.
006260     IF CON-CUENTA = "21020000" AND FDT-ANIO = EJERCICIO-PEDIDO
006270         ADD 1 TO NO-DE-ASIENTOS-DEL-ANIO
006280         IF CON-DEBE-HABER = "D"
006290             COMPUTE MONTO-CON-SIGNO = ZERO - CON-MONTO
006300             COMPUTE MONTO-BASE-CON-SIGNO = ZERO - CON-MONTO-BASE
006310         ELSE
006320             MOVE CON-MONTO TO MONTO-CON-SIGNO
006330             MOVE CON-MONTO-BASE TO MONTO-BASE-CON-SIGNO
006340         END-IF
006350         ADD MONTO-BASE-CON-SIGNO TO TOTAL-MAYOR-BASE
006360         MOVE CON-MONEDA TO MONEDA-DE-CONTROL
006370         PERFORM BUSCAR-EL-CONTROL
006380         IF NO-DE-CONTROL-HALLADO > ZERO
006390             ADD MONTO-CON-SIGNO
006400                 TO CTL-RETENCION-MAYOR (NO-DE-CONTROL-HALLADO)
006410             ADD MONTO-BASE-CON-SIGNO
006420                 TO CTL-MAYOR-BASE (NO-DE-CONTROL-HALLADO)
006430         END-IF
006440         PERFORM ACUMULAR-EL-CONCEPTO.
006450     PERFORM LEER-ASIENTO.
006460
006470 ACUMULAR-EL-CONCEPTO.
006480     MOVE ZERO TO NO-DE-CONCEPTO-HALLADO.
006490     PERFORM BUSCAR-UN-CONCEPTO
006500         VARYING IDX-CPT FROM 1 BY 1
006510             UNTIL IDX-CPT > NO-DE-CONCEPTOS
006520                 OR NO-DE-CONCEPTO-HALLADO > ZERO.
006530     IF NO-DE-CONCEPTO-HALLADO = ZERO
006540         IF NO-DE-CONCEPTOS < 50
006550             ADD 1 TO NO-DE-CONCEPTOS
006560             MOVE NO-DE-CONCEPTOS TO NO-DE-CONCEPTO-HALLADO
006570             MOVE CON-CONCEPTO
006580                 TO CPT-CONCEPTO (NO-DE-CONCEPTO-HALLADO)
006590             MOVE ZERO TO CPT-DEBE-BASE (NO-DE-CONCEPTO-HALLADO)
006600             MOVE ZERO TO CPT-HABER-BASE (NO-DE-CONCEPTO-HALLADO)
006610         ELSE
006620             IF NOT CONCEPTOS-LLENA
006630                 DISPLAY "CONCEPTOS: TABLA LLENA, "
006640                     "SE IGNORA EL RESTO."
006650                 SET CONCEPTOS-LLENA TO TRUE.
006660     IF NO-DE-CONCEPTO-HALLADO > ZERO
006670         IF CON-DEBE-HABER = "D"
006680             ADD CON-MONTO-BASE
006690                 TO CPT-DEBE-BASE (NO-DE-CONCEPTO-HALLADO)
006700         ELSE
006710             ADD CON-MONTO-BASE
006720                 TO CPT-HABER-BASE (NO-DE-CONCEPTO-HALLADO).
006730
006740 BUSCAR-UN-CONCEPTO.
006750     IF CPT-CONCEPTO (IDX-CPT) = CON-CONCEPTO
006760         MOVE IDX-CPT TO NO-DE-CONCEPTO-HALLADO.
006770
006780 ESCRIBIR-EL-TITULO-DEL-CERTIFICADO.
006790     MOVE SPACES TO LINEA-ARMADA.
006800     STRING "CERTIFICADO DE RETENCION DE IMPUESTOS - EJERCICIO "
006810         EJERCICIO-PEDIDO
006820         DELIMITED BY SIZE INTO LINEA-ARMADA.
006830     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
006840     MOVE SPACES TO LINEA-ARMADA.
006850     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
006860     MOVE SPACES TO LINEA-ARMADA.
006870     STRING "TITULAR   " TITULAR-NOMBRE
006880         DELIMITED BY SIZE INTO LINEA-ARMADA.
006890     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
006900     MOVE SPACES TO LINEA-ARMADA.
006904     IF CER-TIPO-TITULAR (IDX-CER) = "C"
006908         STRING "CLIENTE   " CER-CLIENTE (IDX-CER)
006912             "   DOCUMENTO " TITULAR-TIPO-DOCUMENTO
006916             " " TITULAR-NUMERO-DOCUMENTO
006920             "   " TITULAR-OBSERVACION
006924             DELIMITED BY SIZE INTO LINEA-ARMADA
006928     ELSE
006932         STRING "CUENTA    " CER-CUENTA (IDX-CER)
006936             "   " TITULAR-OBSERVACION
006940             DELIMITED BY SIZE INTO LINEA-ARMADA.
006950     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
006960     MOVE SPACES TO LINEA-ARMADA.
006970     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
006980     MOVE SPACES TO LINEA-ARMADA.
006986     STRING "CUENTA      PROD.  MON"
006992         "        INTERES BRUTO"
006998         "           RETENCION"
007004         "        INTERES NETO"
007010         "  TIPO DE CAMBIO"
007020         DELIMITED BY SIZE INTO LINEA-ARMADA.
007440     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
007450
007460 GRABAR-UN-DETALLE.
007470     MOVE SPACES TO DECLARACION-DETALLE.
007480     MOVE "D" TO DEC-TIPO-REGISTRO.
007490     MOVE EJERCICIO-PEDIDO TO DEC-EJERCICIO.
007498     MOVE TEC-CLIENTE TO DEC-CLIENTE.
007506     MOVE TITULAR-TIPO-DOCUMENTO TO DEC-TIPO-DOCUMENTO.
007514     MOVE TITULAR-NUMERO-DOCUMENTO TO DEC-NUMERO-DOCUMENTO.
007522     MOVE TITULAR-NOMBRE TO DEC-TITULAR.
007530     MOVE TITULAR-BRUTO-BASE TO DEC-INTERES-BRUTO.
007538     MOVE TITULAR-RETENCION-BASE TO DEC-RETENCION.
007546     MOVE TITULAR-NETO-BASE TO DEC-INTERES-NETO.
007560     WRITE DECLARACION-DETALLE.
007570     IF DECLARACION-STATUS NOT = "00"
007580         DISPLAY "ERROR AL GRABAR DECLARACION, ESTADO "
007590             DECLARACION-STATUS
007600         SET ERROR-DE-ARCHIVO TO TRUE
007610     ELSE
007620         ADD 1 TO NO-DE-DETALLES-GRABADOS.
007630
007640 IMPRIMIR-UN-CONTROL.
007650     COMPUTE DIFERENCIA-EN-MONEDA =
007660         CTL-RETENCION-MOV (IDX-CTL)
007670             - CTL-RETENCION-MAYOR (IDX-CTL).
007680     IF DIFERENCIA-EN-MONEDA NOT = ZERO
007690         ADD 1 TO NO-DE-MONEDAS-CON-DIFERENCIA.
007700     MOVE CTL-RETENCION-MOV (IDX-CTL) TO MONEDA-MOSTRADA.
007710     MOVE CTL-RETENCION-MAYOR (IDX-CTL) TO MAYOR-MOSTRADO.
007720     MOVE DIFERENCIA-EN-MONEDA TO DIFERENCIA-MOSTRADA.
007730     MOVE CTL-MAYOR-BASE (IDX-CTL) TO BASE-MOSTRADA.
007740     MOVE SPACES TO LINEA-ARMADA.
007750     STRING CTL-MONEDA (IDX-CTL)
007760         MONEDA-MOSTRADA
007770         "  " MAYOR-MOSTRADO
007780         "  " DIFERENCIA-MOSTRADA
007790         "  " BASE-MOSTRADA
007800         DELIMITED BY SIZE INTO LINEA-ARMADA.
007810     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
007820
007830 IMPRIMIR-UN-CONCEPTO.
007840     MOVE CPT-DEBE-BASE (IDX-CPT) TO MONEDA-MOSTRADA.
007850     MOVE CPT-HABER-BASE (IDX-CPT) TO MAYOR-MOSTRADO.
007860     COMPUTE MONTO-BASE-CON-SIGNO =
007870         CPT-HABER-BASE (IDX-CPT) - CPT-DEBE-BASE (IDX-CPT).
007880     MOVE MONTO-BASE-CON-SIGNO TO BASE-MOSTRADA.
007890     MOVE SPACES TO LINEA-ARMADA.
007900     STRING CPT-CONCEPTO (IDX-CPT)
007910         MONEDA-MOSTRADA
007920         " " MAYOR-MOSTRADO
007930         "  " BASE-MOSTRADA
007940         DELIMITED BY SIZE INTO LINEA-ARMADA.
007950     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
007960
007970 BUSCAR-MONEDA.
007980*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
007990*    base vale la moneda buscada. La moneda en blanco es la base
008000*    y una moneda que no esta en MONEDAS se toma a la par.
008010     SET MONEDA-NO-ENCONTRADA TO TRUE.
008020     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
008030     IF MONEDA-DE-BUSQUEDA NOT = SPACES
008040         PERFORM BUSCAR-UNA-MONEDA
008050             VARYING IDX-MON FROM 1 BY 1
008060                 UNTIL IDX-MON > NO-DE-MONEDAS
008070                     OR MONEDA-ENCONTRADA.
008080
008090 BUSCAR-UNA-MONEDA.
008100     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
008110         SET MONEDA-ENCONTRADA TO TRUE
008120         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
008130
008140 ESCRIBIR-ENCABEZADO-CERTIFICADO.
008150     MOVE FDS-ANIO TO FM-ANIO.
008160     MOVE FDS-MES  TO FM-MES.
008170     MOVE FDS-DIA  TO FM-DIA.
008180     MOVE HDS-HORA TO HM-HORA.
008190     MOVE HDS-MIN  TO HM-MIN.
008200     MOVE HDS-SEG  TO HM-SEG.
008210     ADD 1 TO NO-DE-PAGINA.
008220     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
008230     MOVE SPACES TO LINEA-DE-CERTIFICADO.
008240     STRING "CERTIFICADOS DE RETENCION"
008250         "   FECHA: " FECHA-MOSTRADA
008260         "   HORA: " HORA-MOSTRADA
008270         "   PAGINA: " PAGINA-MOSTRADA
008280         DELIMITED BY SIZE INTO LINEA-DE-CERTIFICADO.
008290     WRITE LINEA-DE-CERTIFICADO.
008300     IF CERTIFICADOS-STATUS NOT = "00"
008310         SET ERROR-DE-ARCHIVO TO TRUE.
008320     MOVE ZERO TO LINEAS-EN-PAGINA.
008330
008340 ESCRIBIR-LINEA-DE-CERTIFICADO.
008350     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
008360         PERFORM ESCRIBIR-ENCABEZADO-CERTIFICADO.
008370     MOVE LINEA-ARMADA TO LINEA-DE-CERTIFICADO.
008380     WRITE LINEA-DE-CERTIFICADO.
008390     IF CERTIFICADOS-STATUS NOT = "00"
008400         SET ERROR-DE-ARCHIVO TO TRUE.
008410     ADD 1 TO LINEAS-EN-PAGINA.
008420
008430 LEER-LO-ARCHIVADO.
008440*    Los anios ya archivados estan en MOVIMIENTOSHISTORICO con el
008450*    mismo registro: se leen antes que MOVIMIENTOS y de la misma
008460*    manera. Sin ese archivo no hay nada archivado.
008470     OPEN INPUT HISTORICO-FILE.
008480     IF HISTORICO-STATUS = "00"
008490         SET LEYENDO-HISTORICO TO TRUE
008500         PERFORM LEER-MOVIMIENTO
008510         PERFORM TOMAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS
008520         CLOSE HISTORICO-FILE
008530         MOVE "N" TO SW-LEYENDO-HISTORICO.
008540
008550 BUSCAR-EL-CLIENTE.
008560*    El titular con cliente toma el documento y el nombre de
008570*    CLIENTES; sin cliente, o si el cliente no esta, el nombre
008580*    es el de la cuenta y el documento queda en blanco.
008590     MOVE CER-TITULAR (IDX-CER) TO TITULAR-NOMBRE.
008600     MOVE SPACES TO TITULAR-TIPO-DOCUMENTO.
008610     MOVE SPACES TO TITULAR-NUMERO-DOCUMENTO.
008620     MOVE SPACES TO TITULAR-OBSERVACION.
008630     IF CER-TIPO-TITULAR (IDX-CER) = "S"
008640         MOVE "CUENTA SIN CLIENTE" TO TITULAR-OBSERVACION
008650     ELSE
008660     IF NOT HAY-CLIENTES
008670         MOVE "SIN ARCHIVO CLIENTES" TO TITULAR-OBSERVACION
008680     ELSE
008690         MOVE CER-CLIENTE (IDX-CER) TO CLIENTE-ID
008700         READ CLIENTES-FILE
008710             INVALID KEY MOVE "23" TO CLIENTES-STATUS
008720         END-READ
008730         IF CLIENTES-STATUS = "00"
008740             MOVE CLIENTE-NOMBRE TO TITULAR-NOMBRE
008750             MOVE CLIENTE-TIPO-DOCUMENTO TO TITULAR-TIPO-DOCUMENTO
008760             MOVE CLIENTE-NUMERO-DOCUMENTO
008770                 TO TITULAR-NUMERO-DOCUMENTO
008780         ELSE
008790             MOVE "CLIENTE QUE NO ESTA EN CLIENTES"
008800                 TO TITULAR-OBSERVACION.
008810
008820 IMPRIMIR-UNA-CUENTA-CERTIFICADA.
008830     MOVE CER-MONEDA (IDX-CER) TO MONEDA-DE-BUSQUEDA.
008840     PERFORM BUSCAR-MONEDA.
008850     COMPUTE BRUTO-BASE ROUNDED =
008860         CER-BRUTO (IDX-CER) * CAMBIO-DE-LA-MONEDA.
008870     COMPUTE RETENCION-BASE ROUNDED =
008880         CER-RETENCION (IDX-CER) * CAMBIO-DE-LA-MONEDA.
008890     COMPUTE NETO-BASE = BRUTO-BASE - RETENCION-BASE.
008900     COMPUTE NETO-EN-MONEDA =
008910         CER-BRUTO (IDX-CER) - CER-RETENCION (IDX-CER).
008920     ADD 1 TO TITULAR-CUENTAS.
008930     ADD 1 TO NO-DE-CUENTAS-CERTIFICADAS.
008940     ADD CER-MOVIMIENTOS (IDX-CER) TO TITULAR-MOVIMIENTOS.
008950     ADD BRUTO-BASE TO TITULAR-BRUTO-BASE.
008960     ADD RETENCION-BASE TO TITULAR-RETENCION-BASE.
008970     ADD NETO-BASE TO TITULAR-NETO-BASE.
008980     ADD BRUTO-BASE TO TOTAL-BRUTO-BASE.
008990     ADD RETENCION-BASE TO TOTAL-RETENCION-BASE.
009000     ADD NETO-BASE TO TOTAL-NETO-BASE.
009010     PERFORM ESCRIBIR-LA-CUENTA-CERTIFICADA.
009020     ADD 1 TO IDX-CER.
009030     IF IDX-CER > NO-DE-CERTIFICADOS
009040         SET FIN-DEL-TITULAR TO TRUE
009050     ELSE
009060     IF CER-CLAVE-TITULAR (IDX-CER) NOT = TITULAR-EN-CURSO
009070         SET FIN-DEL-TITULAR TO TRUE.
009080
009090 ESCRIBIR-LA-CUENTA-CERTIFICADA.
009100     MOVE CER-BRUTO (IDX-CER) TO MONEDA-MOSTRADA.
009110     MOVE CER-RETENCION (IDX-CER) TO MAYOR-MOSTRADO.
009120     MOVE NETO-EN-MONEDA TO DIFERENCIA-MOSTRADA.
009130     MOVE CAMBIO-DE-LA-MONEDA TO CAMBIO-MOSTRADO.
009140     MOVE SPACES TO LINEA-ARMADA.
009150     STRING CER-CUENTA (IDX-CER)
009160         "  " CER-PRODUCTO (IDX-CER)
009170         " " CER-MONEDA (IDX-CER)
009180         "  " MONEDA-MOSTRADA
009190         " " MAYOR-MOSTRADO
009200         " " DIFERENCIA-MOSTRADA
009210         "   " CAMBIO-MOSTRADO
009220         DELIMITED BY SIZE INTO LINEA-ARMADA.
009230     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009240     MOVE BRUTO-BASE TO MONEDA-MOSTRADA.
009250     MOVE RETENCION-BASE TO MAYOR-MOSTRADO.
009260     MOVE NETO-BASE TO DIFERENCIA-MOSTRADA.
009270     MOVE SPACES TO LINEA-ARMADA.
009280     STRING "  EN MONEDA BASE       "
009290         " " MONEDA-MOSTRADA
009300         " " MAYOR-MOSTRADO
009310         " " DIFERENCIA-MOSTRADA
009320         DELIMITED BY SIZE INTO LINEA-ARMADA.
009330     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009340
009350 ESCRIBIR-EL-PIE-DEL-CERTIFICADO.
009360     MOVE SPACES TO LINEA-ARMADA.
009370     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009380     MOVE TITULAR-BRUTO-BASE TO MONEDA-MOSTRADA.
009390     MOVE TITULAR-RETENCION-BASE TO MAYOR-MOSTRADO.
009400     MOVE TITULAR-NETO-BASE TO DIFERENCIA-MOSTRADA.
009410     MOVE SPACES TO LINEA-ARMADA.
009420     STRING "TOTAL EN MONEDA BASE   "
009430         " " MONEDA-MOSTRADA
009440         " " MAYOR-MOSTRADO
009450         " " DIFERENCIA-MOSTRADA
009460         DELIMITED BY SIZE INTO LINEA-ARMADA.
009470     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009480     MOVE SPACES TO LINEA-ARMADA.
009490     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009500     MOVE TITULAR-CUENTAS TO CONTADOR-MOSTRADO.
009510     MOVE SPACES TO LINEA-ARMADA.
009520     STRING "CUENTAS CERTIFICADAS     " CONTADOR-MOSTRADO
009530         DELIMITED BY SIZE INTO LINEA-ARMADA.
009540     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009550     MOVE TITULAR-MOVIMIENTOS TO CONTADOR-MOSTRADO.
009560     MOVE SPACES TO LINEA-ARMADA.
009570     STRING "MOVIMIENTOS CON INTERES  " CONTADOR-MOSTRADO
009580         DELIMITED BY SIZE INTO LINEA-ARMADA.
009590     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009600     MOVE SPACES TO LINEA-ARMADA.
009610     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
009620     MOVE "SE EXTIENDE EL PRESENTE A PEDIDO DEL INTERESADO."
009630         TO LINEA-ARMADA.
009640     PERFORM ESCRIBIR-LINEA-DE-CERTIFICADO.
