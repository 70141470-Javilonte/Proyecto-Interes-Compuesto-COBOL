000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. ESCALA-VENCIMIENTOS.
000030
000040*    Este programa arma la escala de vencimientos para tesoreria:
000050*    cuanto dinero de las cuentas vence en las proximas semanas y
000060*    meses. Lee las cuentas no cerradas del maestro CUENTAS y pone
000070*    el saldo de cada una en un tramo segun los dias que faltan
000080*    para su CUENTA-FECHA-VENCIMIENTO: vencidas (la fecha ya paso
000090*    y VENCIMIENTO-CUENTAS todavia no la proceso), 0 a 7 dias,
000100*    8 a 30, 31 a 90, 91 a 180, 181 a 365, mas de un anio, y sin
000110*    vencimiento (cuentas sin plazo). Los dias se cuentan con
000120*    meses de 30 dias, la convencion del anio comercial de 360
000130*    dias que usa la cancelacion anticipada, asi que el tramo de
000140*    181 a 365 dias termina justo al cumplirse el anio.
000150*    Los tramos salen por moneda y producto, en la moneda de la
000160*    cuenta y en moneda base con el cambio de MONEDAS, y al final
000170*    el total de todo el libro en moneda base con el saldo
000180*    acumulado tramo a tramo. Por cada tramo se muestra el
000190*    interes bruto proyectado hasta el vencimiento a la tasa
000200*    vigente de TASAS (con el tramo de saldo que corresponde a la
000210*    cuenta, como en la revalorizacion) y cuanto del saldo de hoy
000220*    se espera que se renueve (regla R del producto) o que se
000230*    pague (regla P) al vencer. Las cuentas vencidas no proyectan
000240*    interes y las cuentas sin vencimiento no se renuevan ni se
000250*    pagan. Las cuentas cuyo producto no esta en TASAS entran en
000260*    el saldo pero no en el interes ni en la regla, y se cuentan.
000270*    El informe va al archivo ESCALAVENCIMIENTOS y la misma
000280*    informacion, un renglon por moneda, producto y tramo, al
000290*    archivo ESCALACSV separada por comas para la planilla de
000300*    tesoreria. El codigo de retorno es 4 si hay cuentas sin tasa
000310*    y 8 si falla un archivo.
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS CUENTA-NUMERO
000390         FILE STATUS IS CUENTAS-STATUS.
000400     SELECT TASAS-FILE ASSIGN TO "TASAS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS TASAS-STATUS.
000430     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS MONEDAS-STATUS.
000460     SELECT ESCALA-FILE ASSIGN TO "ESCALAVENCIMIENTOS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ESCALA-STATUS.
000490     SELECT CSV-FILE ASSIGN TO "ESCALACSV"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS CSV-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
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
000680 FD  TASAS-FILE.
000690 01  TASAS-REGISTRO.
000700     05 TASA-CODIGO-ENT          PIC X(06).
000710     05 TASA-INTERES-ENT         PIC 999V9.
000720     05 TASA-RETENCION-ENT       PIC 99V99.
000730     05 TASA-RENUEVA-ENT         PIC X.
000740     05 TASA-DESDE-ENT           PIC 9(9)V99.
000750     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000760     05 TASA-PENALIDAD-ENT       PIC 999V9.
000770 FD  MONEDAS-FILE.
000780 01  MONEDAS-REGISTRO.
000790     05 MON-CODIGO-ENT           PIC X(03).
000800     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
000810 FD  ESCALA-FILE.
000820 01  LINEA-DE-ESCALA            PIC X(132).
000830 FD  CSV-FILE.
000840 01  LINEA-DE-CSV               PIC X(250).
000850 WORKING-STORAGE SECTION.
000860
000870 01  CUENTAS-STATUS             PIC XX.
000880 01  TASAS-STATUS               PIC XX.
000890 01  MONEDAS-STATUS             PIC XX.
000900 01  ESCALA-STATUS              PIC XX.
000910 01  CSV-STATUS                 PIC XX.
000920 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
000930     88 ERROR-DE-ARCHIVO              VALUE "S".
000940 01  SW-FIN-DE-CUENTAS          PIC X.
000950     88 FIN-DE-CUENTAS                VALUE "S".
000960 01  NO-DE-TASAS                PIC 999 VALUE ZERO.
000970 01  TABLA-DE-TASAS.
000980     05 TASA-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-TASA.
000990        10 TASA-CODIGO          PIC X(06).
001000        10 TASA-VALOR           PIC 999V9.
001010        10 TASA-RENUEVA         PIC X.
001020        10 TASA-DESDE           PIC 9(9)V99.
001030 01  SW-TASA-ENCONTRADA         PIC X VALUE "N".
001040     88 TASA-ENCONTRADA              VALUE "S".
001050     88 TASA-NO-ENCONTRADA           VALUE "N".
001060 01  NO-DE-TASA-ENCONTRADA      PIC 999 VALUE ZERO.
001070 01  DESDE-ENCONTRADO           PIC 9(9)V99 VALUE ZERO.
001080 01  SW-TASAS-LLENA             PIC X VALUE "N".
001090     88 TASAS-LLENA                   VALUE "S".
001100 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
001110 01  TABLA-DE-MONEDAS.
001120     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
001130        10 MON-CODIGO           PIC X(03).
001140        10 MON-CAMBIO           PIC 9(5)V9(6).
001150 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
001160     88 MONEDAS-LLENA                VALUE "S".
001170 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001180 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001190     88 MONEDA-ENCONTRADA            VALUE "S".
001200     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001210 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
001220 01  NOMBRES-DE-TRAMOS.
001230     05 FILLER                  PIC X(15) VALUE "VENCIDAS".
001240     05 FILLER                  PIC X(15) VALUE "0 A 7 DIAS".
001250     05 FILLER                  PIC X(15) VALUE "8 A 30 DIAS".
001260     05 FILLER                  PIC X(15) VALUE "31 A 90 DIAS".
001270     05 FILLER                  PIC X(15) VALUE "91 A 180 DIAS".
001280     05 FILLER                  PIC X(15) VALUE "181 A 365 DIAS".
001290     05 FILLER                  PIC X(15) VALUE "MAS DE 1 ANIO".
001300     05 FILLER                  PIC X(15) VALUE "SIN VENCIMIENTO".
001310 01  TABLA-DE-NOMBRES REDEFINES NOMBRES-DE-TRAMOS.
001320     05 NOMBRE-DEL-TRAMO        PIC X(15) OCCURS 8 TIMES.
001330 01  NO-DE-GRUPOS               PIC 999 VALUE ZERO.
001340 01  TABLA-DE-GRUPOS.
001350     05 GRUPO-ENTRADA OCCURS 100 TIMES.
001360        10 GRU-MONEDA           PIC X(03).
001370        10 GRU-PRODUCTO         PIC X(06).
001380        10 GRU-TRAMO OCCURS 8 TIMES.
001390           15 GRU-CUENTAS       PIC 9(7).
001400           15 GRU-SALDO         PIC S9(13)V99.
001410           15 GRU-INTERES       PIC S9(13)V99.
001420           15 GRU-RENUEVA       PIC S9(13)V99.
001430           15 GRU-PAGA          PIC S9(13)V99.
001440 01  SW-GRUPOS-LLENA            PIC X VALUE "N".
001450     88 GRUPOS-LLENA                  VALUE "S".
001460 01  NO-DE-GRUPO-HALLADO        PIC 999 VALUE ZERO.
001470 01  IDX-GRU                    PIC 999.
001480 01  IDX-ANT                    PIC 999.
001490 01  IDX-TRA                    PIC 9.
001500 01  TABLA-DE-TOTALES-BASE.
001510     05 BASE-TRAMO OCCURS 8 TIMES.
001520        10 TBA-CUENTAS          PIC 9(7).
001530        10 TBA-SALDO            PIC S9(15)V99.
001540        10 TBA-INTERES          PIC S9(15)V99.
001550        10 TBA-RENUEVA          PIC S9(15)V99.
001560        10 TBA-PAGA             PIC S9(15)V99.
001570 01  TOTALES-DEL-GRUPO.
001580     05 TGR-CUENTAS             PIC 9(7).
001590     05 TGR-SALDO               PIC S9(13)V99.
001600     05 TGR-INTERES             PIC S9(13)V99.
001610     05 TGR-RENUEVA             PIC S9(13)V99.
001620     05 TGR-PAGA                PIC S9(13)V99.
001630     05 TGR-SALDO-BASE          PIC S9(15)V99.
001640 01  TOTALES-GENERALES-BASE.
001650     05 TGB-CUENTAS             PIC 9(7).
001660     05 TGB-SALDO               PIC S9(15)V99.
001670     05 TGB-INTERES             PIC S9(15)V99.
001680     05 TGB-RENUEVA             PIC S9(15)V99.
001690     05 TGB-PAGA                PIC S9(15)V99.
001700 01  SALDO-BASE                 PIC S9(15)V99.
001710 01  INTERES-BASE               PIC S9(15)V99.
001720 01  RENUEVA-BASE               PIC S9(15)V99.
001730 01  PAGA-BASE                  PIC S9(15)V99.
001740 01  ACUMULADO-BASE             PIC S9(15)V99.
001750 01  TRAMO-DE-LA-CUENTA         PIC 9.
001760 01  DIAS-AL-VENCIMIENTO        PIC S9(7).
001770 01  INTERES-PROYECTADO         PIC S9(13)V99.
001780 01  SALDO-DE-BUSQUEDA          PIC 9(9)V99.
001790 01  CODIGO-DE-PRODUCTO         PIC X(06).
001800 01  FECHA-DE-VENCIMIENTO.
001810     05 FDV-ANIO                PIC 9(4).
001820     05 FDV-MES                 PIC 99.
001830     05 FDV-DIA                 PIC 99.
001840 01  DIA-DE-HOY                 PIC 99.
001850 01  NO-DE-CUENTAS-LEIDAS       PIC 9(9) VALUE ZERO.
001860 01  NO-DE-CUENTAS-CERRADAS     PIC 9(9) VALUE ZERO.
001870 01  NO-DE-CUENTAS-EN-ESCALA    PIC 9(9) VALUE ZERO.
001880 01  NO-DE-CUENTAS-SIN-TASA     PIC 9(9) VALUE ZERO.
001890 01  NO-DE-LINEAS-CSV           PIC 9(9) VALUE ZERO.
001900 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
001910 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
001920 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
001930 01  LINEA-ARMADA               PIC X(132).
001940 01  FECHA-DEL-SISTEMA.
001950     05 FDS-ANIO                PIC 9(4).
001960     05 FDS-MES                 PIC 99.
001970     05 FDS-DIA                 PIC 99.
001980 01  HORA-DEL-SISTEMA.
001990     05 HDS-HORA                PIC 99.
002000     05 HDS-MIN                 PIC 99.
002010     05 HDS-SEG                 PIC 99.
002020     05 HDS-CENT                PIC 99.
002030 01  FECHA-MOSTRADA.
002040     05 FM-ANIO                 PIC 9999.
002050     05 FM-GUION-1              PIC X VALUE "-".
002060     05 FM-MES                  PIC 99.
002070     05 FM-GUION-2              PIC X VALUE "-".
002080     05 FM-DIA                  PIC 99.
002090 01  HORA-MOSTRADA.
002100     05 HM-HORA                 PIC 99.
002110     05 HM-DOSPTOS-1            PIC X VALUE ":".
002120     05 HM-MIN                  PIC 99.
002130     05 HM-DOSPTOS-2            PIC X VALUE ":".
002140     05 HM-SEG                  PIC 99.
002150 01  PAGINA-MOSTRADA            PIC ZZ9.
002160 01  CUENTAS-MOSTRADAS          PIC ZZZ,ZZ9.
002170 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002180 01  INTERES-MOSTRADO           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
002190 01  RENUEVA-MOSTRADO           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002200 01  PAGA-MOSTRADO              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002210 01  BASE-MOSTRADA              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
002220 01  CAMBIO-MOSTRADO            PIC ZZ,ZZ9.999999.
002230 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
002240 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002250 01  CSV-CUENTAS                PIC 9(7).
002260 01  CSV-SALDO                  PIC -9(13).99.
002270 01  CSV-INTERES                PIC -9(13).99.
002280 01  CSV-RENUEVA                PIC -9(13).99.
002290 01  CSV-PAGA                   PIC -9(13).99.
002300 01  CSV-CAMBIO                 PIC 9(5).9(6).
002310 01  CSV-SALDO-BASE             PIC -9(15).99.
002320 01  CSV-INTERES-BASE           PIC -9(15).99.
002330 01  CSV-RENUEVA-BASE           PIC -9(15).99.
002340 01  CSV-PAGA-BASE              PIC -9(15).99.
002350*RUTINA DE NIVEL 1
002360 PROCEDURE DIVISION.
002370 PROGRAMA-EMPIEZA.
002380
002390     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002400     ACCEPT HORA-DEL-SISTEMA FROM TIME.
002410     INITIALIZE TABLA-DE-TOTALES-BASE.
002420     PERFORM ABRIR-TASAS.
002430     PERFORM ABRIR-MONEDAS.
002440     OPEN INPUT CUENTAS-FILE.
002450     IF CUENTAS-STATUS NOT = "00"
002460         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
002470             CUENTAS-STATUS
002480         MOVE 8 TO RETURN-CODE
002490         GO TO TERMINA-PROGRAMA.
002500     PERFORM LEER-CUENTA.
002510     PERFORM UBICAR-UNA-CUENTA UNTIL FIN-DE-CUENTAS.
002520     CLOSE CUENTAS-FILE.
002530     OPEN OUTPUT ESCALA-FILE.
002540     IF ESCALA-STATUS NOT = "00"
002550         DISPLAY "NO SE PUDO ABRIR ESCALAVENCIMIENTOS, ESTADO "
002560             ESCALA-STATUS
002570         MOVE 8 TO RETURN-CODE
002580         GO TO TERMINA-PROGRAMA.
002590     PERFORM ABRIR-CSV.
002600     PERFORM ESCRIBIR-ENCABEZADO-ESCALA.
002610     PERFORM ESCRIBIR-UN-GRUPO
002620         VARYING IDX-GRU FROM 1 BY 1
002630             UNTIL IDX-GRU > NO-DE-GRUPOS.
002640     PERFORM ESCRIBIR-LOS-TOTALES.
002650     CLOSE ESCALA-FILE.
002660     CLOSE CSV-FILE.
002670     PERFORM MOSTRAR-TOTALES.
002680     IF ERROR-DE-ARCHIVO
002690         MOVE 8 TO RETURN-CODE
002700     ELSE
002710     IF NO-DE-CUENTAS-SIN-TASA > ZERO
002720         MOVE 4 TO RETURN-CODE.
002730 TERMINA-PROGRAMA.
002740     STOP RUN.
002750*RUTINAS DE NIVEL 2
002760 ABRIR-TASAS.
002770     OPEN INPUT TASAS-FILE.
002780     IF TASAS-STATUS = "00"
002790         PERFORM CARGAR-TASA UNTIL TASAS-STATUS NOT = "00"
002800         CLOSE TASAS-FILE.
002810
002820 CARGAR-TASA.
002830     READ TASAS-FILE
002840         AT END NEXT SENTENCE.
002850     IF TASAS-STATUS = "00"
002860         IF NO-DE-TASAS < 100
002870             ADD 1 TO NO-DE-TASAS
002880             MOVE TASA-CODIGO-ENT TO TASA-CODIGO (NO-DE-TASAS)
002890             MOVE TASA-INTERES-ENT TO TASA-VALOR (NO-DE-TASAS)
002900             IF TASA-RENUEVA-ENT = "R"
002910                 MOVE "R" TO TASA-RENUEVA (NO-DE-TASAS)
002920             ELSE
002930                 MOVE "P" TO TASA-RENUEVA (NO-DE-TASAS)
002940             END-IF
002950             IF TASA-DESDE-ENT NUMERIC
002960                 MOVE TASA-DESDE-ENT TO TASA-DESDE (NO-DE-TASAS)
002970             ELSE
002980                 MOVE ZERO TO TASA-DESDE (NO-DE-TASAS)
002990             END-IF
003000         ELSE
003010             IF NOT TASAS-LLENA
003020                 DISPLAY "TASAS: TABLA LLENA, SE IGNORA EL RESTO."
003030                 SET TASAS-LLENA TO TRUE.
003040
003050 ABRIR-MONEDAS.
003060     OPEN INPUT MONEDAS-FILE.
003070     IF MONEDAS-STATUS = "00"
003080         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
003090         CLOSE MONEDAS-FILE.
003100
003110 CARGAR-MONEDA.
003120     READ MONEDAS-FILE
003130         AT END NEXT SENTENCE.
003140     IF MONEDAS-STATUS = "00"
003150         IF NO-DE-MONEDAS < 20
003160             ADD 1 TO NO-DE-MONEDAS
003170             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
003180             IF MON-CAMBIO-ENT NUMERIC
003190                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
003200             ELSE
003210                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
003220             END-IF
003230         ELSE
003240             IF NOT MONEDAS-LLENA
003250                 DISPLAY "MONEDAS: TABLA LLENA, "
003260                     "SE IGNORA EL RESTO."
003270                 SET MONEDAS-LLENA TO TRUE.
003280
003290 LEER-CUENTA.
003300     MOVE "N" TO SW-FIN-DE-CUENTAS.
003310     READ CUENTAS-FILE NEXT RECORD
003320         AT END MOVE "S" TO SW-FIN-DE-CUENTAS
003330         NOT AT END ADD 1 TO NO-DE-CUENTAS-LEIDAS
003340     END-READ.
003350
003360 UBICAR-UNA-CUENTA.
003370*    Las cuentas cerradas ya no son dinero del banco.
003380     IF CUENTA-ESTADO = "C"
003390         ADD 1 TO NO-DE-CUENTAS-CERRADAS
003400     ELSE
003410         PERFORM BUSCAR-EL-GRUPO
003420         IF NO-DE-GRUPO-HALLADO > ZERO
003430             PERFORM ELEGIR-EL-TRAMO
003440             PERFORM PROYECTAR-LA-CUENTA
003450             PERFORM SUMAR-AL-GRUPO.
003460     PERFORM LEER-CUENTA.
003470
003480 ABRIR-CSV.
003490     OPEN OUTPUT CSV-FILE.
003500     IF CSV-STATUS NOT = "00"
003510         DISPLAY "NO SE PUDO ABRIR ESCALACSV, ESTADO "
003520             CSV-STATUS
003530         SET ERROR-DE-ARCHIVO TO TRUE
003540     ELSE
003550         MOVE SPACES TO LINEA-DE-CSV
003560         STRING "FECHA,MONEDA,PRODUCTO,TRAMO,CUENTAS,SALDO,"
003570             "INTERES_PROYECTADO,A_RENOVAR,A_PAGAR,CAMBIO,"
003580             "SALDO_BASE,INTERES_BASE,A_RENOVAR_BASE,"
003590             "A_PAGAR_BASE"
003600             DELIMITED BY SIZE INTO LINEA-DE-CSV
003610         WRITE LINEA-DE-CSV
003612         IF CSV-STATUS NOT = "00"
003614             SET ERROR-DE-ARCHIVO TO TRUE.
003620
003630 ESCRIBIR-ENCABEZADO-ESCALA.
003640     MOVE FDS-ANIO TO FM-ANIO.
003650     MOVE FDS-MES  TO FM-MES.
003660     MOVE FDS-DIA  TO FM-DIA.
003670     MOVE HDS-HORA TO HM-HORA.
003680     MOVE HDS-MIN  TO HM-MIN.
003690     MOVE HDS-SEG  TO HM-SEG.
003700     ADD 1 TO NO-DE-PAGINA.
003710     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
003720     MOVE SPACES TO LINEA-DE-ESCALA.
003730     STRING "ESCALA DE VENCIMIENTOS"
003740         "   FECHA: " FECHA-MOSTRADA
003750         "   HORA: " HORA-MOSTRADA
003760         "   PAGINA: " PAGINA-MOSTRADA
003770         DELIMITED BY SIZE INTO LINEA-DE-ESCALA.
003780     WRITE LINEA-DE-ESCALA.
003790     IF ESCALA-STATUS NOT = "00"
003800         SET ERROR-DE-ARCHIVO TO TRUE.
003810     MOVE ZERO TO LINEAS-EN-PAGINA.
003820
003830 ESCRIBIR-UN-GRUPO.
003840*    Un grupo no empieza en las ultimas lineas de la pagina: si
003850*    no entra entero se cambia de pagina antes.
003860     IF LINEAS-EN-PAGINA + 13 > MAX-LINEAS-POR-PAGINA
003870         MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
003880     MOVE GRU-MONEDA (IDX-GRU) TO MONEDA-DE-BUSQUEDA.
003890     PERFORM BUSCAR-MONEDA.
003900     MOVE CAMBIO-DE-LA-MONEDA TO CAMBIO-MOSTRADO.
003910     MOVE SPACES TO LINEA-ARMADA.
003920     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
003930     MOVE SPACES TO LINEA-ARMADA.
003940     STRING "MONEDA " GRU-MONEDA (IDX-GRU)
003950         "   PRODUCTO " GRU-PRODUCTO (IDX-GRU)
003960         "   CAMBIO " CAMBIO-MOSTRADO
003970         DELIMITED BY SIZE INTO LINEA-ARMADA.
003980     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
003990     MOVE SPACES TO LINEA-ARMADA.
004000     STRING "TRAMO           CUENTAS"
004010         "      SALDO EN MONEDA"
004020         "  INTERES PROYECTADO"
004030         "            A RENOVAR"
004040         "              A PAGAR"
004050         "        SALDO EN BASE"
004060         DELIMITED BY SIZE INTO LINEA-ARMADA.
004070     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004080     INITIALIZE TOTALES-DEL-GRUPO.
004090     PERFORM ESCRIBIR-UN-TRAMO-DEL-GRUPO
004100         VARYING IDX-TRA FROM 1 BY 1
004110             UNTIL IDX-TRA > 8.
004120     MOVE TGR-CUENTAS TO CUENTAS-MOSTRADAS.
004130     MOVE TGR-SALDO TO SALDO-MOSTRADO.
004140     MOVE TGR-INTERES TO INTERES-MOSTRADO.
004150     MOVE TGR-RENUEVA TO RENUEVA-MOSTRADO.
004160     MOVE TGR-PAGA TO PAGA-MOSTRADO.
004170     MOVE TGR-SALDO-BASE TO BASE-MOSTRADA.
004180     MOVE SPACES TO LINEA-ARMADA.
004190     STRING "TOTAL          " " " CUENTAS-MOSTRADAS
004200         "  " SALDO-MOSTRADO
004210         "  " INTERES-MOSTRADO
004220         "  " RENUEVA-MOSTRADO
004230         "  " PAGA-MOSTRADO
004240         "  " BASE-MOSTRADA
004250         DELIMITED BY SIZE INTO LINEA-ARMADA.
004260     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004270
004280 ESCRIBIR-LOS-TOTALES.
004290*    El acumulado muestra el saldo que vence hasta cada tramo
004300*    inclusive, sin contar las cuentas sin vencimiento.
004310     IF LINEAS-EN-PAGINA + 14 > MAX-LINEAS-POR-PAGINA
004320         MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
004330     MOVE SPACES TO LINEA-ARMADA.
004340     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004350     MOVE "TOTAL DEL LIBRO EN MONEDA BASE" TO LINEA-ARMADA.
004360     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004370     MOVE SPACES TO LINEA-ARMADA.
004380     STRING "TRAMO           CUENTAS"
004390         "        SALDO EN BASE"
004400         "  INTERES PROYECTADO"
004410         "            A RENOVAR"
004420         "              A PAGAR"
004430         "            ACUMULADO"
004440         DELIMITED BY SIZE INTO LINEA-ARMADA.
004450     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004460     INITIALIZE TOTALES-GENERALES-BASE.
004470     MOVE ZERO TO ACUMULADO-BASE.
004480     PERFORM ESCRIBIR-UN-TRAMO-BASE
004490         VARYING IDX-TRA FROM 1 BY 1
004500             UNTIL IDX-TRA > 8.
004510     MOVE TGB-CUENTAS TO CUENTAS-MOSTRADAS.
004520     MOVE TGB-SALDO TO SALDO-MOSTRADO.
004530     MOVE TGB-INTERES TO INTERES-MOSTRADO.
004540     MOVE TGB-RENUEVA TO RENUEVA-MOSTRADO.
004550     MOVE TGB-PAGA TO PAGA-MOSTRADO.
004560     MOVE SPACES TO LINEA-ARMADA.
004570     STRING "TOTAL          " " " CUENTAS-MOSTRADAS
004580         "  " SALDO-MOSTRADO
004590         "  " INTERES-MOSTRADO
004600         "  " RENUEVA-MOSTRADO
004610         "  " PAGA-MOSTRADO
004620         DELIMITED BY SIZE INTO LINEA-ARMADA.
004630     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004640     MOVE SPACES TO LINEA-ARMADA.
004650     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004660     MOVE NO-DE-CUENTAS-LEIDAS TO CONTADOR-MOSTRADO.
004670     MOVE SPACES TO LINEA-ARMADA.
004680     STRING "CUENTAS LEIDAS                    "
004690         CONTADOR-MOSTRADO
004700         DELIMITED BY SIZE INTO LINEA-ARMADA.
004710     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004720     MOVE NO-DE-CUENTAS-CERRADAS TO CONTADOR-MOSTRADO.
004730     MOVE SPACES TO LINEA-ARMADA.
004740     STRING "  CERRADAS, FUERA DE LA ESCALA    "
004750         CONTADOR-MOSTRADO
004760         DELIMITED BY SIZE INTO LINEA-ARMADA.
004770     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004780     MOVE NO-DE-CUENTAS-EN-ESCALA TO CONTADOR-MOSTRADO.
004790     MOVE SPACES TO LINEA-ARMADA.
004800     STRING "  EN LA ESCALA                    "
004810         CONTADOR-MOSTRADO
004820         DELIMITED BY SIZE INTO LINEA-ARMADA.
004830     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004840     MOVE NO-DE-CUENTAS-SIN-TASA TO CONTADOR-MOSTRADO.
004850     MOVE SPACES TO LINEA-ARMADA.
004860     STRING "  SIN TASA, SIN INTERES NI REGLA  "
004870         CONTADOR-MOSTRADO
004880         DELIMITED BY SIZE INTO LINEA-ARMADA.
004890     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
004900
004910 MOSTRAR-TOTALES.
004920     MOVE NO-DE-CUENTAS-LEIDAS TO CONTADOR-MOSTRADO.
004930     DISPLAY "CUENTAS LEIDAS          " CONTADOR-MOSTRADO.
004940     MOVE NO-DE-CUENTAS-EN-ESCALA TO CONTADOR-MOSTRADO.
004950     DISPLAY "CUENTAS EN LA ESCALA    " CONTADOR-MOSTRADO.
004960     MOVE NO-DE-CUENTAS-SIN-TASA TO CONTADOR-MOSTRADO.
004970     DISPLAY "CUENTAS SIN TASA        " CONTADOR-MOSTRADO.
004980     MOVE NO-DE-LINEAS-CSV TO CONTADOR-MOSTRADO.
004990     DISPLAY "LINEAS CSV ESCRITAS     " CONTADOR-MOSTRADO.
005000     MOVE TGB-SALDO TO TOTAL-MOSTRADO.
005010     DISPLAY "SALDO EN MONEDA BASE" TOTAL-MOSTRADO.
005020*RUTINAS DE NIVEL 3
005030 BUSCAR-EL-GRUPO.
005040*    Los grupos se guardan ordenados por moneda y producto: uno
005050*    nuevo se mete en su lugar corriendo los que siguen.
005060     MOVE ZERO TO NO-DE-GRUPO-HALLADO.
005070     PERFORM BUSCAR-UN-GRUPO
005080         VARYING IDX-GRU FROM 1 BY 1
005090             UNTIL IDX-GRU > NO-DE-GRUPOS
005100                 OR NO-DE-GRUPO-HALLADO > ZERO.
005110     IF NO-DE-GRUPO-HALLADO = ZERO
005120         IF NO-DE-GRUPOS < 100
005130             PERFORM ABRIR-LUGAR-AL-GRUPO
005140         ELSE
005150             IF NOT GRUPOS-LLENA
005160                 DISPLAY "GRUPOS: TABLA LLENA, LA ESCALA "
005170                     "SALDRA INCOMPLETA."
005180                 SET GRUPOS-LLENA TO TRUE
005190                 SET ERROR-DE-ARCHIVO TO TRUE.
005200
005210 BUSCAR-UN-GRUPO.
005220     IF GRU-MONEDA (IDX-GRU) = CUENTA-MONEDA AND
005230     GRU-PRODUCTO (IDX-GRU) = CUENTA-PRODUCTO
005240         MOVE IDX-GRU TO NO-DE-GRUPO-HALLADO.
005250
005260 ABRIR-LUGAR-AL-GRUPO.
005270     ADD 1 TO NO-DE-GRUPOS.
005280     MOVE NO-DE-GRUPOS TO NO-DE-GRUPO-HALLADO.
005290     PERFORM CORRER-UN-GRUPO
005300         UNTIL NO-DE-GRUPO-HALLADO = 1
005310             OR GRU-MONEDA (NO-DE-GRUPO-HALLADO - 1)
005320                 < CUENTA-MONEDA
005330             OR (GRU-MONEDA (NO-DE-GRUPO-HALLADO - 1)
005340                 = CUENTA-MONEDA AND
005350                 GRU-PRODUCTO (NO-DE-GRUPO-HALLADO - 1)
005360                 < CUENTA-PRODUCTO).
005370     INITIALIZE GRUPO-ENTRADA (NO-DE-GRUPO-HALLADO).
005380     MOVE CUENTA-MONEDA TO GRU-MONEDA (NO-DE-GRUPO-HALLADO).
005390     MOVE CUENTA-PRODUCTO TO GRU-PRODUCTO (NO-DE-GRUPO-HALLADO).
005400
005410 CORRER-UN-GRUPO.
005420     COMPUTE IDX-ANT = NO-DE-GRUPO-HALLADO - 1.
005430     MOVE GRUPO-ENTRADA (IDX-ANT)
005440         TO GRUPO-ENTRADA (NO-DE-GRUPO-HALLADO).
005450     MOVE IDX-ANT TO NO-DE-GRUPO-HALLADO.
005460
005470 ELEGIR-EL-TRAMO.
005480     IF CUENTA-FECHA-VENCIMIENTO NOT NUMERIC OR
005490     CUENTA-FECHA-VENCIMIENTO = ZERO
005500         MOVE 8 TO TRAMO-DE-LA-CUENTA
005510         MOVE ZERO TO DIAS-AL-VENCIMIENTO
005520     ELSE
005530     IF CUENTA-FECHA-VENCIMIENTO < FECHA-DEL-SISTEMA
005540         MOVE 1 TO TRAMO-DE-LA-CUENTA
005550         MOVE ZERO TO DIAS-AL-VENCIMIENTO
005560     ELSE
005570         PERFORM CONTAR-LOS-DIAS-AL-VENCIMIENTO
005580         IF DIAS-AL-VENCIMIENTO NOT > 7
005590             MOVE 2 TO TRAMO-DE-LA-CUENTA
005600         ELSE
005610         IF DIAS-AL-VENCIMIENTO NOT > 30
005620             MOVE 3 TO TRAMO-DE-LA-CUENTA
005630         ELSE
005640         IF DIAS-AL-VENCIMIENTO NOT > 90
005650             MOVE 4 TO TRAMO-DE-LA-CUENTA
005660         ELSE
005670         IF DIAS-AL-VENCIMIENTO NOT > 180
005680             MOVE 5 TO TRAMO-DE-LA-CUENTA
005690         ELSE
005700         IF DIAS-AL-VENCIMIENTO NOT > 360
005710             MOVE 6 TO TRAMO-DE-LA-CUENTA
005720         ELSE
005730             MOVE 7 TO TRAMO-DE-LA-CUENTA.
005740
005750 CONTAR-LOS-DIAS-AL-VENCIMIENTO.
005760*    Meses de 30 dias: el dia 31 cuenta como 30, igual que en la
005770*    cancelacion anticipada.
005780     MOVE CUENTA-FECHA-VENCIMIENTO TO FECHA-DE-VENCIMIENTO.
005790     MOVE FDS-DIA TO DIA-DE-HOY.
005800     IF DIA-DE-HOY > 30
005810         MOVE 30 TO DIA-DE-HOY.
005820     IF FDV-DIA > 30
005830         MOVE 30 TO FDV-DIA.
005840     COMPUTE DIAS-AL-VENCIMIENTO =
005850         (FDV-ANIO - FDS-ANIO) * 360
005860         + (FDV-MES - FDS-MES) * 30
005870         + FDV-DIA - DIA-DE-HOY.
005880     IF DIAS-AL-VENCIMIENTO < ZERO
005890         MOVE ZERO TO DIAS-AL-VENCIMIENTO.
005900
005910 PROYECTAR-LA-CUENTA.
005920*    El interes se proyecta simple sobre el saldo de hoy, a la
005930*    tasa del tramo de saldo de la cuenta, por los dias que le
005940*    faltan para vencer.
005950     MOVE ZERO TO INTERES-PROYECTADO.
005960     MOVE CUENTA-PRODUCTO TO CODIGO-DE-PRODUCTO.
005970     IF CUENTA-SALDO NUMERIC AND CUENTA-SALDO > ZERO
005980         MOVE CUENTA-SALDO TO SALDO-DE-BUSQUEDA
005990     ELSE
006000         MOVE ZERO TO SALDO-DE-BUSQUEDA.
006010     PERFORM BUSCAR-TASA.
006020     IF TASA-NO-ENCONTRADA
006030         ADD 1 TO NO-DE-CUENTAS-SIN-TASA
006040         DISPLAY "SIN TASA PARA LA CUENTA " CUENTA-NUMERO
006050             " PRODUCTO " CUENTA-PRODUCTO
006060     ELSE
006070         COMPUTE INTERES-PROYECTADO ROUNDED =
006080             CUENTA-SALDO
006090             * (TASA-VALOR (NO-DE-TASA-ENCONTRADA) / 100)
006100             * DIAS-AL-VENCIMIENTO / 360.
006110
006120 SUMAR-AL-GRUPO.
006130     ADD 1 TO NO-DE-CUENTAS-EN-ESCALA.
006140     MOVE TRAMO-DE-LA-CUENTA TO IDX-TRA.
006150     ADD 1 TO GRU-CUENTAS (NO-DE-GRUPO-HALLADO, IDX-TRA).
006160     ADD CUENTA-SALDO TO GRU-SALDO (NO-DE-GRUPO-HALLADO, IDX-TRA).
006170     ADD INTERES-PROYECTADO
006180         TO GRU-INTERES (NO-DE-GRUPO-HALLADO, IDX-TRA).
006190     IF TASA-ENCONTRADA AND IDX-TRA < 8
006200         IF TASA-RENUEVA (NO-DE-TASA-ENCONTRADA) = "R"
006210             ADD CUENTA-SALDO
006220                 TO GRU-RENUEVA (NO-DE-GRUPO-HALLADO, IDX-TRA)
006230         ELSE
006240             ADD CUENTA-SALDO
006250                 TO GRU-PAGA (NO-DE-GRUPO-HALLADO, IDX-TRA).
006260
006270 BUSCAR-TASA.
006280*    Un producto puede tener varios tramos por saldo en TASAS.
006290*    Gana el tramo con el SALDO DESDE mas alto que no pase el
006300*    saldo de la cuenta.
006310     SET TASA-NO-ENCONTRADA TO TRUE.
006320     MOVE ZERO TO DESDE-ENCONTRADO.
006330     SET IDX-TASA TO 1.
006340     PERFORM BUSCAR-UNA-TASA
006350         VARYING IDX-TASA FROM 1 BY 1
006360             UNTIL IDX-TASA > NO-DE-TASAS.
006370
006380 BUSCAR-UNA-TASA.
006390     IF TASA-CODIGO (IDX-TASA) = CODIGO-DE-PRODUCTO AND
006400     TASA-DESDE (IDX-TASA) NOT > SALDO-DE-BUSQUEDA
006410         IF TASA-NO-ENCONTRADA OR
006420         TASA-DESDE (IDX-TASA) NOT < DESDE-ENCONTRADO
006430             SET TASA-ENCONTRADA TO TRUE
006440             MOVE IDX-TASA TO NO-DE-TASA-ENCONTRADA
006450             MOVE TASA-DESDE (IDX-TASA) TO DESDE-ENCONTRADO.
006460
006470 BUSCAR-MONEDA.
006480*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
006490*    base vale la moneda buscada. La moneda en blanco es la base
006500*    y una moneda que no esta en MONEDAS se toma a la par.
006510     SET MONEDA-NO-ENCONTRADA TO TRUE.
006520     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
006530     IF MONEDA-DE-BUSQUEDA NOT = SPACES
006540         PERFORM BUSCAR-UNA-MONEDA
006550             VARYING IDX-MON FROM 1 BY 1
006560                 UNTIL IDX-MON > NO-DE-MONEDAS
006570                     OR MONEDA-ENCONTRADA.
006580
006590 BUSCAR-UNA-MONEDA.
006600     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
006610         SET MONEDA-ENCONTRADA TO TRUE
006620         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
006630
006640 ESCRIBIR-UN-TRAMO-DEL-GRUPO.
006650*    Cada tramo se pasa a moneda base con el cambio del grupo y
006660*    se suma al total del libro.
006670     COMPUTE SALDO-BASE ROUNDED =
006680         GRU-SALDO (IDX-GRU, IDX-TRA) * CAMBIO-DE-LA-MONEDA.
006690     COMPUTE INTERES-BASE ROUNDED =
006700         GRU-INTERES (IDX-GRU, IDX-TRA) * CAMBIO-DE-LA-MONEDA.
006710     COMPUTE RENUEVA-BASE ROUNDED =
006720         GRU-RENUEVA (IDX-GRU, IDX-TRA) * CAMBIO-DE-LA-MONEDA.
006730     COMPUTE PAGA-BASE ROUNDED =
006740         GRU-PAGA (IDX-GRU, IDX-TRA) * CAMBIO-DE-LA-MONEDA.
006750     ADD GRU-CUENTAS (IDX-GRU, IDX-TRA) TO TBA-CUENTAS (IDX-TRA).
006760     ADD SALDO-BASE TO TBA-SALDO (IDX-TRA).
006770     ADD INTERES-BASE TO TBA-INTERES (IDX-TRA).
006780     ADD RENUEVA-BASE TO TBA-RENUEVA (IDX-TRA).
006790     ADD PAGA-BASE TO TBA-PAGA (IDX-TRA).
006800     ADD GRU-CUENTAS (IDX-GRU, IDX-TRA) TO TGR-CUENTAS.
006810     ADD GRU-SALDO (IDX-GRU, IDX-TRA) TO TGR-SALDO.
006820     ADD GRU-INTERES (IDX-GRU, IDX-TRA) TO TGR-INTERES.
006830     ADD GRU-RENUEVA (IDX-GRU, IDX-TRA) TO TGR-RENUEVA.
006840     ADD GRU-PAGA (IDX-GRU, IDX-TRA) TO TGR-PAGA.
006850     ADD SALDO-BASE TO TGR-SALDO-BASE.
006860     MOVE GRU-CUENTAS (IDX-GRU, IDX-TRA) TO CUENTAS-MOSTRADAS.
006870     MOVE GRU-SALDO (IDX-GRU, IDX-TRA) TO SALDO-MOSTRADO.
006880     MOVE GRU-INTERES (IDX-GRU, IDX-TRA) TO INTERES-MOSTRADO.
006890     MOVE GRU-RENUEVA (IDX-GRU, IDX-TRA) TO RENUEVA-MOSTRADO.
006900     MOVE GRU-PAGA (IDX-GRU, IDX-TRA) TO PAGA-MOSTRADO.
006910     MOVE SALDO-BASE TO BASE-MOSTRADA.
006920     MOVE SPACES TO LINEA-ARMADA.
006930     STRING NOMBRE-DEL-TRAMO (IDX-TRA) " " CUENTAS-MOSTRADAS
006940         "  " SALDO-MOSTRADO
006950         "  " INTERES-MOSTRADO
006960         "  " RENUEVA-MOSTRADO
006970         "  " PAGA-MOSTRADO
006980         "  " BASE-MOSTRADA
006990         DELIMITED BY SIZE INTO LINEA-ARMADA.
007000     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
007010     PERFORM ESCRIBIR-CSV.
007020
007030 ESCRIBIR-UN-TRAMO-BASE.
007040     IF IDX-TRA < 8
007050         ADD TBA-SALDO (IDX-TRA) TO ACUMULADO-BASE.
007060     ADD TBA-CUENTAS (IDX-TRA) TO TGB-CUENTAS.
007070     ADD TBA-SALDO (IDX-TRA) TO TGB-SALDO.
007080     ADD TBA-INTERES (IDX-TRA) TO TGB-INTERES.
007090     ADD TBA-RENUEVA (IDX-TRA) TO TGB-RENUEVA.
007100     ADD TBA-PAGA (IDX-TRA) TO TGB-PAGA.
007110     MOVE TBA-CUENTAS (IDX-TRA) TO CUENTAS-MOSTRADAS.
007120     MOVE TBA-SALDO (IDX-TRA) TO SALDO-MOSTRADO.
007130     MOVE TBA-INTERES (IDX-TRA) TO INTERES-MOSTRADO.
007140     MOVE TBA-RENUEVA (IDX-TRA) TO RENUEVA-MOSTRADO.
007150     MOVE TBA-PAGA (IDX-TRA) TO PAGA-MOSTRADO.
007160     MOVE ACUMULADO-BASE TO BASE-MOSTRADA.
007170     MOVE SPACES TO LINEA-ARMADA.
007180     IF IDX-TRA < 8
007190         STRING NOMBRE-DEL-TRAMO (IDX-TRA) " " CUENTAS-MOSTRADAS
007200             "  " SALDO-MOSTRADO
007210             "  " INTERES-MOSTRADO
007220             "  " RENUEVA-MOSTRADO
007230             "  " PAGA-MOSTRADO
007240             "  " BASE-MOSTRADA
007250             DELIMITED BY SIZE INTO LINEA-ARMADA
007260     ELSE
007270         STRING NOMBRE-DEL-TRAMO (IDX-TRA) " " CUENTAS-MOSTRADAS
007280             "  " SALDO-MOSTRADO
007290             "  " INTERES-MOSTRADO
007300             "  " RENUEVA-MOSTRADO
007310             "  " PAGA-MOSTRADO
007320             DELIMITED BY SIZE INTO LINEA-ARMADA.
007330     PERFORM ESCRIBIR-LINEA-DE-ESCALA.
007340
007350 ESCRIBIR-CSV.
007360     MOVE GRU-CUENTAS (IDX-GRU, IDX-TRA) TO CSV-CUENTAS.
007370     MOVE GRU-SALDO (IDX-GRU, IDX-TRA) TO CSV-SALDO.
007380     MOVE GRU-INTERES (IDX-GRU, IDX-TRA) TO CSV-INTERES.
007390     MOVE GRU-RENUEVA (IDX-GRU, IDX-TRA) TO CSV-RENUEVA.
007400     MOVE GRU-PAGA (IDX-GRU, IDX-TRA) TO CSV-PAGA.
007410     MOVE CAMBIO-DE-LA-MONEDA TO CSV-CAMBIO.
007420     MOVE SALDO-BASE TO CSV-SALDO-BASE.
007430     MOVE INTERES-BASE TO CSV-INTERES-BASE.
007440     MOVE RENUEVA-BASE TO CSV-RENUEVA-BASE.
007450     MOVE PAGA-BASE TO CSV-PAGA-BASE.
007460     MOVE SPACES TO LINEA-DE-CSV.
007470     STRING FECHA-DEL-SISTEMA ","
007480         GRU-MONEDA (IDX-GRU) "," GRU-PRODUCTO (IDX-GRU) ","
007490         NOMBRE-DEL-TRAMO (IDX-TRA) ","
007500         CSV-CUENTAS "," CSV-SALDO "," CSV-INTERES ","
007510         CSV-RENUEVA "," CSV-PAGA "," CSV-CAMBIO ","
007520         CSV-SALDO-BASE "," CSV-INTERES-BASE ","
007530         CSV-RENUEVA-BASE "," CSV-PAGA-BASE
007540         DELIMITED BY SIZE INTO LINEA-DE-CSV.
007550     WRITE LINEA-DE-CSV.
007560     ADD 1 TO NO-DE-LINEAS-CSV.
007570     IF CSV-STATUS NOT = "00"
007580         SET ERROR-DE-ARCHIVO TO TRUE.
007590
007600 ESCRIBIR-LINEA-DE-ESCALA.
007610     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
007620         PERFORM ESCRIBIR-ENCABEZADO-ESCALA.
007630     MOVE LINEA-ARMADA TO LINEA-DE-ESCALA.
007640     WRITE LINEA-DE-ESCALA.
007650     IF ESCALA-STATUS NOT = "00"
007660         SET ERROR-DE-ARCHIVO TO TRUE.
007670     ADD 1 TO LINEAS-EN-PAGINA.
