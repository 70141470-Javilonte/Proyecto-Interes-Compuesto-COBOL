000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. POSICION-CLIENTES.
000030
000040*    Este programa arma la posicion consolidada de cada cliente
000050*    del maestro CLIENTES: todas sus cuentas no cerradas del
000060*    maestro de CUENTAS (las que tienen su CUENTA-CLIENTE), de
000070*    cualquier producto y moneda, con el saldo en la moneda de la
000080*    cuenta, el cambio del archivo MONEDAS y el saldo en moneda
000090*    base, mas el total del cliente en moneda base. Los clientes
000100*    sin cuentas abiertas no se listan, solo se cuentan.
000110*    Las cuentas sin cliente o con un cliente que no esta en el
000120*    maestro salen al final en una seccion propia, para que se
000130*    les asigne el titular con MANTENIMIENTO-CUENTAS. El informe
000140*    termina con el total por moneda (en moneda y en moneda base)
000150*    y el total general en moneda base, que tiene que coincidir
000160*    con la suma de los totales de los clientes y de las cuentas
000170*    sin cliente.
000180*    La moneda en blanco es la base y una moneda que no esta en
000190*    MONEDAS se toma a la par, como en el resto del sistema.
000200*    El informe va al archivo POSICIONCLIENTES. El codigo de
000210*    retorno es 4 si hay cuentas sin cliente y 8 si falla un
000220*    archivo.
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT CUENTAS-FILE ASSIGN TO "CUENTAS"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS CUENTA-NUMERO
000300         FILE STATUS IS CUENTAS-STATUS.
000310     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS CLIENTE-ID
000350         FILE STATUS IS CLIENTES-STATUS.
000360     SELECT MONEDAS-FILE ASSIGN TO "MONEDAS"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS MONEDAS-STATUS.
000390     SELECT POSICION-FILE ASSIGN TO "POSICIONCLIENTES"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS POSICION-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CUENTAS-FILE.
000450 01  CUENTAS-REGISTRO.
000460     05 CUENTA-NUMERO            PIC X(10).
000470     05 CUENTA-NOMBRE            PIC X(30).
000480     05 CUENTA-PRODUCTO          PIC X(06).
000490     05 CUENTA-SALDO             PIC S9(9)V99.
000500     05 CUENTA-APORTE            PIC S9(7)V99.
000510     05 CUENTA-FECHA-APERTURA    PIC 9(8).
000520     05 CUENTA-PLAZO-MESES       PIC 9(3).
000530     05 CUENTA-FECHA-VENCIMIENTO PIC 9(8).
000540     05 CUENTA-ESTADO            PIC X.
000550     05 CUENTA-MONEDA            PIC X(03).
000560     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000570     05 CUENTA-CLIENTE           PIC X(10).
000580 FD  CLIENTES-FILE.
000590 01  CLIENTES-REGISTRO.
000600     05 CLIENTE-ID               PIC X(10).
000610     05 CLIENTE-TIPO-DOCUMENTO   PIC X(03).
000620     05 CLIENTE-NUMERO-DOCUMENTO PIC X(15).
000630     05 CLIENTE-NOMBRE           PIC X(30).
000640     05 CLIENTE-DIRECCION        PIC X(40).
000650     05 CLIENTE-TELEFONO         PIC X(15).
000660     05 CLIENTE-CORREO           PIC X(40).
000670     05 CLIENTE-ESTADO           PIC X.
000680     05 CLIENTE-FECHA-ALTA       PIC 9(8).
000690 FD  MONEDAS-FILE.
000700 01  MONEDAS-REGISTRO.
000710     05 MON-CODIGO-ENT           PIC X(03).
000720     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
000730 FD  POSICION-FILE.
000740 01  LINEA-DE-POSICION          PIC X(132).
000750 WORKING-STORAGE SECTION.
000760
000770 01  CUENTAS-STATUS             PIC XX.
000780 01  CLIENTES-STATUS            PIC XX.
000790 01  MONEDAS-STATUS             PIC XX.
000800 01  POSICION-STATUS            PIC XX.
000810 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
000820     88 ERROR-DE-ARCHIVO              VALUE "S".
000830 01  SW-FIN-DE-CUENTAS          PIC X.
000840     88 FIN-DE-CUENTAS                VALUE "S".
000850 01  SW-FIN-DE-CLIENTES         PIC X.
000860     88 FIN-DE-CLIENTES               VALUE "S".
000870 01  NO-DE-MONEDAS              PIC 999 VALUE ZERO.
000880 01  TABLA-DE-MONEDAS.
000890     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
000900        10 MON-CODIGO           PIC X(03).
000910        10 MON-CAMBIO           PIC 9(5)V9(6).
000920 01  SW-MONEDAS-LLENA           PIC X VALUE "N".
000930     88 MONEDAS-LLENA                VALUE "S".
000940 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
000950 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
000960     88 MONEDA-ENCONTRADA            VALUE "S".
000970     88 MONEDA-NO-ENCONTRADA         VALUE "N".
000980 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
000990 01  NO-DE-CUENTAS-EN-TABLA     PIC 9(5) VALUE ZERO.
001000 01  TABLA-DE-CUENTAS.
001010     05 CUENTA-ENTRADA OCCURS 5000 TIMES.
001020        10 CC-NUMERO            PIC X(10).
001030        10 CC-PRODUCTO          PIC X(06).
001040        10 CC-MONEDA            PIC X(03).
001050        10 CC-SALDO             PIC S9(9)V99.
001060        10 CC-VENCIMIENTO       PIC 9(8).
001070        10 CC-CLIENTE           PIC X(10).
001080        10 CC-LISTADA           PIC X.
001090 01  SW-CUENTAS-LLENA           PIC X VALUE "N".
001100     88 CUENTAS-LLENA                VALUE "S".
001110 01  IDX-CC                     PIC 9(5).
001120 01  NO-DE-TOTALES              PIC 99 VALUE ZERO.
001130 01  TABLA-DE-TOTALES.
001140     05 TOTAL-ENTRADA OCCURS 20 TIMES.
001150        10 TOT-MONEDA           PIC X(03).
001160        10 TOT-CUENTAS          PIC 9(7).
001170        10 TOT-SALDO            PIC S9(13)V99.
001180        10 TOT-SALDO-BASE       PIC S9(15)V99.
001190 01  SW-TOTALES-LLENA           PIC X VALUE "N".
001200     88 TOTALES-LLENA                VALUE "S".
001210 01  NO-DE-TOTAL-HALLADO        PIC 99 VALUE ZERO.
001220 01  IDX-TOT                    PIC 99.
001230 01  SALDO-BASE-DE-CUENTA       PIC S9(13)V99.
001240 01  CUENTAS-DEL-CLIENTE        PIC 9(5).
001250 01  TOTAL-DEL-CLIENTE          PIC S9(15)V99.
001260 01  TOTAL-SIN-CLIENTE          PIC S9(15)V99 VALUE ZERO.
001270 01  TOTAL-GENERAL-BASE         PIC S9(15)V99 VALUE ZERO.
001280 01  NO-DE-CUENTAS-LEIDAS       PIC 9(9) VALUE ZERO.
001290 01  NO-DE-CUENTAS-CERRADAS     PIC 9(9) VALUE ZERO.
001300 01  NO-DE-CLIENTES-LEIDOS      PIC 9(9) VALUE ZERO.
001310 01  NO-DE-CLIENTES-CON-CUENTAS PIC 9(9) VALUE ZERO.
001320 01  NO-DE-CLIENTES-SIN-CUENTAS PIC 9(9) VALUE ZERO.
001330 01  NO-DE-CUENTAS-LISTADAS     PIC 9(9) VALUE ZERO.
001340 01  NO-DE-CUENTAS-SIN-CLIENTE  PIC 9(9) VALUE ZERO.
001350 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
001360 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
001370 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
001380 01  LINEA-ARMADA               PIC X(132).
001390 01  FECHA-DEL-SISTEMA.
001400     05 FDS-ANIO                PIC 9(4).
001410     05 FDS-MES                 PIC 99.
001420     05 FDS-DIA                 PIC 99.
001430 01  HORA-DEL-SISTEMA.
001440     05 HDS-HORA                PIC 99.
001450     05 HDS-MIN                 PIC 99.
001460     05 HDS-SEG                 PIC 99.
001470     05 HDS-CENT                PIC 99.
001480 01  FECHA-MOSTRADA.
001490     05 FM-ANIO                 PIC 9999.
001500     05 FM-GUION-1              PIC X VALUE "-".
001510     05 FM-MES                  PIC 99.
001520     05 FM-GUION-2              PIC X VALUE "-".
001530     05 FM-DIA                  PIC 99.
001540 01  HORA-MOSTRADA.
001550     05 HM-HORA                 PIC 99.
001560     05 HM-DOSPTOS-1            PIC X VALUE ":".
001570     05 HM-MIN                  PIC 99.
001580     05 HM-DOSPTOS-2            PIC X VALUE ":".
001590     05 HM-SEG                  PIC 99.
001600 01  FECHA-DE-TRABAJO.
001610     05 FDT-ANIO                PIC 9(4).
001620     05 FDT-MES                 PIC 99.
001630     05 FDT-DIA                 PIC 99.
001640 01  VENCIMIENTO-MOSTRADO.
001650     05 VM-ANIO                 PIC 9999.
001660     05 VM-GUION-1              PIC X VALUE "-".
001670     05 VM-MES                  PIC 99.
001680     05 VM-GUION-2              PIC X VALUE "-".
001690     05 VM-DIA                  PIC 99.
001700 01  VENCIMIENTO-EN-TEXTO REDEFINES VENCIMIENTO-MOSTRADO
001710                                PIC X(10).
001720 01  PAGINA-MOSTRADA            PIC ZZ9.
001730 01  CUENTAS-MOSTRADAS          PIC ZZ,ZZ9.
001740 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001750 01  CAMBIO-MOSTRADO            PIC ZZ,ZZ9.999999.
001760 01  BASE-MOSTRADA              PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
001770 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
001780 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
001790*RUTINA DE NIVEL 1
001800 PROCEDURE DIVISION.
001810 PROGRAMA-EMPIEZA.
001820
001830     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
001840     ACCEPT HORA-DEL-SISTEMA FROM TIME.
001850     PERFORM ABRIR-MONEDAS.
001860     OPEN INPUT CUENTAS-FILE.
001870     IF CUENTAS-STATUS NOT = "00"
001880         DISPLAY "NO SE PUDO ABRIR CUENTAS, ESTADO "
001890             CUENTAS-STATUS
001900         MOVE 8 TO RETURN-CODE
001910         GO TO TERMINA-PROGRAMA.
001920     PERFORM LEER-CUENTA.
001930     PERFORM CARGAR-UNA-CUENTA UNTIL FIN-DE-CUENTAS.
001940     CLOSE CUENTAS-FILE.
001950     OPEN OUTPUT POSICION-FILE.
001960     IF POSICION-STATUS NOT = "00"
001970         DISPLAY "NO SE PUDO ABRIR POSICIONCLIENTES, ESTADO "
001980             POSICION-STATUS
001990         MOVE 8 TO RETURN-CODE
002000         GO TO TERMINA-PROGRAMA.
002010     PERFORM ESCRIBIR-ENCABEZADO-POSICION.
002020     PERFORM ESCRIBIR-LOS-CLIENTES.
002030     PERFORM ESCRIBIR-LAS-CUENTAS-SIN-CLIENTE.
002040     PERFORM ESCRIBIR-LOS-TOTALES.
002050     CLOSE POSICION-FILE.
002060     PERFORM MOSTRAR-TOTALES.
002070     IF ERROR-DE-ARCHIVO
002080         MOVE 8 TO RETURN-CODE
002090     ELSE
002100     IF NO-DE-CUENTAS-SIN-CLIENTE > ZERO
002110         MOVE 4 TO RETURN-CODE.
002120 TERMINA-PROGRAMA.
002130     STOP RUN.
002140*RUTINAS DE NIVEL 2
002150 ABRIR-MONEDAS.
002160     OPEN INPUT MONEDAS-FILE.
002170     IF MONEDAS-STATUS = "00"
002180         PERFORM CARGAR-MONEDA UNTIL MONEDAS-STATUS NOT = "00"
002190         CLOSE MONEDAS-FILE.
002200
002210 CARGAR-MONEDA.
002220     READ MONEDAS-FILE
002230         AT END NEXT SENTENCE.
002240     IF MONEDAS-STATUS = "00"
002250         IF NO-DE-MONEDAS < 20
002260             ADD 1 TO NO-DE-MONEDAS
002270             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
002280             IF MON-CAMBIO-ENT NUMERIC
002290                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
002300             ELSE
002310                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
002320             END-IF
002330         ELSE
002340             IF NOT MONEDAS-LLENA
002350                 DISPLAY "MONEDAS: TABLA LLENA, "
002360                     "SE IGNORA EL RESTO."
002370                 SET MONEDAS-LLENA TO TRUE.
002380
002390 LEER-CUENTA.
002400     MOVE "N" TO SW-FIN-DE-CUENTAS.
002410     READ CUENTAS-FILE NEXT RECORD
002420         AT END MOVE "S" TO SW-FIN-DE-CUENTAS
002430         NOT AT END ADD 1 TO NO-DE-CUENTAS-LEIDAS
002440     END-READ.
002450
002460 CARGAR-UNA-CUENTA.
002470*    Las cuentas cerradas no son posicion del cliente.
002480     IF CUENTA-ESTADO = "C"
002490         ADD 1 TO NO-DE-CUENTAS-CERRADAS
002500     ELSE
002510     IF NO-DE-CUENTAS-EN-TABLA < 5000
002520         ADD 1 TO NO-DE-CUENTAS-EN-TABLA
002530         MOVE CUENTA-NUMERO TO CC-NUMERO (NO-DE-CUENTAS-EN-TABLA)
002540         MOVE CUENTA-PRODUCTO
002550             TO CC-PRODUCTO (NO-DE-CUENTAS-EN-TABLA)
002560         MOVE CUENTA-MONEDA TO CC-MONEDA (NO-DE-CUENTAS-EN-TABLA)
002570         MOVE CUENTA-SALDO TO CC-SALDO (NO-DE-CUENTAS-EN-TABLA)
002580         MOVE CUENTA-FECHA-VENCIMIENTO
002590             TO CC-VENCIMIENTO (NO-DE-CUENTAS-EN-TABLA)
002600         MOVE CUENTA-CLIENTE
002610             TO CC-CLIENTE (NO-DE-CUENTAS-EN-TABLA)
002620         MOVE "N" TO CC-LISTADA (NO-DE-CUENTAS-EN-TABLA)
002630     ELSE
002640         IF NOT CUENTAS-LLENA
002650             DISPLAY "CUENTAS: TABLA LLENA, LA POSICION "
002660                 "SALDRA INCOMPLETA."
002670             SET CUENTAS-LLENA TO TRUE
002680             SET ERROR-DE-ARCHIVO TO TRUE.
002690     PERFORM LEER-CUENTA.
002700
002710 ESCRIBIR-ENCABEZADO-POSICION.
002720     MOVE FDS-ANIO TO FM-ANIO.
002730     MOVE FDS-MES  TO FM-MES.
002740     MOVE FDS-DIA  TO FM-DIA.
002750     MOVE HDS-HORA TO HM-HORA.
002760     MOVE HDS-MIN  TO HM-MIN.
002770     MOVE HDS-SEG  TO HM-SEG.
002780     ADD 1 TO NO-DE-PAGINA.
002790     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
002800     MOVE SPACES TO LINEA-DE-POSICION.
002810     STRING "POSICION CONSOLIDADA DE CLIENTES"
002820         "   FECHA: " FECHA-MOSTRADA
002830         "   HORA: " HORA-MOSTRADA
002840         "   PAGINA: " PAGINA-MOSTRADA
002850         DELIMITED BY SIZE INTO LINEA-DE-POSICION.
002860     WRITE LINEA-DE-POSICION.
002870     IF POSICION-STATUS NOT = "00"
002880         SET ERROR-DE-ARCHIVO TO TRUE.
002890     MOVE ZERO TO LINEAS-EN-PAGINA.
002900
002910 ESCRIBIR-LOS-CLIENTES.
002920*    Sin maestro de CLIENTES todas las cuentas salen sin cliente.
002930     OPEN INPUT CLIENTES-FILE.
002940     IF CLIENTES-STATUS NOT = "00"
002950         DISPLAY "NO SE PUDO ABRIR CLIENTES, ESTADO "
002960             CLIENTES-STATUS
002970         SET ERROR-DE-ARCHIVO TO TRUE
002980     ELSE
002990         PERFORM LEER-CLIENTE
003000         PERFORM ESCRIBIR-UN-CLIENTE UNTIL FIN-DE-CLIENTES
003010         CLOSE CLIENTES-FILE.
003020
003030 ESCRIBIR-LAS-CUENTAS-SIN-CLIENTE.
003040     MOVE SPACES TO LINEA-ARMADA.
003050     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003060     MOVE SPACES TO LINEA-ARMADA.
003070     STRING "CUENTAS SIN CLIENTE O CON UN CLIENTE "
003080         "QUE NO ESTA EN CLIENTES"
003090         DELIMITED BY SIZE INTO LINEA-ARMADA.
003100     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003110     PERFORM ESCRIBIR-TITULOS-DE-CUENTAS.
003120     PERFORM ESCRIBIR-UNA-CUENTA-SIN-CLIENTE
003130         VARYING IDX-CC FROM 1 BY 1
003140             UNTIL IDX-CC > NO-DE-CUENTAS-EN-TABLA.
003150     IF NO-DE-CUENTAS-SIN-CLIENTE = ZERO
003160         MOVE "  NINGUNA." TO LINEA-ARMADA
003170         PERFORM ESCRIBIR-LINEA-DE-POSICION
003180     ELSE
003190         MOVE NO-DE-CUENTAS-SIN-CLIENTE TO CONTADOR-MOSTRADO
003200         MOVE TOTAL-SIN-CLIENTE TO BASE-MOSTRADA
003210         MOVE SPACES TO LINEA-ARMADA
003220         STRING "  TOTAL SIN CLIENTE " CONTADOR-MOSTRADO
003230             " CUENTAS"
003240             "                        " BASE-MOSTRADA
003250             DELIMITED BY SIZE INTO LINEA-ARMADA
003260         PERFORM ESCRIBIR-LINEA-DE-POSICION.
003270
003280 ESCRIBIR-LOS-TOTALES.
003290     MOVE SPACES TO LINEA-ARMADA.
003300     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003310     MOVE "TOTALES POR MONEDA" TO LINEA-ARMADA.
003320     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003330     MOVE SPACES TO LINEA-ARMADA.
003340     STRING "MON  CUENTAS"
003350         "    SALDO EN MONEDA"
003360         "              CAMBIO"
003370         "        MONEDA BASE"
003380         DELIMITED BY SIZE INTO LINEA-ARMADA.
003390     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003400     PERFORM ESCRIBIR-UN-TOTAL
003410         VARYING IDX-TOT FROM 1 BY 1
003420             UNTIL IDX-TOT > NO-DE-TOTALES.
003430     MOVE TOTAL-GENERAL-BASE TO TOTAL-MOSTRADO.
003440     MOVE SPACES TO LINEA-ARMADA.
003450     STRING "TOTAL GENERAL EN MONEDA BASE       "
003460         "            " TOTAL-MOSTRADO
003470         DELIMITED BY SIZE INTO LINEA-ARMADA.
003480     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003490     MOVE SPACES TO LINEA-ARMADA.
003500     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003510     MOVE "RESUMEN" TO LINEA-ARMADA.
003520     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003530     MOVE NO-DE-CLIENTES-LEIDOS TO CONTADOR-MOSTRADO.
003540     MOVE SPACES TO LINEA-ARMADA.
003550     STRING "CLIENTES LEIDOS                   " CONTADOR-MOSTRADO
003560         DELIMITED BY SIZE INTO LINEA-ARMADA.
003570     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003580     MOVE NO-DE-CLIENTES-CON-CUENTAS TO CONTADOR-MOSTRADO.
003590     MOVE SPACES TO LINEA-ARMADA.
003600     STRING "CLIENTES CON CUENTAS              " CONTADOR-MOSTRADO
003610         DELIMITED BY SIZE INTO LINEA-ARMADA.
003620     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003630     MOVE NO-DE-CLIENTES-SIN-CUENTAS TO CONTADOR-MOSTRADO.
003640     MOVE SPACES TO LINEA-ARMADA.
003650     STRING "CLIENTES SIN CUENTAS ABIERTAS     " CONTADOR-MOSTRADO
003660         DELIMITED BY SIZE INTO LINEA-ARMADA.
003670     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003680     MOVE NO-DE-CUENTAS-LEIDAS TO CONTADOR-MOSTRADO.
003690     MOVE SPACES TO LINEA-ARMADA.
003700     STRING "CUENTAS LEIDAS                    " CONTADOR-MOSTRADO
003710         DELIMITED BY SIZE INTO LINEA-ARMADA.
003720     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003730     MOVE NO-DE-CUENTAS-CERRADAS TO CONTADOR-MOSTRADO.
003740     MOVE SPACES TO LINEA-ARMADA.
003750     STRING "  CERRADAS, NO LISTADAS           " CONTADOR-MOSTRADO
003760         DELIMITED BY SIZE INTO LINEA-ARMADA.
003770     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003780     MOVE NO-DE-CUENTAS-LISTADAS TO CONTADOR-MOSTRADO.
003790     MOVE SPACES TO LINEA-ARMADA.
003800     STRING "  LISTADAS CON SU CLIENTE         " CONTADOR-MOSTRADO
003810         DELIMITED BY SIZE INTO LINEA-ARMADA.
003820     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003830     MOVE NO-DE-CUENTAS-SIN-CLIENTE TO CONTADOR-MOSTRADO.
003840     MOVE SPACES TO LINEA-ARMADA.
003850     STRING "  SIN CLIENTE                     " CONTADOR-MOSTRADO
003860         DELIMITED BY SIZE INTO LINEA-ARMADA.
003870     PERFORM ESCRIBIR-LINEA-DE-POSICION.
003880
003890 MOSTRAR-TOTALES.
003900     MOVE NO-DE-CLIENTES-LEIDOS TO CONTADOR-MOSTRADO.
003910     DISPLAY "CLIENTES LEIDOS         " CONTADOR-MOSTRADO.
003920     MOVE NO-DE-CUENTAS-LEIDAS TO CONTADOR-MOSTRADO.
003930     DISPLAY "CUENTAS LEIDAS          " CONTADOR-MOSTRADO.
003940     MOVE NO-DE-CUENTAS-LISTADAS TO CONTADOR-MOSTRADO.
003950     DISPLAY "CUENTAS CON CLIENTE     " CONTADOR-MOSTRADO.
003960     MOVE NO-DE-CUENTAS-SIN-CLIENTE TO CONTADOR-MOSTRADO.
003970     DISPLAY "CUENTAS SIN CLIENTE     " CONTADOR-MOSTRADO.
003980     MOVE TOTAL-GENERAL-BASE TO TOTAL-MOSTRADO.
003990     DISPLAY "TOTAL MONEDA BASE   " TOTAL-MOSTRADO.
004000*RUTINAS DE NIVEL 3
004010 LEER-CLIENTE.
004020     MOVE "N" TO SW-FIN-DE-CLIENTES.
004030     READ CLIENTES-FILE NEXT RECORD
004040         AT END MOVE "S" TO SW-FIN-DE-CLIENTES
004050         NOT AT END ADD 1 TO NO-DE-CLIENTES-LEIDOS
004060     END-READ.
004070
004080 ESCRIBIR-UN-CLIENTE.
004090*    El cliente sale solo si tiene alguna cuenta abierta; el
004100*    encabezado del cliente se escribe con la primera.
004110     MOVE ZERO TO CUENTAS-DEL-CLIENTE.
004120     MOVE ZERO TO TOTAL-DEL-CLIENTE.
004130     PERFORM ESCRIBIR-UNA-CUENTA-DEL-CLIENTE
004140         VARYING IDX-CC FROM 1 BY 1
004150             UNTIL IDX-CC > NO-DE-CUENTAS-EN-TABLA.
004160     IF CUENTAS-DEL-CLIENTE = ZERO
004170         ADD 1 TO NO-DE-CLIENTES-SIN-CUENTAS
004180     ELSE
004190         ADD 1 TO NO-DE-CLIENTES-CON-CUENTAS
004200         MOVE CUENTAS-DEL-CLIENTE TO CUENTAS-MOSTRADAS
004210         MOVE TOTAL-DEL-CLIENTE TO BASE-MOSTRADA
004220         MOVE SPACES TO LINEA-ARMADA
004230         STRING "  TOTAL DEL CLIENTE " CUENTAS-MOSTRADAS
004240             " CUENTAS"
004250             "                             " BASE-MOSTRADA
004260             DELIMITED BY SIZE INTO LINEA-ARMADA
004270         PERFORM ESCRIBIR-LINEA-DE-POSICION.
004280     PERFORM LEER-CLIENTE.
004290
004300 ESCRIBIR-UNA-CUENTA-DEL-CLIENTE.
004310     IF CC-CLIENTE (IDX-CC) = CLIENTE-ID
004320         IF CUENTAS-DEL-CLIENTE = ZERO
004330             PERFORM ESCRIBIR-EL-TITULO-DEL-CLIENTE
004340         END-IF
004350         ADD 1 TO CUENTAS-DEL-CLIENTE
004360         ADD 1 TO NO-DE-CUENTAS-LISTADAS
004370         MOVE "S" TO CC-LISTADA (IDX-CC)
004380         PERFORM ESCRIBIR-UNA-CUENTA
004390         ADD SALDO-BASE-DE-CUENTA TO TOTAL-DEL-CLIENTE.
004400
004410 ESCRIBIR-EL-TITULO-DEL-CLIENTE.
004420*    Un cliente nuevo no empieza en las ultimas lineas de la
004430*    pagina: si no entran el titulo y una cuenta, se cambia de
004440*    pagina antes.
004450     IF LINEAS-EN-PAGINA + 5 > MAX-LINEAS-POR-PAGINA
004460         MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
004470     MOVE SPACES TO LINEA-ARMADA.
004480     PERFORM ESCRIBIR-LINEA-DE-POSICION.
004490     MOVE SPACES TO LINEA-ARMADA.
004500     STRING "CLIENTE " CLIENTE-ID
004510         "  " CLIENTE-TIPO-DOCUMENTO " " CLIENTE-NUMERO-DOCUMENTO
004520         "  " CLIENTE-NOMBRE
004530         "  ESTADO " CLIENTE-ESTADO
004540         DELIMITED BY SIZE INTO LINEA-ARMADA.
004550     PERFORM ESCRIBIR-LINEA-DE-POSICION.
004560     PERFORM ESCRIBIR-TITULOS-DE-CUENTAS.
004570
004580 ESCRIBIR-TITULOS-DE-CUENTAS.
004590     MOVE SPACES TO LINEA-ARMADA.
004600     STRING "  CUENTA      PROD.  MON"
004610         "    SALDO EN MONEDA"
004620         "              CAMBIO"
004630         "        MONEDA BASE"
004640         "  VENCIMIENTO"
004650         DELIMITED BY SIZE INTO LINEA-ARMADA.
004660     PERFORM ESCRIBIR-LINEA-DE-POSICION.
004670
004680 ESCRIBIR-UNA-CUENTA-SIN-CLIENTE.
004690     IF CC-LISTADA (IDX-CC) = "N"
004700         ADD 1 TO NO-DE-CUENTAS-SIN-CLIENTE
004710         PERFORM ESCRIBIR-UNA-CUENTA
004720         ADD SALDO-BASE-DE-CUENTA TO TOTAL-SIN-CLIENTE
004730         MOVE SPACES TO LINEA-ARMADA
004740         IF CC-CLIENTE (IDX-CC) = SPACES
004750             MOVE "    SIN CLIENTE ASIGNADO" TO LINEA-ARMADA
004760         ELSE
004770             STRING "    EL CLIENTE " CC-CLIENTE (IDX-CC)
004780                 " NO ESTA EN CLIENTES"
004790                 DELIMITED BY SIZE INTO LINEA-ARMADA
004800         END-IF
004810         PERFORM ESCRIBIR-LINEA-DE-POSICION.
004820
004830 ESCRIBIR-UNA-CUENTA.
004840*    Convierte el saldo a moneda base, lo suma al total de su
004850*    moneda y escribe el renglon de la cuenta.
004860     MOVE CC-MONEDA (IDX-CC) TO MONEDA-DE-BUSQUEDA.
004870     PERFORM BUSCAR-MONEDA.
004880     COMPUTE SALDO-BASE-DE-CUENTA ROUNDED =
004890         CC-SALDO (IDX-CC) * CAMBIO-DE-LA-MONEDA.
004900     ADD SALDO-BASE-DE-CUENTA TO TOTAL-GENERAL-BASE.
004910     PERFORM SUMAR-AL-TOTAL-DE-LA-MONEDA.
004920     MOVE CC-SALDO (IDX-CC) TO SALDO-MOSTRADO.
004930     MOVE CAMBIO-DE-LA-MONEDA TO CAMBIO-MOSTRADO.
004940     MOVE SALDO-BASE-DE-CUENTA TO BASE-MOSTRADA.
004950     IF CC-VENCIMIENTO (IDX-CC) = ZERO
004960         MOVE "SIN PLAZO" TO VENCIMIENTO-EN-TEXTO
004970     ELSE
004980         MOVE CC-VENCIMIENTO (IDX-CC) TO FECHA-DE-TRABAJO
004990         MOVE FDT-ANIO TO VM-ANIO
005000         MOVE "-" TO VM-GUION-1
005010         MOVE FDT-MES TO VM-MES
005020         MOVE "-" TO VM-GUION-2
005030         MOVE FDT-DIA TO VM-DIA.
005040     MOVE SPACES TO LINEA-ARMADA.
005050     STRING "  " CC-NUMERO (IDX-CC)
005060         "  " CC-PRODUCTO (IDX-CC)
005070         " " CC-MONEDA (IDX-CC)
005080         SALDO-MOSTRADO
005090         "       " CAMBIO-MOSTRADO
005100         BASE-MOSTRADA
005110         "  " VENCIMIENTO-EN-TEXTO
005120         DELIMITED BY SIZE INTO LINEA-ARMADA.
005130     PERFORM ESCRIBIR-LINEA-DE-POSICION.
005140
005150 SUMAR-AL-TOTAL-DE-LA-MONEDA.
005160     MOVE ZERO TO NO-DE-TOTAL-HALLADO.
005170     PERFORM BUSCAR-UN-TOTAL
005180         VARYING IDX-TOT FROM 1 BY 1
005190             UNTIL IDX-TOT > NO-DE-TOTALES
005200                 OR NO-DE-TOTAL-HALLADO > ZERO.
005210     IF NO-DE-TOTAL-HALLADO = ZERO
005220         IF NO-DE-TOTALES < 20
005230             ADD 1 TO NO-DE-TOTALES
005240             MOVE NO-DE-TOTALES TO NO-DE-TOTAL-HALLADO
005250             MOVE CC-MONEDA (IDX-CC) TO TOT-MONEDA (NO-DE-TOTALES)
005260             MOVE ZERO TO TOT-CUENTAS (NO-DE-TOTALES)
005270             MOVE ZERO TO TOT-SALDO (NO-DE-TOTALES)
005280             MOVE ZERO TO TOT-SALDO-BASE (NO-DE-TOTALES)
005290         ELSE
005300             IF NOT TOTALES-LLENA
005310                 DISPLAY "TOTALES: TABLA LLENA, LOS TOTALES POR "
005320                     "MONEDA SALDRAN INCOMPLETOS."
005330                 SET TOTALES-LLENA TO TRUE
005340                 SET ERROR-DE-ARCHIVO TO TRUE.
005350     IF NO-DE-TOTAL-HALLADO > ZERO
005360         ADD 1 TO TOT-CUENTAS (NO-DE-TOTAL-HALLADO)
005370         ADD CC-SALDO (IDX-CC) TO TOT-SALDO (NO-DE-TOTAL-HALLADO)
005380         ADD SALDO-BASE-DE-CUENTA
005390             TO TOT-SALDO-BASE (NO-DE-TOTAL-HALLADO).
005400
005410 BUSCAR-UN-TOTAL.
005420     IF TOT-MONEDA (IDX-TOT) = CC-MONEDA (IDX-CC)
005430         MOVE IDX-TOT TO NO-DE-TOTAL-HALLADO.
005440
005450 ESCRIBIR-UN-TOTAL.
005460     MOVE TOT-MONEDA (IDX-TOT) TO MONEDA-DE-BUSQUEDA.
005470     PERFORM BUSCAR-MONEDA.
005480     MOVE TOT-CUENTAS (IDX-TOT) TO CUENTAS-MOSTRADAS.
005490     MOVE TOT-SALDO (IDX-TOT) TO SALDO-MOSTRADO.
005500     MOVE CAMBIO-DE-LA-MONEDA TO CAMBIO-MOSTRADO.
005510     MOVE TOT-SALDO-BASE (IDX-TOT) TO BASE-MOSTRADA.
005520     MOVE SPACES TO LINEA-ARMADA.
005530     STRING TOT-MONEDA (IDX-TOT)
005540         "   " CUENTAS-MOSTRADAS
005550         SALDO-MOSTRADO
005560         "       " CAMBIO-MOSTRADO
005570         BASE-MOSTRADA
005580         DELIMITED BY SIZE INTO LINEA-ARMADA.
005590     PERFORM ESCRIBIR-LINEA-DE-POSICION.
005600
005610 BUSCAR-MONEDA.
005620*    Devuelve en CAMBIO-DE-LA-MONEDA cuantas unidades de moneda
005630*    base vale la moneda buscada. La moneda en blanco es la base
005640*    y una moneda que no esta en MONEDAS se toma a la par.
005650     SET MONEDA-NO-ENCONTRADA TO TRUE.
005660     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
005670     IF MONEDA-DE-BUSQUEDA NOT = SPACES
005680         PERFORM BUSCAR-UNA-MONEDA
005690             VARYING IDX-MON FROM 1 BY 1
005700                 UNTIL IDX-MON > NO-DE-MONEDAS
005710                     OR MONEDA-ENCONTRADA.
005720
005730 BUSCAR-UNA-MONEDA.
005740     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
005750         SET MONEDA-ENCONTRADA TO TRUE
005760         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
005770
005780 ESCRIBIR-LINEA-DE-POSICION.
005790     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
005800         PERFORM ESCRIBIR-ENCABEZADO-POSICION.
005810     MOVE LINEA-ARMADA TO LINEA-DE-POSICION.
005820     WRITE LINEA-DE-POSICION.
005830     IF POSICION-STATUS NOT = "00"
005840         SET ERROR-DE-ARCHIVO TO TRUE.
005850     ADD 1 TO LINEAS-EN-PAGINA.
