000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. PENDIENTES-APROBACION.
000030
000040*    Este programa lista los cambios sensibles que todavia esperan
000050*    la segunda firma, para revisarlos antes de la cadena de
000060*    cierre de la noche: un cambio de tasa o de tipo de cambio que
000070*    quede sin aprobar no entra en la revalorizacion ni en el
000080*    devengo de esa noche.
000090*    Lee CAMBIOSPENDIENTES como lo lee APROBACION-CAMBIOS: un
000100*    cambio sigue pendiente mientras su registro P no tenga detras
000110*    una decision A o R con el mismo numero. Por cada pendiente
000120*    imprime en PENDIENTESAPROBACION el numero, el archivo, la
000130*    accion, la clave, quien lo pidio y cuando, y en la linea
000140*    siguiente los valores antes y despues. Al final cuenta los
000150*    pendientes de TASAS, MONEDAS y CUENTAS y los cambios ya
000160*    aprobados y rechazados que tiene el archivo.
000170*    El codigo de retorno es 0 si no hay nada pendiente, 4 si hay
000180*    cambios pendientes y 8 si falla un archivo.
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT PENDIENTES-FILE ASSIGN TO "CAMBIOSPENDIENTES"
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS PENDIENTES-STATUS.
000250     SELECT INFORME-FILE ASSIGN TO "PENDIENTESAPROBACION"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS INFORME-STATUS.
000280 DATA DIVISION.
000290 FILE SECTION.
000300 FD  PENDIENTES-FILE.
000310 01  PENDIENTE-REGISTRO.
000320     05 PEN-NUMERO               PIC 9(6).
000330     05 PEN-ESTADO               PIC X.
000340     05 PEN-ARCHIVO              PIC X.
000350     05 PEN-ACCION               PIC X(8).
000360     05 PEN-CLAVE                PIC X(17).
000370     05 PEN-FECHA                PIC 9(8).
000380     05 PEN-HORA.
000390        10 PEN-HH                PIC 99.
000400        10 PEN-MI                PIC 99.
000410        10 PEN-SS                PIC 99.
000420     05 PEN-OPERADOR             PIC X(8).
000430     05 PEN-ANTES                PIC X(100).
000440     05 PEN-DESPUES              PIC X(100).
000450     05 PEN-MOTIVO               PIC X(30).
000460 FD  INFORME-FILE.
000470 01  LINEA-DE-INFORME           PIC X(132).
000480 WORKING-STORAGE SECTION.
000490
000500 01  PENDIENTES-STATUS          PIC XX.
000510 01  INFORME-STATUS             PIC XX.
000520 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
000530     88 ERROR-DE-ARCHIVO              VALUE "S".
000540 01  NO-DE-PENDIENTES           PIC 999 VALUE ZERO.
000550 01  TABLA-DE-PENDIENTES.
000560     05 PENDIENTE-ENTRADA OCCURS 500 TIMES INDEXED BY IDX-PEN.
000570        10 PND-NUMERO           PIC 9(6).
000580        10 PND-RESTO            PIC X(279).
000590 01  SW-PENDIENTES-LLENA        PIC X VALUE "N".
000600     88 PENDIENTES-LLENA             VALUE "S".
000610 01  SW-PENDIENTE-ENCONTRADO    PIC X VALUE "N".
000620     88 PENDIENTE-ENCONTRADO         VALUE "S".
000630     88 PENDIENTE-NO-ENCONTRADO      VALUE "N".
000640 01  NO-DE-PENDIENTE-ENCONTRADO PIC 999 VALUE ZERO.
000650 01  IDX-CORRIMIENTO            PIC 999.
000660 01  NO-DE-REGISTROS-LEIDOS     PIC 9(7) VALUE ZERO.
000670 01  NO-DE-PEDIDOS              PIC 9(7) VALUE ZERO.
000680 01  NO-DE-APROBADOS            PIC 9(7) VALUE ZERO.
000690 01  NO-DE-RECHAZADOS           PIC 9(7) VALUE ZERO.
000700 01  NO-DE-PENDIENTES-TASAS     PIC 9(7) VALUE ZERO.
000710 01  NO-DE-PENDIENTES-MONEDAS   PIC 9(7) VALUE ZERO.
000720 01  NO-DE-PENDIENTES-CUENTAS   PIC 9(7) VALUE ZERO.
000730 01  CLAVE-DE-TASA.
000740     05 CLT-CODIGO              PIC X(06).
000750     05 CLT-DESDE               PIC 9(9)V99.
000760 01  IMAGEN-TASA-ANTES.
000770     05 ITA-INTERES             PIC 999V9.
000780     05 ITA-RETENCION           PIC 99V99.
000790     05 ITA-RENUEVA             PIC X.
000800     05 ITA-PENALIDAD-TIPO      PIC X.
000810     05 ITA-PENALIDAD           PIC 999V9.
000820     05 FILLER                  PIC X(86).
000830 01  IMAGEN-TASA-DESPUES.
000840     05 ITD-INTERES             PIC 999V9.
000850     05 ITD-RETENCION           PIC 99V99.
000860     05 ITD-RENUEVA             PIC X.
000870     05 ITD-PENALIDAD-TIPO      PIC X.
000880     05 ITD-PENALIDAD           PIC 999V9.
000890     05 FILLER                  PIC X(86).
000900 01  IMAGEN-MONEDA-ANTES.
000910     05 IMA-CAMBIO              PIC 9(5)V9(6).
000920     05 FILLER                  PIC X(89).
000930 01  IMAGEN-MONEDA-DESPUES.
000940     05 IMD-CAMBIO              PIC 9(5)V9(6).
000950     05 FILLER                  PIC X(89).
000960 01  IMAGEN-CUENTA-ANTES.
000970     05 ICA-NOMBRE              PIC X(30).
000980     05 ICA-PRODUCTO            PIC X(06).
000990     05 ICA-SALDO               PIC S9(9)V99
001000         SIGN IS TRAILING SEPARATE CHARACTER.
001010     05 ICA-APORTE              PIC S9(7)V99
001020         SIGN IS TRAILING SEPARATE CHARACTER.
001030     05 ICA-CLIENTE             PIC X(10).
001040     05 ICA-MONEDA              PIC X(03).
001050     05 ICA-FECHA-APERTURA      PIC 9(8).
001060     05 ICA-PLAZO-MESES         PIC 9(3).
001070     05 ICA-FECHA-VENCIMIENTO   PIC 9(8).
001080     05 FILLER                  PIC X(10).
001090 01  IMAGEN-CUENTA-DESPUES.
001100     05 ICD-NOMBRE              PIC X(30).
001110     05 ICD-PRODUCTO            PIC X(06).
001120     05 ICD-SALDO               PIC S9(9)V99
001130         SIGN IS TRAILING SEPARATE CHARACTER.
001140     05 ICD-APORTE              PIC S9(7)V99
001150         SIGN IS TRAILING SEPARATE CHARACTER.
001160     05 ICD-CLIENTE             PIC X(10).
001170     05 ICD-MONEDA              PIC X(03).
001180     05 ICD-FECHA-APERTURA      PIC 9(8).
001190     05 ICD-PLAZO-MESES         PIC 9(3).
001200     05 ICD-FECHA-VENCIMIENTO   PIC 9(8).
001210     05 FILLER                  PIC X(10).
001220 01  NOMBRE-DEL-ARCHIVO         PIC X(8).
001230 01  CLAVE-MOSTRADA             PIC X(22).
001240 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
001250 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
001260 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
001270 01  LINEA-ARMADA               PIC X(132).
001280 01  FECHA-DEL-SISTEMA.
001290     05 FDS-ANIO                PIC 9(4).
001300     05 FDS-MES                 PIC 99.
001310     05 FDS-DIA                 PIC 99.
001320 01  HORA-DEL-SISTEMA.
001330     05 HDS-HORA                PIC 99.
001340     05 HDS-MIN                 PIC 99.
001350     05 HDS-SEG                 PIC 99.
001360     05 HDS-CENT                PIC 99.
001370 01  FECHA-MOSTRADA.
001380     05 FM-ANIO                 PIC 9999.
001390     05 FM-GUION-1              PIC X VALUE "-".
001400     05 FM-MES                  PIC 99.
001410     05 FM-GUION-2              PIC X VALUE "-".
001420     05 FM-DIA                  PIC 99.
001430 01  HORA-MOSTRADA.
001440     05 HM-HORA                 PIC 99.
001450     05 HM-DOSPTOS-1            PIC X VALUE ":".
001460     05 HM-MIN                  PIC 99.
001470     05 HM-DOSPTOS-2            PIC X VALUE ":".
001480     05 HM-SEG                  PIC 99.
001490 01  FECHA-DEL-PEDIDO.
001500     05 FDP-ANIO                PIC 9(4).
001510     05 FDP-MES                 PIC 99.
001520     05 FDP-DIA                 PIC 99.
001530 01  FECHA-PEDIDO-MOSTRADA.
001540     05 FPM-ANIO                PIC 9999.
001550     05 FPM-GUION-1             PIC X VALUE "-".
001560     05 FPM-MES                 PIC 99.
001570     05 FPM-GUION-2             PIC X VALUE "-".
001580     05 FPM-DIA                 PIC 99.
001590 01  HORA-PEDIDO-MOSTRADA.
001600     05 HPM-HORA                PIC 99.
001610     05 HPM-DOSPTOS-1           PIC X VALUE ":".
001620     05 HPM-MIN                 PIC 99.
001630     05 HPM-DOSPTOS-2           PIC X VALUE ":".
001640     05 HPM-SEG                 PIC 99.
001650 01  PAGINA-MOSTRADA            PIC ZZ9.
001660 01  NUMERO-MOSTRADO            PIC Z(5)9.
001670 01  CONTADOR-MOSTRADO          PIC Z,ZZZ,ZZ9.
001680 01  DESDE-MOSTRADO             PIC ZZZ,ZZZ,ZZ9.99.
001690 01  TASA-MOSTRADA              PIC ZZ9.9.
001700 01  RETENCION-MOSTRADA         PIC Z9.99.
001710 01  PENALIDAD-MOSTRADA         PIC ZZ9.9.
001720 01  TASA-DESPUES-MOSTRADA      PIC ZZ9.9.
001730 01  RETENCION-DESPUES-MOSTRADA PIC Z9.99.
001740 01  PENALIDAD-DESPUES-MOSTRADA PIC ZZ9.9.
001750 01  CAMBIO-MOSTRADO            PIC ZZZZ9.9(6).
001760 01  CAMBIO-DESPUES-MOSTRADO    PIC ZZZZ9.9(6).
001770 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZ9.99.
001780 01  APORTE-MOSTRADO            PIC -Z,ZZZ,ZZ9.99.
001790 01  SALDO-DESPUES-MOSTRADO     PIC -ZZZ,ZZZ,ZZ9.99.
001800 01  APORTE-DESPUES-MOSTRADO    PIC -Z,ZZZ,ZZ9.99.
001810*RUTINA DE NIVEL 1
001820 PROCEDURE DIVISION.
001830 PROGRAMA-EMPIEZA.
001840     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
001850     ACCEPT HORA-DEL-SISTEMA FROM TIME.
001860     PERFORM CARGAR-LOS-PENDIENTES.
001870     OPEN OUTPUT INFORME-FILE.
001880     IF INFORME-STATUS NOT = "00"
001890         DISPLAY "NO SE PUDO ABRIR PENDIENTESAPROBACION, ESTADO "
001900             INFORME-STATUS
001910         MOVE 8 TO RETURN-CODE
001920         GO TO TERMINA-PROGRAMA.
001930     PERFORM ESCRIBIR-ENCABEZADO.
001940     IF NO-DE-PENDIENTES = ZERO
001950         MOVE "NO HAY CAMBIOS PENDIENTES DE APROBACION."
001960             TO LINEA-ARMADA
001970         PERFORM ESCRIBIR-LINEA
001980     ELSE
001990         PERFORM ESCRIBIR-LOS-TITULOS
002000         PERFORM ESCRIBIR-UN-PENDIENTE
002010             VARYING IDX-PEN FROM 1 BY 1
002020                 UNTIL IDX-PEN > NO-DE-PENDIENTES.
002030     PERFORM ESCRIBIR-LOS-TOTALES.
002040     CLOSE INFORME-FILE.
002050     PERFORM MOSTRAR-TOTALES.
002060     IF ERROR-DE-ARCHIVO
002070         MOVE 8 TO RETURN-CODE
002080     ELSE
002090     IF NO-DE-PENDIENTES > ZERO
002100         MOVE 4 TO RETURN-CODE.
002110 TERMINA-PROGRAMA.
002120     STOP RUN.
002130*RUTINAS DE NIVEL 2
002140 CARGAR-LOS-PENDIENTES.
002150*    Sin archivo no hay nada pedido todavia. Cualquier otro
002160*    estado al abrir es un error.
002170     OPEN INPUT PENDIENTES-FILE.
002180     IF PENDIENTES-STATUS = "00"
002190         PERFORM CARGAR-UN-PENDIENTE
002200             UNTIL PENDIENTES-STATUS NOT = "00"
002210         IF PENDIENTES-STATUS NOT = "10"
002220             DISPLAY "ERROR AL LEER CAMBIOSPENDIENTES, ESTADO "
002230                 PENDIENTES-STATUS
002240             SET ERROR-DE-ARCHIVO TO TRUE
002250         END-IF
002260         CLOSE PENDIENTES-FILE
002270     ELSE
002280     IF PENDIENTES-STATUS NOT = "35"
002290         DISPLAY "NO SE PUDO ABRIR CAMBIOSPENDIENTES, ESTADO "
002300             PENDIENTES-STATUS
002310         SET ERROR-DE-ARCHIVO TO TRUE.
002320
002330 CARGAR-UN-PENDIENTE.
002340     READ PENDIENTES-FILE
002350         AT END NEXT SENTENCE.
002360     IF PENDIENTES-STATUS = "00"
002370         ADD 1 TO NO-DE-REGISTROS-LEIDOS
002380         IF PEN-ESTADO = "P"
002390             ADD 1 TO NO-DE-PEDIDOS
002400             IF NO-DE-PENDIENTES < 500
002410                 ADD 1 TO NO-DE-PENDIENTES
002420                 MOVE PENDIENTE-REGISTRO
002430                     TO PENDIENTE-ENTRADA (NO-DE-PENDIENTES)
002440             ELSE
002450                 IF NOT PENDIENTES-LLENA
002460                     DISPLAY "CAMBIOSPENDIENTES: TABLA LLENA, EL "
002470                         "INFORME NO LISTA EL RESTO."
002480                     SET PENDIENTES-LLENA TO TRUE
002490                 END-IF
002500             END-IF
002510         ELSE
002520             IF PEN-ESTADO = "A"
002530                 ADD 1 TO NO-DE-APROBADOS
002540             ELSE
002550                 ADD 1 TO NO-DE-RECHAZADOS
002560             END-IF
002570             PERFORM SACAR-EL-PENDIENTE-RESUELTO.
002580
002590 ESCRIBIR-ENCABEZADO.
002600     MOVE FDS-ANIO TO FM-ANIO.
002610     MOVE FDS-MES  TO FM-MES.
002620     MOVE FDS-DIA  TO FM-DIA.
002630     MOVE HDS-HORA TO HM-HORA.
002640     MOVE HDS-MIN  TO HM-MIN.
002650     MOVE HDS-SEG  TO HM-SEG.
002660     ADD 1 TO NO-DE-PAGINA.
002670     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
002680     MOVE SPACES TO LINEA-DE-INFORME.
002690     STRING "CAMBIOS PENDIENTES DE APROBACION"
002700         "   FECHA: " FECHA-MOSTRADA
002710         "   HORA: " HORA-MOSTRADA
002720         "   PAGINA: " PAGINA-MOSTRADA
002730         DELIMITED BY SIZE INTO LINEA-DE-INFORME.
002740     WRITE LINEA-DE-INFORME.
002750     IF INFORME-STATUS NOT = "00"
002760         SET ERROR-DE-ARCHIVO TO TRUE.
002770     MOVE ZERO TO LINEAS-EN-PAGINA.
002780
002790 ESCRIBIR-LOS-TITULOS.
002800     MOVE SPACES TO LINEA-ARMADA.
002810     PERFORM ESCRIBIR-LINEA.
002820     MOVE SPACES TO LINEA-ARMADA.
002830     STRING "NUMERO  ARCHIVO   ACCION    CLAVE"
002840         "                   PEDIDO POR  FECHA       HORA"
002850         DELIMITED BY SIZE INTO LINEA-ARMADA.
002860     PERFORM ESCRIBIR-LINEA.
002870
002880 ESCRIBIR-UN-PENDIENTE.
002890*    Las dos lineas de un cambio van siempre en la misma pagina.
002900     IF LINEAS-EN-PAGINA + 2 > MAX-LINEAS-POR-PAGINA
002910         MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
002920     MOVE PENDIENTE-ENTRADA (IDX-PEN) TO PENDIENTE-REGISTRO.
002930     MOVE PEN-NUMERO TO NUMERO-MOSTRADO.
002940     MOVE PEN-FECHA TO FECHA-DEL-PEDIDO.
002950     MOVE FDP-ANIO TO FPM-ANIO.
002960     MOVE FDP-MES  TO FPM-MES.
002970     MOVE FDP-DIA  TO FPM-DIA.
002980     MOVE PEN-HH TO HPM-HORA.
002990     MOVE PEN-MI TO HPM-MIN.
003000     MOVE PEN-SS TO HPM-SEG.
003010     MOVE PEN-CLAVE TO CLAVE-MOSTRADA.
003020     IF PEN-ARCHIVO = "T"
003030         MOVE "TASAS" TO NOMBRE-DEL-ARCHIVO
003040         ADD 1 TO NO-DE-PENDIENTES-TASAS
003050         MOVE PEN-CLAVE TO CLAVE-DE-TASA
003060         MOVE CLT-DESDE TO DESDE-MOSTRADO
003070         MOVE SPACES TO CLAVE-MOSTRADA
003080         STRING CLT-CODIGO " " DESDE-MOSTRADO
003090             DELIMITED BY SIZE INTO CLAVE-MOSTRADA
003100     ELSE
003110     IF PEN-ARCHIVO = "M"
003120         MOVE "MONEDAS" TO NOMBRE-DEL-ARCHIVO
003130         ADD 1 TO NO-DE-PENDIENTES-MONEDAS
003140     ELSE
003150         MOVE "CUENTAS" TO NOMBRE-DEL-ARCHIVO
003160         ADD 1 TO NO-DE-PENDIENTES-CUENTAS.
003170     MOVE SPACES TO LINEA-ARMADA.
003180     STRING NUMERO-MOSTRADO "  " NOMBRE-DEL-ARCHIVO
003190         "  " PEN-ACCION
003200         "  " CLAVE-MOSTRADA
003210         "  " PEN-OPERADOR
003220         "    " FECHA-PEDIDO-MOSTRADA
003230         "  " HORA-PEDIDO-MOSTRADA
003240         DELIMITED BY SIZE INTO LINEA-ARMADA.
003250     PERFORM ESCRIBIR-LINEA.
003260     MOVE SPACES TO LINEA-ARMADA.
003270     IF PEN-ARCHIVO = "T"
003280         PERFORM ARMAR-LOS-VALORES-DE-TASA
003290     ELSE
003300     IF PEN-ARCHIVO = "M"
003310         PERFORM ARMAR-LOS-VALORES-DE-MONEDA
003320     ELSE
003330         PERFORM ARMAR-LOS-VALORES-DE-CUENTA.
003340     PERFORM ESCRIBIR-LINEA.
003350
003360 ESCRIBIR-LOS-TOTALES.
003370     IF LINEAS-EN-PAGINA + 8 > MAX-LINEAS-POR-PAGINA
003380         MOVE MAX-LINEAS-POR-PAGINA TO LINEAS-EN-PAGINA.
003390     MOVE SPACES TO LINEA-ARMADA.
003400     PERFORM ESCRIBIR-LINEA.
003410     MOVE NO-DE-PENDIENTES-TASAS TO CONTADOR-MOSTRADO.
003420     MOVE SPACES TO LINEA-ARMADA.
003430     STRING "PENDIENTES EN TASAS           " CONTADOR-MOSTRADO
003440         DELIMITED BY SIZE INTO LINEA-ARMADA.
003450     PERFORM ESCRIBIR-LINEA.
003460     MOVE NO-DE-PENDIENTES-MONEDAS TO CONTADOR-MOSTRADO.
003470     MOVE SPACES TO LINEA-ARMADA.
003480     STRING "PENDIENTES EN MONEDAS         " CONTADOR-MOSTRADO
003490         DELIMITED BY SIZE INTO LINEA-ARMADA.
003500     PERFORM ESCRIBIR-LINEA.
003510     MOVE NO-DE-PENDIENTES-CUENTAS TO CONTADOR-MOSTRADO.
003520     MOVE SPACES TO LINEA-ARMADA.
003530     STRING "PENDIENTES EN CUENTAS         " CONTADOR-MOSTRADO
003540         DELIMITED BY SIZE INTO LINEA-ARMADA.
003550     PERFORM ESCRIBIR-LINEA.
003560     MOVE NO-DE-PENDIENTES TO CONTADOR-MOSTRADO.
003570     MOVE SPACES TO LINEA-ARMADA.
003580     STRING "TOTAL PENDIENTES              " CONTADOR-MOSTRADO
003590         DELIMITED BY SIZE INTO LINEA-ARMADA.
003600     PERFORM ESCRIBIR-LINEA.
003610     MOVE NO-DE-PEDIDOS TO CONTADOR-MOSTRADO.
003620     MOVE SPACES TO LINEA-ARMADA.
003630     STRING "CAMBIOS PEDIDOS EN EL ARCHIVO " CONTADOR-MOSTRADO
003640         DELIMITED BY SIZE INTO LINEA-ARMADA.
003650     PERFORM ESCRIBIR-LINEA.
003660     MOVE NO-DE-APROBADOS TO CONTADOR-MOSTRADO.
003670     MOVE SPACES TO LINEA-ARMADA.
003680     STRING "  APROBADOS                   " CONTADOR-MOSTRADO
003690         DELIMITED BY SIZE INTO LINEA-ARMADA.
003700     PERFORM ESCRIBIR-LINEA.
003710     MOVE NO-DE-RECHAZADOS TO CONTADOR-MOSTRADO.
003720     MOVE SPACES TO LINEA-ARMADA.
003730     STRING "  RECHAZADOS                  " CONTADOR-MOSTRADO
003740         DELIMITED BY SIZE INTO LINEA-ARMADA.
003750     PERFORM ESCRIBIR-LINEA.
003760
003770 MOSTRAR-TOTALES.
003780     MOVE NO-DE-REGISTROS-LEIDOS TO CONTADOR-MOSTRADO.
003790     DISPLAY "REGISTROS LEIDOS        " CONTADOR-MOSTRADO.
003800     MOVE NO-DE-PENDIENTES TO CONTADOR-MOSTRADO.
003810     DISPLAY "CAMBIOS PENDIENTES      " CONTADOR-MOSTRADO.
003820     IF NO-DE-PENDIENTES > ZERO
003830         DISPLAY "HAY CAMBIOS SIN APROBAR: "
003840             "VER PENDIENTESAPROBACION.".
003850*RUTINAS DE NIVEL 3
003860 SACAR-EL-PENDIENTE-RESUELTO.
003870     SET PENDIENTE-NO-ENCONTRADO TO TRUE.
003880     PERFORM BUSCAR-UN-PENDIENTE
003890         VARYING IDX-PEN FROM 1 BY 1
003900             UNTIL IDX-PEN > NO-DE-PENDIENTES
003910                 OR PENDIENTE-ENCONTRADO.
003920     IF PENDIENTE-ENCONTRADO
003930         PERFORM CORRER-LA-TABLA
003940             VARYING IDX-CORRIMIENTO
003950             FROM NO-DE-PENDIENTE-ENCONTRADO BY 1
003960                 UNTIL IDX-CORRIMIENTO NOT < NO-DE-PENDIENTES
003970         SUBTRACT 1 FROM NO-DE-PENDIENTES.
003980
003990 BUSCAR-UN-PENDIENTE.
004000     IF PND-NUMERO (IDX-PEN) = PEN-NUMERO
004010         SET PENDIENTE-ENCONTRADO TO TRUE
004020         MOVE IDX-PEN TO NO-DE-PENDIENTE-ENCONTRADO.
004030
004040 CORRER-LA-TABLA.
004050     MOVE PENDIENTE-ENTRADA (IDX-CORRIMIENTO + 1)
004060         TO PENDIENTE-ENTRADA (IDX-CORRIMIENTO).
004070
004080 ARMAR-LOS-VALORES-DE-TASA.
004090*    Tasa / retencion / regla / tipo y valor de la penalidad.
004100     MOVE PEN-ANTES TO IMAGEN-TASA-ANTES.
004110     MOVE PEN-DESPUES TO IMAGEN-TASA-DESPUES.
004120     MOVE ITA-INTERES TO TASA-MOSTRADA.
004130     MOVE ITA-RETENCION TO RETENCION-MOSTRADA.
004140     MOVE ITA-PENALIDAD TO PENALIDAD-MOSTRADA.
004150     MOVE ITD-INTERES TO TASA-DESPUES-MOSTRADA.
004160     MOVE ITD-RETENCION TO RETENCION-DESPUES-MOSTRADA.
004170     MOVE ITD-PENALIDAD TO PENALIDAD-DESPUES-MOSTRADA.
004180     IF PEN-ACCION = "AGREGAR"
004190         STRING "        ANTES   (NUEVA)"
004200             "                DESPUES " TASA-DESPUES-MOSTRADA "/"
004210             RETENCION-DESPUES-MOSTRADA "/" ITD-RENUEVA
004220             "/" ITD-PENALIDAD-TIPO PENALIDAD-DESPUES-MOSTRADA
004230             DELIMITED BY SIZE INTO LINEA-ARMADA
004240     ELSE
004250     IF PEN-ACCION = "BORRAR"
004260         STRING "        ANTES   " TASA-MOSTRADA "/"
004270             RETENCION-MOSTRADA "/" ITA-RENUEVA
004280             "/" ITA-PENALIDAD-TIPO PENALIDAD-MOSTRADA
004290             "   DESPUES (SE BORRA)"
004300             DELIMITED BY SIZE INTO LINEA-ARMADA
004310     ELSE
004320         STRING "        ANTES   " TASA-MOSTRADA "/"
004330             RETENCION-MOSTRADA "/" ITA-RENUEVA
004340             "/" ITA-PENALIDAD-TIPO PENALIDAD-MOSTRADA
004350             "   DESPUES " TASA-DESPUES-MOSTRADA "/"
004360             RETENCION-DESPUES-MOSTRADA "/" ITD-RENUEVA
004370             "/" ITD-PENALIDAD-TIPO PENALIDAD-DESPUES-MOSTRADA
004380             DELIMITED BY SIZE INTO LINEA-ARMADA.
004390
004400 ARMAR-LOS-VALORES-DE-MONEDA.
004410     MOVE PEN-ANTES TO IMAGEN-MONEDA-ANTES.
004420     MOVE PEN-DESPUES TO IMAGEN-MONEDA-DESPUES.
004430     MOVE IMA-CAMBIO TO CAMBIO-MOSTRADO.
004440     MOVE IMD-CAMBIO TO CAMBIO-DESPUES-MOSTRADO.
004450     IF PEN-ACCION = "AGREGAR"
004460         STRING "        ANTES   (NUEVA)     "
004470             "   DESPUES " CAMBIO-DESPUES-MOSTRADO
004480             DELIMITED BY SIZE INTO LINEA-ARMADA
004490     ELSE
004500     IF PEN-ACCION = "BORRAR"
004510         STRING "        ANTES   " CAMBIO-MOSTRADO
004520             "   DESPUES (SE BORRA)"
004530             DELIMITED BY SIZE INTO LINEA-ARMADA
004540     ELSE
004550         STRING "        ANTES   " CAMBIO-MOSTRADO
004560             "   DESPUES " CAMBIO-DESPUES-MOSTRADO
004570             DELIMITED BY SIZE INTO LINEA-ARMADA.
004580
004590 ARMAR-LOS-VALORES-DE-CUENTA.
004600*    Producto / saldo / aporte; la apertura muestra ademas la
004610*    moneda y el plazo de la cuenta nueva.
004620     MOVE PEN-ANTES TO IMAGEN-CUENTA-ANTES.
004630     MOVE PEN-DESPUES TO IMAGEN-CUENTA-DESPUES.
004640     MOVE ICA-SALDO TO SALDO-MOSTRADO.
004650     MOVE ICA-APORTE TO APORTE-MOSTRADO.
004660     MOVE ICD-SALDO TO SALDO-DESPUES-MOSTRADO.
004670     MOVE ICD-APORTE TO APORTE-DESPUES-MOSTRADO.
004680     IF PEN-ACCION = "ABRIR"
004690         STRING "        ANTES   (NUEVA)"
004700             "   DESPUES " ICD-PRODUCTO "/"
004710             SALDO-DESPUES-MOSTRADO "/" APORTE-DESPUES-MOSTRADO
004720             "   MONEDA " ICD-MONEDA
004730             "   PLAZO " ICD-PLAZO-MESES
004740             DELIMITED BY SIZE INTO LINEA-ARMADA
004750     ELSE
004760         STRING "        ANTES   " ICA-PRODUCTO "/"
004770             SALDO-MOSTRADO "/" APORTE-MOSTRADO
004780             "   DESPUES " ICD-PRODUCTO "/"
004790             SALDO-DESPUES-MOSTRADO "/" APORTE-DESPUES-MOSTRADO
004800             DELIMITED BY SIZE INTO LINEA-ARMADA.
004810
004820 ESCRIBIR-LINEA.
004830     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
004840         PERFORM ESCRIBIR-ENCABEZADO.
004850     MOVE LINEA-ARMADA TO LINEA-DE-INFORME.
004860     WRITE LINEA-DE-INFORME.
004870     IF INFORME-STATUS NOT = "00"
004880         SET ERROR-DE-ARCHIVO TO TRUE.
004890     ADD 1 TO LINEAS-EN-PAGINA.
