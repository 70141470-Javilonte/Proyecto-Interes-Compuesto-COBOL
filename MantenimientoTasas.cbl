000130*    piden el permiso de tasas. Si el archivo OPERADORES no
000140*    existe el programa avisa y sigue sin control, para no dejar
000150*    afuera a las instalaciones que todavia no lo cargan.
000151*    Con el maestro OPERADORES cargado las altas, los cambios y
000152*    las bajas no se aplican en el momento: quedan en el archivo
000153*    CAMBIOSPENDIENTES con los valores antes y despues hasta que
000154*    otro operador con el permiso de aprobar los revisa en
000155*    APROBACION-CAMBIOS. Recien al aprobarse pasan a TASAS y se
000156*    graban en CAMBIOSTASAS. Sin archivo OPERADORES no hay quien
000157*    apruebe y el cambio se aplica en el momento, como antes.
000160*    Cada producto lleva ademas la regla al vencimiento que usa
000170*    VENCIMIENTO-CUENTAS (R = renovar el plazo, P = pagar) y un
000180*    SALDO DESDE: un mismo codigo puede tener varios tramos por
000190*    saldo y la entrada se identifica por codigo mas tramo.
000191*    Cada entrada lleva tambien la penalidad por cancelacion
000192*    anticipada que aplica CANCELACION-ANTICIPADA: tipo T (el
000193*    interes se liquida a una tasa anual reducida), tipo P (se
000194*    pierde un porcentaje del interes ganado) o N (sin
000195*    penalidad), con el valor de la tasa o del porcentaje.
000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000320     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS OPERADORES-STATUS.
000342     SELECT PENDIENTES-FILE ASSIGN TO "CAMBIOSPENDIENTES"
000344         ORGANIZATION IS LINE SEQUENTIAL
000346         FILE STATUS IS PENDIENTES-STATUS.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  TASAS-FILE.
000410     05 TASA-RETENCION-ENT       PIC 99V99.
000420     05 TASA-RENUEVA-ENT         PIC X.
000430     05 TASA-DESDE-ENT           PIC 9(9)V99.
000433     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000436     05 TASA-PENALIDAD-ENT       PIC 999V9.
000440 FD  LIMITES-FILE.
000450 01  LIMITES-REGISTRO.
000460     05 LIM-PRINCIPAL-MIN-ENT    PIC 9(9)V99.
000500     05 LIM-PERIODOS-MIN-ENT     PIC 9(6).
000510     05 LIM-PERIODOS-MAX-ENT     PIC 9(6).
000520 FD  CAMBIOS-FILE.
000530 01  LINEA-DE-CAMBIO            PIC X(140).
000540 FD  OPERADORES-FILE.
000550 01  OPERADORES-REGISTRO.
000560     05 OPE-ID-ENT               PIC X(8).
000610     05 OPE-CUENTAS-ENT          PIC X.
000620     05 OPE-REVALUAR-ENT         PIC X.
000630     05 OPE-OPERADORES-ENT       PIC X.
000631     05 OPE-APROBAR-ENT          PIC X.
000632 FD  PENDIENTES-FILE.
000633 01  PENDIENTE-REGISTRO.
000634     05 PEN-NUMERO               PIC 9(6).
000635     05 PEN-ESTADO               PIC X.
000636     05 PEN-ARCHIVO              PIC X.
000637     05 PEN-ACCION               PIC X(8).
000638     05 PEN-CLAVE                PIC X(17).
000639     05 PEN-FECHA                PIC 9(8).
000640     05 PEN-HORA.
000641        10 PEN-HH                PIC 99.
000642        10 PEN-MI                PIC 99.
000643        10 PEN-SS                PIC 99.
000644     05 PEN-OPERADOR             PIC X(8).
000645     05 PEN-ANTES                PIC X(100).
000646     05 PEN-DESPUES              PIC X(100).
000647     05 PEN-MOTIVO               PIC X(30).
000648 WORKING-STORAGE SECTION.
000650
000660 01  TASAS-STATUS               PIC XX.
000670 01  LIMITES-STATUS             PIC XX.
000680 01  CAMBIOS-STATUS             PIC XX.
000690 01  OPERADORES-STATUS          PIC XX.
000691 01  PENDIENTES-STATUS          PIC XX.
000692 01  ULTIMO-PENDIENTE           PIC 9(6) VALUE ZERO.
000693 01  NUMERO-MOSTRADO            PIC Z(5)9.
000694 01  CLAVE-DE-TASA.
000695     05 CLT-CODIGO              PIC X(06).
000696     05 CLT-DESDE               PIC 9(9)V99.
000700 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
000710 01  TABLA-DE-OPERADORES.
000720     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
000870 01  SW-PUEDE-MANTENER          PIC X VALUE "N".
000880     88 PUEDE-MANTENER               VALUE "S".
000890 01  LA-CLAVE                   PIC X(8).
000891 01  IMAGEN-DE-TASA.
000892     05 IMT-INTERES             PIC 999V9.
000893     05 IMT-RETENCION           PIC 99V99.
000894     05 IMT-RENUEVA             PIC X.
000895     05 IMT-PENALIDAD-TIPO      PIC X.
000896     05 IMT-PENALIDAD           PIC 999V9.
000897     05 FILLER                  PIC X(86).
000900 01  NO-DE-TASAS                PIC 999 VALUE ZERO.
000910 01  TABLA-DE-TASAS.
000920     05 TASA-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-TASA.
000950        10 TASA-RETENCION       PIC 99V99.
000960        10 TASA-RENUEVA         PIC X.
000970        10 TASA-DESDE           PIC 9(9)V99.
000973        10 TASA-PENALIDAD-TIPO  PIC X.
000976        10 TASA-PENALIDAD       PIC 999V9.
000980 01  SW-TASA-ENCONTRADA         PIC X VALUE "N".
000990     88 TASA-ENCONTRADA              VALUE "S".
001000     88 TASA-NO-ENCONTRADA           VALUE "N".
001190 01  TASA-ANTES                 PIC 999V9.
001200 01  RETENCION-ANTES            PIC 99V99.
001210 01  RENUEVA-ANTES              PIC X.
001212 01  PENALIDAD-TIPO-NUEVA       PIC X.
001214 01  PENALIDAD-NUEVA            PIC 999V9.
001216 01  PENALIDAD-TIPO-ANTES       PIC X.
001218 01  PENALIDAD-ANTES            PIC 999V9.
001220 01  LA-ACCION                  PIC X(8).
001230 01  NO-DE-DUPLICADOS           PIC 999 VALUE ZERO.
001240 01  IDX-CORRIMIENTO            PIC 999.
001260 01  RETENCION-MOSTRADA         PIC Z9.99.
001270 01  TASA-DESPUES-MOSTRADA      PIC ZZ9.9.
001280 01  RETENCION-DESPUES-MOSTRADA PIC Z9.99.
001283 01  PENALIDAD-MOSTRADA         PIC ZZ9.9.
001286 01  PENALIDAD-DESPUES-MOSTRADA PIC ZZ9.9.
001290 01  RETENCION-DE-PRUEBA        PIC 999V99.
001300 01  SW-VALOR-RECHAZADO         PIC X VALUE "N".
001310     88 VALOR-RECHAZADO              VALUE "S".
002220                 MOVE "P" TO TASA-RENUEVA (NO-DE-TASAS)
002230             END-IF
002240             MOVE DESDE-BUSCADO TO TASA-DESDE (NO-DE-TASAS)
002245             PERFORM CARGAR-LA-PENALIDAD
002250         ELSE
002260             IF NOT TASAS-LLENA
002270                 DISPLAY "TASAS: TABLA LLENA, SE IGNORA EL RESTO."
003310         DISPLAY "OPCION INVALIDA.".
003320
003330 LISTAR-LAS-TASAS.
003336     DISPLAY "CODIGO  TASA   RETENCION  REGLA     SALDO DESDE"
003342         "  PENALIDAD".
003350     PERFORM LISTAR-UNA-TASA
003360         VARYING IDX-TASA FROM 1 BY 1
003370             UNTIL IDX-TASA > NO-DE-TASAS.
003420     MOVE TASA-VALOR (IDX-TASA) TO TASA-MOSTRADA.
003430     MOVE TASA-RETENCION (IDX-TASA) TO RETENCION-MOSTRADA.
003440     MOVE TASA-DESDE (IDX-TASA) TO DESDE-MOSTRADO.
003445     MOVE TASA-PENALIDAD (IDX-TASA) TO PENALIDAD-MOSTRADA.
003450     DISPLAY TASA-CODIGO (IDX-TASA) "  " TASA-MOSTRADA
003460         "  " RETENCION-MOSTRADA "      "
003465         TASA-RENUEVA (IDX-TASA) "  " DESDE-MOSTRADO
003470         "  " TASA-PENALIDAD-TIPO (IDX-TASA)
003475         " " PENALIDAD-MOSTRADA.
003480
003490 AGREGAR-UNA-TASA.
003500     IF NO-DE-TASAS NOT < 100
003610                 DISPLAY "EL CODIGO YA EXISTE: " CODIGO-BUSCADO
003620             ELSE
003625                 MOVE SPACE TO RENUEVA-ANTES
003626                 MOVE SPACE TO PENALIDAD-TIPO-ANTES
003627                 MOVE ZERO TO PENALIDAD-ANTES
003630                 PERFORM PEDIR-LOS-VALORES
003640                 IF VALOR-RECHAZADO
003650                     NEXT SENTENCE
003651                 ELSE
003652                 IF HAY-OPERADORES
003653                     MOVE ZERO TO TASA-ANTES
003654                     MOVE ZERO TO RETENCION-ANTES
003655                     MOVE "AGREGAR" TO LA-ACCION
003656                     PERFORM DEJAR-EL-CAMBIO-PENDIENTE
003660                 ELSE
003670                     ADD 1 TO NO-DE-TASAS
003680                     MOVE CODIGO-BUSCADO
003740                         TO TASA-RENUEVA (NO-DE-TASAS)
003750                     MOVE DESDE-BUSCADO
003760                         TO TASA-DESDE (NO-DE-TASAS)
003762                     MOVE PENALIDAD-TIPO-NUEVA
003764                         TO TASA-PENALIDAD-TIPO (NO-DE-TASAS)
003766                     MOVE PENALIDAD-NUEVA
003768                         TO TASA-PENALIDAD (NO-DE-TASAS)
003770                     MOVE ZERO TO TASA-ANTES
003780                     MOVE ZERO TO RETENCION-ANTES
003790                     MOVE SPACE TO RENUEVA-ANTES
003950             TO RETENCION-ANTES
003960         MOVE TASA-RENUEVA (NO-DE-TASA-ENCONTRADA)
003970             TO RENUEVA-ANTES
003972         MOVE TASA-PENALIDAD-TIPO (NO-DE-TASA-ENCONTRADA)
003974             TO PENALIDAD-TIPO-ANTES
003976         MOVE TASA-PENALIDAD (NO-DE-TASA-ENCONTRADA)
003978             TO PENALIDAD-ANTES
003980         MOVE TASA-ANTES TO TASA-MOSTRADA
003990         MOVE RETENCION-ANTES TO RETENCION-MOSTRADA
003995         MOVE PENALIDAD-ANTES TO PENALIDAD-MOSTRADA
004000         DISPLAY "VALORES ACTUALES: " TASA-MOSTRADA
004010             "  " RETENCION-MOSTRADA
004015             "  REGLA " RENUEVA-ANTES
004016             "  PENALIDAD " PENALIDAD-TIPO-ANTES " "
004017             PENALIDAD-MOSTRADA
004020         PERFORM PEDIR-LOS-VALORES
004030         IF VALOR-RECHAZADO
004040             NEXT SENTENCE
004042         ELSE
004044         IF HAY-OPERADORES
004046             MOVE "CAMBIAR" TO LA-ACCION
004048             PERFORM DEJAR-EL-CAMBIO-PENDIENTE
004050         ELSE
004060             MOVE TASA-NUEVA
004070                 TO TASA-VALOR (NO-DE-TASA-ENCONTRADA)
004090                 TO TASA-RETENCION (NO-DE-TASA-ENCONTRADA)
004100             MOVE RENUEVA-NUEVA
004110                 TO TASA-RENUEVA (NO-DE-TASA-ENCONTRADA)
004112             MOVE PENALIDAD-TIPO-NUEVA
004114                 TO TASA-PENALIDAD-TIPO (NO-DE-TASA-ENCONTRADA)
004116             MOVE PENALIDAD-NUEVA
004118                 TO TASA-PENALIDAD (NO-DE-TASA-ENCONTRADA)
004120             MOVE "CAMBIAR" TO LA-ACCION
004130             PERFORM ESCRIBIR-EL-CAMBIO
004140             SET HAY-CAMBIOS TO TRUE
004270             TO RETENCION-ANTES
004280         MOVE TASA-RENUEVA (NO-DE-TASA-ENCONTRADA)
004290             TO RENUEVA-ANTES
004292         MOVE TASA-PENALIDAD-TIPO (NO-DE-TASA-ENCONTRADA)
004294             TO PENALIDAD-TIPO-ANTES
004296         MOVE TASA-PENALIDAD (NO-DE-TASA-ENCONTRADA)
004298             TO PENALIDAD-ANTES
004300         MOVE ZERO TO TASA-NUEVA
004310         MOVE ZERO TO RETENCION-NUEVA
004320         MOVE SPACE TO RENUEVA-NUEVA
004323         MOVE SPACE TO PENALIDAD-TIPO-NUEVA
004326         MOVE ZERO TO PENALIDAD-NUEVA
004330         MOVE "BORRAR" TO LA-ACCION
004337         IF HAY-OPERADORES
004344             PERFORM DEJAR-EL-CAMBIO-PENDIENTE
004351         ELSE
004358             PERFORM ESCRIBIR-EL-CAMBIO
004365             PERFORM CORRER-LA-TABLA
004372                 VARYING IDX-CORRIMIENTO
004379                 FROM NO-DE-TASA-ENCONTRADA BY 1
004386                     UNTIL IDX-CORRIMIENTO NOT < NO-DE-TASAS
004393             SUBTRACT 1 FROM NO-DE-TASAS
004400             SET HAY-CAMBIOS TO TRUE
004407             DISPLAY "BORRADO " CODIGO-BUSCADO.
004420
004430 CORRER-LA-TABLA.
004440     MOVE TASA-ENTRADA (IDX-CORRIMIENTO + 1)
004620             SET VALOR-RECHAZADO TO TRUE
004630         ELSE
004640             MOVE RETENCION-DE-PRUEBA TO RETENCION-NUEVA
004645             PERFORM PEDIR-LA-REGLA
004650             IF NOT VALOR-RECHAZADO
004655                 PERFORM PEDIR-LA-PENALIDAD.
004660
004670 PEDIR-LA-REGLA.
004672*    En un cambio la regla en blanco conserva la regla actual,
005080     MOVE RETENCION-ANTES TO RETENCION-MOSTRADA.
005090     MOVE TASA-NUEVA TO TASA-DESPUES-MOSTRADA.
005100     MOVE RETENCION-NUEVA TO RETENCION-DESPUES-MOSTRADA.
005103     MOVE PENALIDAD-ANTES TO PENALIDAD-MOSTRADA.
005106     MOVE PENALIDAD-NUEVA TO PENALIDAD-DESPUES-MOSTRADA.
005110     STRING FECHA-MOSTRADA " " HORA-MOSTRADA
005120         " " EL-OPERADOR
005130         " " LA-ACCION
005140         " " CODIGO-BUSCADO
005150         " DESDE " DESDE-MOSTRADO
005160         " ANTES " TASA-MOSTRADA "/" RETENCION-MOSTRADA
005166         "/" RENUEVA-ANTES "/" PENALIDAD-TIPO-ANTES
005172         PENALIDAD-MOSTRADA
005180         " DESPUES " TASA-DESPUES-MOSTRADA "/"
005190         RETENCION-DESPUES-MOSTRADA "/" RENUEVA-NUEVA
005195         "/" PENALIDAD-TIPO-NUEVA PENALIDAD-DESPUES-MOSTRADA
005200         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO.
005210     WRITE LINEA-DE-CAMBIO.
005220
005390     MOVE TASA-RETENCION (IDX-TASA) TO TASA-RETENCION-ENT.
005400     MOVE TASA-RENUEVA (IDX-TASA) TO TASA-RENUEVA-ENT.
005410     MOVE TASA-DESDE (IDX-TASA) TO TASA-DESDE-ENT.
005412     MOVE TASA-PENALIDAD-TIPO (IDX-TASA)
005414         TO TASA-PENALIDAD-TIPO-ENT.
005416     MOVE TASA-PENALIDAD (IDX-TASA) TO TASA-PENALIDAD-ENT.
005420     WRITE TASAS-REGISTRO.
005430
005440 PEDIR-LA-PENALIDAD.
005450*    Igual que la regla, en un cambio el tipo en blanco conserva
005460*    la penalidad actual con su valor. La tasa reducida no puede
005470*    superar la tasa del producto y el porcentaje no puede pasar
005480*    de 100.
005490     DISPLAY "PENALIDAD POR CANCELACION ANTICIPADA (T=TASA "
005500         "REDUCIDA P=PORCENTAJE DEL INTERES N=SIN PENALIDAD, "
005510         "VACIO = SIN CAMBIO)".
005520     ACCEPT PENALIDAD-TIPO-NUEVA.
005530     IF PENALIDAD-TIPO-NUEVA = "t"
005540         MOVE "T" TO PENALIDAD-TIPO-NUEVA.
005550     IF PENALIDAD-TIPO-NUEVA = "p"
005560         MOVE "P" TO PENALIDAD-TIPO-NUEVA.
005570     IF PENALIDAD-TIPO-NUEVA = "n"
005580         MOVE "N" TO PENALIDAD-TIPO-NUEVA.
005590     MOVE ZERO TO PENALIDAD-NUEVA.
005600     IF PENALIDAD-TIPO-NUEVA = SPACE
005610         IF PENALIDAD-TIPO-ANTES = "T" OR
005620         PENALIDAD-TIPO-ANTES = "P"
005630             MOVE PENALIDAD-TIPO-ANTES TO PENALIDAD-TIPO-NUEVA
005640             MOVE PENALIDAD-ANTES TO PENALIDAD-NUEVA
005650         ELSE
005660             MOVE "N" TO PENALIDAD-TIPO-NUEVA
005670         END-IF
005680     ELSE
005690     IF PENALIDAD-TIPO-NUEVA = "T"
005700         DISPLAY "TASA ANUAL REDUCIDA"
005710         ACCEPT CAMPO-DE-ENTRADA
005720         MOVE CAMPO-DE-ENTRADA TO PENALIDAD-NUEVA
005730         IF PENALIDAD-NUEVA > TASA-NUEVA
005740             DISPLAY "LA TASA REDUCIDA SUPERA LA DEL PRODUCTO."
005750             SET VALOR-RECHAZADO TO TRUE
005760         END-IF
005770     ELSE
005780     IF PENALIDAD-TIPO-NUEVA = "P"
005790         DISPLAY "PORCENTAJE DEL INTERES QUE SE PIERDE"
005800         ACCEPT CAMPO-DE-ENTRADA
005810         MOVE CAMPO-DE-ENTRADA TO RETENCION-DE-PRUEBA
005820         IF RETENCION-DE-PRUEBA > 100
005830             DISPLAY "PORCENTAJE FUERA DE LIMITES."
005840             SET VALOR-RECHAZADO TO TRUE
005850         ELSE
005860             MOVE RETENCION-DE-PRUEBA TO PENALIDAD-NUEVA
005870         END-IF
005880     ELSE
005890     IF PENALIDAD-TIPO-NUEVA NOT = "N"
005900         DISPLAY "TIPO DE PENALIDAD INVALIDO."
005910         SET VALOR-RECHAZADO TO TRUE.
005920
005930 DEJAR-EL-CAMBIO-PENDIENTE.
005940*    El cambio no toca la tabla ni CAMBIOSTASAS: se agrega a
005950*    CAMBIOSPENDIENTES con la tasa antes y despues y queda a la
005960*    espera de que otro operador lo apruebe o lo rechace.
005970     PERFORM BUSCAR-EL-ULTIMO-PENDIENTE.
005980     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
005990     ACCEPT HORA-DEL-SISTEMA FROM TIME.
006000     MOVE SPACES TO PENDIENTE-REGISTRO.
006010     ADD 1 TO ULTIMO-PENDIENTE.
006020     MOVE ULTIMO-PENDIENTE TO PEN-NUMERO.
006030     MOVE "P" TO PEN-ESTADO.
006040     MOVE "T" TO PEN-ARCHIVO.
006050     MOVE LA-ACCION TO PEN-ACCION.
006060     MOVE CODIGO-BUSCADO TO CLT-CODIGO.
006070     MOVE DESDE-BUSCADO TO CLT-DESDE.
006080     MOVE CLAVE-DE-TASA TO PEN-CLAVE.
006090     MOVE FECHA-DEL-SISTEMA TO PEN-FECHA.
006100     MOVE HDS-HORA TO PEN-HH.
006110     MOVE HDS-MIN TO PEN-MI.
006120     MOVE HDS-SEG TO PEN-SS.
006130     MOVE EL-OPERADOR TO PEN-OPERADOR.
006140     MOVE SPACES TO IMAGEN-DE-TASA.
006150     MOVE TASA-ANTES TO IMT-INTERES.
006160     MOVE RETENCION-ANTES TO IMT-RETENCION.
006170     MOVE RENUEVA-ANTES TO IMT-RENUEVA.
006180     MOVE PENALIDAD-TIPO-ANTES TO IMT-PENALIDAD-TIPO.
006190     MOVE PENALIDAD-ANTES TO IMT-PENALIDAD.
006200     MOVE IMAGEN-DE-TASA TO PEN-ANTES.
006210     MOVE SPACES TO IMAGEN-DE-TASA.
006220     MOVE TASA-NUEVA TO IMT-INTERES.
006230     MOVE RETENCION-NUEVA TO IMT-RETENCION.
006240     MOVE RENUEVA-NUEVA TO IMT-RENUEVA.
006250     MOVE PENALIDAD-TIPO-NUEVA TO IMT-PENALIDAD-TIPO.
006260     MOVE PENALIDAD-NUEVA TO IMT-PENALIDAD.
006270     MOVE IMAGEN-DE-TASA TO PEN-DESPUES.
006280     OPEN EXTEND PENDIENTES-FILE.
006290     IF PENDIENTES-STATUS NOT = "00"
006300         OPEN OUTPUT PENDIENTES-FILE.
006310     IF PENDIENTES-STATUS NOT = "00"
006320         DISPLAY "NO SE PUDO ABRIR CAMBIOSPENDIENTES, ESTADO "
006330             PENDIENTES-STATUS
006340         DISPLAY "EL CAMBIO NO SE REGISTRO."
006350     ELSE
006360         WRITE PENDIENTE-REGISTRO
006362         IF PENDIENTES-STATUS NOT = "00"
006364             DISPLAY "ERROR AL GRABAR CAMBIOSPENDIENTES, ESTADO "
006366                 PENDIENTES-STATUS
006368             DISPLAY "EL CAMBIO NO SE REGISTRO."
006370         ELSE
006380             MOVE PEN-NUMERO TO NUMERO-MOSTRADO
006390             DISPLAY "CAMBIO PENDIENTE DE APROBACION, NUMERO "
006400                 NUMERO-MOSTRADO
006402         END-IF
006404         CLOSE PENDIENTES-FILE.
006410
006420 BUSCAR-EL-ULTIMO-PENDIENTE.
006430     MOVE ZERO TO ULTIMO-PENDIENTE.
006440     OPEN INPUT PENDIENTES-FILE.
006450     IF PENDIENTES-STATUS = "00"
006460         PERFORM LEER-UN-PENDIENTE
006470             UNTIL PENDIENTES-STATUS NOT = "00"
006480         CLOSE PENDIENTES-FILE.
006490
006500 LEER-UN-PENDIENTE.
006510     READ PENDIENTES-FILE
006520         AT END NEXT SENTENCE.
006530     IF PENDIENTES-STATUS = "00"
006540         IF PEN-NUMERO NUMERIC AND PEN-NUMERO > ULTIMO-PENDIENTE
006550             MOVE PEN-NUMERO TO ULTIMO-PENDIENTE.
006560
006570 CARGAR-LA-PENALIDAD.
006580*    Un tipo que no es T ni P es sin penalidad, y sin penalidad
006590*    el valor queda en cero.
006600     IF TASA-PENALIDAD-TIPO-ENT = "T" OR
006610     TASA-PENALIDAD-TIPO-ENT = "P"
006620         MOVE TASA-PENALIDAD-TIPO-ENT
006630             TO TASA-PENALIDAD-TIPO (NO-DE-TASAS)
006640     ELSE
006650         MOVE "N" TO TASA-PENALIDAD-TIPO (NO-DE-TASAS).
006660     IF TASA-PENALIDAD-ENT NUMERIC AND
006670     TASA-PENALIDAD-TIPO (NO-DE-TASAS) NOT = "N"
006680         MOVE TASA-PENALIDAD-ENT TO TASA-PENALIDAD (NO-DE-TASAS)
006690     ELSE
006700         MOVE ZERO TO TASA-PENALIDAD (NO-DE-TASAS).
