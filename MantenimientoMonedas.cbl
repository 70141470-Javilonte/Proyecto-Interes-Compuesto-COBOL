000150*    piden el permiso de tasas, que cubre tambien los tipos de
000160*    cambio. Si el archivo OPERADORES no existe el programa avisa
000170*    y sigue sin control.
000171*    Con el maestro OPERADORES cargado las altas, los cambios y
000172*    las bajas de tipos de cambio no se aplican en el momento:
000173*    quedan en el archivo CAMBIOSPENDIENTES con el cambio antes y
000174*    despues hasta que otro operador con el permiso de aprobar los
000175*    revisa en APROBACION-CAMBIOS, que recien entonces los pasa a
000176*    MONEDAS y a CAMBIOSMONEDAS. Sin archivo OPERADORES el cambio
000177*    se aplica en el momento, como antes.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000270     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS OPERADORES-STATUS.
000292     SELECT PENDIENTES-FILE ASSIGN TO "CAMBIOSPENDIENTES"
000294         ORGANIZATION IS LINE SEQUENTIAL
000296         FILE STATUS IS PENDIENTES-STATUS.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  MONEDAS-FILE.
000450     05 OPE-CUENTAS-ENT          PIC X.
000460     05 OPE-REVALUAR-ENT         PIC X.
000470     05 OPE-OPERADORES-ENT       PIC X.
000471     05 OPE-APROBAR-ENT          PIC X.
000472 FD  PENDIENTES-FILE.
000473 01  PENDIENTE-REGISTRO.
000474     05 PEN-NUMERO               PIC 9(6).
000475     05 PEN-ESTADO               PIC X.
000476     05 PEN-ARCHIVO              PIC X.
000477     05 PEN-ACCION               PIC X(8).
000478     05 PEN-CLAVE                PIC X(17).
000479     05 PEN-FECHA                PIC 9(8).
000480     05 PEN-HORA.
000481        10 PEN-HH                PIC 99.
000482        10 PEN-MI                PIC 99.
000483        10 PEN-SS                PIC 99.
000484     05 PEN-OPERADOR             PIC X(8).
000485     05 PEN-ANTES                PIC X(100).
000486     05 PEN-DESPUES              PIC X(100).
000487     05 PEN-MOTIVO               PIC X(30).
000488 WORKING-STORAGE SECTION.
000490
000500 01  MONEDAS-STATUS             PIC XX.
000510 01  CAMBIOS-STATUS             PIC XX.
000520 01  OPERADORES-STATUS          PIC XX.
000521 01  PENDIENTES-STATUS          PIC XX.
000522 01  ULTIMO-PENDIENTE           PIC 9(6) VALUE ZERO.
000523 01  NUMERO-MOSTRADO            PIC Z(5)9.
000524 01  IMAGEN-DE-MONEDA.
000525     05 IMM-CAMBIO              PIC 9(5)V9(6).
000526     05 FILLER                  PIC X(89).
000530 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
000540 01  TABLA-DE-OPERADORES.
000550     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
003060                 IF VALOR-RECHAZADO
003070                     NEXT SENTENCE
003080                 ELSE
003081                 IF HAY-OPERADORES
003082                     MOVE ZERO TO CAMBIO-ANTES
003083                     MOVE "AGREGAR" TO LA-ACCION
003084                     PERFORM DEJAR-EL-CAMBIO-PENDIENTE
003085                 ELSE
003090                     ADD 1 TO NO-DE-MONEDAS
003100                     MOVE CODIGO-BUSCADO
003110                         TO MON-CODIGO (NO-DE-MONEDAS)
003320         IF VALOR-RECHAZADO
003330             NEXT SENTENCE
003340         ELSE
003342         IF HAY-OPERADORES
003344             MOVE "CAMBIAR" TO LA-ACCION
003346             PERFORM DEJAR-EL-CAMBIO-PENDIENTE
003348         ELSE
003350             MOVE CAMBIO-NUEVO
003360                 TO MON-CAMBIO (NO-DE-MONEDA-ENCONTRADA)
003370             MOVE "CAMBIAR" TO LA-ACCION
003500             TO CAMBIO-ANTES
003510         MOVE ZERO TO CAMBIO-NUEVO
003520         MOVE "BORRAR" TO LA-ACCION
003527         IF HAY-OPERADORES
003534             PERFORM DEJAR-EL-CAMBIO-PENDIENTE
003541         ELSE
003548             PERFORM ESCRIBIR-EL-CAMBIO
003555             PERFORM CORRER-LA-TABLA
003562                 VARYING IDX-CORRIMIENTO
003569                 FROM NO-DE-MONEDA-ENCONTRADA BY 1
003576                     UNTIL IDX-CORRIMIENTO NOT < NO-DE-MONEDAS
003583             SUBTRACT 1 FROM NO-DE-MONEDAS
003590             SET HAY-CAMBIOS TO TRUE
003597             DISPLAY "BORRADO " CODIGO-BUSCADO.
003610
003620 CORRER-LA-TABLA.
003630     MOVE MONEDA-ENTRADA (IDX-CORRIMIENTO + 1)
004230     MOVE MON-CODIGO (IDX-MON) TO MON-CODIGO-ENT.
004240     MOVE MON-CAMBIO (IDX-MON) TO MON-CAMBIO-ENT.
004250     WRITE MONEDAS-REGISTRO.
004260
004270 DEJAR-EL-CAMBIO-PENDIENTE.
004280*    El cambio no toca la tabla ni CAMBIOSMONEDAS: se agrega a
004290*    CAMBIOSPENDIENTES con el cambio antes y despues y queda a la
004300*    espera de que otro operador lo apruebe o lo rechace.
004310     PERFORM BUSCAR-EL-ULTIMO-PENDIENTE.
004320     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
004330     ACCEPT HORA-DEL-SISTEMA FROM TIME.
004340     MOVE SPACES TO PENDIENTE-REGISTRO.
004350     ADD 1 TO ULTIMO-PENDIENTE.
004360     MOVE ULTIMO-PENDIENTE TO PEN-NUMERO.
004370     MOVE "P" TO PEN-ESTADO.
004380     MOVE "M" TO PEN-ARCHIVO.
004390     MOVE LA-ACCION TO PEN-ACCION.
004400     MOVE CODIGO-BUSCADO TO PEN-CLAVE.
004410     MOVE FECHA-DEL-SISTEMA TO PEN-FECHA.
004420     MOVE HDS-HORA TO PEN-HH.
004430     MOVE HDS-MIN TO PEN-MI.
004440     MOVE HDS-SEG TO PEN-SS.
004450     MOVE EL-OPERADOR TO PEN-OPERADOR.
004460     MOVE SPACES TO IMAGEN-DE-MONEDA.
004470     MOVE CAMBIO-ANTES TO IMM-CAMBIO.
004480     MOVE IMAGEN-DE-MONEDA TO PEN-ANTES.
004490     MOVE SPACES TO IMAGEN-DE-MONEDA.
004500     MOVE CAMBIO-NUEVO TO IMM-CAMBIO.
004510     MOVE IMAGEN-DE-MONEDA TO PEN-DESPUES.
004520     OPEN EXTEND PENDIENTES-FILE.
004530     IF PENDIENTES-STATUS NOT = "00"
004540         OPEN OUTPUT PENDIENTES-FILE.
004550     IF PENDIENTES-STATUS NOT = "00"
004560         DISPLAY "NO SE PUDO ABRIR CAMBIOSPENDIENTES, ESTADO "
004570             PENDIENTES-STATUS
004580         DISPLAY "EL CAMBIO NO SE REGISTRO."
004590     ELSE
004600         WRITE PENDIENTE-REGISTRO
004602         IF PENDIENTES-STATUS NOT = "00"
004604             DISPLAY "ERROR AL GRABAR CAMBIOSPENDIENTES, ESTADO "
004606                 PENDIENTES-STATUS
004608             DISPLAY "EL CAMBIO NO SE REGISTRO."
004610         ELSE
004620             MOVE PEN-NUMERO TO NUMERO-MOSTRADO
004630             DISPLAY "CAMBIO PENDIENTE DE APROBACION, NUMERO "
004640                 NUMERO-MOSTRADO
004642         END-IF
004644         CLOSE PENDIENTES-FILE.
004650
004660 BUSCAR-EL-ULTIMO-PENDIENTE.
004670     MOVE ZERO TO ULTIMO-PENDIENTE.
004680     OPEN INPUT PENDIENTES-FILE.
004690     IF PENDIENTES-STATUS = "00"
004700         PERFORM LEER-UN-PENDIENTE
004710             UNTIL PENDIENTES-STATUS NOT = "00"
004720         CLOSE PENDIENTES-FILE.
004730
004740 LEER-UN-PENDIENTE.
004750     READ PENDIENTES-FILE
004760         AT END NEXT SENTENCE.
004770     IF PENDIENTES-STATUS = "00"
004780         IF PEN-NUMERO NUMERIC AND PEN-NUMERO > ULTIMO-PENDIENTE
004790             MOVE PEN-NUMERO TO ULTIMO-PENDIENTE.
