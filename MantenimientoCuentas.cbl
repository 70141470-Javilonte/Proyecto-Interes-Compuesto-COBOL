000100*    graba en el archivo CAMBIOSCUENTAS con los valores antes y
000110*    despues, la fecha, la hora y el operador, igual que hace
000120*    MANTENIMIENTO-TASAS con CAMBIOSTASAS.
000121*    El saldo de apertura deja en MOVIMIENTOS un registro de
000122*    tipo I (saldo inicial) y en CONTABLE el ingreso por caja
000123*    (11010000 al debe, 21010000 al haber); el cambio de producto
000124*    con saldo pasa el saldo de un producto al otro en 21010000.
000125*    Toda cuenta nueva pertenece a un cliente activo del maestro
000126*    CLIENTES (CUENTA-CLIENTE); el nombre vacio toma el del
000127*    cliente. El cambio asigna o cambia el cliente, que tambien
000128*    se graba en CAMBIOSCUENTAS. Sin archivo CLIENTES no se abren
000129*    cuentas.
000130*    La entrada se firma contra el maestro OPERADORES con clave:
000140*    listar pide el permiso de listar y abrir, cambiar o cerrar
000150*    piden el permiso de cuentas. Si el archivo OPERADORES no
000160*    existe el programa avisa y sigue sin control.
000161*    Con OPERADORES cargado los cambios que mueven dinero (la
000162*    apertura con saldo y el cambio de producto o de aporte) no
000163*    se aplican en el momento: quedan en CAMBIOSPENDIENTES con
000164*    los valores antes y despues hasta que otro operador con el
000165*    permiso de aprobar los revisa en APROBACION-CAMBIOS, que
000166*    recien entonces graba la cuenta, MOVIMIENTOS, CONTABLE y
000167*    CAMBIOSCUENTAS. La apertura sin saldo, el cambio de nombre
000168*    o de cliente y el cierre se aplican en el momento, y sin
000169*    archivo OPERADORES todo se aplica en el momento, como antes.
000170 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000190 FILE-CONTROL.
000220         ACCESS MODE IS DYNAMIC
000230         RECORD KEY IS CUENTA-NUMERO
000240         FILE STATUS IS CUENTAS-STATUS.
000241     SELECT CLIENTES-FILE ASSIGN TO "CLIENTES"
000242         ORGANIZATION IS INDEXED
000243         ACCESS MODE IS RANDOM
000244         RECORD KEY IS CLIENTE-ID
000245         FILE STATUS IS CLIENTES-STATUS.
000250     SELECT TASAS-FILE ASSIGN TO "TASAS"
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS TASAS-STATUS.
000310     SELECT CAMBIOS-FILE ASSIGN TO "CAMBIOSCUENTAS"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CAMBIOS-STATUS.
000332     SELECT PENDIENTES-FILE ASSIGN TO "CAMBIOSPENDIENTES"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS PENDIENTES-STATUS.
000340     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS OPERADORES-STATUS.
000361     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS DYNAMIC
000364         RECORD KEY IS MOV-CLAVE
000365         FILE STATUS IS MOVIMIENTOS-STATUS.
000366     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000367         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS CONTABLE-STATUS.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  CUENTAS-FILE.
000490     05 CUENTA-ESTADO            PIC X.
000500     05 CUENTA-MONEDA            PIC X(03).
000510     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000515     05 CUENTA-CLIENTE           PIC X(10).
000520 FD  TASAS-FILE.
000530 01  TASAS-REGISTRO.
000540     05 TASA-CODIGO-ENT          PIC X(06).
000560     05 TASA-RETENCION-ENT       PIC 99V99.
000570     05 TASA-RENUEVA-ENT         PIC X.
000580     05 TASA-DESDE-ENT           PIC 9(9)V99.
000583     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000586     05 TASA-PENALIDAD-ENT       PIC 999V9.
000590 FD  MONEDAS-FILE.
000600 01  MONEDAS-REGISTRO.
000610     05 MON-CODIGO-ENT           PIC X(03).
000620     05 MON-CAMBIO-ENT           PIC 9(5)V9(6).
000630 FD  CAMBIOS-FILE.
000640 01  LINEA-DE-CAMBIO            PIC X(240).
000650 FD  OPERADORES-FILE.
000660 01  OPERADORES-REGISTRO.
000670     05 OPE-ID-ENT               PIC X(8).
000710     05 OPE-LIMITES-ENT          PIC X.
000720     05 OPE-CUENTAS-ENT          PIC X.
000730     05 OPE-REVALUAR-ENT         PIC X.
000731     05 OPE-OPERADORES-ENT       PIC X.
000732     05 OPE-APROBAR-ENT          PIC X.
000733 FD  MOVIMIENTOS-FILE.
000734 01  MOVIMIENTOS-REGISTRO.
000735     05 MOV-CLAVE.
000736        10 MOV-CUENTA            PIC X(10).
000737        10 MOV-FECHA             PIC 9(8).
000738        10 MOV-SECUENCIA         PIC 9(4).
000739     05 MOV-PRODUCTO             PIC X(06).
000740     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000741         SIGN IS TRAILING SEPARATE CHARACTER.
000742     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000743         SIGN IS TRAILING SEPARATE CHARACTER.
000744     05 MOV-RETENCION            PIC S9(9)V99
000745         SIGN IS TRAILING SEPARATE CHARACTER.
000746     05 MOV-APORTE               PIC S9(7)V99
000747         SIGN IS TRAILING SEPARATE CHARACTER.
000748     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000749         SIGN IS TRAILING SEPARATE CHARACTER.
000750     05 MOV-MONEDA               PIC X(03).
000751     05 MOV-TIPO                 PIC X.
000752     05 MOV-REFERENCIA           PIC X(12).
000753 FD  CONTABLE-FILE.
000754 01  CONTABLE-REGISTRO.
000755     05 CON-FECHA                PIC 9(8).
000756     05 CON-CUENTA               PIC X(8).
000757     05 CON-DEBE-HABER           PIC X.
000758     05 CON-MONTO                PIC 9(13)V99.
000759     05 CON-PRODUCTO             PIC X(6).
000760     05 CON-CONCEPTO             PIC X(20).
000761     05 CON-MONEDA               PIC X(03).
000762     05 CON-MONTO-BASE           PIC 9(13)V99.
000763 FD  CLIENTES-FILE.
000764 01  CLIENTES-REGISTRO.
000765     05 CLIENTE-ID               PIC X(10).
000766     05 CLIENTE-TIPO-DOCUMENTO   PIC X(03).
000767     05 CLIENTE-NUMERO-DOCUMENTO PIC X(15).
000768     05 CLIENTE-NOMBRE           PIC X(30).
000769     05 CLIENTE-DIRECCION        PIC X(40).
000770     05 CLIENTE-TELEFONO         PIC X(15).
000771     05 CLIENTE-CORREO           PIC X(40).
000772     05 CLIENTE-ESTADO           PIC X.
000773     05 CLIENTE-FECHA-ALTA       PIC 9(8).
000774 FD  PENDIENTES-FILE.
000775 01  PENDIENTE-REGISTRO.
000776     05 PEN-NUMERO               PIC 9(6).
000777     05 PEN-ESTADO               PIC X.
000778     05 PEN-ARCHIVO              PIC X.
000779     05 PEN-ACCION               PIC X(8).
000780     05 PEN-CLAVE                PIC X(17).
000781     05 PEN-FECHA                PIC 9(8).
000782     05 PEN-HORA.
000783        10 PEN-HH                PIC 99.
000784        10 PEN-MI                PIC 99.
000785        10 PEN-SS                PIC 99.
000786     05 PEN-OPERADOR             PIC X(8).
000787     05 PEN-ANTES                PIC X(100).
000788     05 PEN-DESPUES              PIC X(100).
000789     05 PEN-MOTIVO               PIC X(30).
000790 WORKING-STORAGE SECTION.
000791
000792 01  CUENTAS-STATUS             PIC XX.
000793 01  TASAS-STATUS               PIC XX.
000794 01  CAMBIOS-STATUS             PIC XX.
000800 01  OPERADORES-STATUS          PIC XX.
000801 01  MOVIMIENTOS-STATUS         PIC XX.
000802 01  CONTABLE-STATUS            PIC XX.
000803 01  CLIENTES-STATUS            PIC XX.
000804 01  PENDIENTES-STATUS          PIC XX.
000805 01  ULTIMO-PENDIENTE           PIC 9(6) VALUE ZERO.
000806 01  NUMERO-MOSTRADO            PIC Z(5)9.
000810 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
000820 01  TABLA-DE-OPERADORES.
000830     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
000980 01  SW-PUEDE-MANTENER          PIC X VALUE "N".
000990     88 PUEDE-MANTENER               VALUE "S".
001000 01  LA-CLAVE                   PIC X(8).
001001 01  IMAGEN-DE-CUENTA.
001002     05 IMC-NOMBRE              PIC X(30).
001003     05 IMC-PRODUCTO            PIC X(06).
001004     05 IMC-SALDO               PIC S9(9)V99
001005         SIGN IS TRAILING SEPARATE CHARACTER.
001006     05 IMC-APORTE              PIC S9(7)V99
001007         SIGN IS TRAILING SEPARATE CHARACTER.
001008     05 IMC-CLIENTE             PIC X(10).
001009     05 IMC-MONEDA              PIC X(03).
001010     05 IMC-FECHA-APERTURA      PIC 9(8).
001011     05 IMC-PLAZO-MESES         PIC 9(3).
001012     05 IMC-FECHA-VENCIMIENTO   PIC 9(8).
001013     05 FILLER                  PIC X(10).
001014 01  IMAGEN-ANTES               PIC X(100).
001015 01  IMAGEN-DESPUES             PIC X(100).
001016 01  NO-DE-TASAS                PIC 999 VALUE ZERO.
001020 01  TABLA-DE-TASAS.
001030     05 TASA-ENTRADA OCCURS 100 TIMES INDEXED BY IDX-TASA.
001040        10 TASA-CODIGO          PIC X(06).
001150 01  TABLA-DE-MONEDAS.
001160     05 MONEDA-ENTRADA OCCURS 20 TIMES INDEXED BY IDX-MON.
001170        10 MON-CODIGO           PIC X(03).
001175        10 MON-CAMBIO           PIC 9(5)V9(6).
001180 01  SW-HAY-MONEDAS             PIC X VALUE "N".
001190     88 HAY-MONEDAS                   VALUE "S".
001193 01  SW-HAY-CLIENTES            PIC X VALUE "N".
001196     88 HAY-CLIENTES                 VALUE "S".
001200 01  SW-MONEDA-ENCONTRADA       PIC X VALUE "N".
001210     88 MONEDA-ENCONTRADA            VALUE "S".
001220     88 MONEDA-NO-ENCONTRADA         VALUE "N".
001290     88 FIN-DE-CUENTAS                VALUE "S".
001300 01  SW-VALOR-RECHAZADO         PIC X VALUE "N".
001310     88 VALOR-RECHAZADO              VALUE "S".
001312 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001314     88 ERROR-DE-ARCHIVO              VALUE "S".
001316 01  SW-REGISTRO-INCOMPLETO     PIC X VALUE "N".
001318     88 REGISTRO-INCOMPLETO           VALUE "S".
001320 01  LA-OPCION                  PIC X.
001330 01  EL-OPERADOR                PIC X(8).
001340 01  LA-ACCION                  PIC X(8).
001560 01  PRODUCTO-ANTES             PIC X(06).
001570 01  SALDO-ANTES                PIC S9(9)V99.
001580 01  APORTE-ANTES               PIC S9(7)V99.
001583 01  CLIENTE-NUEVO              PIC X(10).
001586 01  CLIENTE-ANTES              PIC X(10).
001590 01  SI-NO                      PIC X.
001600 01  NO-DE-CUENTAS-LISTADAS     PIC 9(9) VALUE ZERO.
001610 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
001880     05 HM-MIN                  PIC 99.
001890     05 HM-DOSPTOS-2            PIC X VALUE ":".
001900     05 HM-SEG                  PIC 99.
001901 01  SALDO-PENDIENTE            PIC S9(9)V99.
001902 01  SALDO-YA-MOVIDO            PIC S9(9)V99.
001903 01  TRAMO-DEL-SALDO            PIC S9(7)V99.
001904 01  MONTO-DE-ASIENTO           PIC S9(13)V99.
001905 01  LADO-DEL-ASIENTO           PIC X.
001906 01  MONEDA-DE-BUSQUEDA         PIC X(03) VALUE SPACES.
001907 01  CAMBIO-DE-LA-MONEDA        PIC 9(5)V9(6) VALUE 1.
001910*RUTINA DE NIVEL 1
001920 PROCEDURE DIVISION.
001930 PROGRAMA-EMPIEZA.
002010         MOVE 8 TO RETURN-CODE
002020         GO TO TERMINA-PROGRAMA.
002030     PERFORM ABRIR-CAMBIOS.
002032     OPEN INPUT CLIENTES-FILE.
002034     IF CLIENTES-STATUS = "00"
002036         SET HAY-CLIENTES TO TRUE.
002040     PERFORM CARGAR-LOS-OPERADORES.
002050     PERFORM FIRMAR-AL-OPERADOR.
002060     IF FIRMA-RECHAZADA
002075         PERFORM CERRAR-LOS-ARCHIVOS
002090         MOVE 8 TO RETURN-CODE
002100         GO TO TERMINA-PROGRAMA.
002110     PERFORM ATENDER-EL-MENU UNTIL FIN-DEL-MENU.
002117     PERFORM CERRAR-LOS-ARCHIVOS.
002124     IF ERROR-DE-ARCHIVO
002131         MOVE 8 TO RETURN-CODE.
002140 TERMINA-PROGRAMA.
002150     STOP RUN.
002160*RUTINAS DE NIVEL 2
002210         IF CUENTAS-STATUS = "00"
002220             CLOSE CUENTAS-FILE
002230             OPEN I-O CUENTAS-FILE.
002231
002232 CERRAR-LOS-ARCHIVOS.
002233     CLOSE CUENTAS-FILE.
002234     CLOSE CAMBIOS-FILE.
002235     IF HAY-CLIENTES
002236         CLOSE CLIENTES-FILE.
002240
002250 CARGAR-LAS-TASAS.
002260     OPEN INPUT TASAS-FILE.
002620         IF NO-DE-MONEDAS < 20
002630             ADD 1 TO NO-DE-MONEDAS
002640             MOVE MON-CODIGO-ENT TO MON-CODIGO (NO-DE-MONEDAS)
002641             IF MON-CAMBIO-ENT NUMERIC
002642                 MOVE MON-CAMBIO-ENT TO MON-CAMBIO (NO-DE-MONEDAS)
002643             ELSE
002644                 MOVE 1 TO MON-CAMBIO (NO-DE-MONEDAS)
002645             END-IF
002650         ELSE
002660             IF NOT MONEDAS-LLENA
002670                 DISPLAY "MONEDAS: TABLA LLENA, "
004110             IF VALOR-RECHAZADO
004120                 NEXT SENTENCE
004130             ELSE
004132             IF HAY-OPERADORES AND SALDO-NUEVO NOT = ZERO
004134                 PERFORM DEJAR-LA-APERTURA-PENDIENTE
004136             ELSE
004140                 PERFORM GRABAR-LA-APERTURA.
004150
004160 GRABAR-LA-APERTURA.
004280         MOVE ZERO TO CUENTA-FECHA-VENCIMIENTO.
004290     MOVE "A" TO CUENTA-ESTADO.
004300     MOVE ZERO TO CUENTA-ULTIMO-PERIODO.
004305     MOVE CLIENTE-NUEVO TO CUENTA-CLIENTE.
004310     WRITE CUENTAS-REGISTRO
004320         INVALID KEY MOVE "22" TO CUENTAS-STATUS.
004330     IF CUENTAS-STATUS NOT = "00"
004370         MOVE SPACES TO PRODUCTO-ANTES
004380         MOVE ZERO TO SALDO-ANTES
004390         MOVE ZERO TO APORTE-ANTES
004395         MOVE SPACES TO CLIENTE-ANTES
004400         MOVE "ABRIR" TO LA-ACCION
004410         PERFORM ESCRIBIR-EL-CAMBIO
004412         IF CUENTA-SALDO NOT = ZERO
004414             PERFORM CONTABILIZAR-LA-APERTURA
004416         END-IF
004420         DISPLAY "ABIERTA " NUMERO-BUSCADO.
004430
004440 CAMBIAR-UNA-CUENTA.
004530         MOVE CUENTA-PRODUCTO TO PRODUCTO-ANTES
004540         MOVE CUENTA-SALDO TO SALDO-ANTES
004550         MOVE CUENTA-APORTE TO APORTE-ANTES
004555         MOVE CUENTA-CLIENTE TO CLIENTE-ANTES
004560         PERFORM PEDIR-DATOS-DE-CAMBIO
004570         IF VALOR-RECHAZADO
004580             NEXT SENTENCE
004590         ELSE
004591         IF HAY-OPERADORES AND
004592         (PRODUCTO-NUEVO NOT = PRODUCTO-ANTES OR
004593         APORTE-NUEVO NOT = APORTE-ANTES)
004594             PERFORM DEJAR-EL-CAMBIO-PENDIENTE
004595         ELSE
004600             MOVE NOMBRE-NUEVO TO CUENTA-NOMBRE
004610             MOVE PRODUCTO-NUEVO TO CUENTA-PRODUCTO
004620             MOVE APORTE-NUEVO TO CUENTA-APORTE
004625             MOVE CLIENTE-NUEVO TO CUENTA-CLIENTE
004630             MOVE CUENTA-SALDO TO SALDO-NUEVO
004640             REWRITE CUENTAS-REGISTRO
004650             IF CUENTAS-STATUS NOT = "00"
004680             ELSE
004690                 MOVE "CAMBIAR" TO LA-ACCION
004700                 PERFORM ESCRIBIR-EL-CAMBIO
004702                 IF PRODUCTO-NUEVO NOT = PRODUCTO-ANTES AND
004704                 CUENTA-SALDO NOT = ZERO
004706                     PERFORM CONTABILIZAR-EL-TRASPASO
004708                 END-IF
004710                 DISPLAY "CAMBIADA " NUMERO-BUSCADO.
004720
004730 CERRAR-UNA-CUENTA.
004890             MOVE CUENTA-PRODUCTO TO PRODUCTO-ANTES
004900             MOVE CUENTA-SALDO TO SALDO-ANTES
004910             MOVE CUENTA-APORTE TO APORTE-ANTES
004915             MOVE CUENTA-CLIENTE TO CLIENTE-ANTES
004920             MOVE "C" TO CUENTA-ESTADO
004930             REWRITE CUENTAS-REGISTRO
004940             IF CUENTAS-STATUS NOT = "00"
004980                 MOVE CUENTA-PRODUCTO TO PRODUCTO-NUEVO
004990                 MOVE CUENTA-SALDO TO SALDO-NUEVO
005000                 MOVE CUENTA-APORTE TO APORTE-NUEVO
005005                 MOVE CUENTA-CLIENTE TO CLIENTE-NUEVO
005010                 MOVE "CERRAR" TO LA-ACCION
005020                 PERFORM ESCRIBIR-EL-CAMBIO
005030                 DISPLAY "CERRADA " NUMERO-BUSCADO
005130     MOVE CUENTA-SALDO TO SALDO-MOSTRADO.
005140     MOVE CUENTA-APORTE TO APORTE-MOSTRADO.
005150     DISPLAY "CUENTA   " CUENTA-NUMERO "  " CUENTA-NOMBRE.
005155     DISPLAY "CLIENTE  " CUENTA-CLIENTE.
005160     DISPLAY "PRODUCTO " CUENTA-PRODUCTO
005170         "  SALDO " SALDO-MOSTRADO
005180         "  APORTE " APORTE-MOSTRADO.
005190*RUTINAS DE NIVEL 3
005200 PEDIR-DATOS-DE-APERTURA.
005210     MOVE "N" TO SW-VALOR-RECHAZADO.
005222     DISPLAY "CLIENTE TITULAR".
005234     ACCEPT CLIENTE-NUEVO.
005246     IF CLIENTE-NUEVO = SPACES
005258         DISPLAY "EL CLIENTE NO PUEDE SER BLANCO."
005270         SET VALOR-RECHAZADO TO TRUE
005280     ELSE
005281         PERFORM VALIDAR-EL-CLIENTE.
005282     IF VALOR-RECHAZADO
005283         NEXT SENTENCE
005284     ELSE
005285         DISPLAY "NOMBRE DEL TITULAR (VACIO = EL DEL CLIENTE)"
005286         ACCEPT CAMPO-DE-TEXTO
005287         MOVE CAMPO-DE-TEXTO TO NOMBRE-NUEVO
005288         IF NOMBRE-NUEVO = SPACES
005289             MOVE CLIENTE-NOMBRE TO NOMBRE-NUEVO
005290         END-IF
005291         PERFORM PEDIR-EL-PRODUCTO
005300         IF VALOR-RECHAZADO
005310             NEXT SENTENCE
005320         ELSE
005490         MOVE CUENTA-NOMBRE TO NOMBRE-NUEVO
005500     ELSE
005510         MOVE CAMPO-DE-TEXTO TO NOMBRE-NUEVO.
005511     DISPLAY "CLIENTE NUEVO (VACIO = SIN CAMBIO)".
005512     ACCEPT CLIENTE-NUEVO.
005513     IF CLIENTE-NUEVO = SPACES
005514         MOVE CUENTA-CLIENTE TO CLIENTE-NUEVO
005515     ELSE
005516         PERFORM VALIDAR-EL-CLIENTE.
005517     IF VALOR-RECHAZADO
005518         NEXT SENTENCE
005519     ELSE
005520         PERFORM PEDIR-EL-PRODUCTO.
005530     IF VALOR-RECHAZADO
005540         NEXT SENTENCE
005550     ELSE
006850         " " LA-ACCION
006860         " " NUMERO-BUSCADO
006870         " ANTES " NOMBRE-ANTES "/" PRODUCTO-ANTES "/"
006880         SALDO-MOSTRADO "/" APORTE-MOSTRADO "/" CLIENTE-ANTES
006890         " DESPUES " NOMBRE-NUEVO "/" PRODUCTO-NUEVO "/"
006896         SALDO-DESPUES-MOSTRADO "/" APORTE-DESPUES-MOSTRADO "/"
006902         CLIENTE-NUEVO
006910         DELIMITED BY SIZE INTO LINEA-DE-CAMBIO.
006920     WRITE LINEA-DE-CAMBIO.
006930
006940 CONTABILIZAR-LA-APERTURA.
006950*    El saldo de apertura viaja como aporte, que tiene siete
006960*    enteros: un saldo mayor se registra en tramos encadenados.
006970*    Si MOVIMIENTOS o CONTABLE no quedan completos la cuenta ya
006980*    esta grabada: se avisa para registrar la apertura a mano.
006990     MOVE "N" TO SW-REGISTRO-INCOMPLETO.
007000     MOVE CUENTA-SALDO TO SALDO-PENDIENTE.
007010     MOVE ZERO TO SALDO-YA-MOVIDO.
007020     PERFORM ABRIR-MOVIMIENTOS.
007030     IF MOVIMIENTOS-STATUS NOT = "00"
007040         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
007050             MOVIMIENTOS-STATUS
007060         SET REGISTRO-INCOMPLETO TO TRUE
007070     ELSE
007080         PERFORM ESCRIBIR-UN-TRAMO-DE-APERTURA
007090             UNTIL SALDO-PENDIENTE = ZERO
007100         CLOSE MOVIMIENTOS-FILE.
007110     PERFORM ABRIR-CONTABLE.
007120     IF CONTABLE-STATUS = "00"
007130         MOVE CUENTA-PRODUCTO TO CON-PRODUCTO
007140         MOVE "APERTURA DE CUENTA" TO CON-CONCEPTO
007150         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
007160         MOVE "D" TO LADO-DEL-ASIENTO
007170         PERFORM AJUSTAR-EL-SIGNO
007180         MOVE "11010000" TO CON-CUENTA
007190         PERFORM ESCRIBIR-UN-ASIENTO
007200         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
007210         MOVE "H" TO LADO-DEL-ASIENTO
007220         PERFORM AJUSTAR-EL-SIGNO
007230         MOVE "21010000" TO CON-CUENTA
007240         PERFORM ESCRIBIR-UN-ASIENTO
007250         CLOSE CONTABLE-FILE
007260     ELSE
007270         SET REGISTRO-INCOMPLETO TO TRUE.
007280     IF REGISTRO-INCOMPLETO
007290         SET ERROR-DE-ARCHIVO TO TRUE
007300         DISPLAY "OJO: LA APERTURA DE " CUENTA-NUMERO
007310             " NO QUEDO COMPLETA EN MOVIMIENTOS Y CONTABLE;"
007320         DISPLAY "     HAY QUE REGISTRARLA A MANO.".
007330
007340 ESCRIBIR-UN-TRAMO-DE-APERTURA.
007350     IF SALDO-PENDIENTE > 9999999.99
007360         MOVE 9999999.99 TO TRAMO-DEL-SALDO
007370     ELSE
007380         MOVE SALDO-PENDIENTE TO TRAMO-DEL-SALDO.
007390     MOVE CUENTA-FECHA-APERTURA TO MOV-FECHA.
007400     MOVE CUENTA-NUMERO TO MOV-CUENTA.
007410     MOVE CUENTA-PRODUCTO TO MOV-PRODUCTO.
007420     MOVE SALDO-YA-MOVIDO TO MOV-SALDO-ANTERIOR.
007430     MOVE ZERO TO MOV-INTERES-BRUTO.
007440     MOVE ZERO TO MOV-RETENCION.
007450     MOVE TRAMO-DEL-SALDO TO MOV-APORTE.
007460     ADD TRAMO-DEL-SALDO TO SALDO-YA-MOVIDO.
007470     SUBTRACT TRAMO-DEL-SALDO FROM SALDO-PENDIENTE.
007480     MOVE SALDO-YA-MOVIDO TO MOV-SALDO-NUEVO.
007490     MOVE CUENTA-MONEDA TO MOV-MONEDA.
007500     MOVE "I" TO MOV-TIPO.
007510     MOVE SPACES TO MOV-REFERENCIA.
007520     PERFORM GRABAR-EL-MOVIMIENTO.
007530     IF MOVIMIENTOS-STATUS NOT = "00"
007540         DISPLAY "ERROR AL GRABAR MOVIMIENTOS, ESTADO "
007550             MOVIMIENTOS-STATUS
007560         SET REGISTRO-INCOMPLETO TO TRUE
007570         MOVE ZERO TO SALDO-PENDIENTE.
007580
007590 CONTABILIZAR-EL-TRASPASO.
007600*    El saldo sale del pasivo del producto anterior y entra al
007610*    del producto nuevo, en la misma moneda.
007620     MOVE "N" TO SW-REGISTRO-INCOMPLETO.
007630     PERFORM ABRIR-CONTABLE.
007640     IF CONTABLE-STATUS = "00"
007650         MOVE "CAMBIO DE PRODUCTO" TO CON-CONCEPTO
007660         MOVE "21010000" TO CON-CUENTA
007670         MOVE PRODUCTO-ANTES TO CON-PRODUCTO
007680         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
007690         MOVE "D" TO LADO-DEL-ASIENTO
007700         PERFORM AJUSTAR-EL-SIGNO
007710         PERFORM ESCRIBIR-UN-ASIENTO
007720         MOVE CUENTA-PRODUCTO TO CON-PRODUCTO
007730         MOVE CUENTA-SALDO TO MONTO-DE-ASIENTO
007740         MOVE "H" TO LADO-DEL-ASIENTO
007750         PERFORM AJUSTAR-EL-SIGNO
007760         PERFORM ESCRIBIR-UN-ASIENTO
007770         CLOSE CONTABLE-FILE
007780     ELSE
007790         SET REGISTRO-INCOMPLETO TO TRUE.
007800     IF REGISTRO-INCOMPLETO
007810         SET ERROR-DE-ARCHIVO TO TRUE
007820         DISPLAY "OJO: EL CAMBIO DE PRODUCTO DE " CUENTA-NUMERO
007830             " NO QUEDO COMPLETO EN CONTABLE;"
007840         DISPLAY "     HAY QUE REGISTRAR EL TRASPASO A MANO.".
007850
007860 ABRIR-CONTABLE.
007870*    La interfaz se abre en EXTEND porque los procesos de lote
007880*    agregan al mismo archivo.
007890     OPEN EXTEND CONTABLE-FILE.
007900     IF CONTABLE-STATUS NOT = "00"
007910         OPEN OUTPUT CONTABLE-FILE.
007920     IF CONTABLE-STATUS NOT = "00"
007930         DISPLAY "NO SE PUDO ABRIR CONTABLE, ESTADO "
007940             CONTABLE-STATUS.
007950
007960 AJUSTAR-EL-SIGNO.
007970*    CON-MONTO no lleva signo: un monto negativo se escribe en
007980*    positivo con el debe y el haber intercambiados, igual que
007990*    en la revalorizacion.
008000     IF MONTO-DE-ASIENTO < ZERO
008010         COMPUTE MONTO-DE-ASIENTO = ZERO - MONTO-DE-ASIENTO
008020         IF LADO-DEL-ASIENTO = "D"
008030             MOVE "H" TO LADO-DEL-ASIENTO
008040         ELSE
008050             MOVE "D" TO LADO-DEL-ASIENTO.
008060
008070 ESCRIBIR-UN-ASIENTO.
008080*    Los dos lados van en la misma moneda y por el mismo monto,
008090*    asi que cuadran tambien en moneda base sin linea de ajuste.
008100     MOVE FECHA-DEL-SISTEMA TO CON-FECHA.
008110     MOVE CUENTA-MONEDA TO CON-MONEDA.
008120     MOVE LADO-DEL-ASIENTO TO CON-DEBE-HABER.
008130     MOVE MONTO-DE-ASIENTO TO CON-MONTO.
008140     MOVE CUENTA-MONEDA TO MONEDA-DE-BUSQUEDA.
008150     PERFORM BUSCAR-EL-CAMBIO.
008160     COMPUTE CON-MONTO-BASE ROUNDED =
008170         CON-MONTO * CAMBIO-DE-LA-MONEDA.
008180     WRITE CONTABLE-REGISTRO.
008190     IF CONTABLE-STATUS NOT = "00"
008200         DISPLAY "ERROR AL GRABAR CONTABLE, ESTADO "
008210             CONTABLE-STATUS
008220         SET REGISTRO-INCOMPLETO TO TRUE.
008230
008240 BUSCAR-EL-CAMBIO.
008250*    La moneda en blanco es la base y una moneda que no esta en
008260*    MONEDAS se toma a la par.
008270     MOVE 1 TO CAMBIO-DE-LA-MONEDA.
008280     IF MONEDA-DE-BUSQUEDA NOT = SPACES
008290         SET MONEDA-NO-ENCONTRADA TO TRUE
008300         PERFORM BUSCAR-UN-CAMBIO
008310             VARYING IDX-MON FROM 1 BY 1
008320                 UNTIL IDX-MON > NO-DE-MONEDAS
008330                     OR MONEDA-ENCONTRADA.
008340
008350 BUSCAR-UN-CAMBIO.
008360     IF MON-CODIGO (IDX-MON) = MONEDA-DE-BUSQUEDA
008370         SET MONEDA-ENCONTRADA TO TRUE
008380         MOVE MON-CAMBIO (IDX-MON) TO CAMBIO-DE-LA-MONEDA.
008390
008400 DEJAR-LA-APERTURA-PENDIENTE.
008410*    La cuenta no se graba: la apertura completa, con el
008420*    vencimiento ya calculado, queda en CAMBIOSPENDIENTES.
008430     PERFORM DERIVAR-EL-VENCIMIENTO.
008440     IF PLAZO-NUEVO = ZERO
008450         MOVE ZERO TO FECHA-VENCIMIENTO-NUEVA.
008460     MOVE "ABRIR" TO LA-ACCION.
008470     MOVE SPACES TO IMAGEN-DE-CUENTA.
008480     MOVE ZERO TO IMC-SALDO.
008490     MOVE ZERO TO IMC-APORTE.
008500     MOVE ZERO TO IMC-FECHA-APERTURA.
008510     MOVE ZERO TO IMC-PLAZO-MESES.
008520     MOVE ZERO TO IMC-FECHA-VENCIMIENTO.
008530     MOVE IMAGEN-DE-CUENTA TO IMAGEN-ANTES.
008540     MOVE NOMBRE-NUEVO TO IMC-NOMBRE.
008550     MOVE PRODUCTO-NUEVO TO IMC-PRODUCTO.
008560     MOVE SALDO-NUEVO TO IMC-SALDO.
008570     MOVE APORTE-NUEVO TO IMC-APORTE.
008580     MOVE CLIENTE-NUEVO TO IMC-CLIENTE.
008590     MOVE MONEDA-NUEVA TO IMC-MONEDA.
008600     MOVE FECHA-APERTURA-NUEVA TO IMC-FECHA-APERTURA.
008610     MOVE PLAZO-NUEVO TO IMC-PLAZO-MESES.
008620     MOVE FECHA-VENCIMIENTO-NUEVA TO IMC-FECHA-VENCIMIENTO.
008630     MOVE IMAGEN-DE-CUENTA TO IMAGEN-DESPUES.
008640     PERFORM GRABAR-EL-PENDIENTE.
008650
008660 DEJAR-EL-CAMBIO-PENDIENTE.
008670*    El cambio no toca la cuenta: el antes y el despues quedan en
008680*    CAMBIOSPENDIENTES. El saldo va igual en los dos porque el
008690*    cambio no lo mueve; el aprobador compara el resto.
008700     MOVE "CAMBIAR" TO LA-ACCION.
008710     MOVE SPACES TO IMAGEN-DE-CUENTA.
008720     MOVE CUENTA-MONEDA TO IMC-MONEDA.
008730     MOVE CUENTA-FECHA-APERTURA TO IMC-FECHA-APERTURA.
008740     MOVE CUENTA-PLAZO-MESES TO IMC-PLAZO-MESES.
008750     MOVE CUENTA-FECHA-VENCIMIENTO TO IMC-FECHA-VENCIMIENTO.
008760     MOVE CUENTA-SALDO TO IMC-SALDO.
008770     MOVE NOMBRE-ANTES TO IMC-NOMBRE.
008780     MOVE PRODUCTO-ANTES TO IMC-PRODUCTO.
008790     MOVE APORTE-ANTES TO IMC-APORTE.
008800     MOVE CLIENTE-ANTES TO IMC-CLIENTE.
008810     MOVE IMAGEN-DE-CUENTA TO IMAGEN-ANTES.
008820     MOVE NOMBRE-NUEVO TO IMC-NOMBRE.
008830     MOVE PRODUCTO-NUEVO TO IMC-PRODUCTO.
008840     MOVE APORTE-NUEVO TO IMC-APORTE.
008850     MOVE CLIENTE-NUEVO TO IMC-CLIENTE.
008860     MOVE IMAGEN-DE-CUENTA TO IMAGEN-DESPUES.
008870     PERFORM GRABAR-EL-PENDIENTE.
008880
008890 GRABAR-EL-PENDIENTE.
008900     PERFORM BUSCAR-EL-ULTIMO-PENDIENTE.
008910     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
008920     ACCEPT HORA-DEL-SISTEMA FROM TIME.
008930     MOVE SPACES TO PENDIENTE-REGISTRO.
008940     ADD 1 TO ULTIMO-PENDIENTE.
008950     MOVE ULTIMO-PENDIENTE TO PEN-NUMERO.
008960     MOVE "P" TO PEN-ESTADO.
008970     MOVE "C" TO PEN-ARCHIVO.
008980     MOVE LA-ACCION TO PEN-ACCION.
008990     MOVE NUMERO-BUSCADO TO PEN-CLAVE.
009000     MOVE FECHA-DEL-SISTEMA TO PEN-FECHA.
009010     MOVE HDS-HORA TO PEN-HH.
009020     MOVE HDS-MIN TO PEN-MI.
009030     MOVE HDS-SEG TO PEN-SS.
009040     MOVE EL-OPERADOR TO PEN-OPERADOR.
009050     MOVE IMAGEN-ANTES TO PEN-ANTES.
009060     MOVE IMAGEN-DESPUES TO PEN-DESPUES.
009070     OPEN EXTEND PENDIENTES-FILE.
009080     IF PENDIENTES-STATUS NOT = "00"
009090         OPEN OUTPUT PENDIENTES-FILE.
009100     IF PENDIENTES-STATUS NOT = "00"
009110         DISPLAY "NO SE PUDO ABRIR CAMBIOSPENDIENTES, ESTADO "
009120             PENDIENTES-STATUS
009130         DISPLAY "EL CAMBIO NO SE REGISTRO."
009140     ELSE
009150         WRITE PENDIENTE-REGISTRO
009152         IF PENDIENTES-STATUS NOT = "00"
009154             DISPLAY "ERROR AL GRABAR CAMBIOSPENDIENTES, ESTADO "
009156                 PENDIENTES-STATUS
009158             DISPLAY "EL CAMBIO NO SE REGISTRO."
009160         ELSE
009170             MOVE PEN-NUMERO TO NUMERO-MOSTRADO
009180             DISPLAY "CAMBIO PENDIENTE DE APROBACION, NUMERO "
009190                 NUMERO-MOSTRADO
009192         END-IF
009194         CLOSE PENDIENTES-FILE.
009200
009210 BUSCAR-EL-ULTIMO-PENDIENTE.
009220     MOVE ZERO TO ULTIMO-PENDIENTE.
009230     OPEN INPUT PENDIENTES-FILE.
009240     IF PENDIENTES-STATUS = "00"
009250         PERFORM LEER-UN-PENDIENTE
009260             UNTIL PENDIENTES-STATUS NOT = "00"
009270         CLOSE PENDIENTES-FILE.
009280
009290 LEER-UN-PENDIENTE.
009300     READ PENDIENTES-FILE
009310         AT END NEXT SENTENCE.
009320     IF PENDIENTES-STATUS = "00"
009330         IF PEN-NUMERO NUMERIC AND PEN-NUMERO > ULTIMO-PENDIENTE
009340             MOVE PEN-NUMERO TO ULTIMO-PENDIENTE.
009350
009360 ABRIR-MOVIMIENTOS.
009370*    MOVIMIENTOS se crea solo cuando no existe: con cualquier otro
009380*    error de apertura la historia queda como esta.
009390     OPEN I-O MOVIMIENTOS-FILE.
009400     IF MOVIMIENTOS-STATUS = "35"
009410         OPEN OUTPUT MOVIMIENTOS-FILE
009420         IF MOVIMIENTOS-STATUS = "00"
009430             CLOSE MOVIMIENTOS-FILE
009440             OPEN I-O MOVIMIENTOS-FILE.
009450
009460 GRABAR-EL-MOVIMIENTO.
009470*    MOVIMIENTOS va por cuenta, fecha y secuencia. La secuencia
009480*    separa los movimientos de una cuenta en un mismo dia y sigue
009490*    el orden en que se graban.
009500     MOVE 1 TO MOV-SECUENCIA.
009510     WRITE MOVIMIENTOS-REGISTRO
009520         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
009530     PERFORM PROBAR-OTRA-SECUENCIA
009540         UNTIL MOVIMIENTOS-STATUS NOT = "22"
009550             OR MOV-SECUENCIA = 9999.
009560
009570 PROBAR-OTRA-SECUENCIA.
009580     ADD 1 TO MOV-SECUENCIA.
009590     WRITE MOVIMIENTOS-REGISTRO
009600         INVALID KEY MOVE "22" TO MOVIMIENTOS-STATUS.
009610
009620 VALIDAR-EL-CLIENTE.
009630*    El titular tiene que estar en CLIENTES y no estar de baja.
009640     IF NOT HAY-CLIENTES
009650         DISPLAY "NO HAY ARCHIVO CLIENTES, NO SE PUEDE VALIDAR."
009660         SET VALOR-RECHAZADO TO TRUE
009670     ELSE
009680         MOVE CLIENTE-NUEVO TO CLIENTE-ID
009690         READ CLIENTES-FILE
009700             INVALID KEY MOVE "23" TO CLIENTES-STATUS
009710         END-READ
009720         IF CLIENTES-STATUS NOT = "00"
009730             DISPLAY "EL CLIENTE NO ESTA EN CLIENTES: "
009740                 CLIENTE-NUEVO
009750             SET VALOR-RECHAZADO TO TRUE
009760         ELSE
009770         IF CLIENTE-ESTADO = "B"
009780             DISPLAY "EL CLIENTE ESTA DADO DE BAJA: "
009790                 CLIENTE-NUEVO
009800             SET VALOR-RECHAZADO TO TRUE.
