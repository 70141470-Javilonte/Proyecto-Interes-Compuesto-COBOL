000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. ARCHIVO-MOVIMIENTOS.
000030
000040*    Este programa pasa los anios cerrados de MOVIMIENTOS al
000050*    archivo MOVIMIENTOSHISTORICO, con la misma clave de cuenta,
000060*    fecha y secuencia, y los borra de MOVIMIENTOS, para que el
000070*    archivo vivo no crezca sin fin. ESTADO-DE-CUENTA los sigue
000080*    mostrando si se le pide, y CANCELACION-ANTICIPADA,
000090*    CERTIFICADOS-RETENCION y CONCILIACION-CONTABLE leen los dos
000100*    archivos. Se corre una vez al anio.
000110*    Pide el ultimo anio a archivar: tiene que ser anterior al
000120*    anio en curso y al anio del ultimo periodo de PERIODOS, que
000130*    es el que todavia se puede reversar; REVERSA-REVALORIZACION
000140*    igual lee los dos archivos. Antes de mover nada cuenta los
000150*    registros y suma el interes bruto, la retencion y los aportes
000160*    de los dos archivos; los vuelve a contar al final e imprime
000170*    en el archivo ARCHIVOMOVIMIENTOS los totales de antes, lo
000180*    movido y los de despues, con las diferencias, que tienen que
000190*    dar cero. Si la corrida se cae a mitad se puede correr de
000200*    nuevo: un registro que ya esta igual en el historico solo se
000210*    borra de MOVIMIENTOS, y uno que llego tarde con una clave que
000220*    el historico ya tiene para otro movimiento se archiva con la
000230*    secuencia siguiente libre.
000240*    La corrida se firma contra el maestro OPERADORES con clave
000250*    y pide el permiso de revalorizar. Si el archivo OPERADORES
000260*    no existe el programa avisa y corre sin control.
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS MOV-CLAVE
000340         FILE STATUS IS MOVIMIENTOS-STATUS.
000350     SELECT HISTORICO-FILE ASSIGN TO "MOVIMIENTOSHISTORICO"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS HIS-CLAVE
000390         FILE STATUS IS HISTORICO-STATUS.
000400     SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS PERIODOS-STATUS.
000430     SELECT OPERADORES-FILE ASSIGN TO "OPERADORES"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS OPERADORES-STATUS.
000460     SELECT REPORTE-FILE ASSIGN TO "ARCHIVOMOVIMIENTOS"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS REPORTE-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MOVIMIENTOS-FILE.
000520 01  MOVIMIENTOS-REGISTRO.
000530     05 MOV-CLAVE.
000540        10 MOV-CUENTA            PIC X(10).
000550        10 MOV-FECHA             PIC 9(8).
000560        10 MOV-SECUENCIA         PIC 9(4).
000570     05 MOV-PRODUCTO             PIC X(06).
000580     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000590         SIGN IS TRAILING SEPARATE CHARACTER.
000600     05 MOV-INTERES-BRUTO        PIC S9(9)V99
000610         SIGN IS TRAILING SEPARATE CHARACTER.
000620     05 MOV-RETENCION            PIC S9(9)V99
000630         SIGN IS TRAILING SEPARATE CHARACTER.
000640     05 MOV-APORTE               PIC S9(7)V99
000650         SIGN IS TRAILING SEPARATE CHARACTER.
000660     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000670         SIGN IS TRAILING SEPARATE CHARACTER.
000680     05 MOV-MONEDA               PIC X(03).
000690     05 MOV-TIPO                 PIC X.
000700     05 MOV-REFERENCIA           PIC X(12).
000710 FD  HISTORICO-FILE.
000720 01  HISTORICO-REGISTRO.
000730     05 HIS-CLAVE.
000740        10 HIS-CUENTA            PIC X(10).
000750        10 HIS-FECHA             PIC 9(8).
000760        10 HIS-SECUENCIA         PIC 9(4).
000770     05 HIS-PRODUCTO             PIC X(06).
000780     05 HIS-SALDO-ANTERIOR       PIC S9(9)V99
000790         SIGN IS TRAILING SEPARATE CHARACTER.
000800     05 HIS-INTERES-BRUTO        PIC S9(9)V99
000810         SIGN IS TRAILING SEPARATE CHARACTER.
000820     05 HIS-RETENCION            PIC S9(9)V99
000830         SIGN IS TRAILING SEPARATE CHARACTER.
000840     05 HIS-APORTE               PIC S9(7)V99
000850         SIGN IS TRAILING SEPARATE CHARACTER.
000860     05 HIS-SALDO-NUEVO          PIC S9(9)V99
000870         SIGN IS TRAILING SEPARATE CHARACTER.
000880     05 HIS-MONEDA               PIC X(03).
000890     05 HIS-TIPO                 PIC X.
000900     05 HIS-REFERENCIA           PIC X(12).
000910 FD  PERIODOS-FILE.
000920 01  PERIODOS-REGISTRO.
000930     05 PER-ULTIMO-PERIODO       PIC 9(6).
000940 FD  OPERADORES-FILE.
000950 01  OPERADORES-REGISTRO.
000960     05 OPE-ID-ENT               PIC X(8).
000970     05 OPE-CLAVE-ENT            PIC X(8).
000980     05 OPE-LISTAR-ENT           PIC X.
000990     05 OPE-TASAS-ENT            PIC X.
001000     05 OPE-LIMITES-ENT          PIC X.
001010     05 OPE-CUENTAS-ENT          PIC X.
001020     05 OPE-REVALUAR-ENT         PIC X.
001030     05 OPE-OPERADORES-ENT       PIC X.
001040     05 OPE-APROBAR-ENT          PIC X.
001050 FD  REPORTE-FILE.
001060 01  LINEA-DE-REPORTE           PIC X(132).
001070 WORKING-STORAGE SECTION.
001080
001090 01  MOVIMIENTOS-STATUS         PIC XX.
001100 01  HISTORICO-STATUS           PIC XX.
001110 01  PERIODOS-STATUS            PIC XX.
001120 01  OPERADORES-STATUS          PIC XX.
001130 01  REPORTE-STATUS             PIC XX.
001140 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
001150     88 FIN-DE-MOVIMIENTOS            VALUE "S".
001160     88 NO-FIN-DE-MOVIMIENTOS         VALUE "N".
001170 01  SW-FIN-DE-HISTORICOS       PIC X.
001180     88 FIN-DE-HISTORICOS             VALUE "S".
001190     88 NO-FIN-DE-HISTORICOS          VALUE "N".
001200 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
001210     88 ERROR-DE-ARCHIVO              VALUE "S".
001220 01  SW-ANIO-RECHAZADO          PIC X VALUE "N".
001230     88 ANIO-RECHAZADO                VALUE "S".
001240 01  SW-YA-ARCHIVADO            PIC X VALUE "N".
001250     88 YA-ARCHIVADO                  VALUE "S".
001260 01  SW-RENUMERADO              PIC X VALUE "N".
001270     88 RENUMERADO                    VALUE "S".
001280 01  SW-CUADRA                  PIC X VALUE "S".
001290     88 CUADRA                        VALUE "S".
001300 01  ANIO-DE-ENTRADA            PIC X(4).
001310 01  ANIO-DE-CORTE              PIC 9(4) VALUE ZERO.
001320 01  FECHA-DE-CORTE             PIC 9(8) VALUE ZERO.
001330 01  ULTIMO-PERIODO-POSTEADO.
001340     05 UPP-ANIO                PIC 9(4) VALUE ZERO.
001350     05 UPP-MES                 PIC 99 VALUE ZERO.
001360 01  SI-NO                      PIC X.
001370 01  NO-DE-OPERADORES           PIC 999 VALUE ZERO.
001380 01  TABLA-DE-OPERADORES.
001390     05 OPERADOR-ENTRADA OCCURS 50 TIMES INDEXED BY IDX-OPE.
001400        10 OPE-ID               PIC X(8).
001410        10 OPE-CLAVE            PIC X(8).
001420        10 OPE-REVALUAR         PIC X.
001430 01  SW-HAY-OPERADORES          PIC X VALUE "N".
001440     88 HAY-OPERADORES               VALUE "S".
001450 01  SW-OPERADOR-ENCONTRADO     PIC X VALUE "N".
001460     88 OPERADOR-ENCONTRADO          VALUE "S".
001470     88 OPERADOR-NO-ENCONTRADO       VALUE "N".
001480 01  NO-DE-OPERADOR-ENCONTRADO  PIC 999 VALUE ZERO.
001490 01  SW-FIRMA-RECHAZADA         PIC X VALUE "N".
001500     88 FIRMA-RECHAZADA              VALUE "S".
001510 01  EL-OPERADOR                PIC X(8).
001520 01  LA-CLAVE                   PIC X(8).
001530 01  REGISTRO-A-ARCHIVAR.
001540     05 RAR-CLAVE.
001550        10 RAR-CUENTA           PIC X(10).
001560        10 RAR-FECHA            PIC 9(8).
001570        10 RAR-SECUENCIA        PIC 9(4).
001580     05 RAR-PRODUCTO            PIC X(06).
001590     05 RAR-SALDO-ANTERIOR      PIC S9(9)V99
001600         SIGN IS TRAILING SEPARATE CHARACTER.
001610     05 RAR-INTERES-BRUTO       PIC S9(9)V99
001620         SIGN IS TRAILING SEPARATE CHARACTER.
001630     05 RAR-RETENCION           PIC S9(9)V99
001640         SIGN IS TRAILING SEPARATE CHARACTER.
001650     05 RAR-APORTE              PIC S9(7)V99
001660         SIGN IS TRAILING SEPARATE CHARACTER.
001670     05 RAR-SALDO-NUEVO         PIC S9(9)V99
001680         SIGN IS TRAILING SEPARATE CHARACTER.
001690     05 RAR-MONEDA              PIC X(03).
001700     05 RAR-TIPO                PIC X.
001710     05 RAR-REFERENCIA          PIC X(12).
001720 01  CLAVE-ORIGINAL             PIC X(22).
001730 01  NO-DE-RENUMERADOS          PIC 9(9) VALUE ZERO.
001740*    Filas del control, en el orden en que se imprimen:
001750*     1 MOVIMIENTOS antes         2 de los anios a archivar
001760*     3 pasados al historico      4 ya estaban en el historico
001770*     5 MOVIMIENTOS despues       6 quedan de los anios archivados
001780*     7 diferencia 1 - 3 - 4 - 5  8 MOVIMIENTOSHISTORICO antes
001790*     9 MOVIMIENTOSHISTORICO despues
001800*    10 diferencia 8 + 3 - 9     11 total antes 1 + 8 - 4
001810*    12 total despues 5 + 9      13 diferencia 11 - 12
001820 01  NOMBRES-DE-FILAS.
001830     05 FILLER                  PIC X(34)
001840         VALUE "MOVIMIENTOS ANTES".
001850     05 FILLER                  PIC X(34)
001860         VALUE "  DE LOS ANIOS A ARCHIVAR".
001870     05 FILLER                  PIC X(34)
001880         VALUE "  PASADOS A MOVIMIENTOSHISTORICO".
001890     05 FILLER                  PIC X(34)
001900         VALUE "  QUE YA ESTABAN ARCHIVADOS".
001910     05 FILLER                  PIC X(34)
001920         VALUE "MOVIMIENTOS DESPUES".
001930     05 FILLER                  PIC X(34)
001940         VALUE "  QUEDAN DE LOS ANIOS ARCHIVADOS".
001950     05 FILLER                  PIC X(34)
001960         VALUE "  DIFERENCIA".
001970     05 FILLER                  PIC X(34)
001980         VALUE "MOVIMIENTOSHISTORICO ANTES".
001990     05 FILLER                  PIC X(34)
002000         VALUE "MOVIMIENTOSHISTORICO DESPUES".
002010     05 FILLER                  PIC X(34)
002020         VALUE "  DIFERENCIA".
002030     05 FILLER                  PIC X(34)
002040         VALUE "TOTAL ANTES, SIN LOS REPETIDOS".
002050     05 FILLER                  PIC X(34)
002060         VALUE "TOTAL DESPUES".
002070     05 FILLER                  PIC X(34)
002080         VALUE "  DIFERENCIA".
002090 01  TABLA-DE-NOMBRES REDEFINES NOMBRES-DE-FILAS.
002100     05 NOMBRE-DE-LA-FILA       PIC X(34) OCCURS 13 TIMES.
002110 01  TABLA-DE-CONTROL.
002120     05 CONTROL-ENTRADA OCCURS 13 TIMES.
002130        10 CTL-REGISTROS        PIC S9(9).
002140        10 CTL-INTERES          PIC S9(15)V99.
002150        10 CTL-RETENCION        PIC S9(15)V99.
002160        10 CTL-APORTE           PIC S9(15)V99.
002170 01  IDX-FIL                    PIC 99.
002180 01  FILA-VIGENTE               PIC 99.
002190 01  FILA-DEL-CORTE             PIC 99.
002200 01  FILA-HISTORICO             PIC 99.
002210 01  IMPORTES-DEL-REGISTRO.
002220     05 IMP-INTERES             PIC S9(9)V99.
002230     05 IMP-RETENCION           PIC S9(9)V99.
002240     05 IMP-APORTE              PIC S9(7)V99.
002250 01  FECHA-DEL-SISTEMA.
002260     05 FDS-ANIO                PIC 9(4).
002270     05 FDS-MES                 PIC 99.
002280     05 FDS-DIA                 PIC 99.
002290 01  HORA-DEL-SISTEMA.
002300     05 HDS-HORA                PIC 99.
002310     05 HDS-MIN                 PIC 99.
002320     05 HDS-SEG                 PIC 99.
002330     05 HDS-CENT                PIC 99.
002340 01  FECHA-MOSTRADA.
002350     05 FM-ANIO                 PIC 9999.
002360     05 FM-GUION-1              PIC X VALUE "-".
002370     05 FM-MES                  PIC 99.
002380     05 FM-GUION-2              PIC X VALUE "-".
002390     05 FM-DIA                  PIC 99.
002400 01  HORA-MOSTRADA.
002410     05 HM-HORA                 PIC 99.
002420     05 HM-DOSPTOS-1            PIC X VALUE ":".
002430     05 HM-MIN                  PIC 99.
002440     05 HM-DOSPTOS-2            PIC X VALUE ":".
002450     05 HM-SEG                  PIC 99.
002460 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
002470 01  LINEAS-EN-PAGINA           PIC 99 VALUE ZERO.
002480 01  MAX-LINEAS-POR-PAGINA      PIC 99 VALUE 20.
002490 01  LINEA-ARMADA               PIC X(132).
002500 01  PAGINA-MOSTRADA            PIC ZZ9.
002510 01  REGISTROS-MOSTRADOS        PIC -ZZZ,ZZZ,ZZ9.
002520 01  CONTADOR-MOSTRADO          PIC ZZZ,ZZZ,ZZ9.
002530 01  TOTAL-MOSTRADO             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002540 01  INTERES-MOSTRADO           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002550 01  RETENIDO-MOSTRADO          PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002560 01  APORTE-MOSTRADO            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
002570*RUTINA DE NIVEL 1
002580 PROCEDURE DIVISION.
002590 PROGRAMA-EMPIEZA.
002600
002610     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
002620     ACCEPT HORA-DEL-SISTEMA FROM TIME.
002630     PERFORM CARGAR-LOS-OPERADORES.
002640     PERFORM FIRMAR-AL-OPERADOR.
002650     IF FIRMA-RECHAZADA
002660         MOVE 8 TO RETURN-CODE
002670         GO TO TERMINA-PROGRAMA.
002680     PERFORM LEER-EL-PERIODO-DE-CONTROL.
002690     PERFORM PEDIR-EL-ANIO.
002700     IF ANIO-RECHAZADO
002710         MOVE 8 TO RETURN-CODE
002720         GO TO TERMINA-PROGRAMA.
002730     OPEN I-O MOVIMIENTOS-FILE.
002740     IF MOVIMIENTOS-STATUS NOT = "00"
002750         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS, ESTADO "
002760             MOVIMIENTOS-STATUS
002770         MOVE 8 TO RETURN-CODE
002780         GO TO TERMINA-PROGRAMA.
002790     PERFORM ABRIR-EL-HISTORICO.
002800     IF HISTORICO-STATUS NOT = "00"
002810         DISPLAY "NO SE PUDO ABRIR MOVIMIENTOSHISTORICO, "
002820             "ESTADO " HISTORICO-STATUS
002830         CLOSE MOVIMIENTOS-FILE
002840         MOVE 8 TO RETURN-CODE
002850         GO TO TERMINA-PROGRAMA.
002860     INITIALIZE TABLA-DE-CONTROL.
002870     MOVE 1 TO FILA-VIGENTE.
002880     MOVE 2 TO FILA-DEL-CORTE.
002890     MOVE 8 TO FILA-HISTORICO.
002900     PERFORM CONTAR-LOS-ARCHIVOS.
002910     IF ERROR-DE-ARCHIVO
002920         DISPLAY "ARCHIVO NO REALIZADO."
002930         PERFORM CERRAR-LOS-ARCHIVOS
002940         MOVE 8 TO RETURN-CODE
002950         GO TO TERMINA-PROGRAMA.
002960     IF CTL-REGISTROS (2) = ZERO
002970         DISPLAY "MOVIMIENTOS NO TIENE REGISTROS HASTA EL ANIO "
002980             ANIO-DE-CORTE
002990         PERFORM CERRAR-LOS-ARCHIVOS
003000         GO TO TERMINA-PROGRAMA.
003010     PERFORM CONFIRMAR-EL-ARCHIVO.
003020     IF ANIO-RECHAZADO
003030         PERFORM CERRAR-LOS-ARCHIVOS
003040         MOVE 8 TO RETURN-CODE
003050         GO TO TERMINA-PROGRAMA.
003060     PERFORM ARCHIVAR-LOS-MOVIMIENTOS.
003070     MOVE 5 TO FILA-VIGENTE.
003080     MOVE 6 TO FILA-DEL-CORTE.
003090     MOVE 9 TO FILA-HISTORICO.
003100     PERFORM CONTAR-LOS-ARCHIVOS.
003110     PERFORM CERRAR-LOS-ARCHIVOS.
003120     PERFORM CALCULAR-LAS-DIFERENCIAS.
003130     PERFORM ABRIR-EL-REPORTE.
003140     PERFORM ESCRIBIR-UNA-FILA
003150         VARYING IDX-FIL FROM 1 BY 1 UNTIL IDX-FIL > 13.
003160     PERFORM ESCRIBIR-LOS-TOTALES.
003170     CLOSE REPORTE-FILE.
003180     PERFORM MOSTRAR-TOTALES.
003190     IF ERROR-DE-ARCHIVO OR NOT CUADRA
003200         MOVE 8 TO RETURN-CODE
003210     ELSE
003220     IF CTL-REGISTROS (6) NOT = ZERO
003230         MOVE 4 TO RETURN-CODE.
003240 TERMINA-PROGRAMA.
003250     STOP RUN.
003260*RUTINAS DE NIVEL 2
003270 CARGAR-LOS-OPERADORES.
003280     OPEN INPUT OPERADORES-FILE.
003290     IF OPERADORES-STATUS = "00"
003300         SET HAY-OPERADORES TO TRUE
003310         PERFORM CARGAR-UN-OPERADOR
003320             UNTIL OPERADORES-STATUS NOT = "00"
003330         CLOSE OPERADORES-FILE.
003340
003350 CARGAR-UN-OPERADOR.
003360     READ OPERADORES-FILE
003370         AT END NEXT SENTENCE.
003380     IF OPERADORES-STATUS = "00"
003390         IF NO-DE-OPERADORES < 50
003400             ADD 1 TO NO-DE-OPERADORES
003410             MOVE OPE-ID-ENT TO OPE-ID (NO-DE-OPERADORES)
003420             MOVE OPE-CLAVE-ENT TO OPE-CLAVE (NO-DE-OPERADORES)
003430             MOVE OPE-REVALUAR-ENT
003440                 TO OPE-REVALUAR (NO-DE-OPERADORES).
003450
003460 FIRMAR-AL-OPERADOR.
003470*    Archivar saca de MOVIMIENTOS la historia de todo el libro,
003480*    asi que pide el mismo permiso que la revalorizacion.
003490     DISPLAY "IDENTIFICACION DEL OPERADOR".
003500     ACCEPT EL-OPERADOR.
003510     IF NOT HAY-OPERADORES
003520         DISPLAY "OJO: SIN ARCHIVO OPERADORES, "
003530             "ACCESO SIN CONTROL."
003540     ELSE
003550         DISPLAY "CLAVE"
003560         ACCEPT LA-CLAVE
003570         PERFORM BUSCAR-OPERADOR
003580         IF OPERADOR-NO-ENCONTRADO
003590             DISPLAY "FIRMA RECHAZADA."
003600             SET FIRMA-RECHAZADA TO TRUE
003610         ELSE
003620         IF OPE-CLAVE (NO-DE-OPERADOR-ENCONTRADO) NOT = LA-CLAVE
003630             DISPLAY "FIRMA RECHAZADA."
003640             SET FIRMA-RECHAZADA TO TRUE
003650         ELSE
003660         IF OPE-REVALUAR (NO-DE-OPERADOR-ENCONTRADO) NOT = "S"
003670             DISPLAY "SIN PERMISO PARA ARCHIVAR "
003680                 "LOS MOVIMIENTOS."
003690             SET FIRMA-RECHAZADA TO TRUE.
003700
003710 LEER-EL-PERIODO-DE-CONTROL.
003720     OPEN INPUT PERIODOS-FILE.
003730     IF PERIODOS-STATUS = "00"
003740         READ PERIODOS-FILE
003750         IF PERIODOS-STATUS = "00"
003760             MOVE PER-ULTIMO-PERIODO TO ULTIMO-PERIODO-POSTEADO
003770         END-IF
003780         CLOSE PERIODOS-FILE.
003790
003800 PEDIR-EL-ANIO.
003810*    Se archiva hasta un anio cerrado. Si PERIODOS muestra un
003820*    periodo contabilizado, su anio tampoco se archiva: es el
003830*    que todavia se puede reversar.
003840     IF ULTIMO-PERIODO-POSTEADO NOT = ZERO
003850         DISPLAY "ULTIMO PERIODO CONTABILIZADO "
003860             ULTIMO-PERIODO-POSTEADO.
003870     DISPLAY "ARCHIVAR HASTA EL ANIO (AAAA)".
003880     MOVE SPACES TO ANIO-DE-ENTRADA.
003890     ACCEPT ANIO-DE-ENTRADA.
003900     IF ANIO-DE-ENTRADA NOT NUMERIC
003910         DISPLAY "ANIO INVALIDO."
003920         SET ANIO-RECHAZADO TO TRUE
003930     ELSE
003940         MOVE ANIO-DE-ENTRADA TO ANIO-DE-CORTE
003950         IF ANIO-DE-CORTE = ZERO
003960             DISPLAY "ANIO INVALIDO."
003970             SET ANIO-RECHAZADO TO TRUE
003980         ELSE
003990         IF ANIO-DE-CORTE NOT < FDS-ANIO
004000             DISPLAY "SOLO SE ARCHIVAN ANIOS ANTERIORES A "
004010                 FDS-ANIO
004020             SET ANIO-RECHAZADO TO TRUE
004030         ELSE
004040         IF ULTIMO-PERIODO-POSTEADO NOT = ZERO AND
004050         ANIO-DE-CORTE NOT < UPP-ANIO
004060             DISPLAY "SOLO SE ARCHIVAN ANIOS ANTERIORES AL "
004070                 "ULTIMO PERIODO CONTABILIZADO."
004080             SET ANIO-RECHAZADO TO TRUE
004090         ELSE
004100             COMPUTE FECHA-DE-CORTE =
004110                 ANIO-DE-CORTE * 10000 + 1231.
004120
004130 ABRIR-EL-HISTORICO.
004140*    MOVIMIENTOSHISTORICO se crea la primera vez que se archiva.
004150     OPEN I-O HISTORICO-FILE.
004160     IF HISTORICO-STATUS = "35"
004170         OPEN OUTPUT HISTORICO-FILE
004180         IF HISTORICO-STATUS = "00"
004190             CLOSE HISTORICO-FILE
004200             OPEN I-O HISTORICO-FILE.
004210
004220 CONTAR-LOS-ARCHIVOS.
004230*    Cuenta y suma los dos archivos de punta a punta. Los totales
004240*    van a las filas que marcan FILA-VIGENTE, FILA-DEL-CORTE y
004250*    FILA-HISTORICO, segun se cuente antes o despues de archivar.
004260     MOVE LOW-VALUES TO MOV-CLAVE.
004270     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
004280     START MOVIMIENTOS-FILE KEY NOT < MOV-CLAVE
004290         INVALID KEY SET FIN-DE-MOVIMIENTOS TO TRUE.
004300     IF NO-FIN-DE-MOVIMIENTOS
004310         PERFORM LEER-MOVIMIENTO
004320         PERFORM CONTAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS.
004330     MOVE LOW-VALUES TO HIS-CLAVE.
004340     MOVE "N" TO SW-FIN-DE-HISTORICOS.
004350     START HISTORICO-FILE KEY NOT < HIS-CLAVE
004360         INVALID KEY SET FIN-DE-HISTORICOS TO TRUE.
004370     IF NO-FIN-DE-HISTORICOS
004380         PERFORM LEER-HISTORICO
004390         PERFORM CONTAR-UN-HISTORICO UNTIL FIN-DE-HISTORICOS.
004400
004410 CONFIRMAR-EL-ARCHIVO.
004420     MOVE CTL-REGISTROS (1) TO CONTADOR-MOSTRADO.
004430     DISPLAY "REGISTROS EN MOVIMIENTOS     " CONTADOR-MOSTRADO.
004440     MOVE CTL-REGISTROS (2) TO CONTADOR-MOSTRADO.
004450     DISPLAY "REGISTROS A ARCHIVAR         " CONTADOR-MOSTRADO.
004460     MOVE CTL-INTERES (2) TO TOTAL-MOSTRADO.
004470     DISPLAY "INTERES BRUTO       " TOTAL-MOSTRADO.
004480     MOVE CTL-RETENCION (2) TO TOTAL-MOSTRADO.
004490     DISPLAY "RETENCION           " TOTAL-MOSTRADO.
004500     MOVE CTL-APORTE (2) TO TOTAL-MOSTRADO.
004510     DISPLAY "APORTES             " TOTAL-MOSTRADO.
004520     MOVE CTL-REGISTROS (8) TO CONTADOR-MOSTRADO.
004530     DISPLAY "REGISTROS YA ARCHIVADOS      " CONTADOR-MOSTRADO.
004540     DISPLAY "CONFIRMA EL ARCHIVO HASTA EL ANIO "
004550         ANIO-DE-CORTE " (S/N)".
004560     ACCEPT SI-NO.
004570     IF SI-NO NOT = "S" AND SI-NO NOT = "s"
004580         DISPLAY "ARCHIVO NO REALIZADO."
004590         SET ANIO-RECHAZADO TO TRUE.
004600
004610 ARCHIVAR-LOS-MOVIMIENTOS.
004620     MOVE LOW-VALUES TO MOV-CLAVE.
004630     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
004640     START MOVIMIENTOS-FILE KEY NOT < MOV-CLAVE
004650         INVALID KEY SET FIN-DE-MOVIMIENTOS TO TRUE.
004660     IF NO-FIN-DE-MOVIMIENTOS
004670         PERFORM LEER-MOVIMIENTO
004680         PERFORM ARCHIVAR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS.
004690
004700 CERRAR-LOS-ARCHIVOS.
004710     CLOSE MOVIMIENTOS-FILE.
004720     CLOSE HISTORICO-FILE.
004730
004740 CALCULAR-LAS-DIFERENCIAS.
004750*    MOVIMIENTOS: lo de antes menos lo que salio tiene que ser lo
004760*    de despues. Historico: lo de antes mas lo que entro tiene que
004770*    ser lo de despues. Los dos juntos: nada se pierde ni se
004780*    duplica, descontando los registros que ya estaban en los dos.
004790     MOVE 7 TO IDX-FIL.
004800     COMPUTE CTL-REGISTROS (7) = CTL-REGISTROS (1)
004810         - CTL-REGISTROS (3) - CTL-REGISTROS (4)
004820         - CTL-REGISTROS (5).
004830     COMPUTE CTL-INTERES (7) = CTL-INTERES (1)
004840         - CTL-INTERES (3) - CTL-INTERES (4) - CTL-INTERES (5).
004850     COMPUTE CTL-RETENCION (7) = CTL-RETENCION (1)
004860         - CTL-RETENCION (3) - CTL-RETENCION (4)
004870         - CTL-RETENCION (5).
004880     COMPUTE CTL-APORTE (7) = CTL-APORTE (1)
004890         - CTL-APORTE (3) - CTL-APORTE (4) - CTL-APORTE (5).
004900     PERFORM VER-SI-CUADRA.
004910     MOVE 10 TO IDX-FIL.
004920     COMPUTE CTL-REGISTROS (10) = CTL-REGISTROS (8)
004930         + CTL-REGISTROS (3) - CTL-REGISTROS (9).
004940     COMPUTE CTL-INTERES (10) = CTL-INTERES (8)
004950         + CTL-INTERES (3) - CTL-INTERES (9).
004960     COMPUTE CTL-RETENCION (10) = CTL-RETENCION (8)
004970         + CTL-RETENCION (3) - CTL-RETENCION (9).
004980     COMPUTE CTL-APORTE (10) = CTL-APORTE (8)
004990         + CTL-APORTE (3) - CTL-APORTE (9).
005000     PERFORM VER-SI-CUADRA.
005010     COMPUTE CTL-REGISTROS (11) = CTL-REGISTROS (1)
005020         + CTL-REGISTROS (8) - CTL-REGISTROS (4).
005030     COMPUTE CTL-INTERES (11) = CTL-INTERES (1)
005040         + CTL-INTERES (8) - CTL-INTERES (4).
005050     COMPUTE CTL-RETENCION (11) = CTL-RETENCION (1)
005060         + CTL-RETENCION (8) - CTL-RETENCION (4).
005070     COMPUTE CTL-APORTE (11) = CTL-APORTE (1)
005080         + CTL-APORTE (8) - CTL-APORTE (4).
005090     COMPUTE CTL-REGISTROS (12) = CTL-REGISTROS (5)
005100         + CTL-REGISTROS (9).
005110     COMPUTE CTL-INTERES (12) = CTL-INTERES (5)
005120         + CTL-INTERES (9).
005130     COMPUTE CTL-RETENCION (12) = CTL-RETENCION (5)
005140         + CTL-RETENCION (9).
005150     COMPUTE CTL-APORTE (12) = CTL-APORTE (5)
005160         + CTL-APORTE (9).
005170     MOVE 13 TO IDX-FIL.
005180     COMPUTE CTL-REGISTROS (13) = CTL-REGISTROS (11)
005190         - CTL-REGISTROS (12).
005200     COMPUTE CTL-INTERES (13) = CTL-INTERES (11)
005210         - CTL-INTERES (12).
005220     COMPUTE CTL-RETENCION (13) = CTL-RETENCION (11)
005230         - CTL-RETENCION (12).
005240     COMPUTE CTL-APORTE (13) = CTL-APORTE (11)
005250         - CTL-APORTE (12).
005260     PERFORM VER-SI-CUADRA.
005270
005280 ABRIR-EL-REPORTE.
005290     OPEN OUTPUT REPORTE-FILE.
005300     IF REPORTE-STATUS NOT = "00"
005310         DISPLAY "NO SE PUDO ABRIR ARCHIVOMOVIMIENTOS, ESTADO "
005320             REPORTE-STATUS
005330         SET ERROR-DE-ARCHIVO TO TRUE.
005340     PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
005350
005360 ESCRIBIR-UNA-FILA.
005370     IF IDX-FIL = 5 OR IDX-FIL = 8 OR IDX-FIL = 11
005380         MOVE SPACES TO LINEA-ARMADA
005390         PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005400     MOVE CTL-REGISTROS (IDX-FIL) TO REGISTROS-MOSTRADOS.
005410     MOVE CTL-INTERES (IDX-FIL) TO INTERES-MOSTRADO.
005420     MOVE CTL-RETENCION (IDX-FIL) TO RETENIDO-MOSTRADO.
005430     MOVE CTL-APORTE (IDX-FIL) TO APORTE-MOSTRADO.
005440     MOVE SPACES TO LINEA-ARMADA.
005450     STRING NOMBRE-DE-LA-FILA (IDX-FIL)
005460         REGISTROS-MOSTRADOS
005470         " " INTERES-MOSTRADO
005480         " " RETENIDO-MOSTRADO
005490         " " APORTE-MOSTRADO
005500         DELIMITED BY SIZE INTO LINEA-ARMADA.
005510     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005520
005530 ESCRIBIR-LOS-TOTALES.
005540     MOVE SPACES TO LINEA-ARMADA.
005550     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005560     MOVE NO-DE-RENUMERADOS TO CONTADOR-MOSTRADO.
005570     MOVE SPACES TO LINEA-ARMADA.
005580     STRING "ARCHIVADOS CON OTRA SECUENCIA     "
005590         CONTADOR-MOSTRADO
005600         DELIMITED BY SIZE INTO LINEA-ARMADA.
005610     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005620     MOVE SPACES TO LINEA-ARMADA.
005630     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005640     MOVE SPACES TO LINEA-ARMADA.
005650     IF ERROR-DE-ARCHIVO
005660         STRING "HUBO ERRORES DE ARCHIVO: CORRER DE NUEVO EL "
005670             "ARCHIVO HASTA EL ANIO " ANIO-DE-CORTE "."
005680             DELIMITED BY SIZE INTO LINEA-ARMADA
005690     ELSE
005700     IF NOT CUADRA
005710         STRING "LOS TOTALES NO CUADRAN: REVISAR LAS DIFERENCIAS "
005720             "ANTES DE VOLVER A CORRER."
005730             DELIMITED BY SIZE INTO LINEA-ARMADA
005740     ELSE
005750         STRING "LOS TOTALES CUADRAN: MOVIMIENTOS QUEDA SIN "
005760             "REGISTROS HASTA EL ANIO " ANIO-DE-CORTE "."
005770             DELIMITED BY SIZE INTO LINEA-ARMADA.
005780     PERFORM ESCRIBIR-LINEA-DE-REPORTE.
005790
005800 MOSTRAR-TOTALES.
005810     MOVE CTL-REGISTROS (3) TO CONTADOR-MOSTRADO.
005820     DISPLAY "REGISTROS ARCHIVADOS    " CONTADOR-MOSTRADO.
005830     MOVE CTL-REGISTROS (4) TO CONTADOR-MOSTRADO.
005840     DISPLAY "YA ESTABAN ARCHIVADOS   " CONTADOR-MOSTRADO.
005850     MOVE NO-DE-RENUMERADOS TO CONTADOR-MOSTRADO.
005860     DISPLAY "CON OTRA SECUENCIA      " CONTADOR-MOSTRADO.
005870     MOVE CTL-REGISTROS (5) TO CONTADOR-MOSTRADO.
005880     DISPLAY "QUEDAN EN MOVIMIENTOS   " CONTADOR-MOSTRADO.
005890     MOVE CTL-REGISTROS (9) TO CONTADOR-MOSTRADO.
005900     DISPLAY "EN EL HISTORICO         " CONTADOR-MOSTRADO.
005910     IF CUADRA
005920         DISPLAY "LOS TOTALES CUADRAN."
005930     ELSE
005940         DISPLAY "LOS TOTALES NO CUADRAN.".
005950*RUTINAS DE NIVEL 3
005960 BUSCAR-OPERADOR.
005970     SET OPERADOR-NO-ENCONTRADO TO TRUE.
005980     SET IDX-OPE TO 1.
005990     PERFORM BUSCAR-UN-OPERADOR
006000         VARYING IDX-OPE FROM 1 BY 1
006010             UNTIL IDX-OPE > NO-DE-OPERADORES
006020                 OR OPERADOR-ENCONTRADO.
006030
006040 BUSCAR-UN-OPERADOR.
006050     IF OPE-ID (IDX-OPE) = EL-OPERADOR
006060         SET OPERADOR-ENCONTRADO TO TRUE
006070         MOVE IDX-OPE TO NO-DE-OPERADOR-ENCONTRADO.
006080
006090 LEER-MOVIMIENTO.
006100     READ MOVIMIENTOS-FILE NEXT RECORD
006110         AT END SET FIN-DE-MOVIMIENTOS TO TRUE
006120     END-READ.
006130     IF MOVIMIENTOS-STATUS NOT = "00" AND
006140     MOVIMIENTOS-STATUS NOT = "10"
006150         DISPLAY "ERROR AL LEER MOVIMIENTOS, ESTADO "
006160             MOVIMIENTOS-STATUS
006170         SET ERROR-DE-ARCHIVO TO TRUE
006180         SET FIN-DE-MOVIMIENTOS TO TRUE.
006190
006200 LEER-HISTORICO.
006210     READ HISTORICO-FILE NEXT RECORD
006220         AT END SET FIN-DE-HISTORICOS TO TRUE
006230     END-READ.
006240     IF HISTORICO-STATUS NOT = "00" AND
006250     HISTORICO-STATUS NOT = "10"
006260         DISPLAY "ERROR AL LEER MOVIMIENTOSHISTORICO, ESTADO "
006270             HISTORICO-STATUS
006280         SET ERROR-DE-ARCHIVO TO TRUE
006290         SET FIN-DE-HISTORICOS TO TRUE.
006300
006310 CONTAR-UN-MOVIMIENTO.
006320     MOVE MOV-INTERES-BRUTO TO IMP-INTERES.
006330     MOVE MOV-RETENCION TO IMP-RETENCION.
006340     MOVE MOV-APORTE TO IMP-APORTE.
006350     MOVE FILA-VIGENTE TO IDX-FIL.
006360     PERFORM SUMAR-A-LA-FILA.
006370     IF MOV-FECHA NOT > FECHA-DE-CORTE
006380         MOVE FILA-DEL-CORTE TO IDX-FIL
006390         PERFORM SUMAR-A-LA-FILA.
006400     PERFORM LEER-MOVIMIENTO.
006410
006420 CONTAR-UN-HISTORICO.
006430     MOVE HIS-INTERES-BRUTO TO IMP-INTERES.
006440     MOVE HIS-RETENCION TO IMP-RETENCION.
006450     MOVE HIS-APORTE TO IMP-APORTE.
006460     MOVE FILA-HISTORICO TO IDX-FIL.
006470     PERFORM SUMAR-A-LA-FILA.
006480     PERFORM LEER-HISTORICO.
006490
006500 SUMAR-A-LA-FILA.
006510     ADD 1 TO CTL-REGISTROS (IDX-FIL).
006520     ADD IMP-INTERES TO CTL-INTERES (IDX-FIL).
006530     ADD IMP-RETENCION TO CTL-RETENCION (IDX-FIL).
006540     ADD IMP-APORTE TO CTL-APORTE (IDX-FIL).
006550
006560 ARCHIVAR-UN-MOVIMIENTO.
006570     IF MOV-FECHA NOT > FECHA-DE-CORTE
006580         PERFORM PASAR-AL-HISTORICO.
006590     IF NO-FIN-DE-MOVIMIENTOS
006600         PERFORM LEER-MOVIMIENTO.
006610
006620 PASAR-AL-HISTORICO.
006630*    Primero se graba en el historico y despues se borra de
006640*    MOVIMIENTOS: si la corrida se cae entre los dos pasos, la
006650*    proxima encuentra el registro igual en el historico y solo
006660*    lo borra.
006670     MOVE MOVIMIENTOS-REGISTRO TO REGISTRO-A-ARCHIVAR.
006680     MOVE MOV-CLAVE TO CLAVE-ORIGINAL.
006690     MOVE "N" TO SW-YA-ARCHIVADO.
006700     MOVE "N" TO SW-RENUMERADO.
006710     WRITE HISTORICO-REGISTRO FROM REGISTRO-A-ARCHIVAR
006720         INVALID KEY MOVE "22" TO HISTORICO-STATUS.
006730     PERFORM RESOLVER-CLAVE-REPETIDA
006740         UNTIL HISTORICO-STATUS NOT = "22"
006750             OR RAR-SECUENCIA = 9999.
006760     IF HISTORICO-STATUS NOT = "00"
006770         DISPLAY "NO SE PUDO ARCHIVAR " CLAVE-ORIGINAL
006780             ", ESTADO " HISTORICO-STATUS
006790         SET ERROR-DE-ARCHIVO TO TRUE
006800         SET FIN-DE-MOVIMIENTOS TO TRUE
006810     ELSE
006820         DELETE MOVIMIENTOS-FILE RECORD
006830             INVALID KEY MOVE "23" TO MOVIMIENTOS-STATUS
006840         END-DELETE
006850         IF MOVIMIENTOS-STATUS NOT = "00"
006860             DISPLAY "NO SE PUDO BORRAR " CLAVE-ORIGINAL
006870                 " DE MOVIMIENTOS, ESTADO " MOVIMIENTOS-STATUS
006880             SET ERROR-DE-ARCHIVO TO TRUE
006890             SET FIN-DE-MOVIMIENTOS TO TRUE
006900         ELSE
006910             PERFORM SUMAR-LO-ARCHIVADO.
006920
006930 RESOLVER-CLAVE-REPETIDA.
006940*    La clave ya esta en el historico. Si es el mismo registro lo
006950*    grabo una corrida anterior; si es otro, el movimiento llego
006960*    tarde al anio y se archiva con la secuencia siguiente.
006970     MOVE RAR-CLAVE TO HIS-CLAVE.
006980     READ HISTORICO-FILE RECORD
006990         INVALID KEY MOVE "23" TO HISTORICO-STATUS.
007000     IF HISTORICO-STATUS = "00"
007010         IF HISTORICO-REGISTRO = REGISTRO-A-ARCHIVAR
007020             SET YA-ARCHIVADO TO TRUE
007030         ELSE
007040             ADD 1 TO RAR-SECUENCIA
007050             SET RENUMERADO TO TRUE
007060             WRITE HISTORICO-REGISTRO FROM REGISTRO-A-ARCHIVAR
007070                 INVALID KEY MOVE "22" TO HISTORICO-STATUS.
007080
007090 SUMAR-LO-ARCHIVADO.
007100     MOVE RAR-INTERES-BRUTO TO IMP-INTERES.
007110     MOVE RAR-RETENCION TO IMP-RETENCION.
007120     MOVE RAR-APORTE TO IMP-APORTE.
007130     IF YA-ARCHIVADO
007140         MOVE 4 TO IDX-FIL
007150     ELSE
007160         MOVE 3 TO IDX-FIL.
007170     PERFORM SUMAR-A-LA-FILA.
007180     IF RENUMERADO AND NOT YA-ARCHIVADO
007190         ADD 1 TO NO-DE-RENUMERADOS.
007200
007210 VER-SI-CUADRA.
007220     IF CTL-REGISTROS (IDX-FIL) NOT = ZERO OR
007230     CTL-INTERES (IDX-FIL) NOT = ZERO OR
007240     CTL-RETENCION (IDX-FIL) NOT = ZERO OR
007250     CTL-APORTE (IDX-FIL) NOT = ZERO
007260         MOVE "N" TO SW-CUADRA.
007270
007280 ESCRIBIR-ENCABEZADO-REPORTE.
007290     MOVE FDS-ANIO TO FM-ANIO.
007300     MOVE FDS-MES  TO FM-MES.
007310     MOVE FDS-DIA  TO FM-DIA.
007320     MOVE HDS-HORA TO HM-HORA.
007330     MOVE HDS-MIN  TO HM-MIN.
007340     MOVE HDS-SEG  TO HM-SEG.
007350     ADD 1 TO NO-DE-PAGINA.
007360     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
007370     MOVE SPACES TO LINEA-DE-REPORTE.
007380     STRING "ARCHIVO DE MOVIMIENTOS HASTA EL ANIO " ANIO-DE-CORTE
007390         "   OPERADOR: " EL-OPERADOR
007400         "   FECHA: " FECHA-MOSTRADA
007410         "   HORA: " HORA-MOSTRADA
007420         "   PAGINA: " PAGINA-MOSTRADA
007430         DELIMITED BY SIZE INTO LINEA-DE-REPORTE.
007440     WRITE LINEA-DE-REPORTE.
007450     IF REPORTE-STATUS NOT = "00"
007460         SET ERROR-DE-ARCHIVO TO TRUE.
007470     MOVE SPACES TO LINEA-DE-REPORTE.
007480     WRITE LINEA-DE-REPORTE.
007490     MOVE SPACES TO LINEA-DE-REPORTE.
007500     STRING "CONTROL                              REGISTROS"
007510         "            INTERES BRUTO                RETENCION"
007520         "                  APORTES"
007530         DELIMITED BY SIZE INTO LINEA-DE-REPORTE.
007540     WRITE LINEA-DE-REPORTE.
007550     MOVE ZERO TO LINEAS-EN-PAGINA.
007560
007570 ESCRIBIR-LINEA-DE-REPORTE.
007580     IF LINEAS-EN-PAGINA NOT < MAX-LINEAS-POR-PAGINA
007590         PERFORM ESCRIBIR-ENCABEZADO-REPORTE.
007600     MOVE LINEA-ARMADA TO LINEA-DE-REPORTE.
007610     WRITE LINEA-DE-REPORTE.
007620     IF REPORTE-STATUS NOT = "00"
007630         SET ERROR-DE-ARCHIVO TO TRUE.
007640     ADD 1 TO LINEAS-EN-PAGINA.
