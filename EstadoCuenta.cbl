000030
000040*    Este programa imprime extractos de cliente desde la historia
000050*    permanente de MOVIMIENTOS que alimenta la revalorizacion
000055*    mensual. Pide un numero de cuenta (vacio = todas) y un rango
000060*    de fechas (vacio = sin limite), lee los movimientos por su
000065*    clave de cuenta, fecha y secuencia (con una cuenta pedida va
000070*    directo a ella y a la fecha desde) y escribe en el archivo
000075*    EXTRACTO un estado por cuenta: saldo inicial, el interes
000080*    bruto, la retencion y el aporte de cada mes, el saldo final
000085*    y los totales del rango, con encabezados de pagina como los
000090*    del REPORTE. Los anios ya archivados por ARCHIVO-MOVIMIENTOS
000095*    estan en MOVIMIENTOSHISTORICO y entran solo si se piden: los
000100*    dos archivos se juntan por clave, asi cada cuenta sale
000105*    entera y en orden de fecha.
000111*    Cada linea muestra el tipo de movimiento: capitalizacion de
000112*    la revalorizacion (tipo C, o en blanco en la historia vieja),
000113*    deposito (D) o retiro (R) de POSTEO-TRANSACCIONES con su
000114*    referencia, cancelacion anticipada (A), saldo de apertura (I)
000115*    o pago al vencimiento (V). Depositos y aperturas suman a los
000116*    depositos; retiros, cancelaciones y pagos suman a retiros.
000117*    La reversa de un periodo de revalorizacion (X) trae el
000118*    interes, la retencion y el aporte en negativo.
000119*    Un V sin importe es una renovacion del plazo (RENOVAC.).
000120 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000140 FILE-CONTROL.
000150     SELECT MOVIMIENTOS-FILE ASSIGN TO "MOVIMIENTOS"
000155         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000165         RECORD KEY IS MOV-CLAVE
000170         FILE STATUS IS MOVIMIENTOS-STATUS.
000171     SELECT HISTORICO-FILE ASSIGN TO "MOVIMIENTOSHISTORICO"
000172         ORGANIZATION IS INDEXED
000173         ACCESS MODE IS DYNAMIC
000174         RECORD KEY IS HIS-CLAVE
000175         FILE STATUS IS HISTORICO-STATUS.
000180     SELECT EXTRACTO-FILE ASSIGN TO "EXTRACTO"
000190         ORGANIZATION IS LINE SEQUENTIAL
000200         FILE STATUS IS EXTRACTO-STATUS.
000220 FILE SECTION.
000230 FD  MOVIMIENTOS-FILE.
000240 01  MOVIMIENTOS-REGISTRO.
000246     05 MOV-CLAVE.
000252        10 MOV-CUENTA            PIC X(10).
000258        10 MOV-FECHA             PIC 9(8).
000264        10 MOV-SECUENCIA         PIC 9(4).
000270     05 MOV-PRODUCTO             PIC X(06).
000280     05 MOV-SALDO-ANTERIOR       PIC S9(9)V99
000290         SIGN IS TRAILING SEPARATE CHARACTER.
000360     05 MOV-SALDO-NUEVO          PIC S9(9)V99
000370         SIGN IS TRAILING SEPARATE CHARACTER.
000372     05 MOV-MONEDA               PIC X(03).
000374     05 MOV-TIPO                 PIC X.
000376     05 MOV-REFERENCIA           PIC X(12).
000380 FD  EXTRACTO-FILE.
000390 01  LINEA-DE-EXTRACTO          PIC X(132).
000391 FD  HISTORICO-FILE.
000392 01  HISTORICO-REGISTRO.
000393     05 HIS-CLAVE.
000394        10 HIS-CUENTA            PIC X(10).
000395        10 HIS-FECHA             PIC 9(8).
000396        10 HIS-SECUENCIA         PIC 9(4).
000397     05 FILLER                   PIC X(80).
000400 WORKING-STORAGE SECTION.
000410
000420 01  MOVIMIENTOS-STATUS         PIC XX.
000425 01  HISTORICO-STATUS           PIC XX.
000430 01  EXTRACTO-STATUS            PIC XX.
000440 01  SW-FIN-DE-MOVIMIENTOS      PIC X.
000450     88 FIN-DE-MOVIMIENTOS            VALUE "S".
000460     88 NO-FIN-DE-MOVIMIENTOS         VALUE "N".
000470 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
000480     88 ERROR-DE-ARCHIVO              VALUE "S".
000483 01  SW-FIN-DE-VIGENTES         PIC X.
000486     88 FIN-DE-VIGENTES               VALUE "S".
000489 01  SW-FIN-DE-HISTORICOS       PIC X.
000492     88 FIN-DE-HISTORICOS             VALUE "S".
000495 01  SW-EN-RANGO                PIC X.
000498     88 MOVIMIENTO-EN-RANGO           VALUE "S".
000501 01  SW-INCLUIR-ARCHIVADOS      PIC X VALUE "N".
000504     88 INCLUIR-ARCHIVADOS            VALUE "S".
000507 01  SI-NO                      PIC X.
000510 01  CUENTA-PEDIDA              PIC X(10).
000520 01  FECHA-DE-ENTRADA           PIC X(8).
000530 01  FECHA-DESDE                PIC 9(8) VALUE ZERO.
000540 01  FECHA-HASTA                PIC 9(8) VALUE 99999999.
000547 01  NO-DE-MOVIMIENTOS          PIC 9(9) VALUE ZERO.
000554 01  MOVIMIENTO-ELEGIDO.
000561     05 TMOV-CLAVE.
000568        10 TMOV-CUENTA           PIC X(10).
000575        10 TMOV-FECHA            PIC 9(8).
000582        10 TMOV-SECUENCIA        PIC 9(4).
000589     05 TMOV-PRODUCTO            PIC X(06).
000596     05 TMOV-SALDO-ANTERIOR      PIC S9(9)V99
000603         SIGN IS TRAILING SEPARATE CHARACTER.
000610     05 TMOV-INTERES-BRUTO       PIC S9(9)V99
000617         SIGN IS TRAILING SEPARATE CHARACTER.
000624     05 TMOV-RETENCION           PIC S9(9)V99
000631         SIGN IS TRAILING SEPARATE CHARACTER.
000638     05 TMOV-APORTE              PIC S9(7)V99
000645         SIGN IS TRAILING SEPARATE CHARACTER.
000652     05 TMOV-SALDO-NUEVO         PIC S9(9)V99
000659         SIGN IS TRAILING SEPARATE CHARACTER.
000666     05 TMOV-MONEDA              PIC X(03).
000673     05 TMOV-TIPO                PIC X.
000680     05 TMOV-REFERENCIA          PIC X(12).
000690 01  CUENTA-EN-CURSO            PIC X(10).
000700 01  TOTAL-INTERES-DE-CUENTA    PIC S9(11)V99.
000710 01  TOTAL-RETENCION-DE-CUENTA  PIC S9(11)V99.
000720 01  TOTAL-APORTES-DE-CUENTA    PIC S9(11)V99.
000722 01  TOTAL-DEPOSITOS-DE-CUENTA  PIC S9(11)V99.
000724 01  TOTAL-RETIROS-DE-CUENTA    PIC S9(11)V99.
000730 01  SALDO-FINAL-DE-CUENTA      PIC S9(9)V99.
000740 01  NO-DE-CUENTAS-IMPRESAS     PIC 9(9) VALUE ZERO.
000750 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
001070     05 FMM-GUION-2             PIC X VALUE "-".
001080     05 FMM-DIA                 PIC 99.
001090 01  PAGINA-MOSTRADA            PIC ZZ9.
001095 01  TIPO-MOSTRADO              PIC X(09).
001100 01  SALDO-MOSTRADO             PIC -ZZZ,ZZZ,ZZ9.99.
001110 01  INTERES-MOSTRADO           PIC -ZZZ,ZZZ,ZZ9.99.
001120 01  RETENIDO-MOSTRADO          PIC -ZZZ,ZZZ,ZZ9.99.
001240             MOVIMIENTOS-STATUS
001250         MOVE 8 TO RETURN-CODE
001260         GO TO TERMINA-PROGRAMA.
001269     PERFORM ABRIR-EL-HISTORICO.
001278     PERFORM POSICIONAR-LOS-MOVIMIENTOS.
001287     PERFORM ELEGIR-UN-MOVIMIENTO.
001296     IF FIN-DE-MOVIMIENTOS
001305         DISPLAY "NO HAY MOVIMIENTOS EN EL RANGO PEDIDO."
001314         PERFORM CERRAR-LOS-MOVIMIENTOS
001323         GO TO TERMINA-PROGRAMA.
001332     PERFORM ABRIR-EXTRACTO.
001341     PERFORM IMPRIMIR-LOS-EXTRACTOS.
001350     PERFORM CERRAR-LOS-MOVIMIENTOS.
001359     CLOSE EXTRACTO-FILE.
001370     MOVE NO-DE-CUENTAS-IMPRESAS TO CONTADOR-MOSTRADO.
001380     DISPLAY "EXTRACTOS IMPRESOS      " CONTADOR-MOSTRADO.
001390     MOVE NO-DE-MOVIMIENTOS TO CONTADOR-MOSTRADO.
001540     ACCEPT FECHA-DE-ENTRADA.
001550     IF FECHA-DE-ENTRADA NUMERIC
001560         MOVE FECHA-DE-ENTRADA TO FECHA-HASTA.
001562     DISPLAY "INCLUIR LOS ANIOS ARCHIVADOS (S/N, VACIO = N)".
001564     ACCEPT SI-NO.
001566     IF SI-NO = "S" OR SI-NO = "s"
001568         SET INCLUIR-ARCHIVADOS TO TRUE.
001570
001580 ABRIR-EL-HISTORICO.
001590*    Si se piden los anios archivados y el archivo no existe, el
001600*    extracto sale con lo que hay en MOVIMIENTOS.
001610     IF INCLUIR-ARCHIVADOS
001620         OPEN INPUT HISTORICO-FILE
001630         IF HISTORICO-STATUS NOT = "00"
001640             DISPLAY "NO SE PUDO ABRIR MOVIMIENTOSHISTORICO, "
001650                 "ESTADO " HISTORICO-STATUS
001660             DISPLAY "EL EXTRACTO SALE SIN LOS ANIOS ARCHIVADOS."
001670             MOVE "N" TO SW-INCLUIR-ARCHIVADOS.
001680
001690 POSICIONAR-LOS-MOVIMIENTOS.
001700*    Con una cuenta pedida los dos archivos arrancan en su primer
001710*    movimiento desde la fecha pedida; sin cuenta se recorren
001720*    enteros en orden de clave.
001730     MOVE "N" TO SW-FIN-DE-MOVIMIENTOS.
001740     IF CUENTA-PEDIDA = SPACES
001750         MOVE LOW-VALUES TO MOV-CLAVE
001760     ELSE
001770         MOVE CUENTA-PEDIDA TO MOV-CUENTA
001780         MOVE FECHA-DESDE TO MOV-FECHA
001790         MOVE ZERO TO MOV-SECUENCIA.
001800     MOVE "N" TO SW-FIN-DE-VIGENTES.
001810     MOVE "S" TO SW-FIN-DE-HISTORICOS.
001820     IF INCLUIR-ARCHIVADOS
001830         MOVE "N" TO SW-FIN-DE-HISTORICOS
001840         MOVE MOV-CLAVE TO HIS-CLAVE
001850         START HISTORICO-FILE KEY NOT < HIS-CLAVE
001860             INVALID KEY SET FIN-DE-HISTORICOS TO TRUE
001870         END-START
001880         IF NOT FIN-DE-HISTORICOS
001890             PERFORM LEER-ARCHIVADO.
001900     START MOVIMIENTOS-FILE KEY NOT < MOV-CLAVE
001910         INVALID KEY SET FIN-DE-VIGENTES TO TRUE.
001920     IF NOT FIN-DE-VIGENTES
001930         PERFORM LEER-VIGENTE.
001940
001950 ELEGIR-UN-MOVIMIENTO.
001960*    Los dos archivos se juntan por clave: va primero el registro
001970*    de clave menor. Sin cuenta pedida el rango de fechas se mira
001980*    registro por registro.
001990     MOVE "N" TO SW-EN-RANGO.
002000     PERFORM TOMAR-EL-MENOR
002010         UNTIL FIN-DE-MOVIMIENTOS OR MOVIMIENTO-EN-RANGO.
002020
002030 CERRAR-LOS-MOVIMIENTOS.
002040     CLOSE MOVIMIENTOS-FILE.
002050     IF INCLUIR-ARCHIVADOS
002060         CLOSE HISTORICO-FILE.
002070
002130 ABRIR-EXTRACTO.
002140     OPEN EXTEND EXTRACTO-FILE.
002150     IF EXTRACTO-STATUS NOT = "00"
002380
002390 IMPRIMIR-LOS-EXTRACTOS.
002400     MOVE LOW-VALUES TO CUENTA-EN-CURSO.
002420     PERFORM IMPRIMIR-UN-MOVIMIENTO UNTIL FIN-DE-MOVIMIENTOS.
002440     PERFORM CERRAR-EL-EXTRACTO.
002450*RUTINAS DE NIVEL 3
002460 IMPRIMIR-UN-MOVIMIENTO.
002470     IF TMOV-CUENTA NOT = CUENTA-EN-CURSO
002480         PERFORM CERRAR-EL-EXTRACTO
002490         PERFORM EMPEZAR-UN-EXTRACTO.
002500     MOVE TMOV-FECHA TO FECHA-DEL-MOVIMIENTO.
002510     MOVE FDM-ANIO TO FMM-ANIO.
002520     MOVE FDM-MES  TO FMM-MES.
002530     MOVE FDM-DIA  TO FMM-DIA.
002540     MOVE TMOV-INTERES-BRUTO TO INTERES-MOSTRADO.
002550     MOVE TMOV-RETENCION TO RETENIDO-MOSTRADO.
002560     MOVE TMOV-APORTE TO APORTE-MOSTRADO.
002570     MOVE TMOV-SALDO-NUEVO TO SALDO-MOSTRADO.
002575     PERFORM DESCRIBIR-EL-TIPO.
002576     IF TMOV-TIPO = "V" AND TMOV-APORTE = ZERO
002577         MOVE "RENOVAC." TO TIPO-MOSTRADO.
002580     MOVE SPACES TO LINEA-ARMADA.
002590     STRING FECHA-MOV-MOSTRADA
002595         "  " TIPO-MOSTRADO
002600         "  " INTERES-MOSTRADO
002610         "  " RETENIDO-MOSTRADO
002620         "    " APORTE-MOSTRADO
002630         "  " SALDO-MOSTRADO
002635         "  " TMOV-REFERENCIA
002640         DELIMITED BY SIZE INTO LINEA-ARMADA.
002650     PERFORM ESCRIBIR-LINEA-DE-EXTRACTO.
002660     ADD TMOV-INTERES-BRUTO
002670         TO TOTAL-INTERES-DE-CUENTA.
002680     ADD TMOV-RETENCION
002690         TO TOTAL-RETENCION-DE-CUENTA.
002692     IF TMOV-TIPO = "D" OR TMOV-TIPO = "I"
002694         ADD TMOV-APORTE
002696             TO TOTAL-DEPOSITOS-DE-CUENTA
002698     ELSE
002700     IF TMOV-TIPO = "R" OR TMOV-TIPO = "A"
002701     OR TMOV-TIPO = "V"
002702         SUBTRACT TMOV-APORTE
002704             FROM TOTAL-RETIROS-DE-CUENTA
002706     ELSE
002708         ADD TMOV-APORTE
002710             TO TOTAL-APORTES-DE-CUENTA.
002712     MOVE TMOV-SALDO-NUEVO TO SALDO-FINAL-DE-CUENTA.
002713     ADD 1 TO NO-DE-MOVIMIENTOS.
002714     PERFORM ELEGIR-UN-MOVIMIENTO.
002715
002716 DESCRIBIR-EL-TIPO.
002717*    La historia anterior a los tipos de movimiento no trae el
002718*    tipo: esos registros son todos capitalizaciones.
002719     IF TMOV-TIPO = "D"
002720         MOVE "DEPOSITO" TO TIPO-MOSTRADO
002721     ELSE
002722     IF TMOV-TIPO = "R"
002723         MOVE "RETIRO" TO TIPO-MOSTRADO
002724     ELSE
002725     IF TMOV-TIPO = "A"
002726         MOVE "CANCELAC." TO TIPO-MOSTRADO
002727     ELSE
002728     IF TMOV-TIPO = "I"
002729         MOVE "APERTURA" TO TIPO-MOSTRADO
002730     ELSE
002731     IF TMOV-TIPO = "V"
002732         MOVE "PAGO VTO." TO TIPO-MOSTRADO
002733     ELSE
002734     IF TMOV-TIPO = "X"
002735         MOVE "REVERSA" TO TIPO-MOSTRADO
002736     ELSE
002737         MOVE "CAPITALIZ" TO TIPO-MOSTRADO.
002738
002740 EMPEZAR-UN-EXTRACTO.
002750     MOVE TMOV-CUENTA TO CUENTA-EN-CURSO.
002760     ADD 1 TO NO-DE-CUENTAS-IMPRESAS.
002770     MOVE ZERO TO TOTAL-INTERES-DE-CUENTA.
002780     MOVE ZERO TO TOTAL-RETENCION-DE-CUENTA.
002790     MOVE ZERO TO TOTAL-APORTES-DE-CUENTA.
002792     MOVE ZERO TO TOTAL-DEPOSITOS-DE-CUENTA.
002794     MOVE ZERO TO TOTAL-RETIROS-DE-CUENTA.
002800     MOVE ZERO TO SALDO-FINAL-DE-CUENTA.
002810     MOVE SPACES TO LINEA-ARMADA.
002820     PERFORM ESCRIBIR-LINEA-DE-EXTRACTO.
002830     MOVE SPACES TO LINEA-ARMADA.
002840     STRING "CUENTA " TMOV-CUENTA
002850         "   PRODUCTO " TMOV-PRODUCTO
002855         "   MONEDA " TMOV-MONEDA
002860         DELIMITED BY SIZE INTO LINEA-ARMADA.
002870     PERFORM ESCRIBIR-LINEA-DE-EXTRACTO.
002880     MOVE TMOV-SALDO-ANTERIOR TO SALDO-MOSTRADO.
002890     MOVE SPACES TO LINEA-ARMADA.
002900     STRING "SALDO INICIAL " SALDO-MOSTRADO
002910         DELIMITED BY SIZE INTO LINEA-ARMADA.
002920     PERFORM ESCRIBIR-LINEA-DE-EXTRACTO.
002930     MOVE SPACES TO LINEA-ARMADA.
002940     STRING "FECHA       TIPO            INT BRUTO"
002950         "        RETENCION  APORTE/DEP/RET      SALDO FINAL"
002955         "  REFERENCIA"
002960         DELIMITED BY SIZE INTO LINEA-ARMADA.
002970     PERFORM ESCRIBIR-LINEA-DE-EXTRACTO.
002980
003150         STRING "TOTAL APORTES       " TOTAL-MOSTRADO
003160             DELIMITED BY SIZE INTO LINEA-ARMADA
003170         PERFORM ESCRIBIR-LINEA-DE-EXTRACTO
003171         MOVE TOTAL-DEPOSITOS-DE-CUENTA TO TOTAL-MOSTRADO
003172         MOVE SPACES TO LINEA-ARMADA
003173         STRING "TOTAL DEPOSITOS     " TOTAL-MOSTRADO
003174             DELIMITED BY SIZE INTO LINEA-ARMADA
003175         PERFORM ESCRIBIR-LINEA-DE-EXTRACTO
003176         MOVE TOTAL-RETIROS-DE-CUENTA TO TOTAL-MOSTRADO
003177         MOVE SPACES TO LINEA-ARMADA
003178         STRING "TOTAL RETIROS       " TOTAL-MOSTRADO
003179             DELIMITED BY SIZE INTO LINEA-ARMADA
003180         PERFORM ESCRIBIR-LINEA-DE-EXTRACTO
003181         MOVE SALDO-FINAL-DE-CUENTA TO SALDO-MOSTRADO
003190         MOVE SPACES TO LINEA-ARMADA
003200         STRING "SALDO FINAL         " SALDO-MOSTRADO
003210             DELIMITED BY SIZE INTO LINEA-ARMADA
003280     IF EXTRACTO-STATUS NOT = "00"
003290         SET ERROR-DE-ARCHIVO TO TRUE.
003300     ADD 1 TO LINEAS-EN-PAGINA.
003310
003320 TOMAR-EL-MENOR.
003330     IF FIN-DE-VIGENTES AND FIN-DE-HISTORICOS
003340         SET FIN-DE-MOVIMIENTOS TO TRUE
003350     ELSE
003360     IF FIN-DE-VIGENTES OR
003370     (NOT FIN-DE-HISTORICOS AND HIS-CLAVE < MOV-CLAVE)
003380         MOVE HISTORICO-REGISTRO TO MOVIMIENTO-ELEGIDO
003390         PERFORM LEER-ARCHIVADO
003400         PERFORM VER-EL-RANGO
003410     ELSE
003420         MOVE MOVIMIENTOS-REGISTRO TO MOVIMIENTO-ELEGIDO
003430         PERFORM LEER-VIGENTE
003440         PERFORM VER-EL-RANGO.
003450
003460 VER-EL-RANGO.
003470     IF TMOV-FECHA NOT < FECHA-DESDE
003480     AND TMOV-FECHA NOT > FECHA-HASTA
003490         SET MOVIMIENTO-EN-RANGO TO TRUE.
003500
003510 LEER-VIGENTE.
003520*    Con una cuenta pedida el archivo se termina al pasar a otra
003530*    cuenta o a una fecha posterior al rango.
003540     READ MOVIMIENTOS-FILE NEXT RECORD
003550         AT END SET FIN-DE-VIGENTES TO TRUE.
003560     IF CUENTA-PEDIDA NOT = SPACES
003570         IF MOV-CUENTA NOT = CUENTA-PEDIDA
003580         OR MOV-FECHA > FECHA-HASTA
003590             SET FIN-DE-VIGENTES TO TRUE.
003600
003610 LEER-ARCHIVADO.
003620     READ HISTORICO-FILE NEXT RECORD
003630         AT END SET FIN-DE-HISTORICOS TO TRUE.
003640     IF CUENTA-PEDIDA NOT = SPACES
003650         IF HIS-CUENTA NOT = CUENTA-PEDIDA
003660         OR HIS-FECHA > FECHA-HASTA
003670             SET FIN-DE-HISTORICOS TO TRUE.
