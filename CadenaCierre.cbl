000010 IDENTIFICATION DIVISION.
000020     PROGRAM-ID. CADENA-CIERRE.
000030
000040*    Este programa maneja la cadena de cierre para una fecha de
000050*    negocio: corre en orden VENCIMIENTO-CUENTAS, REVALORIZACION-
000060*    CUENTAS y DEVENGO-DIARIO, cada uno llamado como subprograma
000070*    con la fecha de negocio que le pasa el archivo PASOCADENA.
000080*    Cada paso deja en el archivo CONTROLCADENA un registro al
000090*    empezar (estado I) y otro al terminar (T si termino bien, F
000100*    si fallo) con la hora de inicio y de fin, los contadores que
000110*    devolvio el paso y su codigo de retorno. El archivo solo
000120*    crece: el ultimo registro de cada paso para la fecha es su
000130*    estado. Un paso no arranca si el anterior no termino bien, y
000140*    al volver a correr la cadena para la misma fecha los pasos ya
000150*    terminados se saltan y se reanuda desde el que fallo (o el
000160*    que quedo iniciado sin terminar). Si la cadena de la fecha
000170*    anterior quedo sin terminar se avisa y se pide conformidad.
000180*    Al final imprime en BITACORACADENA una hoja con el estado de
000190*    cada paso para la entrega de turno. Codigo de retorno 8 si la
000200*    cadena quedo detenida o no se pudo controlar.
000201*    La revalorizacion es de fin de mes: el paso 2 corre solo
000202*    desde el ultimo dia habil del mes y mientras PERIODOS no
000203*    tenga ese periodo. Los demas dias queda terminado sin correr
000204*    (NO APLICA) y la cadena sigue con el devengo. Durante
000205*    la llamada CADENA-EN-CURSO le avisa al paso que lo llamo la
000206*    cadena, y al volver cada paso PASOCADENA queda vacio.
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CONTROLCADENA-FILE ASSIGN TO "CONTROLCADENA"
000250         ORGANIZATION IS LINE SEQUENTIAL
000260         FILE STATUS IS CONTROLCADENA-STATUS.
000270     SELECT PASOCADENA-FILE ASSIGN TO "PASOCADENA"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS PASOCADENA-STATUS.
000300     SELECT BITACORA-FILE ASSIGN TO "BITACORACADENA"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS BITACORA-STATUS.
000322     SELECT PERIODOS-FILE ASSIGN TO "PERIODOS"
000324         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS PERIODOS-STATUS.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  CONTROLCADENA-FILE.
000360 01  CONTROLCADENA-REGISTRO.
000370     05 CCA-FECHA-DE-PROCESO     PIC 9(8).
000380     05 CCA-PASO                 PIC 9.
000390     05 CCA-PROGRAMA             PIC X(22).
000400     05 CCA-ESTADO               PIC X.
000410     05 CCA-FECHA-INICIO         PIC 9(8).
000420     05 CCA-HORA-INICIO          PIC 9(6).
000430     05 CCA-FECHA-FIN            PIC 9(8).
000440     05 CCA-HORA-FIN             PIC 9(6).
000450     05 CCA-LEIDOS               PIC 9(9).
000460     05 CCA-PROCESADOS           PIC 9(9).
000470     05 CCA-ASIENTOS             PIC 9(9).
000480     05 CCA-CODIGO-RETORNO       PIC 9(4).
000490 FD  PASOCADENA-FILE.
000500 01  PASOCADENA-REGISTRO.
000510     05 PAS-FECHA-DE-PROCESO     PIC 9(8).
000520     05 PAS-LEIDOS               PIC 9(9).
000530     05 PAS-PROCESADOS           PIC 9(9).
000540     05 PAS-ASIENTOS             PIC 9(9).
000550 FD  BITACORA-FILE.
000560 01  LINEA-DE-BITACORA          PIC X(132).
000562 FD  PERIODOS-FILE.
000564 01  PERIODOS-REGISTRO.
000566     05 PER-ULTIMO-PERIODO       PIC 9(6).
000570 WORKING-STORAGE SECTION.
000580
000590 01  CONTROLCADENA-STATUS       PIC XX.
000600 01  PASOCADENA-STATUS          PIC XX.
000610 01  BITACORA-STATUS            PIC XX.
000613 01  PERIODOS-STATUS            PIC XX.
000616 01  CADENA-EN-CURSO            PIC X EXTERNAL.
000620 01  SW-FIN-DE-CONTROL          PIC X.
000630     88 FIN-DE-CONTROL                VALUE "S".
000640 01  SW-ERROR-DE-ARCHIVO        PIC X VALUE "N".
000650     88 ERROR-DE-ARCHIVO              VALUE "S".
000660 01  SW-CADENA-DETENIDA         PIC X VALUE "N".
000670     88 CADENA-DETENIDA               VALUE "S".
000680 01  SW-FECHA-INVALIDA          PIC X VALUE "N".
000690     88 FECHA-INVALIDA                VALUE "S".
000700 01  SW-ANTERIOR-INCOMPLETA     PIC X VALUE "N".
000710     88 ANTERIOR-INCOMPLETA           VALUE "S".
000720 01  SW-CADENA-CANCELADA        PIC X VALUE "N".
000730     88 CADENA-CANCELADA              VALUE "S".
000733 01  SW-REVALORIZACION          PIC X VALUE "S".
000736     88 NO-CORRESPONDE-REVALORIZAR    VALUE "N".
000740 01  NO-DE-PASOS                PIC 9 VALUE 3.
000750 01  TABLA-DE-PASOS.
000760     05 PASO-ENTRADA OCCURS 3 TIMES INDEXED BY IDX-PASO.
000770        10 PASO-PROGRAMA        PIC X(22).
000780        10 PASO-ESTADO          PIC X.
000790        10 PASO-FECHA-INICIO    PIC 9(8).
000800        10 PASO-HORA-INICIO     PIC 9(6).
000810        10 PASO-FECHA-FIN       PIC 9(8).
000820        10 PASO-HORA-FIN        PIC 9(6).
000830        10 PASO-LEIDOS          PIC 9(9).
000840        10 PASO-PROCESADOS      PIC 9(9).
000850        10 PASO-ASIENTOS        PIC 9(9).
000860        10 PASO-CODIGO-RETORNO  PIC 9(4).
000870        10 PASO-INTENTOS        PIC 99.
000880        10 PASO-CORRIDO-AHORA   PIC X.
000890 01  NO-DE-PASO-DETENIDO        PIC 9 VALUE ZERO.
000900 01  NO-DE-PASOS-CORRIDOS       PIC 9 VALUE ZERO.
000910 01  NO-DE-PASOS-TERMINADOS     PIC 9 VALUE ZERO.
000915 01  NO-DE-PASOS-SIN-CORRER     PIC 9 VALUE ZERO.
000920 01  PROGRAMA-A-LLAMAR          PIC X(22).
000930 01  CODIGO-DEL-PASO            PIC 9(4) VALUE ZERO.
000940 01  FECHA-ANTERIOR             PIC 9(8) VALUE ZERO.
000950 01  ESTADOS-DE-LA-ANTERIOR.
000960     05 ANT-ESTADO              PIC X OCCURS 3 TIMES.
000970 01  FECHA-DE-ENTRADA           PIC X(8).
000980 01  FECHA-DE-PROCESO.
000990     05 FDP-ANIO                PIC 9(4).
001000     05 FDP-MES                 PIC 99.
001010     05 FDP-DIA                 PIC 99.
001020 01  SI-NO                      PIC X.
001021 01  ULTIMO-PERIODO-POSTEADO    PIC 9(6) VALUE ZERO.
001022 01  ULTIMO-DIA-HABIL           PIC 99 VALUE ZERO.
001023 01  DIAS-EN-EL-MES             PIC 99.
001024 01  COCIENTE-BISIESTO          PIC 9(4).
001025 01  RESTO-BISIESTO             PIC 9(4).
001026 01  DIA-DE-LA-SEMANA           PIC 9.
001030 01  FECHA-DEL-SISTEMA.
001040     05 FDS-ANIO                PIC 9(4).
001050     05 FDS-MES                 PIC 99.
001060     05 FDS-DIA                 PIC 99.
001070 01  HORA-DEL-SISTEMA.
001080     05 HDS-HORA                PIC 99.
001090     05 HDS-MIN                 PIC 99.
001100     05 HDS-SEG                 PIC 99.
001110     05 HDS-CENT                PIC 99.
001120 01  HORA-DEL-PASO.
001130     05 HDP-HORA                PIC 99.
001140     05 HDP-MIN                 PIC 99.
001150     05 HDP-SEG                 PIC 99.
001160 01  FECHA-MOSTRADA.
001170     05 FM-ANIO                 PIC 9999.
001180     05 FM-GUION-1              PIC X VALUE "-".
001190     05 FM-MES                  PIC 99.
001200     05 FM-GUION-2              PIC X VALUE "-".
001210     05 FM-DIA                  PIC 99.
001220 01  HORA-MOSTRADA.
001230     05 HM-HORA                 PIC 99.
001240     05 HM-DOSPTOS-1            PIC X VALUE ":".
001250     05 HM-MIN                  PIC 99.
001260     05 HM-DOSPTOS-2            PIC X VALUE ":".
001270     05 HM-SEG                  PIC 99.
001280 01  FECHA-A-MOSTRAR.
001290     05 FAM-ANIO                PIC 9(4).
001300     05 FAM-MES                 PIC 99.
001310     05 FAM-DIA                 PIC 99.
001320 01  HORA-A-MOSTRAR.
001330     05 HAM-HORA                PIC 99.
001340     05 HAM-MIN                 PIC 99.
001350     05 HAM-SEG                 PIC 99.
001360 01  MOMENTO-MOSTRADO.
001370     05 MM-ANIO                 PIC 9999.
001380     05 MM-GUION-1              PIC X VALUE "-".
001390     05 MM-MES                  PIC 99.
001400     05 MM-GUION-2              PIC X VALUE "-".
001410     05 MM-DIA                  PIC 99.
001420     05 MM-BLANCO               PIC X VALUE SPACE.
001430     05 MM-HORA                 PIC 99.
001440     05 MM-DOSPTOS-1            PIC X VALUE ":".
001450     05 MM-MIN                  PIC 99.
001460     05 MM-DOSPTOS-2            PIC X VALUE ":".
001470     05 MM-SEG                  PIC 99.
001480 01  INICIO-MOSTRADO            PIC X(19).
001490 01  FIN-MOSTRADO               PIC X(19).
001500 01  ESTADO-MOSTRADO            PIC X(12).
001510 01  PASO-MOSTRADO              PIC 9.
001520 01  LEIDOS-MOSTRADOS           PIC ZZZ,ZZZ,ZZ9.
001530 01  PROCESADOS-MOSTRADOS       PIC ZZZ,ZZZ,ZZ9.
001540 01  ASIENTOS-MOSTRADOS         PIC ZZZ,ZZZ,ZZ9.
001550 01  CODIGO-MOSTRADO            PIC ZZZ9.
001560 01  INTENTOS-MOSTRADOS         PIC Z9.
001570 01  PAGINA-MOSTRADA            PIC ZZ9.
001580 01  NO-DE-PAGINA               PIC 999 VALUE ZERO.
001590 01  LINEA-ARMADA               PIC X(132).
001591 01  CALCULO-DEL-DIA.
001592     05 CDD-ANIO                PIC 9(4).
001593     05 CDD-MES                 PIC 99.
001594     05 CDD-SIGLO               PIC 99.
001595     05 CDD-ANIO-DEL-SIGLO      PIC 99.
001596     05 CDD-COCIENTE            PIC 9(4).
001597     05 CDD-SUMA                PIC 9(4).
001600*RUTINA DE NIVEL 1
001610 PROCEDURE DIVISION.
001620 PROGRAMA-EMPIEZA.
001630
001640     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
001650     ACCEPT HORA-DEL-SISTEMA FROM TIME.
001660     PERFORM PREPARAR-LOS-PASOS.
001670     PERFORM PEDIR-LA-FECHA-DE-PROCESO.
001680     IF FECHA-INVALIDA
001690         DISPLAY "FECHA DE NEGOCIO INVALIDA, CADENA NO CORRIDA."
001700         MOVE 8 TO RETURN-CODE
001710         GO TO TERMINA-PROGRAMA.
001720     PERFORM LEER-EL-CONTROL-DE-CADENA.
001730     IF ERROR-DE-ARCHIVO
001740         MOVE 8 TO RETURN-CODE
001750         GO TO TERMINA-PROGRAMA.
001760     PERFORM REVISAR-LA-FECHA-ANTERIOR.
001765     PERFORM REVISAR-LA-REVALORIZACION.
001770     IF CADENA-CANCELADA
001780         MOVE 8 TO RETURN-CODE
001790         GO TO TERMINA-PROGRAMA.
001800     PERFORM ABRIR-EL-CONTROL-DE-CADENA.
001810     IF ERROR-DE-ARCHIVO
001820         MOVE 8 TO RETURN-CODE
001830         GO TO TERMINA-PROGRAMA.
001840     PERFORM CORRER-UN-PASO
001850         VARYING IDX-PASO FROM 1 BY 1
001860             UNTIL IDX-PASO > NO-DE-PASOS
001870                 OR CADENA-DETENIDA.
001880     CLOSE CONTROLCADENA-FILE.
001890     PERFORM LIMPIAR-EL-PASO-DE-CADENA.
001900     PERFORM IMPRIMIR-LA-BITACORA.
001910     PERFORM MOSTRAR-TOTALES.
001920     IF CADENA-DETENIDA OR ERROR-DE-ARCHIVO
001930         MOVE 8 TO RETURN-CODE
001940     ELSE
001950         MOVE ZERO TO RETURN-CODE.
001960 TERMINA-PROGRAMA.
001970     STOP RUN.
001980*RUTINAS DE NIVEL 2
001990 PREPARAR-LOS-PASOS.
002000*    El orden de la tabla es el orden de la cadena: los
002010*    vencimientos liquidan antes de que la revalorizacion
002020*    capitalice, y el devengo del dia corre despues para reversar
002030*    el acumulado del periodo que la revalorizacion cerro.
002040     MOVE "VENCIMIENTO-CUENTAS" TO PASO-PROGRAMA (1).
002050     MOVE "REVALORIZACION-CUENTAS" TO PASO-PROGRAMA (2).
002060     MOVE "DEVENGO-DIARIO" TO PASO-PROGRAMA (3).
002070     PERFORM LIMPIAR-UN-PASO
002080         VARYING IDX-PASO FROM 1 BY 1
002090             UNTIL IDX-PASO > NO-DE-PASOS.
002100     MOVE SPACES TO ESTADOS-DE-LA-ANTERIOR.
002110
002120 PEDIR-LA-FECHA-DE-PROCESO.
002130     DISPLAY "FECHA DE NEGOCIO A PROCESAR "
002140         "(AAAAMMDD, VACIO = HOY)".
002150     MOVE SPACES TO FECHA-DE-ENTRADA.
002160     ACCEPT FECHA-DE-ENTRADA.
002170     IF FECHA-DE-ENTRADA = SPACES
002180         MOVE FECHA-DEL-SISTEMA TO FECHA-DE-PROCESO
002190     ELSE
002200     IF FECHA-DE-ENTRADA NUMERIC
002210         MOVE FECHA-DE-ENTRADA TO FECHA-DE-PROCESO
002220     ELSE
002230         SET FECHA-INVALIDA TO TRUE.
002240     IF NOT FECHA-INVALIDA
002250         IF FDP-MES < 1 OR FDP-MES > 12 OR FDP-DIA < 1
002260             SET FECHA-INVALIDA TO TRUE
002270         ELSE
002272             PERFORM DERIVAR-DIAS-EN-EL-MES
002274             IF FDP-DIA > DIAS-EN-EL-MES
002276                 SET FECHA-INVALIDA TO TRUE.
002280
002290 LEER-EL-CONTROL-DE-CADENA.
002300*    Sin archivo CONTROLCADENA es la primera corrida y todos los
002310*    pasos estan pendientes. Cualquier otro error de apertura
002320*    impide saber que paso ya corrio, y la cadena no arranca.
002330     OPEN INPUT CONTROLCADENA-FILE.
002340     IF CONTROLCADENA-STATUS = "00"
002350         PERFORM LEER-UN-CONTROL
002360         PERFORM TOMAR-UN-CONTROL UNTIL FIN-DE-CONTROL
002370         CLOSE CONTROLCADENA-FILE
002380     ELSE
002390     IF CONTROLCADENA-STATUS NOT = "35"
002400         DISPLAY "NO SE PUDO LEER CONTROLCADENA, ESTADO "
002410             CONTROLCADENA-STATUS
002420         SET ERROR-DE-ARCHIVO TO TRUE.
002430
002440 REVISAR-LA-FECHA-ANTERIOR.
002450*    La cadena de la ultima fecha anterior tiene que haber
002460*    terminado sus tres pasos. Si no, se avisa y el operador
002470*    decide si sigue con la fecha nueva.
002480     IF FECHA-ANTERIOR > ZERO
002490         PERFORM REVISAR-UN-ESTADO-ANTERIOR
002500             VARYING IDX-PASO FROM 1 BY 1
002510                 UNTIL IDX-PASO > NO-DE-PASOS.
002520     IF ANTERIOR-INCOMPLETA
002530         DISPLAY "OJO: LA CADENA DEL " FECHA-ANTERIOR
002540             " QUEDO SIN TERMINAR."
002550         DISPLAY "CONTINUA CON LA FECHA " FECHA-DE-PROCESO
002560             " (S/N)"
002570         ACCEPT SI-NO
002580         IF SI-NO NOT = "S" AND SI-NO NOT = "s"
002590             DISPLAY "CADENA CANCELADA."
002600             SET CADENA-CANCELADA TO TRUE.
002610
002611 REVISAR-LA-REVALORIZACION.
002612*    La revalorizacion capitaliza el mes una sola vez: no
002613*    corresponde antes del ultimo dia habil ni si ya esta hecha.
002614     PERFORM CALCULAR-EL-ULTIMO-DIA-HABIL.
002615     PERFORM LEER-EL-PERIODO-DE-CONTROL.
002616     IF FDP-DIA < ULTIMO-DIA-HABIL OR
002617     ULTIMO-PERIODO-POSTEADO NOT < FECHA-DE-PROCESO (1:6)
002618         SET NO-CORRESPONDE-REVALORIZAR TO TRUE.
002619
002620 ABRIR-EL-CONTROL-DE-CADENA.
002630     OPEN EXTEND CONTROLCADENA-FILE.
002640     IF CONTROLCADENA-STATUS NOT = "00"
002650         OPEN OUTPUT CONTROLCADENA-FILE.
002660     IF CONTROLCADENA-STATUS NOT = "00"
002670         DISPLAY "NO SE PUDO ABRIR CONTROLCADENA, ESTADO "
002680             CONTROLCADENA-STATUS
002690         SET ERROR-DE-ARCHIVO TO TRUE.
002700
002710 CORRER-UN-PASO.
002720     SET PASO-MOSTRADO TO IDX-PASO.
002730     IF PASO-ESTADO (IDX-PASO) = "T"
002740         DISPLAY "PASO " PASO-MOSTRADO " "
002750             PASO-PROGRAMA (IDX-PASO) " YA TERMINADO, SE SALTA."
002760         ADD 1 TO NO-DE-PASOS-TERMINADOS
002770     ELSE
002780     IF IDX-PASO > 1 AND PASO-ESTADO (IDX-PASO - 1) NOT = "T"
002790         DISPLAY "PASO " PASO-MOSTRADO " "
002800             PASO-PROGRAMA (IDX-PASO)
002810             " NO SE CORRE: EL PASO ANTERIOR NO TERMINO BIEN."
002820         SET CADENA-DETENIDA TO TRUE
002830         SET NO-DE-PASO-DETENIDO TO IDX-PASO
002840     ELSE
002842     IF IDX-PASO = 2 AND NO-CORRESPONDE-REVALORIZAR
002844         PERFORM SALTAR-EL-PASO
002846     ELSE
002850         PERFORM LANZAR-EL-PASO.
002860
002870 LIMPIAR-EL-PASO-DE-CADENA.
002877*    PASOCADENA queda vacio al volver cada paso y al terminar la
002884*    cadena, para que una corrida suelta de cualquiera de los
002891*    pasos no tome una fecha de negocio vieja.
002900     OPEN OUTPUT PASOCADENA-FILE.
002910     IF PASOCADENA-STATUS = "00"
002920         CLOSE PASOCADENA-FILE.
002930
002940 IMPRIMIR-LA-BITACORA.
002950*    La bitacora es una sola hoja para la entrega de turno.
002960     OPEN OUTPUT BITACORA-FILE.
002970     IF BITACORA-STATUS NOT = "00"
002980         DISPLAY "NO SE PUDO ABRIR BITACORACADENA, ESTADO "
002990             BITACORA-STATUS
003000         SET ERROR-DE-ARCHIVO TO TRUE
003010     ELSE
003020         PERFORM ESCRIBIR-ENCABEZADO-BITACORA
003030         PERFORM ESCRIBIR-LOS-PASOS
003040         PERFORM ESCRIBIR-EL-RESULTADO
003050         CLOSE BITACORA-FILE.
003060
003070 MOSTRAR-TOTALES.
003080     DISPLAY "FECHA DE NEGOCIO        " FECHA-DE-PROCESO.
003090     DISPLAY "PASOS CORRIDOS          " NO-DE-PASOS-CORRIDOS.
003100     DISPLAY "PASOS YA TERMINADOS     " NO-DE-PASOS-TERMINADOS.
003105     DISPLAY "PASOS SIN CORRESPONDER  " NO-DE-PASOS-SIN-CORRER.
003110     IF CADENA-DETENIDA
003120         DISPLAY "CADENA DETENIDA EN EL PASO " NO-DE-PASO-DETENIDO
003130     ELSE
003140         DISPLAY "CADENA COMPLETA".
003150*RUTINAS DE NIVEL 3
003160 LIMPIAR-UN-PASO.
003170     MOVE SPACE TO PASO-ESTADO (IDX-PASO).
003180     MOVE ZERO TO PASO-FECHA-INICIO (IDX-PASO).
003190     MOVE ZERO TO PASO-HORA-INICIO (IDX-PASO).
003200     MOVE ZERO TO PASO-FECHA-FIN (IDX-PASO).
003210     MOVE ZERO TO PASO-HORA-FIN (IDX-PASO).
003220     MOVE ZERO TO PASO-LEIDOS (IDX-PASO).
003230     MOVE ZERO TO PASO-PROCESADOS (IDX-PASO).
003240     MOVE ZERO TO PASO-ASIENTOS (IDX-PASO).
003250     MOVE ZERO TO PASO-CODIGO-RETORNO (IDX-PASO).
003260     MOVE ZERO TO PASO-INTENTOS (IDX-PASO).
003270     MOVE "N" TO PASO-CORRIDO-AHORA (IDX-PASO).
003280
003290 LEER-UN-CONTROL.
003300     MOVE "N" TO SW-FIN-DE-CONTROL.
003310     READ CONTROLCADENA-FILE
003320         AT END MOVE "S" TO SW-FIN-DE-CONTROL.
003330
003340 TOMAR-UN-CONTROL.
003350*    Para la fecha pedida queda el ultimo registro de cada paso;
003360*    de las fechas anteriores solo interesa la mas reciente.
003370     IF CCA-PASO NUMERIC AND CCA-PASO > ZERO AND
003380     CCA-PASO NOT > NO-DE-PASOS AND
003390     CCA-FECHA-DE-PROCESO NUMERIC
003400         IF CCA-FECHA-DE-PROCESO = FECHA-DE-PROCESO
003410             PERFORM TOMAR-EL-ESTADO-DEL-PASO
003420         ELSE
003430         IF CCA-FECHA-DE-PROCESO < FECHA-DE-PROCESO
003440             IF CCA-FECHA-DE-PROCESO > FECHA-ANTERIOR
003450                 MOVE CCA-FECHA-DE-PROCESO TO FECHA-ANTERIOR
003460                 MOVE SPACES TO ESTADOS-DE-LA-ANTERIOR
003470             END-IF
003480             IF CCA-FECHA-DE-PROCESO = FECHA-ANTERIOR
003490                 MOVE CCA-ESTADO TO ANT-ESTADO (CCA-PASO).
003500     PERFORM LEER-UN-CONTROL.
003510
003520 TOMAR-EL-ESTADO-DEL-PASO.
003530     SET IDX-PASO TO CCA-PASO.
003540     MOVE CCA-ESTADO TO PASO-ESTADO (IDX-PASO).
003550     MOVE CCA-FECHA-INICIO TO PASO-FECHA-INICIO (IDX-PASO).
003560     MOVE CCA-HORA-INICIO TO PASO-HORA-INICIO (IDX-PASO).
003570     MOVE CCA-FECHA-FIN TO PASO-FECHA-FIN (IDX-PASO).
003580     MOVE CCA-HORA-FIN TO PASO-HORA-FIN (IDX-PASO).
003590     MOVE CCA-LEIDOS TO PASO-LEIDOS (IDX-PASO).
003600     MOVE CCA-PROCESADOS TO PASO-PROCESADOS (IDX-PASO).
003610     MOVE CCA-ASIENTOS TO PASO-ASIENTOS (IDX-PASO).
003620     MOVE CCA-CODIGO-RETORNO TO PASO-CODIGO-RETORNO (IDX-PASO).
003630     IF CCA-ESTADO = "I"
003640         ADD 1 TO PASO-INTENTOS (IDX-PASO).
003650
003660 REVISAR-UN-ESTADO-ANTERIOR.
003670     IF ANT-ESTADO (IDX-PASO) NOT = "T"
003680         SET ANTERIOR-INCOMPLETA TO TRUE.
003690
003700 LANZAR-EL-PASO.
003710*    Un paso que quedo iniciado sin registro de fin murio a mitad
003720*    de la corrida: se vuelve a lanzar, y cada programa sabe
003730*    reanudar (la revalorizacion por el sello de periodo de cada
003740*    cuenta, los vencimientos porque la cuenta liquidada ya no
003750*    esta vencida).
003760     IF PASO-ESTADO (IDX-PASO) = "I"
003770         DISPLAY "PASO " PASO-MOSTRADO " "
003780             PASO-PROGRAMA (IDX-PASO)
003790             " QUEDO INICIADO SIN TERMINAR, SE REANUDA."
003800     ELSE
003810     IF PASO-ESTADO (IDX-PASO) = "F"
003820         DISPLAY "PASO " PASO-MOSTRADO " "
003830             PASO-PROGRAMA (IDX-PASO) " FALLO ANTES, SE REANUDA.".
003840     MOVE "S" TO PASO-CORRIDO-AHORA (IDX-PASO).
003850     ADD 1 TO NO-DE-PASOS-CORRIDOS.
003860     ADD 1 TO PASO-INTENTOS (IDX-PASO).
003870     MOVE "I" TO PASO-ESTADO (IDX-PASO).
003880     PERFORM TOMAR-LA-HORA.
003890     MOVE FECHA-DEL-SISTEMA TO PASO-FECHA-INICIO (IDX-PASO).
003900     MOVE HORA-DEL-PASO TO PASO-HORA-INICIO (IDX-PASO).
003910     MOVE ZERO TO PASO-FECHA-FIN (IDX-PASO).
003920     MOVE ZERO TO PASO-HORA-FIN (IDX-PASO).
003930     MOVE ZERO TO PASO-LEIDOS (IDX-PASO).
003940     MOVE ZERO TO PASO-PROCESADOS (IDX-PASO).
003950     MOVE ZERO TO PASO-ASIENTOS (IDX-PASO).
003960     MOVE ZERO TO PASO-CODIGO-RETORNO (IDX-PASO).
003970     PERFORM GRABAR-EL-CONTROL-DEL-PASO.
003980     PERFORM PREPARAR-EL-PASO-DE-CADENA.
003990     IF ERROR-DE-ARCHIVO
004000         DISPLAY "PASO " PASO-MOSTRADO " "
004010             PASO-PROGRAMA (IDX-PASO)
004020             " NO SE CORRE: NO SE PUDO CONTROLAR."
004030         MOVE "F" TO PASO-ESTADO (IDX-PASO)
004040         MOVE 8 TO PASO-CODIGO-RETORNO (IDX-PASO)
004050         SET CADENA-DETENIDA TO TRUE
004060         SET NO-DE-PASO-DETENIDO TO IDX-PASO
004070     ELSE
004080         PERFORM LLAMAR-AL-PROGRAMA
004090         PERFORM RECOGER-EL-PASO-DE-CADENA
004095         PERFORM LIMPIAR-EL-PASO-DE-CADENA
004100         PERFORM CERRAR-EL-PASO.
004110
004120 TOMAR-LA-HORA.
004130     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
004140     ACCEPT HORA-DEL-SISTEMA FROM TIME.
004150     MOVE HDS-HORA TO HDP-HORA.
004160     MOVE HDS-MIN TO HDP-MIN.
004170     MOVE HDS-SEG TO HDP-SEG.
004180
004190 GRABAR-EL-CONTROL-DEL-PASO.
004200     MOVE FECHA-DE-PROCESO TO CCA-FECHA-DE-PROCESO.
004210     SET CCA-PASO TO IDX-PASO.
004220     MOVE PASO-PROGRAMA (IDX-PASO) TO CCA-PROGRAMA.
004230     MOVE PASO-ESTADO (IDX-PASO) TO CCA-ESTADO.
004240     MOVE PASO-FECHA-INICIO (IDX-PASO) TO CCA-FECHA-INICIO.
004250     MOVE PASO-HORA-INICIO (IDX-PASO) TO CCA-HORA-INICIO.
004260     MOVE PASO-FECHA-FIN (IDX-PASO) TO CCA-FECHA-FIN.
004270     MOVE PASO-HORA-FIN (IDX-PASO) TO CCA-HORA-FIN.
004280     MOVE PASO-LEIDOS (IDX-PASO) TO CCA-LEIDOS.
004290     MOVE PASO-PROCESADOS (IDX-PASO) TO CCA-PROCESADOS.
004300     MOVE PASO-ASIENTOS (IDX-PASO) TO CCA-ASIENTOS.
004310     MOVE PASO-CODIGO-RETORNO (IDX-PASO) TO CCA-CODIGO-RETORNO.
004320     WRITE CONTROLCADENA-REGISTRO.
004330     IF CONTROLCADENA-STATUS NOT = "00"
004340         DISPLAY "ERROR AL GRABAR CONTROLCADENA, ESTADO "
004350             CONTROLCADENA-STATUS
004360         SET ERROR-DE-ARCHIVO TO TRUE.
004370
004380 PREPARAR-EL-PASO-DE-CADENA.
004390*    El paso lee la fecha de negocio de PASOCADENA al empezar y
004400*    deja ahi sus contadores al terminar.
004410     OPEN OUTPUT PASOCADENA-FILE.
004420     IF PASOCADENA-STATUS NOT = "00"
004430         DISPLAY "NO SE PUDO GRABAR PASOCADENA, ESTADO "
004440             PASOCADENA-STATUS
004450         SET ERROR-DE-ARCHIVO TO TRUE
004460     ELSE
004470         MOVE FECHA-DE-PROCESO TO PAS-FECHA-DE-PROCESO
004480         MOVE ZERO TO PAS-LEIDOS
004490         MOVE ZERO TO PAS-PROCESADOS
004500         MOVE ZERO TO PAS-ASIENTOS
004510         WRITE PASOCADENA-REGISTRO
004520         CLOSE PASOCADENA-FILE.
004530
004540 LLAMAR-AL-PROGRAMA.
004550*    El programa del paso vuelve con GOBACK y deja su codigo en
004557*    RETURN-CODE; mientras corre, CADENA-EN-CURSO esta en S. Se
004564*    cancela despues de la llamada para que una proxima corrida
004571*    lo encuentre en su estado inicial.
004580     MOVE PASO-PROGRAMA (IDX-PASO) TO PROGRAMA-A-LLAMAR.
004590     DISPLAY "PASO " PASO-MOSTRADO " " PROGRAMA-A-LLAMAR
004600         " EMPIEZA.".
004610     MOVE ZERO TO RETURN-CODE.
004615     MOVE "S" TO CADENA-EN-CURSO.
004620     CALL PROGRAMA-A-LLAMAR
004630         ON EXCEPTION
004640             DISPLAY "NO SE PUDO LLAMAR AL PROGRAMA "
004650                 PROGRAMA-A-LLAMAR
004660             MOVE 8 TO RETURN-CODE
004670     END-CALL.
004675     MOVE SPACE TO CADENA-EN-CURSO.
004680     MOVE RETURN-CODE TO CODIGO-DEL-PASO.
004690     CANCEL PROGRAMA-A-LLAMAR.
004700     MOVE ZERO TO RETURN-CODE.
004710
004720 RECOGER-EL-PASO-DE-CADENA.
004730*    Si el paso no devolvio sus contadores (termino antes de leer
004740*    la fecha o murio) los contadores quedan en cero.
004750     OPEN INPUT PASOCADENA-FILE.
004760     IF PASOCADENA-STATUS = "00"
004770         READ PASOCADENA-FILE
004780         IF PASOCADENA-STATUS = "00" AND
004790         PAS-LEIDOS NUMERIC AND PAS-PROCESADOS NUMERIC AND
004800         PAS-ASIENTOS NUMERIC
004810             MOVE PAS-LEIDOS TO PASO-LEIDOS (IDX-PASO)
004820             MOVE PAS-PROCESADOS TO PASO-PROCESADOS (IDX-PASO)
004830             MOVE PAS-ASIENTOS TO PASO-ASIENTOS (IDX-PASO)
004840         END-IF
004850         CLOSE PASOCADENA-FILE.
004860
004870 CERRAR-EL-PASO.
004880*    Codigo 4 es aviso y el paso se da por terminado; de 8 para
004890*    arriba el paso fallo y la cadena se detiene en el.
004900     PERFORM TOMAR-LA-HORA.
004910     MOVE FECHA-DEL-SISTEMA TO PASO-FECHA-FIN (IDX-PASO).
004920     MOVE HORA-DEL-PASO TO PASO-HORA-FIN (IDX-PASO).
004930     MOVE CODIGO-DEL-PASO TO PASO-CODIGO-RETORNO (IDX-PASO).
004940     IF CODIGO-DEL-PASO > 4
004950         MOVE "F" TO PASO-ESTADO (IDX-PASO)
004960         DISPLAY "PASO " PASO-MOSTRADO " "
004970             PASO-PROGRAMA (IDX-PASO)
004980             " FALLO, CODIGO " CODIGO-DEL-PASO
004990         SET CADENA-DETENIDA TO TRUE
005000         SET NO-DE-PASO-DETENIDO TO IDX-PASO
005010     ELSE
005020         MOVE "T" TO PASO-ESTADO (IDX-PASO)
005030         DISPLAY "PASO " PASO-MOSTRADO " "
005040             PASO-PROGRAMA (IDX-PASO) " TERMINADO.".
005050     PERFORM GRABAR-EL-CONTROL-DEL-PASO.
005060     IF ERROR-DE-ARCHIVO
005070         SET CADENA-DETENIDA TO TRUE
005080         SET NO-DE-PASO-DETENIDO TO IDX-PASO.
005090
005100 ESCRIBIR-ENCABEZADO-BITACORA.
005110     MOVE FDS-ANIO TO FM-ANIO.
005120     MOVE FDS-MES  TO FM-MES.
005130     MOVE FDS-DIA  TO FM-DIA.
005140     MOVE HDS-HORA TO HM-HORA.
005150     MOVE HDS-MIN  TO HM-MIN.
005160     MOVE HDS-SEG  TO HM-SEG.
005170     ADD 1 TO NO-DE-PAGINA.
005180     MOVE NO-DE-PAGINA TO PAGINA-MOSTRADA.
005190     MOVE SPACES TO LINEA-ARMADA.
005200     STRING "BITACORA DE LA CADENA DE CIERRE"
005210         "   FECHA: " FECHA-MOSTRADA
005220         "   HORA: " HORA-MOSTRADA
005230         "   PAGINA: " PAGINA-MOSTRADA
005240         DELIMITED BY SIZE INTO LINEA-ARMADA.
005250     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
005260     MOVE SPACES TO LINEA-ARMADA.
005270     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
005280     MOVE FDP-ANIO TO FM-ANIO.
005290     MOVE FDP-MES  TO FM-MES.
005300     MOVE FDP-DIA  TO FM-DIA.
005310     MOVE SPACES TO LINEA-ARMADA.
005320     STRING "FECHA DE NEGOCIO: " FECHA-MOSTRADA
005330         "   PERIODO: " FDP-ANIO FDP-MES
005340         DELIMITED BY SIZE INTO LINEA-ARMADA.
005350     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
005360     MOVE SPACES TO LINEA-ARMADA.
005370     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
005380     MOVE SPACES TO LINEA-ARMADA.
005390     STRING "PASO  PROGRAMA                ESTADO        "
005400         "INICIO               FIN                  "
005410         "     LEIDAS  PROCESADAS    ASIENTOS    RC INT"
005420         DELIMITED BY SIZE INTO LINEA-ARMADA.
005430     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
005440
005450 ESCRIBIR-LOS-PASOS.
005460     PERFORM ESCRIBIR-UN-PASO
005470         VARYING IDX-PASO FROM 1 BY 1
005480             UNTIL IDX-PASO > NO-DE-PASOS.
005490
005500 ESCRIBIR-UN-PASO.
005510     PERFORM DESCRIBIR-EL-ESTADO.
005520     MOVE PASO-FECHA-INICIO (IDX-PASO) TO FECHA-A-MOSTRAR.
005530     MOVE PASO-HORA-INICIO (IDX-PASO) TO HORA-A-MOSTRAR.
005540     PERFORM ARMAR-EL-MOMENTO.
005550     MOVE MOMENTO-MOSTRADO TO INICIO-MOSTRADO.
005560     MOVE PASO-FECHA-FIN (IDX-PASO) TO FECHA-A-MOSTRAR.
005570     MOVE PASO-HORA-FIN (IDX-PASO) TO HORA-A-MOSTRAR.
005580     PERFORM ARMAR-EL-MOMENTO.
005590     MOVE MOMENTO-MOSTRADO TO FIN-MOSTRADO.
005600     SET PASO-MOSTRADO TO IDX-PASO.
005610     MOVE PASO-LEIDOS (IDX-PASO) TO LEIDOS-MOSTRADOS.
005620     MOVE PASO-PROCESADOS (IDX-PASO) TO PROCESADOS-MOSTRADOS.
005630     MOVE PASO-ASIENTOS (IDX-PASO) TO ASIENTOS-MOSTRADOS.
005640     MOVE PASO-CODIGO-RETORNO (IDX-PASO) TO CODIGO-MOSTRADO.
005650     MOVE PASO-INTENTOS (IDX-PASO) TO INTENTOS-MOSTRADOS.
005660     MOVE SPACES TO LINEA-ARMADA.
005670     STRING "  " PASO-MOSTRADO
005680         "   " PASO-PROGRAMA (IDX-PASO)
005690         "  " ESTADO-MOSTRADO
005700         "  " INICIO-MOSTRADO
005710         "  " FIN-MOSTRADO
005720         "  " LEIDOS-MOSTRADOS
005730         " " PROCESADOS-MOSTRADOS
005740         " " ASIENTOS-MOSTRADOS
005750         "  " CODIGO-MOSTRADO
005760         "  " INTENTOS-MOSTRADOS
005770         DELIMITED BY SIZE INTO LINEA-ARMADA.
005780     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
005790
005800 DESCRIBIR-EL-ESTADO.
005810     IF PASO-ESTADO (IDX-PASO) = "T"
005820         IF PASO-CORRIDO-AHORA (IDX-PASO) = "S"
005830             MOVE "TERMINADO" TO ESTADO-MOSTRADO
005840         ELSE
005850             MOVE "YA TERMINADO" TO ESTADO-MOSTRADO
005860         END-IF
005862         IF PASO-CORRIDO-AHORA (IDX-PASO) = "X"
005864             MOVE "NO APLICA" TO ESTADO-MOSTRADO
005866         END-IF
005870     ELSE
005880     IF PASO-ESTADO (IDX-PASO) = "F"
005890         MOVE "FALLADO" TO ESTADO-MOSTRADO
005900     ELSE
005910     IF PASO-ESTADO (IDX-PASO) = "I"
005920         MOVE "INTERRUMPIDO" TO ESTADO-MOSTRADO
005930     ELSE
005940         MOVE "PENDIENTE" TO ESTADO-MOSTRADO.
005950
005960 ARMAR-EL-MOMENTO.
005970*    Un momento en cero es un paso que no llego a esa marca.
005980     IF FECHA-A-MOSTRAR = ZERO
005990         MOVE SPACES TO MOMENTO-MOSTRADO
006000     ELSE
006010         MOVE FAM-ANIO TO MM-ANIO
006020         MOVE "-" TO MM-GUION-1
006030         MOVE FAM-MES TO MM-MES
006040         MOVE "-" TO MM-GUION-2
006050         MOVE FAM-DIA TO MM-DIA
006060         MOVE SPACE TO MM-BLANCO
006070         MOVE HAM-HORA TO MM-HORA
006080         MOVE ":" TO MM-DOSPTOS-1
006090         MOVE HAM-MIN TO MM-MIN
006100         MOVE ":" TO MM-DOSPTOS-2
006110         MOVE HAM-SEG TO MM-SEG.
006120
006130 ESCRIBIR-EL-RESULTADO.
006140     MOVE SPACES TO LINEA-ARMADA.
006150     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006160     MOVE SPACES TO LINEA-ARMADA.
006170     IF CADENA-DETENIDA
006180         STRING "RESULTADO: CADENA DETENIDA EN EL PASO "
006190             NO-DE-PASO-DETENIDO " "
006200             PASO-PROGRAMA (NO-DE-PASO-DETENIDO)
006210             DELIMITED BY SIZE INTO LINEA-ARMADA
006220         PERFORM ESCRIBIR-LINEA-DE-BITACORA
006230         MOVE SPACES TO LINEA-ARMADA
006240         STRING "           AL VOLVER A CORRER LA CADENA PARA "
006250             "ESTA FECHA SE REANUDA DESDE ESE PASO."
006260             DELIMITED BY SIZE INTO LINEA-ARMADA
006270         PERFORM ESCRIBIR-LINEA-DE-BITACORA
006280     ELSE
006290         MOVE "RESULTADO: CADENA COMPLETA." TO LINEA-ARMADA
006300         PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006310     IF ANTERIOR-INCOMPLETA
006320         MOVE SPACES TO LINEA-ARMADA
006330         STRING "OJO: LA CADENA DEL " FECHA-ANTERIOR
006340             " QUEDO SIN TERMINAR."
006350             DELIMITED BY SIZE INTO LINEA-ARMADA
006360         PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006370     IF ERROR-DE-ARCHIVO
006380         MOVE "OJO: HUBO ERRORES AL GRABAR EL CONTROL."
006390             TO LINEA-ARMADA
006400         PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006410     MOVE SPACES TO LINEA-ARMADA.
006420     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006430     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006440     MOVE SPACES TO LINEA-ARMADA.
006450     STRING "ENTREGA EL TURNO: ____________________"
006460         "     RECIBE EL TURNO: ____________________"
006470         DELIMITED BY SIZE INTO LINEA-ARMADA.
006480     PERFORM ESCRIBIR-LINEA-DE-BITACORA.
006490
006500 ESCRIBIR-LINEA-DE-BITACORA.
006510     MOVE LINEA-ARMADA TO LINEA-DE-BITACORA.
006520     WRITE LINEA-DE-BITACORA.
006530     IF BITACORA-STATUS NOT = "00"
006540         SET ERROR-DE-ARCHIVO TO TRUE.
006550
006560 SALTAR-EL-PASO.
006570*    El paso queda terminado sin correr, con su registro T en
006580*    CONTROLCADENA, para que la fecha cuente como completa.
006590     DISPLAY "PASO " PASO-MOSTRADO " "
006600         PASO-PROGRAMA (IDX-PASO)
006610         " NO CORRESPONDE HOY, SE SALTA.".
006620     MOVE "X" TO PASO-CORRIDO-AHORA (IDX-PASO).
006630     ADD 1 TO NO-DE-PASOS-SIN-CORRER.
006640     MOVE "T" TO PASO-ESTADO (IDX-PASO).
006650     PERFORM TOMAR-LA-HORA.
006660     MOVE FECHA-DEL-SISTEMA TO PASO-FECHA-INICIO (IDX-PASO).
006670     MOVE HORA-DEL-PASO TO PASO-HORA-INICIO (IDX-PASO).
006680     MOVE FECHA-DEL-SISTEMA TO PASO-FECHA-FIN (IDX-PASO).
006690     MOVE HORA-DEL-PASO TO PASO-HORA-FIN (IDX-PASO).
006700     PERFORM GRABAR-EL-CONTROL-DEL-PASO.
006710     IF ERROR-DE-ARCHIVO
006720         SET CADENA-DETENIDA TO TRUE
006730         SET NO-DE-PASO-DETENIDO TO IDX-PASO.
006740
006750 LEER-EL-PERIODO-DE-CONTROL.
006760*    PERIODOS es el archivo que deja la revalorizacion con el
006770*    ultimo periodo que contabilizo.
006780     OPEN INPUT PERIODOS-FILE.
006790     IF PERIODOS-STATUS = "00"
006800         READ PERIODOS-FILE
006810         IF PERIODOS-STATUS = "00" AND PER-ULTIMO-PERIODO NUMERIC
006820             MOVE PER-ULTIMO-PERIODO TO ULTIMO-PERIODO-POSTEADO
006830         END-IF
006840         CLOSE PERIODOS-FILE.
006850
006860 CALCULAR-EL-ULTIMO-DIA-HABIL.
006870*    El ultimo dia del mes, corrido al viernes si cae sabado o
006880*    domingo. El dia de la semana sale por la congruencia de
006890*    Zeller: 0 es sabado, 1 domingo, 2 lunes y asi hasta 6.
006900     PERFORM DERIVAR-DIAS-EN-EL-MES.
006910     MOVE DIAS-EN-EL-MES TO ULTIMO-DIA-HABIL.
006920     MOVE FDP-ANIO TO CDD-ANIO.
006930     MOVE FDP-MES TO CDD-MES.
006940     IF CDD-MES < 3
006950         ADD 12 TO CDD-MES
006960         SUBTRACT 1 FROM CDD-ANIO.
006970     DIVIDE CDD-ANIO BY 100 GIVING CDD-SIGLO
006980         REMAINDER CDD-ANIO-DEL-SIGLO.
006990     COMPUTE CDD-COCIENTE = (13 * (CDD-MES + 1)) / 5.
007000     COMPUTE CDD-SUMA = DIAS-EN-EL-MES + CDD-COCIENTE
007010         + CDD-ANIO-DEL-SIGLO + 5 * CDD-SIGLO.
007020     DIVIDE CDD-ANIO-DEL-SIGLO BY 4 GIVING CDD-COCIENTE.
007030     ADD CDD-COCIENTE TO CDD-SUMA.
007040     DIVIDE CDD-SIGLO BY 4 GIVING CDD-COCIENTE.
007050     ADD CDD-COCIENTE TO CDD-SUMA.
007060     DIVIDE CDD-SUMA BY 7 GIVING CDD-COCIENTE
007070         REMAINDER DIA-DE-LA-SEMANA.
007080     IF DIA-DE-LA-SEMANA = 0
007090         SUBTRACT 1 FROM ULTIMO-DIA-HABIL
007100     ELSE
007110     IF DIA-DE-LA-SEMANA = 1
007120         SUBTRACT 2 FROM ULTIMO-DIA-HABIL.
007130
007140 DERIVAR-DIAS-EN-EL-MES.
007150     IF FDP-MES = 2
007160         PERFORM DERIVAR-DIAS-DE-FEBRERO
007170     ELSE
007180     IF FDP-MES = 4 OR FDP-MES = 6 OR FDP-MES = 9 OR
007190     FDP-MES = 11
007200         MOVE 30 TO DIAS-EN-EL-MES
007210     ELSE
007220         MOVE 31 TO DIAS-EN-EL-MES.
007230
007240 DERIVAR-DIAS-DE-FEBRERO.
007250     MOVE 28 TO DIAS-EN-EL-MES.
007260     DIVIDE FDP-ANIO BY 4 GIVING COCIENTE-BISIESTO
007270         REMAINDER RESTO-BISIESTO.
007280     IF RESTO-BISIESTO = ZERO
007290         MOVE 29 TO DIAS-EN-EL-MES.
007300     DIVIDE FDP-ANIO BY 100 GIVING COCIENTE-BISIESTO
007310         REMAINDER RESTO-BISIESTO.
007320     IF RESTO-BISIESTO = ZERO
007330         MOVE 28 TO DIAS-EN-EL-MES.
007340     DIVIDE FDP-ANIO BY 400 GIVING COCIENTE-BISIESTO
007350         REMAINDER RESTO-BISIESTO.
007360     IF RESTO-BISIESTO = ZERO
007370         MOVE 29 TO DIAS-EN-EL-MES.
