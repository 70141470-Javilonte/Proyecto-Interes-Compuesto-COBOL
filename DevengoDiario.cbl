000159*    capitalizo.
000160*    Las cuentas cerradas y las vencidas no devengan, igual que
000170*    en la revalorizacion mensual.
000172*    Corre suelto o como paso de la cadena de cierre que lanza
000174*    CADENA-CIERRE: en la cadena toma la fecha de negocio del
000176*    archivo PASOCADENA en lugar de la fecha del sistema y le
000178*    devuelve sus contadores al terminar.
000180 ENVIRONMENT DIVISION.
000190 INPUT-OUTPUT SECTION.
000200 FILE-CONTROL.
000380     SELECT CONTABLE-FILE ASSIGN TO "CONTABLE"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CONTABLE-STATUS.
000402     SELECT PASOCADENA-FILE ASSIGN TO "PASOCADENA"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS PASOCADENA-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  CUENTAS-FILE.
000530     05 CUENTA-ESTADO            PIC X.
000540     05 CUENTA-MONEDA            PIC X(03).
000550     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000555     05 CUENTA-CLIENTE           PIC X(10).
000560 FD  TASAS-FILE.
000570 01  TASAS-REGISTRO.
000580     05 TASA-CODIGO-ENT          PIC X(06).
000600     05 TASA-RETENCION-ENT       PIC 99V99.
000610     05 TASA-RENUEVA-ENT         PIC X.
000620     05 TASA-DESDE-ENT           PIC 9(9)V99.
000622     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000624     05 TASA-PENALIDAD-ENT       PIC 999V9.
000630 FD  MONEDAS-FILE.
000640 01  MONEDAS-REGISTRO.
000650     05 MON-CODIGO-ENT           PIC X(03).
000840     05 CON-CONCEPTO             PIC X(20).
000850     05 CON-MONEDA               PIC X(03).
000860     05 CON-MONTO-BASE           PIC 9(13)V99.
000861 FD  PASOCADENA-FILE.
000862 01  PASOCADENA-REGISTRO.
000863     05 PAS-FECHA-DE-PROCESO     PIC 9(8).
000864     05 PAS-LEIDOS               PIC 9(9).
000865     05 PAS-PROCESADOS           PIC 9(9).
000866     05 PAS-ASIENTOS             PIC 9(9).
000870 WORKING-STORAGE SECTION.
000880
000890 01  CUENTAS-STATUS             PIC XX.
000920 01  PERIODOS-STATUS            PIC XX.
000930 01  DEVENGOS-STATUS            PIC XX.
000940 01  CONTABLE-STATUS            PIC XX.
000942 01  PASOCADENA-STATUS          PIC XX.
000944 01  SW-EN-CADENA               PIC X VALUE "N".
000946     88 EN-CADENA                    VALUE "S".
000947 01  CADENA-EN-CURSO            PIC X EXTERNAL.
000948     88 LLAMADO-POR-LA-CADENA        VALUE "S".
000949 01  SI-NO                      PIC X.
000950 01  SW-FIN-DE-CUENTAS          PIC X.
000960     88 FIN-DE-CUENTAS                VALUE "S".
000970     88 NO-FIN-DE-CUENTAS             VALUE "N".
001680 PROGRAMA-EMPIEZA.
001690
001700     ACCEPT FECHA-DEL-SISTEMA FROM DATE YYYYMMDD.
001705     PERFORM LEER-EL-PASO-DE-CADENA.
001710     MOVE FECHA-DEL-SISTEMA (1:6) TO PERIODO-DE-PROCESO.
001720     PERFORM ABRIR-TASAS.
001730     PERFORM ABRIR-MONEDAS.
001960     IF ERROR-DE-ARCHIVO
001970         MOVE 8 TO RETURN-CODE.
001980 TERMINA-PROGRAMA.
001990     IF EN-CADENA
001993         PERFORM DEVOLVER-EL-PASO-DE-CADENA.
001996     GOBACK.
002000*RUTINAS DE NIVEL 2
002010 ABRIR-TASAS.
002020     OPEN INPUT TASAS-FILE.
005410     DISPLAY "TOTAL DEBE          " TOTAL-MOSTRADO.
005420     MOVE TOTAL-HABER TO TOTAL-MOSTRADO.
005430     DISPLAY "TOTAL HABER         " TOTAL-MOSTRADO.
005440
005450 LEER-EL-PASO-DE-CADENA.
005460*    Cuando la corrida la lanza CADENA-CIERRE el archivo
005470*    PASOCADENA trae la fecha de negocio que se procesa, y a la
005480*    vuelta lleva los contadores del paso al control de la
005490*    cadena. Una corrida suelta, sin ese archivo o con el
005500*    archivo vacio, toma la fecha del sistema como siempre.
005503*    Una fecha que no es la del sistema en una corrida suelta es
005506*    de una cadena que no limpio el archivo: se pregunta.
005510     OPEN INPUT PASOCADENA-FILE.
005520     IF PASOCADENA-STATUS = "00"
005530         READ PASOCADENA-FILE
005540         IF PASOCADENA-STATUS = "00" AND
005550         PAS-FECHA-DE-PROCESO NUMERIC AND
005560         PAS-FECHA-DE-PROCESO > ZERO
005575             PERFORM TOMAR-LA-FECHA-DE-CADENA
005590         END-IF
005600         CLOSE PASOCADENA-FILE.
005610
005620 DEVOLVER-EL-PASO-DE-CADENA.
005630     OPEN OUTPUT PASOCADENA-FILE.
005640     IF PASOCADENA-STATUS = "00"
005650         MOVE FECHA-DEL-SISTEMA TO PAS-FECHA-DE-PROCESO
005660         MOVE NO-DE-CUENTAS-LEIDAS TO PAS-LEIDOS
005670         MOVE NO-DE-CUENTAS-DEVENGADAS TO PAS-PROCESADOS
005680         MOVE NO-DE-LINEAS-CONTABLES TO PAS-ASIENTOS
005690         WRITE PASOCADENA-REGISTRO
005700         CLOSE PASOCADENA-FILE.
005710
005720 TOMAR-LA-FECHA-DE-CADENA.
005730     IF LLAMADO-POR-LA-CADENA OR
005740     PAS-FECHA-DE-PROCESO = FECHA-DEL-SISTEMA
005750         SET EN-CADENA TO TRUE
005760         MOVE PAS-FECHA-DE-PROCESO TO FECHA-DEL-SISTEMA
005770     ELSE
005780         DISPLAY "OJO: PASOCADENA TRAE LA FECHA DE NEGOCIO "
005790             PAS-FECHA-DE-PROCESO
005800         DISPLAY "     Y LA FECHA DEL SISTEMA ES "
005810             FECHA-DEL-SISTEMA
005820         DISPLAY "CORRE CON LA FECHA DE PASOCADENA (S/N)"
005830         ACCEPT SI-NO
005840         IF SI-NO = "S" OR SI-NO = "s"
005850             SET EN-CADENA TO TRUE
005860             MOVE PAS-FECHA-DE-PROCESO TO FECHA-DEL-SISTEMA
005870         ELSE
005880             DISPLAY "SE CORRE CON LA FECHA DEL SISTEMA.".
