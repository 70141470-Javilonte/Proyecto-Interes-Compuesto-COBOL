000470     05 CUENTA-ESTADO            PIC X.
000480     05 CUENTA-MONEDA            PIC X(03).
000490     05 CUENTA-ULTIMO-PERIODO    PIC 9(6).
000495     05 CUENTA-CLIENTE           PIC X(10).
000500 FD  TASAS-FILE.
000510 01  TASAS-REGISTRO.
000520     05 TASA-CODIGO-ENT          PIC X(06).
000540     05 TASA-RETENCION-ENT       PIC 99V99.
000550     05 TASA-RENUEVA-ENT         PIC X.
000560     05 TASA-DESDE-ENT           PIC 9(9)V99.
000562     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000564     05 TASA-PENALIDAD-ENT       PIC 999V9.
000570 FD  PROPUESTAS-FILE.
000580 01  PROPUESTAS-REGISTRO.
000590     05 PROP-CODIGO-ENT          PIC X(06).
