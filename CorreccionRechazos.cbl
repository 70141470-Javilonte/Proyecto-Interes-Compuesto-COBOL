000480     05 TASA-RETENCION-ENT       PIC 99V99.
000490     05 TASA-RENUEVA-ENT         PIC X.
000500     05 TASA-DESDE-ENT           PIC 9(9)V99.
000502     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000504     05 TASA-PENALIDAD-ENT       PIC 999V9.
000510 FD  LIMITES-FILE.
000520 01  LIMITES-REGISTRO.
000530     05 LIM-PRINCIPAL-MIN-ENT    PIC 9(9)V99.
