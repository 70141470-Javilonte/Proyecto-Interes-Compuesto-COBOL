000650     05 TASA-RETENCION-ENT       PIC 99V99.
000660     05 TASA-RENUEVA-ENT         PIC X.
000670     05 TASA-DESDE-ENT           PIC 9(9)V99.
000672     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000674     05 TASA-PENALIDAD-ENT       PIC 999V9.
000680 FD  LIMITES-FILE.
000690 01  LIMITES-REGISTRO.
000700     05 LIM-PRINCIPAL-MIN-ENT    PIC 9(9)V99.
