000720     05 TASA-RETENCION-ENT       PIC 99V99.
000730     05 TASA-RENUEVA-ENT         PIC X.
000740     05 TASA-DESDE-ENT           PIC 9(9)V99.
000742     05 TASA-PENALIDAD-TIPO-ENT  PIC X.
000744     05 TASA-PENALIDAD-ENT       PIC 999V9.
000750 FD  CHECKPOINT-FILE.
000760 01  CHECKPOINT-REGISTRO.
000770     05 CHECKPOINT-CONTADOR      PIC 9(9).
