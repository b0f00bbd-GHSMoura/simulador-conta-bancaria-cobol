*> escapa da corrente. FDI-DATA é a data em que o fecho foi
*> gravado. O fecho prova que o diário está completo antes de
*> JUROSMEN e GLMOVDIA construírem sobre ele. Uma reexecução do
*> RECONCIL anexa um novo fecho do mesmo dia - vale o último. O
*> detalhamento do fecho por data e tipo fica em JORNCTRT.DAT.
01 FECHO-DIARIO-REC.
   05 FDI-DATA            PIC X(8).
   05 FDI-SEQ-INICIAL     PIC 9(7).
