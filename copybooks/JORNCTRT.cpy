*> Layout do detalhamento dos fechos do diário JORNCTRT.DAT
*> (indexado por data do fecho + data do lançamento + tipo de
*> operação), gravado pelo RECONCILIACAO junto com cada registro de
*> JORNCTRL.DAT: quantidade e totais de crédito e débito dos
*> lançamentos da janela do fecho, abertos pela data do lançamento
*> e pelo tipo de operação, com a mesma classificação de crédito e
*> débito do fecho. Como a janela é definida pela sequência, um
*> fecho pode trazer lançamentos datados do dia anterior (os que
*> JUROSMEN e TARIFMEN gravam depois do RECONCIL); aberto pela data
*> do lançamento, o detalhamento permite ao GL-CONCILIACAO comparar
*> cada dia do GLMOV com o que o diário fechou para aquele dia.
*> Uma reexecução do RECONCIL regrava o detalhamento do mesmo
*> fecho - vale o último, como no JORNCTRL.DAT.
01 FECHO-TIPO-REC.
   05 FTP-CHAVE.
      10 FTP-DATA-FECHO      PIC X(8).
      10 FTP-DATA-LANC       PIC X(8).
      10 FTP-TIPO-OP         PIC 9.
   05 FTP-QTD-LANCAMENTOS    PIC 9(7).
   05 FTP-TOTAL-CREDITOS     PIC 9(9)V99.
   05 FTP-TOTAL-DEBITOS      PIC 9(9)V99.
