*> debita cobranças de contas com convênio autorizado para a
*> empresa do arquivo de cobrança. Situação: A=autorizado
*> C=cancelado. Um convênio cancelado permanece no arquivo para
*> consulta. O encerramento da conta cancela todos os seus
*> convênios.
01 CONVENIO-REC.
   05 CONV-CHAVE.
      10 CONV-EMPRESA       PIC X(5).
