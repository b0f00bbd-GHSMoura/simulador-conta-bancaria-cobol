*> Layout do arquivo de controle de execução dos jobs batch
*> CONTROLE.DAT (indexado por referência + job). A referência é
*> AAAAMMDD para jobs diários, AAAAMM00 para jobs mensais e
*> AAAA0000 para jobs anuais (ano-base). Cada job grava "I" ao
*> iniciar e "C" ao terminar limpo; os programas consultam este
*> arquivo para recusar uma segunda execução do mesmo período e
*> para exigir que o pré-requisito do dia já tenha terminado.
*> CONSULTA-BATCH mostra a situação ao operador.
01 CONTROLE-REC.
   05 CTL-CHAVE.
      10 CTL-REFERENCIA   PIC X(8).
