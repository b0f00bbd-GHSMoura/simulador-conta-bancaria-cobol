*> todo dia pelo batch TRANSF-PROGRAMADA no dia do mês indicado,
*> entre os períodos de início e fim (AAAAMM, fim 999912 para
*> ordens sem prazo). Situação: A=ativa C=cancelada. Uma ordem
*> cancelada permanece no arquivo para consulta. O encerramento da
*> conta no MANUTENCAO-CONTA cancela as ordens ativas em que ela é
*> origem ou destino.
01 AGEN-REC.
   05 AGEN-CHAVE.
      10 AGEN-CONTA-ORIGEM  PIC 9(6).
