*> Layout da tabela de tarifas TARIFAS.DAT (sequencial, um
*> registro por tipo de tarifa), lida pelo TARIFA-MENSAL e, para a
*> tarifa do mês corrente, pelo encerramento de conta no
*> MANUTENCAO-CONTA. Mudar uma tarifa é editar este arquivo -
*> nenhum programa carrega valores de tarifa fixos.
*>   Tipo M = mensalidade de manutenção (TAR-VALOR por conta;
*>            TAR-FRANQUIA não usada)
*>   Tipo E = tarifa por saque excedente (TAR-VALOR por saque
