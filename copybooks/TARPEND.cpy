*> Layout do arquivo de tarifas pendentes TARPEND.DAT (indexado
*> por conta + período cobrado). O TARIFA-MENSAL não debita a
*> tarifa de uma conta com bloqueio de saldo ativo quando o saldo
*> disponível não a cobre - o valor bloqueado não pode ser tocado
*> - e guarda aqui a pendência. A pendência é cobrada na próxima
*> execução do TARIFA-MENSAL que encontrar cobertura ou na conta
*> sem bloqueio; o ENCERRAR-CONTA também a cobra no encerramento.
*> Situação P=pendente C=cobrada.
01 TARPEND-REC.
   05 TPD-CHAVE.
      10 TPD-NUMERO-CONTA    PIC 9(6).
      10 TPD-PERIODO         PIC X(6).
   05 TPD-VALOR              PIC 9(5)V99.
   05 TPD-SITUACAO           PIC X.
      88 TPD-PENDENTE        VALUE "P".
      88 TPD-COBRADA         VALUE "C".
   05 TPD-DATA-COBRANCA      PIC X(8).
