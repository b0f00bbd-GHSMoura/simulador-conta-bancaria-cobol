*> Layout do arquivo de notificações NOTIFIC.DAT, gerado todo dia
*> pelo NOTIFICACAO-CLIENTES para a empresa de correspondência.
*> Registros de largura fixa com tipo na primeira posição, como o
*> GLMOV.DAT:
*>   1 = cabeçalho (data do movimento e data/hora de geração)
*>   2 = detalhe (uma ocorrência a notificar ao cliente)
*>   9 = trailer (quantidade de detalhes e soma dos valores)
*> Tipos de ocorrência no detalhe:
*>   DR = débito automático recusado (valor da cobrança)
*>   TR = transferência programada rejeitada (valor da ordem)
*>   CB = conta bloqueada (valor zero)
*>   CE = conta encerrada (saldo residual pago ou transferido)
*>   SA = saque acima do limite de aprovação do supervisor
*>   SD = conta entrou em saldo devedor (valor = saldo devedor
*>        após o lançamento)
*>   CI = conta inativada por falta de movimento (valor zero)
*>   CR = conta inativa reativada pelo supervisor (valor zero)
*> NTF-DET-MOTIVO traz o motivo de recusa/rejeição de DR e TR; a
*> referência identifica a ocorrência no banco e volta em caso de
*> reclamação do cliente.
01 NOTIF-REC.
   05 NTF-TIPO-REG               PIC X.
   05 NTF-CORPO                  PIC X(150).
   05 NTF-CABECALHO REDEFINES NTF-CORPO.
      10 NTF-CAB-DATA-MOVIMENTO  PIC X(8).
      10 NTF-CAB-DATA-GERACAO    PIC X(8).
      10 NTF-CAB-HORA-GERACAO    PIC X(6).
      10 FILLER                  PIC X(128).
   05 NTF-DETALHE REDEFINES NTF-CORPO.
      10 NTF-DET-CPF             PIC 9(11).
      10 NTF-DET-NOME            PIC X(30).
      10 NTF-DET-ENDERECO        PIC X(40).
      10 NTF-DET-TELEFONE        PIC X(15).
      10 NTF-DET-TIPO-EVENTO     PIC X(2).
      10 NTF-DET-CONTA           PIC 9(6).
      10 NTF-DET-VALOR           PIC 9(7)V99.
      10 NTF-DET-DATA-EVENTO     PIC X(8).
      10 NTF-DET-HORA-EVENTO     PIC X(6).
      10 NTF-DET-MOTIVO          PIC 99.
      10 NTF-DET-REFERENCIA      PIC X(15).
      10 FILLER                  PIC X(6).
   05 NTF-TRAILER REDEFINES NTF-CORPO.
      10 NTF-TRL-QTD-REG         PIC 9(7).
      10 NTF-TRL-TOTAL-VALOR     PIC 9(11)V99.
      10 FILLER                  PIC X(130).
