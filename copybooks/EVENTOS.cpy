*> Layout do arquivo de ocorrências notificáveis EVENTOS.DAT
*> (sequencial, só acrescentado). Cada programa que recusa ou
*> restringe algo na conta do cliente grava aqui a ocorrência na
*> hora em que ela acontece, porque o motivo não fica no mestre nem
*> no jornal; o NOTIFICACAO-CLIENTES lê as ocorrências da data de
*> processamento e as envia à empresa de correspondência.
*> Tipos gravados aqui:
*>   DR = débito automático recusado (DEBITO-AUTOMATICO)
*>        referência = empresa + documento da cobrança
*>   TR = transferência programada rejeitada (TRANSF-PROGRAMADA)
*>        conta = origem; referência = sequência + conta destino
*>   CB = conta bloqueada (MANUTENCAO-CONTA)
*>   CE = conta encerrada (MANUTENCAO-CONTA), valor = saldo
*>        residual pago ou transferido
*>   CR = conta inativa reativada (MANUTENCAO-CONTA)
*>        referência = supervisor que bloqueou, encerrou ou reativou
*>   CI = conta inativada por falta de movimento do cliente
*>        (CONTAS-INATIVAS); referência = "INATMEN" + AAAAMM do
*>        processamento
*> EVT-MOTIVO é o motivo de recusa/rejeição do programa de origem
*> (ver RETCOB.cpy e TRANSF-PROGRAMADA); zero nos demais tipos.
*> Data + hora + tipo + conta + referência identificam a
*> ocorrência no controle de envio NOTIFENV.DAT.
01 EVENTO-REC.
   05 EVT-DATA              PIC X(8).
   05 EVT-HORA              PIC X(6).
   05 EVT-TIPO              PIC X(2).
      88 EVT-DEBITO-RECUSADO   VALUE "DR".
      88 EVT-TRANSF-REJEITADA  VALUE "TR".
      88 EVT-CONTA-BLOQUEADA   VALUE "CB".
      88 EVT-CONTA-ENCERRADA   VALUE "CE".
      88 EVT-CONTA-INATIVADA   VALUE "CI".
      88 EVT-CONTA-REATIVADA   VALUE "CR".
   05 EVT-NUMERO-CONTA      PIC 9(6).
   05 EVT-VALOR             PIC 9(5)V99.
   05 EVT-MOTIVO            PIC 99.
   05 EVT-REFERENCIA        PIC X(15).
