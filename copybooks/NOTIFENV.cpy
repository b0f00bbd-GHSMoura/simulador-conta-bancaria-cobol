*> Layout do controle de ocorrências já notificadas NOTIFENV.DAT
*> (indexado pela identificação da ocorrência). O
*> NOTIFICACAO-CLIENTES só marca as ocorrências depois de fechar o
*> NOTIFIC.DAT completo, e pula as já marcadas: reexecutar o dia
*> não avisa o cliente duas vezes, e uma execução interrompida
*> antes da marcação não perde nenhuma ocorrência.
*> Para as ocorrências tiradas do jornal (SA e SD) a referência é
*> a sequência do lançamento.
01 NOTIF-ENV-REC.
   05 NEV-CHAVE.
      10 NEV-DATA-EVENTO     PIC X(8).
      10 NEV-HORA-EVENTO     PIC X(6).
      10 NEV-TIPO-EVENTO     PIC X(2).
      10 NEV-NUMERO-CONTA    PIC 9(6).
      10 NEV-REFERENCIA      PIC X(15).
   05 NEV-DATA-ENVIO         PIC X(8).
   05 NEV-CPF                PIC 9(11).
