*> Layout do registro de acesso de operadores ACESSOS.DAT
*> (sequencial, só acréscimo). CONTA-BANCARIA e MANUTENCAO-CONTA
*> gravam uma linha por identificação aceita ou recusada, por
*> bloqueio, desbloqueio e troca de senha; o RELATORIO-ACESSOS
*> lista diariamente as recusas e os bloqueios.
*> Origem: ATENDIM (identificação no atendimento), APROVSAQ e
*> APROVEST (aprovação de saque e de estorno pelo supervisor),
*> MANUTENC (identificação e funções da manutenção).
*> TS é a troca pedida pelo próprio operador; TV, a troca exigida
*> na identificação por senha vencida ou nunca trocada.
*> ACS-RESPONSAVEL é o supervisor que fez o desbloqueio;
*> ACS-FALHAS, as falhas consecutivas após o evento.
01 ACESSO-REC.
   05 ACS-DATA             PIC X(8).
   05 ACS-HORA             PIC X(6).
   05 ACS-OPER-ID          PIC X(6).
   05 ACS-ORIGEM           PIC X(8).
   05 ACS-TIPO             PIC X(2).
      88 ACS-ACESSO-ACEITO     VALUE "OK".
      88 ACS-FALHA-SENHA       VALUE "FS".
      88 ACS-OPER-INEXISTENTE  VALUE "IE".
      88 ACS-OPER-BLOQUEADO    VALUE "TB".
      88 ACS-NIVEL-INSUFICIENTE VALUE "NS".
      88 ACS-BLOQUEIO          VALUE "BL".
      88 ACS-DESBLOQUEIO       VALUE "DB".
      88 ACS-TROCA-SENHA       VALUE "TS".
      88 ACS-TROCA-VENCIDA     VALUE "TV".
   05 ACS-RESPONSAVEL      PIC X(6).
   05 ACS-FALHAS           PIC 9(2).
