*> Layout do arquivo de bloqueios de saldo BLOQJUD.DAT (indexado
*> por conta + sequência do bloqueio na conta). Cada registro
*> retém uma parte do saldo por ordem judicial (J) ou decisão
*> administrativa (A); o valor bloqueado sai do saldo disponível
*> (CONTA-SALDO + CONTA-LIMITE-CREDITO - bloqueios ativos) em todo
*> débito de cliente, no balcão e nos batches. Um bloqueio está
*> ativo enquanto BLJ-SITUACAO = "A", a data de início já chegou
*> e a data de liberação ainda não; "99999999" na liberação =
*> sem prazo, até liberação manual. Os bloqueios são incluídos e
*> liberados por supervisor no MANUTENCAO-CONTA e listados
*> diariamente pelo RELATORIO-BLOQUEIOS.
01 BLOQJUD-REC.
   05 BLJ-CHAVE.
      10 BLJ-NUMERO-CONTA    PIC 9(6).
      10 BLJ-SEQUENCIA       PIC 9(3).
   05 BLJ-VALOR              PIC 9(5)V99.
   05 BLJ-ORIGEM             PIC X.
      88 BLJ-JUDICIAL        VALUE "J".
      88 BLJ-ADMINISTRATIVO  VALUE "A".
   05 BLJ-MOTIVO             PIC X(30).
   05 BLJ-PROCESSO           PIC X(25).
   05 BLJ-DATA-INICIO        PIC X(8).
   05 BLJ-DATA-LIBERACAO     PIC X(8).
   05 BLJ-SITUACAO           PIC X.
      88 BLJ-ATIVO           VALUE "A".
      88 BLJ-LIBERADO        VALUE "L".
   05 BLJ-SUPERVISOR         PIC X(6).
   05 BLJ-SUP-LIBERACAO      PIC X(6).
