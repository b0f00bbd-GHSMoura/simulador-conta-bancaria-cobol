*> Layout do registro da conta no arquivo mestre CONTAS.DAT
*> Situação da conta: A=ativa B=bloqueada (sem saques, depósitos
*> permitidos) E=encerrada I=inativa (dormente: sem movimento do
*> próprio cliente além do prazo; sem saques nem transferências,
*> depósitos permitidos). Contas são abertas, bloqueadas e
*> encerradas pelo programa MANUTENCAO-CONTA; o batch mensal
*> CONTAS-INATIVAS marca as inativas e só o supervisor, no
*> MANUTENCAO-CONTA, as reativa.
01 CONTA-REC.
   05 CONTA-NUMERO          PIC 9(6).
   05 CONTA-TITULAR         PIC A(30).
      88 CONTA-ATIVA        VALUE "A".
      88 CONTA-BLOQUEADA    VALUE "B".
      88 CONTA-ENCERRADA    VALUE "E".
      88 CONTA-INATIVA      VALUE "I".
   05 CONTA-CPF-TITULAR     PIC 9(11).
