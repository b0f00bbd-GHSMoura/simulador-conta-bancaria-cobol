*> PARAM-LIMITE-COMUNICA é o total diário em espécie por CPF a
*> partir do qual o GRANDES-MOVIMENTOS comunica a movimentação;
*> ausente ou não numérico vale 0010000.00.
*> PARAM-ANOS-RETENCAO é o prazo, em anos, em que os períodos
*> fechados ficam no histórico JORNHIST.DAT antes de o
*> EXPURGO-HISTORICO levá-los ao acervo fora de linha; ausente,
*> não numérico ou zero vale 05.
*> PARAM-DIAS-VALIDADE-SENHA é o prazo, em dias, depois da última
*> troca em que a senha do operador vence e a troca passa a ser
*> exigida na identificação; ausente, não numérico ou zero vale
*> 090.
01 PARAM-REC.
   05 PARAM-LIMITE-SAQUE-SUP  PIC 9(5)V99.
   05 PARAM-LIMITE-COMUNICA   PIC 9(7)V99.
   05 PARAM-ANOS-RETENCAO     PIC 9(2).
   05 PARAM-DIAS-VALIDADE-SENHA PIC 9(3).
