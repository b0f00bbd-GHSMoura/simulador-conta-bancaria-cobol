*> Layout do registro de operador no arquivo OPERADOR.DAT.
*> Nível: C=caixa S=supervisor. Operadores são cadastrados pelo
*> programa MANUTENCAO-CONTA (função de supervisão).
*> Controle de acesso gravado a cada identificação: falhas de
*> senha consecutivas (zeradas no acesso aceito); na quinta o
*> operador fica bloqueado até um supervisor desbloqueá-lo no
*> MANUTENCAO-CONTA. A senha vence PARAM-DIAS-VALIDADE-SENHA dias
*> depois da última troca e a troca passa a ser exigida na
*> identificação; data de troca zerada (operador recém-cadastrado
*> ou senha redefinida pelo supervisor) exige a troca no primeiro
*> acesso. Arquivo no leiaute anterior: execute a conversão (job
*> CONVOPER).
01 OPERADOR-REC.
   05 OPER-ID             PIC X(6).
   05 OPER-NOME           PIC A(30).
   05 OPER-NIVEL          PIC X.
      88 OPER-CAIXA       VALUE "C".
      88 OPER-SUPERVISOR  VALUE "S".
   05 OPER-FALHAS-SENHA       PIC 9(2).
   05 OPER-BLOQUEIO           PIC X.
      88 OPER-BLOQUEADO       VALUE "S".
      88 OPER-LIBERADO        VALUE "N".
   05 OPER-DATA-BLOQUEIO      PIC X(8).
   05 OPER-DATA-TROCA-SENHA   PIC X(8).
   05 OPER-DATA-ULTIMO-ACESSO PIC X(8).
   05 OPER-HORA-ULTIMO-ACESSO PIC X(6).
   05 OPER-DATA-CADASTRO      PIC X(8).
