*> Layout do arquivo histórico JORNHIST.DAT: lançamentos do diário
*> movidos pelo FECHAMENTO-MENSAL ao encerrar cada período. Cada
*> registro é o próprio lançamento de JORNAL.cpy carimbado com o
*> período (AAAAMM) a que pertence - o arquivo acumula os períodos
*> já fechados dentro do prazo de retenção e é o acervo entregue à
*> auditoria; os períodos mais antigos são levados pelo
*> EXPURGO-HISTORICO para o acervo fora de linha. A sequência
*> original do lançamento acompanha o registro, para a numeração do
*> diário continuar conferível depois de arquivada.
*> Indexado por período + conta + sequência: o extrato histórico e
*> a tarifa mensal posicionam direto no período e na conta, sem
*> ordenar o acervo inteiro; dentro da conta a sequência mantém a
*> ordem cronológica. Arquivo no leiaute sequencial anterior:
*> execute a conversão (job CONVHIST).
01 JORNAL-HIST-REC.
   05 HIST-CHAVE.
      10 HIST-PERIODO         PIC X(6).
      10 HIST-NUMERO-CONTA    PIC 9(6).
      10 HIST-SEQUENCIA       PIC 9(7).
   05 HIST-DATA            PIC X(8).
   05 HIST-HORA            PIC X(6).
   05 HIST-TIPO-OP         PIC 9.
   05 HIST-VALOR           PIC S9(5)V99.
   05 HIST-SALDO           PIC S9(5)V99.
   05 HIST-REF-TRANSF      PIC X(14).
   05 HIST-REF-ESTORNO REDEFINES HIST-REF-TRANSF.
      10 HIST-EST-MARCA       PIC X.
         88 HIST-E-ESTORNO    VALUE "E".
         88 HIST-ESTORNADO    VALUE "X".
      10 HIST-EST-SEQUENCIA   PIC 9(7).
      10 HIST-EST-SUPERVISOR  PIC X(6).
   05 HIST-OPERADOR        PIC X(6).
