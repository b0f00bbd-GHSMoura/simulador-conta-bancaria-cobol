*> Layout do arquivo da declaração de rendimentos DECLREND.DAT,
*> gerado pelo INFORME-RENDIMENTOS para a entrega à Receita.
*> Registros de largura fixa com tipo na primeira posição, como o
*> GLMOV.DAT:
*>   1 = cabeçalho (ano-base e data de geração)
*>   2 = detalhe (um por CPF: soma das contas do titular)
*>   9 = trailer (quantidade de detalhes e totais de conferência)
*> Os saldos em 31/12 podem ser devedores e levam o sinal na frente;
*> rendimentos são só os juros creditados (tipo 3 positivo). Contas
*> sem CPF do titular não entram na declaração.
01 DECL-REC.
   05 DECL-TIPO-REG               PIC X.
   05 DECL-CORPO                  PIC X(90).
   05 DECL-CABECALHO REDEFINES DECL-CORPO.
      10 DECL-CAB-ANO-BASE        PIC 9(4).
      10 DECL-CAB-DATA-GERACAO    PIC X(8).
      10 FILLER                   PIC X(78).
   05 DECL-DETALHE REDEFINES DECL-CORPO.
      10 DECL-DET-CPF             PIC 9(11).
      10 DECL-DET-NOME            PIC X(30).
      10 DECL-DET-QTD-CONTAS      PIC 9(3).
      10 DECL-DET-SALDO-ANTERIOR  PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
      10 DECL-DET-SALDO-ATUAL     PIC S9(9)V99
                                  SIGN LEADING SEPARATE.
      10 DECL-DET-RENDIMENTOS     PIC 9(9)V99.
      10 FILLER                   PIC X(11).
   05 DECL-TRAILER REDEFINES DECL-CORPO.
      10 DECL-TRL-QTD-REG         PIC 9(7).
      10 DECL-TRL-TOTAL-RENDIM    PIC 9(11)V99.
      10 DECL-TRL-TOTAL-SALDO     PIC S9(11)V99
                                  SIGN LEADING SEPARATE.
      10 FILLER                   PIC X(56).
