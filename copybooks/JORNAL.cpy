*> Tipos de operação: 1=depósito 2=saque 3=juros
*>                    4=transferência débito 5=transferência crédito
*>                    6=tarifa de serviço 7=débito automático
*>                    8=estorno
*> JORN-REF-TRANSF liga as duas pernas de uma transferência
*> (espaços nas demais operações). No estorno (tipo 8) o valor
*> leva o sinal do efeito no saldo - negativo quando desfaz um
*> depósito, positivo quando desfaz um saque - e a referência
*> traz "E" + a sequência do lançamento estornado + o supervisor
*> que aprovou; o lançamento original recebe "X" + a sequência do
*> estorno + o supervisor, e não pode ser estornado de novo.
*> JORN-OPERADOR identifica quem
*> efetuou o lançamento: ID do operador no atendimento, "JUROS"
*> no JUROS-MENSAL, "LT"+agência nos lotes das agências, "TARIFA"
*> no TARIFA-MENSAL, "TRANSP" nas transferências programadas do
   05 JORN-VALOR          PIC S9(5)V99.
   05 JORN-SALDO          PIC S9(5)V99.
   05 JORN-REF-TRANSF     PIC X(14).
   05 JORN-REF-ESTORNO REDEFINES JORN-REF-TRANSF.
      10 JORN-EST-MARCA      PIC X.
         88 JORN-E-ESTORNO   VALUE "E".
         88 JORN-ESTORNADO   VALUE "X".
      10 JORN-EST-SEQUENCIA  PIC 9(7).
      10 JORN-EST-SUPERVISOR PIC X(6).
   05 JORN-OPERADOR       PIC X(6).
