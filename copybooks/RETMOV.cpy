*>   01=conta inexistente  02=conta encerrada
*>   03=conta bloqueada para saque  04=valor inválido
*>   05=tipo de operação inválido  06=saldo insuficiente
*>   07=saldo disponível insuficiente por bloqueio judicial ou
*>      administrativo (BLOQJUD.DAT)
*>   08=conta inativa (sem movimento do cliente) para saque
01 RETORNO-MOV-REC.
   05 RTM-AGENCIA         PIC X(3).
   05 RTM-NUMERO-CONTA    PIC 9(6).
