*>   01=sem convênio autorizado  02=conta inexistente
*>   03=conta encerrada  04=conta bloqueada
*>   05=saldo insuficiente  06=valor inválido
*>   07=saldo disponível insuficiente por bloqueio judicial ou
*>      administrativo (BLOQJUD.DAT)
01 RETORNO-REC.
   05 RET-EMPRESA         PIC X(5).
   05 RET-NUMERO-CONTA    PIC 9(6).
