*> chaveado por CPF. Cada conta em CONTAS.DAT aponta para um
*> cliente via CONTA-CPF-TITULAR; um mesmo cliente pode ter várias
*> contas. Clientes são cadastrados na abertura de conta pelo
*> MANUTENCAO-CONTA - que recusa CPF com dígito verificador que
*> não confere - e consultados pelo POSICAO-CLIENTE. O batch
*> AUDITORIA-INTEGRIDADE confere semanalmente cliente x conta.
01 CLIENTE-REC.
   05 CLI-CPF             PIC 9(11).
   05 CLI-NOME            PIC A(30).
