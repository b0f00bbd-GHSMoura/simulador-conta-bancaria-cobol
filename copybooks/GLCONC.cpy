*> Layout da posição da conciliação com o razão GLCONC.DAT
*> (sequencial, um registro), regravado pelo GL-CONCILIACAO a cada
*> conciliação sem quebra:
*>   GLC-DATA-BASE      = data da extração de saldos enviada
*>                        (EXTRATOGL.DAT), base da conferência de
*>                        saldos da conciliação seguinte
*>   GLC-DATA-CONFERIDA = último dia do GLMOV já conferido contra os
*>                        fechos do diário
*> Sem o arquivo (primeira conciliação), a conferência de saldos é
*> dispensada e a dos fechos parte do primeiro fecho detalhado.
01 GL-CONC-REC.
   05 GLC-DATA-BASE          PIC X(8).
   05 GLC-DATA-CONFERIDA     PIC X(8).
