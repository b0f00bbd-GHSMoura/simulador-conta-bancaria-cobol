*> Layout de largura fixa do extrato de saldos para a interface
*> com o razão contábil (GL) - arquivo EXTRATOGL.DAT. O EXTRATO-GL
*> grava a extração nova em EXTRATGLN.DAT, no mesmo leiaute, e o
*> GL-CONCILIACAO só a copia para EXTRATOGL.DAT (o arquivo que a
*> interface do razão recebe) quando a conciliação fecha sem quebra.
01 GL-REC.
   05 GL-NUMERO-CONTA     PIC 9(6).
   05 GL-TITULAR          PIC A(30).
