        FILE STATUS IS WS-STATUS-HIST-ANT.

    SELECT ARQUIVO-HIST-CONV ASSIGN TO "JORNHSCV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HIST-CONV.

    SELECT ARQUIVO-SEQUENCIA ASSIGN TO "JORNSQCV.DAT"
    STOP RUN.

*> Acrescenta a cada lançamento arquivado a sequência e o grava no
*> histórico indexado por período/conta/sequência.
*> Histórico ausente é normal antes do primeiro fechamento.
CONVERTER-HISTORICO.
    OPEN INPUT ARQUIVO-HIST-ANT.
CONVERTER-PARAMETROS.
    MOVE 1000 TO PARAM-LIMITE-SAQUE-SUP.
    MOVE 10000 TO PARAM-LIMITE-COMUNICA.
    MOVE 5 TO PARAM-ANOS-RETENCAO.
    MOVE 90 TO PARAM-DIAS-VALIDADE-SENHA.
    OPEN INPUT ARQUIVO-PARAM-ANT.
    IF WS-STATUS-PARAM-ANT NOT = "00" THEN
        DISPLAY "Arquivo de parâmetros inexistente - gerando com "
    CLOSE ARQUIVO-PARAM-CONV.
    DISPLAY "Parâmetros convertidos: limite de saque R$"
        PARAM-LIMITE-SAQUE-SUP " - limite de comunicação R$"
        PARAM-LIMITE-COMUNICA " - retenção do histórico "
        PARAM-ANOS-RETENCAO " anos - validade da senha "
        PARAM-DIAS-VALIDADE-SENHA " dias.".
