        RECORD KEY IS JORN-CHAVE
        FILE STATUS IS WS-STATUS-JORNAL.

    SELECT ARQUIVO-HISTORICO ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HISTORICO.

    SELECT ARQUIVO-JORNAL-NOVO ASSIGN TO "JORNALNV.DAT"

01 WS-SALDO-ABERTURA     PIC S9(5)V99.
01 WS-QTD-ARQUIVADOS     PIC 9(7) VALUE 0.
01 WS-QTD-JA-ARQUIVADOS  PIC 9(7) VALUE 0.
01 WS-QTD-MANTIDOS       PIC 9(7) VALUE 0.
01 WS-QTD-SNAPSHOTS      PIC 9(6) VALUE 0.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Lançamentos arquivados: " WS-QTD-ARQUIVADOS.
    IF WS-QTD-JA-ARQUIVADOS > 0 THEN
        DISPLAY "Lançamentos já presentes no histórico (execução "
            "anterior interrompida): " WS-QTD-JA-ARQUIVADOS
    END-IF.
    DISPLAY "Lançamentos mantidos no diário: " WS-QTD-MANTIDOS.
    DISPLAY "Saldos de abertura gravados: " WS-QTD-SNAPSHOTS.
    DISPLAY "Substitua JORNAL.DAT por JORNALNV.DAT e SALDOABR.DAT "
        "por SALDONV.DAT (passos seguintes do job). O contador "
        "JORNSEQ.DAT não é reiniciado: a numeração continua do "
        "ponto em que parou.".
        PERFORM LER-PROXIMO-SALDO-ABR
    END-IF.

*> O arquivamento vai direto ao histórico indexado: a chave
*> período + conta + sequência identifica o lançamento, então uma
*> execução abortada e reprocessada não duplica nada no acervo da
*> auditoria - o lançamento que já está lá é apenas contado. O
*> diário e o saldo de abertura continuam saindo em arquivos de
*> trabalho (JORNALNV/SALDONV), trocados pelo job só após o
*> término limpo.
ABRIR-ARQUIVO-HISTORICO.
    OPEN I-O ARQUIVO-HISTORICO.
    IF WS-STATUS-HISTORICO = "35" THEN
        OPEN OUTPUT ARQUIVO-HISTORICO
        CLOSE ARQUIVO-HISTORICO
        OPEN I-O ARQUIVO-HISTORICO
    END-IF.
    IF WS-STATUS-HISTORICO NOT = "00" THEN
        DISPLAY "Erro ao abrir JORNHIST.DAT (status "
            WS-STATUS-HISTORICO "). Se o histórico está no leiaute "
            "sequencial anterior, execute a conversão (job "
            "CONVHIST)."
        CLOSE ARQUIVO-CONTAS
        CLOSE ARQUIVO-JORNAL
        CLOSE ARQUIVO-SALDO-ABR
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LER-PROXIMO-SALDO-ABR.
    READ ARQUIVO-SALDO-ABR NEXT RECORD
        MOVE JORN-REF-TRANSF TO HIST-REF-TRANSF
        MOVE JORN-OPERADOR TO HIST-OPERADOR
        WRITE JORNAL-HIST-REC
            INVALID KEY
                IF WS-STATUS-HISTORICO = "22" THEN
                    ADD 1 TO WS-QTD-JA-ARQUIVADOS
                ELSE
                    PERFORM ABORTAR-ARQUIVAMENTO
                END-IF
            NOT INVALID KEY
                ADD 1 TO WS-QTD-ARQUIVADOS
        END-WRITE
    ELSE
        MOVE JORNAL-REC TO JORNAL-NOVO-REC
        WRITE JORNAL-NOVO-REC
        ADD 1 TO WS-QTD-MANTIDOS
    END-IF.

*> Só a chave duplicada (status 22) é lançamento já arquivado por
*> uma execução interrompida. Qualquer outra falha de gravação
*> deixaria o lançamento fora do histórico e também do novo diário:
*> o fechamento para com RC 8, o controle fica "iniciado" e os
*> passos de troca dos arquivos não rodam.
ABORTAR-ARQUIVAMENTO.
    DISPLAY "Erro ao gravar JORNHIST.DAT (status "
        WS-STATUS-HISTORICO ") - lançamento " HIST-PERIODO " conta "
        HIST-NUMERO-CONTA " sequência " HIST-SEQUENCIA
        ". Fechamento interrompido.".
    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-SALDO-ABR.
    CLOSE ARQUIVO-HISTORICO.
    CLOSE ARQUIVO-JORNAL-NOVO.
    CLOSE ARQUIVO-SALDO-NOVO.
    CLOSE ARQUIVO-CONTROLE.
    MOVE 8 TO RETURN-CODE.
    STOP RUN.
