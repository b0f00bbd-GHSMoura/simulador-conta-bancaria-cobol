        RECORD KEY IS CONTA-NUMERO
        FILE STATUS IS WS-STATUS-CONTAS.

    *> Extração nova: só vira EXTRATOGL.DAT, o arquivo enviado ao
    *> razão, depois de conciliada pelo GL-CONCILIACAO.
    SELECT ARQUIVO-EXTRATO-GL ASSIGN TO "EXTRATGLN.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-GL.


*> Controle de execução: job mensal (referência AAAAMM00) que só
*> roda com o JUROSMEN do período concluído; a extração é apenas
*> leitura, então reexecutar é permitido - é assim que se refaz a
*> extração depois de resolvida uma quebra da conciliação.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
