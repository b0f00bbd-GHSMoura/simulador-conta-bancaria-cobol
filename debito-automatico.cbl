        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RETORNO.

    SELECT ARQUIVO-EVENTOS ASSIGN TO "EVENTOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-EVENTOS.

    SELECT ARQUIVO-BLOQUEIOS ASSIGN TO "BLOQJUD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLJ-CHAVE
        FILE STATUS IS WS-STATUS-BLOQUEIOS.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  ARQUIVO-RETORNO.
COPY RETCOB.

FD  ARQUIVO-EVENTOS.
COPY EVENTOS.

FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

01 WS-STATUS-RETORNO    PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-STATUS-SEQUENCIA  PIC XX.
01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-STATUS-EVENTOS    PIC XX.
01 WS-TEM-BLOQUEIOS     PIC X VALUE "N".
    88 TEM-BLOQUEIOS    VALUE "S".
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-DATA-BLOQUEIO     PIC X(8).
01 WS-TOTAL-BLOQUEADO   PIC 9(7)V99.
01 WS-SEQUENCIA-JORNAL  PIC 9(7).
01 WS-CTL-REFERENCIA    PIC X(8).
01 WS-FIM-COBRANCAS     PIC X VALUE "N".
*> (ver RETCOB.cpy): 01=sem convênio autorizado
*> 02=conta inexistente  03=conta encerrada  04=conta bloqueada
*> 05=saldo insuficiente  06=valor inválido
*> 07=saldo disponível insuficiente por bloqueio judicial ou
*>    administrativo
01 WS-MOTIVO-RECUSA     PIC 99.

01 WS-DATA-HORA         PIC X(14).

    PERFORM INICIAR-CONTROLE-BATCH.

    MOVE WS-CTL-REFERENCIA TO WS-DATA-BLOQUEIO.
    PERFORM ABRIR-ARQUIVO-BLOQUEIOS.
    PERFORM ABRIR-ARQUIVO-JORNAL.
    OPEN OUTPUT ARQUIVO-RETORNO.
    PERFORM ABRIR-ARQUIVO-EVENTOS.

    PERFORM UNTIL FIM-COBRANCAS
        READ ARQUIVO-COBRANCAS NEXT RECORD
    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-RETORNO.
    CLOSE ARQUIVO-EVENTOS.
    IF TEM-BLOQUEIOS THEN
        CLOSE ARQUIVO-BLOQUEIOS
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.

        STOP RUN
    END-IF.

*> As recusas vão também para o arquivo de ocorrências, de onde o
*> NOTIFICACAO-CLIENTES avisa o cliente antes do corte do serviço
*> pela empresa; o retorno RETCOB.DAT é da empresa conveniada.
ABRIR-ARQUIVO-EVENTOS.
    OPEN EXTEND ARQUIVO-EVENTOS.
    IF WS-STATUS-EVENTOS = "35" THEN
        OPEN OUTPUT ARQUIVO-EVENTOS
    END-IF.

*> Cada lançamento toma o próximo número do contador JORNSEQ.DAT e
*> o regrava na hora: a sequência avança junto com o jornal e o
*> diário fica numerado sem saltos.
    REWRITE SEQUENCIA-REC.
    CLOSE ARQUIVO-SEQUENCIA.

*> Sem BLOQJUD.DAT nenhuma conta tem bloqueio de saldo. Os
*> bloqueios valem na data de WS-DATA-BLOQUEIO.
ABRIR-ARQUIVO-BLOQUEIOS.
    OPEN INPUT ARQUIVO-BLOQUEIOS.
    IF WS-STATUS-BLOQUEIOS = "00" THEN
        SET TEM-BLOQUEIOS TO TRUE
    END-IF.

*> Soma os bloqueios ativos da conta lida em CONTA-REC.
SOMAR-BLOQUEIOS-CONTA.
    MOVE 0 TO WS-TOTAL-BLOQUEADO.
    IF TEM-BLOQUEIOS THEN
        MOVE "N" TO WS-FIM-BLOQUEIOS
        MOVE CONTA-NUMERO TO BLJ-NUMERO-CONTA
        MOVE 0 TO BLJ-SEQUENCIA
        START ARQUIVO-BLOQUEIOS KEY NOT LESS THAN BLJ-CHAVE
            INVALID KEY
                SET FIM-BLOQUEIOS TO TRUE
        END-START
        PERFORM UNTIL FIM-BLOQUEIOS
            READ ARQUIVO-BLOQUEIOS NEXT RECORD
                AT END
                    SET FIM-BLOQUEIOS TO TRUE
                NOT AT END
                    IF BLJ-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                        SET FIM-BLOQUEIOS TO TRUE
                    ELSE
                        IF BLJ-ATIVO
                                AND BLJ-DATA-INICIO <= WS-DATA-BLOQUEIO
                                AND BLJ-DATA-LIBERACAO
                                    > WS-DATA-BLOQUEIO
                        THEN
                            ADD BLJ-VALOR TO WS-TOTAL-BLOQUEADO
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
    END-IF.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        ADD COB-VALOR TO WS-TOTAL-DEBITADO
    ELSE
        ADD 1 TO WS-QTD-RECUSADAS
        PERFORM GRAVAR-EVENTO-RECUSA
    END-IF.
    PERFORM GRAVAR-RETORNO.

*> Só debita com convênio autorizado da empresa para a conta; as
*> demais regras são as do saque em lote: conta existente, não
*> encerrada nem bloqueada e valor dentro de saldo + limite menos
*> os bloqueios judiciais/administrativos ativos.
VALIDAR-COBRANCA.
    IF COB-VALOR IS NOT NUMERIC THEN
        MOVE 6 TO WS-MOTIVO-RECUSA
            IF COB-VALOR > CONTA-SALDO + CONTA-LIMITE-CREDITO
            THEN
                MOVE 5 TO WS-MOTIVO-RECUSA
            ELSE
                PERFORM SOMAR-BLOQUEIOS-CONTA
                IF COB-VALOR > CONTA-SALDO + CONTA-LIMITE-CREDITO
                        - WS-TOTAL-BLOQUEADO THEN
                    MOVE 7 TO WS-MOTIVO-RECUSA
                END-IF
            END-IF
        END-IF
    END-IF.
        MOVE WS-MOTIVO-RECUSA TO RET-MOTIVO
    END-IF.
    WRITE RETORNO-REC.

GRAVAR-EVENTO-RECUSA.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO EVT-DATA.
    MOVE WS-DATA-HORA(9:6) TO EVT-HORA.
    SET EVT-DEBITO-RECUSADO TO TRUE.
    MOVE COB-NUMERO-CONTA TO EVT-NUMERO-CONTA.
    IF COB-VALOR IS NUMERIC THEN
        MOVE COB-VALOR TO EVT-VALOR
    ELSE
        MOVE 0 TO EVT-VALOR
    END-IF.
    MOVE WS-MOTIVO-RECUSA TO EVT-MOTIVO.
    MOVE COB-EMPRESA TO EVT-REFERENCIA(1:5).
    MOVE COB-DOCUMENTO TO EVT-REFERENCIA(6:10).
    WRITE EVENTO-REC.
