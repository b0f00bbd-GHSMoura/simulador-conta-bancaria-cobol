        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

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
FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

FD  ARQUIVO-EVENTOS.
COPY EVENTOS.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS       PIC XX.
01 WS-STATUS-RELATORIO    PIC XX.
01 WS-STATUS-CONTROLE     PIC XX.
01 WS-STATUS-SEQUENCIA    PIC XX.
01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-STATUS-EVENTOS    PIC XX.
01 WS-TEM-BLOQUEIOS     PIC X VALUE "N".
    88 TEM-BLOQUEIOS    VALUE "S".
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-DATA-BLOQUEIO     PIC X(8).
01 WS-TOTAL-BLOQUEADO   PIC 9(7)V99.
01 WS-SEQUENCIA-JORNAL    PIC 9(7).
01 WS-CTL-REFERENCIA      PIC X(8).
01 WS-FIM-AGENDAMENTOS    PIC X VALUE "N".
*> 01=conta de origem inexistente  02=origem encerrada
*> 03=origem bloqueada  04=saldo insuficiente
*> 05=conta de destino inexistente  06=destino encerrada
*> 07=saldo disponível insuficiente por bloqueio judicial ou
*>    administrativo na origem
*> 08=origem inativa  09=destino inativa
01 WS-MOTIVO-REJEICAO     PIC 99.

01 WS-DATA-HORA           PIC X(14).

    PERFORM INICIAR-CONTROLE-BATCH.

    MOVE WS-DATA-HOJE TO WS-DATA-BLOQUEIO.
    PERFORM ABRIR-ARQUIVO-BLOQUEIOS.
    PERFORM ABRIR-ARQUIVO-JORNAL.
    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.
    PERFORM ABRIR-ARQUIVO-EVENTOS.

    PERFORM UNTIL FIM-AGENDAMENTOS
        READ ARQUIVO-AGENDAMENTOS NEXT RECORD
    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-EVENTOS.
    IF TEM-BLOQUEIOS THEN
        CLOSE ARQUIVO-BLOQUEIOS
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.

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
        ADD AGEN-VALOR TO WS-TOTAL-TRANSFERIDO
    ELSE
        ADD 1 TO WS-QTD-REJEITADAS
        PERFORM GRAVAR-EVENTO-REJEICAO
    END-IF.
    PERFORM GRAVAR-DETALHE-RELATORIO.

*> As mesmas regras da transferência de balcão: origem existente,
*> não encerrada, bloqueada ou inativa e com saldo + limite de
*> crédito, fora os bloqueios judiciais/administrativos ativos;
*> destino existente, não encerrado e não inativo.
VALIDAR-ORDEM.
    MOVE AGEN-CONTA-ORIGEM TO CONTA-NUMERO.
    READ ARQUIVO-CONTAS
                IF CONTA-BLOQUEADA THEN
                    MOVE 3 TO WS-MOTIVO-REJEICAO
                ELSE
                    IF CONTA-INATIVA THEN
                        MOVE 8 TO WS-MOTIVO-REJEICAO
                    ELSE
                        IF AGEN-VALOR > CONTA-SALDO
                                + CONTA-LIMITE-CREDITO THEN
                            MOVE 4 TO WS-MOTIVO-REJEICAO
                        ELSE
                            PERFORM SOMAR-BLOQUEIOS-CONTA
                            IF AGEN-VALOR > CONTA-SALDO
                                    + CONTA-LIMITE-CREDITO
                                    - WS-TOTAL-BLOQUEADO THEN
                                MOVE 7 TO WS-MOTIVO-REJEICAO
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
            NOT INVALID KEY
                IF CONTA-ENCERRADA THEN
                    MOVE 6 TO WS-MOTIVO-REJEICAO
                ELSE
                    IF CONTA-INATIVA THEN
                        MOVE 9 TO WS-MOTIVO-REJEICAO
                    END-IF
                END-IF
        END-READ
    END-IF.
        TO REL-LINHA.
    WRITE REL-LINHA.

*> As rejeições vão também para o arquivo de ocorrências, de onde o
*> NOTIFICACAO-CLIENTES avisa o titular da conta de origem.
ABRIR-ARQUIVO-EVENTOS.
    OPEN EXTEND ARQUIVO-EVENTOS.
    IF WS-STATUS-EVENTOS = "35" THEN
        OPEN OUTPUT ARQUIVO-EVENTOS
    END-IF.

GRAVAR-EVENTO-REJEICAO.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO EVT-DATA.
    MOVE WS-DATA-HORA(9:6) TO EVT-HORA.
    SET EVT-TRANSF-REJEITADA TO TRUE.
    MOVE AGEN-CONTA-ORIGEM TO EVT-NUMERO-CONTA.
    MOVE AGEN-VALOR TO EVT-VALOR.
    MOVE WS-MOTIVO-REJEICAO TO EVT-MOTIVO.
    MOVE SPACES TO EVT-REFERENCIA.
    MOVE AGEN-SEQUENCIA TO EVT-REFERENCIA(1:3).
    MOVE AGEN-CONTA-DESTINO TO EVT-REFERENCIA(4:6).
    WRITE EVENTO-REC.

GRAVAR-DETALHE-RELATORIO.
    MOVE AGEN-CONTA-ORIGEM TO REL-DET-ORIGEM.
    MOVE AGEN-SEQUENCIA TO REL-DET-SEQ.
