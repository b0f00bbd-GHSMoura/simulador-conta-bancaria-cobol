        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PONTO-CTL.

    SELECT ARQUIVO-BLOQUEIOS ASSIGN TO "BLOQJUD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLJ-CHAVE
        FILE STATUS IS WS-STATUS-BLOQUEIOS.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
   05 CHK-REFERENCIA      PIC X(8).
   05 CHK-QTD-APLICADOS   PIC 9(6).

FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS     PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-STATUS-PONTO-CTL  PIC XX.
01 WS-STATUS-SEQUENCIA  PIC XX.
01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-TEM-BLOQUEIOS     PIC X VALUE "N".
    88 TEM-BLOQUEIOS    VALUE "S".
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-DATA-BLOQUEIO     PIC X(8).
01 WS-TOTAL-BLOQUEADO   PIC 9(7)V99.
01 WS-SEQUENCIA-JORNAL  PIC 9(7).
01 WS-CTL-REFERENCIA    PIC X(8).
01 WS-RETOMADA          PIC X VALUE "N".
*> 01=conta inexistente  02=conta encerrada
*> 03=conta bloqueada para saque  04=valor inválido
*> 05=tipo de operação inválido  06=saldo insuficiente
*> 07=saldo disponível insuficiente por bloqueio judicial ou
*>    administrativo
*> 08=conta inativa (sem movimento do cliente) para saque
01 WS-MOTIVO-REJEICAO   PIC 99.

*> Identificação gravada no jornal: "LT" + agência de origem.

    PERFORM INICIAR-CONTROLE-BATCH.

    MOVE WS-CTL-REFERENCIA TO WS-DATA-BLOQUEIO.
    PERFORM ABRIR-ARQUIVO-BLOQUEIOS.
    PERFORM ABRIR-ARQUIVO-JORNAL.
    IF RETOMADA THEN
        DISPLAY "Retomando do ponto de controle: " WS-QTD-PULAR
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-RETORNO.
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

*> As mesmas regras do programa de atendimento: valor numérico e
*> positivo, conta existente e não encerrada, saque apenas em conta
*> não bloqueada nem inativa e dentro de saldo + limite de crédito,
*> sem tocar o valor retido por bloqueio judicial ou
*> administrativo.
VALIDAR-MOVIMENTO.
    IF MOV-VALOR IS NOT NUMERIC THEN
        MOVE 4 TO WS-MOTIVO-REJEICAO
            IF CONTA-BLOQUEADA THEN
                MOVE 3 TO WS-MOTIVO-REJEICAO
            ELSE
                IF CONTA-INATIVA THEN
                    MOVE 8 TO WS-MOTIVO-REJEICAO
                ELSE
                    IF MOV-VALOR > CONTA-SALDO + CONTA-LIMITE-CREDITO
                    THEN
                        MOVE 6 TO WS-MOTIVO-REJEICAO
                    ELSE
                        PERFORM SOMAR-BLOQUEIOS-CONTA
                        IF MOV-VALOR > CONTA-SALDO
                                + CONTA-LIMITE-CREDITO
                                - WS-TOTAL-BLOQUEADO THEN
                            MOVE 7 TO WS-MOTIVO-REJEICAO
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
