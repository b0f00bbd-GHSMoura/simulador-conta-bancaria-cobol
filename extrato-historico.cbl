        FILE STATUS IS WS-STATUS-CONTAS.

    SELECT ARQUIVO-HISTORICO ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HISTORICO.

    SELECT ARQUIVO-SALDO-ABR ASSIGN TO "SALDOABR.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-SALDO-ABR.
FD  ARQUIVO-HISTORICO.
COPY JORNHIST.

FD  ARQUIVO-SALDO-ABR.
COPY SALDOABR.


01 WS-STATUS-CONTAS     PIC XX.
01 WS-STATUS-HISTORICO  PIC XX.
01 WS-STATUS-SALDO-ABR  PIC XX.
01 WS-FIM-SALDO-ABR     PIC X VALUE "N".
    88 FIM-SALDO-ABR    VALUE "S".
01 WS-FIM-CONTAS        PIC X VALUE "N".
    88 FIM-CONTAS       VALUE "S".
01 WS-FIM-LANC-CONTA    PIC X VALUE "N".
    88 FIM-LANC-CONTA   VALUE "S".
01 WS-ACHOU-PERIODO     PIC X VALUE "N".
    88 ACHOU-PERIODO    VALUE "S".
01 WS-ACHOU-SALDO-ABR   PIC X VALUE "N".
    88 ACHOU-SALDO-ABR  VALUE "S".
01 WS-ACHOU-ANTERIOR    PIC X VALUE "N".
    88 ACHOU-ANTERIOR   VALUE "S".

01 WS-PERIODO           PIC X(6).
01 WS-CONTA-INICIAL     PIC 9(6).
01 WS-CONTA-FINAL       PIC 9(6).
01 WS-PRIMEIRO-PERIODO  PIC X(6).
01 WS-PERIODO-BUSCA.
   05 WS-BUSCA-ANO      PIC 9(4).
   05 WS-BUSCA-MES      PIC 9(2).
01 WS-QTD-CONTAS        PIC 9(6) VALUE 0.

01 WS-SALDO-ANTERIOR    PIC S9(6)V99.
01 WS-TOTAL-TRANSF-REC  PIC S9(6)V99.
01 WS-TOTAL-TARIFAS     PIC S9(6)V99.
01 WS-TOTAL-DEB-AUTO    PIC S9(6)V99.
01 WS-TOTAL-ESTORNOS    PIC S9(6)V99.

PROCEDURE DIVISION.

        STOP RUN
    END-IF.

    PERFORM ABRIR-ARQUIVO-HISTORICO.
    PERFORM ABRIR-ARQUIVO-SALDO-ABR.

    PERFORM POSICIONAR-CONTA-INICIAL.
    END-PERFORM.

    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-HISTORICO.
    CLOSE ARQUIVO-SALDO-ABR.

    DISPLAY "-----------------------------------------------".
    DISPLAY "Contas impressas: " WS-QTD-CONTAS.
    STOP RUN.

*> O histórico é indexado por período + conta + sequência: cada
*> conta vai direto aos seus lançamentos do período consultado, sem
*> ordenar o acervo. O primeiro período do arquivo limita a busca
*> do saldo anterior quando o SALDOABR.DAT montado não o traz.
ABRIR-ARQUIVO-HISTORICO.
    OPEN INPUT ARQUIVO-HISTORICO.
    IF WS-STATUS-HISTORICO NOT = "00" THEN
        DISPLAY "Histórico JORNHIST.DAT inexistente ou vazio - "
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    READ ARQUIVO-HISTORICO NEXT RECORD
        AT END
            DISPLAY "Histórico JORNHIST.DAT inexistente ou vazio - "
                "nenhum período fechado a consultar."
            CLOSE ARQUIVO-CONTAS
            CLOSE ARQUIVO-HISTORICO
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ.
    MOVE HIST-PERIODO TO WS-PRIMEIRO-PERIODO.

POSICIONAR-CONTA-INICIAL.
    MOVE WS-CONTA-INICIAL TO CONTA-NUMERO.
            SET FIM-CONTAS TO TRUE
    END-START.

*> Posiciona nos lançamentos da conta corrente no período de
*> WS-PERIODO-BUSCA; FIM-LANC-CONTA indica que não há (mais)
*> lançamentos da conta naquele período.
POSICIONAR-LANCAMENTOS-CONTA.
    MOVE "N" TO WS-FIM-LANC-CONTA.
    MOVE WS-PERIODO-BUSCA TO HIST-PERIODO.
    MOVE CONTA-NUMERO TO HIST-NUMERO-CONTA.
    MOVE 0 TO HIST-SEQUENCIA.
    START ARQUIVO-HISTORICO KEY NOT LESS THAN HIST-CHAVE
        INVALID KEY
            SET FIM-LANC-CONTA TO TRUE
        NOT INVALID KEY
            PERFORM LER-LANCAMENTO-CONTA
    END-START.

LER-LANCAMENTO-CONTA.
    READ ARQUIVO-HISTORICO NEXT RECORD
        AT END
            SET FIM-LANC-CONTA TO TRUE
        NOT AT END
            IF HIST-PERIODO NOT = WS-PERIODO-BUSCA
                    OR HIST-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                SET FIM-LANC-CONTA TO TRUE
            END-IF
    END-READ.

ABRIR-ARQUIVO-SALDO-ABR.
*> sai dos lançamentos de períodos anteriores do próprio
*> histórico, como o extrato corrente faz com o diário.
POSICIONAR-SALDO-ABR.
    MOVE "N" TO WS-ACHOU-SALDO-ABR.
    PERFORM UNTIL FIM-SALDO-ABR
            OR ABR-NUMERO-CONTA NOT LESS THAN CONTA-NUMERO
        PERFORM LER-PROXIMO-SALDO-ABR
    IF NOT FIM-SALDO-ABR AND ABR-NUMERO-CONTA = CONTA-NUMERO THEN
        IF ABR-PERIODO = WS-PERIODO THEN
            MOVE ABR-SALDO TO WS-SALDO-ANTERIOR
            SET ACHOU-SALDO-ABR TO TRUE
        END-IF
    END-IF.

    ADD 1 TO WS-QTD-CONTAS.
    MOVE 0 TO WS-SALDO-ANTERIOR.
    PERFORM POSICIONAR-SALDO-ABR.
    IF NOT ACHOU-SALDO-ABR THEN
        PERFORM DERIVAR-SALDO-ANTERIOR
    END-IF.
    MOVE 0 TO WS-SALDO-FECHAMENTO.
    MOVE 0 TO WS-TOTAL-DEPOSITOS.
    MOVE 0 TO WS-TOTAL-SAQUES.
    MOVE 0 TO WS-TOTAL-TRANSF-REC.
    MOVE 0 TO WS-TOTAL-TARIFAS.
    MOVE 0 TO WS-TOTAL-DEB-AUTO.
    MOVE 0 TO WS-TOTAL-ESTORNOS.
    MOVE "N" TO WS-ACHOU-PERIODO.

    DISPLAY "-----------------------------------------------".
    DISPLAY "Conta: " CONTA-NUMERO " Titular: " CONTA-TITULAR.
    DISPLAY "Período arquivado: " WS-PERIODO.

    MOVE WS-PERIODO TO WS-PERIODO-BUSCA.
    PERFORM POSICIONAR-LANCAMENTOS-CONTA.
    PERFORM UNTIL FIM-LANC-CONTA
        PERFORM AVALIAR-LANCAMENTO-HIST
        PERFORM LER-LANCAMENTO-CONTA
    END-PERFORM.

    IF NOT ACHOU-PERIODO THEN
        WS-TOTAL-TRANSF-REC.
    DISPLAY "Total tarifas: R$" WS-TOTAL-TARIFAS.
    DISPLAY "Total débitos automáticos: R$" WS-TOTAL-DEB-AUTO.
    DISPLAY "Total estornos: R$" WS-TOTAL-ESTORNOS.
    DISPLAY "Saldo de fechamento: R$" WS-SALDO-FECHAMENTO.

*> Saldo anterior sem SALDOABR.DAT do período: o último saldo da
*> conta no período fechado mais recente antes do consultado em que
*> ela teve movimento, recuando período a período até o primeiro
*> do histórico. Sem movimento anterior, o saldo anterior é zero.
DERIVAR-SALDO-ANTERIOR.
    MOVE "N" TO WS-ACHOU-ANTERIOR.
    MOVE WS-PERIODO TO WS-PERIODO-BUSCA.
    PERFORM RECUAR-PERIODO-BUSCA.
    PERFORM UNTIL ACHOU-ANTERIOR
            OR WS-PERIODO-BUSCA < WS-PRIMEIRO-PERIODO
        PERFORM POSICIONAR-LANCAMENTOS-CONTA
        PERFORM UNTIL FIM-LANC-CONTA
            MOVE HIST-SALDO TO WS-SALDO-ANTERIOR
            SET ACHOU-ANTERIOR TO TRUE
            PERFORM LER-LANCAMENTO-CONTA
        END-PERFORM
        PERFORM RECUAR-PERIODO-BUSCA
    END-PERFORM.

RECUAR-PERIODO-BUSCA.
    IF WS-BUSCA-MES NOT > 1 THEN
        SUBTRACT 1 FROM WS-BUSCA-ANO
        MOVE 12 TO WS-BUSCA-MES
    ELSE
        SUBTRACT 1 FROM WS-BUSCA-MES
    END-IF.

AVALIAR-LANCAMENTO-HIST.
    IF NOT ACHOU-PERIODO THEN
        MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ABERTURA
        SET ACHOU-PERIODO TO TRUE
        DISPLAY "Saldo de abertura: R$" WS-SALDO-ABERTURA
    END-IF.
    PERFORM IMPRIMIR-LANCAMENTO-HIST.
    MOVE HIST-SALDO TO WS-SALDO-FECHAMENTO.

IMPRIMIR-LANCAMENTO-HIST.
    IF HIST-TIPO-OP = 1 THEN
        ADD HIST-VALOR TO WS-TOTAL-DEPOSITOS
        DISPLAY "  " HIST-DATA " " HIST-HORA
            " Depósito   R$" HIST-VALOR
            " Op " HIST-OPERADOR
    ELSE
        IF HIST-TIPO-OP = 2 THEN
            ADD HIST-VALOR TO WS-TOTAL-SAQUES
            DISPLAY "  " HIST-DATA " " HIST-HORA
                " Saque      R$" HIST-VALOR
                " Op " HIST-OPERADOR
        ELSE
            IF HIST-TIPO-OP = 3 THEN
                ADD HIST-VALOR TO WS-TOTAL-JUROS
                DISPLAY "  " HIST-DATA " " HIST-HORA
                    " Juros      R$" HIST-VALOR
                    " Op " HIST-OPERADOR
            ELSE
                IF HIST-TIPO-OP = 4 THEN
                    ADD HIST-VALOR TO WS-TOTAL-TRANSF-ENV
                    DISPLAY "  " HIST-DATA " " HIST-HORA
                        " Transf Env R$" HIST-VALOR
                        " Ref " HIST-REF-TRANSF
                        " Op " HIST-OPERADOR
                ELSE
                    IF HIST-TIPO-OP = 5 THEN
                        ADD HIST-VALOR TO WS-TOTAL-TRANSF-REC
                        DISPLAY "  " HIST-DATA " " HIST-HORA
                            " Transf Rec R$" HIST-VALOR
                            " Ref " HIST-REF-TRANSF
                            " Op " HIST-OPERADOR
                    ELSE
                        IF HIST-TIPO-OP = 6 THEN
                            ADD HIST-VALOR TO WS-TOTAL-TARIFAS
                            DISPLAY "  " HIST-DATA " " HIST-HORA
                                " Tarifa     R$" HIST-VALOR
                                " Op " HIST-OPERADOR
                        ELSE
                            IF HIST-TIPO-OP = 7 THEN
                                ADD HIST-VALOR TO WS-TOTAL-DEB-AUTO
                                DISPLAY "  " HIST-DATA " "
                                    HIST-HORA
                                    " Deb Autom  R$" HIST-VALOR
                                    " Op " HIST-OPERADOR
                            ELSE
                                IF HIST-TIPO-OP = 8 THEN
                                    ADD HIST-VALOR TO WS-TOTAL-ESTORNOS
                                    DISPLAY "  " HIST-DATA " "
                                        HIST-HORA
                                        " Estorno    R$" HIST-VALOR
                                        " Seq " HIST-EST-SEQUENCIA
                                        " Op " HIST-OPERADOR
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-IF
        END-IF
    END-IF.
    IF HIST-ESTORNADO
            AND (HIST-TIPO-OP = 1 OR HIST-TIPO-OP = 2) THEN
        DISPLAY "      (estornado pelo lançamento "
            HIST-EST-SEQUENCIA ")"
    END-IF.
