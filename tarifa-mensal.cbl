        FILE STATUS IS WS-STATUS-SEQUENCIA.

    SELECT ARQUIVO-HISTORICO ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HISTORICO.

    SELECT ARQUIVO-TARIFAS ASSIGN TO "TARIFAS.DAT"

    SELECT SORT-JORNAL ASSIGN TO "SRTTF01".

    SELECT ARQUIVO-BLOQUEIOS ASSIGN TO "BLOQJUD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLJ-CHAVE
        FILE STATUS IS WS-STATUS-BLOQUEIOS.

    SELECT ARQUIVO-PENDENCIAS ASSIGN TO "TARPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TPD-CHAVE
        FILE STATUS IS WS-STATUS-PENDENCIAS.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

FD  ARQUIVO-PENDENCIAS.
COPY TARPEND.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS      PIC XX.
01 WS-STATUS-CONTROLE    PIC XX.
01 WS-STATUS-SEQUENCIA   PIC XX.
01 WS-SEQUENCIA-JORNAL   PIC 9(7).
01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-TEM-BLOQUEIOS     PIC X VALUE "N".
    88 TEM-BLOQUEIOS    VALUE "S".
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-DATA-BLOQUEIO     PIC X(8).
01 WS-TOTAL-BLOQUEADO   PIC 9(7)V99.
01 WS-STATUS-PENDENCIAS PIC XX.
01 WS-FIM-PENDENCIAS    PIC X VALUE "N".
    88 FIM-PENDENCIAS   VALUE "S".

01 WS-FIM-CONTAS         PIC X VALUE "N".
    88 FIM-CONTAS        VALUE "S".
01 WS-QTD-SAQUES-CONTA   PIC 9(5).
01 WS-SAQUES-EXCEDENTES  PIC 9(5).
01 WS-VALOR-TARIFA       PIC 9(5)V99.
01 WS-TOTAL-PENDENTE     PIC 9(5)V99.
01 WS-VALOR-COBRAR       PIC 9(5)V99.
01 WS-QTD-COBRADAS       PIC 9(6) VALUE 0.
01 WS-TOTAL-COBRADO      PIC 9(9)V99 VALUE 0.
01 WS-QTD-PENDENTES      PIC 9(6) VALUE 0.
01 WS-TOTAL-PENDENTES    PIC 9(9)V99 VALUE 0.

PROCEDURE DIVISION.

    PERFORM ORDENAR-SAQUES-PERIODO.

    PERFORM ABRIR-ARQUIVO-JORNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-BLOQUEIO.
    PERFORM ABRIR-ARQUIVO-BLOQUEIOS.
    PERFORM ABRIR-ARQUIVO-PENDENCIAS.
    OPEN INPUT ARQUIVO-SAQUES-ORD.
    PERFORM LER-PROXIMO-SAQUE-ORD.

    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-SAQUES-ORD.
    CLOSE ARQUIVO-PENDENCIAS.
    IF TEM-BLOQUEIOS THEN
        CLOSE ARQUIVO-BLOQUEIOS
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Contas tarifadas: " WS-QTD-COBRADAS.
    DISPLAY "Total cobrado: R$" WS-TOTAL-COBRADO.
    DISPLAY "Tarifas pendentes por bloqueio de saldo: "
        WS-QTD-PENDENTES " - R$" WS-TOTAL-PENDENTES.
    STOP RUN.

*> A tabela de tarifas é obrigatória: sem ela não há o que cobrar
*> Os saques do período cobrado podem estar no diário corrente ou
*> já arquivados pelo FECHAMENTO-MENSAL: o SORT junta as duas
*> fontes, filtrando só os saques (tipo 2) do período, ordenados
*> por conta para a contagem por quebra. Saque estornado foi erro
*> de digitação e não conta na franquia. O histórico é indexado
*> por período + conta + sequência: a leitura começa no período
*> cobrado e para no seguinte, sem percorrer o acervo inteiro.
ORDENAR-SAQUES-PERIODO.
    SORT SORT-JORNAL
        ON ASCENDING KEY SRT-NUMERO-CONTA SRT-DATA SRT-HORA
            NOT AT END
                IF JORN-TIPO-OP = 2
                        AND JORN-DATA(1:6) = WS-PERIODO-COBRANCA
                        AND NOT JORN-ESTORNADO
                THEN
                    MOVE JORNAL-REC TO JORNAL-SRT-REC
                    RELEASE JORNAL-SRT-REC
    OPEN INPUT ARQUIVO-HISTORICO.
    IF WS-STATUS-HISTORICO NOT = "00" THEN
        SET FIM-HISTORICO TO TRUE
    ELSE
        MOVE WS-PERIODO-COBRANCA TO HIST-PERIODO
        MOVE 0 TO HIST-NUMERO-CONTA
        MOVE 0 TO HIST-SEQUENCIA
        START ARQUIVO-HISTORICO KEY NOT LESS THAN HIST-CHAVE
            INVALID KEY
                SET FIM-HISTORICO TO TRUE
        END-START
    END-IF.
    PERFORM UNTIL FIM-HISTORICO
        READ ARQUIVO-HISTORICO NEXT RECORD
            AT END
                SET FIM-HISTORICO TO TRUE
            NOT AT END
                IF HIST-PERIODO NOT = WS-PERIODO-COBRANCA THEN
                    SET FIM-HISTORICO TO TRUE
                END-IF
                IF HIST-TIPO-OP = 2
                        AND HIST-PERIODO = WS-PERIODO-COBRANCA
                        AND NOT HIST-ESTORNADO
                THEN
                    MOVE HIST-NUMERO-CONTA TO SRT-NUMERO-CONTA
                    MOVE HIST-DATA TO SRT-DATA
*> saque além da franquia no período cobrado. A tarifa debita o
*> saldo mesmo sem cobertura (tarifas não respeitam limite) e vai
*> ao jornal como tipo 6, separada dos saques dos clientes.
*> Exceção: o valor retido por bloqueio judicial/administrativo
*> não pode ser consumido - com bloqueio ativo, a tarifa só é
*> debitada se o saldo disponível a cobre; senão fica pendente em
*> TARPEND.DAT. Pendências de períodos anteriores entram junto na
*> cobrança seguinte que tiver cobertura.
COBRAR-TARIFAS-CONTA.
    MOVE 0 TO WS-QTD-SAQUES-CONTA.

        END-IF
        COMPUTE WS-VALOR-TARIFA = WS-TARIFA-MENSAL
            + WS-SAQUES-EXCEDENTES * WS-TARIFA-SAQUE
        PERFORM SOMAR-PENDENCIAS-CONTA
        COMPUTE WS-VALOR-COBRAR = WS-VALOR-TARIFA + WS-TOTAL-PENDENTE
        IF WS-VALOR-COBRAR > 0 THEN
            PERFORM SOMAR-BLOQUEIOS-CONTA
            IF WS-TOTAL-BLOQUEADO > 0
                    AND WS-VALOR-COBRAR > CONTA-SALDO
                        + CONTA-LIMITE-CREDITO - WS-TOTAL-BLOQUEADO
            THEN
                IF WS-VALOR-TARIFA > 0 THEN
                    PERFORM GRAVAR-TARIFA-PENDENTE
                END-IF
            ELSE
                SUBTRACT WS-VALOR-COBRAR FROM CONTA-SALDO
                REWRITE CONTA-REC
                PERFORM GRAVAR-JORNAL-TARIFA
                IF WS-TOTAL-PENDENTE > 0 THEN
                    PERFORM BAIXAR-PENDENCIAS-CONTA
                END-IF
                ADD 1 TO WS-QTD-COBRADAS
                ADD WS-VALOR-COBRAR TO WS-TOTAL-COBRADO
                DISPLAY "Conta " CONTA-NUMERO " - tarifa R$"
                    WS-VALOR-TARIFA " (" WS-QTD-SAQUES-CONTA
                    " saques, " WS-SAQUES-EXCEDENTES
                    " excedentes) - novo saldo R$" CONTA-SALDO
                IF WS-TOTAL-PENDENTE > 0 THEN
                    DISPLAY "      mais R$" WS-TOTAL-PENDENTE
                        " de tarifas pendentes de períodos "
                        "anteriores"
                END-IF
            END-IF
        END-IF
    END-IF.

SOMAR-PENDENCIAS-CONTA.
    MOVE 0 TO WS-TOTAL-PENDENTE.
    MOVE "N" TO WS-FIM-PENDENCIAS.
    MOVE CONTA-NUMERO TO TPD-NUMERO-CONTA.
    MOVE LOW-VALUES TO TPD-PERIODO.
    START ARQUIVO-PENDENCIAS KEY NOT LESS THAN TPD-CHAVE
        INVALID KEY
            SET FIM-PENDENCIAS TO TRUE
    END-START.
    PERFORM UNTIL FIM-PENDENCIAS
        READ ARQUIVO-PENDENCIAS NEXT RECORD
            AT END
                SET FIM-PENDENCIAS TO TRUE
            NOT AT END
                IF TPD-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                    SET FIM-PENDENCIAS TO TRUE
                ELSE
                    IF TPD-PENDENTE THEN
                        ADD TPD-VALOR TO WS-TOTAL-PENDENTE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> As pendências anteriores cobradas agora ficam registradas como
*> cobradas, com a data, para não entrarem de novo.
BAIXAR-PENDENCIAS-CONTA.
    MOVE "N" TO WS-FIM-PENDENCIAS.
    MOVE CONTA-NUMERO TO TPD-NUMERO-CONTA.
    MOVE LOW-VALUES TO TPD-PERIODO.
    START ARQUIVO-PENDENCIAS KEY NOT LESS THAN TPD-CHAVE
        INVALID KEY
            SET FIM-PENDENCIAS TO TRUE
    END-START.
    PERFORM UNTIL FIM-PENDENCIAS
        READ ARQUIVO-PENDENCIAS NEXT RECORD
            AT END
                SET FIM-PENDENCIAS TO TRUE
            NOT AT END
                IF TPD-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                    SET FIM-PENDENCIAS TO TRUE
                ELSE
                    IF TPD-PENDENTE THEN
                        SET TPD-COBRADA TO TRUE
                        MOVE WS-DATA-BLOQUEIO TO TPD-DATA-COBRANCA
                        REWRITE TARPEND-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

GRAVAR-TARIFA-PENDENTE.
    MOVE CONTA-NUMERO TO TPD-NUMERO-CONTA.
    MOVE WS-PERIODO-COBRANCA TO TPD-PERIODO.
    MOVE WS-VALOR-TARIFA TO TPD-VALOR.
    SET TPD-PENDENTE TO TRUE.
    MOVE SPACES TO TPD-DATA-COBRANCA.
    WRITE TARPEND-REC
        INVALID KEY
            DISPLAY "Pendência da conta " CONTA-NUMERO
                " do período " WS-PERIODO-COBRANCA " já existe."
        NOT INVALID KEY
            ADD 1 TO WS-QTD-PENDENTES
            ADD WS-VALOR-TARIFA TO WS-TOTAL-PENDENTES
            DISPLAY "Conta " CONTA-NUMERO " - tarifa R$"
                WS-VALOR-TARIFA " PENDENTE: saldo disponível não "
                "cobre (R$" WS-TOTAL-BLOQUEADO " bloqueado)"
    END-WRITE.

GRAVAR-JORNAL-TARIFA.
    PERFORM OBTER-SEQUENCIA-JORNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE CONTA-NUMERO TO JORN-NUMERO-CONTA.
    MOVE WS-SEQUENCIA-JORNAL TO JORN-SEQUENCIA.
    MOVE 6 TO JORN-TIPO-OP.
    MOVE WS-VALOR-COBRAR TO JORN-VALOR.
    MOVE CONTA-SALDO TO JORN-SALDO.
    MOVE SPACES TO JORN-REF-TRANSF.
    MOVE "TARIFA" TO JORN-OPERADOR.
    WRITE JORNAL-REC.

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

ABRIR-ARQUIVO-PENDENCIAS.
    OPEN I-O ARQUIVO-PENDENCIAS.
    IF WS-STATUS-PENDENCIAS = "35" THEN
        OPEN OUTPUT ARQUIVO-PENDENCIAS
        CLOSE ARQUIVO-PENDENCIAS
        OPEN I-O ARQUIVO-PENDENCIAS
    END-IF.
    IF WS-STATUS-PENDENCIAS NOT = "00" THEN
        DISPLAY "Erro ao abrir TARPEND.DAT (status "
            WS-STATUS-PENDENCIAS ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
