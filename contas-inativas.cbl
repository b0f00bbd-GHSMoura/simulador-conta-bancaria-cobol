IDENTIFICATION DIVISION.
PROGRAM-ID. CONTAS-INATIVAS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONTA-NUMERO
        FILE STATUS IS WS-STATUS-CONTAS.

    SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JORN-CHAVE
        FILE STATUS IS WS-STATUS-JORNAL.

    SELECT ARQUIVO-HISTORICO ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HISTORICO.

    SELECT ARQUIVO-EVENTOS ASSIGN TO "EVENTOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-EVENTOS.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELINAT.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
COPY CONTACC.

FD  ARQUIVO-JORNAL.
COPY JORNAL.

FD  ARQUIVO-HISTORICO.
COPY JORNHIST.

FD  ARQUIVO-EVENTOS.
COPY EVENTOS.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS     PIC XX.
01 WS-STATUS-JORNAL     PIC XX.
01 WS-STATUS-HISTORICO  PIC XX.
01 WS-STATUS-EVENTOS    PIC XX.
01 WS-STATUS-RELATORIO  PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-FIM-CONTAS        PIC X VALUE "N".
    88 FIM-CONTAS       VALUE "S".
01 WS-FIM-LANC-CONTA    PIC X VALUE "N".
    88 FIM-LANC-CONTA   VALUE "S".
01 WS-TEM-JORNAL        PIC X VALUE "N".
    88 TEM-JORNAL       VALUE "S".
01 WS-TEM-HISTORICO     PIC X VALUE "N".
    88 TEM-HISTORICO    VALUE "S".

01 WS-DATA-PROCESSO     PIC X(8).
01 WS-DATA-HORA         PIC X(14).

*> Prazo de inatividade em meses, informado na segunda linha do
*> STDIN; vazio ou zero assume o padrão de 24 meses.
01 WS-MESES-INATIVIDADE PIC 9(3).
01 WS-MESES-PADRAO      PIC 9(3) VALUE 24.

*> Data de corte: data de processamento menos o prazo, com o dia
*> limitado ao último dia do mês de destino. Conta cujo último
*> movimento do cliente é anterior ao corte está parada há mais
*> que o prazo.
01 WS-DATA-CORTE.
   05 WS-CORTE-ANO      PIC 9(4).
   05 WS-CORTE-MES      PIC 9(2).
   05 WS-CORTE-DIA      PIC 9(2).
01 WS-ULTIMO-DIA        PIC 9(2).
01 WS-RESTO             PIC 9(4).
01 WS-QUOCIENTE         PIC 9(4).

*> Períodos do histórico percorridos do mais recente para o mais
*> antigo, como no extrato histórico.
01 WS-PRIMEIRO-PERIODO  PIC X(6).
01 WS-PERIODO-BUSCA.
   05 WS-BUSCA-ANO      PIC 9(4).
   05 WS-BUSCA-MES      PIC 9(2).

*> Apuração da conta corrente: data do último movimento do próprio
*> cliente e data do lançamento mais antigo de qualquer tipo - sem
*> data de abertura no mestre, é o primeiro lançamento que mostra
*> desde quando a conta existe.
01 WS-ULTIMO-MOVIMENTO  PIC X(8).
01 WS-PRIMEIRO-LANC     PIC X(8).
01 WS-ACHOU-MOVIMENTO   PIC X VALUE "N".
    88 ACHOU-MOVIMENTO  VALUE "S".
01 WS-CONTA-PARADA      PIC X VALUE "N".
    88 CONTA-PARADA     VALUE "S".
01 WS-RESULTADO         PIC X(10).

01 WS-QTD-AVALIADAS     PIC 9(6) VALUE 0.
01 WS-QTD-INATIVADAS    PIC 9(6) VALUE 0.
01 WS-QTD-JA-INATIVAS   PIC 9(6) VALUE 0.
01 WS-QTD-BLOQUEADAS    PIC 9(6) VALUE 0.
01 WS-QTD-REVER         PIC 9(6) VALUE 0.
01 WS-QTD-SEM-LANC      PIC 9(6) VALUE 0.
01 WS-TOTAL-INATIVADAS  PIC S9(9)V99 VALUE 0.
01 WS-TOTAL-EDITADO     PIC -9(9).99.

01 REL-DETALHE.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-CPF        PIC 9(11).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-TITULAR    PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-SALDO      PIC -9(5).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-ULT-MOV    PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-RESULTADO  PIC X(10).

PROCEDURE DIVISION.

    DISPLAY "=== CONTAS-INATIVAS: CONTAS SEM MOVIMENTO DO CLIENTE "
        "===".
    DISPLAY "Digite a data de processamento (AAAAMMDD ou vazio "
        "para hoje): ".
    ACCEPT WS-DATA-PROCESSO.
    IF WS-DATA-PROCESSO IS NOT NUMERIC THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:8) TO WS-DATA-PROCESSO
    END-IF.
    DISPLAY "Digite o prazo de inatividade em meses (vazio para "
        WS-MESES-PADRAO "): ".
    ACCEPT WS-MESES-INATIVIDADE.
    IF WS-MESES-INATIVIDADE IS NOT NUMERIC
            OR WS-MESES-INATIVIDADE = 0 THEN
        MOVE WS-MESES-PADRAO TO WS-MESES-INATIVIDADE
    END-IF.
    PERFORM CALCULAR-DATA-CORTE.
    DISPLAY "Data de referência: " WS-DATA-PROCESSO " - prazo "
        WS-MESES-INATIVIDADE " meses - sem movimento do cliente "
        "desde antes de " WS-DATA-CORTE.

    PERFORM INICIAR-CONTROLE-BATCH.

    OPEN I-O ARQUIVO-CONTAS.
    IF WS-STATUS-CONTAS NOT = "00" THEN
        DISPLAY "Arquivo de contas inexistente ou vazio."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT ARQUIVO-JORNAL.
    IF WS-STATUS-JORNAL = "00" THEN
        SET TEM-JORNAL TO TRUE
    END-IF.
    PERFORM ABRIR-ARQUIVO-HISTORICO.

    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    PERFORM UNTIL FIM-CONTAS
        READ ARQUIVO-CONTAS NEXT RECORD
            AT END
                SET FIM-CONTAS TO TRUE
            NOT AT END
                IF NOT CONTA-ENCERRADA THEN
                    PERFORM AVALIAR-CONTA
                END-IF
        END-READ
    END-PERFORM.

    PERFORM GRAVAR-TOTAIS-RELATORIO.

    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-CONTAS.
    IF TEM-JORNAL THEN
        CLOSE ARQUIVO-JORNAL
    END-IF.
    IF TEM-HISTORICO THEN
        CLOSE ARQUIVO-HISTORICO
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Contas avaliadas: " WS-QTD-AVALIADAS.
    DISPLAY "Inativadas neste processamento: " WS-QTD-INATIVADAS
        " - saldo R$" WS-TOTAL-EDITADO.
    DISPLAY "Já inativas e ainda paradas: " WS-QTD-JA-INATIVAS.
    DISPLAY "Paradas mas bloqueadas (situação mantida): "
        WS-QTD-BLOQUEADAS.
    DISPLAY "Inativas com movimento recente (avaliar reativação): "
        WS-QTD-REVER.
    DISPLAY "Sem lançamentos no diário e no histórico (não "
        "avaliadas): " WS-QTD-SEM-LANC.
    STOP RUN.

*> Sem o histórico a apuração fica só com o diário do período
*> aberto; o primeiro período do arquivo limita a busca para trás.
ABRIR-ARQUIVO-HISTORICO.
    OPEN INPUT ARQUIVO-HISTORICO.
    IF WS-STATUS-HISTORICO = "00" THEN
        READ ARQUIVO-HISTORICO NEXT RECORD
            AT END
                CLOSE ARQUIVO-HISTORICO
            NOT AT END
                SET TEM-HISTORICO TO TRUE
                MOVE HIST-PERIODO TO WS-PRIMEIRO-PERIODO
        END-READ
    END-IF.
    IF NOT TEM-HISTORICO THEN
        DISPLAY "Histórico JORNHIST.DAT inexistente ou vazio - "
            "apuração só com o diário."
    END-IF.

*> Movimento do cliente é o que ele mesmo comandou: depósito,
*> saque e transferência (tipos 1, 2, 4 e 5) feitos no balcão ou
*> nos lotes das agências. Juros, tarifas, débitos automáticos,
*> estornos e as transferências programadas executadas pelo batch
*> ("TRANSP") são lançamentos da máquina e não contam; lançamento
*> estornado também não. O diário traz o período aberto e é lido
*> primeiro; só sem movimento nele a busca desce pelo histórico,
*> do período mais recente ao mais antigo, e para no primeiro
*> período em que o cliente movimentou.
AVALIAR-CONTA.
    ADD 1 TO WS-QTD-AVALIADAS.
    MOVE SPACES TO WS-ULTIMO-MOVIMENTO.
    MOVE SPACES TO WS-PRIMEIRO-LANC.
    MOVE "N" TO WS-ACHOU-MOVIMENTO.
    IF TEM-JORNAL THEN
        PERFORM APURAR-MOVIMENTO-JORNAL
    END-IF.
    IF NOT ACHOU-MOVIMENTO AND TEM-HISTORICO THEN
        MOVE WS-DATA-PROCESSO(1:6) TO WS-PERIODO-BUSCA
        PERFORM UNTIL ACHOU-MOVIMENTO
                OR WS-PERIODO-BUSCA < WS-PRIMEIRO-PERIODO
            PERFORM APURAR-MOVIMENTO-HISTORICO
            PERFORM RECUAR-PERIODO-BUSCA
        END-PERFORM
    END-IF.

    MOVE "N" TO WS-CONTA-PARADA.
    IF ACHOU-MOVIMENTO THEN
        IF WS-ULTIMO-MOVIMENTO < WS-DATA-CORTE THEN
            SET CONTA-PARADA TO TRUE
        END-IF
    ELSE
        IF WS-PRIMEIRO-LANC NOT = SPACES
                AND WS-PRIMEIRO-LANC < WS-DATA-CORTE THEN
            SET CONTA-PARADA TO TRUE
        END-IF
    END-IF.

    IF CONTA-PARADA THEN
        IF CONTA-ATIVA THEN
            PERFORM INATIVAR-CONTA
        ELSE
            IF CONTA-INATIVA THEN
                ADD 1 TO WS-QTD-JA-INATIVAS
                MOVE "JA INATIVA" TO WS-RESULTADO
            ELSE
                ADD 1 TO WS-QTD-BLOQUEADAS
                MOVE "BLOQUEADA" TO WS-RESULTADO
            END-IF
        END-IF
        PERFORM GRAVAR-DETALHE-CONTA
    ELSE
        IF WS-PRIMEIRO-LANC = SPACES THEN
            ADD 1 TO WS-QTD-SEM-LANC
            MOVE "SEM LANC." TO WS-RESULTADO
            PERFORM GRAVAR-DETALHE-CONTA
        ELSE
            IF CONTA-INATIVA THEN
                ADD 1 TO WS-QTD-REVER
                MOVE "MOV.RECENT" TO WS-RESULTADO
                PERFORM GRAVAR-DETALHE-CONTA
            END-IF
        END-IF
    END-IF.

*> Lançamentos da conta no diário, em ordem de data e hora: o
*> primeiro lido é o mais antigo e o último movimento do cliente
*> fica com a data mais recente.
APURAR-MOVIMENTO-JORNAL.
    MOVE "N" TO WS-FIM-LANC-CONTA.
    MOVE CONTA-NUMERO TO JORN-NUMERO-CONTA.
    MOVE LOW-VALUES TO JORN-DATA.
    MOVE LOW-VALUES TO JORN-HORA.
    MOVE 0 TO JORN-SEQUENCIA.
    START ARQUIVO-JORNAL KEY NOT LESS THAN JORN-CHAVE
        INVALID KEY
            SET FIM-LANC-CONTA TO TRUE
    END-START.
    PERFORM UNTIL FIM-LANC-CONTA
        READ ARQUIVO-JORNAL NEXT RECORD
            AT END
                SET FIM-LANC-CONTA TO TRUE
            NOT AT END
                IF JORN-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                    SET FIM-LANC-CONTA TO TRUE
                ELSE
                    IF WS-PRIMEIRO-LANC = SPACES THEN
                        MOVE JORN-DATA TO WS-PRIMEIRO-LANC
                    END-IF
                    IF (JORN-TIPO-OP = 1 OR JORN-TIPO-OP = 2
                            OR JORN-TIPO-OP = 4 OR JORN-TIPO-OP = 5)
                            AND JORN-OPERADOR NOT = "TRANSP"
                            AND NOT JORN-ESTORNADO THEN
                        MOVE JORN-DATA TO WS-ULTIMO-MOVIMENTO
                        SET ACHOU-MOVIMENTO TO TRUE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> Lançamentos da conta num período do histórico, na ordem da
*> sequência. Como os períodos são percorridos do mais recente
*> para o mais antigo, o primeiro lançamento do período visitado
*> por último é o mais antigo da conta.
APURAR-MOVIMENTO-HISTORICO.
    MOVE "N" TO WS-FIM-LANC-CONTA.
    MOVE WS-PERIODO-BUSCA TO HIST-PERIODO.
    MOVE CONTA-NUMERO TO HIST-NUMERO-CONTA.
    MOVE 0 TO HIST-SEQUENCIA.
    START ARQUIVO-HISTORICO KEY NOT LESS THAN HIST-CHAVE
        INVALID KEY
            SET FIM-LANC-CONTA TO TRUE
    END-START.
    PERFORM UNTIL FIM-LANC-CONTA
        READ ARQUIVO-HISTORICO NEXT RECORD
            AT END
                SET FIM-LANC-CONTA TO TRUE
            NOT AT END
                IF HIST-PERIODO NOT = WS-PERIODO-BUSCA
                        OR HIST-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                    SET FIM-LANC-CONTA TO TRUE
                ELSE
                    PERFORM AVALIAR-LANCAMENTO-HIST
                END-IF
        END-READ
    END-PERFORM.

AVALIAR-LANCAMENTO-HIST.
    IF WS-PRIMEIRO-LANC = SPACES
            OR HIST-DATA < WS-PRIMEIRO-LANC THEN
        MOVE HIST-DATA TO WS-PRIMEIRO-LANC
    END-IF.
    IF (HIST-TIPO-OP = 1 OR HIST-TIPO-OP = 2
            OR HIST-TIPO-OP = 4 OR HIST-TIPO-OP = 5)
            AND HIST-OPERADOR NOT = "TRANSP"
            AND NOT HIST-ESTORNADO THEN
        MOVE HIST-DATA TO WS-ULTIMO-MOVIMENTO
        SET ACHOU-MOVIMENTO TO TRUE
    END-IF.

RECUAR-PERIODO-BUSCA.
    IF WS-BUSCA-MES NOT > 1 THEN
        SUBTRACT 1 FROM WS-BUSCA-ANO
        MOVE 12 TO WS-BUSCA-MES
    ELSE
        SUBTRACT 1 FROM WS-BUSCA-MES
    END-IF.

*> Só conta ativa passa a inativa. Conta bloqueada parada continua
*> bloqueada - o bloqueio é decisão do supervisor e já impede os
*> saques - e sai no relatório para a mesma análise. A inativação
*> vai para o arquivo de ocorrências, de onde o
*> NOTIFICACAO-CLIENTES avisa o titular; reexecutar o mês não
*> repete o aviso, porque a conta já inativa não é tocada.
INATIVAR-CONTA.
    SET CONTA-INATIVA TO TRUE.
    REWRITE CONTA-REC.
    ADD 1 TO WS-QTD-INATIVADAS.
    ADD CONTA-SALDO TO WS-TOTAL-INATIVADAS.
    MOVE "INATIVADA" TO WS-RESULTADO.
    PERFORM GRAVAR-EVENTO-INATIVACAO.

GRAVAR-EVENTO-INATIVACAO.
    OPEN EXTEND ARQUIVO-EVENTOS.
    IF WS-STATUS-EVENTOS = "35" THEN
        OPEN OUTPUT ARQUIVO-EVENTOS
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO EVT-DATA.
    MOVE WS-DATA-HORA(9:6) TO EVT-HORA.
    SET EVT-CONTA-INATIVADA TO TRUE.
    MOVE CONTA-NUMERO TO EVT-NUMERO-CONTA.
    MOVE 0 TO EVT-VALOR.
    MOVE 0 TO EVT-MOTIVO.
    MOVE SPACES TO EVT-REFERENCIA.
    STRING "INATMEN" WS-DATA-PROCESSO(1:6)
        DELIMITED BY SIZE INTO EVT-REFERENCIA.
    WRITE EVENTO-REC.
    CLOSE ARQUIVO-EVENTOS.

GRAVAR-DETALHE-CONTA.
    MOVE CONTA-NUMERO TO REL-DET-CONTA.
    MOVE CONTA-CPF-TITULAR TO REL-DET-CPF.
    MOVE CONTA-TITULAR TO REL-DET-TITULAR.
    MOVE CONTA-SALDO TO REL-DET-SALDO.
    IF ACHOU-MOVIMENTO THEN
        MOVE WS-ULTIMO-MOVIMENTO TO REL-DET-ULT-MOV
    ELSE
        MOVE "NENHUM" TO REL-DET-ULT-MOV
    END-IF.
    MOVE WS-RESULTADO TO REL-DET-RESULTADO.
    MOVE REL-DETALHE TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    STRING "CONTAS SEM MOVIMENTO DO CLIENTE - DATA "
        WS-DATA-PROCESSO " PRAZO " WS-MESES-INATIVIDADE
        " MESES CORTE " WS-DATA-CORTE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING " CONTA  CPF         TITULAR                        "
        "    SALDO ULT.MOV. RESULTADO"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-TOTAIS-RELATORIO.
    MOVE WS-TOTAL-INATIVADAS TO WS-TOTAL-EDITADO.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  AVALIADAS " WS-QTD-AVALIADAS
        " INATIVADAS " WS-QTD-INATIVADAS
        " SALDO R$" WS-TOTAL-EDITADO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  JA INATIVAS " WS-QTD-JA-INATIVAS
        " BLOQUEADAS PARADAS " WS-QTD-BLOQUEADAS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  INATIVAS COM MOVIMENTO RECENTE " WS-QTD-REVER
        " SEM LANCAMENTOS " WS-QTD-SEM-LANC
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

*> Data de processamento menos WS-MESES-INATIVIDADE meses; o dia
*> é limitado ao último dia do mês alcançado (31/03 menos um mês
*> dá 28 ou 29/02).
CALCULAR-DATA-CORTE.
    MOVE WS-DATA-PROCESSO TO WS-DATA-CORTE.
    PERFORM RECUAR-UM-MES WS-MESES-INATIVIDADE TIMES.
    PERFORM CALCULAR-ULTIMO-DIA.
    IF WS-CORTE-DIA > WS-ULTIMO-DIA THEN
        MOVE WS-ULTIMO-DIA TO WS-CORTE-DIA
    END-IF.

RECUAR-UM-MES.
    IF WS-CORTE-MES = 1 THEN
        MOVE 12 TO WS-CORTE-MES
        SUBTRACT 1 FROM WS-CORTE-ANO
    ELSE
        SUBTRACT 1 FROM WS-CORTE-MES
    END-IF.

CALCULAR-ULTIMO-DIA.
    IF WS-CORTE-MES = 4 OR WS-CORTE-MES = 6 OR WS-CORTE-MES = 9
            OR WS-CORTE-MES = 11 THEN
        MOVE 30 TO WS-ULTIMO-DIA
    ELSE
        IF WS-CORTE-MES = 2 THEN
            MOVE 28 TO WS-ULTIMO-DIA
            DIVIDE WS-CORTE-ANO BY 4 GIVING WS-QUOCIENTE
                REMAINDER WS-RESTO
            IF WS-RESTO = 0 THEN
                MOVE 29 TO WS-ULTIMO-DIA
                DIVIDE WS-CORTE-ANO BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO
                IF WS-RESTO = 0 THEN
                    DIVIDE WS-CORTE-ANO BY 400 GIVING WS-QUOCIENTE
                        REMAINDER WS-RESTO
                    IF WS-RESTO NOT = 0 THEN
                        MOVE 28 TO WS-ULTIMO-DIA
                    END-IF
                END-IF
            END-IF
        ELSE
            MOVE 31 TO WS-ULTIMO-DIA
        END-IF
    END-IF.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução mensal (AAAAMM00). Reexecutar o mês é
*> permitido: a conta já inativa não é alterada nem notificada de
*> novo, e o RELINAT.DAT é regravado com a situação do momento.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO(1:6) TO CTL-REFERENCIA(1:6).
    MOVE "00" TO CTL-REFERENCIA(7:2).
    MOVE "INATMEN" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "INATMEN já executado para "
                    WS-DATA-PROCESSO(1:6) " - reexecutando."
            END-IF
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.

ENCERRAR-CONTROLE-BATCH.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO(1:6) TO CTL-REFERENCIA(1:6).
    MOVE "00" TO CTL-REFERENCIA(7:2).
    MOVE "INATMEN" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CTL-CONCLUIDO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.
    CLOSE ARQUIVO-CONTROLE.
