IDENTIFICATION DIVISION.
PROGRAM-ID. EXPURGO-HISTORICO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-HISTORICO ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HISTORICO.

    SELECT ARQUIVO-ACERVO ASSIGN TO "HISTARQ.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACV-CHAVE
        FILE STATUS IS WS-STATUS-ACERVO.

    SELECT ARQUIVO-PARAMETROS ASSIGN TO "PARAMSIS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELEXPUR.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-HISTORICO.
COPY JORNHIST.

*> Acervo fora de linha: o próprio registro do histórico, com a
*> mesma chave período + conta + sequência. O job leva o arquivo
*> para a área de acervo ao fim de cada execução limpa.
FD  ARQUIVO-ACERVO.
01 ACERVO-REC.
   05 ACV-CHAVE.
      10 ACV-PERIODO       PIC X(6).
      10 ACV-NUMERO-CONTA  PIC 9(6).
      10 ACV-SEQUENCIA     PIC 9(7).
   05 FILLER               PIC X(49).

FD  ARQUIVO-PARAMETROS.
COPY PARAMSIS.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(100).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-HISTORICO   PIC XX.
01 WS-STATUS-ACERVO      PIC XX.
01 WS-STATUS-PARAMETROS  PIC XX.
01 WS-STATUS-RELATORIO   PIC XX.
01 WS-STATUS-CONTROLE    PIC XX.
01 WS-PREREQ-OK          PIC X.
    88 PREREQ-OK         VALUE "S".
01 WS-FIM-HISTORICO      PIC X VALUE "N".
    88 FIM-HISTORICO     VALUE "S".
01 WS-TABELA-CHEIA       PIC X VALUE "N".
    88 TABELA-CHEIA      VALUE "S".

01 WS-DATA-HORA          PIC X(14).
01 WS-PERIODO-REF.
   05 WS-REF-ANO         PIC 9(4).
   05 WS-REF-MES         PIC 9(2).
01 WS-PERIODO-ANTERIOR.
   05 WS-ANT-ANO         PIC 9(4).
   05 WS-ANT-MES         PIC 9(2).
01 WS-PERIODO-CORTE.
   05 WS-CORTE-ANO       PIC 9(4).
   05 WS-CORTE-MES       PIC 9(2).
01 WS-CTL-REFERENCIA     PIC X(8).
01 WS-ANOS-RETENCAO      PIC 9(2) VALUE 5.

*> Cópia do registro do histórico para a conferência com o acervo.
01 WS-REG-HISTORICO      PIC X(68).

*> Totais de controle de cada período levado ao acervo: lidos do
*> histórico, conferidos registro a registro no acervo e excluídos
*> do histórico - os três precisam bater.
01 WS-TAB-PERIODOS.
   05 WS-PERIODOS-EXPURGO OCCURS 240 TIMES.
      10 WS-PER-PERIODO     PIC X(6).
      10 WS-PER-QTD-HIST    PIC 9(7).
      10 WS-PER-VALOR-HIST  PIC S9(9)V99.
      10 WS-PER-QTD-ACV     PIC 9(7).
      10 WS-PER-VALOR-ACV   PIC S9(9)V99.
      10 WS-PER-QTD-EXCL    PIC 9(7).
      10 WS-PER-VALOR-EXCL  PIC S9(9)V99.
      10 WS-PER-SITUACAO    PIC X.
         88 PER-CONFERIDO   VALUE "C".
         88 PER-DIVERGENTE  VALUE "D".
         88 PER-EXPURGADO   VALUE "E".
01 WS-QTD-PERIODOS       PIC 9(3) COMP VALUE 0.
01 IND-PER               PIC 9(3) COMP.

01 WS-QTD-GRAVADOS       PIC 9(7) VALUE 0.
01 WS-QTD-JA-ACERVO      PIC 9(7) VALUE 0.
01 WS-QTD-DIVERGENCIAS   PIC 9(7) VALUE 0.
01 WS-TOT-QTD-HIST       PIC 9(9) VALUE 0.
01 WS-TOT-VALOR-HIST     PIC S9(11)V99 VALUE 0.
01 WS-TOT-QTD-ACV        PIC 9(9) VALUE 0.
01 WS-TOT-VALOR-ACV      PIC S9(11)V99 VALUE 0.
01 WS-TOT-QTD-EXCL       PIC 9(9) VALUE 0.
01 WS-TOT-VALOR-EXCL     PIC S9(11)V99 VALUE 0.

01 REL-DETALHE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-DET-PERIODO    PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-QTD-HIST   PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-VALOR-HIST PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-QTD-ACV    PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-VALOR-ACV  PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-QTD-EXCL   PIC 9(7).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-VALOR-EXCL PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-SITUACAO   PIC X(12).
   05 FILLER             PIC X(13) VALUE SPACES.

01 REL-TOTAL.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 FILLER             PIC X(6) VALUE "TOTAL ".
   05 REL-TOT-QTD-HIST   PIC 9(9).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-VALOR-HIST PIC -9(11).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-QTD-ACV    PIC 9(9).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-VALOR-ACV  PIC -9(11).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-QTD-EXCL   PIC 9(9).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-VALOR-EXCL PIC -9(11).99.
   05 FILLER             PIC X(7) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "=== EXPURGO-HISTORICO: PERÍODOS FORA DO PRAZO DE "
        "RETENÇÃO PARA O ACERVO FORA DE LINHA ===".
    DISPLAY "Digite o mês de referência (AAAAMM ou vazio para o "
        "mês corrente): ".
    ACCEPT WS-PERIODO-REF.
    IF WS-PERIODO-REF IS NOT NUMERIC THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:6) TO WS-PERIODO-REF
    END-IF.
    IF WS-REF-MES < 1 OR WS-REF-MES > 12 THEN
        DISPLAY "Mês de referência inválido. Informe AAAAMM."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    PERFORM LER-PARAMETROS.
    PERFORM CALCULAR-PERIODOS.
    DISPLAY "Referência " WS-PERIODO-REF " - retenção de "
        WS-ANOS-RETENCAO " anos: períodos anteriores a "
        WS-PERIODO-CORTE " vão para o acervo.".

    PERFORM INICIAR-CONTROLE-BATCH.

    PERFORM ABRIR-ARQUIVO-HISTORICO.
    PERFORM ABRIR-ARQUIVO-ACERVO.
    PERFORM ABRIR-ARQUIVO-RELATORIO.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    PERFORM COPIAR-PERIODOS-ACERVO.
    PERFORM CONFERIR-ACERVO.
    IF WS-QTD-DIVERGENCIAS = 0 THEN
        PERFORM EXCLUIR-PERIODOS-HISTORICO
    END-IF.

    PERFORM GRAVAR-PERIODOS-RELATORIO.
    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-HISTORICO.
    CLOSE ARQUIVO-ACERVO.

    DISPLAY "Períodos fora do prazo: " WS-QTD-PERIODOS.
    DISPLAY "Lançamentos lidos do histórico: " WS-TOT-QTD-HIST
        " - valor R$" WS-TOT-VALOR-HIST.
    DISPLAY "Gravados no acervo: " WS-QTD-GRAVADOS
        " (já presentes de execução anterior: "
        WS-QTD-JA-ACERVO ")".
    DISPLAY "Conferidos no acervo: " WS-TOT-QTD-ACV
        " - valor R$" WS-TOT-VALOR-ACV.
    DISPLAY "Excluídos do histórico: " WS-TOT-QTD-EXCL
        " - valor R$" WS-TOT-VALOR-EXCL.
    IF TABELA-CHEIA THEN
        DISPLAY "Limite de 240 períodos por execução atingido - "
            "os períodos restantes ficam para a próxima execução."
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.
    STOP RUN.

*> O prazo de retenção vem do arquivo de parâmetros; ausente, não
*> numérico ou zero, vale 5 anos.
LER-PARAMETROS.
    OPEN INPUT ARQUIVO-PARAMETROS.
    IF WS-STATUS-PARAMETROS = "00" THEN
        READ ARQUIVO-PARAMETROS NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF PARAM-ANOS-RETENCAO IS NUMERIC
                        AND PARAM-ANOS-RETENCAO > 0 THEN
                    MOVE PARAM-ANOS-RETENCAO TO WS-ANOS-RETENCAO
                END-IF
        END-READ
        CLOSE ARQUIVO-PARAMETROS
    END-IF.

*> Ficam no histórico os períodos a partir do mesmo mês, N anos
*> antes da referência; o período anterior à referência é o último
*> fechado, pré-requisito da execução.
CALCULAR-PERIODOS.
    COMPUTE WS-CORTE-ANO = WS-REF-ANO - WS-ANOS-RETENCAO.
    MOVE WS-REF-MES TO WS-CORTE-MES.
    MOVE WS-REF-ANO TO WS-ANT-ANO.
    IF WS-REF-MES = 1 THEN
        SUBTRACT 1 FROM WS-ANT-ANO
        MOVE 12 TO WS-ANT-MES
    ELSE
        COMPUTE WS-ANT-MES = WS-REF-MES - 1
    END-IF.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução: job mensal (referência AAAAMM00) que só
*> roda depois do FECHAMEN do mês anterior, para não concorrer com
*> o arquivamento no histórico. Reexecutar é permitido - o que já
*> foi para o acervo é reconhecido pela chave e conferido de novo.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.

    MOVE "N" TO WS-PREREQ-OK.
    MOVE WS-PERIODO-ANTERIOR TO CTL-REFERENCIA(1:6).
    MOVE "00" TO CTL-REFERENCIA(7:2).
    MOVE "FECHAMEN" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                SET PREREQ-OK TO TRUE
            END-IF
    END-READ.
    IF NOT PREREQ-OK THEN
        DISPLAY "EXPHIST recusado: FECHAMEN do período "
            WS-PERIODO-ANTERIOR " ainda não concluído."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE WS-PERIODO-REF TO WS-CTL-REFERENCIA(1:6).
    MOVE "00" TO WS-CTL-REFERENCIA(7:2).
    MOVE WS-CTL-REFERENCIA TO CTL-REFERENCIA.
    MOVE "EXPHIST" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "EXPHIST já executado no período - "
                    "reexecutando."
            END-IF
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.

*> Com divergência o registro de controle fica em "I" e nada é
*> excluído do histórico: o acervo gravado fica no diretório de
*> trabalho até a divergência ser explicada e o job reexecutado.
ENCERRAR-CONTROLE-BATCH.
    IF WS-QTD-DIVERGENCIAS > 0 THEN
        DISPLAY "EXPHIST NÃO concluído: " WS-QTD-DIVERGENCIAS
            " divergência(s) entre histórico e acervo - nenhum "
            "lançamento excluído. Veja RELEXPUR.DAT."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-CTL-REFERENCIA TO CTL-REFERENCIA
        MOVE "EXPHIST" TO CTL-JOB
        READ ARQUIVO-CONTROLE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CTL-CONCLUIDO TO TRUE
                MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
                REWRITE CONTROLE-REC
        END-READ
        CLOSE ARQUIVO-CONTROLE
    END-IF.

ABRIR-ARQUIVO-HISTORICO.
    OPEN I-O ARQUIVO-HISTORICO.
    IF WS-STATUS-HISTORICO = "35" THEN
        OPEN OUTPUT ARQUIVO-HISTORICO
        CLOSE ARQUIVO-HISTORICO
        OPEN I-O ARQUIVO-HISTORICO
    END-IF.
    IF WS-STATUS-HISTORICO NOT = "00" THEN
        DISPLAY "Erro ao abrir JORNHIST.DAT (status "
            WS-STATUS-HISTORICO ")."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> O acervo de uma execução interrompida ou divergente continua no
*> diretório de trabalho: a reexecução o reabre e completa.
ABRIR-ARQUIVO-ACERVO.
    OPEN I-O ARQUIVO-ACERVO.
    IF WS-STATUS-ACERVO = "35" THEN
        OPEN OUTPUT ARQUIVO-ACERVO
        CLOSE ARQUIVO-ACERVO
        OPEN I-O ARQUIVO-ACERVO
    END-IF.
    IF WS-STATUS-ACERVO NOT = "00" THEN
        DISPLAY "Erro ao abrir HISTARQ.DAT (status "
            WS-STATUS-ACERVO ")."
        CLOSE ARQUIVO-HISTORICO
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> O log de expurgo acumula todas as execuções - é a prova do que
*> saiu do histórico, quando e com quais totais.
ABRIR-ARQUIVO-RELATORIO.
    OPEN EXTEND ARQUIVO-RELATORIO.
    IF WS-STATUS-RELATORIO = "35" THEN
        OPEN OUTPUT ARQUIVO-RELATORIO
    END-IF.

*> Posiciona no início do histórico para percorrer, em ordem de
*> chave, os períodos mais antigos.
POSICIONAR-INICIO-HISTORICO.
    MOVE "N" TO WS-FIM-HISTORICO.
    MOVE LOW-VALUES TO HIST-CHAVE.
    START ARQUIVO-HISTORICO KEY NOT LESS THAN HIST-CHAVE
        INVALID KEY
            SET FIM-HISTORICO TO TRUE
    END-START.
    IF NOT FIM-HISTORICO THEN
        PERFORM LER-PROXIMO-EXPURGO
    END-IF.

*> Lê o próximo lançamento enquanto o período estiver fora do prazo
*> e dentro da tabela de períodos desta execução.
LER-PROXIMO-EXPURGO.
    READ ARQUIVO-HISTORICO NEXT RECORD
        AT END
            SET FIM-HISTORICO TO TRUE
        NOT AT END
            IF HIST-PERIODO NOT < WS-PERIODO-CORTE THEN
                SET FIM-HISTORICO TO TRUE
            END-IF
    END-READ.

*> Primeira fase: copia para o acervo os lançamentos dos períodos
*> fora do prazo, somando quantidade e valor por período. Chave já
*> presente no acervo é de execução anterior que não concluiu - a
*> segunda fase confere se o conteúdo é o mesmo.
COPIAR-PERIODOS-ACERVO.
    PERFORM POSICIONAR-INICIO-HISTORICO.
    PERFORM UNTIL FIM-HISTORICO
        IF WS-QTD-PERIODOS = 0 THEN
            PERFORM INCLUIR-PERIODO
        ELSE
            IF HIST-PERIODO NOT = WS-PER-PERIODO (WS-QTD-PERIODOS)
                    THEN
                PERFORM INCLUIR-PERIODO
            END-IF
        END-IF
        IF TABELA-CHEIA THEN
            SET FIM-HISTORICO TO TRUE
        ELSE
            ADD 1 TO WS-PER-QTD-HIST (WS-QTD-PERIODOS)
            ADD HIST-VALOR TO WS-PER-VALOR-HIST (WS-QTD-PERIODOS)
            MOVE JORNAL-HIST-REC TO ACERVO-REC
            WRITE ACERVO-REC
                INVALID KEY
                    ADD 1 TO WS-QTD-JA-ACERVO
                NOT INVALID KEY
                    ADD 1 TO WS-QTD-GRAVADOS
            END-WRITE
            PERFORM LER-PROXIMO-EXPURGO
        END-IF
    END-PERFORM.

INCLUIR-PERIODO.
    IF WS-QTD-PERIODOS NOT < 240 THEN
        SET TABELA-CHEIA TO TRUE
    ELSE
        ADD 1 TO WS-QTD-PERIODOS
        MOVE HIST-PERIODO TO WS-PER-PERIODO (WS-QTD-PERIODOS)
        MOVE 0 TO WS-PER-QTD-HIST (WS-QTD-PERIODOS)
        MOVE 0 TO WS-PER-VALOR-HIST (WS-QTD-PERIODOS)
        MOVE 0 TO WS-PER-QTD-ACV (WS-QTD-PERIODOS)
        MOVE 0 TO WS-PER-VALOR-ACV (WS-QTD-PERIODOS)
        MOVE 0 TO WS-PER-QTD-EXCL (WS-QTD-PERIODOS)
        MOVE 0 TO WS-PER-VALOR-EXCL (WS-QTD-PERIODOS)
        SET PER-CONFERIDO (WS-QTD-PERIODOS) TO TRUE
    END-IF.

*> Devolve em IND-PER a posição do período do lançamento corrente;
*> acima de WS-QTD-PERIODOS quando o período não está na tabela.
LOCALIZAR-PERIODO.
    PERFORM VARYING IND-PER FROM 1 BY 1
            UNTIL IND-PER > WS-QTD-PERIODOS
            OR WS-PER-PERIODO (IND-PER) = HIST-PERIODO
        CONTINUE
    END-PERFORM.

*> Segunda fase: relê os mesmos lançamentos do histórico e procura
*> cada um no acervo pela chave, comparando o registro inteiro.
*> Lançamento ausente ou diferente no acervo marca o período como
*> divergente; os totais conferidos precisam igualar os lidos.
CONFERIR-ACERVO.
    PERFORM POSICIONAR-INICIO-HISTORICO.
    PERFORM UNTIL FIM-HISTORICO
        PERFORM LOCALIZAR-PERIODO
        IF IND-PER > WS-QTD-PERIODOS THEN
            SET FIM-HISTORICO TO TRUE
        ELSE
            PERFORM CONFERIR-LANCAMENTO-ACERVO
            PERFORM LER-PROXIMO-EXPURGO
        END-IF
    END-PERFORM.

    PERFORM VARYING IND-PER FROM 1 BY 1
            UNTIL IND-PER > WS-QTD-PERIODOS
        IF WS-PER-QTD-ACV (IND-PER) NOT = WS-PER-QTD-HIST (IND-PER)
                OR WS-PER-VALOR-ACV (IND-PER)
                    NOT = WS-PER-VALOR-HIST (IND-PER) THEN
            IF NOT PER-DIVERGENTE (IND-PER) THEN
                SET PER-DIVERGENTE (IND-PER) TO TRUE
                ADD 1 TO WS-QTD-DIVERGENCIAS
            END-IF
        END-IF
        ADD WS-PER-QTD-HIST (IND-PER) TO WS-TOT-QTD-HIST
        ADD WS-PER-VALOR-HIST (IND-PER) TO WS-TOT-VALOR-HIST
        ADD WS-PER-QTD-ACV (IND-PER) TO WS-TOT-QTD-ACV
        ADD WS-PER-VALOR-ACV (IND-PER) TO WS-TOT-VALOR-ACV
    END-PERFORM.

CONFERIR-LANCAMENTO-ACERVO.
    MOVE JORNAL-HIST-REC TO WS-REG-HISTORICO.
    MOVE HIST-CHAVE TO ACV-CHAVE.
    READ ARQUIVO-ACERVO
        INVALID KEY
            PERFORM MARCAR-PERIODO-DIVERGENTE
        NOT INVALID KEY
            IF ACERVO-REC = WS-REG-HISTORICO THEN
                ADD 1 TO WS-PER-QTD-ACV (IND-PER)
                ADD HIST-VALOR TO WS-PER-VALOR-ACV (IND-PER)
            ELSE
                PERFORM MARCAR-PERIODO-DIVERGENTE
            END-IF
    END-READ.

MARCAR-PERIODO-DIVERGENTE.
    IF NOT PER-DIVERGENTE (IND-PER) THEN
        SET PER-DIVERGENTE (IND-PER) TO TRUE
        ADD 1 TO WS-QTD-DIVERGENCIAS
    END-IF.
    DISPLAY "*** DIVERGÊNCIA período " HIST-PERIODO " conta "
        HIST-NUMERO-CONTA " sequência " HIST-SEQUENCIA
        ": ausente ou diferente no acervo.".

*> Terceira fase, só com todos os períodos conferidos: exclui do
*> histórico os lançamentos levados ao acervo, somando o excluído
*> por período para fechar os totais de controle.
EXCLUIR-PERIODOS-HISTORICO.
    PERFORM POSICIONAR-INICIO-HISTORICO.
    PERFORM UNTIL FIM-HISTORICO
        PERFORM LOCALIZAR-PERIODO
        IF IND-PER > WS-QTD-PERIODOS THEN
            SET FIM-HISTORICO TO TRUE
        ELSE
            DELETE ARQUIVO-HISTORICO RECORD
                INVALID KEY
                    DISPLAY "Erro ao excluir do histórico período "
                        HIST-PERIODO " conta " HIST-NUMERO-CONTA
                        " sequência " HIST-SEQUENCIA
                        " (status " WS-STATUS-HISTORICO ")."
                NOT INVALID KEY
                    ADD 1 TO WS-PER-QTD-EXCL (IND-PER)
                    ADD HIST-VALOR TO WS-PER-VALOR-EXCL (IND-PER)
            END-DELETE
            PERFORM LER-PROXIMO-EXPURGO
        END-IF
    END-PERFORM.

    PERFORM VARYING IND-PER FROM 1 BY 1
            UNTIL IND-PER > WS-QTD-PERIODOS
        IF WS-PER-QTD-EXCL (IND-PER) = WS-PER-QTD-HIST (IND-PER)
                AND WS-PER-VALOR-EXCL (IND-PER)
                    = WS-PER-VALOR-HIST (IND-PER) THEN
            SET PER-EXPURGADO (IND-PER) TO TRUE
        ELSE
            SET PER-DIVERGENTE (IND-PER) TO TRUE
            ADD 1 TO WS-QTD-DIVERGENCIAS
        END-IF
        ADD WS-PER-QTD-EXCL (IND-PER) TO WS-TOT-QTD-EXCL
        ADD WS-PER-VALOR-EXCL (IND-PER) TO WS-TOT-VALOR-EXCL
    END-PERFORM.

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "EXPURGO DO HISTORICO JORNHIST - REFERENCIA "
        WS-PERIODO-REF " - RETENCAO " WS-ANOS-RETENCAO
        " ANOS - CORTE " WS-PERIODO-CORTE
        " - EXECUCAO " WS-DATA-HORA(1:8) " " WS-DATA-HORA(9:6)
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  PERIOD QTD HIST   VALOR HIST  QTD ACV    VALOR ACV "
        " QTD EXC    VALOR EXC SITUACAO"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-PERIODOS-RELATORIO.
    PERFORM VARYING IND-PER FROM 1 BY 1
            UNTIL IND-PER > WS-QTD-PERIODOS
        PERFORM GRAVAR-DETALHE-RELATORIO
    END-PERFORM.
    MOVE WS-TOT-QTD-HIST TO REL-TOT-QTD-HIST.
    MOVE WS-TOT-VALOR-HIST TO REL-TOT-VALOR-HIST.
    MOVE WS-TOT-QTD-ACV TO REL-TOT-QTD-ACV.
    MOVE WS-TOT-VALOR-ACV TO REL-TOT-VALOR-ACV.
    MOVE WS-TOT-QTD-EXCL TO REL-TOT-QTD-EXCL.
    MOVE WS-TOT-VALOR-EXCL TO REL-TOT-VALOR-EXCL.
    MOVE REL-TOTAL TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    IF WS-QTD-DIVERGENCIAS > 0 THEN
        STRING "*** " WS-QTD-DIVERGENCIAS " DIVERGENCIA(S) - "
            "NENHUM LANCAMENTO EXCLUIDO; ACERVO MANTIDO EM "
            "HISTARQ.DAT PARA A REEXECUCAO"
            DELIMITED BY SIZE INTO REL-LINHA
    ELSE
        IF WS-QTD-PERIODOS = 0 THEN
            MOVE "NENHUM PERIODO FORA DO PRAZO DE RETENCAO"
                TO REL-LINHA
        ELSE
            STRING "EXPURGO CONCLUIDO - GRAVADOS NO ACERVO "
                WS-QTD-GRAVADOS " JA NO ACERVO " WS-QTD-JA-ACERVO
                DELIMITED BY SIZE INTO REL-LINHA
        END-IF
    END-IF.
    WRITE REL-LINHA.

GRAVAR-DETALHE-RELATORIO.
    MOVE WS-PER-PERIODO (IND-PER) TO REL-DET-PERIODO.
    MOVE WS-PER-QTD-HIST (IND-PER) TO REL-DET-QTD-HIST.
    MOVE WS-PER-VALOR-HIST (IND-PER) TO REL-DET-VALOR-HIST.
    MOVE WS-PER-QTD-ACV (IND-PER) TO REL-DET-QTD-ACV.
    MOVE WS-PER-VALOR-ACV (IND-PER) TO REL-DET-VALOR-ACV.
    MOVE WS-PER-QTD-EXCL (IND-PER) TO REL-DET-QTD-EXCL.
    MOVE WS-PER-VALOR-EXCL (IND-PER) TO REL-DET-VALOR-EXCL.
    IF PER-EXPURGADO (IND-PER) THEN
        MOVE "EXPURGADO" TO REL-DET-SITUACAO
    ELSE
        IF PER-DIVERGENTE (IND-PER) THEN
            MOVE "DIVERGENTE" TO REL-DET-SITUACAO
        ELSE
            MOVE "NAO EXCLUIDO" TO REL-DET-SITUACAO
        END-IF
    END-IF.
    MOVE REL-DETALHE TO REL-LINHA.
    WRITE REL-LINHA.
