IDENTIFICATION DIVISION.
PROGRAM-ID. INFORME-RENDIMENTOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONTA-NUMERO
        FILE STATUS IS WS-STATUS-CONTAS.

    SELECT ARQUIVO-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLI-CPF
        FILE STATUS IS WS-STATUS-CLIENTES.

    SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS JORN-CHAVE
        FILE STATUS IS WS-STATUS-JORNAL.

    SELECT ARQUIVO-HISTORICO ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HISTORICO.

    SELECT ARQUIVO-JORN-ORD ASSIGN TO "JORDINFR.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-JORN-ORD.

    SELECT SORT-JORNAL ASSIGN TO "SRTIR01".

    SELECT SORT-INFORME ASSIGN TO "SRTIR02".

    SELECT ARQUIVO-SALDO-ABR ASSIGN TO "SALDOABR.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-SALDO-ABR.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELINFRE.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-DECLARACAO ASSIGN TO "DECLREND.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-DECLARACAO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
COPY CONTACC.

FD  ARQUIVO-CLIENTES.
COPY CLIENTE.

FD  ARQUIVO-JORNAL.
COPY JORNAL.

FD  ARQUIVO-HISTORICO.
COPY JORNHIST.

SD  SORT-JORNAL.
COPY JORNALSRT.

FD  ARQUIVO-JORN-ORD.
COPY JORNALORD.

*> Valores apurados por conta, reordenados por CPF do titular para
*> juntar no mesmo informe todas as contas do cliente.
SD  SORT-INFORME.
01 INF-SRT-REC.
   05 INF-CPF              PIC 9(11).
   05 INF-NUMERO-CONTA     PIC 9(6).
   05 INF-TITULAR          PIC X(30).
   05 INF-SITUACAO         PIC X.
   05 INF-SALDO-ANTERIOR   PIC S9(5)V99.
   05 INF-SALDO-ATUAL      PIC S9(5)V99.
   05 INF-RENDIMENTOS      PIC S9(7)V99.

FD  ARQUIVO-SALDO-ABR.
COPY SALDOABR.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-DECLARACAO.
COPY DECLREND.

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS     PIC XX.
01 WS-STATUS-CLIENTES   PIC XX.
01 WS-STATUS-JORNAL     PIC XX.
01 WS-STATUS-HISTORICO  PIC XX.
01 WS-STATUS-JORN-ORD   PIC XX.
01 WS-STATUS-SALDO-ABR  PIC XX.
01 WS-STATUS-RELATORIO  PIC XX.
01 WS-STATUS-DECLARACAO PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-FIM-CONTAS        PIC X VALUE "N".
    88 FIM-CONTAS       VALUE "S".
01 WS-FIM-JORNAL        PIC X VALUE "N".
    88 FIM-JORNAL       VALUE "S".
01 WS-FIM-HISTORICO     PIC X VALUE "N".
    88 FIM-HISTORICO    VALUE "S".
01 WS-FIM-JORN-ORD      PIC X VALUE "N".
    88 FIM-JORN-ORD     VALUE "S".
01 WS-FIM-SALDO-ABR     PIC X VALUE "N".
    88 FIM-SALDO-ABR    VALUE "S".
01 WS-FIM-INFORME       PIC X VALUE "N".
    88 FIM-INFORME      VALUE "S".
01 WS-TEM-CLIENTES      PIC X VALUE "N".
    88 TEM-CLIENTES     VALUE "S".
01 WS-MOVIMENTO-ANO     PIC X.
    88 MOVIMENTO-ANO    VALUE "S".

01 WS-DATA-HORA         PIC X(14).
01 WS-DATA-HOJE         PIC X(8).
01 WS-ANO-ENTRADA       PIC X(4).
01 WS-ANO-BASE          PIC 9(4).
01 WS-ANO-ANTERIOR      PIC 9(4).
01 WS-ANO-SEGUINTE      PIC 9(4).
01 WS-ANO-HOJE          PIC 9(4).
01 WS-DATA-INICIO-ANO   PIC X(8).
01 WS-DATA-FIM-ANO      PIC X(8).
*> Períodos de SALDOABR.DAT que carregam os saldos em 31/12: o
*> saldo que abre janeiro de um ano é o saldo de 31/12 do anterior.
01 WS-ABR-PERIODO-ANT   PIC X(6).
01 WS-ABR-PERIODO-ATU   PIC X(6).

*> Valores da conta em apuração.
01 WS-SALDO-ANTERIOR    PIC S9(5)V99.
01 WS-SALDO-ATUAL       PIC S9(5)V99.
01 WS-RENDIMENTOS       PIC S9(7)V99.

*> Totais do CPF em emissão.
01 WS-CPF-ATUAL         PIC 9(11).
01 WS-NOME-CLIENTE      PIC X(30).
01 WS-ENDERECO-CLIENTE  PIC X(40).
01 WS-CPF-QTD-CONTAS    PIC 9(3).
01 WS-CPF-SALDO-ANT     PIC S9(7)V99.
01 WS-CPF-SALDO-ATU     PIC S9(7)V99.
01 WS-CPF-RENDIMENTOS   PIC S9(7)V99.

*> Totais da execução e de conferência da declaração.
01 WS-QTD-CONTAS        PIC 9(6) VALUE 0.
01 WS-QTD-CPFS          PIC 9(6) VALUE 0.
01 WS-QTD-SEM-CPF       PIC 9(6) VALUE 0.
01 WS-QTD-SEM-CADASTRO  PIC 9(6) VALUE 0.
01 WS-QTD-DETALHES      PIC 9(7) VALUE 0.
01 WS-TOTAL-RENDIMENTOS PIC 9(11)V99 VALUE 0.
01 WS-TOTAL-SALDO-ATU   PIC S9(11)V99 VALUE 0.

01 REL-DETALHE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-DET-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACES.
   05 REL-DET-SITUACAO   PIC X(9).
   05 FILLER             PIC X(3) VALUE SPACES.
   05 REL-DET-SALDO-ANT  PIC -9(7).99.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 REL-DET-SALDO-ATU  PIC -9(7).99.
   05 FILLER             PIC X(4) VALUE SPACES.
   05 REL-DET-RENDIM     PIC -9(7).99.

PROCEDURE DIVISION.

    DISPLAY "=== INFORME-RENDIMENTOS: INFORME ANUAL POR CPF ===".
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    MOVE WS-DATA-HORA(1:4) TO WS-ANO-HOJE.
    DISPLAY "Digite o ano-base (AAAA ou vazio para o ano "
        "anterior): ".
    ACCEPT WS-ANO-ENTRADA.
    IF WS-ANO-ENTRADA IS NOT NUMERIC THEN
        COMPUTE WS-ANO-BASE = WS-ANO-HOJE - 1
    ELSE
        MOVE WS-ANO-ENTRADA TO WS-ANO-BASE
    END-IF.
    IF WS-ANO-BASE NOT < WS-ANO-HOJE THEN
        DISPLAY "Ano-base " WS-ANO-BASE " ainda não encerrado. "
            "Informe recusado."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-ANO-ANTERIOR = WS-ANO-BASE - 1.
    COMPUTE WS-ANO-SEGUINTE = WS-ANO-BASE + 1.
    MOVE WS-ANO-BASE TO WS-DATA-INICIO-ANO(1:4).
    MOVE "0101" TO WS-DATA-INICIO-ANO(5:4).
    MOVE WS-ANO-BASE TO WS-DATA-FIM-ANO(1:4).
    MOVE "1231" TO WS-DATA-FIM-ANO(5:4).
    MOVE WS-ANO-BASE TO WS-ABR-PERIODO-ANT(1:4).
    MOVE "01" TO WS-ABR-PERIODO-ANT(5:2).
    MOVE WS-ANO-SEGUINTE TO WS-ABR-PERIODO-ATU(1:4).
    MOVE "01" TO WS-ABR-PERIODO-ATU(5:2).
    DISPLAY "Ano-base: " WS-ANO-BASE.

    PERFORM INICIAR-CONTROLE-BATCH.

    OPEN INPUT ARQUIVO-CONTAS.
    IF WS-STATUS-CONTAS NOT = "00" THEN
        DISPLAY "Arquivo de contas inexistente ou vazio."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT ARQUIVO-CLIENTES.
    IF WS-STATUS-CLIENTES = "00" THEN
        SET TEM-CLIENTES TO TRUE
    ELSE
        DISPLAY "Cadastro de clientes CLIENTES.DAT inexistente - "
            "informes saem com o titular da conta e sem endereço."
    END-IF.

    PERFORM ORDENAR-LANCAMENTOS.

    OPEN INPUT ARQUIVO-JORN-ORD.
    PERFORM LER-PROXIMO-JORN-ORD.
    PERFORM ABRIR-ARQUIVO-SALDO-ABR.

    OPEN OUTPUT ARQUIVO-RELATORIO.
    OPEN OUTPUT ARQUIVO-DECLARACAO.
    PERFORM GRAVAR-CABECALHO-DECLARACAO.

    SORT SORT-INFORME
        ON ASCENDING KEY INF-CPF INF-NUMERO-CONTA
        INPUT PROCEDURE IS APURAR-CONTAS
        OUTPUT PROCEDURE IS EMITIR-INFORMES.

    PERFORM GRAVAR-TRAILER-DECLARACAO.

    CLOSE ARQUIVO-CONTAS.
    IF TEM-CLIENTES THEN
        CLOSE ARQUIVO-CLIENTES
    END-IF.
    CLOSE ARQUIVO-JORN-ORD.
    CLOSE ARQUIVO-SALDO-ABR.
    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-DECLARACAO.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Contas no informe: " WS-QTD-CONTAS.
    DISPLAY "CPFs informados: " WS-QTD-CPFS.
    DISPLAY "Registros de detalhe na declaração: " WS-QTD-DETALHES.
    DISPLAY "Total de rendimentos: R$" WS-TOTAL-RENDIMENTOS.
    DISPLAY "Total de saldos em 31/12: R$" WS-TOTAL-SALDO-ATU.
    IF WS-QTD-SEM-CPF > 0 THEN
        DISPLAY "Contas sem CPF do titular (fora da declaração): "
            WS-QTD-SEM-CPF
    END-IF.
    IF WS-QTD-SEM-CADASTRO > 0 THEN
        DISPLAY "CPFs sem cadastro em CLIENTES.DAT: "
            WS-QTD-SEM-CADASTRO
    END-IF.
    STOP RUN.

*> O diário corrente e o histórico juntos cobrem o ano-base: o SORT
*> junta os dois por conta/data/hora/sequência e descarta o que é
*> posterior a 31/12. Os lançamentos de anos anteriores entram só
*> para derivar o saldo de 31/12 do ano anterior quando o
*> SALDOABR.DAT montado não traz esse saldo.
ORDENAR-LANCAMENTOS.
    SORT SORT-JORNAL
        ON ASCENDING KEY SRT-NUMERO-CONTA SRT-DATA SRT-HORA
            SRT-SEQUENCIA
        INPUT PROCEDURE IS SELECIONAR-LANCAMENTOS
        GIVING ARQUIVO-JORN-ORD.

SELECIONAR-LANCAMENTOS.
    OPEN INPUT ARQUIVO-HISTORICO.
    IF WS-STATUS-HISTORICO NOT = "00" THEN
        SET FIM-HISTORICO TO TRUE
    END-IF.
    PERFORM UNTIL FIM-HISTORICO
        READ ARQUIVO-HISTORICO NEXT RECORD
            AT END
                SET FIM-HISTORICO TO TRUE
            NOT AT END
                IF HIST-DATA NOT > WS-DATA-FIM-ANO THEN
                    MOVE HIST-NUMERO-CONTA TO SRT-NUMERO-CONTA
                    MOVE HIST-DATA TO SRT-DATA
                    MOVE HIST-HORA TO SRT-HORA
                    MOVE HIST-SEQUENCIA TO SRT-SEQUENCIA
                    MOVE HIST-TIPO-OP TO SRT-TIPO-OP
                    MOVE HIST-VALOR TO SRT-VALOR
                    MOVE HIST-SALDO TO SRT-SALDO
                    MOVE HIST-REF-TRANSF TO SRT-REF-TRANSF
                    MOVE HIST-OPERADOR TO SRT-OPERADOR
                    RELEASE JORNAL-SRT-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-HISTORICO.

    OPEN INPUT ARQUIVO-JORNAL.
    IF WS-STATUS-JORNAL NOT = "00" THEN
        SET FIM-JORNAL TO TRUE
    END-IF.
    PERFORM UNTIL FIM-JORNAL
        READ ARQUIVO-JORNAL NEXT RECORD
            AT END
                SET FIM-JORNAL TO TRUE
            NOT AT END
                IF JORN-DATA NOT > WS-DATA-FIM-ANO THEN
                    MOVE JORNAL-REC TO JORNAL-SRT-REC
                    RELEASE JORNAL-SRT-REC
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-JORNAL.

LER-PROXIMO-JORN-ORD.
    READ ARQUIVO-JORN-ORD NEXT RECORD
        AT END
            SET FIM-JORN-ORD TO TRUE
    END-READ.

ABRIR-ARQUIVO-SALDO-ABR.
    OPEN INPUT ARQUIVO-SALDO-ABR.
    IF WS-STATUS-SALDO-ABR = "35" THEN
        SET FIM-SALDO-ABR TO TRUE
    ELSE
        PERFORM LER-PROXIMO-SALDO-ABR
    END-IF.

LER-PROXIMO-SALDO-ABR.
    READ ARQUIVO-SALDO-ABR NEXT RECORD
        AT END
            SET FIM-SALDO-ABR TO TRUE
    END-READ.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução: referência anual AAAA0000 do ano-base. O
*> informe é apenas leitura e regrava o relatório e a declaração,
*> então reexecutar é permitido.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-ANO-BASE TO CTL-REFERENCIA(1:4).
    MOVE "0000" TO CTL-REFERENCIA(5:4).
    MOVE "INFREND" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "INFREND já executado para o ano-base "
                    WS-ANO-BASE " - reexecutando."
            END-IF
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.

ENCERRAR-CONTROLE-BATCH.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-ANO-BASE TO CTL-REFERENCIA(1:4).
    MOVE "0000" TO CTL-REFERENCIA(5:4).
    MOVE "INFREND" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CTL-CONCLUIDO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.
    CLOSE ARQUIVO-CONTROLE.

*> Percorre o mestre em ordem de conta junto com os lançamentos
*> ordenados e o SALDOABR.DAT, e entrega ao SORT por CPF os valores
*> de cada conta que tenha saldo ou movimento no ano-base.
APURAR-CONTAS.
    PERFORM UNTIL FIM-CONTAS
        READ ARQUIVO-CONTAS NEXT RECORD
            AT END
                SET FIM-CONTAS TO TRUE
            NOT AT END
                PERFORM APURAR-CONTA
        END-READ
    END-PERFORM.

*> Saldo de 31/12 = saldo após o último lançamento até a data; sem
*> lançamento no ano vale o saldo do ano anterior. Quando o
*> SALDOABR.DAT montado é a geração de janeiro do ano-base ou do
*> ano seguinte, o saldo de abertura gravado pelo fechamento
*> prevalece. Rendimentos são os juros creditados no ano (tipo 3
*> positivo); juros sobre saldo devedor são encargo, não
*> rendimento.
APURAR-CONTA.
    MOVE 0 TO WS-SALDO-ANTERIOR.
    MOVE 0 TO WS-SALDO-ATUAL.
    MOVE 0 TO WS-RENDIMENTOS.
    MOVE "N" TO WS-MOVIMENTO-ANO.

    *> Descarta lançamentos órfãos (conta inexistente no mestre).
    PERFORM UNTIL FIM-JORN-ORD
            OR JORD-NUMERO-CONTA NOT LESS THAN CONTA-NUMERO
        PERFORM LER-PROXIMO-JORN-ORD
    END-PERFORM.

    PERFORM UNTIL FIM-JORN-ORD
            OR JORD-NUMERO-CONTA NOT = CONTA-NUMERO
        PERFORM AVALIAR-LANCAMENTO
        PERFORM LER-PROXIMO-JORN-ORD
    END-PERFORM.

    PERFORM POSICIONAR-SALDO-ABR.

    IF WS-SALDO-ANTERIOR NOT = 0 OR WS-SALDO-ATUAL NOT = 0
            OR WS-RENDIMENTOS NOT = 0 OR MOVIMENTO-ANO THEN
        MOVE CONTA-CPF-TITULAR TO INF-CPF
        MOVE CONTA-NUMERO TO INF-NUMERO-CONTA
        MOVE CONTA-TITULAR TO INF-TITULAR
        MOVE CONTA-SITUACAO TO INF-SITUACAO
        MOVE WS-SALDO-ANTERIOR TO INF-SALDO-ANTERIOR
        MOVE WS-SALDO-ATUAL TO INF-SALDO-ATUAL
        MOVE WS-RENDIMENTOS TO INF-RENDIMENTOS
        RELEASE INF-SRT-REC
        ADD 1 TO WS-QTD-CONTAS
    END-IF.

AVALIAR-LANCAMENTO.
    IF JORD-DATA < WS-DATA-INICIO-ANO THEN
        MOVE JORD-SALDO TO WS-SALDO-ANTERIOR
        MOVE JORD-SALDO TO WS-SALDO-ATUAL
    ELSE
        SET MOVIMENTO-ANO TO TRUE
        MOVE JORD-SALDO TO WS-SALDO-ATUAL
        IF JORD-TIPO-OP = 3 AND JORD-VALOR > 0 THEN
            ADD JORD-VALOR TO WS-RENDIMENTOS
        END-IF
    END-IF.

POSICIONAR-SALDO-ABR.
    PERFORM UNTIL FIM-SALDO-ABR
            OR ABR-NUMERO-CONTA NOT LESS THAN CONTA-NUMERO
        PERFORM LER-PROXIMO-SALDO-ABR
    END-PERFORM.
    IF NOT FIM-SALDO-ABR AND ABR-NUMERO-CONTA = CONTA-NUMERO THEN
        IF ABR-PERIODO = WS-ABR-PERIODO-ATU THEN
            MOVE ABR-SALDO TO WS-SALDO-ATUAL
        ELSE
            IF ABR-PERIODO = WS-ABR-PERIODO-ANT THEN
                MOVE ABR-SALDO TO WS-SALDO-ANTERIOR
                IF NOT MOVIMENTO-ANO THEN
                    MOVE ABR-SALDO TO WS-SALDO-ATUAL
                END-IF
            END-IF
        END-IF
    END-IF.

*> Um informe por CPF com todas as contas do titular; cada CPF
*> vira um registro de detalhe da declaração.
EMITIR-INFORMES.
    PERFORM RETORNAR-INFORME.
    PERFORM UNTIL FIM-INFORME
        PERFORM EMITIR-INFORME-CPF
    END-PERFORM.

RETORNAR-INFORME.
    RETURN SORT-INFORME
        AT END
            SET FIM-INFORME TO TRUE
    END-RETURN.

EMITIR-INFORME-CPF.
    MOVE INF-CPF TO WS-CPF-ATUAL.
    MOVE 0 TO WS-CPF-QTD-CONTAS.
    MOVE 0 TO WS-CPF-SALDO-ANT.
    MOVE 0 TO WS-CPF-SALDO-ATU.
    MOVE 0 TO WS-CPF-RENDIMENTOS.
    PERFORM LOCALIZAR-CLIENTE.
    PERFORM GRAVAR-CABECALHO-INFORME.

    PERFORM UNTIL FIM-INFORME OR INF-CPF NOT = WS-CPF-ATUAL
        PERFORM GRAVAR-CONTA-INFORME
        PERFORM RETORNAR-INFORME
    END-PERFORM.

    PERFORM GRAVAR-TOTAL-INFORME.
    IF WS-CPF-ATUAL = 0 THEN
        ADD WS-CPF-QTD-CONTAS TO WS-QTD-SEM-CPF
    ELSE
        ADD 1 TO WS-QTD-CPFS
        PERFORM GRAVAR-DETALHE-DECLARACAO
    END-IF.

LOCALIZAR-CLIENTE.
    MOVE INF-TITULAR TO WS-NOME-CLIENTE.
    MOVE "(ENDERECO NAO CADASTRADO)" TO WS-ENDERECO-CLIENTE.
    IF TEM-CLIENTES AND WS-CPF-ATUAL NOT = 0 THEN
        MOVE WS-CPF-ATUAL TO CLI-CPF
        READ ARQUIVO-CLIENTES
            INVALID KEY
                ADD 1 TO WS-QTD-SEM-CADASTRO
            NOT INVALID KEY
                MOVE CLI-NOME TO WS-NOME-CLIENTE
                MOVE CLI-ENDERECO TO WS-ENDERECO-CLIENTE
        END-READ
    END-IF.

GRAVAR-CABECALHO-INFORME.
    MOVE SPACES TO REL-LINHA.
    STRING "INFORME DE RENDIMENTOS FINANCEIROS - ANO-BASE "
        WS-ANO-BASE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    IF WS-CPF-ATUAL = 0 THEN
        STRING "CPF NAO INFORMADO - " WS-NOME-CLIENTE
            DELIMITED BY SIZE INTO REL-LINHA
    ELSE
        STRING "CPF " WS-CPF-ATUAL " - " WS-NOME-CLIENTE
            DELIMITED BY SIZE INTO REL-LINHA
    END-IF.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "ENDERECO " WS-ENDERECO-CLIENTE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  CONTA  SITUACAO     SALDO 31/12/" WS-ANO-ANTERIOR
        "   SALDO 31/12/" WS-ANO-BASE "   RENDIMENTOS"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-CONTA-INFORME.
    MOVE INF-NUMERO-CONTA TO REL-DET-CONTA.
    IF INF-SITUACAO = "E" THEN
        MOVE "ENCERRADA" TO REL-DET-SITUACAO
    ELSE
        IF INF-SITUACAO = "B" THEN
            MOVE "BLOQUEADA" TO REL-DET-SITUACAO
        ELSE
            IF INF-SITUACAO = "I" THEN
                MOVE "INATIVA" TO REL-DET-SITUACAO
            ELSE
                MOVE "ATIVA" TO REL-DET-SITUACAO
            END-IF
        END-IF
    END-IF.
    MOVE INF-SALDO-ANTERIOR TO REL-DET-SALDO-ANT.
    MOVE INF-SALDO-ATUAL TO REL-DET-SALDO-ATU.
    MOVE INF-RENDIMENTOS TO REL-DET-RENDIM.
    MOVE REL-DETALHE TO REL-LINHA.
    WRITE REL-LINHA.
    ADD 1 TO WS-CPF-QTD-CONTAS.
    ADD INF-SALDO-ANTERIOR TO WS-CPF-SALDO-ANT.
    ADD INF-SALDO-ATUAL TO WS-CPF-SALDO-ATU.
    ADD INF-RENDIMENTOS TO WS-CPF-RENDIMENTOS.

GRAVAR-TOTAL-INFORME.
    MOVE 0 TO REL-DET-CONTA.
    MOVE "TOTAL" TO REL-DET-SITUACAO.
    MOVE WS-CPF-SALDO-ANT TO REL-DET-SALDO-ANT.
    MOVE WS-CPF-SALDO-ATU TO REL-DET-SALDO-ATU.
    MOVE WS-CPF-RENDIMENTOS TO REL-DET-RENDIM.
    MOVE REL-DETALHE TO REL-LINHA.
    MOVE SPACES TO REL-LINHA(3:6).
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-CABECALHO-DECLARACAO.
    MOVE SPACES TO DECL-REC.
    MOVE "1" TO DECL-TIPO-REG.
    MOVE WS-ANO-BASE TO DECL-CAB-ANO-BASE.
    MOVE WS-DATA-HOJE TO DECL-CAB-DATA-GERACAO.
    WRITE DECL-REC.

GRAVAR-DETALHE-DECLARACAO.
    MOVE SPACES TO DECL-REC.
    MOVE "2" TO DECL-TIPO-REG.
    MOVE WS-CPF-ATUAL TO DECL-DET-CPF.
    MOVE WS-NOME-CLIENTE TO DECL-DET-NOME.
    MOVE WS-CPF-QTD-CONTAS TO DECL-DET-QTD-CONTAS.
    MOVE WS-CPF-SALDO-ANT TO DECL-DET-SALDO-ANTERIOR.
    MOVE WS-CPF-SALDO-ATU TO DECL-DET-SALDO-ATUAL.
    MOVE WS-CPF-RENDIMENTOS TO DECL-DET-RENDIMENTOS.
    WRITE DECL-REC.
    ADD 1 TO WS-QTD-DETALHES.
    ADD WS-CPF-RENDIMENTOS TO WS-TOTAL-RENDIMENTOS.
    ADD WS-CPF-SALDO-ATU TO WS-TOTAL-SALDO-ATU.

GRAVAR-TRAILER-DECLARACAO.
    MOVE SPACES TO DECL-REC.
    MOVE "9" TO DECL-TIPO-REG.
    MOVE WS-QTD-DETALHES TO DECL-TRL-QTD-REG.
    MOVE WS-TOTAL-RENDIMENTOS TO DECL-TRL-TOTAL-RENDIM.
    MOVE WS-TOTAL-SALDO-ATU TO DECL-TRL-TOTAL-SALDO.
    WRITE DECL-REC.
