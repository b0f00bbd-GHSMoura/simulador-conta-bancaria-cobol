IDENTIFICATION DIVISION.
PROGRAM-ID. RELATORIO-BLOQUEIOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-BLOQUEIOS ASSIGN TO "BLOQJUD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BLJ-CHAVE
        FILE STATUS IS WS-STATUS-BLOQUEIOS.

    SELECT ARQUIVO-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONTA-NUMERO
        FILE STATUS IS WS-STATUS-CONTAS.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELBLOQ.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

FD  ARQUIVO-CONTAS.
COPY CONTACC.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-STATUS-CONTAS     PIC XX.
01 WS-STATUS-RELATORIO  PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-TEM-BLOQUEIOS     PIC X VALUE "N".
    88 TEM-BLOQUEIOS    VALUE "S".
01 WS-BLOQ-ATIVO        PIC X.
    88 BLOQ-ATIVO       VALUE "S".

01 WS-DATA-PROCESSO     PIC X(8).
01 WS-DATA-HORA         PIC X(14).

*> Janela de aviso: bloqueios cuja data de liberação cai até
*> WS-DIAS-AVISO dias depois da data de processamento saem também
*> na seção de vencimentos, para a agência preparar a liberação
*> ou pedir a prorrogação ao juízo.
01 WS-DIAS-AVISO        PIC 9(2) VALUE 7.
01 WS-DATA-LIMITE.
   05 WS-LIM-ANO        PIC 9(4).
   05 WS-LIM-MES        PIC 9(2).
   05 WS-LIM-DIA        PIC 9(2).
01 WS-ULTIMO-DIA        PIC 9(2).
01 WS-RESTO             PIC 9(4).
01 WS-QUOCIENTE         PIC 9(4).
01 IND-DIA              PIC 9(2) COMP.

01 WS-QTD-ATIVOS        PIC 9(6) VALUE 0.
01 WS-TOTAL-ATIVOS      PIC 9(9)V99 VALUE 0.
01 WS-QTD-VENCENDO      PIC 9(6) VALUE 0.
01 WS-TOTAL-VENCENDO    PIC 9(9)V99 VALUE 0.

01 REL-DETALHE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-DET-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE "/".
   05 REL-DET-SEQ        PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-ORIGEM     PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-VALOR      PIC 9(5).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-INICIO     PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-LIBERACAO  PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-TITULAR    PIC X(30).
   05 FILLER             PIC X(4) VALUE SPACES.

01 REL-COMPLEMENTO.
   05 FILLER             PIC X(8) VALUE SPACES.
   05 FILLER             PIC X(6) VALUE "PROC. ".
   05 REL-CPL-PROCESSO   PIC X(25).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CPL-MOTIVO     PIC X(30).
   05 FILLER             PIC X(3) VALUE " S:".
   05 REL-CPL-SUPERVISOR PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.

PROCEDURE DIVISION.

    DISPLAY "=== RELATORIO-BLOQUEIOS: BLOQUEIOS JUDICIAIS E "
        "ADMINISTRATIVOS DE SALDO ===".
    DISPLAY "Digite a data de processamento (AAAAMMDD ou vazio "
        "para hoje): ".
    ACCEPT WS-DATA-PROCESSO.
    IF WS-DATA-PROCESSO IS NOT NUMERIC THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:8) TO WS-DATA-PROCESSO
    END-IF.
    PERFORM CALCULAR-DATA-LIMITE.
    DISPLAY "Data de referência: " WS-DATA-PROCESSO
        " - vencimentos até " WS-DATA-LIMITE.

    PERFORM INICIAR-CONTROLE-BATCH.

    OPEN INPUT ARQUIVO-CONTAS.
    IF WS-STATUS-CONTAS NOT = "00" THEN
        DISPLAY "Arquivo de contas inexistente ou vazio."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    *> Primeira passada: todos os bloqueios ativos na data.
    MOVE "BLOQUEIOS ATIVOS" TO REL-LINHA.
    WRITE REL-LINHA.
    OPEN INPUT ARQUIVO-BLOQUEIOS.
    IF WS-STATUS-BLOQUEIOS = "00" THEN
        SET TEM-BLOQUEIOS TO TRUE
    ELSE
        SET FIM-BLOQUEIOS TO TRUE
    END-IF.
    PERFORM UNTIL FIM-BLOQUEIOS
        READ ARQUIVO-BLOQUEIOS NEXT RECORD
            AT END
                SET FIM-BLOQUEIOS TO TRUE
            NOT AT END
                PERFORM AVALIAR-BLOQUEIO
                IF BLOQ-ATIVO THEN
                    ADD 1 TO WS-QTD-ATIVOS
                    ADD BLJ-VALOR TO WS-TOTAL-ATIVOS
                    PERFORM GRAVAR-DETALHE-BLOQUEIO
                END-IF
        END-READ
    END-PERFORM.
    IF TEM-BLOQUEIOS THEN
        CLOSE ARQUIVO-BLOQUEIOS
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  ATIVOS " WS-QTD-ATIVOS " TOTAL BLOQUEADO R$"
        WS-TOTAL-ATIVOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    *> Segunda passada: os ativos que vencem dentro da janela.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "BLOQUEIOS COM LIBERACAO ATE " WS-DATA-LIMITE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "N" TO WS-FIM-BLOQUEIOS.
    OPEN INPUT ARQUIVO-BLOQUEIOS.
    IF WS-STATUS-BLOQUEIOS = "00" THEN
        SET TEM-BLOQUEIOS TO TRUE
    ELSE
        SET FIM-BLOQUEIOS TO TRUE
    END-IF.
    PERFORM UNTIL FIM-BLOQUEIOS
        READ ARQUIVO-BLOQUEIOS NEXT RECORD
            AT END
                SET FIM-BLOQUEIOS TO TRUE
            NOT AT END
                PERFORM AVALIAR-BLOQUEIO
                IF BLOQ-ATIVO
                        AND BLJ-DATA-LIBERACAO <= WS-DATA-LIMITE THEN
                    ADD 1 TO WS-QTD-VENCENDO
                    ADD BLJ-VALOR TO WS-TOTAL-VENCENDO
                    PERFORM GRAVAR-DETALHE-BLOQUEIO
                END-IF
        END-READ
    END-PERFORM.
    IF TEM-BLOQUEIOS THEN
        CLOSE ARQUIVO-BLOQUEIOS
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  VENCENDO " WS-QTD-VENCENDO " TOTAL A LIBERAR R$"
        WS-TOTAL-VENCENDO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-CONTAS.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Bloqueios ativos: " WS-QTD-ATIVOS " - R$"
        WS-TOTAL-ATIVOS.
    DISPLAY "Vencendo até " WS-DATA-LIMITE ": " WS-QTD-VENCENDO
        " - R$" WS-TOTAL-VENCENDO.
    STOP RUN.

*> Mesma regra de bloqueio ativo dos programas que debitam: situação
*> ativa, início já alcançado e liberação ainda por vir.
AVALIAR-BLOQUEIO.
    MOVE "N" TO WS-BLOQ-ATIVO.
    IF BLJ-ATIVO
            AND BLJ-DATA-INICIO <= WS-DATA-PROCESSO
            AND BLJ-DATA-LIBERACAO > WS-DATA-PROCESSO THEN
        SET BLOQ-ATIVO TO TRUE
    END-IF.

*> Data de processamento mais WS-DIAS-AVISO dias, avançando um dia
*> por vez com a virada de mês e de ano.
CALCULAR-DATA-LIMITE.
    MOVE WS-DATA-PROCESSO TO WS-DATA-LIMITE.
    PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > WS-DIAS-AVISO
        PERFORM AVANCAR-UM-DIA
    END-PERFORM.

AVANCAR-UM-DIA.
    PERFORM CALCULAR-ULTIMO-DIA.
    IF WS-LIM-DIA < WS-ULTIMO-DIA THEN
        ADD 1 TO WS-LIM-DIA
    ELSE
        MOVE 1 TO WS-LIM-DIA
        IF WS-LIM-MES = 12 THEN
            MOVE 1 TO WS-LIM-MES
            ADD 1 TO WS-LIM-ANO
        ELSE
            ADD 1 TO WS-LIM-MES
        END-IF
    END-IF.

CALCULAR-ULTIMO-DIA.
    IF WS-LIM-MES = 4 OR WS-LIM-MES = 6 OR WS-LIM-MES = 9
            OR WS-LIM-MES = 11 THEN
        MOVE 30 TO WS-ULTIMO-DIA
    ELSE
        IF WS-LIM-MES = 2 THEN
            MOVE 28 TO WS-ULTIMO-DIA
            DIVIDE WS-LIM-ANO BY 4 GIVING WS-QUOCIENTE
                REMAINDER WS-RESTO
            IF WS-RESTO = 0 THEN
                MOVE 29 TO WS-ULTIMO-DIA
                DIVIDE WS-LIM-ANO BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO
                IF WS-RESTO = 0 THEN
                    DIVIDE WS-LIM-ANO BY 400 GIVING WS-QUOCIENTE
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

GRAVAR-DETALHE-BLOQUEIO.
    MOVE BLJ-NUMERO-CONTA TO REL-DET-CONTA.
    MOVE BLJ-SEQUENCIA TO REL-DET-SEQ.
    IF BLJ-JUDICIAL THEN
        MOVE "JUDIC" TO REL-DET-ORIGEM
    ELSE
        MOVE "ADMIN" TO REL-DET-ORIGEM
    END-IF.
    MOVE BLJ-VALOR TO REL-DET-VALOR.
    MOVE BLJ-DATA-INICIO TO REL-DET-INICIO.
    IF BLJ-DATA-LIBERACAO = "99999999" THEN
        MOVE "SEMPRAZO" TO REL-DET-LIBERACAO
    ELSE
        MOVE BLJ-DATA-LIBERACAO TO REL-DET-LIBERACAO
    END-IF.
    MOVE BLJ-NUMERO-CONTA TO CONTA-NUMERO.
    READ ARQUIVO-CONTAS
        INVALID KEY
            MOVE "(CONTA NAO CADASTRADA)" TO REL-DET-TITULAR
        NOT INVALID KEY
            MOVE CONTA-TITULAR TO REL-DET-TITULAR
    END-READ.
    MOVE REL-DETALHE TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE BLJ-PROCESSO TO REL-CPL-PROCESSO.
    MOVE BLJ-MOTIVO TO REL-CPL-MOTIVO.
    MOVE BLJ-SUPERVISOR TO REL-CPL-SUPERVISOR.
    MOVE REL-COMPLEMENTO TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    STRING "RELATORIO DE BLOQUEIOS JUDICIAIS/ADMINISTRATIVOS - "
        "DATA " WS-DATA-PROCESSO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "  CONTA/SEQ  ORIG     VALOR INICIO   LIBERAC. TITULAR"
        TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução: o relatório é apenas leitura e regrava o
*> RELBLOQ.DAT, então reexecutar é permitido.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO TO CTL-REFERENCIA.
    MOVE "BLOQDIA" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "BLOQDIA já executado para "
                    WS-DATA-PROCESSO " - reexecutando."
            END-IF
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.

ENCERRAR-CONTROLE-BATCH.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO TO CTL-REFERENCIA.
    MOVE "BLOQDIA" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CTL-CONCLUIDO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.
    CLOSE ARQUIVO-CONTROLE.
