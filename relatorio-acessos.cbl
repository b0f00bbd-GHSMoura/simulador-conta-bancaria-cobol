IDENTIFICATION DIVISION.
PROGRAM-ID. RELATORIO-ACESSOS.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-ACESSOS ASSIGN TO "ACESSOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-ACESSOS.

    SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OPER-ID
        FILE STATUS IS WS-STATUS-OPERADORES.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELACESS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-ACESSOS.
COPY ACESSOS.

FD  ARQUIVO-OPERADORES.
COPY OPERADOR.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-ACESSOS    PIC XX.
01 WS-STATUS-OPERADORES PIC XX.
01 WS-STATUS-RELATORIO  PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-FIM-ACESSOS       PIC X VALUE "N".
    88 FIM-ACESSOS      VALUE "S".
01 WS-TEM-ACESSOS       PIC X VALUE "N".
    88 TEM-ACESSOS      VALUE "S".
01 WS-FIM-OPERADORES    PIC X VALUE "N".
    88 FIM-OPERADORES   VALUE "S".

01 WS-DATA-PROCESSO     PIC X(8).
01 WS-DATA-HORA         PIC X(14).

*> Inatividade: operador sem acesso (ou, se nunca acessou, sem
*> cadastro) há mais de WS-DIAS-INATIVIDADE dias contados da data
*> de processamento sai na terceira seção, para a supervisão
*> revogar o acesso de quem saiu ou mudou de função.
01 WS-DIAS-INATIVIDADE  PIC 9(3) VALUE 90.
01 WS-DATA-CORTE.
   05 WS-CORTE-ANO      PIC 9(4).
   05 WS-CORTE-MES      PIC 9(2).
   05 WS-CORTE-DIA      PIC 9(2).
01 WS-ULTIMO-DIA        PIC 9(2).
01 WS-RESTO             PIC 9(4).
01 WS-QUOCIENTE         PIC 9(4).
01 IND-DIA              PIC 9(3) COMP.
01 WS-DATA-REFERENCIA   PIC X(8).

01 WS-QTD-FALHAS        PIC 9(6) VALUE 0.
01 WS-QTD-INEXISTENTES  PIC 9(6) VALUE 0.
01 WS-QTD-TENT-BLOQ     PIC 9(6) VALUE 0.
01 WS-QTD-SEM-NIVEL     PIC 9(6) VALUE 0.
01 WS-QTD-BLOQUEIOS-DIA PIC 9(6) VALUE 0.
01 WS-QTD-DESBLOQUEIOS  PIC 9(6) VALUE 0.
01 WS-QTD-BLOQUEADOS    PIC 9(6) VALUE 0.
01 WS-QTD-INATIVOS      PIC 9(6) VALUE 0.

01 REL-DET-ACESSO.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-ACS-HORA       PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ACS-OPERADOR   PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ACS-ORIGEM     PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ACS-DESCRICAO  PIC X(25).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ACS-FALHAS     PIC Z9.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ACS-RESPONSAVEL PIC X(6).
   05 FILLER             PIC X(20) VALUE SPACES.

01 REL-DET-OPERADOR.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-OPE-ID         PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-OPE-NOME       PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-OPE-NIVEL      PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-OPE-DATA       PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-OPE-FALHAS     PIC Z9.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-OPE-SITUACAO   PIC X(10).
   05 FILLER             PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "=== RELATORIO-ACESSOS: BLOQUEIOS, FALHAS DE SENHA E "
        "INATIVIDADE DOS OPERADORES ===".
    DISPLAY "Digite a data de processamento (AAAAMMDD ou vazio "
        "para hoje): ".
    ACCEPT WS-DATA-PROCESSO.
    IF WS-DATA-PROCESSO IS NOT NUMERIC THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:8) TO WS-DATA-PROCESSO
    END-IF.
    PERFORM CALCULAR-DATA-CORTE.
    DISPLAY "Data de referência: " WS-DATA-PROCESSO
        " - inativos sem acesso desde antes de " WS-DATA-CORTE.

    PERFORM INICIAR-CONTROLE-BATCH.

    OPEN INPUT ARQUIVO-OPERADORES.
    IF WS-STATUS-OPERADORES NOT = "00" THEN
        DISPLAY "Arquivo de operadores inexistente ou vazio."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    *> Primeira seção: as recusas, bloqueios e desbloqueios do dia
    *> gravados pelo atendimento e pela manutenção.
    MOVE "OCORRENCIAS DO DIA" TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  HORA   OPER.  ORIGEM   OCORRENCIA"
        "                FL RESP."
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    OPEN INPUT ARQUIVO-ACESSOS.
    IF WS-STATUS-ACESSOS = "00" THEN
        SET TEM-ACESSOS TO TRUE
    ELSE
        SET FIM-ACESSOS TO TRUE
    END-IF.
    PERFORM UNTIL FIM-ACESSOS
        READ ARQUIVO-ACESSOS NEXT RECORD
            AT END
                SET FIM-ACESSOS TO TRUE
            NOT AT END
                IF ACS-DATA = WS-DATA-PROCESSO THEN
                    PERFORM AVALIAR-ACESSO
                END-IF
        END-READ
    END-PERFORM.
    IF TEM-ACESSOS THEN
        CLOSE ARQUIVO-ACESSOS
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  FALHAS DE SENHA " WS-QTD-FALHAS
        " INEXISTENTES " WS-QTD-INEXISTENTES
        " TENT.BLOQUEADO " WS-QTD-TENT-BLOQ
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  SEM NIVEL " WS-QTD-SEM-NIVEL
        " BLOQUEIOS " WS-QTD-BLOQUEIOS-DIA
        " DESBLOQUEIOS " WS-QTD-DESBLOQUEIOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    *> Segunda seção: quem continua bloqueado, qualquer que seja a
    *> data do bloqueio.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "OPERADORES BLOQUEADOS" TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  OPER.  NOME                           N BLOQUEIO"
        " FL SITUACAO"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    PERFORM UNTIL FIM-OPERADORES
        READ ARQUIVO-OPERADORES NEXT RECORD
            AT END
                SET FIM-OPERADORES TO TRUE
            NOT AT END
                IF OPER-BLOQUEADO THEN
                    ADD 1 TO WS-QTD-BLOQUEADOS
                    MOVE OPER-DATA-BLOQUEIO TO REL-OPE-DATA
                    MOVE "BLOQUEADO" TO REL-OPE-SITUACAO
                    PERFORM GRAVAR-DETALHE-OPERADOR
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-OPERADORES.
    MOVE SPACES TO REL-LINHA.
    STRING "  BLOQUEADOS " WS-QTD-BLOQUEADOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    *> Terceira seção: sem acesso desde antes da data de corte.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "OPERADORES SEM ACESSO HA MAIS DE " WS-DIAS-INATIVIDADE
        " DIAS (ANTES DE " WS-DATA-CORTE ")"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  OPER.  NOME                           N ULT.ACES"
        " FL SITUACAO"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "N" TO WS-FIM-OPERADORES.
    OPEN INPUT ARQUIVO-OPERADORES.
    PERFORM UNTIL FIM-OPERADORES
        READ ARQUIVO-OPERADORES NEXT RECORD
            AT END
                SET FIM-OPERADORES TO TRUE
            NOT AT END
                PERFORM AVALIAR-INATIVIDADE
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-OPERADORES.
    MOVE SPACES TO REL-LINHA.
    STRING "  INATIVOS " WS-QTD-INATIVOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    CLOSE ARQUIVO-RELATORIO.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Falhas de senha: " WS-QTD-FALHAS
        " - operador inexistente: " WS-QTD-INEXISTENTES
        " - tentativas com bloqueio: " WS-QTD-TENT-BLOQ
        " - sem nível: " WS-QTD-SEM-NIVEL.
    DISPLAY "Bloqueios no dia: " WS-QTD-BLOQUEIOS-DIA
        " - desbloqueios: " WS-QTD-DESBLOQUEIOS
        " - bloqueados: " WS-QTD-BLOQUEADOS
        " - inativos: " WS-QTD-INATIVOS.
    STOP RUN.

*> Acessos aceitos e trocas de senha não interessam ao relatório;
*> as recusas, os bloqueios e os desbloqueios saem um por linha.
AVALIAR-ACESSO.
    MOVE SPACES TO REL-ACS-DESCRICAO.
    IF ACS-FALHA-SENHA THEN
        ADD 1 TO WS-QTD-FALHAS
        MOVE "SENHA INCORRETA" TO REL-ACS-DESCRICAO
    END-IF.
    IF ACS-OPER-INEXISTENTE THEN
        ADD 1 TO WS-QTD-INEXISTENTES
        MOVE "OPERADOR INEXISTENTE" TO REL-ACS-DESCRICAO
    END-IF.
    IF ACS-OPER-BLOQUEADO THEN
        ADD 1 TO WS-QTD-TENT-BLOQ
        MOVE "TENTATIVA COM BLOQUEIO" TO REL-ACS-DESCRICAO
    END-IF.
    IF ACS-NIVEL-INSUFICIENTE THEN
        ADD 1 TO WS-QTD-SEM-NIVEL
        MOVE "APROVACAO SEM NIVEL SUP." TO REL-ACS-DESCRICAO
    END-IF.
    IF ACS-BLOQUEIO THEN
        ADD 1 TO WS-QTD-BLOQUEIOS-DIA
        MOVE "BLOQUEIO POR FALHAS" TO REL-ACS-DESCRICAO
    END-IF.
    IF ACS-DESBLOQUEIO THEN
        ADD 1 TO WS-QTD-DESBLOQUEIOS
        MOVE "DESBLOQUEIO" TO REL-ACS-DESCRICAO
    END-IF.
    IF REL-ACS-DESCRICAO NOT = SPACES THEN
        MOVE ACS-HORA TO REL-ACS-HORA
        MOVE ACS-OPER-ID TO REL-ACS-OPERADOR
        MOVE ACS-ORIGEM TO REL-ACS-ORIGEM
        MOVE ACS-FALHAS TO REL-ACS-FALHAS
        MOVE ACS-RESPONSAVEL TO REL-ACS-RESPONSAVEL
        MOVE REL-DET-ACESSO TO REL-LINHA
        WRITE REL-LINHA
    END-IF.

*> Referência é o último acesso; quem nunca acessou conta do
*> cadastro, e é a data que sai na coluna (com NUNCA ACES para
*> quem nunca acessou). Sem nenhuma das duas datas o operador
*> também sai, para a supervisão conferir o registro.
AVALIAR-INATIVIDADE.
    IF OPER-DATA-ULTIMO-ACESSO IS NUMERIC THEN
        MOVE OPER-DATA-ULTIMO-ACESSO TO WS-DATA-REFERENCIA
        MOVE SPACES TO REL-OPE-SITUACAO
    ELSE
        MOVE OPER-DATA-CADASTRO TO WS-DATA-REFERENCIA
        MOVE "NUNCA ACES" TO REL-OPE-SITUACAO
    END-IF.
    IF WS-DATA-REFERENCIA IS NOT NUMERIC
            OR WS-DATA-REFERENCIA < WS-DATA-CORTE THEN
        ADD 1 TO WS-QTD-INATIVOS
        MOVE WS-DATA-REFERENCIA TO REL-OPE-DATA
        IF OPER-BLOQUEADO THEN
            MOVE "BLOQUEADO" TO REL-OPE-SITUACAO
        END-IF
        PERFORM GRAVAR-DETALHE-OPERADOR
    END-IF.

GRAVAR-DETALHE-OPERADOR.
    MOVE OPER-ID TO REL-OPE-ID.
    MOVE OPER-NOME TO REL-OPE-NOME.
    MOVE OPER-NIVEL TO REL-OPE-NIVEL.
    MOVE OPER-FALHAS-SENHA TO REL-OPE-FALHAS.
    MOVE REL-DET-OPERADOR TO REL-LINHA.
    WRITE REL-LINHA.

*> Data de processamento menos WS-DIAS-INATIVIDADE dias, recuando
*> um dia por vez com a virada de mês e de ano.
CALCULAR-DATA-CORTE.
    MOVE WS-DATA-PROCESSO TO WS-DATA-CORTE.
    PERFORM VARYING IND-DIA FROM 1 BY 1
            UNTIL IND-DIA > WS-DIAS-INATIVIDADE
        PERFORM RECUAR-UM-DIA
    END-PERFORM.

RECUAR-UM-DIA.
    IF WS-CORTE-DIA > 1 THEN
        SUBTRACT 1 FROM WS-CORTE-DIA
    ELSE
        IF WS-CORTE-MES = 1 THEN
            MOVE 12 TO WS-CORTE-MES
            SUBTRACT 1 FROM WS-CORTE-ANO
        ELSE
            SUBTRACT 1 FROM WS-CORTE-MES
        END-IF
        PERFORM CALCULAR-ULTIMO-DIA
        MOVE WS-ULTIMO-DIA TO WS-CORTE-DIA
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

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    STRING "RELATORIO DE ACESSOS DE OPERADORES - DATA "
        WS-DATA-PROCESSO
        DELIMITED BY SIZE INTO REL-LINHA.
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
*> RELACESS.DAT, então reexecutar é permitido.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO TO CTL-REFERENCIA.
    MOVE "ACESSDIA" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "ACESSDIA já executado para "
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
    MOVE "ACESSDIA" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CTL-CONCLUIDO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.
    CLOSE ARQUIVO-CONTROLE.
