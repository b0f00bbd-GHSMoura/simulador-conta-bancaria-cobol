IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFICACAO-CLIENTES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-EVENTOS ASSIGN TO "EVENTOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-EVENTOS.

    SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS JORN-CHAVE
        FILE STATUS IS WS-STATUS-JORNAL.

    SELECT ARQUIVO-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CONTA-NUMERO
        FILE STATUS IS WS-STATUS-CONTAS.

    SELECT ARQUIVO-CLIENTES ASSIGN TO "CLIENTES.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CLI-CPF
        FILE STATUS IS WS-STATUS-CLIENTES.

    SELECT ARQUIVO-PARAMETROS ASSIGN TO "PARAMSIS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.

    SELECT ARQUIVO-ENVIADAS ASSIGN TO "NOTIFENV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NEV-CHAVE
        FILE STATUS IS WS-STATUS-ENVIADAS.

    SELECT ARQUIVO-NOTIFICACAO ASSIGN TO "NOTIFIC.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-NOTIFICACAO.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELNOTIF.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-EVENTOS.
COPY EVENTOS.

FD  ARQUIVO-JORNAL.
COPY JORNAL.

FD  ARQUIVO-CONTAS.
COPY CONTACC.

FD  ARQUIVO-CLIENTES.
COPY CLIENTE.

FD  ARQUIVO-PARAMETROS.
COPY PARAMSIS.

FD  ARQUIVO-ENVIADAS.
COPY NOTIFENV.

FD  ARQUIVO-NOTIFICACAO.
COPY NOTIFIC.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-EVENTOS     PIC XX.
01 WS-STATUS-JORNAL      PIC XX.
01 WS-STATUS-CONTAS      PIC XX.
01 WS-STATUS-CLIENTES    PIC XX.
01 WS-STATUS-PARAMETROS  PIC XX.
01 WS-STATUS-ENVIADAS    PIC XX.
01 WS-STATUS-NOTIFICACAO PIC XX.
01 WS-STATUS-RELATORIO   PIC XX.
01 WS-STATUS-CONTROLE    PIC XX.
01 WS-PREREQ-OK          PIC X.
    88 PREREQ-OK         VALUE "S".
01 WS-FIM-EVENTOS        PIC X VALUE "N".
    88 FIM-EVENTOS       VALUE "S".
01 WS-FIM-JORNAL         PIC X VALUE "N".
    88 FIM-JORNAL        VALUE "S".
01 WS-FIM-NOTIFICACAO    PIC X VALUE "N".
    88 FIM-NOTIFICACAO   VALUE "S".

01 WS-DATA-PROCESSO      PIC X(8).
01 WS-DATA-HORA          PIC X(14).
01 WS-LIMITE-SAQUE-SUP   PIC 9(5)V99 VALUE 1000.
01 WS-SALDO-ANTERIOR     PIC S9(7)V99.

*> Ocorrência em apuração, venha do arquivo de ocorrências ou do
*> jornal.
01 WS-OCO-DATA           PIC X(8).
01 WS-OCO-HORA           PIC X(6).
01 WS-OCO-TIPO           PIC X(2).
01 WS-OCO-CONTA          PIC 9(6).
01 WS-OCO-VALOR          PIC 9(7)V99.
01 WS-OCO-MOTIVO         PIC 99.
01 WS-OCO-REFERENCIA     PIC X(15).
01 WS-OCO-CPF            PIC 9(11).
01 WS-OCO-SITUACAO       PIC X.
    88 OCO-ENVIADA         VALUE "E".
    88 OCO-JA-ENVIADA      VALUE "J".
    88 OCO-SEM-CONTA       VALUE "C".
    88 OCO-SEM-CADASTRO    VALUE "S".
    88 OCO-DESCARTADA      VALUE "D".

*> Tipos de ocorrência com a descrição do relatório de controle;
*> a quantidade e o valor enviados de cada tipo ficam na tabela de
*> totais, na mesma posição.
01 TABELA-TIPOS.
   05 FILLER PIC X(24) VALUE "DRDEBITO AUTOM RECUSADO ".
   05 FILLER PIC X(24) VALUE "TRTRANSF PROGR REJEITADA".
   05 FILLER PIC X(24) VALUE "CBCONTA BLOQUEADA       ".
   05 FILLER PIC X(24) VALUE "CECONTA ENCERRADA       ".
   05 FILLER PIC X(24) VALUE "SASAQUE ACIMA DO LIMITE ".
   05 FILLER PIC X(24) VALUE "SDCONTA EM SALDO DEVEDOR".
   05 FILLER PIC X(24) VALUE "CICONTA INATIVADA       ".
   05 FILLER PIC X(24) VALUE "CRCONTA REATIVADA       ".
01 FILLER REDEFINES TABELA-TIPOS.
   05 TIPOS-OCORRENCIA OCCURS 8 TIMES.
      10 TIPO-CODIGO       PIC X(2).
      10 TIPO-DESCRICAO    PIC X(22).
01 WS-TAB-TOTAIS.
   05 WS-TOTAIS-TIPO OCCURS 8 TIMES.
      10 WS-TIPO-QTD       PIC 9(6).
      10 WS-TIPO-VALOR     PIC 9(9)V99.
01 IND-TIPO              PIC 9(2) COMP.

01 WS-QTD-OCORRENCIAS    PIC 9(7) VALUE 0.
01 WS-QTD-ENVIADAS       PIC 9(7) VALUE 0.
01 WS-QTD-JA-ENVIADAS    PIC 9(7) VALUE 0.
01 WS-QTD-SEM-CONTA      PIC 9(7) VALUE 0.
01 WS-QTD-SEM-CADASTRO   PIC 9(7) VALUE 0.
01 WS-QTD-DESCARTADAS    PIC 9(7) VALUE 0.
01 WS-QTD-MARCADAS       PIC 9(7) VALUE 0.
01 WS-TOTAL-VALOR        PIC 9(11)V99 VALUE 0.

01 REL-DETALHE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-DET-TIPO       PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-DESCRICAO  PIC X(22).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-CPF        PIC 9(11).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-VALOR      PIC 9(7).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DET-SITUACAO   PIC X(13).
   05 FILLER             PIC X(9) VALUE SPACES.

01 REL-TOTAL-TIPO.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-TOT-TIPO       PIC X(2).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-DESCRICAO  PIC X(22).
   05 FILLER             PIC X(5) VALUE " QTD ".
   05 REL-TOT-QTD        PIC 9(6).
   05 FILLER             PIC X(9) VALUE " VALOR R$".
   05 REL-TOT-VALOR      PIC 9(9).99.
   05 FILLER             PIC X(21) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "=== NOTIFICACAO-CLIENTES: OCORRÊNCIAS DO DIA PARA A "
        "EMPRESA DE CORRESPONDÊNCIA ===".
    DISPLAY "Digite a data de processamento (AAAAMMDD ou vazio "
        "para hoje): ".
    ACCEPT WS-DATA-PROCESSO.
    IF WS-DATA-PROCESSO IS NOT NUMERIC THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:8) TO WS-DATA-PROCESSO
    END-IF.
    DISPLAY "Data de referência: " WS-DATA-PROCESSO.

    PERFORM LER-PARAMETROS.
    DISPLAY "Limite de saque com supervisor: R$" WS-LIMITE-SAQUE-SUP.

    PERFORM INICIAR-CONTROLE-BATCH.

    OPEN INPUT ARQUIVO-CONTAS.
    IF WS-STATUS-CONTAS NOT = "00" THEN
        DISPLAY "Arquivo de contas inexistente ou vazio."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ARQUIVO-CLIENTES.
    IF WS-STATUS-CLIENTES NOT = "00" THEN
        DISPLAY "Arquivo de clientes inexistente ou vazio."
        CLOSE ARQUIVO-CONTAS
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM ABRIR-ARQUIVO-ENVIADAS.

    INITIALIZE WS-TAB-TOTAIS.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    OPEN OUTPUT ARQUIVO-NOTIFICACAO.
    PERFORM GRAVAR-CABECALHO-NOTIFICACAO.
    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    PERFORM SELECIONAR-OCORRENCIAS-ARQUIVO.
    PERFORM SELECIONAR-OCORRENCIAS-JORNAL.

    PERFORM GRAVAR-TRAILER-NOTIFICACAO.
    CLOSE ARQUIVO-NOTIFICACAO.

    PERFORM MARCAR-OCORRENCIAS-ENVIADAS.

    PERFORM GRAVAR-TOTAIS-RELATORIO.
    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-ENVIADAS.
    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-CLIENTES.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Ocorrências apuradas: " WS-QTD-OCORRENCIAS.
    DISPLAY "Notificações enviadas: " WS-QTD-ENVIADAS.
    DISPLAY "Já notificadas em execução anterior: "
        WS-QTD-JA-ENVIADAS.
    IF WS-QTD-SEM-CONTA > 0 THEN
        DISPLAY "Ocorrências de conta inexistente no mestre: "
            WS-QTD-SEM-CONTA
    END-IF.
    IF WS-QTD-SEM-CADASTRO > 0 THEN
        DISPLAY "Ocorrências sem cadastro do cliente (não "
            "enviadas - complete o cadastro e reexecute): "
            WS-QTD-SEM-CADASTRO
    END-IF.
    DISPLAY "Notificações gravadas em NOTIFIC.DAT - envie à "
        "empresa de correspondência (passo seguinte do job).".
    STOP RUN.

*> O limite de saque com aprovação do supervisor vem do arquivo de
*> parâmetros, como no atendimento; ausente, vale R$1.000,00.
LER-PARAMETROS.
    OPEN INPUT ARQUIVO-PARAMETROS.
    IF WS-STATUS-PARAMETROS = "00" THEN
        READ ARQUIVO-PARAMETROS NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF PARAM-LIMITE-SAQUE-SUP IS NUMERIC
                        AND PARAM-LIMITE-SAQUE-SUP > 0 THEN
                    MOVE PARAM-LIMITE-SAQUE-SUP
                        TO WS-LIMITE-SAQUE-SUP
                END-IF
        END-READ
        CLOSE ARQUIVO-PARAMETROS
    END-IF.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução: o NOTIFDIA exige o RECONCIL da data de
*> processamento concluído, para o jornal do dia estar completo.
*> Reexecutar é permitido - o controle de envio NOTIFENV.DAT
*> impede que a mesma ocorrência seja notificada duas vezes.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.

    MOVE "N" TO WS-PREREQ-OK.
    MOVE WS-DATA-PROCESSO TO CTL-REFERENCIA.
    MOVE "RECONCIL" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                SET PREREQ-OK TO TRUE
            END-IF
    END-READ.
    IF NOT PREREQ-OK THEN
        DISPLAY "NOTIFDIA recusado: RECONCIL de " WS-DATA-PROCESSO
            " ainda não concluído."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE "NOTIFDIA" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "NOTIFDIA já executado para "
                    WS-DATA-PROCESSO " - reexecutando (só as "
                    "ocorrências ainda não notificadas)."
            END-IF
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.

ENCERRAR-CONTROLE-BATCH.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO TO CTL-REFERENCIA.
    MOVE "NOTIFDIA" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CTL-CONCLUIDO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.
    CLOSE ARQUIVO-CONTROLE.

ABRIR-ARQUIVO-ENVIADAS.
    OPEN I-O ARQUIVO-ENVIADAS.
    IF WS-STATUS-ENVIADAS = "35" THEN
        OPEN OUTPUT ARQUIVO-ENVIADAS
        CLOSE ARQUIVO-ENVIADAS
        OPEN I-O ARQUIVO-ENVIADAS
    END-IF.
    IF WS-STATUS-ENVIADAS NOT = "00" THEN
        DISPLAY "Erro ao abrir NOTIFENV.DAT (status "
            WS-STATUS-ENVIADAS ")."
        CLOSE ARQUIVO-CONTAS
        CLOSE ARQUIVO-CLIENTES
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Débitos automáticos recusados, transferências programadas
*> rejeitadas, bloqueios, encerramentos, inativações e reativações:
*> o motivo só existe no programa que recusou ou alterou a conta,
*> que o deixou no arquivo de ocorrências.
SELECIONAR-OCORRENCIAS-ARQUIVO.
    OPEN INPUT ARQUIVO-EVENTOS.
    IF WS-STATUS-EVENTOS NOT = "00" THEN
        SET FIM-EVENTOS TO TRUE
    END-IF.
    PERFORM UNTIL FIM-EVENTOS
        READ ARQUIVO-EVENTOS NEXT RECORD
            AT END
                SET FIM-EVENTOS TO TRUE
            NOT AT END
                IF EVT-DATA = WS-DATA-PROCESSO THEN
                    MOVE EVT-DATA TO WS-OCO-DATA
                    MOVE EVT-HORA TO WS-OCO-HORA
                    MOVE EVT-TIPO TO WS-OCO-TIPO
                    MOVE EVT-NUMERO-CONTA TO WS-OCO-CONTA
                    MOVE EVT-VALOR TO WS-OCO-VALOR
                    MOVE EVT-MOTIVO TO WS-OCO-MOTIVO
                    MOVE EVT-REFERENCIA TO WS-OCO-REFERENCIA
                    PERFORM PROCESSAR-OCORRENCIA
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-EVENTOS.

*> Saques acima do limite do supervisor e entradas em saldo
*> devedor saem do próprio jornal do dia, qualquer que seja o
*> programa que lançou (atendimento, lote, transferência
*> programada, débito automático, tarifa, estorno).
SELECIONAR-OCORRENCIAS-JORNAL.
    OPEN INPUT ARQUIVO-JORNAL.
    IF WS-STATUS-JORNAL NOT = "00" THEN
        SET FIM-JORNAL TO TRUE
    END-IF.
    PERFORM UNTIL FIM-JORNAL
        READ ARQUIVO-JORNAL NEXT RECORD
            AT END
                SET FIM-JORNAL TO TRUE
            NOT AT END
                IF JORN-DATA = WS-DATA-PROCESSO THEN
                    PERFORM AVALIAR-LANCAMENTO
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-JORNAL.

*> O saldo antes do lançamento é o saldo gravado menos o efeito da
*> operação: depósito, crédito de transferência, juros e estorno
*> somam (os dois últimos com sinal no valor); saque, débito de
*> transferência, tarifa e débito automático subtraem. A conta
*> entra em saldo devedor quando o lançamento leva um saldo não
*> negativo para negativo.
AVALIAR-LANCAMENTO.
    IF JORN-TIPO-OP = 2 AND JORN-VALOR > WS-LIMITE-SAQUE-SUP THEN
        MOVE "SA" TO WS-OCO-TIPO
        MOVE JORN-VALOR TO WS-OCO-VALOR
        PERFORM PREPARAR-OCORRENCIA-JORNAL
        PERFORM PROCESSAR-OCORRENCIA
    END-IF.
    IF JORN-TIPO-OP = 2 OR JORN-TIPO-OP = 4 OR JORN-TIPO-OP = 6
            OR JORN-TIPO-OP = 7 THEN
        COMPUTE WS-SALDO-ANTERIOR = JORN-SALDO + JORN-VALOR
    ELSE
        COMPUTE WS-SALDO-ANTERIOR = JORN-SALDO - JORN-VALOR
    END-IF.
    IF JORN-SALDO < 0 AND WS-SALDO-ANTERIOR NOT < 0 THEN
        MOVE "SD" TO WS-OCO-TIPO
        MOVE JORN-SALDO TO WS-OCO-VALOR
        PERFORM PREPARAR-OCORRENCIA-JORNAL
        PERFORM PROCESSAR-OCORRENCIA
    END-IF.

PREPARAR-OCORRENCIA-JORNAL.
    MOVE JORN-DATA TO WS-OCO-DATA.
    MOVE JORN-HORA TO WS-OCO-HORA.
    MOVE JORN-NUMERO-CONTA TO WS-OCO-CONTA.
    MOVE 0 TO WS-OCO-MOTIVO.
    MOVE SPACES TO WS-OCO-REFERENCIA.
    MOVE JORN-SEQUENCIA TO WS-OCO-REFERENCIA(1:7).

*> Ocorrência já marcada em NOTIFENV.DAT não volta ao arquivo do
*> fornecedor. As demais só saem com o cadastro do cliente, que
*> traz endereço e telefone; sem ele a ocorrência fica listada no
*> relatório e, sem marca de envio, sai numa reexecução depois de
*> completado o cadastro. O saque do saldo residual no
*> encerramento não é notificado como saque: o cliente recebe o
*> aviso de encerramento.
PROCESSAR-OCORRENCIA.
    ADD 1 TO WS-QTD-OCORRENCIAS.
    MOVE 0 TO WS-OCO-CPF.
    MOVE SPACE TO WS-OCO-SITUACAO.
    MOVE WS-OCO-DATA TO NEV-DATA-EVENTO.
    MOVE WS-OCO-HORA TO NEV-HORA-EVENTO.
    MOVE WS-OCO-TIPO TO NEV-TIPO-EVENTO.
    MOVE WS-OCO-CONTA TO NEV-NUMERO-CONTA.
    MOVE WS-OCO-REFERENCIA TO NEV-REFERENCIA.
    READ ARQUIVO-ENVIADAS
        INVALID KEY
            PERFORM LOCALIZAR-TITULAR
        NOT INVALID KEY
            SET OCO-JA-ENVIADA TO TRUE
    END-READ.
    IF OCO-JA-ENVIADA THEN
        ADD 1 TO WS-QTD-JA-ENVIADAS
    ELSE
        IF OCO-ENVIADA THEN
            PERFORM GRAVAR-DETALHE-NOTIFICACAO
        ELSE
            IF OCO-SEM-CONTA THEN
                ADD 1 TO WS-QTD-SEM-CONTA
            ELSE
                IF OCO-SEM-CADASTRO THEN
                    ADD 1 TO WS-QTD-SEM-CADASTRO
                ELSE
                    ADD 1 TO WS-QTD-DESCARTADAS
                END-IF
            END-IF
        END-IF
        PERFORM GRAVAR-DETALHE-RELATORIO
    END-IF.

LOCALIZAR-TITULAR.
    MOVE WS-OCO-CONTA TO CONTA-NUMERO.
    READ ARQUIVO-CONTAS
        INVALID KEY
            SET OCO-SEM-CONTA TO TRUE
        NOT INVALID KEY
            MOVE CONTA-CPF-TITULAR TO WS-OCO-CPF
            IF WS-OCO-TIPO = "SA" AND CONTA-ENCERRADA THEN
                SET OCO-DESCARTADA TO TRUE
            ELSE
                IF CONTA-CPF-TITULAR = 0 THEN
                    SET OCO-SEM-CADASTRO TO TRUE
                ELSE
                    MOVE CONTA-CPF-TITULAR TO CLI-CPF
                    READ ARQUIVO-CLIENTES
                        INVALID KEY
                            SET OCO-SEM-CADASTRO TO TRUE
                        NOT INVALID KEY
                            SET OCO-ENVIADA TO TRUE
                    END-READ
                END-IF
            END-IF
    END-READ.

LOCALIZAR-TIPO.
    PERFORM VARYING IND-TIPO FROM 1 BY 1
            UNTIL IND-TIPO > 8
                OR TIPO-CODIGO (IND-TIPO) = WS-OCO-TIPO
        CONTINUE
    END-PERFORM.

GRAVAR-CABECALHO-NOTIFICACAO.
    MOVE SPACES TO NOTIF-REC.
    MOVE "1" TO NTF-TIPO-REG.
    MOVE WS-DATA-PROCESSO TO NTF-CAB-DATA-MOVIMENTO.
    MOVE WS-DATA-HORA(1:8) TO NTF-CAB-DATA-GERACAO.
    MOVE WS-DATA-HORA(9:6) TO NTF-CAB-HORA-GERACAO.
    WRITE NOTIF-REC.

GRAVAR-DETALHE-NOTIFICACAO.
    MOVE SPACES TO NOTIF-REC.
    MOVE "2" TO NTF-TIPO-REG.
    MOVE CLI-CPF TO NTF-DET-CPF.
    MOVE CLI-NOME TO NTF-DET-NOME.
    MOVE CLI-ENDERECO TO NTF-DET-ENDERECO.
    MOVE CLI-TELEFONE TO NTF-DET-TELEFONE.
    MOVE WS-OCO-TIPO TO NTF-DET-TIPO-EVENTO.
    MOVE WS-OCO-CONTA TO NTF-DET-CONTA.
    MOVE WS-OCO-VALOR TO NTF-DET-VALOR.
    MOVE WS-OCO-DATA TO NTF-DET-DATA-EVENTO.
    MOVE WS-OCO-HORA TO NTF-DET-HORA-EVENTO.
    MOVE WS-OCO-MOTIVO TO NTF-DET-MOTIVO.
    MOVE WS-OCO-REFERENCIA TO NTF-DET-REFERENCIA.
    WRITE NOTIF-REC.
    ADD 1 TO WS-QTD-ENVIADAS.
    ADD WS-OCO-VALOR TO WS-TOTAL-VALOR.
    PERFORM LOCALIZAR-TIPO.
    IF IND-TIPO NOT > 8 THEN
        ADD 1 TO WS-TIPO-QTD (IND-TIPO)
        ADD WS-OCO-VALOR TO WS-TIPO-VALOR (IND-TIPO)
    END-IF.

GRAVAR-TRAILER-NOTIFICACAO.
    MOVE SPACES TO NOTIF-REC.
    MOVE "9" TO NTF-TIPO-REG.
    MOVE WS-QTD-ENVIADAS TO NTF-TRL-QTD-REG.
    MOVE WS-TOTAL-VALOR TO NTF-TRL-TOTAL-VALOR.
    WRITE NOTIF-REC.

*> A marcação só é feita com o NOTIFIC.DAT fechado e completo,
*> relendo os detalhes gravados: se a execução cair antes, nada
*> fica marcado e a reexecução gera o arquivo inteiro de novo.
MARCAR-OCORRENCIAS-ENVIADAS.
    OPEN INPUT ARQUIVO-NOTIFICACAO.
    PERFORM UNTIL FIM-NOTIFICACAO
        READ ARQUIVO-NOTIFICACAO NEXT RECORD
            AT END
                SET FIM-NOTIFICACAO TO TRUE
            NOT AT END
                IF NTF-TIPO-REG = "2" THEN
                    PERFORM MARCAR-OCORRENCIA
                END-IF
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-NOTIFICACAO.

MARCAR-OCORRENCIA.
    MOVE NTF-DET-DATA-EVENTO TO NEV-DATA-EVENTO.
    MOVE NTF-DET-HORA-EVENTO TO NEV-HORA-EVENTO.
    MOVE NTF-DET-TIPO-EVENTO TO NEV-TIPO-EVENTO.
    MOVE NTF-DET-CONTA TO NEV-NUMERO-CONTA.
    MOVE NTF-DET-REFERENCIA TO NEV-REFERENCIA.
    MOVE WS-DATA-PROCESSO TO NEV-DATA-ENVIO.
    MOVE NTF-DET-CPF TO NEV-CPF.
    WRITE NOTIF-ENV-REC
        INVALID KEY
            DISPLAY "Ocorrência " NEV-TIPO-EVENTO " da conta "
                NEV-NUMERO-CONTA " repetida no dia - já marcada."
        NOT INVALID KEY
            ADD 1 TO WS-QTD-MARCADAS
    END-WRITE.

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    STRING "NOTIFICACAO DE OCORRENCIAS AOS CLIENTES - DATA "
        WS-DATA-PROCESSO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  TP DESCRICAO              CONTA  CPF         "
        "VALOR      SITUACAO"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-DETALHE-RELATORIO.
    MOVE WS-OCO-TIPO TO REL-DET-TIPO.
    PERFORM LOCALIZAR-TIPO.
    IF IND-TIPO NOT > 8 THEN
        MOVE TIPO-DESCRICAO (IND-TIPO) TO REL-DET-DESCRICAO
    ELSE
        MOVE "(TIPO DESCONHECIDO)" TO REL-DET-DESCRICAO
    END-IF.
    MOVE WS-OCO-CONTA TO REL-DET-CONTA.
    MOVE WS-OCO-CPF TO REL-DET-CPF.
    MOVE WS-OCO-VALOR TO REL-DET-VALOR.
    IF OCO-ENVIADA THEN
        MOVE "ENVIADA" TO REL-DET-SITUACAO
    ELSE
        IF OCO-SEM-CONTA THEN
            MOVE "SEM CONTA" TO REL-DET-SITUACAO
        ELSE
            IF OCO-SEM-CADASTRO THEN
                MOVE "SEM CADASTRO" TO REL-DET-SITUACAO
            ELSE
                MOVE "ENCERRAMENTO" TO REL-DET-SITUACAO
            END-IF
        END-IF
    END-IF.
    MOVE REL-DETALHE TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-TOTAIS-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "ENVIADAS POR TIPO DE OCORRENCIA" TO REL-LINHA.
    WRITE REL-LINHA.
    PERFORM VARYING IND-TIPO FROM 1 BY 1 UNTIL IND-TIPO > 8
        PERFORM GRAVAR-TOTAL-TIPO
    END-PERFORM.
    MOVE SPACES TO REL-LINHA.
    STRING "OCORRENCIAS " WS-QTD-OCORRENCIAS
        " ENVIADAS " WS-QTD-ENVIADAS
        " JA ENVIADAS " WS-QTD-JA-ENVIADAS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "SEM CONTA " WS-QTD-SEM-CONTA
        " SEM CADASTRO " WS-QTD-SEM-CADASTRO
        " SAQUE DE ENCERRAMENTO " WS-QTD-DESCARTADAS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "TRAILER NOTIFIC.DAT QTD " WS-QTD-ENVIADAS
        " VALOR R$" WS-TOTAL-VALOR
        " MARCADAS " WS-QTD-MARCADAS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-TOTAL-TIPO.
    MOVE TIPO-CODIGO (IND-TIPO) TO REL-TOT-TIPO.
    MOVE TIPO-DESCRICAO (IND-TIPO) TO REL-TOT-DESCRICAO.
    MOVE WS-TIPO-QTD (IND-TIPO) TO REL-TOT-QTD.
    MOVE WS-TIPO-VALOR (IND-TIPO) TO REL-TOT-VALOR.
    MOVE REL-TOTAL-TIPO TO REL-LINHA.
    WRITE REL-LINHA.
