IDENTIFICATION DIVISION.
PROGRAM-ID. GL-CONCILIACAO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-CONTAS ASSIGN TO "CONTAS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONTA-NUMERO
        FILE STATUS IS WS-STATUS-CONTAS.

    *> Extração nova do EXTRATO-GL, ainda não enviada ao razão.
    SELECT ARQUIVO-EXTRATO-NOVO ASSIGN TO "EXTRATGLN.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-EXTRATO-NOVO.

    *> Última extração enviada ao razão - base da conferência de
    *> saldos e destino do envio quando a conciliação fecha.
    SELECT ARQUIVO-EXTRATO-ENVIADO ASSIGN TO "EXTRATOGL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-EXTRATO-ENV.

    *> Acúmulo dos GLMOV.DAT diários, anexados pelo job GLMOVDIA.
    SELECT ARQUIVO-GLMOV ASSIGN TO "GLMOVACU.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-GLMOV.

    SELECT ARQUIVO-FECHO ASSIGN TO "JORNCTRL.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-FECHO.

    SELECT ARQUIVO-FECHO-TIPO ASSIGN TO "JORNCTRT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FTP-CHAVE
        FILE STATUS IS WS-STATUS-FECHO-TIPO.

    SELECT ARQUIVO-POSICAO ASSIGN TO "GLCONC.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-POSICAO.

    SELECT SORT-MOVIMENTO-GL ASSIGN TO "SRTGC01".

    SELECT ARQUIVO-MOV-ORD ASSIGN TO "GLMOVORD.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-MOV-ORD.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELGLCON.DAT"
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

FD  ARQUIVO-EXTRATO-NOVO.
COPY GLEXTR.

*> Mesmo leiaute GLEXTR, com nomes próprios para as duas extrações
*> serem lidas lado a lado.
FD  ARQUIVO-EXTRATO-ENVIADO.
01 GLA-REC.
   05 GLA-NUMERO-CONTA     PIC 9(6).
   05 GLA-TITULAR          PIC A(30).
   05 GLA-SALDO            PIC S9(5)V99.

FD  ARQUIVO-GLMOV.
COPY GLMOV.

FD  ARQUIVO-FECHO.
COPY JORNCTRL.

FD  ARQUIVO-FECHO-TIPO.
COPY JORNCTRT.

FD  ARQUIVO-POSICAO.
COPY GLCONC.

*> Efeito de cada lançamento do GLMOV no saldo do cliente (perna
*> da conta contábil de depósitos), ordenado por conta para somar
*> o movimento líquido de cada uma.
SD  SORT-MOVIMENTO-GL.
01 GMS-REC.
   05 GMS-NUMERO-CONTA     PIC 9(6).
   05 GMS-VALOR            PIC S9(7)V99.

FD  ARQUIVO-MOV-ORD.
01 GMO-REC.
   05 GMO-NUMERO-CONTA     PIC 9(6).
   05 GMO-VALOR            PIC S9(7)V99.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS      PIC XX.
01 WS-STATUS-EXTRATO-NOVO PIC XX.
01 WS-STATUS-EXTRATO-ENV PIC XX.
01 WS-STATUS-GLMOV       PIC XX.
01 WS-STATUS-FECHO       PIC XX.
01 WS-STATUS-FECHO-TIPO  PIC XX.
01 WS-STATUS-POSICAO     PIC XX.
01 WS-STATUS-MOV-ORD     PIC XX.
01 WS-STATUS-RELATORIO   PIC XX.
01 WS-STATUS-CONTROLE    PIC XX.

01 WS-FIM-CONTAS         PIC X VALUE "N".
    88 FIM-CONTAS        VALUE "S".
01 WS-FIM-EXTRATO-NOVO   PIC X VALUE "N".
    88 FIM-EXTRATO-NOVO  VALUE "S".
01 WS-FIM-EXTRATO-ENV    PIC X VALUE "N".
    88 FIM-EXTRATO-ENV   VALUE "S".
01 WS-FIM-GLMOV          PIC X VALUE "N".
    88 FIM-GLMOV         VALUE "S".
01 WS-FIM-FECHO          PIC X VALUE "N".
    88 FIM-FECHO         VALUE "S".
01 WS-FIM-FECHO-TIPO     PIC X VALUE "N".
    88 FIM-FECHO-TIPO    VALUE "S".
01 WS-FIM-MOV-ORD        PIC X VALUE "N".
    88 FIM-MOV-ORD       VALUE "S".
01 WS-TEM-DETALHAMENTO   PIC X VALUE "N".
    88 TEM-DETALHAMENTO  VALUE "S".
01 WS-FECHO-TIPO-ABERTO PIC X VALUE "N".
    88 FECHO-TIPO-ABERTO VALUE "S".
01 WS-TEM-BASE           PIC X VALUE "N".
    88 TEM-BASE          VALUE "S".
01 WS-TEM-CONFERIDA      PIC X VALUE "N".
    88 TEM-CONFERIDA     VALUE "S".
01 WS-TEM-ULTIMO-FECHO   PIC X VALUE "N".
    88 TEM-ULTIMO-FECHO  VALUE "S".
01 WS-TEM-FECHO-LIDO     PIC X VALUE "N".
    88 TEM-FECHO-LIDO    VALUE "S".
01 WS-BLOCO-VALIDO       PIC X VALUE "N".
    88 BLOCO-VALIDO      VALUE "S".
01 WS-DATA-A-CONFERIR    PIC X.
    88 DATA-A-CONFERIR   VALUE "S".
01 WS-PREREQ-OK          PIC X.
    88 PREREQ-OK         VALUE "S".

01 WS-DATA-HORA          PIC X(14).
01 WS-DATA-HOJE          PIC X(8).
01 WS-CTL-REFERENCIA     PIC X(8).

*> Posição da conciliação anterior (GLCONC.DAT) e limites das
*> conferências desta execução:
*>   - saldos: movimento do GLMOV datado depois da extração base
*>     até hoje;
*>   - fechos: dias depois do último já conferido (ou, na primeira
*>     vez, desde o primeiro fecho detalhado) e anteriores ao último
*>     fecho - os lançamentos de um dia só estão todos fechados
*>     depois do RECONCIL do dia seguinte.
01 WS-DATA-BASE          PIC X(8).
01 WS-DATA-CONFERIDA     PIC X(8).
01 WS-DATA-PRIMEIRO-FECHO PIC X(8).
01 WS-DATA-ULTIMO-FECHO  PIC X(8).
01 WS-MAIOR-CONFERIDA    PIC X(8).
01 WS-DATA-AVALIAR       PIC X(8).

*> Um GLMOV por dia, acumulados na ordem em que o GLMOVDIA rodou:
*> se o mesmo dia foi gerado mais de uma vez (reprocessamento),
*> vale o último bloco daquele dia, como nos fechos do diário.
01 WS-ORDEM-BLOCO        PIC 9(5) COMP.
01 WS-QTD-DIAS           PIC 9(3) COMP VALUE 0.
01 WS-MAX-DIAS           PIC 9(3) COMP VALUE 400.
01 IND-DIA               PIC 9(3) COMP.
01 IND-TIPO              PIC 9(3) COMP.
01 WS-DIA-ACHADO         PIC 9(3) COMP.
01 WS-DIA-BLOCO          PIC 9(3) COMP.
01 WS-TABELA-DIAS.
   05 WS-DIA OCCURS 400 TIMES.
      10 WS-DIA-DATA         PIC X(8).
      10 WS-DIA-ULTIMO-BLOCO PIC 9(5) COMP.
      *> " " = bloco sem trailer, "S" = trailer confere, "N" = não
      10 WS-DIA-TRAILER      PIC X.
      10 WS-DIA-TRL-QTD      PIC 9(7).
      10 WS-DIA-TRL-DEB      PIC 9(9)V99.
      10 WS-DIA-TRL-CRED     PIC 9(9)V99.
      10 WS-DIA-CALC-QTD     PIC 9(7).
      10 WS-DIA-CALC-DEB     PIC 9(9)V99.
      10 WS-DIA-CALC-CRED    PIC 9(9)V99.
      10 WS-DIA-FECHO-TOTAL  PIC 9(9)V99.
      10 WS-DIA-TIPO OCCURS 8 TIMES.
         15 WS-DIA-GL-CRED    PIC 9(9)V99.
         15 WS-DIA-GL-DEB     PIC 9(9)V99.
         15 WS-DIA-FDI-CRED   PIC 9(9)V99.
         15 WS-DIA-FDI-DEB    PIC 9(9)V99.

*> Último fecho de cada data lido de JORNCTRL.DAT e a soma do seu
*> detalhamento em JORNCTRT.DAT.
01 WS-FECHO-LIDO.
   05 WS-FLD-DATA          PIC X(8).
   05 WS-FLD-QTD           PIC 9(7).
   05 WS-FLD-CRED          PIC 9(9)V99.
   05 WS-FLD-DEB           PIC 9(9)V99.
01 WS-DET-QTD            PIC 9(7).
01 WS-DET-CRED           PIC 9(9)V99.
01 WS-DET-DEB            PIC 9(9)V99.

*> Chaves correntes do balanceamento por conta; conta esgotada
*> recebe 9999999, acima de qualquer número de conta.
01 WS-CHAVE-ENVIADO      PIC 9(7).
01 WS-CHAVE-MOVIMENTO    PIC 9(7).
01 WS-CHAVE-NOVO         PIC 9(7).
01 WS-CHAVE-CONTAS       PIC 9(7).
01 WS-CHAVE-ATUAL        PIC 9(7).
01 WS-SALDO-ANTERIOR     PIC S9(7)V99.
01 WS-MOVIMENTO-CONTA    PIC S9(9)V99.
01 WS-SALDO-ESPERADO     PIC S9(9)V99.
01 WS-SALDO-NOVO         PIC S9(7)V99.
01 WS-SALDO-MESTRE       PIC S9(7)V99.
01 WS-NO-NOVO            PIC X.
    88 NO-NOVO           VALUE "S".
01 WS-NO-MESTRE          PIC X.
    88 NO-MESTRE         VALUE "S".

01 WS-TOTAL-ANTERIOR     PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-MOVIMENTO    PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-NOVO         PIC S9(11)V99 VALUE 0.
01 WS-TOTAL-MESTRE       PIC S9(11)V99 VALUE 0.

01 WS-QTD-DIAS-CONFERIDOS PIC 9(5) VALUE 0.
01 WS-QTD-DIAS-PENDENTES PIC 9(5) VALUE 0.
01 WS-QTD-FECHOS-CONFERIDOS PIC 9(5) VALUE 0.
01 WS-QTD-CONTAS-CONFERIDAS PIC 9(6) VALUE 0.
01 WS-QTD-QUEBRAS-FECHO  PIC 9(6) VALUE 0.
01 WS-QTD-QUEBRAS-SALDO  PIC 9(6) VALUE 0.
01 WS-QTD-QUEBRAS-MESTRE PIC 9(6) VALUE 0.
01 WS-QTD-QUEBRAS        PIC 9(6) VALUE 0.
01 WS-QTD-ENVIADAS       PIC 9(6) VALUE 0.

01 REL-DET-TIPO.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-TIP-DATA       PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TIP-TIPO       PIC 9.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TIP-GL-CRED    PIC 9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TIP-GL-DEB     PIC 9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TIP-FDI-CRED   PIC 9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TIP-FDI-DEB    PIC 9(9).99.
   05 FILLER             PIC X(14) VALUE SPACES.

01 REL-DET-DIA.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-DIA-DATA       PIC X(8).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DIA-ROTULO     PIC X(20).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DIA-VALOR-1    PIC 9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DIA-VALOR-2    PIC 9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-DIA-VALOR-3    PIC 9(9).99.
   05 FILLER             PIC X(7) VALUE SPACES.

01 REL-DET-SALDO.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-SLD-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-SLD-ANTERIOR   PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-SLD-MOVIMENTO  PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-SLD-ESPERADO   PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-SLD-EXTRATO    PIC -9(9).99.
   05 FILLER             PIC X(16) VALUE SPACES.

01 REL-DET-MESTRE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-MST-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-MST-EXTRATO    PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-MST-MESTRE     PIC -9(9).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-MST-SITUACAO   PIC X(20).
   05 FILLER             PIC X(23) VALUE SPACES.

01 REL-TOTAL.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-TOT-ROTULO     PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-TOT-VALOR      PIC -9(11).99.
   05 FILLER             PIC X(31) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "=== GL-CONCILIACAO: CONCILIAÇÃO DA INTERFACE CONTÁBIL ===".

    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.

    PERFORM INICIAR-CONTROLE-BATCH.

    OPEN INPUT ARQUIVO-CONTAS.
    IF WS-STATUS-CONTAS NOT = "00" THEN
        DISPLAY "Arquivo de contas inexistente ou vazio."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ARQUIVO-EXTRATO-NOVO.
    IF WS-STATUS-EXTRATO-NOVO NOT = "00" THEN
        DISPLAY "Extração nova EXTRATGLN.DAT inexistente - rode o "
            "EXTRATGL antes."
        CLOSE ARQUIVO-CONTAS
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-EXTRATO-NOVO.

    PERFORM LER-POSICAO-CONCILIACAO.
    PERFORM ABRIR-ARQUIVO-FECHO-TIPO.

    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    *> O GLMOV acumulado é lido duas vezes: a primeira marca o
    *> último bloco de cada dia, a segunda soma só esses blocos e
    *> entrega ao SORT o efeito de cada lançamento na conta.
    PERFORM MAPEAR-BLOCOS-GLMOV.
    SORT SORT-MOVIMENTO-GL
        ON ASCENDING KEY GMS-NUMERO-CONTA
        INPUT PROCEDURE IS SOMAR-BLOCOS-GLMOV
        GIVING ARQUIVO-MOV-ORD.

    PERFORM CONFERIR-FECHOS-DETALHADOS.
    PERFORM ACUMULAR-DETALHAMENTO-DIAS.
    PERFORM CONFERIR-DIAS-GLMOV.
    IF FECHO-TIPO-ABERTO THEN
        CLOSE ARQUIVO-FECHO-TIPO
    END-IF.

    PERFORM CONFERIR-SALDOS-BASE.
    PERFORM CONFERIR-SALDOS-MESTRE.

    COMPUTE WS-QTD-QUEBRAS = WS-QTD-QUEBRAS-FECHO
        + WS-QTD-QUEBRAS-SALDO + WS-QTD-QUEBRAS-MESTRE.
    PERFORM GRAVAR-RESUMO-RELATORIO.
    CLOSE ARQUIVO-RELATORIO.

    DISPLAY "Dias do GLMOV conferidos com o diário: "
        WS-QTD-DIAS-CONFERIDOS " (aguardando fecho: "
        WS-QTD-DIAS-PENDENTES ")".
    DISPLAY "Contas conferidas: " WS-QTD-CONTAS-CONFERIDAS.
    DISPLAY "Quebras GLMOV x fechos do diário: " WS-QTD-QUEBRAS-FECHO.
    DISPLAY "Quebras extração anterior + movimento x extração nova: "
        WS-QTD-QUEBRAS-SALDO.
    DISPLAY "Quebras extração nova x mestre de contas: "
        WS-QTD-QUEBRAS-MESTRE.

    IF WS-QTD-QUEBRAS = 0 THEN
        PERFORM ENVIAR-EXTRATO-GL
        PERFORM GRAVAR-POSICAO-CONCILIACAO
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.
    STOP RUN.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução: job mensal (referência AAAAMM00) que
*> confere a extração do EXTRATGL do mesmo período. A conciliação
*> só lê os arquivos, então reexecutar é permitido - depois de
*> resolvida uma quebra, reexecuta-se o EXTRATGL e ela em seguida.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.

    MOVE "N" TO WS-PREREQ-OK.
    MOVE WS-DATA-HORA(1:6) TO WS-CTL-REFERENCIA(1:6).
    MOVE "00" TO WS-CTL-REFERENCIA(7:2).
    MOVE WS-CTL-REFERENCIA TO CTL-REFERENCIA.
    MOVE "EXTRATGL" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                SET PREREQ-OK TO TRUE
            END-IF
    END-READ.
    IF NOT PREREQ-OK THEN
        DISPLAY "GLRECON recusado: EXTRATGL do período "
            WS-DATA-HORA(1:6) " ainda não concluído."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    MOVE "GLRECON" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "GLRECON já executado no período - "
                    "reexecutando."
            END-IF
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.

*> Com quebra em aberto o registro de controle fica em "I" e a
*> extração nova não é copiada para EXTRATOGL.DAT: o razão continua
*> com a última extração conciliada até a quebra ser explicada e o
*> EXTRATGL reexecutado, como o RECONCIL faz com os furos do diário.
ENCERRAR-CONTROLE-BATCH.
    IF WS-QTD-QUEBRAS > 0 THEN
        DISPLAY "GLRECON NÃO concluído: " WS-QTD-QUEBRAS
            " quebra(s) em aberto - EXTRATOGL.DAT não foi "
            "atualizado. Veja RELGLCON.DAT."
        CLOSE ARQUIVO-CONTROLE
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-CTL-REFERENCIA TO CTL-REFERENCIA
        MOVE "GLRECON" TO CTL-JOB
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

*> Sem GLCONC.DAT (primeira conciliação) não há extração base
*> conhecida: a conferência de saldos fica para a próxima.
LER-POSICAO-CONCILIACAO.
    MOVE SPACES TO WS-DATA-BASE.
    MOVE SPACES TO WS-DATA-CONFERIDA.
    OPEN INPUT ARQUIVO-POSICAO.
    IF WS-STATUS-POSICAO = "00" THEN
        READ ARQUIVO-POSICAO NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                MOVE GLC-DATA-BASE TO WS-DATA-BASE
                MOVE GLC-DATA-CONFERIDA TO WS-DATA-CONFERIDA
        END-READ
        CLOSE ARQUIVO-POSICAO
    END-IF.
    IF WS-DATA-BASE NOT = SPACES THEN
        SET TEM-BASE TO TRUE
    END-IF.
    IF WS-DATA-CONFERIDA NOT = SPACES THEN
        SET TEM-CONFERIDA TO TRUE
    END-IF.
    MOVE WS-DATA-CONFERIDA TO WS-MAIOR-CONFERIDA.
    IF TEM-BASE THEN
        DISPLAY "Extração base: " WS-DATA-BASE
    ELSE
        DISPLAY "Sem extração base conciliada - a conferência de "
            "saldos começa na próxima conciliação."
    END-IF.

*> O primeiro fecho detalhado marca o início da conferência dos
*> fechos quando ainda não há posição gravada.
ABRIR-ARQUIVO-FECHO-TIPO.
    OPEN INPUT ARQUIVO-FECHO-TIPO.
    IF WS-STATUS-FECHO-TIPO = "00" THEN
        SET FECHO-TIPO-ABERTO TO TRUE
        READ ARQUIVO-FECHO-TIPO NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                SET TEM-DETALHAMENTO TO TRUE
                MOVE FTP-DATA-FECHO TO WS-DATA-PRIMEIRO-FECHO
        END-READ
    END-IF.

*> Diz se a data em WS-DATA-AVALIAR ainda não foi conferida contra
*> os fechos do diário.
AVALIAR-DATA-CONFERENCIA.
    MOVE "N" TO WS-DATA-A-CONFERIR.
    IF TEM-CONFERIDA THEN
        IF WS-DATA-AVALIAR > WS-DATA-CONFERIDA THEN
            SET DATA-A-CONFERIR TO TRUE
        END-IF
    ELSE
        IF TEM-DETALHAMENTO
                AND WS-DATA-AVALIAR NOT < WS-DATA-PRIMEIRO-FECHO THEN
            SET DATA-A-CONFERIR TO TRUE
        END-IF
    END-IF.

*> Primeira leitura do GLMOV acumulado: para cada dia que interessa
*> a alguma das conferências, guarda o número do último bloco.
MAPEAR-BLOCOS-GLMOV.
    MOVE 0 TO WS-ORDEM-BLOCO.
    MOVE "N" TO WS-FIM-GLMOV.
    OPEN INPUT ARQUIVO-GLMOV.
    IF WS-STATUS-GLMOV NOT = "00" THEN
        DISPLAY "GLMOVACU.DAT inexistente - nenhum GLMOV acumulado."
        SET FIM-GLMOV TO TRUE
    END-IF.
    PERFORM UNTIL FIM-GLMOV
        READ ARQUIVO-GLMOV NEXT RECORD
            AT END
                SET FIM-GLMOV TO TRUE
            NOT AT END
                IF GLM-TIPO-REG = "1" THEN
                    ADD 1 TO WS-ORDEM-BLOCO
                    PERFORM REGISTRAR-BLOCO-GLMOV
                END-IF
        END-READ
    END-PERFORM.
    IF WS-STATUS-GLMOV NOT = "35" THEN
        CLOSE ARQUIVO-GLMOV
    END-IF.

REGISTRAR-BLOCO-GLMOV.
    MOVE GLM-CAB-DATA TO WS-DATA-AVALIAR.
    PERFORM AVALIAR-DATA-CONFERENCIA.
    IF TEM-BASE AND GLM-CAB-DATA > WS-DATA-BASE THEN
        SET DATA-A-CONFERIR TO TRUE
    END-IF.
    IF DATA-A-CONFERIR THEN
        PERFORM LOCALIZAR-DIA
        IF WS-DIA-ACHADO = 0 THEN
            PERFORM INCLUIR-DIA
        END-IF
        IF WS-DIA-ACHADO > 0 THEN
            MOVE WS-ORDEM-BLOCO TO WS-DIA-ULTIMO-BLOCO(WS-DIA-ACHADO)
        END-IF
    END-IF.

*> Procura WS-DATA-AVALIAR na tabela de dias; 0 = não está.
LOCALIZAR-DIA.
    MOVE 0 TO WS-DIA-ACHADO.
    PERFORM VARYING IND-DIA FROM 1 BY 1
            UNTIL IND-DIA > WS-QTD-DIAS OR WS-DIA-ACHADO > 0
        IF WS-DIA-DATA(IND-DIA) = WS-DATA-AVALIAR THEN
            MOVE IND-DIA TO WS-DIA-ACHADO
        END-IF
    END-PERFORM.

*> Tabela cheia conta como quebra: a conciliação não pode dar por
*> conferido um dia que não coube.
INCLUIR-DIA.
    IF WS-QTD-DIAS < WS-MAX-DIAS THEN
        ADD 1 TO WS-QTD-DIAS
        MOVE WS-QTD-DIAS TO WS-DIA-ACHADO
        INITIALIZE WS-DIA(WS-DIA-ACHADO)
        MOVE WS-DATA-AVALIAR TO WS-DIA-DATA(WS-DIA-ACHADO)
    ELSE
        DISPLAY "*** Tabela de dias cheia - dia " WS-DATA-AVALIAR
            " fora da conciliação."
        ADD 1 TO WS-QTD-QUEBRAS-FECHO
    END-IF.

*> Segunda leitura: só o último bloco de cada dia conta. Soma os
*> detalhes para conferir o trailer, abre a perna da conta contábil
*> de depósitos (21001) por tipo de operação - crédito nela é
*> crédito ao cliente, débito é débito, a mesma classificação do
*> fecho do diário - e entrega ao SORT o efeito no saldo de cada
*> conta do movimento datado depois da extração base.
SOMAR-BLOCOS-GLMOV.
    MOVE 0 TO WS-ORDEM-BLOCO.
    MOVE 0 TO WS-DIA-BLOCO.
    MOVE "N" TO WS-BLOCO-VALIDO.
    MOVE "N" TO WS-FIM-GLMOV.
    OPEN INPUT ARQUIVO-GLMOV.
    IF WS-STATUS-GLMOV NOT = "00" THEN
        SET FIM-GLMOV TO TRUE
    END-IF.
    PERFORM UNTIL FIM-GLMOV
        READ ARQUIVO-GLMOV NEXT RECORD
            AT END
                SET FIM-GLMOV TO TRUE
            NOT AT END
                PERFORM SOMAR-REGISTRO-GLMOV
        END-READ
    END-PERFORM.
    IF WS-STATUS-GLMOV NOT = "35" THEN
        CLOSE ARQUIVO-GLMOV
    END-IF.

SOMAR-REGISTRO-GLMOV.
    IF GLM-TIPO-REG = "1" THEN
        ADD 1 TO WS-ORDEM-BLOCO
        MOVE "N" TO WS-BLOCO-VALIDO
        MOVE GLM-CAB-DATA TO WS-DATA-AVALIAR
        PERFORM LOCALIZAR-DIA
        IF WS-DIA-ACHADO > 0 THEN
            IF WS-DIA-ULTIMO-BLOCO(WS-DIA-ACHADO) = WS-ORDEM-BLOCO
            THEN
                SET BLOCO-VALIDO TO TRUE
                MOVE WS-DIA-ACHADO TO WS-DIA-BLOCO
            END-IF
        END-IF
    ELSE
        IF BLOCO-VALIDO THEN
            IF GLM-TIPO-REG = "2" THEN
                PERFORM SOMAR-DETALHE-GLMOV
            ELSE
                IF GLM-TIPO-REG = "9" THEN
                    MOVE GLM-TRL-QTD-REG
                        TO WS-DIA-TRL-QTD(WS-DIA-BLOCO)
                    MOVE GLM-TRL-TOTAL-DEB
                        TO WS-DIA-TRL-DEB(WS-DIA-BLOCO)
                    MOVE GLM-TRL-TOTAL-CRED
                        TO WS-DIA-TRL-CRED(WS-DIA-BLOCO)
                    IF WS-DIA-TRL-QTD(WS-DIA-BLOCO)
                            = WS-DIA-CALC-QTD(WS-DIA-BLOCO)
                            AND WS-DIA-TRL-DEB(WS-DIA-BLOCO)
                            = WS-DIA-CALC-DEB(WS-DIA-BLOCO)
                            AND WS-DIA-TRL-CRED(WS-DIA-BLOCO)
                            = WS-DIA-CALC-CRED(WS-DIA-BLOCO)
                    THEN
                        MOVE "S" TO WS-DIA-TRAILER(WS-DIA-BLOCO)
                    ELSE
                        MOVE "N" TO WS-DIA-TRAILER(WS-DIA-BLOCO)
                    END-IF
                    MOVE "N" TO WS-BLOCO-VALIDO
                END-IF
            END-IF
        END-IF
    END-IF.

SOMAR-DETALHE-GLMOV.
    ADD 1 TO WS-DIA-CALC-QTD(WS-DIA-BLOCO).
    IF GLM-DET-NATUREZA = "D" THEN
        ADD GLM-DET-VALOR TO WS-DIA-CALC-DEB(WS-DIA-BLOCO)
    ELSE
        ADD GLM-DET-VALOR TO WS-DIA-CALC-CRED(WS-DIA-BLOCO)
    END-IF.
    IF GLM-DET-CONTA-GL = 21001
            AND GLM-DET-TIPO-OP > 0 AND GLM-DET-TIPO-OP < 9 THEN
        MOVE GLM-DET-TIPO-OP TO IND-TIPO
        IF GLM-DET-NATUREZA = "D" THEN
            ADD GLM-DET-VALOR
                TO WS-DIA-GL-DEB(WS-DIA-BLOCO, IND-TIPO)
            COMPUTE GMS-VALOR = 0 - GLM-DET-VALOR
        ELSE
            ADD GLM-DET-VALOR
                TO WS-DIA-GL-CRED(WS-DIA-BLOCO, IND-TIPO)
            MOVE GLM-DET-VALOR TO GMS-VALOR
        END-IF
        IF TEM-BASE AND WS-DIA-DATA(WS-DIA-BLOCO) > WS-DATA-BASE
                AND WS-DIA-DATA(WS-DIA-BLOCO) NOT > WS-DATA-HOJE THEN
            MOVE GLM-DET-NUMERO-CONTA TO GMS-NUMERO-CONTA
            RELEASE GMS-REC
        END-IF
    END-IF.

*> Cada fecho do diário (o último de cada data) deve bater com a
*> soma do seu detalhamento por data e tipo - é o detalhamento que
*> a conferência dos dias usa no lugar dos totais do fecho.
CONFERIR-FECHOS-DETALHADOS.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "1 - GLMOV DIARIO X FECHOS DO DIARIO POR TIPO DE OPERACAO"
        TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  DATA     T      GL CRED       GL DEB   FECHO CRED"
        "    FECHO DEB"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    MOVE "N" TO WS-TEM-FECHO-LIDO.
    MOVE "N" TO WS-FIM-FECHO.
    OPEN INPUT ARQUIVO-FECHO.
    IF WS-STATUS-FECHO NOT = "00" THEN
        SET FIM-FECHO TO TRUE
    END-IF.
    PERFORM UNTIL FIM-FECHO
        READ ARQUIVO-FECHO NEXT RECORD
            AT END
                SET FIM-FECHO TO TRUE
            NOT AT END
                IF TEM-FECHO-LIDO AND FDI-DATA NOT = WS-FLD-DATA THEN
                    PERFORM CONFERIR-FECHO-LIDO
                END-IF
                SET TEM-FECHO-LIDO TO TRUE
                MOVE FDI-DATA TO WS-FLD-DATA
                MOVE FDI-QTD-LANCAMENTOS TO WS-FLD-QTD
                MOVE FDI-TOTAL-CREDITOS TO WS-FLD-CRED
                MOVE FDI-TOTAL-DEBITOS TO WS-FLD-DEB
                IF NOT TEM-ULTIMO-FECHO
                        OR FDI-DATA > WS-DATA-ULTIMO-FECHO THEN
                    SET TEM-ULTIMO-FECHO TO TRUE
                    MOVE FDI-DATA TO WS-DATA-ULTIMO-FECHO
                END-IF
        END-READ
    END-PERFORM.
    IF TEM-FECHO-LIDO THEN
        PERFORM CONFERIR-FECHO-LIDO
    END-IF.
    IF WS-STATUS-FECHO NOT = "35" THEN
        CLOSE ARQUIVO-FECHO
    END-IF.

CONFERIR-FECHO-LIDO.
    MOVE WS-FLD-DATA TO WS-DATA-AVALIAR.
    PERFORM AVALIAR-DATA-CONFERENCIA.
    IF DATA-A-CONFERIR THEN
        ADD 1 TO WS-QTD-FECHOS-CONFERIDOS
        MOVE 0 TO WS-DET-QTD
        MOVE 0 TO WS-DET-CRED
        MOVE 0 TO WS-DET-DEB
        MOVE "N" TO WS-FIM-FECHO-TIPO
        IF FECHO-TIPO-ABERTO THEN
            MOVE WS-FLD-DATA TO FTP-DATA-FECHO
            MOVE LOW-VALUES TO FTP-DATA-LANC
            MOVE 0 TO FTP-TIPO-OP
            START ARQUIVO-FECHO-TIPO KEY IS NOT LESS THAN FTP-CHAVE
                INVALID KEY
                    SET FIM-FECHO-TIPO TO TRUE
            END-START
        ELSE
            SET FIM-FECHO-TIPO TO TRUE
        END-IF
        PERFORM UNTIL FIM-FECHO-TIPO
            READ ARQUIVO-FECHO-TIPO NEXT RECORD
                AT END
                    SET FIM-FECHO-TIPO TO TRUE
                NOT AT END
                    IF FTP-DATA-FECHO = WS-FLD-DATA THEN
                        ADD FTP-QTD-LANCAMENTOS TO WS-DET-QTD
                        ADD FTP-TOTAL-CREDITOS TO WS-DET-CRED
                        ADD FTP-TOTAL-DEBITOS TO WS-DET-DEB
                    ELSE
                        SET FIM-FECHO-TIPO TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        IF WS-DET-QTD NOT = WS-FLD-QTD
                OR WS-DET-CRED NOT = WS-FLD-CRED
                OR WS-DET-DEB NOT = WS-FLD-DEB THEN
            ADD 1 TO WS-QTD-QUEBRAS-FECHO
            MOVE WS-FLD-DATA TO REL-DIA-DATA
            MOVE "FECHO X DETALHAMENTO" TO REL-DIA-ROTULO
            MOVE WS-FLD-CRED TO REL-DIA-VALOR-1
            MOVE WS-DET-CRED TO REL-DIA-VALOR-2
            MOVE 0 TO REL-DIA-VALOR-3
            MOVE REL-DET-DIA TO REL-LINHA
            WRITE REL-LINHA
            MOVE SPACES TO REL-DIA-DATA
            MOVE "  (DEBITOS)" TO REL-DIA-ROTULO
            MOVE WS-FLD-DEB TO REL-DIA-VALOR-1
            MOVE WS-DET-DEB TO REL-DIA-VALOR-2
            MOVE REL-DET-DIA TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY "*** QUEBRA fecho " WS-FLD-DATA ": JORNCTRL "
                WS-FLD-QTD " lançamentos, detalhamento "
                WS-DET-QTD
        END-IF
    END-IF.

*> Soma o detalhamento de todos os fechos por data do lançamento:
*> um dia completo pode ter lançamentos em dois fechos (o do
*> próprio dia e o seguinte). Dia com fecho e sem GLMOV entra na
*> tabela sem bloco e sai como quebra.
ACUMULAR-DETALHAMENTO-DIAS.
    IF TEM-DETALHAMENTO THEN
        MOVE "N" TO WS-FIM-FECHO-TIPO
        MOVE LOW-VALUES TO FTP-CHAVE
        START ARQUIVO-FECHO-TIPO KEY IS NOT LESS THAN FTP-CHAVE
            INVALID KEY
                SET FIM-FECHO-TIPO TO TRUE
        END-START
        PERFORM UNTIL FIM-FECHO-TIPO
            READ ARQUIVO-FECHO-TIPO NEXT RECORD
                AT END
                    SET FIM-FECHO-TIPO TO TRUE
                NOT AT END
                    PERFORM ACUMULAR-DETALHE-DIA
            END-READ
        END-PERFORM
    END-IF.

ACUMULAR-DETALHE-DIA.
    MOVE FTP-DATA-LANC TO WS-DATA-AVALIAR.
    PERFORM AVALIAR-DATA-CONFERENCIA.
    IF DATA-A-CONFERIR AND TEM-ULTIMO-FECHO
            AND FTP-DATA-LANC < WS-DATA-ULTIMO-FECHO
            AND FTP-TIPO-OP > 0 AND FTP-TIPO-OP < 9 THEN
        PERFORM LOCALIZAR-DIA
        IF WS-DIA-ACHADO = 0 THEN
            PERFORM INCLUIR-DIA
        END-IF
        IF WS-DIA-ACHADO > 0 THEN
            MOVE FTP-TIPO-OP TO IND-TIPO
            ADD FTP-TOTAL-CREDITOS
                TO WS-DIA-FDI-CRED(WS-DIA-ACHADO, IND-TIPO)
            ADD FTP-TOTAL-DEBITOS
                TO WS-DIA-FDI-DEB(WS-DIA-ACHADO, IND-TIPO)
            ADD FTP-TOTAL-CREDITOS
                TO WS-DIA-FECHO-TOTAL(WS-DIA-ACHADO)
            ADD FTP-TOTAL-DEBITOS
                TO WS-DIA-FECHO-TOTAL(WS-DIA-ACHADO)
        END-IF
    END-IF.

*> Para cada dia já fechado: trailer do GLMOV contra os seus
*> detalhes, totais do trailer contra o total fechado do dia (cada
*> lançamento vira um débito e um crédito do mesmo valor) e, por
*> tipo de operação, créditos e débitos ao cliente no GLMOV contra
*> os do diário. Dias a partir do último fecho ficam para a
*> próxima conciliação.
CONFERIR-DIAS-GLMOV.
    PERFORM VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > WS-QTD-DIAS
        MOVE WS-DIA-DATA(IND-DIA) TO WS-DATA-AVALIAR
        PERFORM AVALIAR-DATA-CONFERENCIA
        IF DATA-A-CONFERIR THEN
            IF TEM-ULTIMO-FECHO
                    AND WS-DIA-DATA(IND-DIA) < WS-DATA-ULTIMO-FECHO
            THEN
                PERFORM CONFERIR-DIA-GLMOV
            ELSE
                ADD 1 TO WS-QTD-DIAS-PENDENTES
            END-IF
        END-IF
    END-PERFORM.
    MOVE SPACES TO REL-LINHA.
    STRING "  DIAS CONFERIDOS " WS-QTD-DIAS-CONFERIDOS
        "  FECHOS CONFERIDOS " WS-QTD-FECHOS-CONFERIDOS
        "  AGUARDANDO FECHO " WS-QTD-DIAS-PENDENTES
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

CONFERIR-DIA-GLMOV.
    ADD 1 TO WS-QTD-DIAS-CONFERIDOS.
    IF WS-DIA-DATA(IND-DIA) > WS-MAIOR-CONFERIDA
            OR WS-MAIOR-CONFERIDA = SPACES THEN
        MOVE WS-DIA-DATA(IND-DIA) TO WS-MAIOR-CONFERIDA
    END-IF.
    MOVE WS-DIA-DATA(IND-DIA) TO REL-DIA-DATA.
    IF WS-DIA-ULTIMO-BLOCO(IND-DIA) = 0 THEN
        ADD 1 TO WS-QTD-QUEBRAS-FECHO
        MOVE "DIA SEM GLMOV" TO REL-DIA-ROTULO
        MOVE 0 TO REL-DIA-VALOR-1
        MOVE 0 TO REL-DIA-VALOR-2
        MOVE WS-DIA-FECHO-TOTAL(IND-DIA) TO REL-DIA-VALOR-3
        MOVE REL-DET-DIA TO REL-LINHA
        WRITE REL-LINHA
        DISPLAY "*** QUEBRA dia " WS-DIA-DATA(IND-DIA)
            ": fechado no diário e sem GLMOV."
    ELSE
        IF WS-DIA-TRAILER(IND-DIA) NOT = "S" THEN
            ADD 1 TO WS-QTD-QUEBRAS-FECHO
            IF WS-DIA-TRAILER(IND-DIA) = SPACE THEN
                MOVE "GLMOV SEM TRAILER" TO REL-DIA-ROTULO
            ELSE
                MOVE "TRAILER X DETALHES" TO REL-DIA-ROTULO
            END-IF
            MOVE WS-DIA-TRL-DEB(IND-DIA) TO REL-DIA-VALOR-1
            MOVE WS-DIA-CALC-DEB(IND-DIA) TO REL-DIA-VALOR-2
            MOVE WS-DIA-CALC-CRED(IND-DIA) TO REL-DIA-VALOR-3
            MOVE REL-DET-DIA TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY "*** QUEBRA dia " WS-DIA-DATA(IND-DIA)
                ": trailer do GLMOV não confere com os detalhes."
        END-IF
        IF WS-DIA-TRL-DEB(IND-DIA) NOT = WS-DIA-FECHO-TOTAL(IND-DIA)
                OR WS-DIA-TRL-CRED(IND-DIA)
                NOT = WS-DIA-FECHO-TOTAL(IND-DIA) THEN
            ADD 1 TO WS-QTD-QUEBRAS-FECHO
            MOVE "TRAILER X FECHO" TO REL-DIA-ROTULO
            MOVE WS-DIA-TRL-DEB(IND-DIA) TO REL-DIA-VALOR-1
            MOVE WS-DIA-TRL-CRED(IND-DIA) TO REL-DIA-VALOR-2
            MOVE WS-DIA-FECHO-TOTAL(IND-DIA) TO REL-DIA-VALOR-3
            MOVE REL-DET-DIA TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY "*** QUEBRA dia " WS-DIA-DATA(IND-DIA)
                ": trailer do GLMOV R$" WS-DIA-TRL-DEB(IND-DIA)
                " mas o diário fechou R$"
                WS-DIA-FECHO-TOTAL(IND-DIA)
        END-IF
    END-IF.
    PERFORM VARYING IND-TIPO FROM 1 BY 1 UNTIL IND-TIPO > 8
        IF WS-DIA-GL-CRED(IND-DIA, IND-TIPO)
                NOT = WS-DIA-FDI-CRED(IND-DIA, IND-TIPO)
                OR WS-DIA-GL-DEB(IND-DIA, IND-TIPO)
                NOT = WS-DIA-FDI-DEB(IND-DIA, IND-TIPO) THEN
            ADD 1 TO WS-QTD-QUEBRAS-FECHO
            MOVE WS-DIA-DATA(IND-DIA) TO REL-TIP-DATA
            MOVE IND-TIPO TO REL-TIP-TIPO
            MOVE WS-DIA-GL-CRED(IND-DIA, IND-TIPO) TO REL-TIP-GL-CRED
            MOVE WS-DIA-GL-DEB(IND-DIA, IND-TIPO) TO REL-TIP-GL-DEB
            MOVE WS-DIA-FDI-CRED(IND-DIA, IND-TIPO)
                TO REL-TIP-FDI-CRED
            MOVE WS-DIA-FDI-DEB(IND-DIA, IND-TIPO) TO REL-TIP-FDI-DEB
            MOVE REL-DET-TIPO TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY "*** QUEBRA dia " WS-DIA-DATA(IND-DIA) " tipo "
                IND-TIPO ": GLMOV e fecho do diário divergem."
        END-IF
    END-PERFORM.

*> Balanceamento por conta, em ordem de conta, da extração enviada
*> (base), do movimento líquido do GLMOV desde ela e da extração
*> nova: base + movimento deve dar a extração nova.
CONFERIR-SALDOS-BASE.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "2 - EXTRACAO BASE " WS-DATA-BASE
        " + MOVIMENTO GLMOV X EXTRACAO NOVA"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  CONTA       ANTERIOR     MOVIMENTO      ESPERADO"
        "       EXTRATO"
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

    IF NOT TEM-BASE THEN
        MOVE "  SEM EXTRACAO BASE CONCILIADA - CONFERENCIA DISPENSADA"
            TO REL-LINHA
        WRITE REL-LINHA
    ELSE
        OPEN INPUT ARQUIVO-EXTRATO-ENVIADO
        IF WS-STATUS-EXTRATO-ENV NOT = "00" THEN
            ADD 1 TO WS-QTD-QUEBRAS-SALDO
            MOVE "  *** EXTRACAO BASE EXTRATOGL.DAT INEXISTENTE"
                TO REL-LINHA
            WRITE REL-LINHA
            DISPLAY "*** QUEBRA: extração base EXTRATOGL.DAT "
                "inexistente."
        ELSE
            MOVE "N" TO WS-FIM-EXTRATO-ENV
            MOVE "N" TO WS-FIM-MOV-ORD
            MOVE "N" TO WS-FIM-EXTRATO-NOVO
            MOVE 9999999 TO WS-CHAVE-CONTAS
            OPEN INPUT ARQUIVO-MOV-ORD
            OPEN INPUT ARQUIVO-EXTRATO-NOVO
            PERFORM LER-PROXIMO-ENVIADO
            PERFORM LER-PROXIMO-MOVIMENTO
            PERFORM LER-PROXIMO-NOVO
            PERFORM UNTIL WS-CHAVE-ENVIADO = 9999999
                    AND WS-CHAVE-MOVIMENTO = 9999999
                    AND WS-CHAVE-NOVO = 9999999
                PERFORM CONFERIR-SALDO-BASE-CONTA
            END-PERFORM
            CLOSE ARQUIVO-EXTRATO-ENVIADO
            CLOSE ARQUIVO-MOV-ORD
            CLOSE ARQUIVO-EXTRATO-NOVO

            MOVE "TOTAL EXTRACAO BASE" TO REL-TOT-ROTULO
            MOVE WS-TOTAL-ANTERIOR TO REL-TOT-VALOR
            MOVE REL-TOTAL TO REL-LINHA
            WRITE REL-LINHA
            MOVE "TOTAL MOVIMENTO GLMOV" TO REL-TOT-ROTULO
            MOVE WS-TOTAL-MOVIMENTO TO REL-TOT-VALOR
            MOVE REL-TOTAL TO REL-LINHA
            WRITE REL-LINHA
            MOVE "TOTAL EXTRACAO NOVA" TO REL-TOT-ROTULO
            MOVE WS-TOTAL-NOVO TO REL-TOT-VALOR
            MOVE REL-TOTAL TO REL-LINHA
            WRITE REL-LINHA
        END-IF
    END-IF.

CONFERIR-SALDO-BASE-CONTA.
    PERFORM DEFINIR-CHAVE-ATUAL.

    MOVE 0 TO WS-SALDO-ANTERIOR.
    IF WS-CHAVE-ENVIADO = WS-CHAVE-ATUAL THEN
        MOVE GLA-SALDO TO WS-SALDO-ANTERIOR
        PERFORM LER-PROXIMO-ENVIADO
    END-IF.
    MOVE 0 TO WS-MOVIMENTO-CONTA.
    PERFORM UNTIL WS-CHAVE-MOVIMENTO NOT = WS-CHAVE-ATUAL
        ADD GMO-VALOR TO WS-MOVIMENTO-CONTA
        PERFORM LER-PROXIMO-MOVIMENTO
    END-PERFORM.
    MOVE 0 TO WS-SALDO-NOVO.
    IF WS-CHAVE-NOVO = WS-CHAVE-ATUAL THEN
        MOVE GL-SALDO TO WS-SALDO-NOVO
        PERFORM LER-PROXIMO-NOVO
    END-IF.

    ADD WS-SALDO-ANTERIOR TO WS-TOTAL-ANTERIOR.
    ADD WS-MOVIMENTO-CONTA TO WS-TOTAL-MOVIMENTO.
    ADD WS-SALDO-NOVO TO WS-TOTAL-NOVO.

    COMPUTE WS-SALDO-ESPERADO = WS-SALDO-ANTERIOR + WS-MOVIMENTO-CONTA.
    IF WS-SALDO-ESPERADO NOT = WS-SALDO-NOVO THEN
        ADD 1 TO WS-QTD-QUEBRAS-SALDO
        MOVE WS-CHAVE-ATUAL TO REL-SLD-CONTA
        MOVE WS-SALDO-ANTERIOR TO REL-SLD-ANTERIOR
        MOVE WS-MOVIMENTO-CONTA TO REL-SLD-MOVIMENTO
        MOVE WS-SALDO-ESPERADO TO REL-SLD-ESPERADO
        MOVE WS-SALDO-NOVO TO REL-SLD-EXTRATO
        MOVE REL-DET-SALDO TO REL-LINHA
        WRITE REL-LINHA
        DISPLAY "*** QUEBRA conta " WS-CHAVE-ATUAL
            ": base + movimento = R$" WS-SALDO-ESPERADO
            " mas extração nova R$" WS-SALDO-NOVO
    END-IF.

*> A extração nova deve reproduzir CONTA-SALDO do mestre, conta a
*> conta e na soma - a soma é a prova final; as diferenças por
*> conta apontam onde ela quebra.
CONFERIR-SALDOS-MESTRE.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "3 - EXTRACAO NOVA X MESTRE DE CONTAS (CONTAS.DAT)"
        TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "  CONTA        EXTRATO        MESTRE SITUACAO" TO REL-LINHA.
    WRITE REL-LINHA.

    MOVE 0 TO WS-TOTAL-NOVO.
    MOVE "N" TO WS-FIM-EXTRATO-NOVO.
    MOVE "N" TO WS-FIM-CONTAS.
    MOVE 9999999 TO WS-CHAVE-ENVIADO.
    MOVE 9999999 TO WS-CHAVE-MOVIMENTO.
    OPEN INPUT ARQUIVO-EXTRATO-NOVO.
    OPEN INPUT ARQUIVO-CONTAS.
    PERFORM LER-PROXIMO-NOVO.
    PERFORM LER-PROXIMO-CONTA.
    PERFORM UNTIL WS-CHAVE-NOVO = 9999999
            AND WS-CHAVE-CONTAS = 9999999
        PERFORM CONFERIR-SALDO-MESTRE-CONTA
    END-PERFORM.
    CLOSE ARQUIVO-EXTRATO-NOVO.
    CLOSE ARQUIVO-CONTAS.

    MOVE "TOTAL EXTRACAO NOVA" TO REL-TOT-ROTULO.
    MOVE WS-TOTAL-NOVO TO REL-TOT-VALOR.
    MOVE REL-TOTAL TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "TOTAL CONTA-SALDO (CONTAS.DAT)" TO REL-TOT-ROTULO.
    MOVE WS-TOTAL-MESTRE TO REL-TOT-VALOR.
    MOVE REL-TOTAL TO REL-LINHA.
    WRITE REL-LINHA.
    IF WS-TOTAL-NOVO NOT = WS-TOTAL-MESTRE THEN
        ADD 1 TO WS-QTD-QUEBRAS-MESTRE
        MOVE "  *** SOMA DA EXTRACAO NOVA DIFERE DA SOMA DO MESTRE"
            TO REL-LINHA
        WRITE REL-LINHA
        DISPLAY "*** QUEBRA: soma da extração nova R$" WS-TOTAL-NOVO
            " mas soma de CONTA-SALDO R$" WS-TOTAL-MESTRE
    END-IF.

CONFERIR-SALDO-MESTRE-CONTA.
    ADD 1 TO WS-QTD-CONTAS-CONFERIDAS.
    PERFORM DEFINIR-CHAVE-ATUAL.

    MOVE 0 TO WS-SALDO-NOVO.
    MOVE "N" TO WS-NO-NOVO.
    IF WS-CHAVE-NOVO = WS-CHAVE-ATUAL THEN
        MOVE GL-SALDO TO WS-SALDO-NOVO
        SET NO-NOVO TO TRUE
        PERFORM LER-PROXIMO-NOVO
    END-IF.
    MOVE 0 TO WS-SALDO-MESTRE.
    MOVE "N" TO WS-NO-MESTRE.
    IF WS-CHAVE-CONTAS = WS-CHAVE-ATUAL THEN
        MOVE CONTA-SALDO TO WS-SALDO-MESTRE
        SET NO-MESTRE TO TRUE
        PERFORM LER-PROXIMO-CONTA
    END-IF.

    ADD WS-SALDO-NOVO TO WS-TOTAL-NOVO.
    ADD WS-SALDO-MESTRE TO WS-TOTAL-MESTRE.

    IF NOT NO-NOVO OR NOT NO-MESTRE
            OR WS-SALDO-NOVO NOT = WS-SALDO-MESTRE THEN
        ADD 1 TO WS-QTD-QUEBRAS-MESTRE
        MOVE WS-CHAVE-ATUAL TO REL-MST-CONTA
        MOVE WS-SALDO-NOVO TO REL-MST-EXTRATO
        MOVE WS-SALDO-MESTRE TO REL-MST-MESTRE
        IF NOT NO-NOVO THEN
            MOVE "SO NO MESTRE" TO REL-MST-SITUACAO
        ELSE
            IF NOT NO-MESTRE THEN
                MOVE "SO NA EXTRACAO" TO REL-MST-SITUACAO
            ELSE
                MOVE "SALDO DIFERENTE" TO REL-MST-SITUACAO
            END-IF
        END-IF
        MOVE REL-DET-MESTRE TO REL-LINHA
        WRITE REL-LINHA
        DISPLAY "*** QUEBRA conta " WS-CHAVE-ATUAL
            ": extração nova x mestre - " REL-MST-SITUACAO
    END-IF.

*> Menor chave entre as fontes do balanceamento; fonte fora do
*> balanceamento ou esgotada está em 9999999.
DEFINIR-CHAVE-ATUAL.
    MOVE WS-CHAVE-ENVIADO TO WS-CHAVE-ATUAL.
    IF WS-CHAVE-MOVIMENTO < WS-CHAVE-ATUAL THEN
        MOVE WS-CHAVE-MOVIMENTO TO WS-CHAVE-ATUAL
    END-IF.
    IF WS-CHAVE-NOVO < WS-CHAVE-ATUAL THEN
        MOVE WS-CHAVE-NOVO TO WS-CHAVE-ATUAL
    END-IF.
    IF WS-CHAVE-CONTAS < WS-CHAVE-ATUAL THEN
        MOVE WS-CHAVE-CONTAS TO WS-CHAVE-ATUAL
    END-IF.

LER-PROXIMO-ENVIADO.
    IF FIM-EXTRATO-ENV THEN
        MOVE 9999999 TO WS-CHAVE-ENVIADO
    ELSE
        READ ARQUIVO-EXTRATO-ENVIADO NEXT RECORD
            AT END
                SET FIM-EXTRATO-ENV TO TRUE
                MOVE 9999999 TO WS-CHAVE-ENVIADO
            NOT AT END
                MOVE GLA-NUMERO-CONTA TO WS-CHAVE-ENVIADO
        END-READ
    END-IF.

LER-PROXIMO-MOVIMENTO.
    IF FIM-MOV-ORD THEN
        MOVE 9999999 TO WS-CHAVE-MOVIMENTO
    ELSE
        READ ARQUIVO-MOV-ORD NEXT RECORD
            AT END
                SET FIM-MOV-ORD TO TRUE
                MOVE 9999999 TO WS-CHAVE-MOVIMENTO
            NOT AT END
                MOVE GMO-NUMERO-CONTA TO WS-CHAVE-MOVIMENTO
        END-READ
    END-IF.

LER-PROXIMO-NOVO.
    IF FIM-EXTRATO-NOVO THEN
        MOVE 9999999 TO WS-CHAVE-NOVO
    ELSE
        READ ARQUIVO-EXTRATO-NOVO NEXT RECORD
            AT END
                SET FIM-EXTRATO-NOVO TO TRUE
                MOVE 9999999 TO WS-CHAVE-NOVO
            NOT AT END
                MOVE GL-NUMERO-CONTA TO WS-CHAVE-NOVO
        END-READ
    END-IF.

LER-PROXIMO-CONTA.
    IF FIM-CONTAS THEN
        MOVE 9999999 TO WS-CHAVE-CONTAS
    ELSE
        READ ARQUIVO-CONTAS NEXT RECORD
            AT END
                SET FIM-CONTAS TO TRUE
                MOVE 9999999 TO WS-CHAVE-CONTAS
            NOT AT END
                MOVE CONTA-NUMERO TO WS-CHAVE-CONTAS
        END-READ
    END-IF.

*> Conciliação sem quebra: a extração nova passa a ser a enviada
*> ao razão.
ENVIAR-EXTRATO-GL.
    OPEN INPUT ARQUIVO-EXTRATO-NOVO.
    OPEN OUTPUT ARQUIVO-EXTRATO-ENVIADO.
    MOVE "N" TO WS-FIM-EXTRATO-NOVO.
    PERFORM UNTIL FIM-EXTRATO-NOVO
        READ ARQUIVO-EXTRATO-NOVO NEXT RECORD
            AT END
                SET FIM-EXTRATO-NOVO TO TRUE
            NOT AT END
                MOVE GL-REC TO GLA-REC
                WRITE GLA-REC
                ADD 1 TO WS-QTD-ENVIADAS
        END-READ
    END-PERFORM.
    CLOSE ARQUIVO-EXTRATO-NOVO.
    CLOSE ARQUIVO-EXTRATO-ENVIADO.
    DISPLAY "Conciliação sem quebra - EXTRATOGL.DAT atualizado: "
        WS-QTD-ENVIADAS " contas.".

*> A extração de hoje vira a base da próxima conferência de
*> saldos; os dias conferidos avançam até o último fechado.
GRAVAR-POSICAO-CONCILIACAO.
    OPEN OUTPUT ARQUIVO-POSICAO.
    MOVE WS-DATA-HOJE TO GLC-DATA-BASE.
    MOVE WS-MAIOR-CONFERIDA TO GLC-DATA-CONFERIDA.
    WRITE GL-CONC-REC.
    CLOSE ARQUIVO-POSICAO.

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    STRING "CONCILIACAO DA INTERFACE CONTABIL (GL) - DATA "
        WS-DATA-HOJE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-RESUMO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "QUEBRAS: FECHOS " WS-QTD-QUEBRAS-FECHO
        "  SALDOS " WS-QTD-QUEBRAS-SALDO
        "  MESTRE " WS-QTD-QUEBRAS-MESTRE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    IF WS-QTD-QUEBRAS = 0 THEN
        MOVE "CONCILIACAO SEM QUEBRA - EXTRACAO ENVIADA AO RAZAO"
            TO REL-LINHA
    ELSE
        MOVE "QUEBRA EM ABERTO - EXTRACAO NAO ENVIADA AO RAZAO"
            TO REL-LINHA
    END-IF.
    WRITE REL-LINHA.
