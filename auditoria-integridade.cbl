IDENTIFICATION DIVISION.
PROGRAM-ID. AUDITORIA-INTEGRIDADE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT ARQUIVO-AGENDAMENTOS ASSIGN TO "AGENDTRF.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AGEN-CHAVE
        FILE STATUS IS WS-STATUS-AGENDAMENTOS.

    SELECT ARQUIVO-CONVENIOS ASSIGN TO "CONVDEB.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CONV-CHAVE
        FILE STATUS IS WS-STATUS-CONVENIOS.

    SELECT ARQUIVO-SALDO-ABR ASSIGN TO "SALDOABR.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-SALDO-ABR.

    SELECT ARQUIVO-RELATORIO ASSIGN TO "RELAUDIT.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-RELATORIO.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

    SELECT SORT-CPF ASSIGN TO "SRTAU01".

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
COPY CONTACC.

FD  ARQUIVO-CLIENTES.
COPY CLIENTE.

FD  ARQUIVO-AGENDAMENTOS.
COPY AGENDTRF.

FD  ARQUIVO-CONVENIOS.
COPY CONVDEB.

FD  ARQUIVO-SALDO-ABR.
COPY SALDOABR.

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

*> CPFs do mestre de contas reordenados por CPF, para casar com o
*> cadastro de clientes (chaveado por CPF) numa única passada.
SD  SORT-CPF.
01 SCP-REC.
   05 SCP-CPF              PIC 9(11).
   05 SCP-NUMERO-CONTA     PIC 9(6).

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS     PIC XX.
01 WS-STATUS-CLIENTES   PIC XX.
01 WS-STATUS-AGENDAMENTOS PIC XX.
01 WS-STATUS-CONVENIOS  PIC XX.
01 WS-STATUS-SALDO-ABR  PIC XX.
01 WS-STATUS-RELATORIO  PIC XX.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-FIM-CONTAS        PIC X VALUE "N".
    88 FIM-CONTAS       VALUE "S".
01 WS-FIM-CLIENTES      PIC X VALUE "N".
    88 FIM-CLIENTES     VALUE "S".
01 WS-FIM-SORT          PIC X VALUE "N".
    88 FIM-SORT         VALUE "S".
01 WS-FIM-AGENDAMENTOS  PIC X VALUE "N".
    88 FIM-AGENDAMENTOS VALUE "S".
01 WS-FIM-CONVENIOS     PIC X VALUE "N".
    88 FIM-CONVENIOS    VALUE "S".
01 WS-FIM-SALDO-ABR     PIC X VALUE "N".
    88 FIM-SALDO-ABR    VALUE "S".
01 WS-TEM-CLIENTES      PIC X VALUE "N".
    88 TEM-CLIENTES     VALUE "S".
01 WS-CLIENTE-ACHADO    PIC X VALUE "N".
    88 CLIENTE-ACHADO   VALUE "S".
01 WS-CONTA-ACHADA      PIC X VALUE "N".
    88 CONTA-ACHADA     VALUE "S".

01 WS-DATA-PROCESSO     PIC X(8).
01 WS-DATA-HORA         PIC X(14).
01 WS-PROBLEMA          PIC X(30).
01 WS-TITULO-SECAO      PIC X(80).

*> Conferência do dígito verificador do CPF (módulo 11 sobre os
*> nove primeiros dígitos e depois sobre os dez), recusando também
*> os CPFs de dígitos todos iguais, que passam na conta - a mesma
*> regra da abertura de conta no MANUTENCAO-CONTA.
01 WS-CPF-VALIDACAO     PIC 9(11).
01 FILLER REDEFINES WS-CPF-VALIDACAO.
   05 WS-CPF-DIGITO     PIC 9 OCCURS 11 TIMES.
01 WS-CPF-VALIDO        PIC X VALUE "N".
    88 CPF-VALIDO       VALUE "S".
01 WS-CPF-REPETIDO      PIC X VALUE "N".
    88 CPF-REPETIDO     VALUE "S".
01 WS-QTD-DIGITOS-CPF   PIC 9(2).
01 WS-PESO-CPF          PIC 9(2).
01 WS-SOMA-CPF          PIC 9(4).
01 WS-QUOCIENTE-CPF     PIC 9(4).
01 WS-RESTO-CPF         PIC 9(2).
01 WS-DV-CPF            PIC 9(2).
01 IND-CPF              PIC 9(2) COMP.

*> Saldos de abertura: período da geração montada (o do primeiro
*> registro) e última conta já casada, para apontar duplicidades.
01 WS-ABR-PERIODO-REF   PIC X(6) VALUE SPACES.
01 WS-ABR-ULTIMA-CONTA  PIC 9(6) VALUE 0.

*> Contagem por tipo de problema.
01 WS-QTD-CPF-SEM-CLIENTE PIC 9(6) VALUE 0.
01 WS-QTD-CLIENTE-SEM-CONTA PIC 9(6) VALUE 0.
01 WS-QTD-NOME-DIVERGENTE PIC 9(6) VALUE 0.
01 WS-QTD-ORDENS        PIC 9(6) VALUE 0.
01 WS-QTD-CONVENIOS     PIC 9(6) VALUE 0.
01 WS-QTD-ABR-FALTANDO  PIC 9(6) VALUE 0.
01 WS-QTD-ABR-SOBRANDO  PIC 9(6) VALUE 0.
01 WS-QTD-CPF-INVALIDO  PIC 9(6) VALUE 0.
01 WS-QTD-PROBLEMAS     PIC 9(7) VALUE 0.
01 WS-QTD-CONTAS        PIC 9(6) VALUE 0.
01 WS-QTD-CLIENTES      PIC 9(6) VALUE 0.

01 REL-DET-CONTA.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-CTA-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CTA-CPF        PIC 9(11).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CTA-SITUACAO   PIC X(1).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CTA-TITULAR    PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CTA-PROBLEMA   PIC X(26).

*> Segunda linha do titular divergente: o nome do cadastro logo
*> abaixo do nome gravado na conta.
01 REL-CPL-NOME.
   05 FILLER             PIC X(14) VALUE SPACES.
   05 FILLER             PIC X(9) VALUE "CADASTRO:".
   05 REL-CPL-CLI-NOME   PIC X(30).
   05 FILLER             PIC X(27) VALUE SPACES.

01 REL-DET-CLIENTE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-CLI-CPF        PIC 9(11).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CLI-NOME       PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CLI-TELEFONE   PIC X(15).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CLI-PROBLEMA   PIC X(19).

01 REL-DET-ORDEM.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-ORD-ORIGEM     PIC 9(6).
   05 FILLER             PIC X(1) VALUE "/".
   05 REL-ORD-SEQ        PIC 9(3).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ORD-DESTINO    PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ORD-VALOR      PIC 9(5).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ORD-DIA        PIC 9(2).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ORD-FIM        PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ORD-PROBLEMA   PIC X(30).
   05 FILLER             PIC X(11) VALUE SPACES.

01 REL-DET-CONVENIO.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-CNV-EMPRESA    PIC X(5).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CNV-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CNV-PROBLEMA   PIC X(30).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-CNV-TITULAR    PIC X(30).
   05 FILLER             PIC X(4) VALUE SPACES.

01 REL-DET-SALDO.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 REL-ABR-CONTA      PIC 9(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ABR-PERIODO    PIC X(6).
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ABR-SALDO      PIC -9(5).99.
   05 FILLER             PIC X(1) VALUE SPACE.
   05 REL-ABR-PROBLEMA   PIC X(30).
   05 FILLER             PIC X(24) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "=== AUDITORIA-INTEGRIDADE: REFERÊNCIAS ENTRE OS "
        "ARQUIVOS MESTRES ===".
    DISPLAY "Digite a data de processamento (AAAAMMDD ou vazio "
        "para hoje): ".
    ACCEPT WS-DATA-PROCESSO.
    IF WS-DATA-PROCESSO IS NOT NUMERIC THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:8) TO WS-DATA-PROCESSO
    END-IF.
    DISPLAY "Data de referência: " WS-DATA-PROCESSO.

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
            "todo CPF de conta sai sem cadastro."
    END-IF.

    OPEN OUTPUT ARQUIVO-RELATORIO.
    PERFORM GRAVAR-CABECALHO-RELATORIO.

    PERFORM CONFERIR-CPF-SEM-CLIENTE.
    PERFORM CONFERIR-CLIENTE-SEM-CONTA.
    PERFORM CONFERIR-NOME-TITULAR.
    PERFORM CONFERIR-ORDENS-PROGRAMADAS.
    PERFORM CONFERIR-CONVENIOS.
    PERFORM CONFERIR-SALDOS-ABERTURA.
    PERFORM CONFERIR-DIGITO-CPF.

    COMPUTE WS-QTD-PROBLEMAS = WS-QTD-CPF-SEM-CLIENTE
        + WS-QTD-CLIENTE-SEM-CONTA + WS-QTD-NOME-DIVERGENTE
        + WS-QTD-ORDENS + WS-QTD-CONVENIOS + WS-QTD-ABR-FALTANDO
        + WS-QTD-ABR-SOBRANDO + WS-QTD-CPF-INVALIDO.
    PERFORM GRAVAR-RESUMO-RELATORIO.

    CLOSE ARQUIVO-RELATORIO.
    CLOSE ARQUIVO-CONTAS.
    IF TEM-CLIENTES THEN
        CLOSE ARQUIVO-CLIENTES
    END-IF.

    PERFORM ENCERRAR-CONTROLE-BATCH.

    DISPLAY "Contas conferidas: " WS-QTD-CONTAS
        " - clientes conferidos: " WS-QTD-CLIENTES.
    DISPLAY "CPF de conta sem cadastro: " WS-QTD-CPF-SEM-CLIENTE.
    DISPLAY "Clientes sem conta: " WS-QTD-CLIENTE-SEM-CONTA.
    DISPLAY "Titular diferente do cadastro: "
        WS-QTD-NOME-DIVERGENTE.
    DISPLAY "Ordens ativas com conta encerrada/inexistente: "
        WS-QTD-ORDENS.
    DISPLAY "Convênios autorizados em conta encerrada/"
        "inexistente: " WS-QTD-CONVENIOS.
    DISPLAY "Saldos de abertura faltando: " WS-QTD-ABR-FALTANDO
        " - sobrando: " WS-QTD-ABR-SOBRANDO.
    DISPLAY "CPFs com dígito verificador inválido: "
        WS-QTD-CPF-INVALIDO.
    *> Achados não são erro de execução: RC 4 sinaliza à operação
    *> que o RELAUDIT.DAT tem pendências a tratar.
    IF WS-QTD-PROBLEMAS > 0 THEN
        DISPLAY "Total de pendências: " WS-QTD-PROBLEMAS
            " - ver RELAUDIT.DAT."
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Nenhuma pendência de integridade."
    END-IF.
    STOP RUN.

*> Cada conferência percorre o mestre de contas desde o início.
POSICIONAR-INICIO-CONTAS.
    MOVE "N" TO WS-FIM-CONTAS.
    MOVE 0 TO CONTA-NUMERO.
    START ARQUIVO-CONTAS KEY NOT LESS THAN CONTA-NUMERO
        INVALID KEY
            SET FIM-CONTAS TO TRUE
    END-START.

LER-PROXIMA-CONTA.
    READ ARQUIVO-CONTAS NEXT RECORD
        AT END
            SET FIM-CONTAS TO TRUE
    END-READ.

LOCALIZAR-CLIENTE-CONTA.
    MOVE "N" TO WS-CLIENTE-ACHADO.
    IF TEM-CLIENTES AND CONTA-CPF-TITULAR NOT = 0 THEN
        MOVE CONTA-CPF-TITULAR TO CLI-CPF
        READ ARQUIVO-CLIENTES
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET CLIENTE-ACHADO TO TRUE
        END-READ
    END-IF.

*> Contas cujo CPF não tem cadastro em CLIENTES.DAT, inclusive as
*> de CPF zerado - as criadas pelo RECUPERA-CONTAS sem registro no
*> backup ficam assim até o cadastro completá-las.
CONFERIR-CPF-SEM-CLIENTE.
    MOVE "CONTAS COM CPF SEM CADASTRO DE CLIENTE" TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  CONTA  CPF         S TITULAR" TO REL-LINHA.
    WRITE REL-LINHA.
    PERFORM POSICIONAR-INICIO-CONTAS.
    PERFORM LER-PROXIMA-CONTA.
    PERFORM UNTIL FIM-CONTAS
        ADD 1 TO WS-QTD-CONTAS
        PERFORM LOCALIZAR-CLIENTE-CONTA
        IF NOT CLIENTE-ACHADO THEN
            ADD 1 TO WS-QTD-CPF-SEM-CLIENTE
            IF CONTA-CPF-TITULAR = 0 THEN
                MOVE "CPF ZERADO" TO WS-PROBLEMA
            ELSE
                MOVE "CPF SEM CADASTRO" TO WS-PROBLEMA
            END-IF
            PERFORM GRAVAR-DETALHE-CONTA
        END-IF
        PERFORM LER-PROXIMA-CONTA
    END-PERFORM.
    MOVE SPACES TO REL-LINHA.
    STRING "  CONTAS SEM CADASTRO " WS-QTD-CPF-SEM-CLIENTE
        " DE " WS-QTD-CONTAS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

*> Clientes sem nenhuma conta no mestre (de qualquer situação): o
*> SORT ordena os CPFs das contas e a saída casa com o cadastro,
*> lido na ordem do CPF.
CONFERIR-CLIENTE-SEM-CONTA.
    MOVE "CLIENTES SEM CONTA" TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  CPF         NOME                           TELEFONE"
        TO REL-LINHA.
    WRITE REL-LINHA.
    IF TEM-CLIENTES THEN
        SORT SORT-CPF
            ON ASCENDING KEY SCP-CPF SCP-NUMERO-CONTA
            INPUT PROCEDURE IS LIBERAR-CPF-CONTAS
            OUTPUT PROCEDURE IS CASAR-CLIENTES-CONTAS
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  CLIENTES SEM CONTA " WS-QTD-CLIENTE-SEM-CONTA
        " DE " WS-QTD-CLIENTES
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

LIBERAR-CPF-CONTAS.
    PERFORM POSICIONAR-INICIO-CONTAS.
    PERFORM LER-PROXIMA-CONTA.
    PERFORM UNTIL FIM-CONTAS
        MOVE CONTA-CPF-TITULAR TO SCP-CPF
        MOVE CONTA-NUMERO TO SCP-NUMERO-CONTA
        RELEASE SCP-REC
        PERFORM LER-PROXIMA-CONTA
    END-PERFORM.

CASAR-CLIENTES-CONTAS.
    MOVE "N" TO WS-FIM-CLIENTES.
    MOVE 0 TO CLI-CPF.
    START ARQUIVO-CLIENTES KEY NOT LESS THAN CLI-CPF
        INVALID KEY
            SET FIM-CLIENTES TO TRUE
    END-START.
    PERFORM LER-PROXIMO-CLIENTE.
    PERFORM RETORNAR-CPF-CONTA.
    PERFORM UNTIL FIM-CLIENTES
        IF FIM-SORT OR SCP-CPF > CLI-CPF THEN
            ADD 1 TO WS-QTD-CLIENTE-SEM-CONTA
            MOVE "SEM CONTA" TO WS-PROBLEMA
            PERFORM GRAVAR-DETALHE-CLIENTE
            PERFORM LER-PROXIMO-CLIENTE
        ELSE
            IF SCP-CPF < CLI-CPF THEN
                PERFORM RETORNAR-CPF-CONTA
            ELSE
                PERFORM LER-PROXIMO-CLIENTE
            END-IF
        END-IF
    END-PERFORM.

RETORNAR-CPF-CONTA.
    RETURN SORT-CPF
        AT END
            SET FIM-SORT TO TRUE
    END-RETURN.

LER-PROXIMO-CLIENTE.
    IF NOT FIM-CLIENTES THEN
        READ ARQUIVO-CLIENTES NEXT RECORD
            AT END
                SET FIM-CLIENTES TO TRUE
            NOT AT END
                ADD 1 TO WS-QTD-CLIENTES
        END-READ
    END-IF.

*> O titular é copiado de CLI-NOME na abertura e não acompanha uma
*> correção posterior do cadastro: conta com cliente cadastrado e
*> nome diferente sai com os dois nomes, um sob o outro.
CONFERIR-NOME-TITULAR.
    MOVE "TITULARES DIFERENTES DO NOME NO CADASTRO" TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  CONTA  CPF         S TITULAR NA CONTA" TO REL-LINHA.
    WRITE REL-LINHA.
    PERFORM POSICIONAR-INICIO-CONTAS.
    PERFORM LER-PROXIMA-CONTA.
    PERFORM UNTIL FIM-CONTAS
        PERFORM LOCALIZAR-CLIENTE-CONTA
        IF CLIENTE-ACHADO AND CONTA-TITULAR NOT = CLI-NOME THEN
            ADD 1 TO WS-QTD-NOME-DIVERGENTE
            MOVE "NOME DIFERENTE" TO WS-PROBLEMA
            PERFORM GRAVAR-DETALHE-CONTA
            MOVE CLI-NOME TO REL-CPL-CLI-NOME
            MOVE REL-CPL-NOME TO REL-LINHA
            WRITE REL-LINHA
        END-IF
        PERFORM LER-PROXIMA-CONTA
    END-PERFORM.
    MOVE SPACES TO REL-LINHA.
    STRING "  TITULARES DIVERGENTES " WS-QTD-NOME-DIVERGENTE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

*> Ordem ativa cuja conta de destino - ou de origem - foi encerrada
*> ou não existe mais no mestre: o encerramento cancela as ordens,
*> mas uma recuperação do mestre ou uma correção manual não.
CONFERIR-ORDENS-PROGRAMADAS.
    MOVE "ORDENS PROGRAMADAS ATIVAS COM CONTA ENCERRADA/INEXISTENTE"
        TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  ORIGEM/SEQ DESTINO  VALOR   DIA FIM"
        TO REL-LINHA.
    WRITE REL-LINHA.
    OPEN INPUT ARQUIVO-AGENDAMENTOS.
    IF WS-STATUS-AGENDAMENTOS NOT = "00" THEN
        MOVE "  (AGENDTRF.DAT INEXISTENTE - NADA A CONFERIR)"
            TO REL-LINHA
        WRITE REL-LINHA
    ELSE
        MOVE "N" TO WS-FIM-AGENDAMENTOS
        PERFORM UNTIL FIM-AGENDAMENTOS
            READ ARQUIVO-AGENDAMENTOS NEXT RECORD
                AT END
                    SET FIM-AGENDAMENTOS TO TRUE
                NOT AT END
                    IF AGEN-ATIVA THEN
                        PERFORM AVALIAR-ORDEM
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARQUIVO-AGENDAMENTOS
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  ORDENS COM PROBLEMA " WS-QTD-ORDENS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

AVALIAR-ORDEM.
    MOVE AGEN-CONTA-DESTINO TO CONTA-NUMERO.
    PERFORM LER-CONTA-REFERENCIADA.
    IF NOT CONTA-ACHADA THEN
        MOVE "DESTINO INEXISTENTE" TO WS-PROBLEMA
        PERFORM GRAVAR-DETALHE-ORDEM
    ELSE
        IF CONTA-ENCERRADA THEN
            MOVE "DESTINO ENCERRADO" TO WS-PROBLEMA
            PERFORM GRAVAR-DETALHE-ORDEM
        END-IF
    END-IF.
    MOVE AGEN-CONTA-ORIGEM TO CONTA-NUMERO.
    PERFORM LER-CONTA-REFERENCIADA.
    IF NOT CONTA-ACHADA THEN
        MOVE "ORIGEM INEXISTENTE" TO WS-PROBLEMA
        PERFORM GRAVAR-DETALHE-ORDEM
    ELSE
        IF CONTA-ENCERRADA THEN
            MOVE "ORIGEM ENCERRADA" TO WS-PROBLEMA
            PERFORM GRAVAR-DETALHE-ORDEM
        END-IF
    END-IF.

LER-CONTA-REFERENCIADA.
    MOVE "N" TO WS-CONTA-ACHADA.
    READ ARQUIVO-CONTAS
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CONTA-ACHADA TO TRUE
    END-READ.

*> Convênio autorizado em conta encerrada ou fora do mestre: o
*> DEBITO-AUTOMATICO recusa a cobrança, mas a autorização devia ter
*> sido cancelada junto com a conta.
CONFERIR-CONVENIOS.
    MOVE "CONVENIOS AUTORIZADOS EM CONTA ENCERRADA OU INEXISTENTE"
        TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  EMPR. CONTA" TO REL-LINHA.
    WRITE REL-LINHA.
    OPEN INPUT ARQUIVO-CONVENIOS.
    IF WS-STATUS-CONVENIOS NOT = "00" THEN
        MOVE "  (CONVDEB.DAT INEXISTENTE - NADA A CONFERIR)"
            TO REL-LINHA
        WRITE REL-LINHA
    ELSE
        MOVE "N" TO WS-FIM-CONVENIOS
        PERFORM UNTIL FIM-CONVENIOS
            READ ARQUIVO-CONVENIOS NEXT RECORD
                AT END
                    SET FIM-CONVENIOS TO TRUE
                NOT AT END
                    IF CONV-AUTORIZADO THEN
                        PERFORM AVALIAR-CONVENIO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARQUIVO-CONVENIOS
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  CONVENIOS COM PROBLEMA " WS-QTD-CONVENIOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

AVALIAR-CONVENIO.
    MOVE CONV-NUMERO-CONTA TO CONTA-NUMERO.
    PERFORM LER-CONTA-REFERENCIADA.
    IF NOT CONTA-ACHADA THEN
        MOVE "CONTA INEXISTENTE" TO WS-PROBLEMA
        MOVE SPACES TO REL-CNV-TITULAR
        PERFORM GRAVAR-DETALHE-CONVENIO
    ELSE
        IF CONTA-ENCERRADA THEN
            MOVE "CONTA ENCERRADA" TO WS-PROBLEMA
            MOVE CONTA-TITULAR TO REL-CNV-TITULAR
            PERFORM GRAVAR-DETALHE-CONVENIO
        END-IF
    END-IF.

*> O fechamento mensal grava um saldo de abertura para cada conta
*> do mestre, em ordem de conta: casando os dois arquivos na mesma
*> ordem, conta sem registro está faltando e registro sem conta
*> (ou repetido, ou de outro período que o da geração) está
*> sobrando. Conta aberta depois do último fechamento aparece como
*> faltando até o fechamento seguinte.
CONFERIR-SALDOS-ABERTURA.
    MOVE "SALDOS DE ABERTURA (SALDOABR.DAT) X MESTRE DE CONTAS"
        TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  CONTA  PERIODO   SALDO" TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "N" TO WS-FIM-SALDO-ABR.
    OPEN INPUT ARQUIVO-SALDO-ABR.
    IF WS-STATUS-SALDO-ABR NOT = "00" THEN
        MOVE "  (SALDOABR.DAT INEXISTENTE - NENHUM FECHAMENTO MONTADO)"
            TO REL-LINHA
        WRITE REL-LINHA
    ELSE
        PERFORM LER-PROXIMO-SALDO-ABR
        IF NOT FIM-SALDO-ABR THEN
            MOVE ABR-PERIODO TO WS-ABR-PERIODO-REF
        END-IF
        PERFORM POSICIONAR-INICIO-CONTAS
        PERFORM LER-PROXIMA-CONTA
        PERFORM UNTIL FIM-CONTAS
            PERFORM CASAR-SALDO-ABR-CONTA
            PERFORM LER-PROXIMA-CONTA
        END-PERFORM
        PERFORM UNTIL FIM-SALDO-ABR
            PERFORM AVALIAR-SALDO-ABR-SOBRANDO
            PERFORM LER-PROXIMO-SALDO-ABR
        END-PERFORM
        CLOSE ARQUIVO-SALDO-ABR
    END-IF.
    MOVE SPACES TO REL-LINHA.
    STRING "  GERACAO " WS-ABR-PERIODO-REF
        " FALTANDO " WS-QTD-ABR-FALTANDO
        " SOBRANDO " WS-QTD-ABR-SOBRANDO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

CASAR-SALDO-ABR-CONTA.
    PERFORM UNTIL FIM-SALDO-ABR
            OR ABR-NUMERO-CONTA NOT LESS THAN CONTA-NUMERO
        PERFORM AVALIAR-SALDO-ABR-SOBRANDO
        PERFORM LER-PROXIMO-SALDO-ABR
    END-PERFORM.
    IF NOT FIM-SALDO-ABR AND ABR-NUMERO-CONTA = CONTA-NUMERO THEN
        IF ABR-PERIODO NOT = WS-ABR-PERIODO-REF THEN
            ADD 1 TO WS-QTD-ABR-SOBRANDO
            MOVE "PERIODO DIFERENTE DA GERACAO" TO WS-PROBLEMA
            PERFORM GRAVAR-DETALHE-SALDO
        END-IF
        MOVE ABR-NUMERO-CONTA TO WS-ABR-ULTIMA-CONTA
        PERFORM LER-PROXIMO-SALDO-ABR
    ELSE
        ADD 1 TO WS-QTD-ABR-FALTANDO
        MOVE CONTA-NUMERO TO REL-ABR-CONTA
        MOVE SPACES TO REL-ABR-PERIODO
        MOVE CONTA-SALDO TO REL-ABR-SALDO
        MOVE "CONTA SEM SALDO DE ABERTURA" TO REL-ABR-PROBLEMA
        MOVE REL-DET-SALDO TO REL-LINHA
        WRITE REL-LINHA
    END-IF.

AVALIAR-SALDO-ABR-SOBRANDO.
    ADD 1 TO WS-QTD-ABR-SOBRANDO.
    IF ABR-NUMERO-CONTA = WS-ABR-ULTIMA-CONTA THEN
        MOVE "REGISTRO REPETIDO" TO WS-PROBLEMA
    ELSE
        MOVE "CONTA FORA DO MESTRE" TO WS-PROBLEMA
    END-IF.
    MOVE ABR-NUMERO-CONTA TO WS-ABR-ULTIMA-CONTA.
    PERFORM GRAVAR-DETALHE-SALDO.

LER-PROXIMO-SALDO-ABR.
    READ ARQUIVO-SALDO-ABR NEXT RECORD
        AT END
            SET FIM-SALDO-ABR TO TRUE
    END-READ.

*> Dígito verificador de todos os CPFs do cadastro de clientes e,
*> para não perder nenhum, dos CPFs de conta que não têm cadastro.
CONFERIR-DIGITO-CPF.
    MOVE "CPFS COM DIGITO VERIFICADOR INVALIDO" TO REL-LINHA.
    PERFORM GRAVAR-TITULO-SECAO.
    MOVE "  CPF         NOME                           TELEFONE"
        TO REL-LINHA.
    WRITE REL-LINHA.
    IF TEM-CLIENTES THEN
        MOVE "N" TO WS-FIM-CLIENTES
        MOVE 0 TO CLI-CPF
        START ARQUIVO-CLIENTES KEY NOT LESS THAN CLI-CPF
            INVALID KEY
                SET FIM-CLIENTES TO TRUE
        END-START
        PERFORM UNTIL FIM-CLIENTES
            READ ARQUIVO-CLIENTES NEXT RECORD
                AT END
                    SET FIM-CLIENTES TO TRUE
                NOT AT END
                    MOVE CLI-CPF TO WS-CPF-VALIDACAO
                    PERFORM VALIDAR-DIGITO-CPF
                    IF NOT CPF-VALIDO THEN
                        ADD 1 TO WS-QTD-CPF-INVALIDO
                        MOVE "CLIENTE CPF INVAL." TO WS-PROBLEMA
                        PERFORM GRAVAR-DETALHE-CLIENTE
                    END-IF
            END-READ
        END-PERFORM
    END-IF.
    MOVE "  CONTA  CPF         S TITULAR (SEM CADASTRO)" TO REL-LINHA.
    WRITE REL-LINHA.
    PERFORM POSICIONAR-INICIO-CONTAS.
    PERFORM LER-PROXIMA-CONTA.
    PERFORM UNTIL FIM-CONTAS
        IF CONTA-CPF-TITULAR NOT = 0 THEN
            PERFORM LOCALIZAR-CLIENTE-CONTA
            IF NOT CLIENTE-ACHADO THEN
                MOVE CONTA-CPF-TITULAR TO WS-CPF-VALIDACAO
                PERFORM VALIDAR-DIGITO-CPF
                IF NOT CPF-VALIDO THEN
                    ADD 1 TO WS-QTD-CPF-INVALIDO
                    MOVE "CPF INVALIDO" TO WS-PROBLEMA
                    PERFORM GRAVAR-DETALHE-CONTA
                END-IF
            END-IF
        END-IF
        PERFORM LER-PROXIMA-CONTA
    END-PERFORM.
    MOVE SPACES TO REL-LINHA.
    STRING "  CPFS INVALIDOS " WS-QTD-CPF-INVALIDO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

VALIDAR-DIGITO-CPF.
    MOVE "N" TO WS-CPF-VALIDO.
    MOVE "S" TO WS-CPF-REPETIDO.
    PERFORM VARYING IND-CPF FROM 2 BY 1 UNTIL IND-CPF > 11
        IF WS-CPF-DIGITO (IND-CPF) NOT = WS-CPF-DIGITO (1) THEN
            MOVE "N" TO WS-CPF-REPETIDO
        END-IF
    END-PERFORM.
    IF NOT CPF-REPETIDO THEN
        MOVE 9 TO WS-QTD-DIGITOS-CPF
        PERFORM CALCULAR-DV-CPF
        IF WS-DV-CPF = WS-CPF-DIGITO (10) THEN
            MOVE 10 TO WS-QTD-DIGITOS-CPF
            PERFORM CALCULAR-DV-CPF
            IF WS-DV-CPF = WS-CPF-DIGITO (11) THEN
                SET CPF-VALIDO TO TRUE
            END-IF
        END-IF
    END-IF.

*> Pesos decrescentes a partir de (dígitos + 1) até 2; resto da
*> divisão por 11 menor que 2 dá dígito zero, senão 11 - resto.
CALCULAR-DV-CPF.
    MOVE 0 TO WS-SOMA-CPF.
    COMPUTE WS-PESO-CPF = WS-QTD-DIGITOS-CPF + 1.
    PERFORM VARYING IND-CPF FROM 1 BY 1
            UNTIL IND-CPF > WS-QTD-DIGITOS-CPF
        COMPUTE WS-SOMA-CPF = WS-SOMA-CPF
            + WS-CPF-DIGITO (IND-CPF) * WS-PESO-CPF
        SUBTRACT 1 FROM WS-PESO-CPF
    END-PERFORM.
    DIVIDE WS-SOMA-CPF BY 11 GIVING WS-QUOCIENTE-CPF
        REMAINDER WS-RESTO-CPF.
    IF WS-RESTO-CPF < 2 THEN
        MOVE 0 TO WS-DV-CPF
    ELSE
        COMPUTE WS-DV-CPF = 11 - WS-RESTO-CPF
    END-IF.

GRAVAR-DETALHE-CONTA.
    MOVE CONTA-NUMERO TO REL-CTA-CONTA.
    MOVE CONTA-CPF-TITULAR TO REL-CTA-CPF.
    MOVE CONTA-SITUACAO TO REL-CTA-SITUACAO.
    MOVE CONTA-TITULAR TO REL-CTA-TITULAR.
    MOVE WS-PROBLEMA TO REL-CTA-PROBLEMA.
    MOVE REL-DET-CONTA TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-DETALHE-CLIENTE.
    MOVE CLI-CPF TO REL-CLI-CPF.
    MOVE CLI-NOME TO REL-CLI-NOME.
    MOVE CLI-TELEFONE TO REL-CLI-TELEFONE.
    MOVE WS-PROBLEMA TO REL-CLI-PROBLEMA.
    MOVE REL-DET-CLIENTE TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-DETALHE-ORDEM.
    ADD 1 TO WS-QTD-ORDENS.
    MOVE AGEN-CONTA-ORIGEM TO REL-ORD-ORIGEM.
    MOVE AGEN-SEQUENCIA TO REL-ORD-SEQ.
    MOVE AGEN-CONTA-DESTINO TO REL-ORD-DESTINO.
    MOVE AGEN-VALOR TO REL-ORD-VALOR.
    MOVE AGEN-DIA-MES TO REL-ORD-DIA.
    MOVE AGEN-PERIODO-FIM TO REL-ORD-FIM.
    MOVE WS-PROBLEMA TO REL-ORD-PROBLEMA.
    MOVE REL-DET-ORDEM TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-DETALHE-CONVENIO.
    ADD 1 TO WS-QTD-CONVENIOS.
    MOVE CONV-EMPRESA TO REL-CNV-EMPRESA.
    MOVE CONV-NUMERO-CONTA TO REL-CNV-CONTA.
    MOVE WS-PROBLEMA TO REL-CNV-PROBLEMA.
    MOVE REL-DET-CONVENIO TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-DETALHE-SALDO.
    MOVE ABR-NUMERO-CONTA TO REL-ABR-CONTA.
    MOVE ABR-PERIODO TO REL-ABR-PERIODO.
    MOVE ABR-SALDO TO REL-ABR-SALDO.
    MOVE WS-PROBLEMA TO REL-ABR-PROBLEMA.
    MOVE REL-DET-SALDO TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-TITULO-SECAO.
    MOVE REL-LINHA TO WS-TITULO-SECAO.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE WS-TITULO-SECAO TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-CABECALHO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    STRING "AUDITORIA DE INTEGRIDADE ENTRE ARQUIVOS - DATA "
        WS-DATA-PROCESSO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "  S = SITUACAO (A ATIVA B BLOQUEADA E ENCERRADA I INATIVA)"
        TO REL-LINHA.
    WRITE REL-LINHA.

GRAVAR-RESUMO-RELATORIO.
    MOVE SPACES TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE "RESUMO POR TIPO DE PROBLEMA" TO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  CPF DE CONTA SEM CADASTRO........ "
        WS-QTD-CPF-SEM-CLIENTE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  CLIENTE SEM CONTA................ "
        WS-QTD-CLIENTE-SEM-CONTA
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  TITULAR DIFERENTE DO CADASTRO.... "
        WS-QTD-NOME-DIVERGENTE
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  ORDEM PROGRAMADA COM PROBLEMA.... " WS-QTD-ORDENS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  CONVENIO EM CONTA ENCERRADA...... " WS-QTD-CONVENIOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  SALDO DE ABERTURA FALTANDO....... "
        WS-QTD-ABR-FALTANDO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  SALDO DE ABERTURA SOBRANDO....... "
        WS-QTD-ABR-SOBRANDO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  CPF COM DIGITO INVALIDO.......... "
        WS-QTD-CPF-INVALIDO
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  TOTAL DE PENDENCIAS.............. " WS-QTD-PROBLEMAS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.

ABRIR-ARQUIVO-CONTROLE.
    OPEN I-O ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "35" THEN
        OPEN OUTPUT ARQUIVO-CONTROLE
        CLOSE ARQUIVO-CONTROLE
        OPEN I-O ARQUIVO-CONTROLE
    END-IF.

*> Controle de execução: a auditoria é apenas leitura e regrava o
*> RELAUDIT.DAT, então reexecutar é permitido - por exemplo logo
*> depois de corrigir as pendências apontadas.
INICIAR-CONTROLE-BATCH.
    PERFORM ABRIR-ARQUIVO-CONTROLE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-PROCESSO TO CTL-REFERENCIA.
    MOVE "AUDITSEM" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            SET CTL-INICIADO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-INICIO
            MOVE SPACES TO CTL-HORA-FIM
            WRITE CONTROLE-REC
        NOT INVALID KEY
            IF CTL-CONCLUIDO THEN
                DISPLAY "AUDITSEM já executado para "
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
    MOVE "AUDITSEM" TO CTL-JOB.
    READ ARQUIVO-CONTROLE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET CTL-CONCLUIDO TO TRUE
            MOVE WS-DATA-HORA(9:6) TO CTL-HORA-FIM
            REWRITE CONTROLE-REC
    END-READ.
    CLOSE ARQUIVO-CONTROLE.
