        RECORD KEY IS CONV-CHAVE
        FILE STATUS IS WS-STATUS-CONVENIOS.

    SELECT ARQUIVO-BLOQUEIOS ASSIGN TO "BLOQJUD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLJ-CHAVE
        FILE STATUS IS WS-STATUS-BLOQUEIOS.

    SELECT ARQUIVO-JORNAL ASSIGN TO "JORNAL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS JORN-CHAVE
        FILE STATUS IS WS-STATUS-JORNAL.

    SELECT ARQUIVO-SEQUENCIA ASSIGN TO "JORNSEQ.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-SEQUENCIA.

    SELECT ARQUIVO-AGENDAMENTOS ASSIGN TO "AGENDTRF.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AGEN-CHAVE
        FILE STATUS IS WS-STATUS-AGENDAMENTOS.

    SELECT ARQUIVO-PENDENCIAS ASSIGN TO "TARPEND.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS TPD-CHAVE
        FILE STATUS IS WS-STATUS-PENDENCIAS.

    SELECT ARQUIVO-TAXAS ASSIGN TO "TAXAS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-TAXAS.

    SELECT ARQUIVO-TARIFAS ASSIGN TO "TARIFAS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-TARIFAS.

    SELECT ARQUIVO-TERMO ASSIGN TO "TERMENC.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-TERMO.

    SELECT ARQUIVO-EVENTOS ASSIGN TO "EVENTOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-EVENTOS.

    SELECT ARQUIVO-PARAMETROS ASSIGN TO "PARAMSIS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAMETROS.

    SELECT ARQUIVO-ACESSOS ASSIGN TO "ACESSOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-ACESSOS.

    SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CTL-CHAVE
        FILE STATUS IS WS-STATUS-CONTROLE.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
FD  ARQUIVO-CONVENIOS.
COPY CONVDEB.

FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

FD  ARQUIVO-JORNAL.
COPY JORNAL.

FD  ARQUIVO-SEQUENCIA.
COPY JORNSEQ.

FD  ARQUIVO-AGENDAMENTOS.
COPY AGENDTRF.

FD  ARQUIVO-PENDENCIAS.
COPY TARPEND.

FD  ARQUIVO-TAXAS.
COPY TAXAJUR.

FD  ARQUIVO-TARIFAS.
COPY TARIFA.

FD  ARQUIVO-TERMO.
01 TERMO-LINHA          PIC X(80).

FD  ARQUIVO-EVENTOS.
COPY EVENTOS.

FD  ARQUIVO-PARAMETROS.
COPY PARAMSIS.

FD  ARQUIVO-ACESSOS.
COPY ACESSOS.

FD  ARQUIVO-CONTROLE.
COPY RUNCTL.

WORKING-STORAGE SECTION.

01 OPCAO             PIC 9.
01 WS-STATUS-OPERADORES PIC XX.
01 WS-STATUS-CLIENTES   PIC XX.
01 WS-CPF               PIC 9(11).
01 WS-CLIENTE-OK        PIC X VALUE "N".
    88 CLIENTE-OK       VALUE "S".

*> Conferência do dígito verificador do CPF (módulo 11 sobre os
*> nove primeiros dígitos e depois sobre os dez), recusando também
*> os CPFs de dígitos todos iguais, que passam na conta.
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
01 WS-OPER-ID           PIC X(6).
01 WS-OPER-SENHA        PIC X(8).
01 WS-OPER-VALIDO       PIC X VALUE "N".
    88 OPER-VALIDO      VALUE "S".
    88 OPER-RECUSADO-BLOQUEIO VALUE "B".
01 WS-TENTATIVAS        PIC 9 VALUE 0.
01 WS-STATUS-CONVENIOS  PIC XX.
01 WS-CONV-OPCAO        PIC 9.
01 WS-FIM-CONVENIOS     PIC X VALUE "N".
    88 FIM-CONVENIOS    VALUE "S".
01 WS-QTD-CONVENIOS     PIC 9(3).
01 WS-SUPERVISOR        PIC X(6).
01 WS-DATA-HORA         PIC X(14).
01 WS-DATA-HOJE         PIC X(8).
01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-BLOQ-OPCAO        PIC 9.
01 WS-BLOQ-SEQ          PIC 9(3).
01 WS-BLOQ-VALOR        PIC 9(5)V99.
01 WS-BLOQ-ORIGEM       PIC X.
    88 BLOQ-ORIGEM-VALIDA VALUE "J" "A".
01 WS-BLOQ-MOTIVO       PIC X(30).
01 WS-BLOQ-PROCESSO     PIC X(25).
01 WS-BLOQ-INICIO       PIC X(8).
01 WS-BLOQ-LIBERACAO    PIC X(8).
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-QTD-BLOQUEIOS     PIC 9(3).
01 WS-TOTAL-BLOQUEADO   PIC 9(7)V99.
01 WS-STATUS-JORNAL     PIC XX.
01 WS-STATUS-SEQUENCIA  PIC XX.
01 WS-SEQUENCIA-JORNAL  PIC 9(7).
01 WS-TIPO-OPERACAO     PIC 9.
01 WS-VALOR-LANCAMENTO  PIC S9(5)V99.
01 WS-REF-TRANSF        PIC X(14) VALUE SPACES.
01 WS-OPERADOR-LANCAMENTO PIC X(6).
01 WS-STATUS-AGENDAMENTOS PIC XX.
01 WS-FIM-AGENDAMENTOS  PIC X VALUE "N".
    88 FIM-AGENDAMENTOS VALUE "S".
01 WS-STATUS-PENDENCIAS PIC XX.
01 WS-FIM-PENDENCIAS    PIC X VALUE "N".
    88 FIM-PENDENCIAS   VALUE "S".
01 WS-STATUS-TAXAS      PIC XX.
01 WS-FIM-TAXAS         PIC X VALUE "N".
    88 FIM-TAXAS        VALUE "S".
01 WS-TEM-TAXA-CREDITO  PIC X VALUE "N".
    88 TEM-TAXA-CREDITO VALUE "S".
01 WS-TAXA-CREDITO      PIC 9V9(4) VALUE 0.
01 WS-STATUS-TARIFAS    PIC XX.
01 WS-FIM-TARIFAS       PIC X VALUE "N".
    88 FIM-TARIFAS      VALUE "S".
01 WS-TEM-TARIFAS       PIC X VALUE "N".
    88 TEM-TARIFAS      VALUE "S".
01 WS-TARIFA-MENSAL     PIC 9(5)V99 VALUE 0.
01 WS-STATUS-CONTROLE   PIC XX.
01 WS-MENSAIS-OK        PIC X VALUE "N".
    88 MENSAIS-OK       VALUE "S".
01 WS-MES-ANTERIOR.
   05 WS-MES-ANT-ANO    PIC 9(4).
   05 WS-MES-ANT-MES    PIC 9(2).
01 WS-TARIFA-SAQUE      PIC 9(5)V99 VALUE 0.
01 WS-FRANQUIA-SAQUES   PIC 9(3) VALUE 0.
01 WS-FIM-JORNAL        PIC X VALUE "N".
    88 FIM-JORNAL       VALUE "S".
01 WS-STATUS-TERMO      PIC XX.
01 WS-STATUS-EVENTOS    PIC XX.

*> Controle de acesso dos operadores: mesmas regras do atendimento
*> (bloqueio na quinta falha seguida, senha vencida depois da
*> validade do PARAMSIS), com o registro no ACESSOS.DAT.
01 WS-STATUS-PARAMETROS PIC XX.
01 WS-STATUS-ACESSOS    PIC XX.
01 WS-OPER-OPCAO        PIC 9.
01 WS-TIPO-ACESSO       PIC X(2).
01 WS-RESPONSAVEL-ACESSO PIC X(6) VALUE SPACES.
01 WS-MAX-FALHAS-SENHA  PIC 9(2) VALUE 5.
01 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
01 WS-DATA-CORTE-SENHA.
   05 WS-CORTE-ANO      PIC 9(4).
   05 WS-CORTE-MES      PIC 9(2).
   05 WS-CORTE-DIA      PIC 9(2).
01 WS-SENHA-VENCIDA     PIC X VALUE "N".
    88 SENHA-VENCIDA    VALUE "S".
01 WS-SENHA-NOVA        PIC X(8).
01 WS-SENHA-CONFIRMA    PIC X(8).
01 WS-SENHA-TROCADA     PIC X VALUE "N".
    88 SENHA-TROCADA    VALUE "S".
01 WS-TENTATIVAS-TROCA  PIC 9 VALUE 0.
01 WS-REDEFINIR-SENHA   PIC X.
    88 REDEFINIR-SENHA  VALUE "S" "s".

01 WS-CONFIRMA-REATIVACAO PIC X VALUE "N".
    88 CONFIRMA-REATIVACAO VALUE "S" "s".

*> Ocorrência a notificar ao cliente (bloqueio, reativação ou
*> encerramento).
01 WS-EVT-TIPO          PIC X(2).
01 WS-EVT-CONTA         PIC 9(6).
01 WS-EVT-VALOR         PIC 9(5)V99.

*> Encerramento de conta: os valores apurados na avaliação ficam
*> guardados aqui, porque a leitura da conta de destino do saldo
*> residual sobrescreve a área de registro da conta encerrada.
01 WS-ENC-PERMITIDO     PIC X VALUE "N".
    88 ENC-PERMITIDO    VALUE "S".
01 WS-ENC-CONFIRMA      PIC X.
    88 ENC-CONFIRMADO   VALUE "S" "s".
01 WS-ENC-CONTA         PIC 9(6).
01 WS-ENC-TITULAR       PIC A(30).
01 WS-ENC-CPF           PIC 9(11).
01 WS-ENC-SALDO-INICIAL PIC S9(5)V99.
01 WS-ENC-JUROS         PIC S9(5)V99.
01 WS-ENC-TARIFAS       PIC 9(5)V99.
01 WS-ENC-PENDENTES     PIC 9(5)V99.
01 WS-ENC-TARIFA-PERIODO PIC 9(5)V99.
01 WS-ENC-SAQUES        PIC 9(5).
01 WS-ENC-EXCEDENTES    PIC 9(5).
01 WS-ENC-RESIDUAL      PIC S9(5)V99.
01 WS-ENC-DESTINO-OPCAO PIC 9.
    88 ENC-SEM-RESIDUAL      VALUE 0.
    88 ENC-PAGAMENTO-ESPECIE VALUE 1.
    88 ENC-TRANSFERENCIA     VALUE 2.
01 WS-ENC-DESTINO       PIC 9(6).
01 WS-ENC-DATA.
   05 WS-ENC-ANO        PIC 9(4).
   05 WS-ENC-MES        PIC 9(2).
   05 WS-ENC-DIA        PIC 9(2).
01 WS-ENC-DIAS          PIC 9(2).
01 WS-ULTIMO-DIA        PIC 9(2).
01 WS-RESTO             PIC 9(4).
01 WS-QUOCIENTE         PIC 9(4).
01 WS-QTD-ORDENS-CANC   PIC 9(3).
01 WS-QTD-CONV-CANC     PIC 9(3).

01 TERMO-DETALHE.
   05 FILLER             PIC X(2) VALUE SPACES.
   05 TERMO-DET-ROTULO   PIC X(40).
   05 TERMO-DET-VALOR    PIC 9(5).99.

PROCEDURE DIVISION.

    DISPLAY "=== MANUTENÇÃO DE CONTAS (SUPERVISÃO) ===".
    PERFORM LER-PARAMETROS.
    PERFORM IDENTIFICAR-SUPERVISOR.
    PERFORM ABRIR-ARQUIVO-CONTAS.
    PERFORM ABRIR-ARQUIVO-CLIENTES.
    PERFORM ABRIR-ARQUIVO-CONVENIOS.
    PERFORM ABRIR-ARQUIVO-BLOQUEIOS.
    PERFORM ABRIR-ARQUIVO-JORNAL.
    PERFORM ABRIR-ARQUIVO-AGENDAMENTOS.
    PERFORM ABRIR-ARQUIVO-PENDENCIAS.

    PERFORM UNTIL OPCAO = 9
        DISPLAY "-----------------------------"
        DISPLAY "1 - Abrir conta"
        DISPLAY "2 - Bloquear conta"
        DISPLAY "3 - Desbloquear ou reativar conta"
        DISPLAY "4 - Encerrar conta"
        DISPLAY "5 - Consultar conta"
        DISPLAY "6 - Operadores (cadastro, desbloqueio, senha)"
        DISPLAY "7 - Manter convênio de débito automático"
        DISPLAY "8 - Bloqueios judiciais/administrativos de saldo"
        DISPLAY "9 - Sair"
        DISPLAY "Escolha uma opção: "
        ACCEPT OPCAO

                            PERFORM CONSULTAR-CONTA
                        ELSE
                            IF OPCAO = 6 THEN
                                PERFORM MENU-OPERADORES
                                IF OPER-RECUSADO-BLOQUEIO THEN
                                    MOVE 9 TO OPCAO
                                END-IF
                            ELSE
                                IF OPCAO = 7 THEN
                                    PERFORM MENU-CONVENIOS
                                ELSE
                                    IF OPCAO = 8 THEN
                                        PERFORM MENU-BLOQUEIOS
                                    ELSE
                                        IF OPCAO NOT = 9 THEN
                                            DISPLAY "Opção inválida. "
                                                "Tente novamente."
                                        END-IF
                                    END-IF
                                END-IF
                            END-IF
    CLOSE ARQUIVO-OPERADORES.
    CLOSE ARQUIVO-CLIENTES.
    CLOSE ARQUIVO-CONVENIOS.
    CLOSE ARQUIVO-BLOQUEIOS.
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-AGENDAMENTOS.
    CLOSE ARQUIVO-PENDENCIAS.
    DISPLAY "Fim da manutenção de contas.".
    STOP RUN.

    END-IF.

*> A manutenção exige um operador de nível supervisor. Na primeira
*> execução (arquivo de operadores inexistente ou vazio) o programa
*> cadastra o supervisor mestre e segue com ele identificado. A
*> identificação segue as regras do atendimento: falhas gravadas
*> no operador, bloqueio na quinta seguida e troca obrigatória da
*> senha vencida.
IDENTIFICAR-SUPERVISOR.
    OPEN I-O ARQUIVO-OPERADORES.
    IF WS-STATUS-OPERADORES = "35" THEN
            "supervisor mestre:"
        PERFORM CADASTRAR-SUPERVISOR-MESTRE
    ELSE
        IF WS-STATUS-OPERADORES NOT = "00" THEN
            DISPLAY "Erro ao abrir OPERADOR.DAT (status "
                WS-STATUS-OPERADORES "). Se o arquivo está no "
                "leiaute anterior, execute a conversão (job "
                "CONVOPER)."
            STOP RUN
        ELSE
            MOVE LOW-VALUES TO OPER-ID
            START ARQUIVO-OPERADORES KEY NOT LESS THAN OPER-ID
                INVALID KEY
                    DISPLAY "Arquivo de operadores vazio. Cadastro "
                        "do supervisor mestre:"
                    PERFORM CADASTRAR-SUPERVISOR-MESTRE
                NOT INVALID KEY
                    PERFORM AUTENTICAR-SUPERVISOR
            END-START
        END-IF
    END-IF.

AUTENTICAR-SUPERVISOR.
    MOVE "N" TO WS-OPER-VALIDO.
    MOVE 0 TO WS-TENTATIVAS.
    PERFORM UNTIL OPER-VALIDO OR WS-TENTATIVAS = 3
        DISPLAY "Identificação do supervisor: "
        ACCEPT WS-OPER-ID
        DISPLAY "Senha: "
        ACCEPT WS-OPER-SENHA
        PERFORM VALIDAR-SUPERVISOR
        IF OPER-VALIDO THEN
            MOVE WS-OPER-ID TO WS-SUPERVISOR
            DISPLAY "Bem-vindo, " OPER-NOME
        ELSE
            ADD 1 TO WS-TENTATIVAS
            IF NOT OPER-RECUSADO-BLOQUEIO THEN
                DISPLAY "Supervisor ou senha inválidos."
            END-IF
        END-IF
    END-PERFORM.
    IF NOT OPER-VALIDO THEN
        DISPLAY "Número de tentativas esgotado."
        CLOSE ARQUIVO-OPERADORES
        STOP RUN
    END-IF.
    PERFORM VERIFICAR-VALIDADE-SENHA.
    IF SENHA-VENCIDA THEN
        DISPLAY "Senha vencida ou provisória: cadastre uma nova "
            "senha para continuar."
        MOVE "TV" TO WS-TIPO-ACESSO
        PERFORM TROCAR-SENHA-OPERADOR
        IF NOT SENHA-TROCADA THEN
            DISPLAY "Senha não trocada. Sessão encerrada."
            CLOSE ARQUIVO-OPERADORES
            STOP RUN
        END-IF
    END-IF.

CADASTRAR-SUPERVISOR-MESTRE.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    DISPLAY "Identificação do supervisor mestre: ".
    ACCEPT OPER-ID.
    DISPLAY "Nome: ".
    DISPLAY "Senha: ".
    ACCEPT OPER-SENHA.
    SET OPER-SUPERVISOR TO TRUE.
    MOVE 0 TO OPER-FALHAS-SENHA.
    SET OPER-LIBERADO TO TRUE.
    MOVE SPACES TO OPER-DATA-BLOQUEIO.
    MOVE WS-DATA-HOJE TO OPER-DATA-TROCA-SENHA.
    MOVE WS-DATA-HOJE TO OPER-DATA-ULTIMO-ACESSO.
    MOVE WS-DATA-HORA(9:6) TO OPER-HORA-ULTIMO-ACESSO.
    MOVE WS-DATA-HOJE TO OPER-DATA-CADASTRO.
    WRITE OPERADOR-REC.
    MOVE OPER-ID TO WS-SUPERVISOR.
    DISPLAY "Supervisor mestre " OPER-ID " cadastrado.".

*> Mesmas regras do VALIDAR-OPERADOR do atendimento, exigindo o
*> nível de supervisor: bloqueado é recusado, senha certa zera as
*> falhas e registra o último acesso, senha errada soma uma falha
*> e bloqueia no máximo. Senha certa de caixa é recusada sem mexer
*> nas falhas.
VALIDAR-SUPERVISOR.
    MOVE "N" TO WS-OPER-VALIDO.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    MOVE WS-OPER-ID TO OPER-ID.
    READ ARQUIVO-OPERADORES
        INVALID KEY
            MOVE "IE" TO WS-TIPO-ACESSO
            MOVE 0 TO OPER-FALHAS-SENHA
        NOT INVALID KEY
            IF OPER-BLOQUEADO THEN
                MOVE "TB" TO WS-TIPO-ACESSO
                MOVE "B" TO WS-OPER-VALIDO
                DISPLAY "Operador " OPER-ID " bloqueado desde "
                    OPER-DATA-BLOQUEIO " por falhas de senha. "
                    "Procure outro supervisor."
            ELSE
                IF OPER-SENHA = WS-OPER-SENHA THEN
                    IF NOT OPER-SUPERVISOR THEN
                        MOVE "NS" TO WS-TIPO-ACESSO
                    ELSE
                        SET OPER-VALIDO TO TRUE
                        MOVE "OK" TO WS-TIPO-ACESSO
                        MOVE 0 TO OPER-FALHAS-SENHA
                        MOVE WS-DATA-HOJE TO OPER-DATA-ULTIMO-ACESSO
                        MOVE WS-DATA-HORA(9:6)
                            TO OPER-HORA-ULTIMO-ACESSO
                        REWRITE OPERADOR-REC
                    END-IF
                ELSE
                    ADD 1 TO OPER-FALHAS-SENHA
                    IF OPER-FALHAS-SENHA >= WS-MAX-FALHAS-SENHA THEN
                        SET OPER-BLOQUEADO TO TRUE
                        MOVE WS-DATA-HOJE TO OPER-DATA-BLOQUEIO
                        MOVE "BL" TO WS-TIPO-ACESSO
                        MOVE "B" TO WS-OPER-VALIDO
                        DISPLAY "Senha incorreta " OPER-FALHAS-SENHA
                            " vezes seguidas: operador " OPER-ID
                            " bloqueado. Procure outro supervisor."
                    ELSE
                        MOVE "FS" TO WS-TIPO-ACESSO
                    END-IF
                    REWRITE OPERADOR-REC
                END-IF
            END-IF
    END-READ.
    PERFORM GRAVAR-ACESSO.

*> Vencida a senha trocada antes da data de corte (hoje menos a
*> validade do PARAMSIS); data zerada também vence.
VERIFICAR-VALIDADE-SENHA.
    MOVE "N" TO WS-SENHA-VENCIDA.
    MOVE WS-DATA-HOJE TO WS-DATA-CORTE-SENHA.
    PERFORM RECUAR-UM-DIA WS-DIAS-VALIDADE-SENHA TIMES.
    IF OPER-DATA-TROCA-SENHA NOT NUMERIC
            OR OPER-DATA-TROCA-SENHA < WS-DATA-CORTE-SENHA THEN
        SET SENHA-VENCIDA TO TRUE
    END-IF.

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
        PERFORM CALCULAR-ULTIMO-DIA-CORTE
        MOVE WS-ULTIMO-DIA TO WS-CORTE-DIA
    END-IF.

CALCULAR-ULTIMO-DIA-CORTE.
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

*> Troca a senha do operador lido por último. A nova senha não
*> pode ser branca nem igual à atual e é digitada duas vezes. Quem
*> chama põe em WS-TIPO-ACESSO o motivo gravado (TS ou TV).
TROCAR-SENHA-OPERADOR.
    MOVE "N" TO WS-SENHA-TROCADA.
    MOVE 0 TO WS-TENTATIVAS-TROCA.
    PERFORM UNTIL SENHA-TROCADA OR WS-TENTATIVAS-TROCA = 3
        DISPLAY "Nova senha: "
        ACCEPT WS-SENHA-NOVA
        DISPLAY "Confirme a nova senha: "
        ACCEPT WS-SENHA-CONFIRMA
        ADD 1 TO WS-TENTATIVAS-TROCA
        IF WS-SENHA-NOVA = SPACES THEN
            DISPLAY "A senha não pode ficar em branco."
        ELSE
            IF WS-SENHA-NOVA NOT = WS-SENHA-CONFIRMA THEN
                DISPLAY "A confirmação não confere com a nova senha."
            ELSE
                IF WS-SENHA-NOVA = OPER-SENHA THEN
                    DISPLAY "A nova senha deve ser diferente da atual."
                ELSE
                    MOVE WS-SENHA-NOVA TO OPER-SENHA
                    MOVE WS-DATA-HOJE TO OPER-DATA-TROCA-SENHA
                    REWRITE OPERADOR-REC
                    SET SENHA-TROCADA TO TRUE
                    PERFORM GRAVAR-ACESSO
                    DISPLAY "Senha alterada."
                END-IF
            END-IF
        END-IF
    END-PERFORM.

MENU-OPERADORES.
    DISPLAY "--- Operadores ---".
    DISPLAY "1 - Cadastrar operador".
    DISPLAY "2 - Desbloquear operador".
    DISPLAY "3 - Trocar minha senha".
    DISPLAY "4 - Voltar".
    DISPLAY "Escolha uma opção: ".
    ACCEPT WS-OPER-OPCAO.
    IF WS-OPER-OPCAO = 1 THEN
        PERFORM CADASTRAR-OPERADOR
    ELSE
        IF WS-OPER-OPCAO = 2 THEN
            PERFORM DESBLOQUEAR-OPERADOR
        ELSE
            IF WS-OPER-OPCAO = 3 THEN
                PERFORM TROCAR-MINHA-SENHA
            ELSE
                IF WS-OPER-OPCAO NOT = 4 THEN
                    DISPLAY "Opção inválida."
                END-IF
            END-IF
        END-IF
    END-IF.

*> O operador novo recebe uma senha provisória: a data de troca
*> zerada obriga a troca no primeiro acesso.
CADASTRAR-OPERADOR.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    DISPLAY "Identificação do novo operador: ".
    ACCEPT WS-OPER-ID.
    MOVE WS-OPER-ID TO OPER-ID.
            MOVE WS-OPER-ID TO OPER-ID
            DISPLAY "Nome: "
            ACCEPT OPER-NOME
            DISPLAY "Senha provisória: "
            ACCEPT OPER-SENHA
            DISPLAY "Nível (C=caixa S=supervisor): "
            ACCEPT OPER-NIVEL
            IF OPER-CAIXA OR OPER-SUPERVISOR THEN
                MOVE 0 TO OPER-FALHAS-SENHA
                SET OPER-LIBERADO TO TRUE
                MOVE SPACES TO OPER-DATA-BLOQUEIO
                MOVE "00000000" TO OPER-DATA-TROCA-SENHA
                MOVE SPACES TO OPER-DATA-ULTIMO-ACESSO
                MOVE SPACES TO OPER-HORA-ULTIMO-ACESSO
                MOVE WS-DATA-HOJE TO OPER-DATA-CADASTRO
                WRITE OPERADOR-REC
                DISPLAY "Operador " OPER-ID " cadastrado. A senha "
                    "deve ser trocada no primeiro acesso."
            ELSE
                DISPLAY "Nível inválido. Cadastro recusado."
            END-IF
                "Cadastro recusado."
    END-READ.

*> Libera o operador bloqueado por falhas de senha. Como o bloqueio
*> costuma vir de senha esquecida, o supervisor pode dar uma senha
*> provisória, que o operador troca no primeiro acesso. O
*> desbloqueio fica no arquivo de acessos com o supervisor
*> responsável.
DESBLOQUEAR-OPERADOR.
    DISPLAY "Identificação do operador a desbloquear: ".
    ACCEPT WS-OPER-ID.
    MOVE WS-OPER-ID TO OPER-ID.
    READ ARQUIVO-OPERADORES
        INVALID KEY
            DISPLAY "Operador " WS-OPER-ID " inexistente."
        NOT INVALID KEY
            IF NOT OPER-BLOQUEADO THEN
                DISPLAY "Operador " OPER-ID " não está bloqueado."
            ELSE
                DISPLAY "Operador " OPER-ID " - " OPER-NOME
                DISPLAY "Bloqueado desde " OPER-DATA-BLOQUEIO
                    " após " OPER-FALHAS-SENHA " falhas de senha."
                DISPLAY "Redefinir a senha com uma provisória (S/N)? "
                ACCEPT WS-REDEFINIR-SENHA
                MOVE SPACES TO WS-SENHA-NOVA
                IF REDEFINIR-SENHA THEN
                    DISPLAY "Senha provisória: "
                    ACCEPT WS-SENHA-NOVA
                END-IF
                IF REDEFINIR-SENHA AND WS-SENHA-NOVA = SPACES THEN
                    DISPLAY "Senha em branco. Desbloqueio não "
                        "efetuado."
                ELSE
                    IF REDEFINIR-SENHA THEN
                        MOVE WS-SENHA-NOVA TO OPER-SENHA
                        MOVE "00000000" TO OPER-DATA-TROCA-SENHA
                    END-IF
                    SET OPER-LIBERADO TO TRUE
                    MOVE 0 TO OPER-FALHAS-SENHA
                    REWRITE OPERADOR-REC
                    MOVE "DB" TO WS-TIPO-ACESSO
                    MOVE WS-SUPERVISOR TO WS-RESPONSAVEL-ACESSO
                    PERFORM GRAVAR-ACESSO
                    MOVE SPACES TO WS-RESPONSAVEL-ACESSO
                    DISPLAY "Operador " OPER-ID " desbloqueado."
                END-IF
            END-IF
    END-READ.

*> Troca voluntária da senha do supervisor da sessão, que confirma
*> a senha atual - errar até o bloqueio encerra a manutenção.
TROCAR-MINHA-SENHA.
    MOVE WS-SUPERVISOR TO WS-OPER-ID.
    DISPLAY "Senha atual: ".
    ACCEPT WS-OPER-SENHA.
    PERFORM VALIDAR-SUPERVISOR.
    IF OPER-VALIDO THEN
        MOVE "TS" TO WS-TIPO-ACESSO
        PERFORM TROCAR-SENHA-OPERADOR
    ELSE
        IF OPER-RECUSADO-BLOQUEIO THEN
            DISPLAY "Sessão encerrada."
        ELSE
            DISPLAY "Senha atual incorreta."
        END-IF
    END-IF.

*> Identificações, bloqueios, desbloqueios e trocas de senha vão
*> para o arquivo de acessos, aberto só para a gravação porque os
*> terminais do atendimento também acrescentam registros.
GRAVAR-ACESSO.
    OPEN EXTEND ARQUIVO-ACESSOS.
    IF WS-STATUS-ACESSOS = "35" THEN
        OPEN OUTPUT ARQUIVO-ACESSOS
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO ACS-DATA.
    MOVE WS-DATA-HORA(9:6) TO ACS-HORA.
    MOVE WS-OPER-ID TO ACS-OPER-ID.
    MOVE "MANUTENC" TO ACS-ORIGEM.
    MOVE WS-TIPO-ACESSO TO ACS-TIPO.
    MOVE WS-RESPONSAVEL-ACESSO TO ACS-RESPONSAVEL.
    MOVE OPER-FALHAS-SENHA TO ACS-FALHAS.
    WRITE ACESSO-REC.
    CLOSE ARQUIVO-ACESSOS.

LER-PARAMETROS.
    OPEN INPUT ARQUIVO-PARAMETROS.
    IF WS-STATUS-PARAMETROS = "00" THEN
        READ ARQUIVO-PARAMETROS NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                IF PARAM-DIAS-VALIDADE-SENHA IS NUMERIC
                   AND PARAM-DIAS-VALIDADE-SENHA > 0 THEN
                    MOVE PARAM-DIAS-VALIDADE-SENHA
                        TO WS-DIAS-VALIDADE-SENHA
                END-IF
        END-READ
        CLOSE ARQUIVO-PARAMETROS
    END-IF.

ABRIR-ARQUIVO-CLIENTES.
    OPEN I-O ARQUIVO-CLIENTES.
    IF WS-STATUS-CLIENTES = "35" THEN
    READ ARQUIVO-CONTAS
        INVALID KEY
            PERFORM LOCALIZAR-OU-CADASTRAR-CLIENTE
            IF CLIENTE-OK THEN
                MOVE NUMERO-CONTA TO CONTA-NUMERO
                MOVE CLI-NOME TO CONTA-TITULAR
                MOVE CLI-CPF TO CONTA-CPF-TITULAR
                MOVE 0 TO CONTA-SALDO
                DISPLAY "Digite o limite de crédito da conta: "
                ACCEPT CONTA-LIMITE-CREDITO
                SET CONTA-ATIVA TO TRUE
                WRITE CONTA-REC
                DISPLAY "Conta " CONTA-NUMERO " aberta para "
                    CLI-NOME "."
            ELSE
                DISPLAY "Abertura recusada."
            END-IF
        NOT INVALID KEY
            DISPLAY "Conta " CONTA-NUMERO " já existe. "
                "Abertura recusada."
    END-READ.

*> CPF com dígito verificador inválido não entra: nem como cliente
*> novo nem como titular de mais uma conta de um cadastro antigo -
*> os já gravados saem na auditoria semanal para correção.
LOCALIZAR-OU-CADASTRAR-CLIENTE.
    MOVE "N" TO WS-CLIENTE-OK.
    DISPLAY "Digite o CPF do titular (somente números): ".
    ACCEPT WS-CPF.
    MOVE WS-CPF TO WS-CPF-VALIDACAO.
    PERFORM VALIDAR-DIGITO-CPF.
    IF NOT CPF-VALIDO THEN
        DISPLAY "CPF " WS-CPF " inválido (dígito verificador não "
            "confere)."
    ELSE
        SET CLIENTE-OK TO TRUE
        MOVE WS-CPF TO CLI-CPF
        READ ARQUIVO-CLIENTES
            INVALID KEY
                MOVE WS-CPF TO CLI-CPF
                DISPLAY "Cliente novo. Digite o nome: "
                ACCEPT CLI-NOME
                DISPLAY "Endereço: "
                ACCEPT CLI-ENDERECO
                DISPLAY "Telefone: "
                ACCEPT CLI-TELEFONE
                WRITE CLIENTE-REC
                DISPLAY "Cliente " CLI-CPF " cadastrado."
            NOT INVALID KEY
                DISPLAY "Cliente já cadastrado: " CLI-NOME
        END-READ
    END-IF.

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

BLOQUEAR-CONTA.
    PERFORM LOCALIZAR-CONTA.
            DISPLAY "Conta " CONTA-NUMERO " está encerrada. "
                "Bloqueio recusado."
        ELSE
            IF CONTA-INATIVA THEN
                DISPLAY "Conta " CONTA-NUMERO " está inativa. "
                    "Bloqueio recusado: reative a conta antes "
                    "(opção 3)."
            ELSE
                SET CONTA-BLOQUEADA TO TRUE
                REWRITE CONTA-REC
                DISPLAY "Conta " CONTA-NUMERO " bloqueada "
                    "(sem saques, depósitos permitidos)."
                MOVE "CB" TO WS-EVT-TIPO
                MOVE CONTA-NUMERO TO WS-EVT-CONTA
                MOVE 0 TO WS-EVT-VALOR
                PERFORM GRAVAR-EVENTO-CONTA
            END-IF
        END-IF
    END-IF.

            DISPLAY "Conta " CONTA-NUMERO " está encerrada. "
                "Desbloqueio recusado."
        ELSE
            IF CONTA-INATIVA THEN
                PERFORM REATIVAR-CONTA-INATIVA
            ELSE
                SET CONTA-ATIVA TO TRUE
                REWRITE CONTA-REC
                DISPLAY "Conta " CONTA-NUMERO " reativada."
            END-IF
        END-IF
    END-IF.

*> Conta inativa (marcada pelo batch CONTAS-INATIVAS por falta de
*> movimento do próprio cliente) só volta a movimentar com a
*> reativação pelo supervisor, normalmente com o titular presente.
*> A reativação vai para o arquivo de ocorrências com o supervisor
*> como referência - é o registro que a auditoria consulta - e o
*> titular é avisado no lote da noite.
REATIVAR-CONTA-INATIVA.
    DISPLAY "Conta " CONTA-NUMERO " inativa por falta de movimento "
        "- titular " CONTA-TITULAR ", saldo R$" CONTA-SALDO ".".
    DISPLAY "Confirma a reativação (S/N)? ".
    ACCEPT WS-CONFIRMA-REATIVACAO.
    IF CONFIRMA-REATIVACAO THEN
        SET CONTA-ATIVA TO TRUE
        REWRITE CONTA-REC
        DISPLAY "Conta " CONTA-NUMERO " reativada pelo supervisor "
            WS-SUPERVISOR "."
        MOVE "CR" TO WS-EVT-TIPO
        MOVE CONTA-NUMERO TO WS-EVT-CONTA
        MOVE 0 TO WS-EVT-VALOR
        PERFORM GRAVAR-EVENTO-CONTA
    ELSE
        DISPLAY "Reativação cancelada. A conta continua inativa."
    END-IF.

*> O encerramento liquida a conta numa única operação: juros pro
*> rata e tarifa do mês corrente, tarifas pendentes, cancelamento
*> das ordens programadas e dos convênios, pagamento ou transferência
*> do saldo residual e termo de encerramento para o cliente. Tudo
*> é apurado e conferido antes de qualquer gravação - recusado o
*> encerramento, a conta fica como estava.
ENCERRAR-CONTA.
    PERFORM LOCALIZAR-CONTA.
    IF CONTA-ACHADA THEN
        PERFORM AVALIAR-ENCERRAMENTO
        IF ENC-PERMITIDO THEN
            PERFORM ESCOLHER-DESTINO-RESIDUAL
        END-IF
        IF ENC-PERMITIDO THEN
            DISPLAY "Confirma o encerramento da conta "
                WS-ENC-CONTA " (S/N)? "
            ACCEPT WS-ENC-CONFIRMA
            IF ENC-CONFIRMADO THEN
                PERFORM EFETUAR-ENCERRAMENTO
            ELSE
                DISPLAY "Encerramento não confirmado. Conta "
                    WS-ENC-CONTA " mantida."
            END-IF
        END-IF
    END-IF.

        DISPLAY "CPF do titular: " CONTA-CPF-TITULAR
        DISPLAY "Saldo: R$" CONTA-SALDO
        DISPLAY "Limite de crédito: R$" CONTA-LIMITE-CREDITO
        PERFORM SOMAR-BLOQUEIOS-CONTA
        IF WS-TOTAL-BLOQUEADO > 0 THEN
            DISPLAY "Bloqueado judicial/administrativo: R$"
                WS-TOTAL-BLOQUEADO
        END-IF
        IF CONTA-ENCERRADA THEN
            DISPLAY "Situação: ENCERRADA"
        ELSE
            IF CONTA-BLOQUEADA THEN
                DISPLAY "Situação: BLOQUEADA"
            ELSE
                IF CONTA-INATIVA THEN
                    DISPLAY "Situação: INATIVA (sem movimento do "
                        "cliente - reativar na opção 3)"
                ELSE
                    DISPLAY "Situação: ATIVA"
                END-IF
            END-IF
        END-IF
    END-IF.
    ELSE
        DISPLAY "  Empresa " CONV-EMPRESA " CANCELADO"
    END-IF.

ABRIR-ARQUIVO-BLOQUEIOS.
    OPEN I-O ARQUIVO-BLOQUEIOS.
    IF WS-STATUS-BLOQUEIOS = "35" THEN
        OPEN OUTPUT ARQUIVO-BLOQUEIOS
        CLOSE ARQUIVO-BLOQUEIOS
        OPEN I-O ARQUIVO-BLOQUEIOS
    END-IF.
    IF WS-STATUS-BLOQUEIOS NOT = "00" THEN
        DISPLAY "Erro ao abrir BLOQJUD.DAT (status "
            WS-STATUS-BLOQUEIOS ")."
        STOP RUN
    END-IF.

*> Bloqueios de saldo por ordem judicial ou decisão administrativa:
*> o valor bloqueado sai do saldo disponível para saques,
*> transferências, débitos automáticos e tarifas, no balcão e nos
*> batches, até a data de liberação ou a liberação manual aqui.
*> Inclusão e liberação gravam o supervisor identificado.
MENU-BLOQUEIOS.
    DISPLAY "--- Bloqueios judiciais/administrativos ---".
    DISPLAY "1 - Incluir bloqueio".
    DISPLAY "2 - Liberar bloqueio".
    DISPLAY "3 - Listar bloqueios da conta".
    DISPLAY "4 - Voltar".
    DISPLAY "Escolha uma opção: ".
    ACCEPT WS-BLOQ-OPCAO.
    IF WS-BLOQ-OPCAO = 1 THEN
        PERFORM INCLUIR-BLOQUEIO
    ELSE
        IF WS-BLOQ-OPCAO = 2 THEN
            PERFORM LIBERAR-BLOQUEIO
        ELSE
            IF WS-BLOQ-OPCAO = 3 THEN
                PERFORM LISTAR-BLOQUEIOS
            ELSE
                IF WS-BLOQ-OPCAO NOT = 4 THEN
                    DISPLAY "Opção inválida."
                END-IF
            END-IF
        END-IF
    END-IF.

INCLUIR-BLOQUEIO.
    PERFORM LOCALIZAR-CONTA.
    IF CONTA-ACHADA THEN
        IF CONTA-ENCERRADA THEN
            DISPLAY "Conta " NUMERO-CONTA " está encerrada. "
                "Bloqueio recusado."
        ELSE
            DISPLAY "Origem (J=judicial A=administrativo): "
            ACCEPT WS-BLOQ-ORIGEM
            DISPLAY "Valor a bloquear: "
            ACCEPT WS-BLOQ-VALOR
            IF NOT BLOQ-ORIGEM-VALIDA THEN
                DISPLAY "Origem inválida. Bloqueio não incluído."
            ELSE
                IF WS-BLOQ-VALOR IS NOT NUMERIC
                        OR WS-BLOQ-VALOR = 0 THEN
                    DISPLAY "Valor inválido. Bloqueio não incluído."
                ELSE
                    PERFORM COMPLETAR-BLOQUEIO
                END-IF
            END-IF
        END-IF
    END-IF.

*> Os dados digitados ficam em campos de trabalho até a gravação,
*> como no cadastro de ordens programadas: a busca da próxima
*> sequência sobrescreve a área de registro a cada leitura.
COMPLETAR-BLOQUEIO.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    DISPLAY "Motivo: ".
    ACCEPT WS-BLOQ-MOTIVO.
    DISPLAY "Processo/ofício de referência: ".
    ACCEPT WS-BLOQ-PROCESSO.
    DISPLAY "Data de início (AAAAMMDD, vazio para hoje): ".
    ACCEPT WS-BLOQ-INICIO.
    IF WS-BLOQ-INICIO IS NOT NUMERIC THEN
        MOVE WS-DATA-HOJE TO WS-BLOQ-INICIO
    END-IF.
    DISPLAY "Data de liberação (AAAAMMDD, vazio para sem prazo): ".
    ACCEPT WS-BLOQ-LIBERACAO.
    IF WS-BLOQ-LIBERACAO IS NOT NUMERIC
            OR WS-BLOQ-LIBERACAO = "00000000" THEN
        MOVE "99999999" TO WS-BLOQ-LIBERACAO
    END-IF.
    IF WS-BLOQ-LIBERACAO NOT > WS-BLOQ-INICIO THEN
        DISPLAY "Liberação não posterior ao início. "
            "Bloqueio não incluído."
    ELSE
        PERFORM OBTER-PROXIMO-BLOQUEIO
        MOVE NUMERO-CONTA TO BLJ-NUMERO-CONTA
        MOVE WS-BLOQ-SEQ TO BLJ-SEQUENCIA
        MOVE WS-BLOQ-VALOR TO BLJ-VALOR
        MOVE WS-BLOQ-ORIGEM TO BLJ-ORIGEM
        MOVE WS-BLOQ-MOTIVO TO BLJ-MOTIVO
        MOVE WS-BLOQ-PROCESSO TO BLJ-PROCESSO
        MOVE WS-BLOQ-INICIO TO BLJ-DATA-INICIO
        MOVE WS-BLOQ-LIBERACAO TO BLJ-DATA-LIBERACAO
        SET BLJ-ATIVO TO TRUE
        MOVE WS-SUPERVISOR TO BLJ-SUPERVISOR
        MOVE SPACES TO BLJ-SUP-LIBERACAO
        WRITE BLOQJUD-REC
        DISPLAY "Bloqueio " BLJ-SEQUENCIA " incluído na conta "
            BLJ-NUMERO-CONTA ": R$" BLJ-VALOR " de "
            BLJ-DATA-INICIO " a " BLJ-DATA-LIBERACAO "."
        IF CONTA-SALDO + CONTA-LIMITE-CREDITO < BLJ-VALOR THEN
            DISPLAY "Atenção: valor bloqueado maior que saldo + "
                "limite atuais da conta."
        END-IF
    END-IF.

*> A sequência do novo bloqueio é a maior já usada pela conta mais
*> um - bloqueios liberados continuam no arquivo como histórico.
OBTER-PROXIMO-BLOQUEIO.
    MOVE 0 TO WS-BLOQ-SEQ.
    MOVE "N" TO WS-FIM-BLOQUEIOS.
    MOVE NUMERO-CONTA TO BLJ-NUMERO-CONTA.
    MOVE 0 TO BLJ-SEQUENCIA.
    START ARQUIVO-BLOQUEIOS KEY NOT LESS THAN BLJ-CHAVE
        INVALID KEY
            SET FIM-BLOQUEIOS TO TRUE
    END-START.
    PERFORM UNTIL FIM-BLOQUEIOS
        READ ARQUIVO-BLOQUEIOS NEXT RECORD
            AT END
                SET FIM-BLOQUEIOS TO TRUE
            NOT AT END
                IF BLJ-NUMERO-CONTA = NUMERO-CONTA THEN
                    MOVE BLJ-SEQUENCIA TO WS-BLOQ-SEQ
                ELSE
                    SET FIM-BLOQUEIOS TO TRUE
                END-IF
        END-READ
    END-PERFORM.
    ADD 1 TO WS-BLOQ-SEQ.

*> A liberação antecipa a data de liberação para hoje e marca o
*> bloqueio como liberado, guardando quem liberou.
LIBERAR-BLOQUEIO.
    PERFORM LOCALIZAR-CONTA.
    IF CONTA-ACHADA THEN
        MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
        MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE
        DISPLAY "Digite a sequência do bloqueio a liberar: "
        ACCEPT WS-BLOQ-SEQ
        MOVE NUMERO-CONTA TO BLJ-NUMERO-CONTA
        MOVE WS-BLOQ-SEQ TO BLJ-SEQUENCIA
        READ ARQUIVO-BLOQUEIOS
            INVALID KEY
                DISPLAY "Bloqueio " WS-BLOQ-SEQ " inexistente "
                    "para a conta " NUMERO-CONTA "."
            NOT INVALID KEY
                IF BLJ-LIBERADO THEN
                    DISPLAY "Bloqueio " BLJ-SEQUENCIA " já "
                        "liberado em " BLJ-DATA-LIBERACAO "."
                ELSE
                    SET BLJ-LIBERADO TO TRUE
                    IF BLJ-DATA-LIBERACAO > WS-DATA-HOJE THEN
                        MOVE WS-DATA-HOJE TO BLJ-DATA-LIBERACAO
                    END-IF
                    MOVE WS-SUPERVISOR TO BLJ-SUP-LIBERACAO
                    REWRITE BLOQJUD-REC
                    DISPLAY "Bloqueio " BLJ-SEQUENCIA " da conta "
                        BLJ-NUMERO-CONTA " liberado: R$" BLJ-VALOR
                        "."
                END-IF
        END-READ
    END-IF.

LISTAR-BLOQUEIOS.
    PERFORM LOCALIZAR-CONTA.
    IF CONTA-ACHADA THEN
        MOVE 0 TO WS-QTD-BLOQUEIOS
        MOVE "N" TO WS-FIM-BLOQUEIOS
        MOVE NUMERO-CONTA TO BLJ-NUMERO-CONTA
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
                    IF BLJ-NUMERO-CONTA = NUMERO-CONTA THEN
                        ADD 1 TO WS-QTD-BLOQUEIOS
                        PERFORM EXIBIR-BLOQUEIO
                    ELSE
                        SET FIM-BLOQUEIOS TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        IF WS-QTD-BLOQUEIOS = 0 THEN
            DISPLAY "Nenhum bloqueio para a conta "
                NUMERO-CONTA "."
        END-IF
    END-IF.

EXIBIR-BLOQUEIO.
    DISPLAY "  Bloqueio " BLJ-SEQUENCIA " " BLJ-ORIGEM " R$"
        BLJ-VALOR " " BLJ-DATA-INICIO " a " BLJ-DATA-LIBERACAO
        " proc. " BLJ-PROCESSO.
    IF BLJ-ATIVO THEN
        DISPLAY "    " BLJ-MOTIVO " ATIVO - incluído por "
            BLJ-SUPERVISOR
    ELSE
        DISPLAY "    " BLJ-MOTIVO " LIBERADO - por "
            BLJ-SUP-LIBERACAO
    END-IF.

*> Total bloqueado hoje na conta lida em CONTA-REC, para a
*> consulta.
SOMAR-BLOQUEIOS-CONTA.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    MOVE 0 TO WS-TOTAL-BLOQUEADO.
    MOVE "N" TO WS-FIM-BLOQUEIOS.
    MOVE CONTA-NUMERO TO BLJ-NUMERO-CONTA.
    MOVE 0 TO BLJ-SEQUENCIA.
    START ARQUIVO-BLOQUEIOS KEY NOT LESS THAN BLJ-CHAVE
        INVALID KEY
            SET FIM-BLOQUEIOS TO TRUE
    END-START.
    PERFORM UNTIL FIM-BLOQUEIOS
        READ ARQUIVO-BLOQUEIOS NEXT RECORD
            AT END
                SET FIM-BLOQUEIOS TO TRUE
            NOT AT END
                IF BLJ-NUMERO-CONTA NOT = CONTA-NUMERO THEN
                    SET FIM-BLOQUEIOS TO TRUE
                ELSE
                    IF BLJ-ATIVO
                            AND BLJ-DATA-INICIO <= WS-DATA-HOJE
                            AND BLJ-DATA-LIBERACAO > WS-DATA-HOJE
                    THEN
                        ADD BLJ-VALOR TO WS-TOTAL-BLOQUEADO
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

ABRIR-ARQUIVO-JORNAL.
    OPEN I-O ARQUIVO-JORNAL.
    IF WS-STATUS-JORNAL = "35" THEN
        OPEN OUTPUT ARQUIVO-JORNAL
        CLOSE ARQUIVO-JORNAL
        OPEN I-O ARQUIVO-JORNAL
    END-IF.
    IF WS-STATUS-JORNAL NOT = "00" THEN
        DISPLAY "Erro ao abrir JORNAL.DAT (status "
            WS-STATUS-JORNAL "). Se o arquivo está no leiaute "
            "sequencial anterior, execute a conversão "
            "(job CONVERTE)."
        STOP RUN
    END-IF.

ABRIR-ARQUIVO-AGENDAMENTOS.
    OPEN I-O ARQUIVO-AGENDAMENTOS.
    IF WS-STATUS-AGENDAMENTOS = "35" THEN
        OPEN OUTPUT ARQUIVO-AGENDAMENTOS
        CLOSE ARQUIVO-AGENDAMENTOS
        OPEN I-O ARQUIVO-AGENDAMENTOS
    END-IF.
    IF WS-STATUS-AGENDAMENTOS NOT = "00" THEN
        DISPLAY "Erro ao abrir AGENDTRF.DAT (status "
            WS-STATUS-AGENDAMENTOS ")."
        STOP RUN
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
        STOP RUN
    END-IF.

*> Cada lançamento toma o próximo número do contador JORNSEQ.DAT e
*> o regrava na hora: a sequência avança junto com o jornal e o
*> diário fica numerado sem saltos.
OBTER-SEQUENCIA-JORNAL.
    OPEN I-O ARQUIVO-SEQUENCIA.
    IF WS-STATUS-SEQUENCIA = "35" THEN
        OPEN OUTPUT ARQUIVO-SEQUENCIA
        MOVE 1 TO SEQ-PROXIMA
        WRITE SEQUENCIA-REC
        CLOSE ARQUIVO-SEQUENCIA
        OPEN I-O ARQUIVO-SEQUENCIA
    END-IF.
    READ ARQUIVO-SEQUENCIA NEXT RECORD.
    MOVE SEQ-PROXIMA TO WS-SEQUENCIA-JORNAL.
    ADD 1 TO SEQ-PROXIMA.
    REWRITE SEQUENCIA-REC.
    CLOSE ARQUIVO-SEQUENCIA.

*> Lançamento da conta lida em CONTA-REC com o saldo já
*> atualizado, com o operador em WS-OPERADOR-LANCAMENTO: o saque e
*> a transferência do saldo residual levam o supervisor que
*> encerrou a conta; os juros pro rata e as tarifas levam "JUROS" e
*> "TARIFA", como nos batches mensais, para o FECHAMENTO-CAIXA os
*> separar dos movimentos do caixa.
GRAVAR-JORNAL-ENCERRAMENTO.
    PERFORM OBTER-SEQUENCIA-JORNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO JORN-DATA.
    MOVE WS-DATA-HORA(9:6) TO JORN-HORA.
    MOVE CONTA-NUMERO TO JORN-NUMERO-CONTA.
    MOVE WS-SEQUENCIA-JORNAL TO JORN-SEQUENCIA.
    MOVE WS-TIPO-OPERACAO TO JORN-TIPO-OP.
    MOVE WS-VALOR-LANCAMENTO TO JORN-VALOR.
    MOVE CONTA-SALDO TO JORN-SALDO.
    MOVE WS-REF-TRANSF TO JORN-REF-TRANSF.
    MOVE WS-OPERADOR-LANCAMENTO TO JORN-OPERADOR.
    WRITE JORNAL-REC.

*> Recusas do encerramento: conta já encerrada, saldo devedor do
*> limite ainda não quitado, bloqueio judicial/administrativo
*> ativo (o valor bloqueado não pode ser pago nem transferido),
*> tabela de taxas sem a taxa de crédito, tabela de tarifas
*> inexistente, ou tarifas (pendentes mais as do período corrente)
*> maiores que o saldo - cobrá-las deixaria a conta devedora.
AVALIAR-ENCERRAMENTO.
    MOVE "N" TO WS-ENC-PERMITIDO.
    MOVE CONTA-NUMERO TO WS-ENC-CONTA.
    MOVE CONTA-TITULAR TO WS-ENC-TITULAR.
    MOVE CONTA-CPF-TITULAR TO WS-ENC-CPF.
    MOVE CONTA-SALDO TO WS-ENC-SALDO-INICIAL.
    IF CONTA-ENCERRADA THEN
        DISPLAY "Conta " CONTA-NUMERO " já está encerrada."
    ELSE
        IF CONTA-SALDO < 0 THEN
            DISPLAY "Conta " CONTA-NUMERO " com saldo devedor R$"
                CONTA-SALDO ". Encerramento recusado: o cliente "
                "deve quitar o limite utilizado."
        ELSE
            PERFORM SOMAR-BLOQUEIOS-CONTA
            IF WS-TOTAL-BLOQUEADO > 0 THEN
                DISPLAY "Conta " CONTA-NUMERO " com R$"
                    WS-TOTAL-BLOQUEADO " bloqueado por ordem "
                    "judicial/administrativa. Encerramento recusado."
            ELSE
                PERFORM LER-TAXA-CREDITO
                IF NOT TEM-TAXA-CREDITO THEN
                    DISPLAY "Tabela TAXAS.DAT inexistente ou sem a "
                        "taxa de crédito (tipo C). Encerramento "
                        "recusado."
                ELSE
                    PERFORM LER-TABELA-TARIFAS
                    IF NOT TEM-TARIFAS THEN
                        DISPLAY "Tabela de tarifas TARIFAS.DAT "
                            "inexistente ou vazia. Encerramento "
                            "recusado."
                    ELSE
                        PERFORM VERIFICAR-BATCHES-MENSAIS
                        IF NOT MENSAIS-OK THEN
                            DISPLAY "Juros (JUROSMEN) ou tarifas "
                                "(TARIFMEN) do mês anterior ainda "
                                "não processados. Aguarde os batches "
                                "mensais. Encerramento recusado."
                        ELSE
                            PERFORM CALCULAR-JUROS-PRO-RATA
                            PERFORM SOMAR-PENDENCIAS-CONTA
                            PERFORM CALCULAR-TARIFA-PERIODO
                            COMPUTE WS-ENC-TARIFAS = WS-ENC-PENDENTES
                                + WS-ENC-TARIFA-PERIODO
                            COMPUTE WS-ENC-RESIDUAL = CONTA-SALDO
                                + WS-ENC-JUROS - WS-ENC-TARIFAS
                            IF WS-ENC-RESIDUAL < 0 THEN
                                DISPLAY "Tarifas de R$" WS-ENC-TARIFAS
                                    " maiores que o saldo. "
                                    "Encerramento recusado: o "
                                    "cliente deve cobrir a diferença."
                            ELSE
                                SET ENC-PERMITIDO TO TRUE
                                DISPLAY "Saldo atual: R$" CONTA-SALDO
                                DISPLAY "Juros pro rata (" WS-ENC-DIAS
                                    " dias): R$" WS-ENC-JUROS
                                DISPLAY "Tarifas pendentes: R$"
                                    WS-ENC-PENDENTES
                                DISPLAY "Tarifa do mês ("
                                    WS-ENC-SAQUES " saques, "
                                    WS-ENC-EXCEDENTES
                                    " excedentes): R$"
                                    WS-ENC-TARIFA-PERIODO
                                DISPLAY "Saldo residual: R$"
                                    WS-ENC-RESIDUAL
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

*> O encerramento só calcula o mês corrente; o mês anterior é do
*> JUROS-MENSAL (gravado no CONTROLE.DAT com o mês em que roda) e do
*> TARIFA-MENSAL (gravado com o período cobrado). Se algum dos dois
*> ainda não concluiu, a conta encerrada deixaria de receber ou de
*> pagar o mês anterior, então o encerramento espera por eles.
VERIFICAR-BATCHES-MENSAIS.
    MOVE "N" TO WS-MENSAIS-OK.
    MOVE WS-DATA-HOJE(1:4) TO WS-MES-ANT-ANO.
    MOVE WS-DATA-HOJE(5:2) TO WS-MES-ANT-MES.
    IF WS-MES-ANT-MES = 1 THEN
        MOVE 12 TO WS-MES-ANT-MES
        SUBTRACT 1 FROM WS-MES-ANT-ANO
    ELSE
        SUBTRACT 1 FROM WS-MES-ANT-MES
    END-IF.
    OPEN INPUT ARQUIVO-CONTROLE.
    IF WS-STATUS-CONTROLE = "00" THEN
        MOVE WS-DATA-HOJE(1:6) TO CTL-REFERENCIA(1:6)
        MOVE "00" TO CTL-REFERENCIA(7:2)
        MOVE "JUROSMEN" TO CTL-JOB
        READ ARQUIVO-CONTROLE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CTL-CONCLUIDO THEN
                    MOVE WS-MES-ANTERIOR TO CTL-REFERENCIA(1:6)
                    MOVE "00" TO CTL-REFERENCIA(7:2)
                    MOVE "TARIFMEN" TO CTL-JOB
                    READ ARQUIVO-CONTROLE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF CTL-CONCLUIDO THEN
                                SET MENSAIS-OK TO TRUE
                            END-IF
                    END-READ
                END-IF
        END-READ
        CLOSE ARQUIVO-CONTROLE
    END-IF.

*> A taxa é lida a cada encerramento, como no JUROS-MENSAL, para
*> valer sempre a tabela em vigor.
LER-TAXA-CREDITO.
    MOVE "N" TO WS-TEM-TAXA-CREDITO.
    MOVE "N" TO WS-FIM-TAXAS.
    OPEN INPUT ARQUIVO-TAXAS.
    IF WS-STATUS-TAXAS = "00" THEN
        PERFORM UNTIL FIM-TAXAS
            READ ARQUIVO-TAXAS NEXT RECORD
                AT END
                    SET FIM-TAXAS TO TRUE
                NOT AT END
                    IF TXJ-CREDITO THEN
                        SET TEM-TAXA-CREDITO TO TRUE
                        MOVE TXJ-TAXA TO WS-TAXA-CREDITO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARQUIVO-TAXAS
    END-IF.

*> O JUROS-MENSAL credita o mês fechado no início do mês seguinte
*> (o encerramento só é aceito depois que ele rodou no mês corrente);
*> no encerramento falta o mês corrente, do dia 1 até a véspera. A
*> taxa mensal de crédito é proporcional aos dias decorridos sobre
*> os dias do mês. Saldo zero não rende (o devedor já foi recusado).
CALCULAR-JUROS-PRO-RATA.
    MOVE WS-DATA-HOJE TO WS-ENC-DATA.
    PERFORM CALCULAR-ULTIMO-DIA.
    COMPUTE WS-ENC-DIAS = WS-ENC-DIA - 1.
    COMPUTE WS-ENC-JUROS ROUNDED = CONTA-SALDO * WS-TAXA-CREDITO
        * WS-ENC-DIAS / WS-ULTIMO-DIA.

CALCULAR-ULTIMO-DIA.
    IF WS-ENC-MES = 4 OR WS-ENC-MES = 6 OR WS-ENC-MES = 9
            OR WS-ENC-MES = 11 THEN
        MOVE 30 TO WS-ULTIMO-DIA
    ELSE
        IF WS-ENC-MES = 2 THEN
            MOVE 28 TO WS-ULTIMO-DIA
            DIVIDE WS-ENC-ANO BY 4 GIVING WS-QUOCIENTE
                REMAINDER WS-RESTO
            IF WS-RESTO = 0 THEN
                MOVE 29 TO WS-ULTIMO-DIA
                DIVIDE WS-ENC-ANO BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO
                IF WS-RESTO = 0 THEN
                    DIVIDE WS-ENC-ANO BY 400 GIVING WS-QUOCIENTE
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

SOMAR-PENDENCIAS-CONTA.
    MOVE 0 TO WS-ENC-PENDENTES.
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
                        ADD TPD-VALOR TO WS-ENC-PENDENTES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> A tabela é lida a cada encerramento, como a de taxas, para
*> valer sempre a tarifa em vigor.
LER-TABELA-TARIFAS.
    MOVE "N" TO WS-TEM-TARIFAS.
    MOVE "N" TO WS-FIM-TARIFAS.
    MOVE 0 TO WS-TARIFA-MENSAL.
    MOVE 0 TO WS-TARIFA-SAQUE.
    MOVE 0 TO WS-FRANQUIA-SAQUES.
    OPEN INPUT ARQUIVO-TARIFAS.
    IF WS-STATUS-TARIFAS = "00" THEN
        PERFORM UNTIL FIM-TARIFAS
            READ ARQUIVO-TARIFAS NEXT RECORD
                AT END
                    SET FIM-TARIFAS TO TRUE
                NOT AT END
                    SET TEM-TARIFAS TO TRUE
                    IF TAR-MENSALIDADE THEN
                        MOVE TAR-VALOR TO WS-TARIFA-MENSAL
                    ELSE
                        IF TAR-SAQUE-EXCED THEN
                            MOVE TAR-VALOR TO WS-TARIFA-SAQUE
                            MOVE TAR-FRANQUIA TO WS-FRANQUIA-SAQUES
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ARQUIVO-TARIFAS
    END-IF.

*> O TARIFA-MENSAL cobra o mês fechado no início do mês seguinte
*> (o encerramento só é aceito depois que ele cobrou o mês anterior),
*> e conta encerrada não é mais cobrada: a tarifa do mês corrente
*> sai no encerramento, com a mesma regra - mensalidade cheia mais
*> os saques não estornados além da franquia, contados no diário
*> do dia 1 até hoje.
CALCULAR-TARIFA-PERIODO.
    MOVE 0 TO WS-ENC-SAQUES.
    MOVE "N" TO WS-FIM-JORNAL.
    MOVE CONTA-NUMERO TO JORN-NUMERO-CONTA.
    MOVE WS-DATA-HOJE(1:6) TO JORN-DATA(1:6).
    MOVE "01" TO JORN-DATA(7:2).
    MOVE LOW-VALUES TO JORN-HORA.
    MOVE 0 TO JORN-SEQUENCIA.
    START ARQUIVO-JORNAL KEY NOT LESS THAN JORN-CHAVE
        INVALID KEY
            SET FIM-JORNAL TO TRUE
    END-START.
    PERFORM UNTIL FIM-JORNAL
        READ ARQUIVO-JORNAL NEXT RECORD
            AT END
                SET FIM-JORNAL TO TRUE
            NOT AT END
                IF JORN-NUMERO-CONTA NOT = CONTA-NUMERO
                        OR JORN-DATA(1:6) NOT = WS-DATA-HOJE(1:6)
                THEN
                    SET FIM-JORNAL TO TRUE
                ELSE
                    IF JORN-TIPO-OP = 2 AND NOT JORN-ESTORNADO THEN
                        ADD 1 TO WS-ENC-SAQUES
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    IF WS-ENC-SAQUES > WS-FRANQUIA-SAQUES THEN
        COMPUTE WS-ENC-EXCEDENTES =
            WS-ENC-SAQUES - WS-FRANQUIA-SAQUES
    ELSE
        MOVE 0 TO WS-ENC-EXCEDENTES
    END-IF.
    COMPUTE WS-ENC-TARIFA-PERIODO = WS-TARIFA-MENSAL
        + WS-ENC-EXCEDENTES * WS-TARIFA-SAQUE.

*> Saldo residual positivo: pago em espécie no caixa (lançado como
*> saque) ou transferido para outra conta não encerrada (duas
*> pernas tipos 4 e 5 com a mesma referência, como no atendimento).
ESCOLHER-DESTINO-RESIDUAL.
    MOVE 0 TO WS-ENC-DESTINO-OPCAO.
    MOVE 0 TO WS-ENC-DESTINO.
    IF WS-ENC-RESIDUAL > 0 THEN
        DISPLAY "Destino do saldo residual de R$" WS-ENC-RESIDUAL
        DISPLAY "1 - Pagamento em espécie"
        DISPLAY "2 - Transferência para outra conta"
        DISPLAY "Escolha uma opção: "
        ACCEPT WS-ENC-DESTINO-OPCAO
        IF ENC-TRANSFERENCIA THEN
            DISPLAY "Digite a conta de destino: "
            ACCEPT WS-ENC-DESTINO
            IF WS-ENC-DESTINO = WS-ENC-CONTA THEN
                MOVE "N" TO WS-ENC-PERMITIDO
                DISPLAY "Conta de destino igual à conta encerrada. "
                    "Encerramento recusado."
            ELSE
                MOVE WS-ENC-DESTINO TO CONTA-NUMERO
                READ ARQUIVO-CONTAS
                    INVALID KEY
                        MOVE "N" TO WS-ENC-PERMITIDO
                        DISPLAY "Conta de destino inexistente. "
                            "Encerramento recusado."
                    NOT INVALID KEY
                        IF CONTA-ENCERRADA THEN
                            MOVE "N" TO WS-ENC-PERMITIDO
                            DISPLAY "Conta de destino encerrada. "
                                "Encerramento recusado."
                        ELSE
                            IF CONTA-INATIVA THEN
                                MOVE "N" TO WS-ENC-PERMITIDO
                                DISPLAY "Conta de destino inativa. "
                                    "Encerramento recusado."
                            ELSE
                                DISPLAY "Saldo será transferido "
                                    "para a conta " CONTA-NUMERO
                                    " de " CONTA-TITULAR
                            END-IF
                        END-IF
                END-READ
                MOVE WS-ENC-CONTA TO CONTA-NUMERO
                READ ARQUIVO-CONTAS
                    INVALID KEY
                        MOVE "N" TO WS-ENC-PERMITIDO
                        DISPLAY "Erro ao reler a conta " WS-ENC-CONTA
                            " (status " WS-STATUS-CONTAS "). "
                            "Encerramento recusado."
                END-READ
            END-IF
        ELSE
            IF NOT ENC-PAGAMENTO-ESPECIE THEN
                MOVE "N" TO WS-ENC-PERMITIDO
                DISPLAY "Opção inválida. Encerramento recusado."
            END-IF
        END-IF
    END-IF.

*> A conta encerrada é regravada antes do crédito na conta de
*> destino, que reaproveita a área de registro.
EFETUAR-ENCERRAMENTO.
    MOVE SPACES TO WS-REF-TRANSF.
    IF WS-ENC-JUROS > 0 THEN
        ADD WS-ENC-JUROS TO CONTA-SALDO
        MOVE 3 TO WS-TIPO-OPERACAO
        MOVE WS-ENC-JUROS TO WS-VALOR-LANCAMENTO
        MOVE "JUROS" TO WS-OPERADOR-LANCAMENTO
        PERFORM GRAVAR-JORNAL-ENCERRAMENTO
    END-IF.
    IF WS-ENC-TARIFAS > 0 THEN
        SUBTRACT WS-ENC-TARIFAS FROM CONTA-SALDO
        MOVE 6 TO WS-TIPO-OPERACAO
        MOVE WS-ENC-TARIFAS TO WS-VALOR-LANCAMENTO
        MOVE "TARIFA" TO WS-OPERADOR-LANCAMENTO
        PERFORM GRAVAR-JORNAL-ENCERRAMENTO
        IF WS-ENC-PENDENTES > 0 THEN
            PERFORM BAIXAR-PENDENCIAS-CONTA
        END-IF
    END-IF.
    MOVE WS-SUPERVISOR TO WS-OPERADOR-LANCAMENTO.
    IF ENC-PAGAMENTO-ESPECIE THEN
        SUBTRACT WS-ENC-RESIDUAL FROM CONTA-SALDO
        MOVE 2 TO WS-TIPO-OPERACAO
        MOVE WS-ENC-RESIDUAL TO WS-VALOR-LANCAMENTO
        PERFORM GRAVAR-JORNAL-ENCERRAMENTO
    ELSE
        IF ENC-TRANSFERENCIA THEN
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA
            MOVE WS-DATA-HORA(1:14) TO WS-REF-TRANSF
            SUBTRACT WS-ENC-RESIDUAL FROM CONTA-SALDO
            MOVE 4 TO WS-TIPO-OPERACAO
            MOVE WS-ENC-RESIDUAL TO WS-VALOR-LANCAMENTO
            PERFORM GRAVAR-JORNAL-ENCERRAMENTO
        END-IF
    END-IF.
    SET CONTA-ENCERRADA TO TRUE.
    REWRITE CONTA-REC.
    IF ENC-TRANSFERENCIA THEN
        PERFORM CREDITAR-DESTINO-RESIDUAL
    END-IF.
    MOVE SPACES TO WS-REF-TRANSF.
    PERFORM CANCELAR-ORDENS-CONTA.
    PERFORM CANCELAR-CONVENIOS-CONTA.
    DISPLAY "Conta " WS-ENC-CONTA " encerrada.".
    PERFORM EMITIR-TERMO-ENCERRAMENTO.
    MOVE "CE" TO WS-EVT-TIPO.
    MOVE WS-ENC-CONTA TO WS-EVT-CONTA.
    IF ENC-SEM-RESIDUAL THEN
        MOVE 0 TO WS-EVT-VALOR
    ELSE
        MOVE WS-ENC-RESIDUAL TO WS-EVT-VALOR
    END-IF.
    PERFORM GRAVAR-EVENTO-CONTA.

CREDITAR-DESTINO-RESIDUAL.
    MOVE WS-ENC-DESTINO TO CONTA-NUMERO.
    READ ARQUIVO-CONTAS
        INVALID KEY
            DISPLAY "Conta de destino " WS-ENC-DESTINO
                " não encontrada no crédito do saldo residual."
        NOT INVALID KEY
            ADD WS-ENC-RESIDUAL TO CONTA-SALDO
            REWRITE CONTA-REC
            MOVE 5 TO WS-TIPO-OPERACAO
            MOVE WS-ENC-RESIDUAL TO WS-VALOR-LANCAMENTO
            PERFORM GRAVAR-JORNAL-ENCERRAMENTO
    END-READ.

*> As tarifas pendentes cobradas no encerramento ficam registradas
*> como cobradas, com a data, como no TARIFA-MENSAL.
BAIXAR-PENDENCIAS-CONTA.
    MOVE "N" TO WS-FIM-PENDENCIAS.
    MOVE WS-ENC-CONTA TO TPD-NUMERO-CONTA.
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
                IF TPD-NUMERO-CONTA NOT = WS-ENC-CONTA THEN
                    SET FIM-PENDENCIAS TO TRUE
                ELSE
                    IF TPD-PENDENTE THEN
                        SET TPD-COBRADA TO TRUE
                        MOVE WS-DATA-HOJE TO TPD-DATA-COBRANCA
                        REWRITE TARPEND-REC
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

*> A chave das ordens é a conta de origem; as ordens em que a conta
*> encerrada é o destino só aparecem varrendo o arquivo inteiro,
*> então uma única varredura cancela os dois casos.
CANCELAR-ORDENS-CONTA.
    MOVE 0 TO WS-QTD-ORDENS-CANC.
    MOVE "N" TO WS-FIM-AGENDAMENTOS.
    MOVE 0 TO AGEN-CONTA-ORIGEM.
    MOVE 0 TO AGEN-SEQUENCIA.
    START ARQUIVO-AGENDAMENTOS KEY NOT LESS THAN AGEN-CHAVE
        INVALID KEY
            SET FIM-AGENDAMENTOS TO TRUE
    END-START.
    PERFORM UNTIL FIM-AGENDAMENTOS
        READ ARQUIVO-AGENDAMENTOS NEXT RECORD
            AT END
                SET FIM-AGENDAMENTOS TO TRUE
            NOT AT END
                IF AGEN-ATIVA
                        AND (AGEN-CONTA-ORIGEM = WS-ENC-CONTA
                        OR AGEN-CONTA-DESTINO = WS-ENC-CONTA) THEN
                    SET AGEN-CANCELADA TO TRUE
                    REWRITE AGEN-REC
                    ADD 1 TO WS-QTD-ORDENS-CANC
                    DISPLAY "  Ordem programada " AGEN-CONTA-ORIGEM
                        "/" AGEN-SEQUENCIA " para a conta "
                        AGEN-CONTA-DESTINO " cancelada."
                END-IF
        END-READ
    END-PERFORM.

CANCELAR-CONVENIOS-CONTA.
    MOVE 0 TO WS-QTD-CONV-CANC.
    MOVE "N" TO WS-FIM-CONVENIOS.
    MOVE SPACES TO CONV-EMPRESA.
    MOVE 0 TO CONV-NUMERO-CONTA.
    START ARQUIVO-CONVENIOS KEY NOT LESS THAN CONV-CHAVE
        INVALID KEY
            SET FIM-CONVENIOS TO TRUE
    END-START.
    PERFORM UNTIL FIM-CONVENIOS
        READ ARQUIVO-CONVENIOS NEXT RECORD
            AT END
                SET FIM-CONVENIOS TO TRUE
            NOT AT END
                IF CONV-NUMERO-CONTA = WS-ENC-CONTA
                        AND CONV-AUTORIZADO THEN
                    SET CONV-CANCELADO TO TRUE
                    REWRITE CONVENIO-REC
                    ADD 1 TO WS-QTD-CONV-CANC
                    DISPLAY "  Convênio " CONV-EMPRESA " cancelado."
                END-IF
        END-READ
    END-PERFORM.

*> O termo de encerramento é acrescentado ao TERMENC.DAT, impresso
*> pela agência e entregue ao cliente; sai também na tela.
EMITIR-TERMO-ENCERRAMENTO.
    OPEN EXTEND ARQUIVO-TERMO.
    IF WS-STATUS-TERMO = "35" THEN
        OPEN OUTPUT ARQUIVO-TERMO
    END-IF.
    MOVE SPACES TO TERMO-LINHA.
    STRING "TERMO DE ENCERRAMENTO DE CONTA - DATA " WS-DATA-HOJE
        DELIMITED BY SIZE INTO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.
    MOVE SPACES TO TERMO-LINHA.
    STRING "  CONTA " WS-ENC-CONTA " - " WS-ENC-TITULAR
        DELIMITED BY SIZE INTO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.
    MOVE WS-ENC-CPF TO CLI-CPF.
    READ ARQUIVO-CLIENTES
        INVALID KEY
            MOVE SPACES TO CLI-ENDERECO
    END-READ.
    MOVE SPACES TO TERMO-LINHA.
    STRING "  CPF " WS-ENC-CPF " - " CLI-ENDERECO
        DELIMITED BY SIZE INTO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.
    MOVE "SALDO ANTERIOR" TO TERMO-DET-ROTULO.
    MOVE WS-ENC-SALDO-INICIAL TO TERMO-DET-VALOR.
    PERFORM GRAVAR-DETALHE-TERMO.
    MOVE SPACES TO TERMO-DET-ROTULO.
    STRING "(+) JUROS PRO RATA - " WS-ENC-DIAS " DIAS"
        DELIMITED BY SIZE INTO TERMO-DET-ROTULO.
    MOVE WS-ENC-JUROS TO TERMO-DET-VALOR.
    PERFORM GRAVAR-DETALHE-TERMO.
    MOVE "(-) TARIFAS PENDENTES" TO TERMO-DET-ROTULO.
    MOVE WS-ENC-PENDENTES TO TERMO-DET-VALOR.
    PERFORM GRAVAR-DETALHE-TERMO.
    MOVE SPACES TO TERMO-DET-ROTULO.
    STRING "(-) TARIFA DO MES (" WS-ENC-EXCEDENTES
        " SAQ. EXCED.)"
        DELIMITED BY SIZE INTO TERMO-DET-ROTULO.
    MOVE WS-ENC-TARIFA-PERIODO TO TERMO-DET-VALOR.
    PERFORM GRAVAR-DETALHE-TERMO.
    IF ENC-PAGAMENTO-ESPECIE THEN
        MOVE "(-) SALDO PAGO EM ESPECIE" TO TERMO-DET-ROTULO
    ELSE
        IF ENC-TRANSFERENCIA THEN
            MOVE SPACES TO TERMO-DET-ROTULO
            STRING "(-) SALDO TRANSFERIDO PARA CONTA "
                WS-ENC-DESTINO
                DELIMITED BY SIZE INTO TERMO-DET-ROTULO
        ELSE
            MOVE "(-) SALDO RESIDUAL" TO TERMO-DET-ROTULO
        END-IF
    END-IF.
    MOVE WS-ENC-RESIDUAL TO TERMO-DET-VALOR.
    PERFORM GRAVAR-DETALHE-TERMO.
    MOVE "SALDO FINAL" TO TERMO-DET-ROTULO.
    MOVE 0 TO TERMO-DET-VALOR.
    PERFORM GRAVAR-DETALHE-TERMO.
    MOVE SPACES TO TERMO-LINHA.
    STRING "  ORDENS PROGRAMADAS CANCELADAS: " WS-QTD-ORDENS-CANC
        "  CONVENIOS CANCELADOS: " WS-QTD-CONV-CANC
        DELIMITED BY SIZE INTO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.
    MOVE SPACES TO TERMO-LINHA.
    STRING "  ENCERRADA POR " WS-SUPERVISOR
        DELIMITED BY SIZE INTO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.
    MOVE SPACES TO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.
    CLOSE ARQUIVO-TERMO.

GRAVAR-DETALHE-TERMO.
    MOVE TERMO-DETALHE TO TERMO-LINHA.
    PERFORM GRAVAR-LINHA-TERMO.

GRAVAR-LINHA-TERMO.
    WRITE TERMO-LINHA.
    DISPLAY TERMO-LINHA.

*> Bloqueio, reativação e encerramento vão para o arquivo de
*> ocorrências, de onde o NOTIFICACAO-CLIENTES avisa o titular no
*> lote da noite.
*> O arquivo é aberto só para a gravação, como o termo, porque os
*> batches da janela noturna também acrescentam ocorrências.
GRAVAR-EVENTO-CONTA.
    OPEN EXTEND ARQUIVO-EVENTOS.
    IF WS-STATUS-EVENTOS = "35" THEN
        OPEN OUTPUT ARQUIVO-EVENTOS
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO EVT-DATA.
    MOVE WS-DATA-HORA(9:6) TO EVT-HORA.
    MOVE WS-EVT-TIPO TO EVT-TIPO.
    MOVE WS-EVT-CONTA TO EVT-NUMERO-CONTA.
    MOVE WS-EVT-VALOR TO EVT-VALOR.
    MOVE 0 TO EVT-MOTIVO.
    MOVE WS-SUPERVISOR TO EVT-REFERENCIA.
    WRITE EVENTO-REC.
    CLOSE ARQUIVO-EVENTOS.
