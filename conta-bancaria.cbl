        RECORD KEY IS AGEN-CHAVE
        FILE STATUS IS WS-STATUS-AGENDAMENTOS.

    SELECT ARQUIVO-BLOQUEIOS ASSIGN TO "BLOQJUD.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BLJ-CHAVE
        FILE STATUS IS WS-STATUS-BLOQUEIOS.

    SELECT ARQUIVO-ACESSOS ASSIGN TO "ACESSOS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-ACESSOS.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
FD  ARQUIVO-AGENDAMENTOS.
COPY AGENDTRF.

FD  ARQUIVO-BLOQUEIOS.
COPY BLOQJUD.

FD  ARQUIVO-ACESSOS.
COPY ACESSOS.

WORKING-STORAGE SECTION.

01 NUMERO-CONTA      PIC 9(6).
01 WS-SITUACAO      PIC X.
    88 SITUACAO-BLOQUEADA VALUE "B".
    88 SITUACAO-ENCERRADA VALUE "E".
    88 SITUACAO-INATIVA   VALUE "I".
    88 SITUACAO-SEM-DEBITO VALUE "B" "I".
01 WS-DATA-HORA     PIC X(14).
01 WS-VALOR-VALIDO  PIC X VALUE "N".
    88 VALOR-VALIDO VALUE "S".
01 WS-DESTINO-LIMITE  PIC 9(5)V99.
01 WS-DESTINO-SITUACAO PIC X.
    88 DESTINO-ENCERRADO VALUE "E".
    88 DESTINO-INATIVO   VALUE "I".
01 WS-DESTINO-CPF     PIC 9(11).
01 WS-DESTINO-EXISTE  PIC X VALUE "N".
    88 DESTINO-EXISTE VALUE "S".
01 WS-OPER-SENHA        PIC X(8).
01 WS-OPER-VALIDO       PIC X VALUE "N".
    88 OPER-VALIDO      VALUE "S".
    88 OPER-RECUSADO-BLOQUEIO VALUE "B".
01 WS-TENTATIVAS        PIC 9 VALUE 0.
01 WS-LIMITE-SAQUE-SUP  PIC 9(5)V99 VALUE 1000.
01 WS-SAQUE-APROVADO    PIC X VALUE "N".
    88 SAQUE-APROVADO   VALUE "S".

*> Controle de acesso: cada identificação, aceita ou recusada, é
*> gravada no OPERADOR.DAT e no ACESSOS.DAT. A quinta falha de
*> senha seguida bloqueia o operador; a senha trocada antes da
*> data de corte (hoje menos a validade do PARAMSIS) está vencida.
01 WS-STATUS-ACESSOS    PIC XX.
01 WS-ORIGEM-ACESSO     PIC X(8).
01 WS-TIPO-ACESSO       PIC X(2).
01 WS-NIVEL-EXIGIDO     PIC X.
    88 EXIGE-SUPERVISOR VALUE "S".
01 WS-MAX-FALHAS-SENHA  PIC 9(2) VALUE 5.
01 WS-DIAS-VALIDADE-SENHA PIC 9(3) VALUE 90.
01 WS-DATA-CORTE-SENHA.
   05 WS-CORTE-ANO      PIC 9(4).
   05 WS-CORTE-MES      PIC 9(2).
   05 WS-CORTE-DIA      PIC 9(2).
01 WS-ULTIMO-DIA        PIC 9(2).
01 WS-RESTO             PIC 9(4).
01 WS-QUOCIENTE         PIC 9(4).
01 WS-SENHA-VENCIDA     PIC X VALUE "N".
    88 SENHA-VENCIDA    VALUE "S".
01 WS-SENHA-NOVA        PIC X(8).
01 WS-SENHA-CONFIRMA    PIC X(8).
01 WS-SENHA-TROCADA     PIC X VALUE "N".
    88 SENHA-TROCADA    VALUE "S".
01 WS-TENTATIVAS-TROCA  PIC 9 VALUE 0.
01 WS-STATUS-AGENDAMENTOS PIC XX.
01 WS-AGEN-OPCAO        PIC 9.
01 WS-AGEN-SEQ          PIC 9(3).
01 WS-FIM-AGENDAMENTOS  PIC X VALUE "N".
    88 FIM-AGENDAMENTOS VALUE "S".
01 WS-QTD-ORDENS        PIC 9(3).
01 WS-EST-SEQUENCIA     PIC 9(7).
01 WS-EST-CHAVE-ORIG    PIC X(27).
01 WS-EST-TIPO-ORIG     PIC 9.
01 WS-EST-VALOR-ORIG    PIC S9(5)V99.
01 WS-EST-DATA-ORIG     PIC X(8).
01 WS-EST-VALOR         PIC S9(5)V99.
01 WS-EST-SUPERVISOR    PIC X(6).
01 WS-FIM-JORNAL        PIC X VALUE "N".
    88 FIM-JORNAL       VALUE "S".
01 WS-EST-ACHADO        PIC X VALUE "N".
    88 EST-ACHADO       VALUE "S".
01 WS-EST-JA-ESTORNADO  PIC X VALUE "N".
    88 EST-JA-ESTORNADO VALUE "S".
01 WS-ESTORNO-APROVADO  PIC X VALUE "N".
    88 ESTORNO-APROVADO VALUE "S".
01 WS-STATUS-BLOQUEIOS  PIC XX.
01 WS-FIM-BLOQUEIOS     PIC X VALUE "N".
    88 FIM-BLOQUEIOS    VALUE "S".
01 WS-DATA-HOJE         PIC X(8).
01 WS-TOTAL-BLOQUEADO   PIC 9(7)V99.
01 WS-SALDO-DISPONIVEL  PIC S9(7)V99.

PROCEDURE DIVISION.

    DISPLAY "=== SISTEMA BANCÁRIO ===".
    PERFORM LER-PARAMETROS.
    PERFORM IDENTIFICAR-OPERADOR.
    PERFORM ABRIR-ARQUIVO-CONTAS.
    PERFORM ABRIR-ARQUIVO-JORNAL.
    PERFORM ABRIR-ARQUIVO-AGENDAMENTOS.
    PERFORM SELECIONAR-CONTA.
    IF SAIR-SELECAO THEN
        MOVE 8 TO OPCAO
    END-IF.

    PERFORM UNTIL OPCAO = 8
        DISPLAY "-----------------------------"
        DISPLAY "Conta: " NUMERO-CONTA " - Titular: " TITULAR
        DISPLAY "1 - Depositar"
        DISPLAY "3 - Transferir"
        DISPLAY "4 - Trocar de conta"
        DISPLAY "5 - Transferência programada"
        DISPLAY "6 - Estornar lançamento"
        DISPLAY "7 - Trocar minha senha"
        DISPLAY "8 - Sair"
        DISPLAY "Escolha uma opção: "
        ACCEPT OPCAO

            PERFORM GRAVAR-CONTA
        ELSE
            IF OPCAO = 2 THEN
                IF SITUACAO-SEM-DEBITO THEN
                    IF SITUACAO-BLOQUEADA THEN
                        DISPLAY "Conta bloqueada: saques não "
                            "permitidos."
                    ELSE
                        DISPLAY "Conta inativa: saques não permitidos "
                            "até a reativação pelo supervisor."
                    END-IF
                ELSE
                    DISPLAY "Digite o valor para saque: "
                    PERFORM LER-VALOR-OPERACAO
                    PERFORM SOMAR-BLOQUEIOS-CONTA
                    IF VALOR-OPERACAO > SALDO + LIMITE-CREDITO THEN
                        DISPLAY "Saldo insuficiente para saque."
                    ELSE
                        IF VALOR-OPERACAO > WS-SALDO-DISPONIVEL THEN
                            DISPLAY "Saldo disponível insuficiente: "
                                "R$" WS-TOTAL-BLOQUEADO " bloqueado "
                                "por ordem judicial/administrativa."
                        ELSE
                            SET SAQUE-APROVADO TO TRUE
                            IF VALOR-OPERACAO > WS-LIMITE-SAQUE-SUP
                            THEN
                                PERFORM APROVAR-SAQUE-SUPERVISOR
                            END-IF
                            IF SAQUE-APROVADO THEN
                                SUBTRACT VALOR-OPERACAO FROM SALDO
                                DISPLAY "Saque realizado. Saldo "
                                    "atual: R$" SALDO
                                MOVE 2 TO WS-TIPO-OPERACAO
                                PERFORM GRAVAR-JORNAL
                                PERFORM GRAVAR-CONTA
                            END-IF
                        END-IF
                    END-IF
                END-IF
                        PERFORM GRAVAR-CONTA
                        PERFORM SELECIONAR-CONTA
                        IF SAIR-SELECAO THEN
                            MOVE 8 TO OPCAO
                        END-IF
                    ELSE
                        IF OPCAO = 5 THEN
                            PERFORM MENU-AGENDAMENTOS
                        ELSE
                            IF OPCAO = 6 THEN
                                PERFORM ESTORNAR-LANCAMENTO
                            ELSE
                                IF OPCAO = 7 THEN
                                    PERFORM TROCAR-MINHA-SENHA
                                    IF OPER-RECUSADO-BLOQUEIO THEN
                                        MOVE 8 TO OPCAO
                                    END-IF
                                ELSE
                                    IF OPCAO NOT = 8 THEN
                                        DISPLAY "Opção inválida. "
                                            "Tente novamente."
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
                    END-IF
*> Identificação obrigatória do operador antes de qualquer conta:
*> o ID validado vai em todos os lançamentos do jornal. Operadores
*> são cadastrados pelo MANUTENCAO-CONTA. Três tentativas erradas
*> encerram o programa; as falhas ficam gravadas no operador, então
*> reiniciar o programa não zera a contagem que leva ao bloqueio.
*> Senha vencida tem de ser trocada antes de entrar.
IDENTIFICAR-OPERADOR.
    OPEN I-O ARQUIVO-OPERADORES.
    IF WS-STATUS-OPERADORES = "35" THEN
        DISPLAY "Arquivo de operadores inexistente. Cadastre os "
            "operadores pelo programa de manutenção."
        STOP RUN
    END-IF.
    IF WS-STATUS-OPERADORES NOT = "00" THEN
        DISPLAY "Erro ao abrir OPERADOR.DAT (status "
            WS-STATUS-OPERADORES "). Se o arquivo está no leiaute "
            "anterior, execute a conversão (job CONVOPER)."
        STOP RUN
    END-IF.
    MOVE "ATENDIM" TO WS-ORIGEM-ACESSO.
    MOVE "C" TO WS-NIVEL-EXIGIDO.
    MOVE "N" TO WS-OPER-VALIDO.
    MOVE 0 TO WS-TENTATIVAS.
    PERFORM UNTIL OPER-VALIDO OR WS-TENTATIVAS = 3
            DISPLAY "Bem-vindo, " OPER-NOME
        ELSE
            ADD 1 TO WS-TENTATIVAS
            IF NOT OPER-RECUSADO-BLOQUEIO THEN
                DISPLAY "Operador ou senha inválidos."
            END-IF
        END-IF
    END-PERFORM.
    IF NOT OPER-VALIDO THEN
        CLOSE ARQUIVO-OPERADORES
        DISPLAY "Número de tentativas esgotado."
        STOP RUN
    END-IF.
    PERFORM VERIFICAR-VALIDADE-SENHA.
    IF SENHA-VENCIDA THEN
        DISPLAY "Senha vencida ou provisória: cadastre uma nova "
            "senha para continuar."
        MOVE "TV" TO WS-TIPO-ACESSO
        PERFORM TROCAR-SENHA-OPERADOR
        IF NOT SENHA-TROCADA THEN
            CLOSE ARQUIVO-OPERADORES
            DISPLAY "Senha não trocada. Sessão encerrada."
            STOP RUN
        END-IF
    END-IF.
    CLOSE ARQUIVO-OPERADORES.

*> Confere ID e senha com o arquivo aberto em I-O e grava o
*> resultado. Operador bloqueado é recusado mesmo com a senha
*> certa. Senha certa zera as falhas e registra o último acesso;
*> senha errada soma uma falha e, ao atingir o máximo, bloqueia o
*> operador até um supervisor liberá-lo. Com EXIGE-SUPERVISOR, a
*> senha certa de quem não é supervisor é recusada sem mexer nas
*> falhas. A mensagem de "inválido" fica com quem chamou; as de
*> bloqueio saem aqui.
VALIDAR-OPERADOR.
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
                    "Procure um supervisor."
            ELSE
                IF OPER-SENHA = WS-OPER-SENHA THEN
                    IF EXIGE-SUPERVISOR AND NOT OPER-SUPERVISOR THEN
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
                            " bloqueado. Procure um supervisor."
                    ELSE
                        MOVE "FS" TO WS-TIPO-ACESSO
                    END-IF
                    REWRITE OPERADOR-REC
                END-IF
            END-IF
    END-READ.
    PERFORM GRAVAR-ACESSO.

*> Vencida a senha trocada antes da data de corte; data zerada
*> (operador recém-cadastrado ou senha redefinida pelo supervisor)
*> também vence, e obriga a troca no primeiro acesso.
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

*> Troca a senha do operador lido por último (arquivo em I-O). A
*> nova senha não pode ser branca nem igual à atual e é digitada
*> duas vezes. Quem chama põe em WS-TIPO-ACESSO o motivo gravado:
*> TS pedida pelo operador, TV exigida por vencimento.
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

*> Troca voluntária: o operador da sessão confirma a senha atual,
*> que conta como tentativa - errar até o bloqueio encerra a
*> sessão.
TROCAR-MINHA-SENHA.
    OPEN I-O ARQUIVO-OPERADORES.
    MOVE "ATENDIM" TO WS-ORIGEM-ACESSO.
    MOVE "C" TO WS-NIVEL-EXIGIDO.
    MOVE WS-OPERADOR TO WS-OPER-ID.
    DISPLAY "Senha atual: ".
    ACCEPT WS-OPER-SENHA.
    PERFORM VALIDAR-OPERADOR.
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
    CLOSE ARQUIVO-OPERADORES.

*> Aprovações do supervisor seguem as mesmas regras da
*> identificação: falha conta para o bloqueio, bloqueado não
*> aprova, e senha vencida tem de ser trocada ali mesmo - sem a
*> troca a aprovação é recusada.
AUTENTICAR-SUPERVISOR.
    OPEN I-O ARQUIVO-OPERADORES.
    MOVE "S" TO WS-NIVEL-EXIGIDO.
    DISPLAY "Identificação do supervisor: ".
    ACCEPT WS-OPER-ID.
    DISPLAY "Senha: ".
    ACCEPT WS-OPER-SENHA.
    PERFORM VALIDAR-OPERADOR.
    IF OPER-VALIDO THEN
        PERFORM VERIFICAR-VALIDADE-SENHA
        IF SENHA-VENCIDA THEN
            DISPLAY "Senha do supervisor vencida ou provisória: "
                "cadastre uma nova senha para aprovar."
            MOVE "TV" TO WS-TIPO-ACESSO
            PERFORM TROCAR-SENHA-OPERADOR
            IF NOT SENHA-TROCADA THEN
                MOVE "N" TO WS-OPER-VALIDO
            END-IF
        END-IF
    END-IF.
    CLOSE ARQUIVO-OPERADORES.

*> Saques acima do limite parametrizado exigem a aprovação de um
*> segundo operador com nível de supervisor.
APROVAR-SAQUE-SUPERVISOR.
    MOVE "N" TO WS-SAQUE-APROVADO.
    DISPLAY "Saque acima de R$" WS-LIMITE-SAQUE-SUP
        " exige aprovação de supervisor.".
    MOVE "APROVSAQ" TO WS-ORIGEM-ACESSO.
    PERFORM AUTENTICAR-SUPERVISOR.
    IF OPER-VALIDO THEN
        SET SAQUE-APROVADO TO TRUE
        DISPLAY "Saque aprovado pelo supervisor " WS-OPER-ID "."
    ELSE
        DISPLAY "Aprovação recusada: supervisor inválido."
    END-IF.

*> O estorno corrige um depósito ou saque digitado errado: só com
*> a senha de um supervisor, que fica registrada no lançamento.
APROVAR-ESTORNO-SUPERVISOR.
    MOVE "N" TO WS-ESTORNO-APROVADO.
    DISPLAY "Estorno exige aprovação de supervisor.".
    MOVE "APROVEST" TO WS-ORIGEM-ACESSO.
    PERFORM AUTENTICAR-SUPERVISOR.
    IF OPER-VALIDO THEN
        SET ESTORNO-APROVADO TO TRUE
        MOVE WS-OPER-ID TO WS-EST-SUPERVISOR
        DISPLAY "Estorno aprovado pelo supervisor " WS-OPER-ID "."
    ELSE
        DISPLAY "Aprovação recusada: supervisor inválido."
    END-IF.

*> Toda identificação, bloqueio e troca de senha fica no arquivo
*> de acessos, lido pelo relatório diário. Aberto só para a
*> gravação, como o arquivo de ocorrências, porque outros terminais
*> e o MANUTENCAO-CONTA também acrescentam registros.
GRAVAR-ACESSO.
    OPEN EXTEND ARQUIVO-ACESSOS.
    IF WS-STATUS-ACESSOS = "35" THEN
        OPEN OUTPUT ARQUIVO-ACESSOS
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO ACS-DATA.
    MOVE WS-DATA-HORA(9:6) TO ACS-HORA.
    MOVE WS-OPER-ID TO ACS-OPER-ID.
    MOVE WS-ORIGEM-ACESSO TO ACS-ORIGEM.
    MOVE WS-TIPO-ACESSO TO ACS-TIPO.
    MOVE SPACES TO ACS-RESPONSAVEL.
    MOVE OPER-FALHAS-SENHA TO ACS-FALHAS.
    WRITE ACESSO-REC.
    CLOSE ARQUIVO-ACESSOS.

LER-PARAMETROS.
    OPEN INPUT ARQUIVO-PARAMETROS.
                    MOVE PARAM-LIMITE-SAQUE-SUP
                        TO WS-LIMITE-SAQUE-SUP
                END-IF
                IF PARAM-DIAS-VALIDADE-SENHA IS NUMERIC
                   AND PARAM-DIAS-VALIDADE-SENHA > 0 THEN
                    MOVE PARAM-DIAS-VALIDADE-SENHA
                        TO WS-DIAS-VALIDADE-SENHA
                END-IF
        END-READ
        CLOSE ARQUIVO-PARAMETROS
    END-IF.

ABRIR-ARQUIVO-CONTAS.
    OPEN I-O ARQUIVO-CONTAS.
    IF WS-STATUS-CONTAS = "35" THEN
*> extrato e reconciliação consigam casá-las. Se a conta de destino
*> não existir no mestre, nada é feito.
EFETUAR-TRANSFERENCIA.
    IF SITUACAO-SEM-DEBITO THEN
        IF SITUACAO-BLOQUEADA THEN
            DISPLAY "Conta bloqueada: transferências não permitidas."
        ELSE
            DISPLAY "Conta inativa: transferências não permitidas "
                "até a reativação pelo supervisor."
        END-IF
    ELSE
        DISPLAY "Digite a conta de destino: "
        ACCEPT WS-DESTINO-CONTA
            DISPLAY "Conta de destino igual à conta de origem."
        ELSE
            PERFORM LOCALIZAR-CONTA-DESTINO
            IF DESTINO-EXISTE AND NOT DESTINO-ENCERRADO
                    AND NOT DESTINO-INATIVO THEN
                DISPLAY "Digite o valor para transferência: "
                PERFORM LER-VALOR-OPERACAO
                PERFORM SOMAR-BLOQUEIOS-CONTA
                IF VALOR-OPERACAO > SALDO + LIMITE-CREDITO THEN
                    DISPLAY "Saldo insuficiente para transferência."
                ELSE
                    IF VALOR-OPERACAO > WS-SALDO-DISPONIVEL THEN
                        DISPLAY "Saldo disponível insuficiente: R$"
                            WS-TOTAL-BLOQUEADO " bloqueado por ordem "
                            "judicial/administrativa."
                    ELSE
                        PERFORM GERAR-REF-TRANSF
                        SUBTRACT VALOR-OPERACAO FROM SALDO
                        MOVE 4 TO WS-TIPO-OPERACAO
                        PERFORM GRAVAR-JORNAL
                        PERFORM GRAVAR-CONTA
                        PERFORM CREDITAR-CONTA-DESTINO
                        MOVE SPACES TO WS-REF-TRANSF
                        DISPLAY "Transferência realizada para a conta "
                            WS-DESTINO-CONTA ". Saldo atual: R$" SALDO
                    END-IF
                END-IF
            ELSE
                IF DESTINO-INATIVO THEN
                    DISPLAY "Conta de destino inativa. "
                        "Transferência recusada."
                ELSE
                    IF DESTINO-EXISTE THEN
                        DISPLAY "Conta de destino encerrada. "
                            "Transferência recusada."
                    ELSE
                        DISPLAY "Conta de destino inexistente. "
                            "Transferência recusada."
                    END-IF
                END-IF
            END-IF
        END-IF
            MOVE CONTA-CPF-TITULAR TO WS-DESTINO-CPF
    END-READ.

*> Saldo disponível = saldo + limite - bloqueios ativos hoje. O
*> arquivo de bloqueios é mantido pelo MANUTENCAO-CONTA durante o
*> expediente, então é aberto a cada consulta para pegar inclusões
*> e liberações feitas depois que a sessão começou. Sem o arquivo
*> não há bloqueio.
SOMAR-BLOQUEIOS-CONTA.
    MOVE 0 TO WS-TOTAL-BLOQUEADO.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.
    OPEN INPUT ARQUIVO-BLOQUEIOS.
    IF WS-STATUS-BLOQUEIOS = "00" THEN
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
                    IF BLJ-NUMERO-CONTA NOT = NUMERO-CONTA THEN
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
        END-PERFORM
        CLOSE ARQUIVO-BLOQUEIOS
    END-IF.
    COMPUTE WS-SALDO-DISPONIVEL =
        SALDO + LIMITE-CREDITO - WS-TOTAL-BLOQUEADO.

GERAR-REF-TRANSF.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:14) TO WS-REF-TRANSF.
    MOVE WS-OPERADOR TO JORN-OPERADOR.
    WRITE JORNAL-REC.

*> Estorno de um lançamento da conta da sessão, escolhido pela
*> sequência do jornal. Só depósitos e saques ainda no diário
*> corrente podem ser estornados - períodos fechados já foram
*> arquivados e fechados no razão. O estorno entra como tipo 8,
*> com o valor assinado pelo efeito no saldo e a referência
*> apontando a sequência original, e o original é marcado como
*> estornado para não ser desfeito duas vezes.
ESTORNAR-LANCAMENTO.
    DISPLAY "Digite a sequência do lançamento a estornar: ".
    ACCEPT WS-EST-SEQUENCIA.
    PERFORM LOCALIZAR-LANCAMENTO-ESTORNO.
    IF NOT EST-ACHADO THEN
        DISPLAY "Lançamento " WS-EST-SEQUENCIA " não encontrado "
            "no diário corrente da conta " NUMERO-CONTA "."
    ELSE
        IF EST-JA-ESTORNADO THEN
            DISPLAY "Lançamento " WS-EST-SEQUENCIA " já estornado."
        ELSE
            IF WS-EST-TIPO-ORIG NOT = 1 AND WS-EST-TIPO-ORIG NOT = 2
            THEN
                DISPLAY "Somente depósitos e saques podem ser "
                    "estornados."
            ELSE
                IF WS-EST-TIPO-ORIG = 1 THEN
                    DISPLAY "Estorno do depósito de " WS-EST-DATA-ORIG
                        " no valor de R$" WS-EST-VALOR-ORIG
                ELSE
                    DISPLAY "Estorno do saque de " WS-EST-DATA-ORIG
                        " no valor de R$" WS-EST-VALOR-ORIG
                END-IF
                PERFORM APROVAR-ESTORNO-SUPERVISOR
                IF ESTORNO-APROVADO THEN
                    PERFORM EFETUAR-ESTORNO
                END-IF
            END-IF
        END-IF
    END-IF.

*> Percorre o movimento da conta no diário (a chave começa pela
*> conta): guarda a chave do lançamento pedido e verifica se algum
*> estorno já aponta para ele - além da marca no original, que
*> pode faltar se a sessão caiu entre as duas gravações.
LOCALIZAR-LANCAMENTO-ESTORNO.
    MOVE "N" TO WS-EST-ACHADO.
    MOVE "N" TO WS-EST-JA-ESTORNADO.
    MOVE "N" TO WS-FIM-JORNAL.
    MOVE NUMERO-CONTA TO JORN-NUMERO-CONTA.
    MOVE SPACES TO JORN-DATA.
    MOVE SPACES TO JORN-HORA.
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
                IF JORN-NUMERO-CONTA NOT = NUMERO-CONTA THEN
                    SET FIM-JORNAL TO TRUE
                ELSE
                    PERFORM AVALIAR-LANCAMENTO-ESTORNO
                END-IF
        END-READ
    END-PERFORM.

AVALIAR-LANCAMENTO-ESTORNO.
    IF JORN-SEQUENCIA = WS-EST-SEQUENCIA THEN
        SET EST-ACHADO TO TRUE
        MOVE JORN-CHAVE TO WS-EST-CHAVE-ORIG
        MOVE JORN-TIPO-OP TO WS-EST-TIPO-ORIG
        MOVE JORN-VALOR TO WS-EST-VALOR-ORIG
        MOVE JORN-DATA TO WS-EST-DATA-ORIG
        IF JORN-ESTORNADO THEN
            SET EST-JA-ESTORNADO TO TRUE
        END-IF
    ELSE
        IF JORN-TIPO-OP = 8 AND JORN-E-ESTORNO
                AND JORN-EST-SEQUENCIA = WS-EST-SEQUENCIA THEN
            SET EST-JA-ESTORNADO TO TRUE
        END-IF
    END-IF.

*> Estornar depósito debita a conta; estornar saque credita. O
*> estorno é uma correção aprovada e não passa pela verificação de
*> saldo disponível - a conta pode ficar devedora.
EFETUAR-ESTORNO.
    IF WS-EST-TIPO-ORIG = 1 THEN
        COMPUTE WS-EST-VALOR = WS-EST-VALOR-ORIG * -1
    ELSE
        MOVE WS-EST-VALOR-ORIG TO WS-EST-VALOR
    END-IF.
    ADD WS-EST-VALOR TO SALDO.
    PERFORM GRAVAR-JORNAL-ESTORNO.
    PERFORM GRAVAR-CONTA.
    MOVE WS-EST-CHAVE-ORIG TO JORN-CHAVE.
    READ ARQUIVO-JORNAL
        INVALID KEY
            DISPLAY "Lançamento original não relido - marca de "
                "estorno não gravada."
        NOT INVALID KEY
            SET JORN-ESTORNADO TO TRUE
            MOVE WS-SEQUENCIA-JORNAL TO JORN-EST-SEQUENCIA
            MOVE WS-EST-SUPERVISOR TO JORN-EST-SUPERVISOR
            REWRITE JORNAL-REC
    END-READ.
    DISPLAY "Estorno realizado (sequência " WS-SEQUENCIA-JORNAL
        "). Saldo atual: R$" SALDO.
    IF SALDO < 0 AND SALDO * -1 > LIMITE-CREDITO THEN
        DISPLAY "Atenção: conta devedora além do limite de "
            "crédito após o estorno."
    END-IF.

GRAVAR-JORNAL-ESTORNO.
    PERFORM OBTER-SEQUENCIA-JORNAL.
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO JORN-DATA.
    MOVE WS-DATA-HORA(9:6) TO JORN-HORA.
    MOVE NUMERO-CONTA TO JORN-NUMERO-CONTA.
    MOVE WS-SEQUENCIA-JORNAL TO JORN-SEQUENCIA.
    MOVE 8 TO JORN-TIPO-OP.
    MOVE WS-EST-VALOR TO JORN-VALOR.
    MOVE SALDO TO JORN-SALDO.
    MOVE SPACES TO JORN-REF-TRANSF.
    SET JORN-E-ESTORNO TO TRUE.
    MOVE WS-EST-SEQUENCIA TO JORN-EST-SEQUENCIA.
    MOVE WS-EST-SUPERVISOR TO JORN-EST-SUPERVISOR.
    MOVE WS-OPERADOR TO JORN-OPERADOR.
    WRITE JORNAL-REC.

SELECIONAR-CONTA.
    MOVE "N" TO WS-CONTA-OK.
    PERFORM UNTIL CONTA-OK OR SAIR-SELECAO
                    DISPLAY "Atenção: conta bloqueada - somente "
                        "depósitos permitidos."
                END-IF
                IF SITUACAO-INATIVA THEN
                    DISPLAY "Atenção: conta inativa por falta de "
                        "movimento - somente depósitos permitidos; "
                        "reativação com o supervisor."
                END-IF
                DISPLAY "Conta localizada. Retomando do último saldo "
                    "registrado: R$" SALDO
                PERFORM SOMAR-BLOQUEIOS-CONTA
                IF WS-TOTAL-BLOQUEADO > 0 THEN
                    DISPLAY "Atenção: R$" WS-TOTAL-BLOQUEADO
                        " bloqueado por ordem judicial/"
                        "administrativa - disponível R$"
                        WS-SALDO-DISPONIVEL
                END-IF
            END-IF
    END-READ.

        DISPLAY "Conta de destino igual à conta de origem."
    ELSE
        PERFORM LOCALIZAR-CONTA-DESTINO
        IF DESTINO-EXISTE AND NOT DESTINO-ENCERRADO
                AND NOT DESTINO-INATIVO THEN
            DISPLAY "Digite o valor da ordem: "
            PERFORM LER-VALOR-OPERACAO
            DISPLAY "Digite o dia do mês (1 a 31): "
                PERFORM COMPLETAR-AGENDAMENTO
            END-IF
        ELSE
            IF DESTINO-INATIVO THEN
                DISPLAY "Conta de destino inativa. "
                    "Ordem não incluída."
            ELSE
                IF DESTINO-EXISTE THEN
                    DISPLAY "Conta de destino encerrada. "
                        "Ordem não incluída."
                ELSE
                    DISPLAY "Conta de destino inexistente. "
                        "Ordem não incluída."
                END-IF
            END-IF
        END-IF
    END-IF.
