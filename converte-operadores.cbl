IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERTE-OPERADORES.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-OPER-ANT ASSIGN TO "OPERADOR.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OAN-ID
        FILE STATUS IS WS-STATUS-OPER-ANT.

    SELECT ARQUIVO-OPER-CONV ASSIGN TO "OPERCV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPER-ID
        FILE STATUS IS WS-STATUS-OPER-CONV.

    SELECT ARQUIVO-PARAM-ANT ASSIGN TO "PARAMSIS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAM-ANT.

    SELECT ARQUIVO-PARAM-ATU ASSIGN TO "PARAMSIS.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAM-ATU.

    SELECT ARQUIVO-PARAM-CONV ASSIGN TO "PARAMSCV.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-PARAM-CONV.

DATA DIVISION.
FILE SECTION.

*> Leiaute ANTERIOR do operador (45 bytes), de antes do controle
*> de falhas, bloqueio e validade da senha.
FD  ARQUIVO-OPER-ANT.
01 OPERADOR-ANT-REC.
   05 OAN-ID                PIC X(6).
   05 OAN-NOME              PIC A(30).
   05 OAN-SENHA             PIC X(8).
   05 OAN-NIVEL             PIC X.

FD  ARQUIVO-OPER-CONV.
COPY OPERADOR.

*> Leiaute ANTERIOR do arquivo de parâmetros (16 bytes, só os
*> limites). Um arquivo já no leiaute novo (21 bytes) lido neste
*> tamanho devolve um segundo registro, e é por ele que a
*> conversão o reconhece.
FD  ARQUIVO-PARAM-ANT.
01 PARAM-ANT-REC.
   05 PAN-LIMITE-SAQUE-SUP  PIC 9(5)V99.
   05 PAN-LIMITE-COMUNICA   PIC 9(7)V99.

*> O mesmo arquivo lido no tamanho do leiaute novo, para quando o
*> CONVERTE ou o CONVHIST rodados depois desta versão já o gravaram
*> com a validade da senha.
FD  ARQUIVO-PARAM-ATU.
01 PARAM-ATU-REC           PIC X(21).

FD  ARQUIVO-PARAM-CONV.
COPY PARAMSIS.

WORKING-STORAGE SECTION.

01 WS-STATUS-OPER-ANT    PIC XX.
01 WS-STATUS-OPER-CONV   PIC XX.
01 WS-STATUS-PARAM-ANT   PIC XX.
01 WS-STATUS-PARAM-ATU   PIC XX.
01 WS-STATUS-PARAM-CONV  PIC XX.

01 WS-FIM-OPERADORES     PIC X VALUE "N".
    88 FIM-OPERADORES    VALUE "S".
01 WS-PARAM-JA-CONVERTIDO PIC X VALUE "N".
    88 PARAM-JA-CONVERTIDO VALUE "S".

01 WS-DATA-HORA          PIC X(14).
01 WS-DATA-HOJE          PIC X(8).
01 WS-QTD-OPERADORES     PIC 9(5) VALUE 0.

PROCEDURE DIVISION.

    DISPLAY "=== CONVERTE-OPERADORES: CONVERSÃO ÚNICA DO CADASTRO "
        "DE OPERADORES PARA O CONTROLE DE ACESSO ===".
    MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA.
    MOVE WS-DATA-HORA(1:8) TO WS-DATA-HOJE.

    PERFORM CONVERTER-OPERADORES.
    PERFORM CONVERTER-PARAMETROS.

    DISPLAY "Operadores convertidos: " WS-QTD-OPERADORES
        " - todos com a senha atual como provisória, a trocar no "
        "primeiro acesso.".
    DISPLAY "Saídas em OPERCV.DAT e PARAMSCV.DAT - os passos "
        "seguintes do job guardam os originais e efetivam a troca "
        "sobre OPERADOR.DAT e PARAMSIS.DAT.".
    STOP RUN.

*> Copia cada operador para o leiaute novo, liberado e sem falhas.
*> A data de troca zerada obriga cada um a trocar a senha no
*> primeiro acesso depois da conversão - as senhas em uso nunca
*> foram trocadas. Sem último acesso conhecido, o cadastro fica
*> com a data da conversão, para a contagem de inatividade do
*> relatório de acessos começar daqui. Sem arquivo anterior, o
*> indexado sai vazio e o MANUTENCAO-CONTA cadastra o supervisor
*> mestre na primeira execução.
CONVERTER-OPERADORES.
    OPEN INPUT ARQUIVO-OPER-ANT.
    IF WS-STATUS-OPER-ANT NOT = "00" THEN
        DISPLAY "Arquivo de operadores inexistente ou vazio - nada "
            "a converter."
        SET FIM-OPERADORES TO TRUE
    END-IF.
    OPEN OUTPUT ARQUIVO-OPER-CONV.

    PERFORM UNTIL FIM-OPERADORES
        READ ARQUIVO-OPER-ANT NEXT RECORD
            AT END
                SET FIM-OPERADORES TO TRUE
            NOT AT END
                MOVE OAN-ID TO OPER-ID
                MOVE OAN-NOME TO OPER-NOME
                MOVE OAN-SENHA TO OPER-SENHA
                MOVE OAN-NIVEL TO OPER-NIVEL
                MOVE 0 TO OPER-FALHAS-SENHA
                SET OPER-LIBERADO TO TRUE
                MOVE SPACES TO OPER-DATA-BLOQUEIO
                MOVE "00000000" TO OPER-DATA-TROCA-SENHA
                MOVE SPACES TO OPER-DATA-ULTIMO-ACESSO
                MOVE SPACES TO OPER-HORA-ULTIMO-ACESSO
                MOVE WS-DATA-HOJE TO OPER-DATA-CADASTRO
                WRITE OPERADOR-REC
                ADD 1 TO WS-QTD-OPERADORES
        END-READ
    END-PERFORM.

    IF WS-STATUS-OPER-ANT NOT = "35" THEN
        CLOSE ARQUIVO-OPER-ANT
    END-IF.
    CLOSE ARQUIVO-OPER-CONV.

*> Regrava o registro de parâmetros no leiaute novo, preservando os
*> limites e preenchendo a retenção e a validade da senha com os
*> padrões de 5 anos e 90 dias. Um segundo registro na leitura pelo tamanho
*> antigo só acontece quando o arquivo já está no leiaute novo
*> (gravado pelo CONVERTE ou pelo CONVHIST desta versão): aí o
*> registro é copiado como está. Sem arquivo anterior, a conversão
*> materializa os padrões dos programas.
CONVERTER-PARAMETROS.
    MOVE 1000 TO PARAM-LIMITE-SAQUE-SUP.
    MOVE 10000 TO PARAM-LIMITE-COMUNICA.
    MOVE 5 TO PARAM-ANOS-RETENCAO.
    MOVE 90 TO PARAM-DIAS-VALIDADE-SENHA.
    OPEN INPUT ARQUIVO-PARAM-ANT.
    IF WS-STATUS-PARAM-ANT NOT = "00" THEN
        DISPLAY "Arquivo de parâmetros inexistente - gerando com "
            "os padrões."
    ELSE
        READ ARQUIVO-PARAM-ANT NEXT RECORD
            AT END
                DISPLAY "Arquivo de parâmetros vazio - gerando "
                    "com os padrões."
            NOT AT END
                IF PAN-LIMITE-SAQUE-SUP IS NUMERIC THEN
                    MOVE PAN-LIMITE-SAQUE-SUP
                        TO PARAM-LIMITE-SAQUE-SUP
                END-IF
                IF PAN-LIMITE-COMUNICA IS NUMERIC
                   AND PAN-LIMITE-COMUNICA > 0 THEN
                    MOVE PAN-LIMITE-COMUNICA
                        TO PARAM-LIMITE-COMUNICA
                END-IF
                READ ARQUIVO-PARAM-ANT NEXT RECORD
                    AT END
                        CONTINUE
                    NOT AT END
                        SET PARAM-JA-CONVERTIDO TO TRUE
                END-READ
        END-READ
        CLOSE ARQUIVO-PARAM-ANT
    END-IF.
    IF PARAM-JA-CONVERTIDO THEN
        OPEN INPUT ARQUIVO-PARAM-ATU
        READ ARQUIVO-PARAM-ATU NEXT RECORD
            AT END
                CONTINUE
            NOT AT END
                MOVE PARAM-ATU-REC TO PARAM-REC
                IF PARAM-DIAS-VALIDADE-SENHA IS NOT NUMERIC
                   OR PARAM-DIAS-VALIDADE-SENHA = 0 THEN
                    MOVE 90 TO PARAM-DIAS-VALIDADE-SENHA
                END-IF
        END-READ
        CLOSE ARQUIVO-PARAM-ATU
        DISPLAY "Parâmetros já no leiaute novo - copiados sem "
            "alteração."
    END-IF.
    OPEN OUTPUT ARQUIVO-PARAM-CONV.
    WRITE PARAM-REC.
    CLOSE ARQUIVO-PARAM-CONV.
    DISPLAY "Parâmetros convertidos: limite de saque R$"
        PARAM-LIMITE-SAQUE-SUP " - limite de comunicação R$"
        PARAM-LIMITE-COMUNICA " - retenção do histórico "
        PARAM-ANOS-RETENCAO " anos - validade da senha "
        PARAM-DIAS-VALIDADE-SENHA " dias.".
