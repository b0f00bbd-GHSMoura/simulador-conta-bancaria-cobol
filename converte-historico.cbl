IDENTIFICATION DIVISION.
PROGRAM-ID. CONVERTE-HISTORICO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ARQUIVO-HIST-ANT ASSIGN TO "JORNHIST.DAT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-HIST-ANT.

    SELECT ARQUIVO-HIST-CONV ASSIGN TO "JORNHSCV.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS HIST-CHAVE
        FILE STATUS IS WS-STATUS-HIST-CONV.

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

*> Leiaute ANTERIOR do histórico (68 bytes, sequencial na ordem em
*> que os fechamentos o acumularam): período + o lançamento com a
*> sequência depois de data/hora.
FD  ARQUIVO-HIST-ANT.
01 JORNAL-HIST-ANT-REC.
   05 HAN-PERIODO           PIC X(6).
   05 HAN-NUMERO-CONTA      PIC 9(6).
   05 HAN-DATA              PIC X(8).
   05 HAN-HORA              PIC X(6).
   05 HAN-SEQUENCIA         PIC 9(7).
   05 HAN-TIPO-OP           PIC 9.
   05 HAN-VALOR             PIC S9(5)V99.
   05 HAN-SALDO             PIC S9(5)V99.
   05 HAN-REF-TRANSF        PIC X(14).
   05 HAN-OPERADOR          PIC X(6).

FD  ARQUIVO-HIST-CONV.
COPY JORNHIST.

*> Leiaute ANTERIOR do arquivo de parâmetros (16 bytes), de antes
*> do prazo de retenção do histórico. Um arquivo já no leiaute novo
*> (21 bytes) lido neste tamanho devolve um segundo registro, e é
*> por ele que a conversão o reconhece.
FD  ARQUIVO-PARAM-ANT.
01 PARAM-ANT-REC.
   05 PAN-LIMITE-SAQUE-SUP  PIC 9(5)V99.
   05 PAN-LIMITE-COMUNICA   PIC 9(7)V99.

*> O mesmo arquivo lido no tamanho do leiaute novo, para quando o
*> CONVOPER ou uma execução anterior desta conversão já o gravaram
*> com a retenção e a validade da senha.
FD  ARQUIVO-PARAM-ATU.
01 PARAM-ATU-REC           PIC X(21).

FD  ARQUIVO-PARAM-CONV.
COPY PARAMSIS.

WORKING-STORAGE SECTION.

01 WS-STATUS-HIST-ANT    PIC XX.
01 WS-STATUS-HIST-CONV   PIC XX.
01 WS-STATUS-PARAM-ANT   PIC XX.
01 WS-STATUS-PARAM-ATU   PIC XX.
01 WS-STATUS-PARAM-CONV  PIC XX.

01 WS-FIM-HISTORICO      PIC X VALUE "N".
    88 FIM-HISTORICO     VALUE "S".
01 WS-PARAM-JA-CONVERTIDO PIC X VALUE "N".
    88 PARAM-JA-CONVERTIDO VALUE "S".

01 WS-QTD-ARQUIVADOS     PIC 9(7) VALUE 0.
01 WS-QTD-DUPLICADOS     PIC 9(7) VALUE 0.

PROCEDURE DIVISION.

    DISPLAY "=== CONVERTE-HISTORICO: CONVERSÃO ÚNICA DO HISTÓRICO "
        "PARA O LEIAUTE INDEXADO POR PERÍODO/CONTA/SEQUÊNCIA ===".

    PERFORM CONVERTER-HISTORICO.
    PERFORM CONVERTER-PARAMETROS.

    DISPLAY "Lançamentos do histórico convertidos: "
        WS-QTD-ARQUIVADOS.
    IF WS-QTD-DUPLICADOS > 0 THEN
        DISPLAY "ATENÇÃO: " WS-QTD-DUPLICADOS " lançamento(s) "
            "repetido(s) no histórico (mesmo período, conta e "
            "sequência) - mantido só o primeiro; confira os "
            "fechamentos reprocessados."
    END-IF.
    DISPLAY "Saídas em JORNHSCV.DAT e PARAMSCV.DAT - os passos "
        "seguintes do job guardam os originais e efetivam a troca "
        "sobre JORNHIST.DAT e PARAMSIS.DAT.".
    STOP RUN.

*> Regrava cada lançamento arquivado com a chave período + conta +
*> sequência à frente. Histórico ausente é normal antes do primeiro
*> fechamento: o indexado sai vazio. Um período anexado duas vezes
*> (fechamento reprocessado com o cat do job antigo) chega com
*> chaves repetidas - a cópia excedente é descartada e contada.
CONVERTER-HISTORICO.
    OPEN INPUT ARQUIVO-HIST-ANT.
    IF WS-STATUS-HIST-ANT NOT = "00" THEN
        DISPLAY "Histórico inexistente ou vazio - nada a "
            "converter no acervo."
        SET FIM-HISTORICO TO TRUE
    END-IF.
    OPEN OUTPUT ARQUIVO-HIST-CONV.

    PERFORM UNTIL FIM-HISTORICO
        READ ARQUIVO-HIST-ANT NEXT RECORD
            AT END
                SET FIM-HISTORICO TO TRUE
            NOT AT END
                MOVE HAN-PERIODO TO HIST-PERIODO
                MOVE HAN-NUMERO-CONTA TO HIST-NUMERO-CONTA
                MOVE HAN-SEQUENCIA TO HIST-SEQUENCIA
                MOVE HAN-DATA TO HIST-DATA
                MOVE HAN-HORA TO HIST-HORA
                MOVE HAN-TIPO-OP TO HIST-TIPO-OP
                MOVE HAN-VALOR TO HIST-VALOR
                MOVE HAN-SALDO TO HIST-SALDO
                MOVE HAN-REF-TRANSF TO HIST-REF-TRANSF
                MOVE HAN-OPERADOR TO HIST-OPERADOR
                WRITE JORNAL-HIST-REC
                    INVALID KEY
                        ADD 1 TO WS-QTD-DUPLICADOS
                    NOT INVALID KEY
                        ADD 1 TO WS-QTD-ARQUIVADOS
                END-WRITE
        END-READ
    END-PERFORM.

    IF WS-STATUS-HIST-ANT NOT = "35" THEN
        CLOSE ARQUIVO-HIST-ANT
    END-IF.
    CLOSE ARQUIVO-HIST-CONV.

*> Regrava o registro de parâmetros no leiaute novo, preservando os
*> limites de saque com supervisão e de comunicação e preenchendo a
*> retenção do histórico com o padrão de 5 anos e a validade da
*> senha dos operadores com o padrão de 90 dias. Sem arquivo
*> anterior, a conversão materializa os padrões dos programas, para
*> o passo de troca do job sempre ter o que instalar.
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
                IF PARAM-ANOS-RETENCAO IS NOT NUMERIC
                   OR PARAM-ANOS-RETENCAO = 0 THEN
                    MOVE 5 TO PARAM-ANOS-RETENCAO
                END-IF
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
