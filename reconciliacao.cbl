        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-STATUS-SEQUENCIA.

    SELECT ARQUIVO-FECHO-TIPO ASSIGN TO "JORNCTRT.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS FTP-CHAVE
        FILE STATUS IS WS-STATUS-FECHO-TIPO.

DATA DIVISION.
FILE SECTION.
FD  ARQUIVO-CONTAS.
FD  ARQUIVO-SEQUENCIA.
COPY JORNSEQ.

FD  ARQUIVO-FECHO-TIPO.
COPY JORNCTRT.

WORKING-STORAGE SECTION.

01 WS-STATUS-CONTAS     PIC XX.
01 WS-TOTAL-SAQUES      PIC 9(6)V99.
01 WS-TOTAL-JUROS       PIC S9(6)V99.
01 WS-TOTAL-TARIFAS     PIC 9(6)V99.
01 WS-TOTAL-ESTORNOS    PIC S9(6)V99.

01 WS-QTD-CONTAS        PIC 9(6) VALUE 0.
01 WS-QTD-DIVERGENTES   PIC 9(6) VALUE 0.
01 WS-DIA-TOT-CRED      PIC 9(9)V99 VALUE 0.
01 WS-DIA-TOT-DEB       PIC 9(9)V99 VALUE 0.

*> Detalhamento do fecho por data do lançamento e tipo de operação
*> (JORNCTRT.DAT), base da conciliação com o GLMOV.
01 WS-STATUS-FECHO-TIPO PIC XX.
01 WS-FIM-FECHO-TIPO    PIC X VALUE "N".
    88 FIM-FECHO-TIPO   VALUE "S".
01 WS-LANC-CRED         PIC 9(5)V99.
01 WS-LANC-DEB          PIC 9(5)V99.

PROCEDURE DIVISION.

    DISPLAY "=== RECONCILIAÇÃO DE FIM DE DIA ===".

    PERFORM LER-FECHO-ANTERIOR.
    PERFORM LER-CONTADOR-SEQUENCIA.
    PERFORM ABRIR-ARQUIVO-FECHO-TIPO.

    PERFORM ABRIR-ARQUIVO-JORNAL.
    PERFORM ABRIR-ARQUIVO-SALDO-ABR.
    CLOSE ARQUIVO-CONTAS.
    CLOSE ARQUIVO-JORNAL.
    CLOSE ARQUIVO-SALDO-ABR.
    CLOSE ARQUIVO-FECHO-TIPO.

    DISPLAY "-----------------------------------------------".
    DISPLAY "Contas verificadas: " WS-QTD-CONTAS.
            MOVE JORN-SEQUENCIA TO WS-DIA-SEQ-MAX
        END-IF
    END-IF.
    MOVE 0 TO WS-LANC-CRED.
    MOVE 0 TO WS-LANC-DEB.
    IF JORN-TIPO-OP = 1 OR JORN-TIPO-OP = 5 THEN
        MOVE JORN-VALOR TO WS-LANC-CRED
    ELSE
        IF JORN-TIPO-OP = 3 OR JORN-TIPO-OP = 8 THEN
            IF JORN-VALOR < 0 THEN
                COMPUTE WS-LANC-DEB = 0 - JORN-VALOR
            ELSE
                MOVE JORN-VALOR TO WS-LANC-CRED
            END-IF
        ELSE
            MOVE JORN-VALOR TO WS-LANC-DEB
        END-IF
    END-IF.
    ADD WS-LANC-CRED TO WS-DIA-TOT-CRED.
    ADD WS-LANC-DEB TO WS-DIA-TOT-DEB.
    PERFORM ACUMULAR-FECHO-TIPO.

*> Acumula o lançamento na linha (fecho de hoje, data do lançamento,
*> tipo) do detalhamento, com a mesma classificação de crédito e
*> débito dos totais do fecho.
ACUMULAR-FECHO-TIPO.
    MOVE WS-DATA-HOJE TO FTP-DATA-FECHO.
    MOVE JORN-DATA TO FTP-DATA-LANC.
    MOVE JORN-TIPO-OP TO FTP-TIPO-OP.
    READ ARQUIVO-FECHO-TIPO
        INVALID KEY
            MOVE 1 TO FTP-QTD-LANCAMENTOS
            MOVE WS-LANC-CRED TO FTP-TOTAL-CREDITOS
            MOVE WS-LANC-DEB TO FTP-TOTAL-DEBITOS
            WRITE FECHO-TIPO-REC
        NOT INVALID KEY
            ADD 1 TO FTP-QTD-LANCAMENTOS
            ADD WS-LANC-CRED TO FTP-TOTAL-CREDITOS
            ADD WS-LANC-DEB TO FTP-TOTAL-DEBITOS
            REWRITE FECHO-TIPO-REC
    END-READ.

*> Numa reexecução do mesmo dia o fecho é refeito desde o fecho
*> anterior, então o detalhamento já gravado para hoje é apagado
*> antes de ser recontado - vale o último, como no JORNCTRL.DAT.
ABRIR-ARQUIVO-FECHO-TIPO.
    OPEN I-O ARQUIVO-FECHO-TIPO.
    IF WS-STATUS-FECHO-TIPO = "35" THEN
        OPEN OUTPUT ARQUIVO-FECHO-TIPO
        CLOSE ARQUIVO-FECHO-TIPO
        OPEN I-O ARQUIVO-FECHO-TIPO
    END-IF.
    MOVE WS-DATA-HOJE TO FTP-DATA-FECHO.
    MOVE LOW-VALUES TO FTP-DATA-LANC.
    MOVE 0 TO FTP-TIPO-OP.
    START ARQUIVO-FECHO-TIPO KEY IS NOT LESS THAN FTP-CHAVE
        INVALID KEY
            SET FIM-FECHO-TIPO TO TRUE
    END-START.
    PERFORM UNTIL FIM-FECHO-TIPO
        READ ARQUIVO-FECHO-TIPO NEXT RECORD
            AT END
                SET FIM-FECHO-TIPO TO TRUE
            NOT AT END
                IF FTP-DATA-FECHO = WS-DATA-HOJE THEN
                    DELETE ARQUIVO-FECHO-TIPO RECORD
                ELSE
                    SET FIM-FECHO-TIPO TO TRUE
                END-IF
        END-READ
    END-PERFORM.

*> Prova de completude do jornal, ancorada no CONTADOR: o fecho
*> cobre as sequências entre a final do fecho anterior (exclusive)
    MOVE 0 TO WS-TOTAL-SAQUES.
    MOVE 0 TO WS-TOTAL-JUROS.
    MOVE 0 TO WS-TOTAL-TARIFAS.
    MOVE 0 TO WS-TOTAL-ESTORNOS.
    MOVE "N" TO WS-ACHOU-HOJE.

    *> Descarta lançamentos órfãos (conta inexistente no mestre).
    IF ACHOU-HOJE THEN
        COMPUTE WS-SALDO-ESPERADO =
            WS-SALDO-ABERTURA + WS-TOTAL-DEPOSITOS - WS-TOTAL-SAQUES
            + WS-TOTAL-JUROS - WS-TOTAL-TARIFAS + WS-TOTAL-ESTORNOS
    ELSE
        MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ABERTURA
        MOVE WS-SALDO-ANTERIOR TO WS-SALDO-ESPERADO
            WS-SALDO-ABERTURA " + depósitos R$" WS-TOTAL-DEPOSITOS
            " - saques R$" WS-TOTAL-SAQUES " + juros R$"
            WS-TOTAL-JUROS " - tarifas R$" WS-TOTAL-TARIFAS
            " + estornos R$" WS-TOTAL-ESTORNOS
            " = saldo atual R$" CONTA-SALDO
    ELSE
        ADD 1 TO WS-QTD-DIVERGENTES
                                IF JORN-TIPO-OP = 7 THEN
                                    ADD JORN-VALOR
                                        TO WS-TOTAL-SAQUES
                                ELSE
                                    IF JORN-TIPO-OP = 8 THEN
                                        ADD JORN-VALOR
                                            TO WS-TOTAL-ESTORNOS
                                    END-IF
                                END-IF
                            END-IF
                        END-IF
