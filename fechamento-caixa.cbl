   05 CXS-NUMERO-CONTA    PIC 9(6).
   05 CXS-TIPO-OP         PIC 9.
   05 CXS-VALOR           PIC S9(5)V99.
   05 CXS-SEQ-ORIGEM      PIC 9(7).

FD  ARQUIVO-OPER-ORD.
01 CAIXA-ORD-REC.
   05 CXO-NUMERO-CONTA    PIC 9(6).
   05 CXO-TIPO-OP         PIC 9.
   05 CXO-VALOR           PIC S9(5)V99.
   05 CXO-SEQ-ORIGEM      PIC 9(7).

FD  ARQUIVO-RELATORIO.
01 REL-LINHA            PIC X(80).
01 WS-TOT-TARIFAS       PIC 9(9)V99.
01 WS-QTD-DEB-AUTO      PIC 9(5).
01 WS-TOT-DEB-AUTO      PIC 9(9)V99.
01 WS-QTD-EST-DEPOSITOS PIC 9(5).
01 WS-TOT-EST-DEPOSITOS PIC 9(9)V99.
01 WS-QTD-EST-SAQUES    PIC 9(5).
01 WS-TOT-EST-SAQUES    PIC 9(9)V99.
01 WS-QTD-SAQUES-SUP    PIC 9(5).

01 WS-QTD-OPERADORES    PIC 9(4) VALUE 0.
   05 REL-SUP-VALOR      PIC 9(5).99.
   05 FILLER             PIC X(24) VALUE SPACES.

01 REL-ESTORNO.
   05 FILLER             PIC X(4) VALUE "  * ".
   05 REL-EST-HORA       PIC X(6).
   05 FILLER             PIC X(7) VALUE " CONTA ".
   05 REL-EST-CONTA      PIC 9(6).
   05 FILLER             PIC X(9) VALUE " ESTORNO ".
   05 REL-EST-NATUREZA   PIC X(8).
   05 FILLER             PIC X(5) VALUE " SEQ ".
   05 REL-EST-SEQUENCIA  PIC 9(7).
   05 FILLER             PIC X(3) VALUE " R$".
   05 REL-EST-VALOR      PIC 9(5).99.
   05 FILLER             PIC X(17) VALUE SPACES.

PROCEDURE DIVISION.

    DISPLAY "=== FECHAMENTO-CAIXA: FECHO DOS CAIXAS POR OPERADOR "
    MOVE JORN-NUMERO-CONTA TO CXS-NUMERO-CONTA.
    MOVE JORN-TIPO-OP TO CXS-TIPO-OP.
    MOVE JORN-VALOR TO CXS-VALOR.
    IF JORN-TIPO-OP = 8 THEN
        MOVE JORN-EST-SEQUENCIA TO CXS-SEQ-ORIGEM
    ELSE
        MOVE 0 TO CXS-SEQ-ORIGEM
    END-IF.
    RELEASE CAIXA-SRT-REC.

ABRIR-QUEBRA-OPERADOR.
    MOVE 0 TO WS-TOT-TARIFAS.
    MOVE 0 TO WS-QTD-DEB-AUTO.
    MOVE 0 TO WS-TOT-DEB-AUTO.
    MOVE 0 TO WS-QTD-EST-DEPOSITOS.
    MOVE 0 TO WS-TOT-EST-DEPOSITOS.
    MOVE 0 TO WS-QTD-EST-SAQUES.
    MOVE 0 TO WS-TOT-EST-SAQUES.
    MOVE 0 TO WS-QTD-SAQUES-SUP.
    PERFORM GRAVAR-CABECALHO-OPERADOR.

                            IF CXO-TIPO-OP = 7 THEN
                                ADD 1 TO WS-QTD-DEB-AUTO
                                ADD CXO-VALOR TO WS-TOT-DEB-AUTO
                            ELSE
                                IF CXO-TIPO-OP = 8 THEN
                                    PERFORM ACUMULAR-ESTORNO
                                END-IF
                            END-IF
                        END-IF
                    END-IF
        END-IF
    END-IF.

*> Estorno com valor negativo desfez um depósito (o dinheiro não
*> ficou na gaveta); positivo desfez um saque. Cada estorno sai
*> listado, pois foi aprovado por supervisor e pede o visto.
ACUMULAR-ESTORNO.
    MOVE CXO-HORA TO REL-EST-HORA.
    MOVE CXO-NUMERO-CONTA TO REL-EST-CONTA.
    MOVE CXO-SEQ-ORIGEM TO REL-EST-SEQUENCIA.
    IF CXO-VALOR < 0 THEN
        ADD 1 TO WS-QTD-EST-DEPOSITOS
        SUBTRACT CXO-VALOR FROM WS-TOT-EST-DEPOSITOS
        MOVE "DEPOSITO" TO REL-EST-NATUREZA
        COMPUTE REL-EST-VALOR = CXO-VALOR * -1
    ELSE
        ADD 1 TO WS-QTD-EST-SAQUES
        ADD CXO-VALOR TO WS-TOT-EST-SAQUES
        MOVE "SAQUE" TO REL-EST-NATUREZA
        MOVE CXO-VALOR TO REL-EST-VALOR
    END-IF.
    MOVE REL-ESTORNO TO REL-LINHA.
    WRITE REL-LINHA.

FECHAR-QUEBRA-OPERADOR.
    IF WS-OPERADOR-ATUAL NOT = SPACES THEN
        ADD 1 TO WS-QTD-OPERADORES
        " R$" WS-TOT-TRANSF-REC
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  ESTORNOS DE DEPOSITO " WS-QTD-EST-DEPOSITOS
        " R$" WS-TOT-EST-DEPOSITOS
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    MOVE SPACES TO REL-LINHA.
    STRING "  ESTORNOS DE SAQUE    " WS-QTD-EST-SAQUES
        " R$" WS-TOT-EST-SAQUES
        DELIMITED BY SIZE INTO REL-LINHA.
    WRITE REL-LINHA.
    IF WS-SECAO-ATUAL = 2 THEN
        MOVE SPACES TO REL-LINHA
        STRING "  JUROS                " WS-QTD-JUROS
