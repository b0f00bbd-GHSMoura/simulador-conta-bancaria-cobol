01 WS-TOTAL-TRANSF-REC  PIC S9(6)V99.
01 WS-TOTAL-TARIFAS     PIC S9(6)V99.
01 WS-TOTAL-DEB-AUTO    PIC S9(6)V99.
01 WS-TOTAL-ESTORNOS    PIC S9(6)V99.

PROCEDURE DIVISION.

    MOVE 0 TO WS-TOTAL-TRANSF-REC.
    MOVE 0 TO WS-TOTAL-TARIFAS.
    MOVE 0 TO WS-TOTAL-DEB-AUTO.
    MOVE 0 TO WS-TOTAL-ESTORNOS.
    MOVE "N" TO WS-ACHOU-PERIODO.

    DISPLAY "-----------------------------------------------".
            WS-TOTAL-TRANSF-REC
        DISPLAY "Total tarifas: R$" WS-TOTAL-TARIFAS
        DISPLAY "Total débitos automáticos: R$" WS-TOTAL-DEB-AUTO
        DISPLAY "Total estornos: R$" WS-TOTAL-ESTORNOS
        DISPLAY "Saldo de fechamento: R$" WS-SALDO-FECHAMENTO
    END-IF.

                                    JORN-HORA
                                    " Deb Autom  R$" JORN-VALOR
                                    " Op " JORN-OPERADOR
                            ELSE
                                IF JORN-TIPO-OP = 8 THEN
                                    ADD JORN-VALOR TO WS-TOTAL-ESTORNOS
                                    DISPLAY "  " JORN-DATA " "
                                        JORN-HORA
                                        " Estorno    R$" JORN-VALOR
                                        " Seq " JORN-EST-SEQUENCIA
                                        " Op " JORN-OPERADOR
                                END-IF
                            END-IF
                        END-IF
                    END-IF
            END-IF
        END-IF
    END-IF.
    IF JORN-ESTORNADO
            AND (JORN-TIPO-OP = 1 OR JORN-TIPO-OP = 2) THEN
        DISPLAY "      (estornado pelo lançamento "
            JORN-EST-SEQUENCIA ")"
    END-IF.
