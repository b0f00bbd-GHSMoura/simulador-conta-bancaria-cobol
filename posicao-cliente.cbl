            DISPLAY "  Conta " CONTA-NUMERO " saldo R$" CONTA-SALDO
                " BLOQUEADA"
        ELSE
            IF CONTA-INATIVA THEN
                DISPLAY "  Conta " CONTA-NUMERO " saldo R$"
                    CONTA-SALDO " INATIVA"
            ELSE
                DISPLAY "  Conta " CONTA-NUMERO " saldo R$"
                    CONTA-SALDO " ATIVA"
            END-IF
        END-IF
    END-IF.
