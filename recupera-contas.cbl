
    MOVE CONTA-SALDO TO WS-SALDO-CALCULADO.
    IF JORN-TIPO-OP = 1 OR JORN-TIPO-OP = 3 OR JORN-TIPO-OP = 5
            OR JORN-TIPO-OP = 8 THEN
        ADD JORN-VALOR TO WS-SALDO-CALCULADO
    ELSE
        IF JORN-TIPO-OP = 2 OR JORN-TIPO-OP = 4
