                                    " Deb Autom  R$" JORN-VALOR
                                    " saldo R$" JORN-SALDO
                                    " Op " JORN-OPERADOR
                            ELSE
                                IF JORN-TIPO-OP = 8 THEN
                                    DISPLAY "  " JORN-DATA " "
                                        JORN-HORA
                                        " Estorno    R$" JORN-VALOR
                                        " saldo R$" JORN-SALDO
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
