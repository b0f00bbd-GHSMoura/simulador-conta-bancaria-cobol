                                MOVE 21001 TO WS-CONTA-GL-DEBITO
                                MOVE 11001 TO WS-CONTA-GL-CREDITO
                            ELSE
                                *> Estorno volta contra o caixa, a
                                *> contrapartida do depósito ou saque
                                *> original: positivo (saque desfeito)
                                *> credita o cliente como depósito;
                                *> negativo (depósito desfeito) sai
                                *> invertido pela regra do sinal.
                                IF JORN-TIPO-OP = 8 THEN
                                    MOVE 11001 TO WS-CONTA-GL-DEBITO
                                    MOVE 21001 TO WS-CONTA-GL-CREDITO
                                ELSE
                                    MOVE "N" TO WS-OP-MAPEADA
                                END-IF
                            END-IF
                        END-IF
                    END-IF
