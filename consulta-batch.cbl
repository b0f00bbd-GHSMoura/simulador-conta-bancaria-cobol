*> "A" = mensal do período anterior: FECHAMEN e TARIFMEN gravam o
*> controle com o período fechado/cobrado, o mês ANTES do dia em
*> que rodam, então a consulta pelo dia da execução deriva o mês
*> anterior para esses dois jobs. "B" = anual do ano-base
*> (AAAA0000): o INFREND roda no início do ano para o ano anterior.
*> "S" = semanal: o AUDITSEM grava o controle com a data em que
*> rodou (AAAAMMDD), então a consulta procura a execução mais
*> recente nos sete dias até a data consultada.
01 TABELA-JOBS.
   05 FILLER PIC X(9) VALUE "LOTEMOV D".
   05 FILLER PIC X(9) VALUE "TRANSPRGD".
   05 FILLER PIC X(9) VALUE "RECONCILD".
   05 FILLER PIC X(9) VALUE "GLMOVDIAD".
   05 FILLER PIC X(9) VALUE "GRANDMOVD".
   05 FILLER PIC X(9) VALUE "NOTIFDIAD".
   05 FILLER PIC X(9) VALUE "BLOQDIA D".
   05 FILLER PIC X(9) VALUE "ACESSDIAD".
   05 FILLER PIC X(9) VALUE "FECHCAIXD".
   05 FILLER PIC X(9) VALUE "SNAPCONTD".
   05 FILLER PIC X(9) VALUE "JUROSMENM".
   05 FILLER PIC X(9) VALUE "EXTRATGLM".
   05 FILLER PIC X(9) VALUE "GLRECON M".
   05 FILLER PIC X(9) VALUE "FECHAMENA".
   05 FILLER PIC X(9) VALUE "TARIFMENA".
   05 FILLER PIC X(9) VALUE "EXPHIST M".
   05 FILLER PIC X(9) VALUE "INATMEN M".
   05 FILLER PIC X(9) VALUE "INFREND B".
   05 FILLER PIC X(9) VALUE "AUDITSEMS".
01 FILLER REDEFINES TABELA-JOBS.
   05 JOBS-BATCH OCCURS 20 TIMES.
      10 JOB-NOME         PIC X(8).
      10 JOB-PERIODICIDADE PIC X.
01 IND-JOB              PIC 9(2) COMP.
01 WS-PERIODO-ANTERIOR.
   05 WS-ANT-ANO        PIC 9(4).
   05 WS-ANT-MES        PIC 9(2).
01 WS-ANO-BASE          PIC 9(4).

01 WS-DATA-SEMANA.
   05 WS-SEM-ANO        PIC 9(4).
   05 WS-SEM-MES        PIC 9(2).
   05 WS-SEM-DIA        PIC 9(2).
01 WS-ULTIMO-DIA        PIC 9(2).
01 WS-QUOCIENTE         PIC 9(4).
01 WS-RESTO             PIC 9(4).
01 WS-EXECUCAO-ACHADA   PIC X VALUE "N".
    88 EXECUCAO-ACHADA  VALUE "S".
01 IND-DIA              PIC 9(2) COMP.

PROCEDURE DIVISION.

        STOP RUN
    END-IF.

    PERFORM VARYING IND-JOB FROM 1 BY 1 UNTIL IND-JOB > 20
        PERFORM CONSULTAR-JOB
    END-PERFORM.

CALCULAR-PERIODO-ANTERIOR.
    MOVE WS-DATA-CONSULTA(1:4) TO WS-ANT-ANO.
    MOVE WS-DATA-CONSULTA(5:2) TO WS-ANT-MES.
    MOVE WS-DATA-CONSULTA(1:4) TO WS-ANO-BASE.
    SUBTRACT 1 FROM WS-ANO-BASE.
    IF WS-ANT-MES = 1 THEN
        SUBTRACT 1 FROM WS-ANT-ANO
        MOVE 12 TO WS-ANT-MES
            MOVE WS-PERIODO-ANTERIOR TO CTL-REFERENCIA(1:6)
            MOVE "00" TO CTL-REFERENCIA(7:2)
        ELSE
            IF JOB-PERIODICIDADE (IND-JOB) = "B" THEN
                MOVE WS-ANO-BASE TO CTL-REFERENCIA(1:4)
                MOVE "0000" TO CTL-REFERENCIA(5:4)
            ELSE
                IF JOB-PERIODICIDADE (IND-JOB) = "S" THEN
                    PERFORM PROCURAR-EXECUCAO-SEMANAL
                ELSE
                    MOVE WS-DATA-CONSULTA TO CTL-REFERENCIA
                END-IF
            END-IF
        END-IF
    END-IF.
    MOVE JOB-NOME (IND-JOB) TO CTL-JOB.
                    "início " CTL-HORA-INICIO
            END-IF
    END-READ.

*> Job semanal: a referência é o dia mais recente, da data consultada
*> para trás até seis dias antes, que tem controle gravado; sem
*> nenhum, fica a própria data consultada (NÃO EXECUTADO).
PROCURAR-EXECUCAO-SEMANAL.
    MOVE WS-DATA-CONSULTA TO WS-DATA-SEMANA.
    MOVE "N" TO WS-EXECUCAO-ACHADA.
    MOVE JOB-NOME (IND-JOB) TO CTL-JOB.
    PERFORM VARYING IND-DIA FROM 1 BY 1
            UNTIL IND-DIA > 7 OR EXECUCAO-ACHADA
        MOVE WS-DATA-SEMANA TO CTL-REFERENCIA
        READ ARQUIVO-CONTROLE
            INVALID KEY
                PERFORM RECUAR-UM-DIA
            NOT INVALID KEY
                SET EXECUCAO-ACHADA TO TRUE
        END-READ
    END-PERFORM.
    IF NOT EXECUCAO-ACHADA THEN
        MOVE WS-DATA-CONSULTA TO CTL-REFERENCIA
    END-IF.

RECUAR-UM-DIA.
    IF WS-SEM-DIA > 1 THEN
        SUBTRACT 1 FROM WS-SEM-DIA
    ELSE
        IF WS-SEM-MES = 1 THEN
            MOVE 12 TO WS-SEM-MES
            SUBTRACT 1 FROM WS-SEM-ANO
        ELSE
            SUBTRACT 1 FROM WS-SEM-MES
        END-IF
        PERFORM CALCULAR-ULTIMO-DIA
        MOVE WS-ULTIMO-DIA TO WS-SEM-DIA
    END-IF.

CALCULAR-ULTIMO-DIA.
    IF WS-SEM-MES = 4 OR WS-SEM-MES = 6 OR WS-SEM-MES = 9
            OR WS-SEM-MES = 11 THEN
        MOVE 30 TO WS-ULTIMO-DIA
    ELSE
        IF WS-SEM-MES = 2 THEN
            MOVE 28 TO WS-ULTIMO-DIA
            DIVIDE WS-SEM-ANO BY 4 GIVING WS-QUOCIENTE
                REMAINDER WS-RESTO
            IF WS-RESTO = 0 THEN
                MOVE 29 TO WS-ULTIMO-DIA
                DIVIDE WS-SEM-ANO BY 100 GIVING WS-QUOCIENTE
                    REMAINDER WS-RESTO
                IF WS-RESTO = 0 THEN
                    DIVIDE WS-SEM-ANO BY 400 GIVING WS-QUOCIENTE
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
