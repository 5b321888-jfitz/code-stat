      *                      REGISTROS DE HISTORICO ANTIGOS TRAZEM
      *                      BRANCOS/ZEROS ALI E RECONSTROEM COMO
      *                      ATIVOS, COMO SEMPRE FORAM.
      * 2026-10-15 LEANDRO   O REGISTRO E O HISTORICO GANHARAM A
      *                      DIVISAO; A RECONSTRUCAO REAPLICA O CAMPO
      *                      NOVO.  BACKUP ANTIGO TRAZ BRANCOS ALI,
      *                      GRAVADOS COMO ZEROS (SEM DIVISAO).
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 BK-CENTROCUSTO   PIC 9(02).
                03 BK-SITUACAO      PIC X(01).
                03 BK-DATA-ENC      PIC 9(08).
                03 BK-DIVISAO       PIC 9(03).
                03 FILLER           PIC X(27).
      *
       FD CADEPTO-HIST
               LABEL RECORD IS STANDARD
                03 HIST-DATA-ENC        PIC 9(08).
                03 HIST-SITUACAO-ANT    PIC X(01).
                03 HIST-DATA-ENC-ANT    PIC 9(08).
                03 HIST-DIVISAO         PIC 9(03).
                03 HIST-DIVISAO-ANT     PIC 9(03).
      *
       FD ARQ-PARM
               LABEL RECORD IS STANDARD
                MOVE BK-CENTROCUSTO TO CENTROCUSTO
                MOVE BK-SITUACAO    TO SITUACAO
                MOVE BK-DATA-ENC    TO DATA-ENCERRAMENTO
                MOVE BK-DIVISAO     TO DIVISAO
                IF BK-DIVISAO NOT NUMERIC
                   MOVE ZEROS TO DIVISAO.
                WRITE REGDEPTO
                IF ST-ERRO = "00" OR "02"
                   ADD 1 TO W-CARREGADOS
                MOVE HIST-CENTROCUSTO TO CENTROCUSTO
                MOVE HIST-SITUACAO    TO SITUACAO
                MOVE HIST-DATA-ENC    TO DATA-ENCERRAMENTO
                MOVE HIST-DIVISAO     TO DIVISAO
                WRITE REGDEPTO
                IF ST-ERRO = "22"
                   REWRITE REGDEPTO.
                MOVE HIST-CENTROCUSTO TO CENTROCUSTO
                MOVE HIST-SITUACAO    TO SITUACAO
                MOVE HIST-DATA-ENC    TO DATA-ENCERRAMENTO
                MOVE HIST-DIVISAO     TO DIVISAO
                REWRITE REGDEPTO
                IF ST-ERRO = "23"
                   WRITE REGDEPTO.
