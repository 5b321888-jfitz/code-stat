      * 2026-09-02 LEANDRO   O CADEPTO-HIST GANHOU SITUACAO E DATA DE
      *                      ENCERRAMENTO (ATUAIS E -ANT) NO FIM DO
      *                      REGISTRO; O LAYOUT AQUI ACOMPANHA.
      * 2026-10-15 LEANDRO   O CADEPTO-HIST GANHOU A DIVISAO (ATUAL E
      *                      -ANT) NO FIM DO REGISTRO, AGORA COM 89
      *                      BYTES; O LAYOUT AQUI ACOMPANHA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 HIST-DATA-ENC        PIC 9(08).
                03 HIST-SITUACAO-ANT    PIC X(01).
                03 HIST-DATA-ENC-ANT    PIC 9(08).
                03 HIST-DIVISAO         PIC 9(03).
                03 HIST-DIVISAO-ANT     PIC 9(03).
      *
       FD ARQ-PARM
               LABEL RECORD IS STANDARD
