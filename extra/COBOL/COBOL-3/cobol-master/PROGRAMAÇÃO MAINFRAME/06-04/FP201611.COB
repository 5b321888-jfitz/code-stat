      *                      UNICA VEZ PELO HISTCONV (MESMO PADRAO
      *                      DO DEPTCONV) ANTES DA PRIMEIRA GRAVACAO
      *                      DESTA VERSAO.
      * 2026-10-15 LEANDRO   O REGISTRO GANHOU DIVISAO (CODIGO DO
      *                      DEPARTAMENTO CHEFE DA DIVISAO, ZEROS =
      *                      SEM DIVISAO), MANTIDA NESTA TELA COM
      *                      TRILHA DE AUDITORIA.  A DIVISAO TEM QUE
      *                      SER O PROPRIO DEPARTAMENTO OU UM
      *                      DEPARTAMENTO CADASTRADO, ATIVO E QUE NAO
      *                      SE REPORTE A OUTRA DIVISAO.  O PROG5 E O
      *                      PROG1 TOTALIZAM POR DIVISAO.  O
      *                      CADEPTO-HIST PASSA DE 83 PARA 89 BYTES
      *                      (HIST-DIVISAO E HIST-DIVISAO-ANT NO FIM);
      *                      ARQUIVOS EXISTENTES SAO CONVERTIDOS PELO
      *                      HISTCONV ANTES DA PRIMEIRA GRAVACAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                03 HIST-DATA-ENC        PIC 9(08).
                03 HIST-SITUACAO-ANT    PIC X(01).
                03 HIST-DATA-ENC-ANT    PIC 9(08).
                03 HIST-DIVISAO         PIC 9(03).
                03 HIST-DIVISAO-ANT     PIC 9(03).
      *
       FD ARQ-LOTE
               LABEL RECORD IS STANDARD
       77 W-EOF-LOTE   PIC X(01) VALUE "N".
       77 MENS         PIC X(50) VALUE SPACES.
       77 LIMPA        PIC X(50) VALUE SPACES.
       77 W-DIV-CHEFE  PIC 9(03) VALUE ZEROS.
       77 W-DIV-ERRO   PIC X(01) VALUE SPACES.

       01 OLD-REGDEPTO.
                03 OLD-CODIGO        PIC 9(03).
                03 OLD-CENTROCUSTO   PIC 9(02).
                03 OLD-SITUACAO      PIC X(01).
                03 OLD-DATA-ENC      PIC 9(08).
                03 OLD-DIVISAO       PIC 9(03).
                03 FILLER            PIC X(27).

       01 W-REGDEPTO-SALVO   PIC X(59) VALUE SPACES.

       01 TAB-CENTROCUSTO-DADOS.
                03 FILLER PIC X(27) VALUE "01PRESIDENCIA             ".
           05 LINE 14 COLUMN 12 VALUE "ENCERRAMENTO.:".
           05 TDATAENC     LINE 14 COLUMN 27 PIC 9(08) USING
                                                   DATA-ENCERRAMENTO.
           05 LINE 16 COLUMN 12 VALUE "DIVISAO......:".
           05 TDIVISAO     LINE 16 COLUMN 27 PIC 9(03) USING DIVISAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.

                 GO TO LOTE-INICIO.
       INC-001.
                MOVE ZEROS  TO CODIGO CENTROCUSTO DATA-ENCERRAMENTO
                               DIVISAO
                MOVE SPACES TO DENOMINACAO SITUACAO.
                DISPLAY TELA1.

                READ CADEPTO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      IF DIVISAO NOT NUMERIC
                         MOVE ZEROS TO DIVISAO
                      END-IF
                      MOVE REGDEPTO TO OLD-REGDEPTO
                      DISPLAY  TCODIGO
                      DISPLAY  TDENOMINACAO
                IF SITUACAO = SPACE
                   MOVE ZEROS TO DATA-ENCERRAMENTO
                   DISPLAY TDATAENC.
      *
      *****************************************
      * DIVISAO: ZEROS, O PROPRIO DEPTO OU UM *
      * DEPTO CHEFE CADASTRADO E ATIVO.       *
      *****************************************
      *
       INC-004C.
                ACCEPT TDIVISAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   PERFORM ROT-HIST-ABANDONO
                   GO TO INC-004B.
                PERFORM ROT-VERIFICA-DIV THRU ROT-VERIFICA-DIV-FIM.
                IF W-DIV-ERRO NOT = SPACE
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE ZEROS TO DIVISAO
                   DISPLAY TDIVISAO
                   GO TO INC-004C.

                IF W-SEL = 1
                            GO TO ALT-OPC.
                   MOVE "*** FIM DA CONSULTA ***           " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-002.
                IF DIVISAO NOT NUMERIC
                   MOVE ZEROS TO DIVISAO.
                MOVE REGDEPTO TO OLD-REGDEPTO
                DISPLAY  TCODIGO
                DISPLAY  TDENOMINACAO
                   MOVE ZEROS       TO HIST-CODIGO
                                       HIST-CENTROCUSTO
                                       HIST-DATA-ENC
                                       HIST-DIVISAO
                   MOVE SPACES      TO HIST-DENOMINACAO
                                       HIST-SITUACAO
                   MOVE OLD-CODIGO      TO HIST-CODIGO-ANT
                   MOVE OLD-CENTROCUSTO TO HIST-CENTROCUSTO-ANT
                   MOVE OLD-SITUACAO    TO HIST-SITUACAO-ANT
                   MOVE OLD-DATA-ENC    TO HIST-DATA-ENC-ANT
                   MOVE OLD-DIVISAO     TO HIST-DIVISAO-ANT
                   SET HIST-OP-EXCLUSAO TO TRUE
                   PERFORM ROT-HIST-GRAVA
                   MOVE "*** REGISTRO EXCLUIDO ***           " TO MENS
                   MOVE CENTROCUSTO TO HIST-CENTROCUSTO
                   MOVE SITUACAO    TO HIST-SITUACAO
                   MOVE DATA-ENCERRAMENTO TO HIST-DATA-ENC
                   MOVE DIVISAO     TO HIST-DIVISAO
                   MOVE ZEROS       TO HIST-CODIGO-ANT
                                       HIST-CENTROCUSTO-ANT
                                       HIST-DATA-ENC-ANT
                                       HIST-DIVISAO-ANT
                   MOVE SPACES      TO HIST-DENOMINACAO-ANT
                                       HIST-SITUACAO-ANT
                   SET HIST-OP-INCLUSAO TO TRUE
                   MOVE CENTROCUSTO     TO HIST-CENTROCUSTO
                   MOVE SITUACAO        TO HIST-SITUACAO
                   MOVE DATA-ENCERRAMENTO TO HIST-DATA-ENC
                   MOVE DIVISAO         TO HIST-DIVISAO
                   MOVE OLD-CODIGO      TO HIST-CODIGO-ANT
                   MOVE OLD-DENOMINACAO TO HIST-DENOMINACAO-ANT
                   MOVE OLD-CENTROCUSTO TO HIST-CENTROCUSTO-ANT
                   MOVE OLD-SITUACAO    TO HIST-SITUACAO-ANT
                   MOVE OLD-DATA-ENC    TO HIST-DATA-ENC-ANT
                   MOVE OLD-DIVISAO     TO HIST-DIVISAO-ANT
                   SET HIST-OP-ALTERACAO TO TRUE
                   PERFORM ROT-HIST-GRAVA.
      *
                MOVE CENTROCUSTO TO HIST-CENTROCUSTO
                MOVE SITUACAO    TO HIST-SITUACAO
                MOVE DATA-ENCERRAMENTO TO HIST-DATA-ENC
                MOVE DIVISAO     TO HIST-DIVISAO
                MOVE ZEROS       TO HIST-CODIGO-ANT
                                    HIST-CENTROCUSTO-ANT
                                    HIST-DATA-ENC-ANT
                                    HIST-DIVISAO-ANT
                MOVE SPACES      TO HIST-DENOMINACAO-ANT
                                    HIST-SITUACAO-ANT
                SET HIST-OP-ABANDONO TO TRUE
                MOVE CENTROCUSTO     TO HIST-CENTROCUSTO
                MOVE SITUACAO        TO HIST-SITUACAO
                MOVE DATA-ENCERRAMENTO TO HIST-DATA-ENC
                MOVE DIVISAO         TO HIST-DIVISAO
                MOVE OLD-CODIGO      TO HIST-CODIGO-ANT
                MOVE OLD-DENOMINACAO TO HIST-DENOMINACAO-ANT
                MOVE OLD-CENTROCUSTO TO HIST-CENTROCUSTO-ANT
                MOVE OLD-SITUACAO    TO HIST-SITUACAO-ANT
                MOVE OLD-DATA-ENC    TO HIST-DATA-ENC-ANT
                MOVE OLD-DIVISAO     TO HIST-DIVISAO-ANT
                SET HIST-OP-ABANDONO TO TRUE
                PERFORM ROT-HIST-GRAVA.
      *
                EXIT.
      *
      **************************************
      * VERIFICA A DIVISAO DIGITADA.  LE O *
      * DEPTO CHEFE NO PROPRIO CADEPTO,    *
      * GUARDANDO E DEVOLVENDO O REGISTRO  *
      * QUE ESTA NA TELA.                  *
      **************************************
      *
       ROT-VERIFICA-DIV.
                MOVE SPACE TO W-DIV-ERRO
                IF DIVISAO = ZEROS OR DIVISAO = CODIGO
                   GO TO ROT-VERIFICA-DIV-FIM.
                MOVE REGDEPTO TO W-REGDEPTO-SALVO
                MOVE DIVISAO  TO W-DIV-CHEFE
                MOVE DIVISAO  TO CODIGO
                READ CADEPTO
                   INVALID KEY
                      MOVE "N" TO W-DIV-ERRO
                      MOVE "*** DIVISAO NAO CADASTRADA ***" TO MENS.
                IF W-DIV-ERRO = SPACE
                   IF DEPTO-INATIVO
                      MOVE "I" TO W-DIV-ERRO
                      MOVE "*** DIVISAO ENCERRADA ***" TO MENS
                   ELSE
                      IF DIVISAO NUMERIC AND DIVISAO NOT = ZEROS
                                        AND DIVISAO NOT = W-DIV-CHEFE
                         MOVE "R" TO W-DIV-ERRO
                         MOVE "*** DIVISAO SE REPORTA A OUTRA ***"
                                                          TO MENS.
                MOVE W-REGDEPTO-SALVO TO REGDEPTO.
       ROT-VERIFICA-DIV-FIM.
                EXIT.
      *
      **************************************
      * ROTINA DE MENSAGEM NA LINHA 24     *
      **************************************
      *
                MOVE LOTE-CODIGO TO CODIGO.
                READ CADEPTO
                IF ST-ERRO = "00"
                   IF DIVISAO NOT NUMERIC
                      MOVE ZEROS TO DIVISAO
                   END-IF
                   MOVE REGDEPTO TO OLD-REGDEPTO
                   MOVE LOTE-DENOMINACAO TO DENOMINACAO
                   MOVE LOTE-CENTROCUSTO TO CENTROCUSTO
                   PERFORM GRAVA-ALTERACAO
                ELSE
                   MOVE ZEROS  TO OLD-CODIGO OLD-CENTROCUSTO
                                  OLD-DATA-ENC OLD-DIVISAO
                   MOVE SPACES TO OLD-DENOMINACAO OLD-SITUACAO
                   MOVE LOTE-DENOMINACAO TO DENOMINACAO
                   MOVE LOTE-CENTROCUSTO TO CENTROCUSTO
                   MOVE SPACES TO SITUACAO
                   MOVE ZEROS  TO DATA-ENCERRAMENTO DIVISAO
                   PERFORM GRAVA-INCLUSAO
                END-IF.
                IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
