      *            ENCERRADO MANTEM O NOME PARA OS EXTRATOS
      *            HISTORICOS - O DEPTLKP CONTINUA DEVOLVENDO A
      *            DENOMINACAO NORMALMENTE.
      *
      *            DIVISAO: CODIGO DO DEPARTAMENTO QUE CHEFIA A
      *            DIVISAO A QUE ESTE SE REPORTA (O DEPARTAMENTO
      *            CHEFE APONTA PARA SI MESMO).  ZEROS - OU O BRANCO
      *            DOS REGISTROS ANTIGOS - = SEM DIVISAO.  OS
      *            RELATORIOS TOTALIZAM POR ESTE CODIGO.
      *----------------------------------------------------------------
       01 REGDEPTO.
                03 CODIGO        PIC 9(03).
                03 SITUACAO      PIC X(01).
                     88 DEPTO-INATIVO VALUE "I".
                03 DATA-ENCERRAMENTO PIC 9(08).
                03 DIVISAO       PIC 9(03).
                03 FILLER        PIC X(27).
