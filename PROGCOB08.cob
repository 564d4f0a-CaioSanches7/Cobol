      ******************************************************************
      *HISTORICO DE MANUTENCAO.                                        *
      *02/09/2026 CSS - VERSAO INICIAL.                                *
      *15/10/2026 CSS - DATA DE ADMISSAO NO CADASTRO                   *
      *                 (FUNC-DT-ADMISSAO), OBRIGATORIA E CRITICADA NA *
      *                 CONTRATACAO; BASE DO 13 SALARIO E DAS FERIAS   *
      *                 NA FOLHA DO PROGCOB01.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    'S' ALTERA O SALARIO, 'B' TROCA O DOMICILIO BANCARIO E
      *    'A' APROVA UMA ALTERACAO SALARIAL ACIMA DO PERCENTUAL
      *    MAXIMO (A APROVACAO DEVE VIR ANTES DA ALTERACAO NO LOTE).
      *    A DATA DE ADMISSAO E OBRIGATORIA NA CONTRATACAO.
       FD  ARQ-FUNC-TRANS
           RECORDING MODE IS F.
       01  REG-FUNC-TRANS.
           02 TRN-BANCO             PIC 9(03).
           02 TRN-AGENCIA           PIC 9(04).
           02 TRN-CONTA             PIC 9(09).
           02 TRN-DT-ADMISSAO       PIC 9(08).
      *
      *    MESMO LAYOUT DO CADASTRO DE FUNCIONARIOS DO PROGCOB01.
       FD  ARQ-FUNCIONARIOS
           02 FUNC-BANCO            PIC 9(03).
           02 FUNC-AGENCIA          PIC 9(04).
           02 FUNC-CONTA            PIC 9(09).
           02 FUNC-DT-ADMISSAO      PIC 9(08).
      *
      *    CARTAO DE PARAMETRO: PERCENTUAL MAXIMO DE ALTERACAO
      *    SALARIAL SEM APROVACAO. SEM O CARTAO VALE O PADRAO DE 20.
              03 TBF-BANCO          PIC 9(03).
              03 TBF-AGENCIA        PIC 9(04).
              03 TBF-CONTA          PIC 9(09).
              03 TBF-DT-ADMISSAO    PIC 9(08).
              03 TBF-APROVADO       PIC X(01).
                 88 TBF-COM-APROVACAO         VALUE 'S'.
      *
               MOVE FUNC-BANCO      TO TBF-BANCO(WRK-QTD-FUNC)
               MOVE FUNC-AGENCIA    TO TBF-AGENCIA(WRK-QTD-FUNC)
               MOVE FUNC-CONTA      TO TBF-CONTA(WRK-QTD-FUNC)
               IF FUNC-DT-ADMISSAO IS NUMERIC
                   MOVE FUNC-DT-ADMISSAO
                     TO TBF-DT-ADMISSAO(WRK-QTD-FUNC)
               ELSE
                   MOVE ZEROS       TO TBF-DT-ADMISSAO(WRK-QTD-FUNC)
               END-IF
               MOVE 'N'             TO TBF-APROVADO(WRK-QTD-FUNC)
           ELSE
               DISPLAY 'TABELA DE FUNCIONARIOS CHEIA - MANUTENCAO '
                   MOVE 'DADOS INVALIDOS'   TO WRK-RESULTADO
               ELSE
                   PERFORM 3950-VALIDA-DOMICILIO
                   IF WRK-RESULTADO EQUAL SPACES
                       PERFORM 3960-VALIDA-ADMISSAO
                   END-IF
                   IF WRK-RESULTADO EQUAL SPACES
                       PERFORM 3350-INSERE-FUNCIONARIO
                   ELSE
               MOVE TRN-BANCO       TO TBF-BANCO(WRK-IDX-INS)
               MOVE TRN-AGENCIA     TO TBF-AGENCIA(WRK-IDX-INS)
               MOVE TRN-CONTA       TO TBF-CONTA(WRK-IDX-INS)
               MOVE TRN-DT-ADMISSAO TO TBF-DT-ADMISSAO(WRK-IDX-INS)
               MOVE 'N'             TO TBF-APROVADO(WRK-IDX-INS)
               ADD 1                TO WRK-QTD-APLICADAS
               MOVE 'CONTRATADO'    TO WRK-RESULTADO
                   MOVE 'DOMICILIO INCOMP'  TO WRK-RESULTADO
               END-IF
           END-IF.
      *
       3960-VALIDA-ADMISSAO.
      *
      *    A DATA DE ADMISSAO E A BASE DOS AVOS DO 13 SALARIO E DO
      *    ANIVERSARIO DE FERIAS NA FOLHA: TEM QUE SER UMA DATA VALIDA
      *    (AAAAMMDD) E NAO PODE SER POSTERIOR AO DIA DO LOTE.
      *
           IF TRN-DT-ADMISSAO IS NOT NUMERIC
            OR TRN-DT-ADMISSAO EQUAL ZEROS
               MOVE 'ADMISSAO INVALID'  TO WRK-RESULTADO
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(TRN-DT-ADMISSAO)
                  NOT EQUAL ZEROS
                   MOVE 'ADMISSAO INVALID'  TO WRK-RESULTADO
               ELSE
                   IF TRN-DT-ADMISSAO GREATER WRK-DT-ATU-NUM
                       MOVE 'ADMISSAO FUTURA'   TO WRK-RESULTADO
                   END-IF
               END-IF
           END-IF.
      *
       3999-SAIDA.
      ******************************************************************
               MOVE TBF-BANCO(WRK-IDX)   TO FUNC-BANCO
               MOVE TBF-AGENCIA(WRK-IDX) TO FUNC-AGENCIA
               MOVE TBF-CONTA(WRK-IDX)   TO FUNC-CONTA
               MOVE TBF-DT-ADMISSAO(WRK-IDX) TO FUNC-DT-ADMISSAO
               WRITE REG-FUNCIONARIO
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
