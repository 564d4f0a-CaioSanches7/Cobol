      *02/09/2026 CSS - EVENTO 'PULADO' (SECAO NAO SELECIONADA OU JA   *
      *                 CONCLUIDA HOJE NO RESTART DO PROGCOB01) ENTRA  *
      *                 NAS OCORRENCIAS DO RESUMO.                     *
      *15/10/2026 CSS - EVENTO 'NEGADO' (SECAO NAO AUTORIZADA PARA O   *
      *                 NIVEL DO USUARIO NO PROGCOB01) ENTRA NAS       *
      *                 OCORRENCIAS DO RESUMO.                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                                     'SUSPENSA'
                                                     'ABORTADO'
                                                     'SEQERR'
                                                     'PULADO'
                                                     'NEGADO'.
           02 FILLER                PIC X(01).
           02 LOG-LIDOS             PIC 9(05).
           02 FILLER                PIC X(01).
      ******************************************************************
      *    SEGUNDA PASSADA: SO OS EVENTOS DA EXECUCAO ALVO. CADA FIM
      *    DE SECAO VIRA UMA LINHA COM CONTADORES; ERRO-FS, RESTART,
      *    FORCADO, SUSPENSA, ABORTADO, PULADO E NEGADO VIRAM LINHAS
      *    DE OCORRENCIA.
      *
           OPEN OUTPUT ARQ-RESUMO.
           MOVE WRK-RUN-ALVO        TO RES-CAB-RUN-ID.
