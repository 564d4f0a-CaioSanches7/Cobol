      ******************************************************************
      *HISTORICO DE MANUTENCAO.                                        *
      *02/09/2026 CSS - VERSAO INICIAL.                                *
      *15/10/2026 CSS - PERIODO JA ARQUIVADO PELO PROGCOB17 E LIDO DAS *
      *                 GERACOES DO CATALOGO ARQGER.DAT (OU DA GERACAO *
      *                 NOMEADA NO CARTAO EXTPARM) ANTES DO            *
      *                 EXTRHIST.DAT VIVO.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    O HISTORICO E LIDO DAS GERACOES ARQUIVADAS PELO PROGCOB17
      *    QUE O PERIODO ALCANCA E DEPOIS DO EXTRHIST.DAT VIVO.
           SELECT ARQ-EXTRATO-HIST ASSIGN USING WRK-NOME-HIST
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-HIST.
           SELECT ARQ-CATALOGO     ASSIGN TO "ARQGER.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CATALOGO.
           SELECT ARQ-EXT-PARM     ASSIGN TO "EXTPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
      *    CARTAO DE PARAMETROS: CONTA (BRANCOS = TODAS) E PERIODO
      *    (ZEROS = DESDE O INICIO / ATE O FIM DO HISTORICO). SEM O
      *    CARTAO SAI O EXTRATO COMPLETO DE TODAS AS CONTAS.
      *    PRM-GERACAO NOMEIA UMA GERACAO ARQUIVADA A LER ANTES DO
      *    ARQUIVO VIVO; EM BRANCO, AS GERACOES DO PERIODO SAO
      *    PROCURADAS NO CATALOGO.
       FD  ARQ-EXT-PARM
           RECORDING MODE IS F.
       01  REG-EXT-PARM.
           02 PRM-CONTA             PIC X(08).
           02 PRM-DT-INICIO         PIC 9(08).
           02 PRM-DT-FIM            PIC 9(08).
           02 PRM-GERACAO           PIC X(30).
      *
      *    MESMO LAYOUT DO CATALOGO DE GERACOES DO PROGCOB17.
       FD  ARQ-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO.
           02 CAT-ARQUIVO           PIC X(08).
           02 CAT-COMPETENCIA       PIC 9(06).
           02 CAT-COMP-INICIAL      PIC 9(06).
           02 CAT-NOME              PIC X(30).
           02 CAT-DT-GERACAO        PIC 9(08).
           02 CAT-QTD               PIC 9(07).
           02 CAT-SITUACAO          PIC X(01).
              88 CAT-ATIVA                     VALUE 'A'.
              88 CAT-EXPURGADA                 VALUE 'E'.
           02 CAT-DT-EXPURGO        PIC 9(08).
      *
       FD  ARQ-EXTRATO
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       77  WRK-FS-HIST     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CATALOGO PIC  X(02)           VALUE SPACES.
       77  WRK-NOME-HIST   PIC  X(30)           VALUE SPACES.
       77  WRK-PRM-GERACAO PIC  X(30)           VALUE SPACES.
       77  WRK-EOF-CATALOGO PIC X(01)           VALUE 'N'.
           88 FIM-CATALOGO                      VALUE 'S'.
       77  WRK-COMP-INICIO PIC  9(06)           VALUE ZEROS.
       77  WRK-COMP-FIM    PIC  9(06)           VALUE ZEROS.
       77  WRK-QTD-FONTES  PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-QTD-GERACOES PIC 9(03)           VALUE ZEROS.
       77  WRK-MAX-FONTES  PIC  9(03) COMP      VALUE 100.
       77  WRK-FNT-IDX     PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-EOF-HIST    PIC  X(01)           VALUE 'N'.
           88 FIM-HIST                          VALUE 'S'.
       77  WRK-PRM-CONTA   PIC  X(08)           VALUE SPACES.
      *
       01  WRK-TAB-CONTAS.
           02 WRK-CTA-ENT           OCCURS 500 TIMES PIC X(08).
      *
      *    ARQUIVOS DE ONDE SAI O HISTORICO, NA ORDEM DE LEITURA: AS
      *    GERACOES NA ORDEM DO CATALOGO (QUE E A ORDEM DOS CORTES) E
      *    POR ULTIMO O ARQUIVO VIVO.
       01  WRK-TAB-FONTES.
           02 WRK-FNT-NOME          OCCURS 100 TIMES PIC X(30).
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
                          AND PRM-DT-FIM GREATER ZEROS
                           MOVE PRM-DT-FIM    TO WRK-DT-FIM
                       END-IF
                       MOVE PRM-GERACAO TO WRK-PRM-GERACAO
               END-READ
               CLOSE ARQ-EXT-PARM
           END-IF.
           IF WRK-PRM-GERACAO NOT EQUAL SPACES
               ADD 1                TO WRK-QTD-FONTES
               MOVE WRK-PRM-GERACAO TO WRK-FNT-NOME(WRK-QTD-FONTES)
           ELSE
               PERFORM 2100-LOCALIZA-GERACOES
           END-IF.
           ADD 1                    TO WRK-QTD-FONTES.
           MOVE 'EXTRHIST.DAT'      TO WRK-FNT-NOME(WRK-QTD-FONTES).
           OPEN OUTPUT ARQ-EXTRATO.
           MOVE WRK-DT-INICIO       TO EXT-CAB-INICIO.
           MOVE WRK-DT-FIM          TO EXT-CAB-FIM.
           WRITE REG-EXTRATO        FROM WRK-EXT-CAB.
           GO TO 2999-SAIDA.
      *
       2100-LOCALIZA-GERACOES.
      *
      *    GERACOES ATIVAS DO EXTRHIST CUJA FAIXA DE COMPETENCIAS
      *    ENCONTRA O PERIODO PEDIDO. GERACAO JA EXPURGADA NA FAIXA E
      *    SO AVISADA - O EXTRATO SAI COM O QUE AINDA EXISTE.
      *
           COMPUTE WRK-COMP-INICIO = WRK-DT-INICIO / 100.
           COMPUTE WRK-COMP-FIM    = WRK-DT-FIM / 100.
           OPEN INPUT ARQ-CATALOGO.
           IF WRK-FS-CATALOGO NOT EQUAL '00'
               MOVE 'S'             TO WRK-EOF-CATALOGO
           END-IF.
           PERFORM UNTIL FIM-CATALOGO
               READ ARQ-CATALOGO
                   AT END
                       MOVE 'S'     TO WRK-EOF-CATALOGO
                   NOT AT END
                       IF CAT-ARQUIVO EQUAL 'EXTRHIST'
                          AND CAT-COMPETENCIA
                              NOT LESS WRK-COMP-INICIO
                          AND CAT-COMP-INICIAL
                              NOT GREATER WRK-COMP-FIM
                           PERFORM 2110-GUARDA-GERACAO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-CATALOGO EQUAL '00' OR WRK-FS-CATALOGO EQUAL '10'
               CLOSE ARQ-CATALOGO
           END-IF.
      *
       2110-GUARDA-GERACAO.
      *
           IF NOT CAT-ATIVA
               DISPLAY 'PERIODO ALCANCA A GERACAO EXPURGADA '
                       CAT-NOME
           ELSE
               IF WRK-QTD-FONTES LESS WRK-MAX-FONTES - 1
                   ADD 1            TO WRK-QTD-FONTES
                   MOVE CAT-NOME    TO WRK-FNT-NOME(WRK-QTD-FONTES)
               ELSE
                   DISPLAY 'GERACOES DEMAIS NO PERIODO - '
                           CAT-NOME ' NAO LIDA, RESTRINJA O PERIODO.'
               END-IF
           END-IF.
      *
       2999-SAIDA.
      ******************************************************************
      *    CONTAS DISTINTAS. LANCAMENTOS ANTERIORES AO PERIODO TAMBEM
      *    SOBEM - E DELES QUE SAI O SALDO ANTERIOR DO EXTRATO.
      *
           PERFORM VARYING WRK-FNT-IDX FROM 1 BY 1
               UNTIL WRK-FNT-IDX GREATER WRK-QTD-FONTES
                  OR TABELA-CHEIA
               PERFORM 3050-CARREGA-FONTE
           END-PERFORM.
           GO TO 3999-SAIDA.
      *
       3050-CARREGA-FONTE.
      *
           MOVE WRK-FNT-NOME(WRK-FNT-IDX) TO WRK-NOME-HIST.
           MOVE 'N'                 TO WRK-EOF-HIST.
           OPEN INPUT ARQ-EXTRATO-HIST.
           IF WRK-FS-HIST NOT EQUAL '00'
               IF WRK-FNT-IDX EQUAL WRK-QTD-FONTES
                   DISPLAY 'HISTORICO DE EXTRATO (EXTRHIST.DAT) NAO '
                           'ENCONTRADO - SEM LANCAMENTOS A LISTAR.'
               ELSE
                   DISPLAY 'GERACAO ' WRK-NOME-HIST
                           ' NAO ENCONTRADA - FS ' WRK-FS-HIST '.'
               END-IF
               MOVE 'S'             TO WRK-EOF-HIST
           ELSE
               IF WRK-FNT-IDX LESS WRK-QTD-FONTES
                   ADD 1            TO WRK-QTD-GERACOES
               END-IF
           END-IF.
           PERFORM 3100-LE-HISTORICO.
           PERFORM UNTIL FIM-HIST
               PERFORM 3200-GUARDA-LANCAMENTO
           IF WRK-FS-HIST EQUAL '00' OR WRK-FS-HIST EQUAL '10'
               CLOSE ARQ-EXTRATO-HIST
           END-IF.
      *
       3100-LE-HISTORICO.
      *
           WRITE REG-EXTRATO        FROM WRK-EXT-TOT.
           CLOSE ARQ-EXTRATO.
           DISPLAY 'EXTRATO DE CONTAS - LINHAS LIDAS: ' WRK-QTD-LIDAS
                   ' CONTAS EMITIDAS: ' WRK-QTD-EXTRATOS
                   ' GERACOES LIDAS: ' WRK-QTD-GERACOES.
      *
       5999-SAIDA.
      ******************************************************************
