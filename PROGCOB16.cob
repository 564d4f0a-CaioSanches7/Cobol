       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB16.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = FECHAMENTO CONTABIL MENSAL: BALANCETE DE VERIFICACAO *
      *           DA COMPETENCIA (BALANCET.DAT) PELO PLANO DE CONTAS   *
      *           (PLANCONT.DAT) - SALDO ANTERIOR, DEBITOS, CREDITOS E *
      *           SALDO FINAL POR CONTA, TOTALIZADOS PELOS GRUPOS DO   *
      *           PLANO, COM A PROVA DE QUE DEBITOS = CREDITOS E       *
      *           SALDOS DEVEDORES = SALDOS CREDORES. SALDOS DO MASTER *
      *           DE SALDOS E MOVIMENTO DO HISTORICO DE EXTRATO        *
      *           GRAVADOS PELA RECONCILIACAO DO PROGCOB01 - O         *
      *           MOVIMENTO JA ARQUIVADO PELO PROGCOB17 E LIDO DAS     *
      *           GERACOES DO CATALOGO ARQGER.DAT ANTES DO ARQUIVO     *
      *           VIVO. COM O CARTAO BALPARM.DAT PEDINDO, FECHA A      *
      *           COMPETENCIA NO CONTPARM.DAT, SEMPRE O MES SEGUINTE   *
      *           AO ULTIMO FECHADO - DAI EM DIANTE O PROGCOB01 NAO    *
      *           POSTA MAIS LANCAMENTO DATADO NELA.                   *
      *DATA     = 15/10/2026.                                          *
      ******************************************************************
      *HISTORICO DE MANUTENCAO.                                        *
      *15/10/2026 CSS - VERSAO INICIAL.                                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-BAL-PARM     ASSIGN TO "BALPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-PARM-CONTABIL ASSIGN TO "CONTPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CONTPARM.
           SELECT ARQ-PLANO-CONTAS ASSIGN TO "PLANCONT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PLC-CONTA
                                    FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-SALDO-CONTAS ASSIGN TO "SALDCONT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SLD-CONTA
                                    FILE STATUS IS WRK-FS-SALDO.
      *    O HISTORICO E LIDO DAS GERACOES ARQUIVADAS PELO PROGCOB17
      *    QUE A COMPETENCIA ALCANCA E DEPOIS DO EXTRHIST.DAT VIVO.
           SELECT ARQ-EXTRATO-HIST ASSIGN USING WRK-NOME-HIST
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-EXTHIST.
           SELECT ARQ-CATALOGO     ASSIGN TO "ARQGER.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CATALOGO.
           SELECT ARQ-BALANCETE    ASSIGN TO "BALANCET.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    CARTAO DE PARAMETROS: COMPETENCIA (AAAAMM - ZEROS = MES DA
      *    DATA CORRENTE) E 'S' EM PRM-FECHA-PERIODO PARA FECHAR A
      *    COMPETENCIA SE O BALANCETE FECHAR.
       FD  ARQ-BAL-PARM
           RECORDING MODE IS F.
       01  REG-BAL-PARM.
           02 PRM-COMPETENCIA       PIC 9(06).
           02 PRM-FECHA-PERIODO     PIC X(01).
      *
      *    MESMO LAYOUT DOS PARAMETROS CONTABEIS DO PROGCOB01.
       FD  ARQ-PARM-CONTABIL
           RECORDING MODE IS F.
       01  REG-PARM-CONTABIL.
           02 PCT-ULT-FECHADO       PIC 9(06).
           02 PCT-DT-FECHAMENTO     PIC 9(08).
           02 PCT-CONTA-TRANSITORIA PIC X(08).
      *
      *    MESMO LAYOUT DO PLANO DE CONTAS DO PROGCOB01.
       FD  ARQ-PLANO-CONTAS.
       01  REG-PLANO-CONTAS.
           02 PLC-CONTA             PIC X(08).
           02 PLC-DESCRICAO         PIC X(30).
           02 PLC-TIPO              PIC X(01).
              88 PLC-TIPO-ATIVO                VALUE 'A'.
              88 PLC-TIPO-PASSIVO              VALUE 'P'.
              88 PLC-TIPO-DESPESA              VALUE 'D'.
              88 PLC-TIPO-RECEITA              VALUE 'R'.
           02 PLC-GRUPO             PIC X(08).
           02 PLC-SITUACAO          PIC X(01).
              88 PLC-CONTA-ATIVA               VALUE 'S'.
              88 PLC-CONTA-INATIVA             VALUE 'N'.
      *
      *    MESMO LAYOUT DO MASTER DE SALDOS DO PROGCOB01 (CREDITOS
      *    SOMAM, DEBITOS SUBTRAEM - SALDO NEGATIVO E DEVEDOR).
       FD  ARQ-SALDO-CONTAS.
       01  REG-SALDO-CONTA.
           02 SLD-CONTA             PIC X(08).
           02 SLD-SALDO             PIC S9(09)V99.
           02 SLD-DT-NEGATIVO       PIC 9(08).
      *
      *    MESMO LAYOUT DO HISTORICO DE EXTRATO DO PROGCOB01 - EXT-DATA
      *    E A DATA DO MOVIMENTO DO GRUPO POSTADO.
       FD  ARQ-EXTRATO-HIST
           RECORDING MODE IS F.
       01  REG-EXTRATO-HIST.
           02 EXT-CONTA             PIC X(08).
           02 EXT-DATA              PIC 9(08).
           02 EXT-TIPO              PIC X(01).
           02 EXT-VALOR             PIC 9(07)V99.
           02 EXT-SALDO-APOS        PIC S9(09)V99.
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
       FD  ARQ-BALANCETE
           RECORDING MODE IS F.
       01  REG-BALANCETE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CONTPARM PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PLANO    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-SALDO    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-EXTHIST  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CATALOGO PIC  X(02)           VALUE SPACES.
       77  WRK-NOME-HIST   PIC  X(30)           VALUE SPACES.
       77  WRK-EOF-CATALOGO PIC X(01)           VALUE 'N'.
           88 FIM-CATALOGO                      VALUE 'S'.
       77  WRK-QTD-FONTES  PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-QTD-GERACOES PIC 9(03)           VALUE ZEROS.
       77  WRK-MAX-FONTES  PIC  9(03) COMP      VALUE 100.
       77  WRK-FNT-IDX     PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-HIST-INCOMPLETO PIC X(01)        VALUE 'N'.
           88 HISTORICO-INCOMPLETO              VALUE 'S'.
       77  WRK-EOF-PLANO   PIC  X(01)           VALUE 'N'.
           88 FIM-PLANO                         VALUE 'S'.
       77  WRK-EOF-SALDO   PIC  X(01)           VALUE 'N'.
           88 FIM-SALDO                         VALUE 'S'.
       77  WRK-EOF-EXTRATO PIC  X(01)           VALUE 'N'.
           88 FIM-EXTRATO                       VALUE 'S'.
       77  WRK-COMPETENCIA PIC  9(06)           VALUE ZEROS.
       77  WRK-COMP-CORRENTE PIC 9(06)          VALUE ZEROS.
       77  WRK-EXT-COMP    PIC  9(06)           VALUE ZEROS.
       77  WRK-FECHA-PERIODO PIC X(01)          VALUE 'N'.
           88 PEDIDO-FECHAMENTO                 VALUE 'S'.
       77  WRK-ULT-FECHADO PIC  9(06)           VALUE ZEROS.
       77  WRK-CONTA-TRANSIT PIC X(08)          VALUE '99999999'.
       77  WRK-QTD-CONTAS  PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-MAX-CONTAS  PIC  9(04) COMP      VALUE 2000.
       77  WRK-CTA-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-CTA-POS     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-CTA-BUSCA   PIC  X(08)           VALUE SPACES.
       77  WRK-GRP-POS     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-GRP-BUSCA   PIC  X(08)           VALUE SPACES.
       77  WRK-GRP-NIVEL   PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-MAX-NIVEIS  PIC  9(02) COMP      VALUE 10.
       77  WRK-TAB-CHEIA   PIC  X(01)           VALUE 'N'.
           88 TABELA-CHEIA                      VALUE 'S'.
       77  WRK-QTD-LIDAS   PIC  9(06)           VALUE ZEROS.
       77  WRK-QTD-LINHAS  PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-FORA    PIC  9(05)           VALUE ZEROS.
       77  WRK-TOT-DEBITOS PIC  9(13)V99        VALUE ZEROS.
       77  WRK-TOT-CREDITOS PIC 9(13)V99        VALUE ZEROS.
       77  WRK-TOT-SLD-DEV PIC  9(13)V99        VALUE ZEROS.
       77  WRK-TOT-SLD-CRED PIC 9(13)V99        VALUE ZEROS.
       77  WRK-DIF-MOVIMENTO PIC S9(13)V99      VALUE ZEROS.
       77  WRK-DIF-SALDOS  PIC S9(13)V99        VALUE ZEROS.
       77  WRK-BAL-OK      PIC  X(01)           VALUE 'N'.
           88 BALANCETE-FECHA                   VALUE 'S'.
       77  WRK-VLR-SALDO   PIC S9(13)V99        VALUE ZEROS.
       77  WRK-VLR-ABS     PIC  9(13)V99        VALUE ZEROS.
       77  WRK-IND-DC      PIC  X(01)           VALUE SPACE.
      *
      *    UMA ENTRADA POR CONTA DO PLANO, NA ORDEM DO PLANO, E NO FIM
      *    AS CONTAS COM SALDO OU MOVIMENTO QUE NAO ESTAO NO PLANO.
      *    TPC-xxx SAO OS VALORES DA PROPRIA CONTA; TPC-ACM-xxx SOMAM
      *    A CONTA E TODAS AS QUE ESTAO ABAIXO DELA NOS GRUPOS.
      *    TPC-POSTERIOR E O MOVIMENTO LIQUIDO DEPOIS DA COMPETENCIA,
      *    QUE SE TIRA DO SALDO CORRENTE PARA CHEGAR AO SALDO FINAL.
       01  WRK-TAB-CONTAS.
           02 WRK-CTA-ENT           OCCURS 2000 TIMES.
              03 TPC-CONTA          PIC X(08).
              03 TPC-DESCRICAO      PIC X(30).
              03 TPC-TIPO           PIC X(01).
              03 TPC-GRUPO          PIC X(08).
              03 TPC-SITUACAO       PIC X(01).
              03 TPC-NO-PLANO       PIC X(01).
              03 TPC-E-GRUPO        PIC X(01).
              03 TPC-ANTERIOR       PIC S9(13)V99.
              03 TPC-DEBITOS        PIC 9(13)V99.
              03 TPC-CREDITOS       PIC 9(13)V99.
              03 TPC-POSTERIOR      PIC S9(13)V99.
              03 TPC-FINAL          PIC S9(13)V99.
              03 TPC-ACM-ANTERIOR   PIC S9(13)V99.
              03 TPC-ACM-DEBITOS    PIC 9(13)V99.
              03 TPC-ACM-CREDITOS   PIC 9(13)V99.
              03 TPC-ACM-FINAL      PIC S9(13)V99.
      *
      *    ARQUIVOS DE ONDE SAI O MOVIMENTO, NA ORDEM DE LEITURA: AS
      *    GERACOES NA ORDEM DO CATALOGO E POR ULTIMO O ARQUIVO VIVO.
       01  WRK-TAB-FONTES.
           02 WRK-FNT-NOME          OCCURS 100 TIMES PIC X(30).
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
      *
      *    COMPETENCIA SEGUINTE A ULTIMA FECHADA - A UNICA QUE O
      *    CARTAO PODE FECHAR.
       01  WRK-PROX-COMP.
           02 WRK-PROX-ANO PIC 9(04)            VALUE ZEROS.
           02 WRK-PROX-MES PIC 9(02)            VALUE ZEROS.
       01  WRK-PROX-COMP-NUM REDEFINES WRK-PROX-COMP PIC 9(06).
      *
       01  WRK-BAL-CAB.
           02 FILLER                PIC X(39)    VALUE
              'BALANCETE DE VERIFICACAO - COMPETENCIA '.
           02 BAL-CAB-COMP          PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(14)    VALUE
              '   EMITIDO EM '.
           02 BAL-CAB-DATA          PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-BAL-TIT.
           02 FILLER                PIC X(42)    VALUE
              'CONTA    DESCRICAO                      T'.
           02 FILLER                PIC X(18)    VALUE
              '   SALDO ANTERIOR'.
           02 FILLER                PIC X(18)    VALUE
              '           DEBITOS'.
           02 FILLER                PIC X(18)    VALUE
              '          CREDITOS'.
           02 FILLER                PIC X(20)    VALUE
              '       SALDO FINAL'.
      *
       01  WRK-BAL-DET.
           02 BAL-DT-CONTA          PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-DESCRICAO      PIC X(30)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-TIPO           PIC X(01)    VALUE SPACE.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-ANTERIOR       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 BAL-DT-IND-ANT        PIC X(01)    VALUE SPACE.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-DEBITOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-CREDITOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-FINAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 BAL-DT-IND-FIN        PIC X(01)    VALUE SPACE.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-DT-OBS            PIC X(14)    VALUE SPACES.
      *
       01  WRK-BAL-TOT.
           02 BAL-TT-ROTULO         PIC X(40)    VALUE SPACES.
           02 BAL-TT-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BAL-TT-COMPL          PIC X(40)    VALUE SPACES.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-CARREGA-PLANO.
           PERFORM 4000-CARREGA-SALDOS.
           PERFORM 5000-CARREGA-EXTRATO.
           PERFORM 6000-TOTALIZA-GRUPOS.
           PERFORM 7000-EMITE-BALANCETE.
           PERFORM 8000-FECHA-PERIODO.
           PERFORM 9000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    DEFINE A COMPETENCIA (CARTAO BALPARM.DAT OU MES CORRENTE),
      *    LE OS PARAMETROS CONTABEIS E ABRE O BALANCETE.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           COMPUTE WRK-COMP-CORRENTE = WRK-DT-ANO * 100 + WRK-DT-MES.
           MOVE WRK-COMP-CORRENTE   TO WRK-COMPETENCIA.
           OPEN INPUT ARQ-BAL-PARM.
           IF WRK-FS-PARM EQUAL '00'
               READ ARQ-BAL-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-COMPETENCIA IS NUMERIC
                          AND PRM-COMPETENCIA GREATER ZEROS
                           MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                       END-IF
                       IF PRM-FECHA-PERIODO EQUAL 'S'
                           MOVE 'S' TO WRK-FECHA-PERIODO
                       END-IF
               END-READ
               CLOSE ARQ-BAL-PARM
           END-IF.
           OPEN INPUT ARQ-PARM-CONTABIL.
           IF WRK-FS-CONTPARM EQUAL '00'
               READ ARQ-PARM-CONTABIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCT-ULT-FECHADO IS NUMERIC
                           MOVE PCT-ULT-FECHADO TO WRK-ULT-FECHADO
                       END-IF
                       IF PCT-CONTA-TRANSITORIA NOT EQUAL SPACES
                           MOVE PCT-CONTA-TRANSITORIA
                                     TO WRK-CONTA-TRANSIT
                       END-IF
               END-READ
               CLOSE ARQ-PARM-CONTABIL
           END-IF.
           OPEN OUTPUT ARQ-BALANCETE.
           MOVE WRK-COMPETENCIA     TO BAL-CAB-COMP.
           MOVE WRK-DT-ATU-NUM      TO BAL-CAB-DATA.
           WRITE REG-BALANCETE      FROM WRK-BAL-CAB.
      *
       2999-SAIDA.
      ******************************************************************
       3000-CARREGA-PLANO      SECTION.
      ******************************************************************
      *    O PLANO INTEIRO ENTRA NA TABELA, NA ORDEM DA CHAVE. SEM
      *    PLANO O BALANCETE AINDA SAI, COM TODAS AS CONTAS FORA DO
      *    PLANO E SEM TOTAIS DE GRUPO.
      *
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-PLANO NOT EQUAL '00'
               DISPLAY 'PLANO DE CONTAS NAO ENCONTRADO - BALANCETE '
                       'SEM GRUPOS.'
               GO TO 3999-SAIDA
           END-IF.
           PERFORM UNTIL FIM-PLANO OR TABELA-CHEIA
               READ ARQ-PLANO-CONTAS NEXT RECORD
                   AT END
                       MOVE 'S'     TO WRK-EOF-PLANO
               END-READ
               IF NOT FIM-PLANO
                   MOVE PLC-CONTA   TO WRK-CTA-BUSCA
                   PERFORM 3300-LOCALIZA-CONTA
                   IF WRK-CTA-POS GREATER ZEROS
                       MOVE PLC-DESCRICAO TO TPC-DESCRICAO(WRK-CTA-POS)
                       MOVE PLC-TIPO      TO TPC-TIPO(WRK-CTA-POS)
                       MOVE PLC-GRUPO     TO TPC-GRUPO(WRK-CTA-POS)
                       MOVE PLC-SITUACAO  TO TPC-SITUACAO(WRK-CTA-POS)
                       MOVE 'S'           TO TPC-NO-PLANO(WRK-CTA-POS)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-PLANO-CONTAS.
           GO TO 3999-SAIDA.
      *
       3300-LOCALIZA-CONTA.
      *
      *    PROCURA WRK-CTA-BUSCA NA TABELA - CONTA NOVA ENTRA NO FIM,
      *    FORA DO PLANO ATE O PLANO DIZER O CONTRARIO. TABELA CHEIA
      *    CANCELA O BALANCETE COMO O KARDEX DO PROGCOB14.
      *
           PERFORM 3350-PROCURA-CONTA.
           IF WRK-CTA-POS EQUAL ZEROS
               IF WRK-QTD-CONTAS LESS WRK-MAX-CONTAS
                   ADD 1            TO WRK-QTD-CONTAS
                   MOVE WRK-QTD-CONTAS TO WRK-CTA-POS
                   MOVE WRK-CTA-BUSCA TO TPC-CONTA(WRK-CTA-POS)
                   MOVE 'FORA DO PLANO' TO TPC-DESCRICAO(WRK-CTA-POS)
                   MOVE SPACES       TO TPC-TIPO(WRK-CTA-POS)
                                        TPC-GRUPO(WRK-CTA-POS)
                                        TPC-SITUACAO(WRK-CTA-POS)
                   MOVE 'N'         TO TPC-NO-PLANO(WRK-CTA-POS)
                                        TPC-E-GRUPO(WRK-CTA-POS)
                   MOVE ZEROS        TO TPC-ANTERIOR(WRK-CTA-POS)
                                        TPC-DEBITOS(WRK-CTA-POS)
                                        TPC-CREDITOS(WRK-CTA-POS)
                                        TPC-POSTERIOR(WRK-CTA-POS)
                                        TPC-FINAL(WRK-CTA-POS)
                                        TPC-ACM-ANTERIOR(WRK-CTA-POS)
                                        TPC-ACM-DEBITOS(WRK-CTA-POS)
                                        TPC-ACM-CREDITOS(WRK-CTA-POS)
                                        TPC-ACM-FINAL(WRK-CTA-POS)
               ELSE
                   DISPLAY 'TABELA DE CONTAS CHEIA - BALANCETE '
                           'CANCELADO.'
                   MOVE 'S'         TO WRK-TAB-CHEIA
                   MOVE 'S'         TO WRK-EOF-PLANO WRK-EOF-SALDO
                                        WRK-EOF-EXTRATO
               END-IF
           END-IF.
      *
       3350-PROCURA-CONTA.
      *
           MOVE ZEROS                TO WRK-CTA-POS.
           PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX GREATER WRK-QTD-CONTAS
                  OR WRK-CTA-POS GREATER ZEROS
               IF TPC-CONTA(WRK-CTA-IDX) EQUAL WRK-CTA-BUSCA
                   MOVE WRK-CTA-IDX TO WRK-CTA-POS
               END-IF
           END-PERFORM.
      *
       3999-SAIDA.
      ******************************************************************
       4000-CARREGA-SALDOS     SECTION.
      ******************************************************************
      *    O MASTER DE SALDOS GUARDA O SALDO CORRENTE DE CADA CONTA;
      *    ELE ENTRA PROVISORIAMENTE COMO SALDO FINAL E O 5000 TIRA O
      *    QUE FOI POSTADO DEPOIS DA COMPETENCIA.
      *
           IF TABELA-CHEIA
               GO TO 4999-SAIDA
           END-IF.
           OPEN INPUT ARQ-SALDO-CONTAS.
           IF WRK-FS-SALDO NOT EQUAL '00'
               DISPLAY 'MASTER DE SALDOS NAO ENCONTRADO - BALANCETE '
                       'SO COM O MOVIMENTO DO EXTRATO.'
               GO TO 4999-SAIDA
           END-IF.
           PERFORM UNTIL FIM-SALDO
               READ ARQ-SALDO-CONTAS NEXT RECORD
                   AT END
                       MOVE 'S'     TO WRK-EOF-SALDO
               END-READ
               IF NOT FIM-SALDO
                   MOVE SLD-CONTA   TO WRK-CTA-BUSCA
                   PERFORM 3300-LOCALIZA-CONTA
                   IF WRK-CTA-POS GREATER ZEROS
                       MOVE SLD-SALDO TO TPC-FINAL(WRK-CTA-POS)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-SALDO-CONTAS.
           GO TO 4999-SAIDA.
      *
       4999-SAIDA.
      ******************************************************************
       5000-CARREGA-EXTRATO    SECTION.
      ******************************************************************
      *    LANCAMENTO DATADO NA COMPETENCIA SOMA EM DEBITOS OU
      *    CREDITOS DA CONTA; LANCAMENTO DATADO DEPOIS DELA ENTRA NO
      *    MOVIMENTO POSTERIOR. LANCAMENTO ANTERIOR JA ESTA NO SALDO
      *    ANTERIOR. DEPOIS DA PASSADA:
      *      SALDO FINAL    = SALDO CORRENTE - MOVIMENTO POSTERIOR
      *      SALDO ANTERIOR = SALDO FINAL - (CREDITOS - DEBITOS)
      *    O MOVIMENTO DA COMPETENCIA EM DIANTE QUE O PROGCOB17 JA
      *    ARQUIVOU E LIDO DAS GERACOES DO CATALOGO ANTES DO ARQUIVO
      *    VIVO. SE UMA DELAS FOI EXPURGADA OU NAO E ENCONTRADA O
      *    BALANCETE NAO TEM COMO SAIR CERTO E E CANCELADO.
      *
           IF TABELA-CHEIA
               GO TO 5999-SAIDA
           END-IF.
           PERFORM 5050-LOCALIZA-GERACOES.
           IF HISTORICO-INCOMPLETO
               GO TO 5999-SAIDA
           END-IF.
           ADD 1                    TO WRK-QTD-FONTES.
           MOVE 'EXTRHIST.DAT'      TO WRK-FNT-NOME(WRK-QTD-FONTES).
           PERFORM VARYING WRK-FNT-IDX FROM 1 BY 1
               UNTIL WRK-FNT-IDX GREATER WRK-QTD-FONTES
                  OR TABELA-CHEIA OR HISTORICO-INCOMPLETO
               PERFORM 5070-CARREGA-FONTE
           END-PERFORM.
           IF TABELA-CHEIA OR HISTORICO-INCOMPLETO
               GO TO 5999-SAIDA
           END-IF.
           PERFORM VARYING WRK-CTA-POS FROM 1 BY 1
               UNTIL WRK-CTA-POS GREATER WRK-QTD-CONTAS
               SUBTRACT TPC-POSTERIOR(WRK-CTA-POS)
                                     FROM TPC-FINAL(WRK-CTA-POS)
               COMPUTE TPC-ANTERIOR(WRK-CTA-POS) =
                       TPC-FINAL(WRK-CTA-POS)
                     - TPC-CREDITOS(WRK-CTA-POS)
                     + TPC-DEBITOS(WRK-CTA-POS)
           END-PERFORM.
           GO TO 5999-SAIDA.
      *
       5050-LOCALIZA-GERACOES.
      *
      *    GERACOES DO EXTRHIST CUJO CORTE E DA COMPETENCIA PEDIDA OU
      *    POSTERIOR - SO ELAS TEM MOVIMENTO DA COMPETENCIA OU DEPOIS
      *    DELA. O QUE ESTA NAS GERACOES MAIS ANTIGAS JA ESTA TODO NO
      *    SALDO ANTERIOR.
      *
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
                              NOT LESS WRK-COMPETENCIA
                           PERFORM 5060-GUARDA-GERACAO
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-CATALOGO EQUAL '00' OR WRK-FS-CATALOGO EQUAL '10'
               CLOSE ARQ-CATALOGO
           END-IF.
      *
       5060-GUARDA-GERACAO.
      *
           IF NOT CAT-ATIVA
               DISPLAY 'COMPETENCIA ALCANCA A GERACAO EXPURGADA '
                       CAT-NOME ' - BALANCETE CANCELADO.'
               MOVE 'S'             TO WRK-HIST-INCOMPLETO
           ELSE
               IF WRK-QTD-FONTES LESS WRK-MAX-FONTES - 1
                   ADD 1            TO WRK-QTD-FONTES
                   MOVE CAT-NOME    TO WRK-FNT-NOME(WRK-QTD-FONTES)
               ELSE
                   DISPLAY 'GERACOES DEMAIS NA COMPETENCIA - '
                           CAT-NOME ' - BALANCETE CANCELADO.'
                   MOVE 'S'         TO WRK-HIST-INCOMPLETO
               END-IF
           END-IF.
      *
       5070-CARREGA-FONTE.
      *
           MOVE WRK-FNT-NOME(WRK-FNT-IDX) TO WRK-NOME-HIST.
           MOVE 'N'                 TO WRK-EOF-EXTRATO.
           OPEN INPUT ARQ-EXTRATO-HIST.
           IF WRK-FS-EXTHIST NOT EQUAL '00'
               IF WRK-FNT-IDX EQUAL WRK-QTD-FONTES
                   DISPLAY 'HISTORICO DE EXTRATO (EXTRHIST.DAT) NAO '
                           'ENCONTRADO - BALANCETE SEM MOVIMENTO.'
               ELSE
                   DISPLAY 'GERACAO ' WRK-NOME-HIST
                           ' NAO ENCONTRADA - FS ' WRK-FS-EXTHIST
                           ' - BALANCETE CANCELADO.'
                   MOVE 'S'         TO WRK-HIST-INCOMPLETO
               END-IF
               MOVE 'S'             TO WRK-EOF-EXTRATO
           ELSE
               IF WRK-FNT-IDX LESS WRK-QTD-FONTES
                   ADD 1            TO WRK-QTD-GERACOES
               END-IF
           END-IF.
           PERFORM UNTIL FIM-EXTRATO
               READ ARQ-EXTRATO-HIST
                   AT END
                       MOVE 'S'     TO WRK-EOF-EXTRATO
               END-READ
               IF NOT FIM-EXTRATO
                   PERFORM 5100-CLASSIFICA-LANCAMENTO
               END-IF
           END-PERFORM.
           IF WRK-FS-EXTHIST EQUAL '00' OR WRK-FS-EXTHIST EQUAL '10'
               CLOSE ARQ-EXTRATO-HIST
           END-IF.
      *
       5100-CLASSIFICA-LANCAMENTO.
      *
           ADD 1                    TO WRK-QTD-LIDAS.
           COMPUTE WRK-EXT-COMP = EXT-DATA / 100.
           IF WRK-EXT-COMP NOT LESS WRK-COMPETENCIA
               MOVE EXT-CONTA       TO WRK-CTA-BUSCA
               PERFORM 3300-LOCALIZA-CONTA
               IF WRK-CTA-POS GREATER ZEROS
                   EVALUATE TRUE
                       WHEN WRK-EXT-COMP GREATER WRK-COMPETENCIA
                        AND EXT-TIPO EQUAL 'D'
                           SUBTRACT EXT-VALOR
                                     FROM TPC-POSTERIOR(WRK-CTA-POS)
                       WHEN WRK-EXT-COMP GREATER WRK-COMPETENCIA
                           ADD EXT-VALOR TO TPC-POSTERIOR(WRK-CTA-POS)
                       WHEN EXT-TIPO EQUAL 'D'
                           ADD EXT-VALOR TO TPC-DEBITOS(WRK-CTA-POS)
                       WHEN OTHER
                           ADD EXT-VALOR TO TPC-CREDITOS(WRK-CTA-POS)
                   END-EVALUATE
               END-IF
           END-IF.
      *
       5999-SAIDA.
      ******************************************************************
       6000-TOTALIZA-GRUPOS    SECTION.
      ******************************************************************
      *    CADA CONTA SOMA OS PROPRIOS VALORES EM SI MESMA E EM CADA
      *    GRUPO ACIMA DELA, SUBINDO PELO PLANO ATE O TOPO (NO MAXIMO
      *    10 NIVEIS, O MESMO LIMITE DA MANUTENCAO DO PROGCOB15).
      *
           IF TABELA-CHEIA OR HISTORICO-INCOMPLETO
               GO TO 6999-SAIDA
           END-IF.
           PERFORM VARYING WRK-CTA-POS FROM 1 BY 1
               UNTIL WRK-CTA-POS GREATER WRK-QTD-CONTAS
               MOVE TPC-ANTERIOR(WRK-CTA-POS)
                                     TO TPC-ACM-ANTERIOR(WRK-CTA-POS)
               MOVE TPC-DEBITOS(WRK-CTA-POS)
                                     TO TPC-ACM-DEBITOS(WRK-CTA-POS)
               MOVE TPC-CREDITOS(WRK-CTA-POS)
                                     TO TPC-ACM-CREDITOS(WRK-CTA-POS)
               MOVE TPC-FINAL(WRK-CTA-POS)
                                     TO TPC-ACM-FINAL(WRK-CTA-POS)
           END-PERFORM.
           PERFORM VARYING WRK-CTA-POS FROM 1 BY 1
               UNTIL WRK-CTA-POS GREATER WRK-QTD-CONTAS
               PERFORM 6100-SOBE-GRUPOS
           END-PERFORM.
           GO TO 6999-SAIDA.
      *
       6100-SOBE-GRUPOS.
      *
           MOVE TPC-GRUPO(WRK-CTA-POS) TO WRK-GRP-BUSCA.
           MOVE ZEROS                TO WRK-GRP-NIVEL.
           PERFORM UNTIL WRK-GRP-BUSCA EQUAL SPACES
                      OR WRK-GRP-NIVEL NOT LESS WRK-MAX-NIVEIS
               ADD 1                TO WRK-GRP-NIVEL
               MOVE ZEROS            TO WRK-GRP-POS
               PERFORM VARYING WRK-CTA-IDX FROM 1 BY 1
                   UNTIL WRK-CTA-IDX GREATER WRK-QTD-CONTAS
                      OR WRK-GRP-POS GREATER ZEROS
                   IF TPC-CONTA(WRK-CTA-IDX) EQUAL WRK-GRP-BUSCA
                       MOVE WRK-CTA-IDX TO WRK-GRP-POS
                   END-IF
               END-PERFORM
               IF WRK-GRP-POS EQUAL ZEROS
                   MOVE SPACES      TO WRK-GRP-BUSCA
               ELSE
                   MOVE 'S'         TO TPC-E-GRUPO(WRK-GRP-POS)
                   ADD TPC-ANTERIOR(WRK-CTA-POS)
                                     TO TPC-ACM-ANTERIOR(WRK-GRP-POS)
                   ADD TPC-DEBITOS(WRK-CTA-POS)
                                     TO TPC-ACM-DEBITOS(WRK-GRP-POS)
                   ADD TPC-CREDITOS(WRK-CTA-POS)
                                     TO TPC-ACM-CREDITOS(WRK-GRP-POS)
                   ADD TPC-FINAL(WRK-CTA-POS)
                                     TO TPC-ACM-FINAL(WRK-GRP-POS)
                   MOVE TPC-GRUPO(WRK-GRP-POS) TO WRK-GRP-BUSCA
               END-IF
           END-PERFORM.
      *
       6999-SAIDA.
      ******************************************************************
       7000-EMITE-BALANCETE    SECTION.
      ******************************************************************
      *    UMA LINHA POR CONTA COM SALDO OU MOVIMENTO, NA ORDEM DO
      *    PLANO - CONTA QUE E GRUPO MOSTRA O TOTAL ACUMULADO DO GRUPO.
      *    EM SEGUIDA OS GRUPOS DE TOPO E A PROVA DO BALANCETE, FEITA
      *    SO COM OS VALORES PROPRIOS DE CADA CONTA (SEM DUPLICAR OS
      *    GRUPOS). SALDO COM D E DEVEDOR, COM C CREDOR.
      *
           IF TABELA-CHEIA
               MOVE 'BALANCETE CANCELADO - VOLUME EXCEDE A TABELA'
                                     TO REG-BALANCETE
               WRITE REG-BALANCETE
               GO TO 7999-SAIDA
           END-IF.
           IF HISTORICO-INCOMPLETO
               MOVE 'BALANCETE CANCELADO - HISTORICO INCOMPLETO'
                                     TO REG-BALANCETE
               MOVE '(GERACAO DO EXTRHIST EXPURGADA OU AUSENTE)'
                                     TO REG-BALANCETE(44:)
               WRITE REG-BALANCETE
               GO TO 7999-SAIDA
           END-IF.
           WRITE REG-BALANCETE      FROM WRK-BAL-TIT.
           PERFORM VARYING WRK-CTA-POS FROM 1 BY 1
               UNTIL WRK-CTA-POS GREATER WRK-QTD-CONTAS
               IF TPC-ACM-ANTERIOR(WRK-CTA-POS) NOT EQUAL ZEROS
                  OR TPC-ACM-DEBITOS(WRK-CTA-POS) NOT EQUAL ZEROS
                  OR TPC-ACM-CREDITOS(WRK-CTA-POS) NOT EQUAL ZEROS
                  OR TPC-ACM-FINAL(WRK-CTA-POS) NOT EQUAL ZEROS
                   PERFORM 7100-LISTA-CONTA
               END-IF
               PERFORM 7300-ACUMULA-PROVA
           END-PERFORM.
           MOVE SPACES               TO REG-BALANCETE.
           WRITE REG-BALANCETE.
           MOVE 'GRUPOS DE TOPO DO PLANO' TO REG-BALANCETE.
           WRITE REG-BALANCETE.
           PERFORM VARYING WRK-CTA-POS FROM 1 BY 1
               UNTIL WRK-CTA-POS GREATER WRK-QTD-CONTAS
               IF TPC-GRUPO(WRK-CTA-POS) EQUAL SPACES
                  AND TPC-E-GRUPO(WRK-CTA-POS) EQUAL 'S'
                   PERFORM 7100-LISTA-CONTA
               END-IF
           END-PERFORM.
           PERFORM 7400-EMITE-PROVA.
           GO TO 7999-SAIDA.
      *
       7100-LISTA-CONTA.
      *
           ADD 1                    TO WRK-QTD-LINHAS.
           MOVE TPC-CONTA(WRK-CTA-POS)     TO BAL-DT-CONTA.
           MOVE TPC-DESCRICAO(WRK-CTA-POS) TO BAL-DT-DESCRICAO.
           MOVE TPC-TIPO(WRK-CTA-POS)      TO BAL-DT-TIPO.
           MOVE TPC-ACM-ANTERIOR(WRK-CTA-POS) TO WRK-VLR-SALDO.
           PERFORM 7200-FORMATA-SALDO.
           MOVE WRK-VLR-ABS         TO BAL-DT-ANTERIOR.
           MOVE WRK-IND-DC          TO BAL-DT-IND-ANT.
           MOVE TPC-ACM-DEBITOS(WRK-CTA-POS)  TO BAL-DT-DEBITOS.
           MOVE TPC-ACM-CREDITOS(WRK-CTA-POS) TO BAL-DT-CREDITOS.
           MOVE TPC-ACM-FINAL(WRK-CTA-POS) TO WRK-VLR-SALDO.
           PERFORM 7200-FORMATA-SALDO.
           MOVE WRK-VLR-ABS         TO BAL-DT-FINAL.
           MOVE WRK-IND-DC          TO BAL-DT-IND-FIN.
           EVALUATE TRUE
               WHEN TPC-NO-PLANO(WRK-CTA-POS) NOT EQUAL 'S'
                   MOVE '*FORA PLANO*'  TO BAL-DT-OBS
               WHEN TPC-E-GRUPO(WRK-CTA-POS) EQUAL 'S'
                   MOVE 'TOTAL GRUPO'   TO BAL-DT-OBS
               WHEN TPC-SITUACAO(WRK-CTA-POS) EQUAL 'N'
                   MOVE 'INATIVA'       TO BAL-DT-OBS
               WHEN TPC-CONTA(WRK-CTA-POS) EQUAL WRK-CONTA-TRANSIT
                   MOVE 'TRANSITORIA'   TO BAL-DT-OBS
               WHEN OTHER
                   MOVE SPACES          TO BAL-DT-OBS
           END-EVALUATE.
           WRITE REG-BALANCETE      FROM WRK-BAL-DET.
      *
       7200-FORMATA-SALDO.
      *
      *    NO MASTER O CREDITO SOMA E O DEBITO SUBTRAI: SALDO NEGATIVO
      *    E DEVEDOR (D), POSITIVO E CREDOR (C).
      *
           MOVE SPACE                TO WRK-IND-DC.
           IF WRK-VLR-SALDO LESS ZEROS
               COMPUTE WRK-VLR-ABS = ZEROS - WRK-VLR-SALDO
               MOVE 'D'             TO WRK-IND-DC
           ELSE
               MOVE WRK-VLR-SALDO   TO WRK-VLR-ABS
               IF WRK-VLR-SALDO GREATER ZEROS
                   MOVE 'C'         TO WRK-IND-DC
               END-IF
           END-IF.
      *
       7300-ACUMULA-PROVA.
      *
           IF TPC-NO-PLANO(WRK-CTA-POS) NOT EQUAL 'S'
               ADD 1                TO WRK-QTD-FORA
           END-IF.
           ADD TPC-DEBITOS(WRK-CTA-POS)  TO WRK-TOT-DEBITOS.
           ADD TPC-CREDITOS(WRK-CTA-POS) TO WRK-TOT-CREDITOS.
           IF TPC-FINAL(WRK-CTA-POS) LESS ZEROS
               SUBTRACT TPC-FINAL(WRK-CTA-POS) FROM WRK-TOT-SLD-DEV
           ELSE
               ADD TPC-FINAL(WRK-CTA-POS) TO WRK-TOT-SLD-CRED
           END-IF.
      *
       7400-EMITE-PROVA.
      *
      *    PARTIDAS DOBRADAS: NO MES, DEBITOS = CREDITOS; NO SALDO,
      *    DEVEDORES = CREDORES. QUALQUER DIFERENCA E LANCAMENTO SEM
      *    CONTRAPARTIDA OU SALDO IMPLANTADO FORA DA POSTAGEM.
      *
           COMPUTE WRK-DIF-MOVIMENTO = WRK-TOT-DEBITOS
                                     - WRK-TOT-CREDITOS.
           COMPUTE WRK-DIF-SALDOS = WRK-TOT-SLD-DEV
                                  - WRK-TOT-SLD-CRED.
           IF WRK-DIF-MOVIMENTO EQUAL ZEROS
              AND WRK-DIF-SALDOS EQUAL ZEROS
               MOVE 'S'             TO WRK-BAL-OK
           ELSE
               MOVE 'N'             TO WRK-BAL-OK
           END-IF.
           MOVE SPACES               TO REG-BALANCETE.
           WRITE REG-BALANCETE.
           MOVE 'PROVA DO BALANCETE' TO REG-BALANCETE.
           WRITE REG-BALANCETE.
           MOVE SPACES               TO BAL-TT-COMPL.
           MOVE 'TOTAL DE DEBITOS DA COMPETENCIA' TO BAL-TT-ROTULO.
           MOVE WRK-TOT-DEBITOS     TO BAL-TT-VALOR.
           WRITE REG-BALANCETE      FROM WRK-BAL-TOT.
           MOVE 'TOTAL DE CREDITOS DA COMPETENCIA' TO BAL-TT-ROTULO.
           MOVE WRK-TOT-CREDITOS    TO BAL-TT-VALOR.
           WRITE REG-BALANCETE      FROM WRK-BAL-TOT.
           MOVE 'DIFERENCA DEBITOS X CREDITOS' TO BAL-TT-ROTULO.
           MOVE WRK-DIF-MOVIMENTO   TO BAL-TT-VALOR.
           IF WRK-DIF-MOVIMENTO NOT EQUAL ZEROS
               MOVE '*** NAO CONFERE ***'  TO BAL-TT-COMPL
           END-IF.
           WRITE REG-BALANCETE      FROM WRK-BAL-TOT.
           MOVE SPACES               TO BAL-TT-COMPL.
           MOVE 'TOTAL DE SALDOS DEVEDORES' TO BAL-TT-ROTULO.
           MOVE WRK-TOT-SLD-DEV     TO BAL-TT-VALOR.
           WRITE REG-BALANCETE      FROM WRK-BAL-TOT.
           MOVE 'TOTAL DE SALDOS CREDORES' TO BAL-TT-ROTULO.
           MOVE WRK-TOT-SLD-CRED    TO BAL-TT-VALOR.
           WRITE REG-BALANCETE      FROM WRK-BAL-TOT.
           MOVE 'DIFERENCA DEVEDORES X CREDORES' TO BAL-TT-ROTULO.
           MOVE WRK-DIF-SALDOS      TO BAL-TT-VALOR.
           IF WRK-DIF-SALDOS NOT EQUAL ZEROS
               MOVE '*** NAO CONFERE ***'  TO BAL-TT-COMPL
           END-IF.
           WRITE REG-BALANCETE      FROM WRK-BAL-TOT.
           MOVE SPACES               TO BAL-TT-COMPL.
           IF BALANCETE-FECHA
               MOVE 'BALANCETE FECHADO - DEBITOS = CREDITOS'
                                     TO REG-BALANCETE
           ELSE
               MOVE '*** BALANCETE NAO FECHA ***' TO REG-BALANCETE
           END-IF.
           WRITE REG-BALANCETE.
      *
       7999-SAIDA.
      ******************************************************************
       8000-FECHA-PERIODO      SECTION.
      ******************************************************************
      *    COM PEDIDO NO CARTAO, A COMPETENCIA SO E FECHADA SE O
      *    BALANCETE FECHOU, SE ELA AINDA NAO ESTA FECHADA, SE NAO
      *    E FUTURA E SE E O MES SEGUINTE AO ULTIMO FECHADO - NENHUM
      *    MES FICA FECHADO SEM O SEU PROPRIO BALANCETE PROVADO. O
      *    CONTPARM.DAT E REGRAVADO COM A NOVA ULTIMA COMPETENCIA
      *    FECHADA, MANTENDO A CONTA TRANSITORIA.
      *
           IF NOT PEDIDO-FECHAMENTO
               GO TO 8999-SAIDA
           END-IF.
           MOVE WRK-ULT-FECHADO     TO WRK-PROX-COMP-NUM.
           IF WRK-PROX-MES NOT LESS 12
               ADD 1                TO WRK-PROX-ANO
               MOVE 1               TO WRK-PROX-MES
           ELSE
               ADD 1                TO WRK-PROX-MES
           END-IF.
           MOVE SPACES               TO REG-BALANCETE.
           EVALUATE TRUE
               WHEN TABELA-CHEIA
               WHEN HISTORICO-INCOMPLETO
               WHEN NOT BALANCETE-FECHA
                   MOVE 'COMPETENCIA NAO FECHADA - BALANCETE NAO FECHA'
                                     TO REG-BALANCETE
               WHEN WRK-COMPETENCIA NOT GREATER WRK-ULT-FECHADO
                   MOVE 'COMPETENCIA NAO FECHADA - JA ESTAVA FECHADA'
                                     TO REG-BALANCETE
               WHEN WRK-COMPETENCIA GREATER WRK-COMP-CORRENTE
                   MOVE 'COMPETENCIA NAO FECHADA - COMPETENCIA FUTURA'
                                     TO REG-BALANCETE
               WHEN WRK-ULT-FECHADO GREATER ZEROS
                AND WRK-COMPETENCIA NOT EQUAL WRK-PROX-COMP-NUM
                   MOVE 'COMPETENCIA NAO FECHADA - MES ANTERIOR ABERTO'
                                     TO REG-BALANCETE
               WHEN OTHER
                   PERFORM 8100-GRAVA-FECHAMENTO
           END-EVALUATE.
           WRITE REG-BALANCETE.
           DISPLAY REG-BALANCETE(1:60).
           GO TO 8999-SAIDA.
      *
       8100-GRAVA-FECHAMENTO.
      *
           OPEN OUTPUT ARQ-PARM-CONTABIL.
           IF WRK-FS-CONTPARM NOT EQUAL '00'
               MOVE 'COMPETENCIA NAO FECHADA - ERRO NO CONTPARM FS'
                                     TO REG-BALANCETE
               MOVE WRK-FS-CONTPARM TO REG-BALANCETE(48:2)
           ELSE
               MOVE WRK-COMPETENCIA TO PCT-ULT-FECHADO
               MOVE WRK-DT-ATU-NUM  TO PCT-DT-FECHAMENTO
               MOVE WRK-CONTA-TRANSIT TO PCT-CONTA-TRANSITORIA
               WRITE REG-PARM-CONTABIL
               CLOSE ARQ-PARM-CONTABIL
               MOVE WRK-COMPETENCIA TO WRK-ULT-FECHADO
               MOVE 'COMPETENCIA FECHADA - NAO RECEBE MAIS LANCAMENTOS'
                                     TO REG-BALANCETE
           END-IF.
      *
       8999-SAIDA.
      ******************************************************************
       9000-FINALIZA           SECTION.
      ******************************************************************
      *
           CLOSE ARQ-BALANCETE.
           DISPLAY 'BALANCETE ' WRK-COMPETENCIA ' - CONTAS: '
                   WRK-QTD-CONTAS ' LINHAS: ' WRK-QTD-LINHAS
                   ' FORA DO PLANO: ' WRK-QTD-FORA
                   ' GERACOES LIDAS: ' WRK-QTD-GERACOES
                   ' FECHA: ' WRK-BAL-OK.
      *
       9999-SAIDA.
      ******************************************************************
