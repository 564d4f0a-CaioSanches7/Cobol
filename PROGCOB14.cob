       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB14.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = FECHAMENTO MENSAL DE ESTOQUE: A PARTIR DA RAZAO DE   *
      *           ESTOQUE GRAVADA PELA POSTAGEM DO PROGCOB01           *
      *           (ESTQHIST.DAT) EMITE O KARDEX DA COMPETENCIA POR     *
      *           PRODUTO (KARDEX.DAT) - SALDO INICIAL, CADA MOVIMENTO *
      *           E SALDO FINAL EM QUANTIDADE E VALOR - E A            *
      *           VALORIZACAO DO ESTOQUE (VALESTQ.DAT) PELO CUSTO      *
      *           MEDIO, COM O TOTAL CONFRONTADO COM O SALDO DA CONTA  *
      *           DE ESTOQUE NO MASTER DE SALDOS. COMPETENCIA E CONTA  *
      *           VEM DO CARTAO KARDPARM.DAT COMO O FATPARM DO         *
      *           PROGCOB04.                                           *
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
           SELECT ARQ-HIST-ESTOQUE ASSIGN TO "ESTQHIST.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-HIST.
           SELECT ARQ-KARD-PARM    ASSIGN TO "KARDPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-PRODUTO-MASTER ASSIGN TO "PRODMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PRD-CODIGO
                                    FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ARQ-SALDO-CONTAS ASSIGN TO "SALDCONT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS SLD-CONTA
                                    FILE STATUS IS WRK-FS-SALDO.
           SELECT ARQ-KARDEX       ASSIGN TO "KARDEX.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-VALORIZACAO  ASSIGN TO "VALESTQ.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DA RAZAO DE ESTOQUE DO PROGCOB01 - UMA LINHA
      *    POR MOVIMENTO POSTADO, NA ORDEM DE POSTAGEM, COM QUANTIDADE
      *    E VALOR ANTES E DEPOIS.
       FD  ARQ-HIST-ESTOQUE
           RECORDING MODE IS F.
       01  REG-HIST-ESTOQUE.
           02 HST-PRODUTO           PIC X(10).
           02 HST-DATA              PIC 9(08).
           02 HST-ORIGEM            PIC X(01).
              88 HST-PEDIDO                    VALUE 'P'.
              88 HST-COMPRA                    VALUE 'C'.
              88 HST-ENTRADA                   VALUE 'E'.
              88 HST-DEVOLUCAO                 VALUE 'D'.
              88 HST-AJUSTE                    VALUE 'A'.
              88 HST-REAVALIACAO               VALUE 'R'.
           02 HST-TIPO              PIC X(01).
           02 HST-NUM-PC            PIC 9(06).
           02 HST-QTD               PIC 9(07).
           02 HST-CUSTO-UNIT        PIC 9(07)V9(04).
           02 HST-VALOR             PIC 9(11)V99.
           02 HST-SALDO-ANT         PIC 9(07).
           02 HST-VALOR-ANT         PIC 9(11)V99.
           02 HST-SALDO             PIC 9(07).
           02 HST-VALOR-SALDO       PIC 9(11)V99.
           02 HST-CUSTO-MEDIO       PIC 9(07)V9(04).
      *
      *    CARTAO DE PARAMETROS: COMPETENCIA (AAAAMM - ZEROS = MES DA
      *    DATA CORRENTE) E A CONTA DE ESTOQUE NO MASTER DE SALDOS
      *    (BRANCOS = VALORIZACAO SEM CONFRONTO CONTABIL).
       FD  ARQ-KARD-PARM
           RECORDING MODE IS F.
       01  REG-KARD-PARM.
           02 PRM-COMPETENCIA       PIC 9(06).
           02 PRM-CONTA-ESTOQUE     PIC X(08).
      *
      *    MESMO LAYOUT DO PRODUCT-MASTER DO PROGCOB01.
       FD  ARQ-PRODUTO-MASTER.
       01  REG-PRODUTO-MASTER.
           02 PRD-CODIGO            PIC X(10).
           02 PRD-DESCRICAO         PIC X(20).
           02 PRD-PRECO-UNIT        PIC 9(07)V99.
           02 PRD-QTD-ESTOQUE       PIC 9(07).
           02 PRD-PONTO-RESSUP      PIC 9(07).
           02 PRD-CUSTO-MEDIO       PIC 9(07)V9(04).
      *
      *    MESMO LAYOUT DO MASTER DE SALDOS DO PROGCOB01 (CREDITOS
      *    SOMAM, DEBITOS SUBTRAEM - CONTA DE ATIVO FICA NEGATIVA).
       FD  ARQ-SALDO-CONTAS.
       01  REG-SALDO-CONTA.
           02 SLD-CONTA             PIC X(08).
           02 SLD-SALDO             PIC S9(09)V99.
           02 SLD-DT-NEGATIVO       PIC 9(08).
      *
       FD  ARQ-KARDEX
           RECORDING MODE IS F.
       01  REG-KARDEX               PIC X(132).
      *
       FD  ARQ-VALORIZACAO
           RECORDING MODE IS F.
       01  REG-VALORIZACAO          PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-HIST     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PRODUTO  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-SALDO    PIC  X(02)           VALUE SPACES.
       77  WRK-EOF-HIST    PIC  X(01)           VALUE 'N'.
           88 FIM-HIST                          VALUE 'S'.
       77  WRK-EOF-PRODUTO PIC  X(01)           VALUE 'N'.
           88 FIM-PRODUTO                       VALUE 'S'.
       77  WRK-COMPETENCIA PIC  9(06)           VALUE ZEROS.
       77  WRK-COMP-CORRENTE PIC 9(06)          VALUE ZEROS.
       77  WRK-HST-COMP    PIC  9(06)           VALUE ZEROS.
       77  WRK-CONTA-ESTOQUE PIC X(08)          VALUE SPACES.
       77  WRK-QTD-LIDAS   PIC  9(06)           VALUE ZEROS.
       77  WRK-QTD-PROD    PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-MAX-PROD    PIC  9(04) COMP      VALUE 3000.
       77  WRK-PRD-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-PRD-POS     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-PRD-BUSCA   PIC  X(10)           VALUE SPACES.
       77  WRK-QTD-MOV     PIC  9(05) COMP      VALUE ZEROS.
       77  WRK-MAX-MOV     PIC  9(05) COMP      VALUE 10000.
       77  WRK-MOV-IDX     PIC  9(05) COMP      VALUE ZEROS.
       77  WRK-TAB-CHEIA   PIC  X(01)           VALUE 'N'.
           88 TABELA-CHEIA                      VALUE 'S'.
       77  WRK-DESCRICAO   PIC  X(20)           VALUE SPACES.
       77  WRK-QTD-KARDEX  PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-NAO-FECHA PIC 9(05)          VALUE ZEROS.
       77  WRK-QTD-DIF-CAD PIC  9(05)           VALUE ZEROS.
       77  WRK-PRD-MOVIMENTO PIC X(01)          VALUE 'N'.
           88 PRODUTO-COM-MOVIMENTO             VALUE 'S'.
       77  WRK-PRD-ENT-VLR PIC  9(13)V99        VALUE ZEROS.
       77  WRK-PRD-SAI-VLR PIC  9(13)V99        VALUE ZEROS.
       77  WRK-PRD-PROVA   PIC S9(13)V99        VALUE ZEROS.
       77  WRK-TOT-ABERT   PIC  9(13)V99        VALUE ZEROS.
       77  WRK-TOT-ENTRADAS PIC 9(13)V99        VALUE ZEROS.
       77  WRK-TOT-SAIDAS  PIC  9(13)V99        VALUE ZEROS.
       77  WRK-TOT-FINAL   PIC  9(13)V99        VALUE ZEROS.
       77  WRK-SLD-CONTABIL PIC S9(13)V99       VALUE ZEROS.
       77  WRK-DIFERENCA   PIC S9(13)V99        VALUE ZEROS.
      *
      *    SITUACAO DE CADA PRODUTO NA COMPETENCIA. TPR-DEFINIDO FICA
      *    'S' QUANDO A RAZAO JA DEU O SALDO INICIAL DO PRODUTO.
       01  WRK-TAB-PRODUTOS.
           02 WRK-PRD-ENT           OCCURS 3000 TIMES.
              03 TPR-CODIGO         PIC X(10).
              03 TPR-DEFINIDO       PIC X(01).
              03 TPR-POSTERIOR      PIC X(01).
              03 TPR-IMPRESSO       PIC X(01).
              03 TPR-QTD-ABERT      PIC 9(07).
              03 TPR-VLR-ABERT      PIC 9(11)V99.
              03 TPR-QTD-FINAL      PIC 9(07).
              03 TPR-VLR-FINAL      PIC 9(11)V99.
              03 TPR-CUSTO-MEDIO    PIC 9(07)V9(04).
      *
      *    MOVIMENTOS DA COMPETENCIA, NA ORDEM DE POSTAGEM.
      *    TKM-SENTIDO: 'E' AUMENTOU O ESTOQUE, 'S' DIMINUIU.
       01  WRK-TAB-MOVIMENTOS.
           02 WRK-MOV-ENT           OCCURS 10000 TIMES.
              03 TKM-PRD-IDX        PIC 9(04) COMP.
              03 TKM-DATA           PIC 9(08).
              03 TKM-ORIGEM         PIC X(01).
              03 TKM-SENTIDO        PIC X(01).
              03 TKM-NUM-PC         PIC 9(06).
              03 TKM-QTD            PIC 9(07).
              03 TKM-CUSTO-UNIT     PIC 9(07)V9(04).
              03 TKM-VALOR          PIC 9(11)V99.
              03 TKM-SALDO          PIC 9(07).
              03 TKM-VALOR-SALDO    PIC 9(11)V99.
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
      *
       01  WRK-KDX-CAB.
           02 FILLER                PIC X(33)    VALUE
              'KARDEX DE ESTOQUE - COMPETENCIA '.
           02 KDX-CAB-COMP          PIC 9(06)    VALUE ZEROS.
      *
       01  WRK-KDX-PRODUTO.
           02 FILLER                PIC X(08)    VALUE 'PRODUTO '.
           02 KDX-PR-CODIGO         PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-PR-DESCRICAO      PIC X(20)    VALUE SPACES.
      *
       01  WRK-KDX-SALDO.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 KDX-SD-ROTULO         PIC X(77)    VALUE SPACES.
           02 KDX-SD-QTD            PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-SD-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       01  WRK-KDX-MOVIMENTO.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 KDX-MV-DATA           PIC 9(08)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-HISTORICO.
              03 KDX-MV-HIST-TXT    PIC X(10)    VALUE SPACES.
              03 KDX-MV-HIST-PC     PIC X(06)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-ENTRADA        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-SAIDA          PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-CUSTO          PIC ZZZZZZ9,9999 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-SALDO          PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 KDX-MV-VALOR-SALDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       01  WRK-KDX-TOT.
           02 FILLER                PIC X(08)    VALUE 'KARDEX: '.
           02 KDX-TOT-PRODUTOS      PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(13)    VALUE ' MOVIMENTOS: '.
           02 KDX-TOT-MOV           PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(17)    VALUE
              ' LINHAS LIDAS: '.
           02 KDX-TOT-LIDAS         PIC ZZZZZ9   VALUE ZEROS.
           02 FILLER                PIC X(15)    VALUE
              ' NAO FECHAM: '.
           02 KDX-TOT-NAO-FECHA     PIC ZZZZ9    VALUE ZEROS.
      *
       01  WRK-VAL-CAB.
           02 FILLER                PIC X(38)    VALUE
              'VALORIZACAO DO ESTOQUE - COMPETENCIA '.
           02 VAL-CAB-COMP          PIC 9(06)    VALUE ZEROS.
      *
       01  WRK-VAL-DET.
           02 VAL-DT-CODIGO         PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-DT-DESCRICAO      PIC X(20)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-DT-QTD            PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-DT-CUSTO          PIC ZZZZZZ9,9999 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-DT-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-DT-MARCA          PIC X(03)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-DT-MARCA-NF       PIC X(02)    VALUE SPACES.
      *
       01  WRK-VAL-TOT.
           02 VAL-TT-ROTULO         PIC X(32)    VALUE SPACES.
           02 VAL-TT-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 VAL-TT-COMPL          PIC X(20)    VALUE SPACES.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-CARREGA-RAZAO.
           PERFORM 4000-EMITE-KARDEX.
           PERFORM 5000-CONFRONTA-CONTABIL.
           PERFORM 6000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    DEFINE A COMPETENCIA E A CONTA DE ESTOQUE (CARTAO
      *    KARDPARM.DAT OU MES CORRENTE SEM CONFRONTO) E ABRE A RAZAO
      *    E OS DOIS RELATORIOS.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           COMPUTE WRK-COMP-CORRENTE = WRK-DT-ANO * 100 + WRK-DT-MES.
           MOVE WRK-COMP-CORRENTE   TO WRK-COMPETENCIA.
           OPEN INPUT ARQ-KARD-PARM.
           IF WRK-FS-PARM EQUAL '00'
               READ ARQ-KARD-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-COMPETENCIA IS NUMERIC
                          AND PRM-COMPETENCIA GREATER ZEROS
                           MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                       END-IF
                       MOVE PRM-CONTA-ESTOQUE TO WRK-CONTA-ESTOQUE
               END-READ
               CLOSE ARQ-KARD-PARM
           END-IF.
           OPEN INPUT ARQ-HIST-ESTOQUE.
           IF WRK-FS-HIST NOT EQUAL '00'
               DISPLAY 'RAZAO DE ESTOQUE (ESTQHIST.DAT) NAO '
                       'ENCONTRADA - KARDEX SO COM OS SALDOS DO '
                       'CADASTRO.'
               MOVE 'S'             TO WRK-EOF-HIST
           END-IF.
           OPEN OUTPUT ARQ-KARDEX ARQ-VALORIZACAO.
           MOVE WRK-COMPETENCIA     TO KDX-CAB-COMP VAL-CAB-COMP.
           WRITE REG-KARDEX         FROM WRK-KDX-CAB.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-CAB.
      *
       2999-SAIDA.
      ******************************************************************
       3000-CARREGA-RAZAO      SECTION.
      ******************************************************************
      *    PASSA A RAZAO INTEIRA UMA VEZ. LINHA ANTERIOR A COMPETENCIA
      *    SO ATUALIZA O SALDO INICIAL DO PRODUTO; LINHA DA
      *    COMPETENCIA VAI PARA A TABELA DE MOVIMENTOS; LINHA
      *    POSTERIOR SO SERVE PARA O PRODUTO QUE AINDA NAO APARECEU -
      *    O SALDO ANTES DELA E O SALDO DO PRODUTO NA COMPETENCIA.
      *
           PERFORM 3100-LE-RAZAO.
           PERFORM UNTIL FIM-HIST
               PERFORM 3200-CLASSIFICA-LINHA
               PERFORM 3100-LE-RAZAO
           END-PERFORM.
           IF WRK-FS-HIST EQUAL '00' OR WRK-FS-HIST EQUAL '10'
               CLOSE ARQ-HIST-ESTOQUE
           END-IF.
           GO TO 3999-SAIDA.
      *
       3100-LE-RAZAO.
      *
           IF NOT FIM-HIST
               READ ARQ-HIST-ESTOQUE
                   AT END
                       MOVE 'S'     TO WRK-EOF-HIST
               END-READ
           END-IF.
      *
       3200-CLASSIFICA-LINHA.
      *
           ADD 1                    TO WRK-QTD-LIDAS.
           MOVE HST-PRODUTO         TO WRK-PRD-BUSCA.
           PERFORM 3300-LOCALIZA-PRODUTO.
           COMPUTE WRK-HST-COMP = HST-DATA / 100.
           EVALUATE TRUE
               WHEN WRK-PRD-POS EQUAL ZEROS
                   CONTINUE
               WHEN WRK-HST-COMP LESS WRK-COMPETENCIA
                   MOVE 'S'          TO TPR-DEFINIDO(WRK-PRD-POS)
                   MOVE HST-SALDO    TO TPR-QTD-ABERT(WRK-PRD-POS)
                                        TPR-QTD-FINAL(WRK-PRD-POS)
                   MOVE HST-VALOR-SALDO TO TPR-VLR-ABERT(WRK-PRD-POS)
                                        TPR-VLR-FINAL(WRK-PRD-POS)
                   MOVE HST-CUSTO-MEDIO TO TPR-CUSTO-MEDIO(WRK-PRD-POS)
               WHEN WRK-HST-COMP EQUAL WRK-COMPETENCIA
                   IF TPR-DEFINIDO(WRK-PRD-POS) NOT EQUAL 'S'
                       MOVE 'S'      TO TPR-DEFINIDO(WRK-PRD-POS)
                       MOVE HST-SALDO-ANT TO TPR-QTD-ABERT(WRK-PRD-POS)
                       MOVE HST-VALOR-ANT TO TPR-VLR-ABERT(WRK-PRD-POS)
                   END-IF
                   MOVE HST-SALDO    TO TPR-QTD-FINAL(WRK-PRD-POS)
                   MOVE HST-VALOR-SALDO TO TPR-VLR-FINAL(WRK-PRD-POS)
                   MOVE HST-CUSTO-MEDIO TO TPR-CUSTO-MEDIO(WRK-PRD-POS)
                   PERFORM 3400-GUARDA-MOVIMENTO
               WHEN OTHER
                   MOVE 'S'          TO TPR-POSTERIOR(WRK-PRD-POS)
                   IF TPR-DEFINIDO(WRK-PRD-POS) NOT EQUAL 'S'
                       MOVE 'S'      TO TPR-DEFINIDO(WRK-PRD-POS)
                       MOVE HST-SALDO-ANT TO TPR-QTD-ABERT(WRK-PRD-POS)
                                        TPR-QTD-FINAL(WRK-PRD-POS)
                       MOVE HST-VALOR-ANT TO TPR-VLR-ABERT(WRK-PRD-POS)
                                        TPR-VLR-FINAL(WRK-PRD-POS)
                       IF HST-SALDO-ANT GREATER ZEROS
                           COMPUTE TPR-CUSTO-MEDIO(WRK-PRD-POS)
                               ROUNDED = HST-VALOR-ANT / HST-SALDO-ANT
                       END-IF
                   END-IF
           END-EVALUATE.
      *
       3300-LOCALIZA-PRODUTO.
      *
      *    PROCURA WRK-PRD-BUSCA NA TABELA - PRODUTO NOVO ENTRA NO
      *    FIM. TABELA CHEIA CANCELA O KARDEX COMO NO EXTRATO DO
      *    PROGCOB09.
      *
           MOVE ZEROS                TO WRK-PRD-POS.
           PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
               UNTIL WRK-PRD-IDX GREATER WRK-QTD-PROD
                  OR WRK-PRD-POS GREATER ZEROS
               IF TPR-CODIGO(WRK-PRD-IDX) EQUAL WRK-PRD-BUSCA
                   MOVE WRK-PRD-IDX TO WRK-PRD-POS
               END-IF
           END-PERFORM.
           IF WRK-PRD-POS EQUAL ZEROS
               IF WRK-QTD-PROD LESS WRK-MAX-PROD
                   ADD 1            TO WRK-QTD-PROD
                   MOVE WRK-QTD-PROD TO WRK-PRD-POS
                   MOVE WRK-PRD-BUSCA TO TPR-CODIGO(WRK-PRD-POS)
                   MOVE 'N'         TO TPR-DEFINIDO(WRK-PRD-POS)
                                        TPR-POSTERIOR(WRK-PRD-POS)
                                        TPR-IMPRESSO(WRK-PRD-POS)
                   MOVE ZEROS        TO TPR-QTD-ABERT(WRK-PRD-POS)
                                        TPR-VLR-ABERT(WRK-PRD-POS)
                                        TPR-QTD-FINAL(WRK-PRD-POS)
                                        TPR-VLR-FINAL(WRK-PRD-POS)
                                        TPR-CUSTO-MEDIO(WRK-PRD-POS)
               ELSE
                   DISPLAY 'TABELA DE PRODUTOS CHEIA - KARDEX '
                           'CANCELADO.'
                   MOVE 'S'         TO WRK-TAB-CHEIA
                   MOVE 'S'         TO WRK-EOF-HIST
               END-IF
           END-IF.
      *
       3400-GUARDA-MOVIMENTO.
      *
           IF WRK-QTD-MOV LESS WRK-MAX-MOV
               ADD 1                TO WRK-QTD-MOV
               MOVE WRK-PRD-POS     TO TKM-PRD-IDX(WRK-QTD-MOV)
               MOVE HST-DATA        TO TKM-DATA(WRK-QTD-MOV)
               MOVE HST-ORIGEM      TO TKM-ORIGEM(WRK-QTD-MOV)
               MOVE HST-NUM-PC      TO TKM-NUM-PC(WRK-QTD-MOV)
               MOVE HST-QTD         TO TKM-QTD(WRK-QTD-MOV)
               MOVE HST-CUSTO-UNIT  TO TKM-CUSTO-UNIT(WRK-QTD-MOV)
               MOVE HST-VALOR       TO TKM-VALOR(WRK-QTD-MOV)
               MOVE HST-SALDO       TO TKM-SALDO(WRK-QTD-MOV)
               MOVE HST-VALOR-SALDO TO TKM-VALOR-SALDO(WRK-QTD-MOV)
               IF HST-SALDO GREATER HST-SALDO-ANT
                  OR (HST-SALDO EQUAL HST-SALDO-ANT
                      AND HST-VALOR-SALDO NOT LESS HST-VALOR-ANT)
                   MOVE 'E'         TO TKM-SENTIDO(WRK-QTD-MOV)
               ELSE
                   MOVE 'S'         TO TKM-SENTIDO(WRK-QTD-MOV)
               END-IF
           ELSE
               DISPLAY 'TABELA DE MOVIMENTOS CHEIA - KARDEX '
                       'CANCELADO.'
               MOVE 'S'             TO WRK-TAB-CHEIA
               MOVE 'S'             TO WRK-EOF-HIST
           END-IF.
      *
       3999-SAIDA.
      ******************************************************************
       4000-EMITE-KARDEX       SECTION.
      ******************************************************************
      *    UM KARDEX POR PRODUTO NA ORDEM DO CADASTRO. PRODUTO QUE
      *    NUNCA PASSOU PELA RAZAO ABRE E FECHA COM O SALDO DO
      *    CADASTRO; PRODUTO DA RAZAO QUE SAIU DO CADASTRO VEM NO FIM.
      *    SO SAI KARDEX DE PRODUTO COM SALDO OU MOVIMENTO, E CADA UM
      *    ENTRA NA VALORIZACAO PELO SALDO FINAL.
      *
           IF TABELA-CHEIA
               MOVE 'KARDEX CANCELADO - VOLUME EXCEDE A TABELA'
                                     TO REG-KARDEX
               WRITE REG-KARDEX
               MOVE 'VALORIZACAO CANCELADA - VOLUME EXCEDE A TABELA'
                                     TO REG-VALORIZACAO
               WRITE REG-VALORIZACAO
               GO TO 4999-SAIDA
           END-IF.
           OPEN INPUT ARQ-PRODUTO-MASTER.
           IF WRK-FS-PRODUTO NOT EQUAL '00'
               DISPLAY 'CADASTRO DE PRODUTOS NAO ENCONTRADO - '
                       'KARDEX SO COM OS PRODUTOS DA RAZAO.'
               MOVE 'S'             TO WRK-EOF-PRODUTO
           END-IF.
           PERFORM UNTIL FIM-PRODUTO OR TABELA-CHEIA
               READ ARQ-PRODUTO-MASTER NEXT RECORD
                   AT END
                       MOVE 'S'     TO WRK-EOF-PRODUTO
               END-READ
               IF NOT FIM-PRODUTO
                   PERFORM 4100-PRODUTO-CADASTRO
               END-IF
           END-PERFORM.
           IF WRK-FS-PRODUTO EQUAL '00' OR WRK-FS-PRODUTO EQUAL '10'
               CLOSE ARQ-PRODUTO-MASTER
           END-IF.
           MOVE 'FORA DO CADASTRO'  TO WRK-DESCRICAO.
           PERFORM VARYING WRK-PRD-POS FROM 1 BY 1
               UNTIL WRK-PRD-POS GREATER WRK-QTD-PROD
               IF TPR-IMPRESSO(WRK-PRD-POS) NOT EQUAL 'S'
                   PERFORM 4200-EMITE-PRODUTO
               END-IF
           END-PERFORM.
           GO TO 4999-SAIDA.
      *
       4100-PRODUTO-CADASTRO.
      *
      *    SEM LINHA NA RAZAO O SALDO DO CADASTRO E O SALDO DA
      *    COMPETENCIA. NA COMPETENCIA CORRENTE, SEM MOVIMENTO
      *    POSTERIOR, O SALDO FINAL DA RAZAO TEM DE BATER COM O
      *    CADASTRO - DIFERENCA E MARCADA NA VALORIZACAO.
      *
           MOVE PRD-CODIGO          TO WRK-PRD-BUSCA.
           PERFORM 3300-LOCALIZA-PRODUTO.
           IF WRK-PRD-POS GREATER ZEROS
               IF TPR-DEFINIDO(WRK-PRD-POS) NOT EQUAL 'S'
                   MOVE 'S'         TO TPR-DEFINIDO(WRK-PRD-POS)
                   MOVE PRD-QTD-ESTOQUE TO TPR-QTD-ABERT(WRK-PRD-POS)
                                        TPR-QTD-FINAL(WRK-PRD-POS)
                   IF PRD-CUSTO-MEDIO IS NUMERIC
                       MOVE PRD-CUSTO-MEDIO
                                     TO TPR-CUSTO-MEDIO(WRK-PRD-POS)
                   END-IF
                   COMPUTE TPR-VLR-ABERT(WRK-PRD-POS) ROUNDED =
                           PRD-QTD-ESTOQUE
                         * TPR-CUSTO-MEDIO(WRK-PRD-POS)
                   MOVE TPR-VLR-ABERT(WRK-PRD-POS)
                                     TO TPR-VLR-FINAL(WRK-PRD-POS)
               END-IF
               MOVE SPACES           TO VAL-DT-MARCA
               IF WRK-COMPETENCIA EQUAL WRK-COMP-CORRENTE
                  AND TPR-POSTERIOR(WRK-PRD-POS) NOT EQUAL 'S'
                  AND TPR-QTD-FINAL(WRK-PRD-POS)
                      NOT EQUAL PRD-QTD-ESTOQUE
                   MOVE 'CAD'       TO VAL-DT-MARCA
                   ADD 1            TO WRK-QTD-DIF-CAD
               END-IF
               MOVE PRD-DESCRICAO   TO WRK-DESCRICAO
               PERFORM 4200-EMITE-PRODUTO
           END-IF.
      *
       4200-EMITE-PRODUTO.
      *
           MOVE 'S'                 TO TPR-IMPRESSO(WRK-PRD-POS).
           MOVE 'N'                 TO WRK-PRD-MOVIMENTO.
           MOVE ZEROS                TO WRK-PRD-ENT-VLR WRK-PRD-SAI-VLR.
           PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
               UNTIL WRK-MOV-IDX GREATER WRK-QTD-MOV
               IF TKM-PRD-IDX(WRK-MOV-IDX) EQUAL WRK-PRD-POS
                   IF TKM-SENTIDO(WRK-MOV-IDX) EQUAL 'E'
                       ADD TKM-VALOR(WRK-MOV-IDX) TO WRK-PRD-ENT-VLR
                   ELSE
                       ADD TKM-VALOR(WRK-MOV-IDX) TO WRK-PRD-SAI-VLR
                   END-IF
                   MOVE 'S'         TO WRK-PRD-MOVIMENTO
               END-IF
           END-PERFORM.
      *    SEM SALDO E SEM MOVIMENTO NA COMPETENCIA NAO HA KARDEX.
           IF PRODUTO-COM-MOVIMENTO
              OR TPR-QTD-ABERT(WRK-PRD-POS) GREATER ZEROS
              OR TPR-QTD-FINAL(WRK-PRD-POS) GREATER ZEROS
               PERFORM 4250-IMPRIME-KARDEX
           END-IF.
           MOVE SPACES               TO VAL-DT-MARCA VAL-DT-MARCA-NF.
      *
       4250-IMPRIME-KARDEX.
      *
           ADD 1                    TO WRK-QTD-KARDEX.
           MOVE TPR-CODIGO(WRK-PRD-POS) TO KDX-PR-CODIGO.
           MOVE WRK-DESCRICAO       TO KDX-PR-DESCRICAO.
           WRITE REG-KARDEX         FROM WRK-KDX-PRODUTO.
           MOVE 'SALDO INICIAL'     TO KDX-SD-ROTULO.
           MOVE TPR-QTD-ABERT(WRK-PRD-POS) TO KDX-SD-QTD.
           MOVE TPR-VLR-ABERT(WRK-PRD-POS) TO KDX-SD-VALOR.
           WRITE REG-KARDEX         FROM WRK-KDX-SALDO.
           PERFORM VARYING WRK-MOV-IDX FROM 1 BY 1
               UNTIL WRK-MOV-IDX GREATER WRK-QTD-MOV
               IF TKM-PRD-IDX(WRK-MOV-IDX) EQUAL WRK-PRD-POS
                   PERFORM 4300-LISTA-MOVIMENTO
               END-IF
           END-PERFORM.
      *    PROVA DO KARDEX: INICIAL + ENTRADAS - SAIDAS = FINAL. SO
      *    DEIXA DE FECHAR SE A RAZAO FOI ALTERADA FORA DA POSTAGEM.
           COMPUTE WRK-PRD-PROVA = TPR-VLR-ABERT(WRK-PRD-POS)
                                 + WRK-PRD-ENT-VLR - WRK-PRD-SAI-VLR
                                 - TPR-VLR-FINAL(WRK-PRD-POS).
           IF WRK-PRD-PROVA EQUAL ZEROS
               MOVE 'SALDO FINAL'   TO KDX-SD-ROTULO
           ELSE
               MOVE 'SALDO FINAL *** KARDEX NAO FECHA COM O SALDO ***'
                                     TO KDX-SD-ROTULO
               ADD 1                TO WRK-QTD-NAO-FECHA
               MOVE 'NF'            TO VAL-DT-MARCA-NF
           END-IF.
           MOVE TPR-QTD-FINAL(WRK-PRD-POS) TO KDX-SD-QTD.
           MOVE TPR-VLR-FINAL(WRK-PRD-POS) TO KDX-SD-VALOR.
           WRITE REG-KARDEX         FROM WRK-KDX-SALDO.
           ADD TPR-VLR-ABERT(WRK-PRD-POS)  TO WRK-TOT-ABERT.
           ADD WRK-PRD-ENT-VLR             TO WRK-TOT-ENTRADAS.
           ADD WRK-PRD-SAI-VLR             TO WRK-TOT-SAIDAS.
           ADD TPR-VLR-FINAL(WRK-PRD-POS)  TO WRK-TOT-FINAL.
           MOVE TPR-CODIGO(WRK-PRD-POS)    TO VAL-DT-CODIGO.
           MOVE WRK-DESCRICAO              TO VAL-DT-DESCRICAO.
           MOVE TPR-QTD-FINAL(WRK-PRD-POS) TO VAL-DT-QTD.
           MOVE TPR-CUSTO-MEDIO(WRK-PRD-POS) TO VAL-DT-CUSTO.
           MOVE TPR-VLR-FINAL(WRK-PRD-POS) TO VAL-DT-VALOR.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-DET.
      *
       4300-LISTA-MOVIMENTO.
      *
           MOVE TKM-DATA(WRK-MOV-IDX)  TO KDX-MV-DATA.
           MOVE SPACES               TO KDX-MV-HISTORICO.
           EVALUATE TKM-ORIGEM(WRK-MOV-IDX)
               WHEN 'P'
                   MOVE 'PEDIDO'     TO KDX-MV-HIST-TXT
               WHEN 'C'
                   MOVE 'COMPRA PC'  TO KDX-MV-HIST-TXT
                   MOVE TKM-NUM-PC(WRK-MOV-IDX) TO KDX-MV-HIST-PC
               WHEN 'E'
                   MOVE 'ENTRADA'    TO KDX-MV-HIST-TXT
               WHEN 'D'
                   MOVE 'DEVOLUCAO'  TO KDX-MV-HIST-TXT
               WHEN 'A'
                   MOVE 'AJUSTE INV' TO KDX-MV-HIST-TXT
               WHEN 'R'
                   MOVE 'REAVALIAC.' TO KDX-MV-HIST-TXT
               WHEN OTHER
                   MOVE 'OUTROS'     TO KDX-MV-HIST-TXT
           END-EVALUATE.
           MOVE ZEROS                TO KDX-MV-ENTRADA KDX-MV-SAIDA.
           IF TKM-SENTIDO(WRK-MOV-IDX) EQUAL 'E'
               MOVE TKM-QTD(WRK-MOV-IDX) TO KDX-MV-ENTRADA
           ELSE
               MOVE TKM-QTD(WRK-MOV-IDX) TO KDX-MV-SAIDA
           END-IF.
           MOVE TKM-CUSTO-UNIT(WRK-MOV-IDX)  TO KDX-MV-CUSTO.
           MOVE TKM-VALOR(WRK-MOV-IDX)       TO KDX-MV-VALOR.
           MOVE TKM-SALDO(WRK-MOV-IDX)       TO KDX-MV-SALDO.
           MOVE TKM-VALOR-SALDO(WRK-MOV-IDX) TO KDX-MV-VALOR-SALDO.
           WRITE REG-KARDEX         FROM WRK-KDX-MOVIMENTO.
      *
       4999-SAIDA.
      ******************************************************************
       5000-CONFRONTA-CONTABIL SECTION.
      ******************************************************************
      *    TOTAIS DA VALORIZACAO (INICIAL + ENTRADAS - SAIDAS = FINAL)
      *    E, COM A CONTA DE ESTOQUE NO CARTAO, O SALDO DEVEDOR DELA
      *    NO MASTER DE SALDOS E A DIFERENCA PARA O VALOR DO ESTOQUE.
      *    O MASTER GUARDA O SALDO CORRENTE - O CONFRONTO VALE PARA O
      *    FECHAMENTO RODADO NO FIM DA COMPETENCIA.
      *
           IF TABELA-CHEIA
               GO TO 5999-SAIDA
           END-IF.
           MOVE 'VALOR INICIAL DO ESTOQUE'  TO VAL-TT-ROTULO.
           MOVE WRK-TOT-ABERT       TO VAL-TT-VALOR.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-TOT.
           MOVE '(+) ENTRADAS NA COMPETENCIA'  TO VAL-TT-ROTULO.
           MOVE WRK-TOT-ENTRADAS    TO VAL-TT-VALOR.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-TOT.
           MOVE '(-) SAIDAS NA COMPETENCIA'  TO VAL-TT-ROTULO.
           MOVE WRK-TOT-SAIDAS      TO VAL-TT-VALOR.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-TOT.
           MOVE 'VALOR FINAL DO ESTOQUE'  TO VAL-TT-ROTULO.
           MOVE WRK-TOT-FINAL       TO VAL-TT-VALOR.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-TOT.
           IF WRK-CONTA-ESTOQUE EQUAL SPACES
               GO TO 5999-SAIDA
           END-IF.
           OPEN INPUT ARQ-SALDO-CONTAS.
           IF WRK-FS-SALDO NOT EQUAL '00'
               DISPLAY 'MASTER DE SALDOS NAO ENCONTRADO - '
                       'VALORIZACAO SEM CONFRONTO CONTABIL.'
               GO TO 5999-SAIDA
           END-IF.
           MOVE WRK-CONTA-ESTOQUE   TO SLD-CONTA.
           READ ARQ-SALDO-CONTAS
               KEY IS SLD-CONTA
               INVALID KEY
                   MOVE ZEROS       TO SLD-SALDO
           END-READ.
           MOVE SPACES               TO VAL-TT-COMPL.
           IF WRK-FS-SALDO NOT EQUAL '00'
               MOVE 'CONTA NAO CADASTRADA' TO VAL-TT-COMPL
           END-IF.
           CLOSE ARQ-SALDO-CONTAS.
           COMPUTE WRK-SLD-CONTABIL = ZEROS - SLD-SALDO.
           COMPUTE WRK-DIFERENCA = WRK-TOT-FINAL - WRK-SLD-CONTABIL.
           MOVE 'SALDO CONTABIL CONTA'  TO VAL-TT-ROTULO.
           MOVE WRK-CONTA-ESTOQUE   TO VAL-TT-ROTULO(22:8).
           MOVE WRK-SLD-CONTABIL    TO VAL-TT-VALOR.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-TOT.
           MOVE SPACES               TO VAL-TT-COMPL.
           MOVE 'DIFERENCA ESTOQUE X CONTABIL'  TO VAL-TT-ROTULO.
           MOVE WRK-DIFERENCA       TO VAL-TT-VALOR.
           IF WRK-DIFERENCA NOT EQUAL ZEROS
               MOVE '*** NAO CONFERE ***'  TO VAL-TT-COMPL
           END-IF.
           WRITE REG-VALORIZACAO    FROM WRK-VAL-TOT.
           MOVE SPACES               TO VAL-TT-COMPL.
           GO TO 5999-SAIDA.
      *
       5999-SAIDA.
      ******************************************************************
       6000-FINALIZA           SECTION.
      ******************************************************************
      *
           MOVE WRK-QTD-KARDEX      TO KDX-TOT-PRODUTOS.
           MOVE WRK-QTD-MOV         TO KDX-TOT-MOV.
           MOVE WRK-QTD-LIDAS       TO KDX-TOT-LIDAS.
           MOVE WRK-QTD-NAO-FECHA   TO KDX-TOT-NAO-FECHA.
           WRITE REG-KARDEX         FROM WRK-KDX-TOT.
           CLOSE ARQ-KARDEX ARQ-VALORIZACAO.
           DISPLAY 'KARDEX ' WRK-COMPETENCIA ' - PRODUTOS: '
                   WRK-QTD-KARDEX ' MOVIMENTOS: ' WRK-QTD-MOV
                   ' NAO FECHAM: ' WRK-QTD-NAO-FECHA
                   ' DIFERENCA COM CADASTRO: ' WRK-QTD-DIF-CAD.
      *
       6999-SAIDA.
      ******************************************************************
