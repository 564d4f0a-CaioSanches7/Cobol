       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB12.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = MANUTENCAO DO CADASTRO DE FORNECEDORES               *
      *           (FORNMAST.DAT): INCLUSAO, ALTERACAO DE NOME, PRAZO   *
      *           DE ENTREGA E LOTE MINIMO, VINCULO E DESVINCULO DOS   *
      *           PRODUTOS QUE O FORNECEDOR ATENDE, BLOQUEIO E         *
      *           LIBERACAO, VIA ARQUIVO DE TRANSACOES E COM AUDITORIA *
      *           DE CADA ACAO. BASE DA GERACAO DE PEDIDOS DE COMPRA   *
      *           DO PROGCOB13.                                        *
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
           SELECT ARQ-FORNEC-TRANS ASSIGN TO "FORTRAN.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-TRANS.
           SELECT ARQ-FORNEC-MASTER ASSIGN TO "FORNMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS FOR-CODIGO
                                    FILE STATUS IS WRK-FS-FORNEC.
           SELECT ARQ-PRODUTO-MASTER ASSIGN TO "PRODMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PRD-CODIGO
                                    FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ARQ-AUDIT-LOG    ASSIGN TO "AUDITLOG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    TRANSACOES DE MANUTENCAO: ACAO 'I' INCLUI O FORNECEDOR
      *    (ATIVO, SEM PRODUTOS), 'A' ALTERA NOME, PRAZO E LOTE MINIMO
      *    (CAMPO EM BRANCO MANTEM O VALOR ATUAL), 'V' VINCULA E 'D'
      *    DESVINCULA UM PRODUTO, 'B' BLOQUEIA E 'L' LIBERA. NAO HA
      *    EXCLUSAO - FORNECEDOR DESCONTINUADO FICA BLOQUEADO.
       FD  ARQ-FORNEC-TRANS
           RECORDING MODE IS F.
       01  REG-FORNEC-TRANS.
           02 TRN-ACAO              PIC X(01).
              88 TRN-INCLUSAO                  VALUE 'I'.
              88 TRN-ALTERACAO                 VALUE 'A'.
              88 TRN-VINCULO                   VALUE 'V'.
              88 TRN-DESVINCULO                VALUE 'D'.
              88 TRN-BLOQUEIO                  VALUE 'B'.
              88 TRN-LIBERACAO                 VALUE 'L'.
           02 TRN-CODIGO            PIC X(06).
           02 TRN-NOME              PIC X(30).
           02 TRN-PRAZO             PIC 9(03).
           02 TRN-LOTE-MIN          PIC 9(07).
           02 TRN-PRODUTO           PIC X(10).
      *
      *    CADASTRO DE FORNECEDORES: PRAZO DE ENTREGA EM DIAS CORRIDOS
      *    (BASE DO ATRASO DO PEDIDO DE COMPRA), LOTE MINIMO POR LINHA
      *    DE PEDIDO E A LISTA DOS PRODUTOS QUE O FORNECEDOR ATENDE.
       FD  ARQ-FORNEC-MASTER.
       01  REG-FORNEC-MASTER.
           02 FOR-CODIGO            PIC X(06).
           02 FOR-NOME              PIC X(30).
           02 FOR-SITUACAO          PIC X(01).
              88 FOR-ATIVO                     VALUE 'A'.
              88 FOR-BLOQUEADO                 VALUE 'B'.
           02 FOR-PRAZO-ENTREGA     PIC 9(03).
           02 FOR-LOTE-MINIMO       PIC 9(07).
           02 FOR-QTD-PRODUTOS      PIC 9(02).
           02 FOR-PRODUTOS          OCCURS 20 TIMES.
              03 FOR-PRD-CODIGO     PIC X(10).
      *
      *    MESMO LAYOUT DO PRODUCT-MASTER DO PROGCOB01 - SO PARA
      *    CONFERIR SE O PRODUTO VINCULADO EXISTE.
       FD  ARQ-PRODUTO-MASTER.
       01  REG-PRODUTO-MASTER.
           02 PRD-CODIGO            PIC X(10).
           02 PRD-DESCRICAO         PIC X(20).
           02 PRD-PRECO-UNIT        PIC 9(07)V99.
           02 PRD-QTD-ESTOQUE       PIC 9(07).
           02 PRD-PONTO-RESSUP      PIC 9(07).
           02 PRD-CUSTO-MEDIO       PIC 9(07)V9(04).
      *
       FD  ARQ-AUDIT-LOG
           RECORDING MODE IS F.
       01  REG-AUDIT-LOG            PIC X(46).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-TRANS    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-FORNEC   PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PRODUTO  PIC  X(02)           VALUE SPACES.
      *    O FILE STATUS MUDA A CADA READ/WRITE - OS FLAGS GUARDAM SE
      *    A ABERTURA DOS CADASTROS DEU CERTO, PARA O CLOSE NO FIM.
       77  WRK-FORNEC-OK   PIC  X(01)           VALUE 'N'.
           88 FORNEC-MASTER-ABERTO              VALUE 'S'.
       77  WRK-PRODUTO-OK  PIC  X(01)           VALUE 'N'.
           88 PRODUTO-MASTER-ABERTO             VALUE 'S'.
       77  WRK-EOF-TRANS   PIC  X(01)           VALUE 'N'.
           88 FIM-TRANS                         VALUE 'S'.
       77  WRK-QTD-LIDAS   PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-APLICADAS PIC 9(05)          VALUE ZEROS.
       77  WRK-QTD-REJEITADAS PIC 9(05)         VALUE ZEROS.
       77  WRK-RESULTADO   PIC  X(09)           VALUE SPACES.
       77  WRK-PRAZO-NOVO  PIC  9(03)           VALUE ZEROS.
       77  WRK-MAX-PRODUTOS PIC 9(02)           VALUE 20.
       77  WRK-PRD-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-PRD-POS     PIC  9(02) COMP      VALUE ZEROS.
      *
      *    LINHA DE AUDITORIA DO CADASTRO: DATA, ACAO, FORNECEDOR,
      *    PRODUTO DA TRANSACAO, PRAZO DE ENTREGA RESULTANTE E
      *    RESULTADO, NO MESMO ARQUIVO DE AUDITORIA (46 POSICOES) DO
      *    SIGN-ON E DOS DEMAIS CADASTROS.
       01  WRK-AUDIT-LINE.
           02 AUD-DATA              PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-ACAO              PIC X(01)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-FORNEC            PIC X(06)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-PRODUTO           PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-PRAZO             PIC 9(03)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-RESULTADO         PIC X(09)    VALUE SPACES.
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-PROCESSA-TRANSACOES.
           PERFORM 4000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    ABRE A ENTRADA DE TRANSACOES E O CADASTRO DE FORNECEDORES.
      *    SE O CADASTRO AINDA NAO EXISTE (STATUS 35), E CRIADO VAZIO.
      *    SEM O PRODUCT-MASTER NAO HA COMO CONFERIR O PRODUTO DO
      *    VINCULO - A MANUTENCAO E CANCELADA.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-FORNEC-TRANS.
           IF WRK-FS-TRANS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE TRANSACOES DE FORNECEDORES NAO '
                       'ENCONTRADO - NADA A PROCESSAR.'
               MOVE 'S'             TO WRK-EOF-TRANS
           END-IF.
           OPEN I-O ARQ-FORNEC-MASTER.
           IF WRK-FS-FORNEC EQUAL '35'
               OPEN OUTPUT ARQ-FORNEC-MASTER
               CLOSE ARQ-FORNEC-MASTER
               OPEN I-O ARQ-FORNEC-MASTER
           END-IF.
           IF WRK-FS-FORNEC EQUAL '00'
               MOVE 'S'             TO WRK-FORNEC-OK
           ELSE
               DISPLAY 'CADASTRO DE FORNECEDORES NAO PODE SER ABERTO '
                       '- FS ' WRK-FS-FORNEC ' - MANUTENCAO CANCELADA.'
               MOVE 'S'             TO WRK-EOF-TRANS
           END-IF.
           OPEN INPUT ARQ-PRODUTO-MASTER.
           IF WRK-FS-PRODUTO EQUAL '00'
               MOVE 'S'             TO WRK-PRODUTO-OK
           ELSE
               DISPLAY 'CADASTRO DE PRODUTOS NAO PODE SER ABERTO - FS '
                       WRK-FS-PRODUTO ' - MANUTENCAO CANCELADA.'
               MOVE 'S'             TO WRK-EOF-TRANS
           END-IF.
      *
       2999-SAIDA.
      ******************************************************************
       3000-PROCESSA-TRANSACOES SECTION.
      ******************************************************************
      *
           PERFORM 3100-LE-TRANSACAO.
           PERFORM UNTIL FIM-TRANS
               PERFORM 3200-APLICA-TRANSACAO
               PERFORM 3100-LE-TRANSACAO
           END-PERFORM.
           GO TO 3999-SAIDA.
      *
       3100-LE-TRANSACAO.
      *
           IF NOT FIM-TRANS
               READ ARQ-FORNEC-TRANS
                   AT END
                       MOVE 'S'     TO WRK-EOF-TRANS
               END-READ
           END-IF.
      *
       3200-APLICA-TRANSACAO.
      *
           ADD 1                    TO WRK-QTD-LIDAS.
           MOVE ZEROS                TO WRK-PRAZO-NOVO.
           IF TRN-CODIGO EQUAL SPACES
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INVALIDA'      TO WRK-RESULTADO
               PERFORM 8000-GRAVA-AUDITORIA
           ELSE
               EVALUATE TRUE
                   WHEN TRN-INCLUSAO
                       PERFORM 3300-INCLUI-FORNECEDOR
                   WHEN TRN-ALTERACAO
                       PERFORM 3400-ALTERA-FORNECEDOR
                   WHEN TRN-VINCULO
                   WHEN TRN-DESVINCULO
                       PERFORM 3500-MANTEM-PRODUTO
                   WHEN TRN-BLOQUEIO
                   WHEN TRN-LIBERACAO
                       PERFORM 3600-MUDA-SITUACAO
                   WHEN OTHER
                       ADD 1        TO WRK-QTD-REJEITADAS
                       MOVE 'ACAO INV.' TO WRK-RESULTADO
                       PERFORM 8000-GRAVA-AUDITORIA
               END-EVALUATE
           END-IF.
      *
       3300-INCLUI-FORNECEDOR.
      *
      *    SO ENTRA NO CADASTRO FORNECEDOR COM NOME, PRAZO DE ENTREGA
      *    E LOTE MINIMO INFORMADOS. O FORNECEDOR NASCE ATIVO E SEM
      *    PRODUTOS - OS VINCULOS VEM EM TRANSACOES 'V'.
      *
           IF TRN-NOME EQUAL SPACES
            OR TRN-PRAZO IS NOT NUMERIC
            OR TRN-LOTE-MIN IS NOT NUMERIC
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INVALIDA'      TO WRK-RESULTADO
           ELSE
               MOVE TRN-CODIGO      TO FOR-CODIGO
               READ ARQ-FORNEC-MASTER
                   KEY IS FOR-CODIGO
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-FORNEC EQUAL '00'
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE FOR-PRAZO-ENTREGA TO WRK-PRAZO-NOVO
                   MOVE 'JA EXISTE' TO WRK-RESULTADO
               ELSE
                   PERFORM 3350-GRAVA-FORNECEDOR
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3350-GRAVA-FORNECEDOR.
      *
           INITIALIZE REG-FORNEC-MASTER.
           MOVE TRN-CODIGO          TO FOR-CODIGO.
           MOVE TRN-NOME            TO FOR-NOME.
           MOVE 'A'                 TO FOR-SITUACAO.
           MOVE TRN-PRAZO           TO FOR-PRAZO-ENTREGA
                                        WRK-PRAZO-NOVO.
           MOVE TRN-LOTE-MIN        TO FOR-LOTE-MINIMO.
           MOVE ZEROS                TO FOR-QTD-PRODUTOS.
           WRITE REG-FORNEC-MASTER
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WRK-FS-FORNEC EQUAL '00'
               ADD 1                TO WRK-QTD-APLICADAS
               MOVE 'INCLUIDO'      TO WRK-RESULTADO
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'ERRO GRAV'     TO WRK-RESULTADO
           END-IF.
      *
       3400-ALTERA-FORNECEDOR.
      *
           MOVE TRN-CODIGO          TO FOR-CODIGO.
           READ ARQ-FORNEC-MASTER
               KEY IS FOR-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-FORNEC EQUAL '00'
               IF TRN-NOME NOT EQUAL SPACES
                   MOVE TRN-NOME    TO FOR-NOME
               END-IF
               IF TRN-PRAZO IS NUMERIC
                   MOVE TRN-PRAZO   TO FOR-PRAZO-ENTREGA
               END-IF
               IF TRN-LOTE-MIN IS NUMERIC
                   MOVE TRN-LOTE-MIN TO FOR-LOTE-MINIMO
               END-IF
               MOVE FOR-PRAZO-ENTREGA TO WRK-PRAZO-NOVO
               REWRITE REG-FORNEC-MASTER
               ADD 1                TO WRK-QTD-APLICADAS
               MOVE 'ALTERADO'      TO WRK-RESULTADO
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3500-MANTEM-PRODUTO.
      *
      *    O VINCULO EXIGE PRODUTO CADASTRADO, AINDA NAO VINCULADO A
      *    ESTE FORNECEDOR E VAGA NA LISTA (WRK-MAX-PRODUTOS). NO
      *    DESVINCULO A LISTA E FECHADA SOBRE A POSICAO LIBERADA.
      *
           MOVE TRN-CODIGO          TO FOR-CODIGO.
           READ ARQ-FORNEC-MASTER
               KEY IS FOR-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-FORNEC NOT EQUAL '00'
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           ELSE
               MOVE FOR-PRAZO-ENTREGA TO WRK-PRAZO-NOVO
               MOVE ZEROS            TO WRK-PRD-POS
               PERFORM VARYING WRK-PRD-IDX FROM 1 BY 1
                   UNTIL WRK-PRD-IDX GREATER FOR-QTD-PRODUTOS
                      OR WRK-PRD-POS GREATER ZEROS
                   IF FOR-PRD-CODIGO(WRK-PRD-IDX) EQUAL TRN-PRODUTO
                       MOVE WRK-PRD-IDX TO WRK-PRD-POS
                   END-IF
               END-PERFORM
               IF TRN-VINCULO
                   PERFORM 3510-VINCULA-PRODUTO
               ELSE
                   PERFORM 3520-DESVINCULA-PRODUTO
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3510-VINCULA-PRODUTO.
      *
           MOVE TRN-PRODUTO         TO PRD-CODIGO.
           READ ARQ-PRODUTO-MASTER
               KEY IS PRD-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-FS-PRODUTO NOT EQUAL '00'
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'PROD INEX' TO WRK-RESULTADO
               WHEN WRK-PRD-POS GREATER ZEROS
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'JA VINCUL' TO WRK-RESULTADO
               WHEN FOR-QTD-PRODUTOS NOT LESS WRK-MAX-PRODUTOS
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'SEM VAGA'  TO WRK-RESULTADO
               WHEN OTHER
                   ADD 1            TO FOR-QTD-PRODUTOS
                   MOVE TRN-PRODUTO TO FOR-PRD-CODIGO(FOR-QTD-PRODUTOS)
                   REWRITE REG-FORNEC-MASTER
                   ADD 1            TO WRK-QTD-APLICADAS
                   MOVE 'VINCULADO' TO WRK-RESULTADO
           END-EVALUATE.
      *
       3520-DESVINCULA-PRODUTO.
      *
           IF WRK-PRD-POS EQUAL ZEROS
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'NAO VINC.'     TO WRK-RESULTADO
           ELSE
               PERFORM VARYING WRK-PRD-IDX FROM WRK-PRD-POS BY 1
                   UNTIL WRK-PRD-IDX NOT LESS FOR-QTD-PRODUTOS
                   MOVE FOR-PRD-CODIGO(WRK-PRD-IDX + 1)
                                     TO FOR-PRD-CODIGO(WRK-PRD-IDX)
               END-PERFORM
               MOVE SPACES           TO FOR-PRD-CODIGO(FOR-QTD-PRODUTOS)
               SUBTRACT 1           FROM FOR-QTD-PRODUTOS
               REWRITE REG-FORNEC-MASTER
               ADD 1                TO WRK-QTD-APLICADAS
               MOVE 'DESVINCUL'     TO WRK-RESULTADO
           END-IF.
      *
       3600-MUDA-SITUACAO.
      *
           MOVE TRN-CODIGO          TO FOR-CODIGO.
           READ ARQ-FORNEC-MASTER
               KEY IS FOR-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-FORNEC EQUAL '00'
               MOVE FOR-PRAZO-ENTREGA TO WRK-PRAZO-NOVO
               IF TRN-BLOQUEIO
                   MOVE 'B'         TO FOR-SITUACAO
                   MOVE 'BLOQUEADO' TO WRK-RESULTADO
               ELSE
                   MOVE 'A'         TO FOR-SITUACAO
                   MOVE 'LIBERADO'  TO WRK-RESULTADO
               END-IF
               REWRITE REG-FORNEC-MASTER
               ADD 1                TO WRK-QTD-APLICADAS
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3999-SAIDA.
      ******************************************************************
       4000-FINALIZA           SECTION.
      ******************************************************************
      *
           IF FORNEC-MASTER-ABERTO
               CLOSE ARQ-FORNEC-MASTER
           END-IF.
           IF PRODUTO-MASTER-ABERTO
               CLOSE ARQ-PRODUTO-MASTER
           END-IF.
           IF WRK-FS-TRANS EQUAL '00' OR WRK-FS-TRANS EQUAL '10'
               CLOSE ARQ-FORNEC-TRANS
           END-IF.
           DISPLAY 'MANUTENCAO DE FORNECEDORES - LIDAS: '
                   WRK-QTD-LIDAS
                   ' APLICADAS: ' WRK-QTD-APLICADAS
                   ' REJEITADAS: ' WRK-QTD-REJEITADAS.
      *
       4999-SAIDA.
      ******************************************************************
       8000-GRAVA-AUDITORIA    SECTION.
      ******************************************************************
      *    UMA LINHA POR ACAO DE MANUTENCAO, COM O PRAZO DE ENTREGA
      *    QUE FICOU VALENDO - MUDANCA DE PRAZO, DE PRODUTOS ATENDIDOS
      *    OU BLOQUEIO DE FORNECEDOR FICA RASTREAVEL NA AUDITORIA.
      *
           MOVE TRN-ACAO            TO AUD-ACAO.
           MOVE TRN-CODIGO          TO AUD-FORNEC.
           MOVE TRN-PRODUTO         TO AUD-PRODUTO.
           MOVE WRK-PRAZO-NOVO      TO AUD-PRAZO.
           MOVE WRK-RESULTADO       TO AUD-RESULTADO.
           MOVE WRK-DT-DIA          TO AUD-DATA(1:2).
           MOVE '/'                 TO AUD-DATA(3:1).
           MOVE WRK-DT-MES          TO AUD-DATA(4:2).
           MOVE '/'                 TO AUD-DATA(6:1).
           MOVE WRK-DT-ANO          TO AUD-DATA(7:4).
           OPEN EXTEND ARQ-AUDIT-LOG.
           WRITE REG-AUDIT-LOG      FROM WRK-AUDIT-LINE.
           CLOSE ARQ-AUDIT-LOG.
      *
       8999-SAIDA.
      ******************************************************************
