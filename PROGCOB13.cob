       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB13.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = COMPRAS: BATE AS ENTRADAS DE FORNECEDOR POSTADAS NO  *
      *           ESTOQUE (RECEBPC.DAT, GRAVADO PELO PROGCOB01) COM AS *
      *           LINHAS DE PEDIDO DE COMPRA EM ABERTO (PEDCOMP.DAT),  *
      *           APONTA RECEBIMENTO PARCIAL, A MAIOR E SEM PEDIDO,    *
      *           LISTA OS PEDIDOS ATRASADOS ALEM DO PRAZO DE ENTREGA  *
      *           DO FORNECEDOR E GERA NOVOS PEDIDOS, AGRUPADOS POR    *
      *           FORNECEDOR (FORNMAST.DAT), PARA TODO PRODUTO ABAIXO  *
      *           DO PONTO DE RESSUPRIMENTO QUE AINDA NAO TENHA PEDIDO *
      *           EM ABERTO. RELATORIO DO LOTE EM COMPREL.DAT.         *
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
           SELECT ARQ-PEDIDO-COMPRA ASSIGN TO "PEDCOMP.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PEDCOMP.
           SELECT ARQ-RECEB-PC     ASSIGN TO "RECEBPC.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-RECEBPC.
           SELECT ARQ-NUM-PC       ASSIGN TO "PCNUM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-NUMPC.
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
           SELECT ARQ-RELATORIO    ASSIGN TO "COMPREL.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-OPER-LOG     ASSIGN TO "OPERLOG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-OPERLOG.
       DATA DIVISION.
       FILE SECTION.
      *    LINHAS DE PEDIDO DE COMPRA AINDA NAO ATENDIDAS POR INTEIRO,
      *    UMA POR PRODUTO, COM OS REGISTROS DE CONTROLE ('1'/'2'/'9'
      *    - SOMA = QUANTIDADE PEDIDA). O ARQUIVO E REESCRITO A CADA
      *    LOTE SO COM AS LINHAS QUE CONTINUAM EM ABERTO MAIS AS
      *    GERADAS NO DIA.
       FD  ARQ-PEDIDO-COMPRA
           RECORDING MODE IS F.
       01  REG-PEDIDO-COMPRA.
           02 PCO-TIPO-REG          PIC X(01).
           02 PCO-NUM-PC            PIC 9(06).
           02 PCO-FORNEC            PIC X(06).
           02 PCO-PRODUTO           PIC X(10).
           02 PCO-DT-EMISSAO        PIC 9(08).
           02 PCO-DT-PREVISTA       PIC 9(08).
           02 PCO-QTD-PEDIDA        PIC 9(07).
           02 PCO-QTD-RECEBIDA      PIC 9(07).
      *
      *    MESMO LAYOUT DAS ENTRADAS DE FORNECEDOR GRAVADAS PELA
      *    POSTAGEM DE ESTOQUE DO PROGCOB01 (SOMA = QUANTIDADE).
       FD  ARQ-RECEB-PC
           RECORDING MODE IS F.
       01  REG-RECEB-PC.
           02 RCB-TIPO-REG          PIC X(01).
           02 RCB-NUM-PC            PIC 9(06).
           02 RCB-PRODUTO           PIC X(10).
           02 RCB-QTD               PIC 9(07).
           02 RCB-DATA              PIC 9(08).
      *
      *    ULTIMO NUMERO DE PEDIDO DE COMPRA EMITIDO - UM REGISTRO SO.
       FD  ARQ-NUM-PC
           RECORDING MODE IS F.
       01  REG-NUM-PC.
           02 PCN-ULTIMO            PIC 9(06).
      *
      *    MESMO LAYOUT DO CADASTRO DE FORNECEDORES DO PROGCOB12.
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
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO            PIC X(80).
      *
      *    MESMO LAYOUT DO LOG DE OPERACAO DO PROGCOB01 - AQUI SO
      *    PARA REGISTRAR AS OCORRENCIAS DO LOTE DE COMPRAS.
       FD  ARQ-OPER-LOG
           RECORDING MODE IS F.
       01  REG-OPER-LOG             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-PEDCOMP  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-RECEBPC  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-NUMPC    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-FORNEC   PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PRODUTO  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-OPERLOG  PIC  X(02)           VALUE SPACES.
       77  WRK-EOF-PEDCOMP PIC  X(01)           VALUE 'N'.
           88 FIM-PEDCOMP                       VALUE 'S'.
       77  WRK-EOF-RECEBPC PIC  X(01)           VALUE 'N'.
           88 FIM-RECEBPC                       VALUE 'S'.
       77  WRK-EOF-FORNEC  PIC  X(01)           VALUE 'N'.
           88 FIM-FORNEC                        VALUE 'S'.
       77  WRK-EOF-PRODUTO PIC  X(01)           VALUE 'N'.
           88 FIM-PRODUTO                       VALUE 'S'.
      *    LOTE SUSPENSO (PEDCOMP NAO CONFERE OU NAO CABE NA TABELA):
      *    NADA E CONSUMIDO NEM REESCRITO, E O ARQUIVO FICA PRESERVADO.
       77  WRK-SUSPENSO    PIC  X(01)           VALUE 'N'.
           88 LOTE-SUSPENSO                     VALUE 'S'.
       77  WRK-RECEB-OK    PIC  X(01)           VALUE 'N'.
           88 RECEBIMENTOS-BATIDOS              VALUE 'S'.
       77  WRK-FORNEC-OK   PIC  X(01)           VALUE 'N'.
           88 FORNECEDORES-CARREGADOS           VALUE 'S'.
       77  WRK-ULTIMO-PC   PIC  9(06)           VALUE ZEROS.
       77  WRK-QTD-PC      PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-MAX-PC      PIC  9(04) COMP      VALUE 2000.
       77  WRK-PC-IDX      PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-PC-POS      PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-QTD-FORN    PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-MAX-FORN    PIC  9(04) COMP      VALUE 500.
       77  WRK-FOR-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-FOR-POS     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-FPR-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-QTD-GER     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-GER-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-QTD-COMPRA  PIC S9(08)           VALUE ZEROS.
       77  WRK-QTD-EXCESSO PIC  9(07)           VALUE ZEROS.
       77  WRK-QTD-RECEB   PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-ATENDIDAS PIC 9(05)          VALUE ZEROS.
       77  WRK-QTD-PARCIAIS PIC 9(05)           VALUE ZEROS.
       77  WRK-QTD-A-MAIOR PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-SEM-PC  PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-ATRASADOS PIC 9(05)          VALUE ZEROS.
       77  WRK-QTD-ABAIXO  PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-SUPRIMIDOS PIC 9(05)         VALUE ZEROS.
       77  WRK-QTD-SEM-FORN PIC 9(05)           VALUE ZEROS.
       77  WRK-QTD-PC-NOVOS PIC 9(05)           VALUE ZEROS.
       77  WRK-QTD-LINHAS-NOVAS PIC 9(05)       VALUE ZEROS.
       77  WRK-QTD-ABERTAS PIC  9(05)           VALUE ZEROS.
       77  WRK-HORA-ATU    PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-INTEIRO  PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-PREV-INT PIC  9(08)           VALUE ZEROS.
       77  WRK-DIAS-ATRASO PIC S9(07)           VALUE ZEROS.
      *
      *    REGISTROS DE CONTROLE DOS ARQUIVOS DE INTERFACE, NA MESMA
      *    CONVENCAO DO PROGCOB01: '1' CABECALHO DATADO, '2' DETALHE,
      *    '9' TRAILER COM QUANTIDADE E SOMA DO GRUPO.
       01  WRK-CTL-CABECALHO.
           02 FILLER                PIC X(01)    VALUE '1'.
           02 CTL-CAB-DATA          PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-CTL-TRAILER.
           02 FILLER                PIC X(01)    VALUE '9'.
           02 CTL-TRL-QTD           PIC 9(05)    VALUE ZEROS.
           02 CTL-TRL-SOMA          PIC S9(11)V99 VALUE ZEROS.
      *
       01  WRK-CTL-LIDO.
           02 CTL-LIDO-TIPO         PIC X(01).
           02 CTL-LIDO-QTD          PIC 9(05).
           02 CTL-LIDO-SOMA         PIC S9(11)V99.
       77  WRK-CTL-OK      PIC  X(01)           VALUE 'S'.
           88 CONTROLE-OK                       VALUE 'S'.
       77  WRK-CTL-EM-GRUPO PIC X(01)           VALUE 'N'.
           88 CTL-EM-GRUPO                      VALUE 'S'.
       77  WRK-CTL-QTD     PIC  9(05)           VALUE ZEROS.
       77  WRK-CTL-SOMA    PIC S9(11)V99        VALUE ZEROS.
       77  WRK-CTL-TIPO    PIC  X(01)           VALUE SPACES.
       77  WRK-CTL-VALOR   PIC  9(07)           VALUE ZEROS.
       77  WRK-PCO-CTL-SOMA PIC S9(11)V99       VALUE ZEROS.
      *
      *    MESMO LAYOUT DO EVENTO DE OPERACAO DO PROGCOB01.
       01  WRK-OPERLOG-LINE.
           02 OPL-RUN-ID            PIC 9(14)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 OPL-SECAO             PIC X(18)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 OPL-EVENTO            PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 OPL-LIDOS             PIC 9(05)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 OPL-GRAVADOS          PIC 9(05)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 OPL-REJEITADOS        PIC 9(05)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 OPL-DETALHE           PIC X(18)    VALUE SPACES.
      *
      *    LINHAS DE PEDIDO DE COMPRA EM MEMORIA: AS EM ABERTO LIDAS
      *    DE PEDCOMP.DAT E AS GERADAS NESTE LOTE.
       01  WRK-TAB-PEDIDOS-COMPRA.
           02 WRK-PC-ENT            OCCURS 2000 TIMES.
              03 TPC-NUM-PC         PIC 9(06).
              03 TPC-FORNEC         PIC X(06).
              03 TPC-PRODUTO        PIC X(10).
              03 TPC-DT-EMISSAO     PIC 9(08).
              03 TPC-DT-PREVISTA    PIC 9(08).
              03 TPC-QTD-PEDIDA     PIC 9(07).
              03 TPC-QTD-RECEBIDA   PIC 9(07).
      *
      *    FORNECEDORES ATIVOS COM OS PRODUTOS QUE ATENDEM. TFO-NUM-PC
      *    GUARDA O PEDIDO ABERTO PARA O FORNECEDOR NESTE LOTE.
       01  WRK-TAB-FORNECEDORES.
           02 WRK-FOR-ENT           OCCURS 500 TIMES.
              03 TFO-CODIGO         PIC X(06).
              03 TFO-PRAZO          PIC 9(03).
              03 TFO-LOTE-MIN       PIC 9(07).
              03 TFO-NUM-PC         PIC 9(06).
              03 TFO-QTD-PROD       PIC 9(02).
              03 TFO-PRODUTO        OCCURS 20 TIMES PIC X(10).
      *
      *    PRODUTOS A COMPRAR, COM O FORNECEDOR ESCOLHIDO, ANTES DO
      *    AGRUPAMENTO EM PEDIDOS.
       01  WRK-TAB-GERACAO.
           02 WRK-GER-ENT           OCCURS 2000 TIMES.
              03 TGE-FOR-IDX        PIC 9(04) COMP.
              03 TGE-PRODUTO        PIC X(10).
              03 TGE-QTD            PIC 9(07).
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
      *
       01  WRK-REL-CAB.
           02 FILLER                PIC X(30)    VALUE
              'LOTE DE COMPRAS - EM '.
           02 REL-CAB-DATA          PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-REL-TITULO.
           02 FILLER                PIC X(03)    VALUE '** '.
           02 REL-TIT-TEXTO         PIC X(40)    VALUE SPACES.
      *
       01  WRK-REL-RECEB.
           02 REL-RCB-OCORRENCIA    PIC X(16)    VALUE SPACES.
           02 FILLER                PIC X(03)    VALUE 'PC '.
           02 REL-RCB-NUM-PC        PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-RCB-PRODUTO       PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(06)    VALUE ' PED. '.
           02 REL-RCB-PEDIDA        PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(06)    VALUE ' REC. '.
           02 REL-RCB-RECEBIDA      PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-RCB-DATA          PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-REL-ATRASO.
           02 FILLER                PIC X(03)    VALUE 'PC '.
           02 REL-ATR-NUM-PC        PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-ATR-FORNEC        PIC X(06)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-ATR-PRODUTO       PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(10)    VALUE ' PREVISTO '.
           02 REL-ATR-PREVISTA      PIC 9(08)    VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' SALDO '.
           02 REL-ATR-SALDO         PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-ATR-DIAS          PIC ZZZ9     VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE ' DIAS'.
      *
       01  WRK-REL-GERADO.
           02 FILLER                PIC X(03)    VALUE 'PC '.
           02 REL-GER-NUM-PC        PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-GER-FORNEC        PIC X(06)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 REL-GER-PRODUTO       PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(05)    VALUE ' QTD '.
           02 REL-GER-QTD           PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(10)    VALUE ' PREVISTO '.
           02 REL-GER-PREVISTA      PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-REL-SEM-FORN.
           02 FILLER                PIC X(23)    VALUE
              'PRODUTO SEM FORNECEDOR '.
           02 REL-SFO-PRODUTO       PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(09)    VALUE ' ESTOQUE '.
           02 REL-SFO-ESTOQUE       PIC Z.ZZZ.ZZ9 VALUE ZEROS.
           02 FILLER                PIC X(07)    VALUE ' PONTO '.
           02 REL-SFO-PONTO         PIC Z.ZZZ.ZZ9 VALUE ZEROS.
      *
       01  WRK-REL-TOT1.
           02 FILLER                PIC X(15)    VALUE 'RECEBIMENTOS: '.
           02 REL-TOT-RECEB         PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(12)    VALUE ' ATENDIDOS: '.
           02 REL-TOT-ATENDIDAS     PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(11)    VALUE ' PARCIAIS: '.
           02 REL-TOT-PARCIAIS      PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(10)    VALUE ' A MAIOR: '.
           02 REL-TOT-A-MAIOR       PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(10)    VALUE ' SEM PC: '.
           02 REL-TOT-SEM-PC        PIC ZZZZ9    VALUE ZEROS.
      *
       01  WRK-REL-TOT2.
           02 FILLER                PIC X(15)    VALUE 'ABAIXO PONTO: '.
           02 REL-TOT-ABAIXO        PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(12)    VALUE ' COM PC AB: '.
           02 REL-TOT-SUPRIMIDOS    PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(11)    VALUE ' SEM FORN: '.
           02 REL-TOT-SEM-FORN      PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(12)    VALUE ' PC NOVOS: '.
           02 REL-TOT-PC-NOVOS      PIC ZZZZ9    VALUE ZEROS.
      *
       01  WRK-REL-TOT3.
           02 FILLER                PIC X(15)    VALUE 'LINHAS NOVAS: '.
           02 REL-TOT-LINHAS        PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(12)    VALUE ' ATRASADAS: '.
           02 REL-TOT-ATRASADOS     PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(11)    VALUE ' ABERTAS: '.
           02 REL-TOT-ABERTAS       PIC ZZZZ9    VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *    ORDEM: PRIMEIRO OS RECEBIMENTOS BAIXAM O QUE CHEGOU, DEPOIS
      *    OS ATRASOS SAO APURADOS SOBRE O QUE CONTINUA EM ABERTO E SO
      *    ENTAO OS NOVOS PEDIDOS SAO GERADOS - PRODUTO COM PEDIDO
      *    ATENDIDO HOJE PODE VOLTAR A SER COMPRADO SE AINDA ESTIVER
      *    ABAIXO DO PONTO.
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-BATE-RECEBIMENTOS.
           PERFORM 4000-APURA-ATRASOS.
           PERFORM 5000-GERA-PEDIDOS.
           PERFORM 6000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    CARREGA O ULTIMO NUMERO DE PEDIDO, AS LINHAS EM ABERTO DE
      *    PEDCOMP.DAT (CONFERIDAS EM PASSADA PREVIA) E OS
      *    FORNECEDORES ATIVOS.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATU FROM TIME.
           COMPUTE OPL-RUN-ID = WRK-DT-ATU-NUM * 1000000
                              + WRK-HORA-ATU / 100.
           COMPUTE WRK-DT-INTEIRO = FUNCTION INTEGER-OF-DATE(
                                     WRK-DT-ATU-NUM).
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WRK-DT-ATU-NUM      TO REL-CAB-DATA.
           WRITE REG-RELATORIO      FROM WRK-REL-CAB.
           PERFORM 2100-LE-NUMERACAO.
           PERFORM 2200-CARREGA-PEDIDOS.
           IF NOT LOTE-SUSPENSO
               PERFORM 2500-CARREGA-FORNECEDORES
           END-IF.
           GO TO 2999-SAIDA.
      *
       2100-LE-NUMERACAO.
      *
      *    SEM O ARQUIVO DE NUMERACAO (STATUS 35) A NUMERACAO COMECA
      *    DO ZERO; O MAIOR NUMERO EM ABERTO NO PEDCOMP PREVALECE SE
      *    FOR MAIOR (VER 2300).
      *
           MOVE ZEROS                TO WRK-ULTIMO-PC.
           OPEN INPUT ARQ-NUM-PC.
           IF WRK-FS-NUMPC EQUAL '00'
               READ ARQ-NUM-PC
                   AT END
                       MOVE ZEROS    TO PCN-ULTIMO
               END-READ
               IF PCN-ULTIMO IS NUMERIC
                   MOVE PCN-ULTIMO  TO WRK-ULTIMO-PC
               END-IF
               CLOSE ARQ-NUM-PC
           END-IF.
      *
       2200-CARREGA-PEDIDOS.
      *
           OPEN INPUT ARQ-PEDIDO-COMPRA.
           IF WRK-FS-PEDCOMP EQUAL '35'
               MOVE 'S'             TO WRK-EOF-PEDCOMP
           ELSE
               IF WRK-FS-PEDCOMP NOT EQUAL '00'
                   DISPLAY 'ERRO NA ABERTURA DOS PEDIDOS DE COMPRA - '
                           'FS ' WRK-FS-PEDCOMP ' - LOTE SUSPENSO.'
                   MOVE 'S'         TO WRK-EOF-PEDCOMP WRK-SUSPENSO
                   MOVE 'COMPRAS'   TO OPL-SECAO
                   MOVE 'ERRO-FS'   TO OPL-EVENTO
                   MOVE 'PEDCOMP FS'   TO OPL-DETALHE
                   MOVE WRK-FS-PEDCOMP TO OPL-DETALHE(12:2)
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
           IF WRK-FS-PEDCOMP EQUAL '00'
               MOVE 'PEDCOMP'       TO WRK-CTL-TIPO
               PERFORM 2250-CONFERE-PEDCOMP
           END-IF.
           PERFORM 2210-LE-PEDIDO.
           PERFORM UNTIL FIM-PEDCOMP
               PERFORM 2300-GUARDA-PEDIDO
               PERFORM 2210-LE-PEDIDO
           END-PERFORM.
           IF WRK-FS-PEDCOMP EQUAL '00' OR WRK-FS-PEDCOMP EQUAL '10'
               CLOSE ARQ-PEDIDO-COMPRA
           END-IF.
      *
       2210-LE-PEDIDO.
      *
      *    OS REGISTROS DE CONTROLE ('1'/'9'), JA CONFERIDOS NA
      *    PASSADA PREVIA, SAO PULADOS - SO DETALHE SOBE PARA A
      *    TABELA.
      *
           IF NOT FIM-PEDCOMP
               MOVE SPACE            TO PCO-TIPO-REG
               PERFORM UNTIL FIM-PEDCOMP
                          OR PCO-TIPO-REG EQUAL '2'
                   READ ARQ-PEDIDO-COMPRA
                       AT END
                           MOVE 'S' TO WRK-EOF-PEDCOMP
                   END-READ
               END-PERFORM
           END-IF.
      *
       2250-CONFERE-PEDCOMP.
      *
      *    PASSADA PREVIA: CADA GRUPO '1'...'9' DEVE FECHAR EM
      *    QUANTIDADE DE LINHAS E SOMA DAS QUANTIDADES PEDIDAS. SE NAO
      *    FECHAR O LOTE E SUSPENSO E O ARQUIVO FICA PRESERVADO.
      *
           MOVE 'S'                 TO WRK-CTL-OK.
           MOVE 'N'                 TO WRK-CTL-EM-GRUPO.
           MOVE ZEROS                TO WRK-CTL-QTD WRK-CTL-SOMA.
           PERFORM UNTIL FIM-PEDCOMP OR NOT CONTROLE-OK
               READ ARQ-PEDIDO-COMPRA
                   AT END
                       MOVE 'S'     TO WRK-EOF-PEDCOMP
               END-READ
               IF NOT FIM-PEDCOMP
                   MOVE REG-PEDIDO-COMPRA TO WRK-CTL-LIDO
                   MOVE PCO-QTD-PEDIDA    TO WRK-CTL-VALOR
                   PERFORM 2900-CLASSIFICA-CONTROLE
               END-IF
           END-PERFORM.
           IF CTL-EM-GRUPO
               MOVE 'N'             TO WRK-CTL-OK
           END-IF.
           CLOSE ARQ-PEDIDO-COMPRA.
           OPEN INPUT ARQ-PEDIDO-COMPRA.
           IF CONTROLE-OK
               MOVE 'N'             TO WRK-EOF-PEDCOMP
           ELSE
               DISPLAY 'CONTROLE DE PEDCOMP.DAT NAO FECHA - '
                       'LOTE SUSPENSO, ARQUIVO PRESERVADO.'
               MOVE 'S'             TO WRK-EOF-PEDCOMP WRK-SUSPENSO
               MOVE 'COMPRAS'       TO OPL-SECAO
               MOVE 'SUSPENSA'      TO OPL-EVENTO
               MOVE 'PEDCOMP CONTROLE'  TO OPL-DETALHE
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *
       2300-GUARDA-PEDIDO.
      *
           IF WRK-QTD-PC LESS WRK-MAX-PC
               ADD 1                TO WRK-QTD-PC
               MOVE PCO-NUM-PC      TO TPC-NUM-PC(WRK-QTD-PC)
               MOVE PCO-FORNEC      TO TPC-FORNEC(WRK-QTD-PC)
               MOVE PCO-PRODUTO     TO TPC-PRODUTO(WRK-QTD-PC)
               MOVE PCO-DT-EMISSAO  TO TPC-DT-EMISSAO(WRK-QTD-PC)
               MOVE PCO-DT-PREVISTA TO TPC-DT-PREVISTA(WRK-QTD-PC)
               MOVE PCO-QTD-PEDIDA  TO TPC-QTD-PEDIDA(WRK-QTD-PC)
               MOVE PCO-QTD-RECEBIDA TO TPC-QTD-RECEBIDA(WRK-QTD-PC)
               IF PCO-NUM-PC GREATER WRK-ULTIMO-PC
                   MOVE PCO-NUM-PC  TO WRK-ULTIMO-PC
               END-IF
           ELSE
               DISPLAY 'TABELA DE PEDIDOS DE COMPRA CHEIA - LOTE '
                       'SUSPENSO, ARQUIVO PRESERVADO.'
               MOVE 'S'             TO WRK-EOF-PEDCOMP WRK-SUSPENSO
               MOVE 'COMPRAS'       TO OPL-SECAO
               MOVE 'SUSPENSA'      TO OPL-EVENTO
               MOVE 'PEDCOMP CHEIO' TO OPL-DETALHE
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *
       2500-CARREGA-FORNECEDORES.
      *
      *    SEM O CADASTRO DE FORNECEDORES OS RECEBIMENTOS AINDA SAO
      *    BATIDOS, MAS NENHUM PEDIDO NOVO E GERADO.
      *
           OPEN INPUT ARQ-FORNEC-MASTER.
           IF WRK-FS-FORNEC NOT EQUAL '00'
               DISPLAY 'CADASTRO DE FORNECEDORES NAO ENCONTRADO - '
                       'NENHUM PEDIDO DE COMPRA SERA GERADO.'
               MOVE 'COMPRAS'       TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'FORNMAST FS'   TO OPL-DETALHE
               MOVE WRK-FS-FORNEC   TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           ELSE
               MOVE 'S'             TO WRK-FORNEC-OK
               MOVE 'N'             TO WRK-EOF-FORNEC
               PERFORM UNTIL FIM-FORNEC
                   READ ARQ-FORNEC-MASTER NEXT RECORD
                       AT END
                           MOVE 'S' TO WRK-EOF-FORNEC
                   END-READ
                   IF NOT FIM-FORNEC AND FOR-ATIVO
                       PERFORM 2550-GUARDA-FORNECEDOR
                   END-IF
               END-PERFORM
               CLOSE ARQ-FORNEC-MASTER
           END-IF.
      *
       2550-GUARDA-FORNECEDOR.
      *
           IF WRK-QTD-FORN LESS WRK-MAX-FORN
               ADD 1                TO WRK-QTD-FORN
               MOVE FOR-CODIGO      TO TFO-CODIGO(WRK-QTD-FORN)
               MOVE FOR-PRAZO-ENTREGA TO TFO-PRAZO(WRK-QTD-FORN)
               MOVE FOR-LOTE-MINIMO TO TFO-LOTE-MIN(WRK-QTD-FORN)
               MOVE ZEROS            TO TFO-NUM-PC(WRK-QTD-FORN)
               MOVE FOR-QTD-PRODUTOS TO TFO-QTD-PROD(WRK-QTD-FORN)
               PERFORM VARYING WRK-FPR-IDX FROM 1 BY 1
                   UNTIL WRK-FPR-IDX GREATER 20
                   MOVE FOR-PRD-CODIGO(WRK-FPR-IDX)
                       TO TFO-PRODUTO(WRK-QTD-FORN WRK-FPR-IDX)
               END-PERFORM
           ELSE
               DISPLAY 'TABELA DE FORNECEDORES CHEIA - FORNECEDOR '
                       FOR-CODIGO ' FICA FORA DESTE LOTE.'
           END-IF.
      *
       2900-CLASSIFICA-CONTROLE.
      *
      *    WRK-CTL-LIDO TRAZ O REGISTRO LIDO E WRK-CTL-VALOR A
      *    QUANTIDADE DO DETALHE QUE COMPOE A SOMA DO GRUPO.
      *
           EVALUATE CTL-LIDO-TIPO
               WHEN '1'
                   IF CTL-EM-GRUPO
                       MOVE 'N'      TO WRK-CTL-OK
                   ELSE
                       MOVE 'S'      TO WRK-CTL-EM-GRUPO
                       MOVE ZEROS    TO WRK-CTL-QTD WRK-CTL-SOMA
                   END-IF
               WHEN '2'
                   IF NOT CTL-EM-GRUPO
                    OR WRK-CTL-VALOR IS NOT NUMERIC
                       MOVE 'N'      TO WRK-CTL-OK
                   ELSE
                       ADD 1         TO WRK-CTL-QTD
                       ADD WRK-CTL-VALOR TO WRK-CTL-SOMA
                   END-IF
               WHEN '9'
                   IF NOT CTL-EM-GRUPO
                    OR CTL-LIDO-QTD IS NOT NUMERIC
                    OR CTL-LIDO-QTD NOT EQUAL WRK-CTL-QTD
                    OR CTL-LIDO-SOMA NOT EQUAL WRK-CTL-SOMA
                       MOVE 'N'      TO WRK-CTL-OK
                   END-IF
                   MOVE 'N'          TO WRK-CTL-EM-GRUPO
               WHEN OTHER
                   MOVE 'N'          TO WRK-CTL-OK
           END-EVALUATE.
      *
       2999-SAIDA.
      ******************************************************************
       3000-BATE-RECEBIMENTOS  SECTION.
      ******************************************************************
      *    CADA ENTRADA DE FORNECEDOR POSTADA PELO PROGCOB01 BAIXA A
      *    LINHA DO PEDIDO DE COMPRA (NUMERO + PRODUTO). SALDO AINDA
      *    A RECEBER = PARCIAL; PASSOU DO PEDIDO = A MAIOR; SEM LINHA
      *    EM ABERTO = SEM PEDIDO. COM O LOTE SUSPENSO OU O CONTROLE
      *    DE RECEBPC.DAT SEM FECHAR, O ARQUIVO NAO E CONSUMIDO.
      *
           IF LOTE-SUSPENSO
               GO TO 3999-SAIDA
           END-IF.
           MOVE 'RECEBIMENTOS CONTRA PEDIDO'  TO REL-TIT-TEXTO.
           WRITE REG-RELATORIO      FROM WRK-REL-TITULO.
           OPEN INPUT ARQ-RECEB-PC.
           IF WRK-FS-RECEBPC NOT EQUAL '00'
               MOVE 'S'             TO WRK-EOF-RECEBPC
               IF WRK-FS-RECEBPC NOT EQUAL '35'
                   DISPLAY 'ERRO NA ABERTURA DOS RECEBIMENTOS - FS '
                           WRK-FS-RECEBPC ' - BATIMENTO ADIADO.'
                   MOVE 'COMPRAS'   TO OPL-SECAO
                   MOVE 'ERRO-FS'   TO OPL-EVENTO
                   MOVE 'RECEBPC FS'   TO OPL-DETALHE
                   MOVE WRK-FS-RECEBPC TO OPL-DETALHE(12:2)
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           ELSE
               PERFORM 3050-CONFERE-RECEBPC
           END-IF.
           PERFORM 3100-LE-RECEBIMENTO.
           PERFORM UNTIL FIM-RECEBPC
               PERFORM 3200-BATE-RECEBIMENTO
               PERFORM 3100-LE-RECEBIMENTO
           END-PERFORM.
           IF WRK-FS-RECEBPC EQUAL '00' OR WRK-FS-RECEBPC EQUAL '10'
               CLOSE ARQ-RECEB-PC
           END-IF.
      *    RECEBIMENTOS JA BATIDOS NAO PODEM SER BATIDOS DE NOVO - O
      *    ARQUIVO E ESVAZIADO NO FECHAMENTO, DEPOIS DE REGRAVADO O
      *    PEDCOMP.
           GO TO 3999-SAIDA.
      *
       3050-CONFERE-RECEBPC.
      *
           MOVE 'S'                 TO WRK-CTL-OK.
           MOVE 'N'                 TO WRK-CTL-EM-GRUPO.
           MOVE ZEROS                TO WRK-CTL-QTD WRK-CTL-SOMA.
           PERFORM UNTIL FIM-RECEBPC OR NOT CONTROLE-OK
               READ ARQ-RECEB-PC
                   AT END
                       MOVE 'S'     TO WRK-EOF-RECEBPC
               END-READ
               IF NOT FIM-RECEBPC
                   MOVE REG-RECEB-PC TO WRK-CTL-LIDO
                   MOVE RCB-QTD      TO WRK-CTL-VALOR
                   PERFORM 2900-CLASSIFICA-CONTROLE
               END-IF
           END-PERFORM.
           IF CTL-EM-GRUPO
               MOVE 'N'             TO WRK-CTL-OK
           END-IF.
           CLOSE ARQ-RECEB-PC.
           OPEN INPUT ARQ-RECEB-PC.
           IF CONTROLE-OK
               MOVE 'N'             TO WRK-EOF-RECEBPC
               MOVE 'S'             TO WRK-RECEB-OK
           ELSE
               DISPLAY 'CONTROLE DE RECEBPC.DAT NAO FECHA - '
                       'BATIMENTO ADIADO, ARQUIVO PRESERVADO.'
               MOVE 'S'             TO WRK-EOF-RECEBPC
               MOVE 'COMPRAS'       TO OPL-SECAO
               MOVE 'SUSPENSA'      TO OPL-EVENTO
               MOVE 'RECEBPC CONTROLE'  TO OPL-DETALHE
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *
       3100-LE-RECEBIMENTO.
      *
           IF NOT FIM-RECEBPC
               MOVE SPACE            TO RCB-TIPO-REG
               PERFORM UNTIL FIM-RECEBPC
                          OR RCB-TIPO-REG EQUAL '2'
                   READ ARQ-RECEB-PC
                       AT END
                           MOVE 'S' TO WRK-EOF-RECEBPC
                   END-READ
               END-PERFORM
           END-IF.
      *
       3200-BATE-RECEBIMENTO.
      *
           ADD 1                    TO WRK-QTD-RECEB.
           MOVE ZEROS                TO WRK-PC-POS.
           PERFORM VARYING WRK-PC-IDX FROM 1 BY 1
               UNTIL WRK-PC-IDX GREATER WRK-QTD-PC
                  OR WRK-PC-POS GREATER ZEROS
               IF TPC-NUM-PC(WRK-PC-IDX) EQUAL RCB-NUM-PC
                  AND TPC-PRODUTO(WRK-PC-IDX) EQUAL RCB-PRODUTO
                   MOVE WRK-PC-IDX  TO WRK-PC-POS
               END-IF
           END-PERFORM.
           MOVE RCB-NUM-PC          TO REL-RCB-NUM-PC.
           MOVE RCB-PRODUTO         TO REL-RCB-PRODUTO.
           MOVE RCB-DATA            TO REL-RCB-DATA.
           IF WRK-PC-POS EQUAL ZEROS
               ADD 1                TO WRK-QTD-SEM-PC
               MOVE 'SEM PEDIDO'    TO REL-RCB-OCORRENCIA
               MOVE ZEROS            TO REL-RCB-PEDIDA
               MOVE RCB-QTD         TO REL-RCB-RECEBIDA
               WRITE REG-RELATORIO  FROM WRK-REL-RECEB
           ELSE
               ADD RCB-QTD          TO TPC-QTD-RECEBIDA(WRK-PC-POS)
               MOVE TPC-QTD-PEDIDA(WRK-PC-POS)   TO REL-RCB-PEDIDA
               MOVE TPC-QTD-RECEBIDA(WRK-PC-POS) TO REL-RCB-RECEBIDA
               EVALUATE TRUE
                   WHEN TPC-QTD-RECEBIDA(WRK-PC-POS)
                        LESS TPC-QTD-PEDIDA(WRK-PC-POS)
                       ADD 1        TO WRK-QTD-PARCIAIS
                       MOVE 'PARCIAL'   TO REL-RCB-OCORRENCIA
                       WRITE REG-RELATORIO FROM WRK-REL-RECEB
                   WHEN TPC-QTD-RECEBIDA(WRK-PC-POS)
                        GREATER TPC-QTD-PEDIDA(WRK-PC-POS)
                       ADD 1        TO WRK-QTD-A-MAIOR
                       MOVE 'RECEBIDO A MAIOR' TO REL-RCB-OCORRENCIA
                       WRITE REG-RELATORIO FROM WRK-REL-RECEB
                   WHEN OTHER
                       ADD 1        TO WRK-QTD-ATENDIDAS
               END-EVALUATE
           END-IF.
      *
       3999-SAIDA.
      ******************************************************************
       4000-APURA-ATRASOS      SECTION.
      ******************************************************************
      *    LINHA AINDA COM SALDO A RECEBER E DATA PREVISTA (EMISSAO
      *    MAIS O PRAZO DE ENTREGA DO FORNECEDOR) JA VENCIDA ENTRA NA
      *    LISTA DE PEDIDOS ATRASADOS.
      *
           IF LOTE-SUSPENSO
               GO TO 4999-SAIDA
           END-IF.
           MOVE 'PEDIDOS ATRASADOS'  TO REL-TIT-TEXTO.
           WRITE REG-RELATORIO      FROM WRK-REL-TITULO.
           PERFORM VARYING WRK-PC-IDX FROM 1 BY 1
               UNTIL WRK-PC-IDX GREATER WRK-QTD-PC
               IF TPC-QTD-RECEBIDA(WRK-PC-IDX)
                  LESS TPC-QTD-PEDIDA(WRK-PC-IDX)
                  AND TPC-DT-PREVISTA(WRK-PC-IDX) LESS WRK-DT-ATU-NUM
                   PERFORM 4100-LISTA-ATRASO
               END-IF
           END-PERFORM.
           GO TO 4999-SAIDA.
      *
       4100-LISTA-ATRASO.
      *
           ADD 1                    TO WRK-QTD-ATRASADOS.
           COMPUTE WRK-DT-PREV-INT = FUNCTION INTEGER-OF-DATE(
                                     TPC-DT-PREVISTA(WRK-PC-IDX)).
           COMPUTE WRK-DIAS-ATRASO = WRK-DT-INTEIRO - WRK-DT-PREV-INT.
           MOVE TPC-NUM-PC(WRK-PC-IDX)      TO REL-ATR-NUM-PC.
           MOVE TPC-FORNEC(WRK-PC-IDX)      TO REL-ATR-FORNEC.
           MOVE TPC-PRODUTO(WRK-PC-IDX)     TO REL-ATR-PRODUTO.
           MOVE TPC-DT-PREVISTA(WRK-PC-IDX) TO REL-ATR-PREVISTA.
           COMPUTE REL-ATR-SALDO = TPC-QTD-PEDIDA(WRK-PC-IDX)
                                 - TPC-QTD-RECEBIDA(WRK-PC-IDX).
           MOVE WRK-DIAS-ATRASO             TO REL-ATR-DIAS.
           WRITE REG-RELATORIO      FROM WRK-REL-ATRASO.
      *
       4999-SAIDA.
      ******************************************************************
       5000-GERA-PEDIDOS       SECTION.
      ******************************************************************
      *    PERCORRE O PRODUCT-MASTER: PRODUTO ABAIXO DO PONTO DE
      *    RESSUPRIMENTO SEM LINHA DE PEDIDO EM ABERTO E COMPRADO DO
      *    FORNECEDOR ATIVO DE MENOR PRAZO QUE O ATENDE. A QUANTIDADE
      *    REPOE O ESTOQUE ATE O DOBRO DO PONTO, RESPEITADO O LOTE
      *    MINIMO DO FORNECEDOR. AS LINHAS SAO AGRUPADAS EM UM PEDIDO
      *    POR FORNECEDOR.
      *
           IF LOTE-SUSPENSO OR NOT FORNECEDORES-CARREGADOS
               GO TO 5999-SAIDA
           END-IF.
           OPEN INPUT ARQ-PRODUTO-MASTER.
           IF WRK-FS-PRODUTO NOT EQUAL '00'
               DISPLAY 'CADASTRO DE PRODUTOS NAO ENCONTRADO - '
                       'NENHUM PEDIDO DE COMPRA SERA GERADO.'
               MOVE 'COMPRAS'       TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'PRODMAST FS'   TO OPL-DETALHE
               MOVE WRK-FS-PRODUTO  TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
               GO TO 5999-SAIDA
           END-IF.
           MOVE 'PRODUTOS SEM FORNECEDOR'  TO REL-TIT-TEXTO.
           WRITE REG-RELATORIO      FROM WRK-REL-TITULO.
           MOVE 'N'                 TO WRK-EOF-PRODUTO.
           PERFORM UNTIL FIM-PRODUTO
               READ ARQ-PRODUTO-MASTER NEXT RECORD
                   AT END
                       MOVE 'S'     TO WRK-EOF-PRODUTO
               END-READ
               IF NOT FIM-PRODUTO
                  AND PRD-QTD-ESTOQUE LESS PRD-PONTO-RESSUP
                   PERFORM 5100-AVALIA-PRODUTO
               END-IF
           END-PERFORM.
           CLOSE ARQ-PRODUTO-MASTER.
           MOVE 'PEDIDOS DE COMPRA GERADOS'  TO REL-TIT-TEXTO.
           WRITE REG-RELATORIO      FROM WRK-REL-TITULO.
           PERFORM VARYING WRK-FOR-IDX FROM 1 BY 1
               UNTIL WRK-FOR-IDX GREATER WRK-QTD-FORN
               PERFORM VARYING WRK-GER-IDX FROM 1 BY 1
                   UNTIL WRK-GER-IDX GREATER WRK-QTD-GER
                   IF TGE-FOR-IDX(WRK-GER-IDX) EQUAL WRK-FOR-IDX
                       PERFORM 5300-EMITE-LINHA
                   END-IF
               END-PERFORM
           END-PERFORM.
           GO TO 5999-SAIDA.
      *
       5100-AVALIA-PRODUTO.
      *
           ADD 1                    TO WRK-QTD-ABAIXO.
           MOVE ZEROS                TO WRK-PC-POS.
           PERFORM VARYING WRK-PC-IDX FROM 1 BY 1
               UNTIL WRK-PC-IDX GREATER WRK-QTD-PC
                  OR WRK-PC-POS GREATER ZEROS
               IF TPC-PRODUTO(WRK-PC-IDX) EQUAL PRD-CODIGO
                  AND TPC-QTD-RECEBIDA(WRK-PC-IDX)
                      LESS TPC-QTD-PEDIDA(WRK-PC-IDX)
                   MOVE WRK-PC-IDX  TO WRK-PC-POS
               END-IF
           END-PERFORM.
           IF WRK-PC-POS GREATER ZEROS
               ADD 1                TO WRK-QTD-SUPRIMIDOS
           ELSE
               PERFORM 5200-ESCOLHE-FORNECEDOR
               IF WRK-FOR-POS EQUAL ZEROS
                   ADD 1            TO WRK-QTD-SEM-FORN
                   MOVE PRD-CODIGO  TO REL-SFO-PRODUTO
                   MOVE PRD-QTD-ESTOQUE  TO REL-SFO-ESTOQUE
                   MOVE PRD-PONTO-RESSUP TO REL-SFO-PONTO
                   WRITE REG-RELATORIO FROM WRK-REL-SEM-FORN
               ELSE
                   PERFORM 5250-GUARDA-GERACAO
               END-IF
           END-IF.
      *
       5200-ESCOLHE-FORNECEDOR.
      *
           MOVE ZEROS                TO WRK-FOR-POS.
           PERFORM VARYING WRK-FOR-IDX FROM 1 BY 1
               UNTIL WRK-FOR-IDX GREATER WRK-QTD-FORN
               PERFORM VARYING WRK-FPR-IDX FROM 1 BY 1
                   UNTIL WRK-FPR-IDX GREATER TFO-QTD-PROD(WRK-FOR-IDX)
                   IF TFO-PRODUTO(WRK-FOR-IDX WRK-FPR-IDX)
                      EQUAL PRD-CODIGO
                       IF WRK-FOR-POS EQUAL ZEROS
                        OR TFO-PRAZO(WRK-FOR-IDX)
                           LESS TFO-PRAZO(WRK-FOR-POS)
                           MOVE WRK-FOR-IDX TO WRK-FOR-POS
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       5250-GUARDA-GERACAO.
      *
      *    A TABELA DE GERACAO TEM O MESMO TAMANHO DA DE PEDIDOS, QUE
      *    LIMITA O QUE PODE SER EMITIDO NO LOTE (VER 5300).
      *
           COMPUTE WRK-QTD-COMPRA = PRD-PONTO-RESSUP * 2
                                  - PRD-QTD-ESTOQUE.
           IF WRK-QTD-COMPRA LESS TFO-LOTE-MIN(WRK-FOR-POS)
               MOVE TFO-LOTE-MIN(WRK-FOR-POS) TO WRK-QTD-COMPRA
           END-IF.
           IF WRK-QTD-GER LESS WRK-MAX-PC
               ADD 1                TO WRK-QTD-GER
               MOVE WRK-FOR-POS     TO TGE-FOR-IDX(WRK-QTD-GER)
               MOVE PRD-CODIGO      TO TGE-PRODUTO(WRK-QTD-GER)
               MOVE WRK-QTD-COMPRA  TO TGE-QTD(WRK-QTD-GER)
           END-IF.
      *
       5300-EMITE-LINHA.
      *
      *    O PRIMEIRO PRODUTO DO FORNECEDOR ABRE O PEDIDO DELE NESTE
      *    LOTE; OS SEGUINTES ENTRAM COMO LINHAS DO MESMO PEDIDO.
      *
           IF WRK-QTD-PC NOT LESS WRK-MAX-PC
               DISPLAY 'TABELA DE PEDIDOS DE COMPRA CHEIA - PRODUTO '
                       TGE-PRODUTO(WRK-GER-IDX) ' FICA PARA O '
                       'PROXIMO LOTE.'
           ELSE
               IF TFO-NUM-PC(WRK-FOR-IDX) EQUAL ZEROS
                   ADD 1            TO WRK-ULTIMO-PC
                   MOVE WRK-ULTIMO-PC TO TFO-NUM-PC(WRK-FOR-IDX)
                   ADD 1            TO WRK-QTD-PC-NOVOS
               END-IF
               ADD 1                TO WRK-QTD-PC WRK-QTD-LINHAS-NOVAS
               MOVE TFO-NUM-PC(WRK-FOR-IDX) TO TPC-NUM-PC(WRK-QTD-PC)
               MOVE TFO-CODIGO(WRK-FOR-IDX) TO TPC-FORNEC(WRK-QTD-PC)
               MOVE TGE-PRODUTO(WRK-GER-IDX)
                                     TO TPC-PRODUTO(WRK-QTD-PC)
               MOVE WRK-DT-ATU-NUM  TO TPC-DT-EMISSAO(WRK-QTD-PC)
               COMPUTE TPC-DT-PREVISTA(WRK-QTD-PC) =
                       FUNCTION DATE-OF-INTEGER(WRK-DT-INTEIRO
                                              + TFO-PRAZO(WRK-FOR-IDX))
               MOVE TGE-QTD(WRK-GER-IDX)
                                     TO TPC-QTD-PEDIDA(WRK-QTD-PC)
               MOVE ZEROS            TO TPC-QTD-RECEBIDA(WRK-QTD-PC)
               MOVE TPC-NUM-PC(WRK-QTD-PC)      TO REL-GER-NUM-PC
               MOVE TPC-FORNEC(WRK-QTD-PC)      TO REL-GER-FORNEC
               MOVE TPC-PRODUTO(WRK-QTD-PC)     TO REL-GER-PRODUTO
               MOVE TPC-QTD-PEDIDA(WRK-QTD-PC)  TO REL-GER-QTD
               MOVE TPC-DT-PREVISTA(WRK-QTD-PC) TO REL-GER-PREVISTA
               WRITE REG-RELATORIO  FROM WRK-REL-GERADO
           END-IF.
      *
       5999-SAIDA.
      ******************************************************************
       6000-FINALIZA           SECTION.
      ******************************************************************
      *    REGRAVA PEDCOMP.DAT SO COM AS LINHAS QUE AINDA TEM SALDO A
      *    RECEBER, GUARDA O ULTIMO NUMERO EMITIDO E ESVAZIA OS
      *    RECEBIMENTOS JA BATIDOS. COM O LOTE SUSPENSO NADA DISSO E
      *    FEITO.
      *
           IF NOT LOTE-SUSPENSO
               OPEN OUTPUT ARQ-PEDIDO-COMPRA
               MOVE WRK-DT-ATU-NUM  TO CTL-CAB-DATA
               WRITE REG-PEDIDO-COMPRA FROM WRK-CTL-CABECALHO
               MOVE ZEROS            TO WRK-PCO-CTL-SOMA
               PERFORM VARYING WRK-PC-IDX FROM 1 BY 1
                   UNTIL WRK-PC-IDX GREATER WRK-QTD-PC
                   IF TPC-QTD-RECEBIDA(WRK-PC-IDX)
                      LESS TPC-QTD-PEDIDA(WRK-PC-IDX)
                       PERFORM 6100-GRAVA-LINHA
                   END-IF
               END-PERFORM
               MOVE WRK-QTD-ABERTAS TO CTL-TRL-QTD
               MOVE WRK-PCO-CTL-SOMA TO CTL-TRL-SOMA
               WRITE REG-PEDIDO-COMPRA FROM WRK-CTL-TRAILER
               CLOSE ARQ-PEDIDO-COMPRA
               OPEN OUTPUT ARQ-NUM-PC
               MOVE WRK-ULTIMO-PC   TO PCN-ULTIMO
               WRITE REG-NUM-PC
               CLOSE ARQ-NUM-PC
               IF RECEBIMENTOS-BATIDOS
                   OPEN OUTPUT ARQ-RECEB-PC
                   CLOSE ARQ-RECEB-PC
               END-IF
           END-IF.
           MOVE WRK-QTD-RECEB       TO REL-TOT-RECEB.
           MOVE WRK-QTD-ATENDIDAS   TO REL-TOT-ATENDIDAS.
           MOVE WRK-QTD-PARCIAIS    TO REL-TOT-PARCIAIS.
           MOVE WRK-QTD-A-MAIOR     TO REL-TOT-A-MAIOR.
           MOVE WRK-QTD-SEM-PC      TO REL-TOT-SEM-PC.
           WRITE REG-RELATORIO      FROM WRK-REL-TOT1.
           MOVE WRK-QTD-ABAIXO      TO REL-TOT-ABAIXO.
           MOVE WRK-QTD-SUPRIMIDOS  TO REL-TOT-SUPRIMIDOS.
           MOVE WRK-QTD-SEM-FORN    TO REL-TOT-SEM-FORN.
           MOVE WRK-QTD-PC-NOVOS    TO REL-TOT-PC-NOVOS.
           WRITE REG-RELATORIO      FROM WRK-REL-TOT2.
           MOVE WRK-QTD-LINHAS-NOVAS TO REL-TOT-LINHAS.
           MOVE WRK-QTD-ATRASADOS   TO REL-TOT-ATRASADOS.
           MOVE WRK-QTD-ABERTAS     TO REL-TOT-ABERTAS.
           WRITE REG-RELATORIO      FROM WRK-REL-TOT3.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'COMPRAS - RECEBIMENTOS: ' WRK-QTD-RECEB
                   ' PARCIAIS: ' WRK-QTD-PARCIAIS
                   ' A MAIOR: ' WRK-QTD-A-MAIOR
                   ' SEM PC: ' WRK-QTD-SEM-PC.
           DISPLAY 'COMPRAS - PEDIDOS NOVOS: ' WRK-QTD-PC-NOVOS
                   ' LINHAS: ' WRK-QTD-LINHAS-NOVAS
                   ' ATRASADAS: ' WRK-QTD-ATRASADOS
                   ' EM ABERTO: ' WRK-QTD-ABERTAS.
           GO TO 6999-SAIDA.
      *
       6100-GRAVA-LINHA.
      *
           MOVE '2'                         TO PCO-TIPO-REG.
           MOVE TPC-NUM-PC(WRK-PC-IDX)      TO PCO-NUM-PC.
           MOVE TPC-FORNEC(WRK-PC-IDX)      TO PCO-FORNEC.
           MOVE TPC-PRODUTO(WRK-PC-IDX)     TO PCO-PRODUTO.
           MOVE TPC-DT-EMISSAO(WRK-PC-IDX)  TO PCO-DT-EMISSAO.
           MOVE TPC-DT-PREVISTA(WRK-PC-IDX) TO PCO-DT-PREVISTA.
           MOVE TPC-QTD-PEDIDA(WRK-PC-IDX)  TO PCO-QTD-PEDIDA.
           MOVE TPC-QTD-RECEBIDA(WRK-PC-IDX) TO PCO-QTD-RECEBIDA.
           WRITE REG-PEDIDO-COMPRA.
           ADD 1                    TO WRK-QTD-ABERTAS.
           ADD TPC-QTD-PEDIDA(WRK-PC-IDX) TO WRK-PCO-CTL-SOMA.
      *
       6999-SAIDA.
      ******************************************************************
       17000-GRAVA-OPERLOG     SECTION.
      ******************************************************************
      *    GRAVA UM EVENTO NO LOG DE OPERACAO SOB O IDENTIFICADOR DA
      *    EXECUCAO, NO MESMO LAYOUT DO PROGCOB01 - O RESUMO DIARIO
      *    DO PROGCOB05 TAMBEM ENXERGA AS OCORRENCIAS DESTE PROGRAMA.
      *
           OPEN EXTEND ARQ-OPER-LOG.
           IF WRK-FS-OPERLOG EQUAL '35'
               OPEN OUTPUT ARQ-OPER-LOG
           END-IF.
           IF WRK-FS-OPERLOG EQUAL '00'
               WRITE REG-OPER-LOG   FROM WRK-OPERLOG-LINE
               CLOSE ARQ-OPER-LOG
           ELSE
               DISPLAY 'LOG DE OPERACAO INDISPONIVEL - FS '
                       WRK-FS-OPERLOG '.'
           END-IF.
           MOVE SPACES               TO OPL-SECAO OPL-EVENTO
                                        OPL-DETALHE.
           MOVE ZEROS                TO OPL-LIDOS OPL-GRAVADOS
                                        OPL-REJEITADOS.
      *
       17999-SAIDA.
      ******************************************************************
