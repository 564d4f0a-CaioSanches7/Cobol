      *                 OPERLOG E PULA, COM EVENTO 'PULADO', SECAO JA  *
      *                 CONCLUIDA HOJE EM EXECUCAO ANTERIOR - O RERUN  *
      *                 DA FOLHA NAO REEMBARCA OS PEDIDOS DA MANHA.    *
      *15/10/2026 CSS - CADASTRO DE CLIENTES (CLIMAST.DAT, CHAVE CPF,  *
      *                 MANUTENCAO VIA PROGCOB11): O PEDIDO PASSA A    *
      *                 CARREGAR O CPF DO CLIENTE E A PRE-EDICAO       *
      *                 REJEITA CLIENTE NAO CADASTRADO (C01), CLIENTE  *
      *                 BLOQUEADO (C02) E PEDIDO QUE LEVARIA O SALDO   *
      *                 EM ABERTO DO CLIENTE (SALDCONT) ALEM DO LIMITE *
      *                 DE CREDITO (C03).                              *
      *15/10/2026 CSS - ALOCACAO DE ESTOQUE NA PRE-EDICAO: A           *
      *                 QUANTIDADE DO PEDIDO E RESERVADA CONTRA O      *
      *                 SALDO DO PRODUCT-MASTER MENOS O JA ALOCADO NO  *
      *                 DIA; PRODUTO INEXISTENTE REJEITA (E01) E       *
      *                 PEDIDO SEM SALDO VAI PARA A FILA DE BACKORDERS *
      *                 (BACKORD.DAT) EM VEZ DE PEDLIMPO. ENTRADAS E   *
      *                 AJUSTES POSTADOS LIBERAM A FILA NA EXECUCAO    *
      *                 SEGUINTE, DO MAIS ANTIGO PARA O MAIS NOVO, E O *
      *                 ENVELHECIMENTO DA FILA SAI EM BACKREL.DAT.     *
      *15/10/2026 CSS - ENTRADA DE FORNECEDOR NO MOVESTOQ TRAZ O       *
      *                 NUMERO DO PEDIDO DE COMPRA (MOV-NUM-PC); A     *
      *                 POSTAGEM REPASSA AS ENTRADAS APLICADAS PARA    *
      *                 RECEBPC.DAT, BATIDAS PELO PROGCOB13.           *
      *15/10/2026 CSS - CUSTO MEDIO PONDERADO: A ENTRADA NO MOVESTOQ   *
      *                 TRAZ O CUSTO UNITARIO (MOV-CUSTO-UNIT,         *
      *                 OBRIGATORIO NO RECEBIMENTO DE PEDIDO DE        *
      *                 COMPRA), A POSTAGEM MANTEM PRD-CUSTO-MEDIO E   *
      *                 GRAVA CADA MOVIMENTO POSTADO, COM QUANTIDADE E *
      *                 VALOR ANTES E DEPOIS, NA RAZAO DE ESTOQUE      *
      *                 (ESTQHIST.DAT) DO KARDEX MENSAL DO PROGCOB14.  *
      *15/10/2026 CSS - FOLHA DE 13 SALARIO (1A E 2A PARCELA) E DE     *
      *                 FERIAS COM O TERCO, ESCOLHIDAS PELO TIPO DE    *
      *                 FOLHA DO CARTAO (PRM-TIPO-FOLHA). AVOS E       *
      *                 ANIVERSARIO DE FERIAS PELA NOVA DATA DE        *
      *                 ADMISSAO DO FUNCION.DAT - O MES DA ADMISSAO    *
      *                 CONTA COM 15 OU MAIS DIAS TRABALHADOS; CADA    *
      *                 TIPO GERA REGISTRO, BANCRED E GRUPO DE         *
      *                 TRANSAC.DAT PROPRIOS, COM SECAO PROPRIA NO     *
      *                 OPERLOG.                                       *
      *15/10/2026 CSS - PLANO DE CONTAS (PLANCONT.DAT, MANTIDO PELO    *
      *                 PROGCOB15) NA RECONCILIACAO: CONTA FORA DO     *
      *                 PLANO OU INATIVA E POSTADA NA TRANSITORIA DO   *
      *                 CONTPARM.DAT E TRANSACAO DE COMPETENCIA JA     *
      *                 FECHADA NAO E POSTADA, AMBAS LISTADAS EM       *
      *                 CONTEXC.DAT. O HISTORICO DE EXTRATO PASSA A    *
      *                 LEVAR A DATA DO MOVIMENTO DO CABECALHO DO      *
      *                 GRUPO.                                         *
      *15/10/2026 CSS - O REGISTRO DE POSTAGEM (ESTOQREG) PASSA A      *
      *                 ACUMULAR AS EXECUCOES, CADA UMA COM CABECALHO  *
      *                 DATADO, PARA O ARQUIVAMENTO MENSAL DO          *
      *                 PROGCOB17.                                     *
      *15/10/2026 CSS - MATRIZ DE AUTORIZACAO POR SECAO                *
      *                 (AUTSECAO.DAT): CADA LOTE SO RODA SE O NIVEL   *
      *                 DO USUARIO DO SIGN-ON CONSTAR DA LINHA DA      *
      *                 SECAO; SECAO NAO AUTORIZADA (OU SEM MATRIZ) E  *
      *                 PULADA COM EVENTO 'NEGADO' NO OPERLOG E LINHA  *
      *                 NO AUDITLOG. REVISAO DE ACESSOS NO PROGCOB18.  *
      *15/10/2026 CSS - STATUS DO PEDIDO (PEDSTAT.DAT, INDEXADO PELO   *
      *                 NUMERO DO PEDIDO): A PRE-EDICAO GRAVA ACEITO,  *
      *                 BACKORDER OU REJEITADO COM O MOTIVO E O LOTE   *
      *                 DE FRETE GRAVA FRETADO COM VALOR E FRETE, CADA *
      *                 OCORRENCIA DATADA. RASTREAMENTO NO PROGCOB20.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-FERIADOS     ASSIGN TO "FERIADOS.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-FERIADOS.
           SELECT ARQ-AUTORIZACAO  ASSIGN TO "AUTSECAO.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-AUTORIZ.
           SELECT ARQ-TRANSACOES   ASSIGN TO "TRANSAC.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-TRANSAC.
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-MOVEST.
           SELECT ARQ-REG-ESTOQUE  ASSIGN TO "ESTOQREG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-ESTREG.
           SELECT ARQ-HIST-ESTOQUE ASSIGN TO "ESTQHIST.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-ESTHIST.
           SELECT ARQ-EDI-PEND     ASSIGN TO "EDIPEND.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-EDI-PEND.
           SELECT ARQ-DEPTO-CONTA  ASSIGN TO "DEPTCONT.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-DEPCON.
           SELECT ARQ-CLIENTE-MASTER ASSIGN TO "CLIMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CLI-CPF
                                    FILE STATUS IS WRK-FS-CLIENTE.
           SELECT ARQ-BACKORDER    ASSIGN TO "BACKORD.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-BACKORD.
           SELECT ARQ-BACKORDER-REL ASSIGN TO "BACKREL.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RECEB-PC     ASSIGN TO "RECEBPC.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-RECEBPC.
           SELECT ARQ-PLANO-CONTAS ASSIGN TO "PLANCONT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PLC-CONTA
                                    FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-PARM-CONTABIL ASSIGN TO "CONTPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CONTPARM.
           SELECT ARQ-EXCECAO-CONTAS ASSIGN TO "CONTEXC.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-STATUS-PEDIDO ASSIGN TO "PEDSTAT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STA-NUM-PEDIDO
                                    FILE STATUS IS WRK-FS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PEDIDOS
           02 PED-VALOR            PIC 9(07)V99.
           02 PED-NUM-PEDIDO       PIC 9(06).
           02 PED-QTD              PIC 9(05).
      *    CPF DO CLIENTE (SO DIGITOS) - CHAVE DO CADASTRO DE CLIENTES
      *    PARA A CRITICA DE SITUACAO E LIMITE DE CREDITO.
           02 PED-CPF-CLIENTE      PIC 9(11).
      *
      *    TABELA DE FRETE EFETIVADA POR VIGENCIA: UMA LINHA POR UF E
      *    DATA DE INICIO. VALE A TAXA COM A MAIOR DATA DE INICIO QUE
           02 FUNC-BANCO            PIC 9(03).
           02 FUNC-AGENCIA          PIC 9(04).
           02 FUNC-CONTA            PIC 9(09).
      *    DATA DE ADMISSAO (AAAAMMDD), INFORMADA NA CONTRATACAO PELO
      *    PROGCOB08. BASE DOS AVOS DO 13 SALARIO E DO ANIVERSARIO DE
      *    FERIAS. ZERADA = CADASTRO ANTERIOR AO CAMPO (SEM DATA).
           02 FUNC-DT-ADMISSAO      PIC 9(08).
           02 FUNC-DT-ADM-R REDEFINES FUNC-DT-ADMISSAO.
              03 FUNC-ADM-ANO       PIC 9(04).
              03 FUNC-ADM-MES       PIC 9(02).
              03 FUNC-ADM-DIA       PIC 9(02).
      *
       FD  ARQ-FOLHA-PAGTO
           RECORDING MODE IS F.
           02 PRD-PRECO-UNIT        PIC 9(07)V99.
           02 PRD-QTD-ESTOQUE       PIC 9(07).
           02 PRD-PONTO-RESSUP      PIC 9(07).
      *    CUSTO MEDIO PONDERADO, MANTIDO PELA POSTAGEM DE ESTOQUE A
      *    CADA ENTRADA COM CUSTO. O VALOR DO ESTOQUE DO PRODUTO E
      *    SEMPRE QUANTIDADE X CUSTO MEDIO.
           02 PRD-CUSTO-MEDIO       PIC 9(07)V9(04).
      *
       FD  ARQ-RESTOCK-REPORT
           RECORDING MODE IS F.
       FD  ARQ-FERIADOS
           RECORDING MODE IS F.
       01  REG-FERIADO              PIC 9(08).
      *
      *    MATRIZ DE AUTORIZACAO: UMA LINHA POR SECAO (MESMOS NOMES DE
      *    WRK-SECAO-ALVO E DO CARTAO) COM ATE 10 NIVEIS DE USUARIO
      *    QUE PODEM EXECUTA-LA. NIVEL ZERADO OU EM BRANCO NAO CONTA.
       FD  ARQ-AUTORIZACAO
           RECORDING MODE IS F.
       01  REG-AUTORIZACAO.
           02 AUT-SECAO             PIC X(18).
           02 AUT-NIVEL             OCCURS 10 TIMES PIC X(02).
      *
       FD  ARQ-TRANSACOES
           RECORDING MODE IS F.
      *    COMPLETO) E FLAG PARA FORCAR SECAO JA CONCLUIDA HOJE.
           02 PRM-FORCA-SECAO       PIC X(01).
           02 PRM-SECAO-SEL         OCCURS 8 TIMES PIC X(18).
      *    TIPO DE FOLHA DO RUN: 'M' OU BRANCO = MENSAL, '1' = 13
      *    SALARIO 1A PARCELA, '2' = 13 SALARIO 2A PARCELA E 'F' =
      *    FERIAS COM O TERCO CONSTITUCIONAL.
           02 PRM-TIPO-FOLHA        PIC X(01).
      *
      *    PEDIDOS APROVADOS PELA PRE-EDICAO - UNICA ENTRADA DO LOTE
      *    DE FRETE. IMAGEM DO PEDIDO BRUTO PRECEDIDA DO TIPO DE
              03 PED-OK-VALOR       PIC 9(07)V99.
              03 PED-OK-NUM-PEDIDO  PIC 9(06).
              03 PED-OK-QTD         PIC 9(05).
              03 PED-OK-CPF-CLIENTE PIC 9(11).
      *
      *    PEDIDOS REJEITADOS PELA PRE-EDICAO: IMAGEM DO PEDIDO + COD
      *    E DESCRICAO DO MOTIVO. APOS CORRECAO O ARQUIVO E RENOMEADO
       FD  ARQ-PEDIDOS-REJ
           RECORDING MODE IS F.
       01  REG-PEDIDO-REJ.
           02 REJ-PEDIDO            PIC X(53).
           02 REJ-COD-MOTIVO        PIC X(03).
           02 FILLER                PIC X(01).
           02 REJ-DESC-MOTIVO       PIC X(30).
       FD  ARQ-REJ-ANTERIOR
           RECORDING MODE IS F.
       01  REG-REJ-ANTERIOR.
           02 RJA-PEDIDO            PIC X(53).
           02 RJA-RESTO             PIC X(34).
      *
      *    MOVIMENTOS DE ESTOQUE: 'E' ENTRADA SOMA, 'S' SAIDA SUBTRAI,
      *    'A' AJUSTE SOMA OU SUBTRAI CONFORME O SINAL ('-' SUBTRAI).
      *    O LOTE DE FRETE ALIMENTA AS SAIDAS; ENTRADAS E AJUSTES
      *    CHEGAM DO RECEBIMENTO E DO INVENTARIO NO MESMO LAYOUT.
      *    A ENTRADA DO RECEBIMENTO DE FORNECEDOR INFORMA O PEDIDO DE
      *    COMPRA ATENDIDO (MOV-NUM-PC); NOS DEMAIS MOVIMENTOS ZEROS.
      *    ENTRADA COM CUSTO UNITARIO (MOV-CUSTO-UNIT) ENTRA NO CUSTO
      *    MEDIO; SEM CUSTO (DEVOLUCAO, AJUSTE, SAIDA) MOVIMENTA PELO
      *    CUSTO MEDIO VIGENTE.
       FD  ARQ-MOV-ESTOQUE
           RECORDING MODE IS F.
       01  REG-MOV-ESTOQUE.
           02 MOV-SINAL             PIC X(01).
           02 MOV-QTD               PIC 9(07).
           02 MOV-DATA              PIC 9(08).
           02 MOV-NUM-PC            PIC 9(06).
           02 MOV-CUSTO-UNIT        PIC 9(07)V99.
      *
      *    REGISTRO DE POSTAGEM: CADA EXECUCAO ACRESCENTA O SEU,
      *    ABERTO POR UM CABECALHO COM A DATA DA POSTAGEM. OS MESES
      *    FECHADOS SAO LEVADOS PARA GERACOES PELO PROGCOB17.
       FD  ARQ-REG-ESTOQUE
           RECORDING MODE IS F.
       01  REG-REG-ESTOQUE          PIC X(80).
      *
      *    RAZAO DE ESTOQUE (KARDEX): UMA LINHA POR MOVIMENTO POSTADO,
      *    COM QUANTIDADE E VALOR ANTES E DEPOIS. ACUMULA DE UM DIA
      *    PARA O OUTRO - O PROGCOB14 TIRA DELE O KARDEX MENSAL E A
      *    VALORIZACAO DO ESTOQUE. ORIGEM: 'P' PEDIDO, 'C' COMPRA COM
      *    PEDIDO, 'E' ENTRADA AVULSA COM CUSTO, 'D' DEVOLUCAO, 'A'
      *    AJUSTE DE INVENTARIO, 'R' REAVALIACAO DO SALDO SEM CUSTO.
       FD  ARQ-HIST-ESTOQUE
           RECORDING MODE IS F.
       01  REG-HIST-ESTOQUE.
           02 HST-PRODUTO           PIC X(10).
           02 HST-DATA              PIC 9(08).
           02 HST-ORIGEM            PIC X(01).
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
      *    PEDIDOS ENVIADOS NO EDI AINDA SEM CONFIRMACAO DE ENTREGA DA
      *    TRANSPORTADORA. O LOTE DE FRETE ACRESCENTA UM REGISTRO POR
      *    PEDIDO ENVIADO; O PROGCOB03 BAIXA OS CONFIRMADOS E REESCREVE
      *
      *    HISTORICO DE FRETE DO PERIODO: UMA LINHA POR PEDIDO DO
      *    MANIFESTO DIARIO. E A BASE DO FECHAMENTO MENSAL POR UF NO
      *    PROGCOB04; APOS O FATURAMENTO, O PROGCOB17 LEVA OS MESES
      *    FECHADOS PARA GERACOES DATADAS (FRETHIST.GAAAAMM.DAT).
      *    VALOR E FRETE SAO ASSINADOS: DEVOLUCAO CONFIRMADA NO
      *    PROGCOB03 ENTRA COMO LINHA NEGATIVA E O FECHAMENTO ABATE.
       FD  ARQ-FRETE-HIST
           02 EXT-VALOR             PIC 9(07)V99.
           02 EXT-SALDO-APOS        PIC S9(09)V99.
      *
      *    PLANO DE CONTAS, MANTIDO PELO PROGCOB15: TIPO (A ATIVO,
      *    P PASSIVO, D DESPESA, R RECEITA), GRUPO PAI (BRANCOS = TOPO
      *    DO PLANO) E SITUACAO. A RECONCILIACAO SO POSTA EM CONTA DO
      *    PLANO E ATIVA; O BALANCETE DO PROGCOB16 SOBE PELOS GRUPOS.
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
      *    PARAMETROS CONTABEIS, UM UNICO REGISTRO: ULTIMA COMPETENCIA
      *    FECHADA (AAAAMM - ZEROS = NENHUMA), DATA DO FECHAMENTO E A
      *    CONTA TRANSITORIA QUE RECEBE O LANCAMENTO DE CONTA FORA DO
      *    PLANO OU INATIVA. REGRAVADO PELO FECHAMENTO DO PROGCOB16.
       FD  ARQ-PARM-CONTABIL
           RECORDING MODE IS F.
       01  REG-PARM-CONTABIL.
           02 PCT-ULT-FECHADO       PIC 9(06).
           02 PCT-DT-FECHAMENTO     PIC 9(08).
           02 PCT-CONTA-TRANSITORIA PIC X(08).
      *
       FD  ARQ-EXCECAO-CONTAS
           RECORDING MODE IS F.
       01  REG-EXCECAO-CONTAS       PIC X(80).
      *
      *    MAPEAMENTO DEPARTAMENTO -> CONTA CONTABIL, MANTIDO PELA
      *    CONTABILIDADE. ENTRADAS RESERVADAS: '*INSS' E '*IRRF' SAO
      *    AS CONTAS DE RETENCAO E '*BANCO' A CONTA PONTE DO CREDITO
       01  REG-DEPTO-CONTA.
           02 DPC-DEPTO             PIC X(10).
           02 DPC-CONTA             PIC X(08).
      *
      *    CADASTRO DE CLIENTES (MANUTENCAO VIA PROGCOB11): CHAVE CPF
      *    JA VALIDADO NO MODULO 11, SITUACAO ATIVO/BLOQUEADO, LIMITE
      *    DE CREDITO E A CONTA DO CLIENTE NO MASTER DE SALDOS, DE
      *    ONDE A PRE-EDICAO TIRA O SALDO EM ABERTO.
       FD  ARQ-CLIENTE-MASTER.
       01  REG-CLIENTE-MASTER.
           02 CLI-CPF               PIC 9(11).
           02 CLI-NOME              PIC X(30).
           02 CLI-SITUACAO          PIC X(01).
              88 CLI-ATIVO                     VALUE 'A'.
              88 CLI-BLOQUEADO                 VALUE 'B'.
           02 CLI-LIMITE-CREDITO    PIC 9(09)V99.
           02 CLI-CONTA             PIC X(08).
      *
      *    FILA DE BACKORDERS: PEDIDO JA CRITICADO QUE NAO TEVE
      *    ESTOQUE PARA ALOCAR, COM A DATA EM QUE ENTROU NA FILA. A
      *    PRE-EDICAO CARREGA A FILA, TENTA LIBERAR DO MAIS ANTIGO
      *    PARA O MAIS NOVO E REESCREVE O ARQUIVO SO COM OS QUE
      *    CONTINUAM SEM ESTOQUE.
       FD  ARQ-BACKORDER
           RECORDING MODE IS F.
       01  REG-BACKORDER.
           02 BKO-DT-ENTRADA        PIC 9(08).
           02 BKO-PEDIDO            PIC X(53).
      *
      *    ENTRADAS DE FORNECEDOR JA POSTADAS NO ESTOQUE, COM O PEDIDO
      *    DE COMPRA ATENDIDO. CADA POSTAGEM ACRESCENTA SEU GRUPO DE
      *    CONTROLE; O PROGCOB13 BATE COM OS PEDIDOS DE COMPRA EM
      *    ABERTO E ESVAZIA O ARQUIVO.
       FD  ARQ-RECEB-PC
           RECORDING MODE IS F.
       01  REG-RECEB-PC.
           02 RCB-TIPO-REG          PIC X(01).
           02 RCB-NUM-PC            PIC 9(06).
           02 RCB-PRODUTO           PIC X(10).
           02 RCB-QTD               PIC 9(07).
           02 RCB-DATA              PIC 9(08).
      *
       FD  ARQ-BACKORDER-REL
           RECORDING MODE IS F.
       01  REG-BACKORDER-REL        PIC X(80).
      *
      *    STATUS DO PEDIDO: SITUACAO ATUAL E AS ULTIMAS 12
      *    OCORRENCIAS DATADAS DO PEDIDO - PRE-EDICAO E LOTE DE FRETE
      *    AQUI, CONFIRMACAO E DEVOLUCAO NO PROGCOB03, FATURA NO
      *    PROGCOB07. CONSULTADO PELO RASTREAMENTO DO PROGCOB20.
       FD  ARQ-STATUS-PEDIDO.
       01  REG-STATUS-PEDIDO.
           02 STA-NUM-PEDIDO        PIC 9(06).
           02 STA-SITUACAO          PIC X(01).
              88 STA-ACEITO                    VALUE 'A'.
              88 STA-REJEITADO                 VALUE 'R'.
              88 STA-BACKORDER                 VALUE 'B'.
              88 STA-FRETADO                   VALUE 'F'.
              88 STA-ENTREGUE                  VALUE 'C'.
              88 STA-DEVOLVIDO                 VALUE 'D'.
              88 STA-FATURADO                  VALUE 'I'.
              88 STA-CONTESTADO                VALUE 'X'.
           02 STA-DT-SITUACAO       PIC 9(08).
           02 STA-UF                PIC X(02).
           02 STA-QTD-EVENTOS       PIC 9(02).
           02 STA-EVENTO            OCCURS 12 TIMES.
              03 STE-SITUACAO       PIC X(01).
              03 STE-DATA           PIC 9(08).
              03 STE-PROGRAMA       PIC X(09).
              03 STE-VALOR          PIC S9(07)V99.
              03 STE-FRETE          PIC S9(07)V99.
              03 STE-MOTIVO         PIC X(34).
      *
       WORKING-STORAGE SECTION.
       77  WRK-NM          PIC X(20)            VALUE SPACES.
       77  WRK-DEPTO-ANT   PIC  X(10)           VALUE SPACES.
       77  WRK-SUBTOT-DEPTO PIC 9(07)V99        VALUE ZEROS.
       77  WRK-TOTAL-GERAL PIC  9(08)V99        VALUE ZEROS.
      *    TIPO DE FOLHA (CARTAO PRM-TIPO-FOLHA). CADA TIPO GRAVA O
      *    LOG DE OPERACAO COM NOME DE SECAO PROPRIO, PARA A PROTECAO
      *    DE RESTART E A SELECAO DE SECOES TRATAREM CADA FOLHA A
      *    PARTE - A FOLHA MENSAL DO DIA NAO BLOQUEIA A DE FERIAS.
       77  WRK-TIPO-FOLHA  PIC  X(01)           VALUE 'M'.
           88 FOLHA-MENSAL                      VALUE 'M'.
           88 FOLHA-13-PARC1                    VALUE '1'.
           88 FOLHA-13-PARC2                    VALUE '2'.
           88 FOLHA-FERIAS                      VALUE 'F'.
       77  WRK-FOL-SECAO   PIC  X(18)           VALUE 'FOLHA-PAGTO'.
      *    BASE DO PAGAMENTO NO TIPO DE FOLHA (SALARIO, 13 INTEGRAL OU
      *    PARCELA, FERIAS + 1/3), ADIANTAMENTO JA PAGO NA 1A PARCELA
      *    E VALOR LANCADO NO BRUTO DO DEPARTAMENTO (BASE MENOS O
      *    ADIANTAMENTO, QUE JA FOI CONTABILIZADO NA PROPRIA PARCELA).
       77  WRK-FOL-BASE    PIC  9(07)V99        VALUE ZEROS.
       77  WRK-FOL-ADIANT  PIC  9(07)V99        VALUE ZEROS.
       77  WRK-FOL-VALOR   PIC  9(07)V99        VALUE ZEROS.
       77  WRK-FOL-INTEGRAL PIC 9(07)V99        VALUE ZEROS.
       77  WRK-FOL-AVOS    PIC  9(02)           VALUE ZEROS.
       77  WRK-FOL-PROX-MES PIC 9(08)           VALUE ZEROS.
       77  WRK-FOL-DIAS-ADM PIC S9(05)          VALUE ZEROS.
       77  WRK-TOT-ADIANT  PIC  9(08)V99        VALUE ZEROS.
       77  WRK-FOL-QTD-FORA PIC 9(05)           VALUE ZEROS.
       77  WRK-FOL-PAGA    PIC  X(01)           VALUE 'S'.
           88 FUNC-PAGO-NA-FOLHA                VALUE 'S'.
       77  WRK-FS-TABDESC  PIC  X(02)           VALUE SPACES.
       77  WRK-EOF-TABDESC PIC  X(01)           VALUE 'N'.
           88 FIM-TABDESC                       VALUE 'S'.
       77  WRK-INSS        PIC  9(05)V99        VALUE ZEROS.
       77  WRK-INSS-CALC   PIC  9(07)V9(04)     VALUE ZEROS.
       77  WRK-IRRF        PIC  9(05)V99        VALUE ZEROS.
       77  WRK-LIQUIDO     PIC S9(07)V99        VALUE ZEROS.
       77  WRK-BASE-IRRF   PIC S9(07)V99        VALUE ZEROS.
       77  WRK-IRRF-CALC   PIC S9(07)V9(04)     VALUE ZEROS.
       77  WRK-LIM-ANTERIOR PIC 9(07)V99        VALUE ZEROS.
       01  WRK-BCR-HEADER.
           02 FILLER                PIC X(01)    VALUE '1'.
           02 BCR-HDR-DATA          PIC 9(08)    VALUE ZEROS.
           02 BCR-HDR-HISTORICO     PIC X(16)    VALUE
              'CREDITO SALARIOS'.
      *
       01  WRK-BCR-DETALHE.
       77  WRK-HIS-CTL-SOMA PIC S9(11)V99       VALUE ZEROS.
      *
       01  WRK-FOLHA-CAB.
           02 FOL-CAB-TITULO        PIC X(30)    VALUE
              'FOLHA PAGAMENTO'.
      *
       01  WRK-FOLHA-DET.
           02 FOL-DET-NOME          PIC X(20)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 FOL-DET-DEPTO         PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 FOL-DET-SALARIO       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 FOL-DET-INSS          PIC ZZ.ZZ9,99  VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 FOL-DET-IRRF          PIC ZZ.ZZ9,99  VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 FOL-DET-LIQUIDO       PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *
      *    LINHA DO ADIANTAMENTO DESCONTADO NA 2A PARCELA DO 13.
       01  WRK-FOLHA-ADIANT.
           02 FILLER                PIC X(32)    VALUE SPACES.
           02 FILLER                PIC X(26)    VALUE
              '(-) ADIANTAMENTO 1A PARC. '.
           02 FOL-ADI-VALOR         PIC $ZZZ.ZZ9,99 VALUE ZEROS.
      *
       01  WRK-FOLHA-SUBTOT.
           02 FILLER                PIC X(15)    VALUE 'SUBTOTAL DEPTO'.
           02 FOL-TOT-IRRF          PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(10)    VALUE ' LIQUIDO: '.
           02 FOL-TOT-LIQUIDO       PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       01  WRK-FOLHA-TOT-ADIANT.
           02 FILLER                PIC X(28)    VALUE
              'TOTAL ADIANTADO 1A PARCELA: '.
           02 FOL-TOT-ADIANT        PIC $ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-CPF         PIC 999.999.999/99   VALUE ZEROS.
       01  WRK-CPF-R REDEFINES WRK-CPF.
           02 CPF-D1                PIC 9.
       77  WRK-CTL-QTD-NEGATIV  PIC 9(05)       VALUE ZEROS.
       77  WRK-CTL-TOT-DEBITO   PIC 9(09)V99    VALUE ZEROS.
       77  WRK-CTL-TOT-CREDITO  PIC 9(09)V99    VALUE ZEROS.
       77  WRK-FS-PLANO    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CONTPARM PIC  X(02)           VALUE SPACES.
       77  WRK-PLANO-OK    PIC  X(01)           VALUE 'N'.
           88 PLANO-CONTAS-OK                   VALUE 'S'.
       77  WRK-ULT-FECHADO PIC  9(06)           VALUE ZEROS.
       77  WRK-CONTA-TRANSIT PIC X(08)          VALUE '99999999'.
       77  WRK-TRN-COMP    PIC  9(06)           VALUE ZEROS.
       77  WRK-CONTA-POSTAR PIC X(08)           VALUE SPACES.
       77  WRK-EXC-MOTIVO  PIC  X(20)           VALUE SPACES.
       77  WRK-CTL-QTD-EXCEC    PIC 9(05)       VALUE ZEROS.
       77  WRK-CTL-QTD-FECHADO  PIC 9(05)       VALUE ZEROS.
       77  WRK-CTL-TOT-EXCEC    PIC 9(09)V99    VALUE ZEROS.
      *    ULTIMA CONTA PROCURADA NO PLANO E A SITUACAO DELA - AS
      *    TRANSACOES VEM POR CONTA, ENTAO UMA LEITURA SERVE A TODAS.
       77  WRK-PLC-CONTA-LIDA PIC X(08)         VALUE LOW-VALUES.
       77  WRK-PLC-SITUACAO PIC X(01)           VALUE SPACES.
           88 PLC-LIDA-ATIVA                    VALUE 'S'.
           88 PLC-LIDA-INATIVA                  VALUE 'N'.
           88 PLC-LIDA-INEXISTENTE              VALUE 'I'.
      *    DATA DO MOVIMENTO DO GRUPO EM POSTAGEM, DO CABECALHO '1'.
       01  WRK-TRN-DATA-X  PIC  X(08)           VALUE ZEROS.
       01  WRK-TRN-DATA    REDEFINES WRK-TRN-DATA-X PIC 9(08).
      *
       01  WRK-RECONC-CAB.
           02 FILLER               PIC X(30)    VALUE
           02 FILLER                PIC X(02)   VALUE SPACES.
           02 FILLER                PIC X(15)   VALUE 'TOTAL CREDITOS:'.
           02 REC-CTL-CREDITO       PIC $ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       01  WRK-RECONC-CTL4.
           02 FILLER               PIC X(20)    VALUE
              'EXCECOES DO PLANO: '.
           02 REC-CTL-QTD-EXCEC     PIC ZZZZ9   VALUE ZEROS.
           02 FILLER                PIC X(02)   VALUE SPACES.
           02 FILLER                PIC X(22)   VALUE
              'NAO POSTADAS (FECH.): '.
           02 REC-CTL-QTD-FECHADO   PIC ZZZZ9   VALUE ZEROS.
      *
      *    LISTA DE EXCECOES DA RECONCILIACAO (CONTEXC.DAT): TRANSACAO
      *    DE CONTA FORA DO PLANO OU INATIVA, POSTADA NA TRANSITORIA,
      *    E TRANSACAO DE COMPETENCIA FECHADA, NAO POSTADA.
       01  WRK-CONTEXC-CAB.
           02 FILLER                PIC X(30)    VALUE
              'EXCECOES DA RECONCILIACAO - '.
           02 CXC-CAB-DATA          PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-CONTEXC-DET.
           02 CXC-DATA              PIC 9(08)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 CXC-CONTA             PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 CXC-TIPO              PIC X(01)    VALUE SPACE.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 CXC-VALOR             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 CXC-MOTIVO            PIC X(20)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 CXC-DESTINO           PIC X(20)    VALUE SPACES.
      *
       01  WRK-CONTEXC-TOT.
           02 FILLER                PIC X(20)    VALUE
              'TOTAL DE EXCECOES: '.
           02 CXC-TOT-QTD           PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' VALOR: '.
           02 CXC-TOT-VALOR         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRODUTO     PIC  X(20)           VALUE SPACES.
       77  WRK-FS-PRODUTO  PIC  X(02)           VALUE SPACES.
       77  WRK-EOF-PRODUTO PIC  X(01)           VALUE 'N'.
           02 WPE-VALOR             PIC 9(07)V99.
           02 WPE-NUM-PEDIDO        PIC 9(06).
           02 WPE-QTD               PIC 9(05).
           02 WPE-CPF-CLIENTE       PIC 9(11).
      *
       01  WRK-PED-TABELA.
           02 WRK-PED-NUMEROS       OCCURS 5000 TIMES PIC 9(06).
      *    CRITICA DE CLIENTE NA PRE-EDICAO: O SALDO EM ABERTO E O
      *    SALDO DEVEDOR DA CONTA DO CLIENTE NO MASTER DE SALDOS;
      *    SOMA-SE O QUE JA FOI ACEITO HOJE PARA O MESMO CPF (TABELA
      *    ABAIXO, UMA ENTRADA POR CLIENTE) E O PROPRIO PEDIDO.
       77  WRK-FS-CLIENTE  PIC  X(02)           VALUE SPACES.
       77  WRK-CLI-OK      PIC  X(01)           VALUE 'N'.
           88 CLIENTE-MASTER-OK                 VALUE 'S'.
       77  WRK-SLD-PED-OK  PIC  X(01)           VALUE 'N'.
           88 SALDOS-PED-ABERTOS                VALUE 'S'.
       77  WRK-CLI-SALDO-DEV PIC S9(11)V99      VALUE ZEROS.
       77  WRK-CLI-EXPOSICAO PIC S9(11)V99      VALUE ZEROS.
       77  WRK-CLI-QTD-TAB PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-CLI-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-CLI-POS     PIC  9(04) COMP      VALUE ZEROS.
      *
       01  WRK-TAB-CLI-PEDIDOS.
           02 WRK-CLI-ENT           OCCURS 5000 TIMES.
              03 TCP-CPF            PIC 9(11).
              03 TCP-VALOR          PIC 9(11)V99.
      *    ALOCACAO DE ESTOQUE NA PRE-EDICAO: O DISPONIVEL DE UM
      *    PRODUTO E O SALDO DO PRODUCT-MASTER MENOS O QUE JA FOI
      *    ALOCADO A PEDIDOS ACEITOS HOJE (TABELA DE ALOCACAO, UMA
      *    ENTRADA POR PRODUTO). PEDIDO SEM DISPONIVEL VAI PARA A FILA
      *    DE BACKORDERS (TABELA ABAIXO, CARREGADA DE BACKORD.DAT).
       77  WRK-FS-BACKORD  PIC  X(02)           VALUE SPACES.
       77  WRK-PRE-OK      PIC  X(01)           VALUE 'S'.
           88 PRE-EDICAO-LIBERADA               VALUE 'S'.
       77  WRK-PRD-PED-OK  PIC  X(01)           VALUE 'N'.
           88 PRODUTOS-PED-ABERTOS              VALUE 'S'.
       77  WRK-PED-ORIGEM  PIC  X(01)           VALUE 'N'.
           88 PED-DE-BACKORDER                  VALUE 'B'.
       77  WRK-PED-SEM-EST PIC  X(01)           VALUE 'N'.
           88 PEDIDO-SEM-ESTOQUE                VALUE 'S'.
       77  WRK-PED-QTD-BACKORD PIC 9(05)        VALUE ZEROS.
       77  WRK-PED-QTD-LIBERADOS PIC 9(05)      VALUE ZEROS.
       77  WRK-EST-DISPONIVEL PIC S9(08)        VALUE ZEROS.
       77  WRK-ALO-QTD-TAB PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-ALO-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-ALO-POS     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-BKO-QTD-TAB PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-BKO-QTD-ANT PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-BKO-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-BKO-ATUAL   PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-BKO-MAX-TAB PIC  9(04) COMP      VALUE 5000.
       77  WRK-EOF-BACKORD PIC  X(01)           VALUE 'N'.
           88 FIM-BACKORD                       VALUE 'S'.
       77  WRK-BKO-DT-INT  PIC  9(08)           VALUE ZEROS.
       77  WRK-BKO-DIAS    PIC S9(07)           VALUE ZEROS.
       77  WRK-BKO-ATE-7   PIC  9(05)           VALUE ZEROS.
       77  WRK-BKO-ATE-15  PIC  9(05)           VALUE ZEROS.
       77  WRK-BKO-ATE-30  PIC  9(05)           VALUE ZEROS.
       77  WRK-BKO-MAIS-30 PIC  9(05)           VALUE ZEROS.
      *
       01  WRK-TAB-ALOCACAO.
           02 WRK-ALO-ENT           OCCURS 5000 TIMES.
              03 TAL-PRODUTO        PIC X(10).
              03 TAL-QTD            PIC 9(07).
      *
       01  WRK-TAB-BACKORDER.
           02 WRK-BKO-ENT           OCCURS 5000 TIMES.
              03 TBO-DT-ENTRADA     PIC 9(08).
              03 TBO-SITUACAO       PIC X(01).
                 88 TBO-PENDENTE               VALUE 'P'.
                 88 TBO-LIBERADO               VALUE 'L'.
                 88 TBO-REJEITADO              VALUE 'R'.
              03 TBO-PEDIDO.
                 04 TBO-UF          PIC X(02).
                 04 TBO-PRODUTO     PIC X(20).
                 04 TBO-VALOR       PIC 9(07)V99.
                 04 TBO-NUM-PEDIDO  PIC 9(06).
                 04 TBO-QTD         PIC 9(05).
                 04 TBO-CPF-CLIENTE PIC 9(11).
      *
       01  WRK-BKO-CAB.
           02 FILLER                PIC X(34)    VALUE
              'ENVELHECIMENTO DE BACKORDERS - EM '.
           02 BKO-CAB-DATA          PIC 9(08)    VALUE ZEROS.
      *
       01  WRK-BKO-DET.
           02 BKO-DET-PEDIDO        PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BKO-DET-PRODUTO       PIC X(20)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BKO-DET-UF            PIC X(02)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BKO-DET-QTD           PIC ZZ.ZZ9   VALUE ZEROS.
           02 FILLER                PIC X(07)    VALUE ' DESDE '.
           02 BKO-DET-DESDE         PIC 9(08)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 BKO-DET-DIAS          PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE ' DIAS'.
      *
       01  WRK-BKO-TOT.
           02 FILLER                PIC X(08)    VALUE 'ATE 7: '.
           02 BKO-TOT-ATE-7         PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(10)    VALUE ' 8 A 15: '.
           02 BKO-TOT-ATE-15        PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(11)    VALUE ' 16 A 30: '.
           02 BKO-TOT-ATE-30        PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(10)    VALUE ' MAIS 30: '.
           02 BKO-TOT-MAIS-30       PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' TOTAL: '.
           02 BKO-TOT-QTD           PIC ZZZZ9    VALUE ZEROS.
       77  WRK-FS-MOVEST   PIC  X(02)           VALUE SPACES.
       77  WRK-MOVEST-OK   PIC  X(01)           VALUE 'S'.
           88 MOVEST-DISPONIVEL                 VALUE 'S'.
       77  WRK-EST-QTD-MOV PIC  9(05)           VALUE ZEROS.
       77  WRK-EST-QTD-APLIC PIC 9(05)          VALUE ZEROS.
       77  WRK-EST-QTD-REJ PIC  9(05)           VALUE ZEROS.
       77  WRK-FS-ESTHIST  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-ESTREG   PIC  X(02)           VALUE SPACES.
       77  WRK-EST-CUSTO-MEDIO PIC 9(07)V9(04)  VALUE ZEROS.
       77  WRK-EST-CUSTO-MOV PIC 9(07)V99       VALUE ZEROS.
       77  WRK-EST-VALOR   PIC  9(11)V99        VALUE ZEROS.
       77  WRK-EST-VALOR-ANT PIC 9(11)V99       VALUE ZEROS.
       77  WRK-EST-SALDO-ANT PIC S9(08)         VALUE ZEROS.
       77  WRK-EST-ORIGEM  PIC  X(01)           VALUE SPACES.
       77  WRK-EST-MOV-OK  PIC  X(01)           VALUE 'S'.
           88 EST-MOV-VALIDO                    VALUE 'S'.
       77  WRK-FS-RECEBPC  PIC  X(02)           VALUE SPACES.
       77  WRK-RCB-CTL-QTD PIC  9(05)           VALUE ZEROS.
       77  WRK-RCB-CTL-SOMA PIC S9(11)V99       VALUE ZEROS.
      *
       01  WRK-ESTREG-CAB.
           02 FILLER               PIC X(30)    VALUE
              'REGISTRO DE MOVIMENTO ESTOQUE'.
           02 FILLER               PIC X(05)    VALUE 'DATA '.
           02 ESTR-CAB-DATA        PIC X(10)    VALUE SPACES.
      *
       01  WRK-ESTREG-DET.
           02 ESTR-DET-CODIGO       PIC X(10)    VALUE SPACES.
           02 AUD-RESULTADO         PIC X(20)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 AUD-NIVEL             PIC 9(02)    VALUE ZEROS.
      *    SECAO NEGADA PELA MATRIZ DE AUTORIZACAO: O RESULTADO LEVA
      *    'NEGADO' E O NOME DA SECAO; USUARIO E NIVEL NAS MESMAS
      *    COLUNAS DA LINHA DE SIGN-ON.
       01  WRK-AUDIT-NEGADO         REDEFINES WRK-AUDIT-LINE.
           02 FILLER                PIC X(22).
           02 AUD-NEG-EVENTO        PIC X(06).
           02 FILLER                PIC X(01).
           02 AUD-NEG-SECAO         PIC X(14).
           02 FILLER                PIC X(03).
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
       01  WRK-TAB-CONCLUIDAS.
           02 WRK-CON-ENT           OCCURS 20 TIMES PIC X(18).
      *
      *    MATRIZ DE AUTORIZACAO CARREGADA DO AUTSECAO.DAT. SEM O
      *    ARQUIVO NENHUMA SECAO E LIBERADA, COMO O SIGN-ON SEM O
      *    USER-MASTER; SECAO FORA DA MATRIZ TAMBEM E NEGADA.
       77  WRK-FS-AUTORIZ  PIC  X(02)           VALUE SPACES.
       77  WRK-AUT-CARGA   PIC  X(01)           VALUE 'N'.
           88 MATRIZ-CARREGADA                  VALUE 'S'.
       77  WRK-EOF-AUTORIZ PIC  X(01)           VALUE 'N'.
           88 FIM-AUTORIZ                       VALUE 'S'.
       77  WRK-QTD-AUT     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-MAX-AUT     PIC  9(02) COMP      VALUE 30.
       77  WRK-AUT-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-NIV-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-AUT-ACHOU   PIC  X(01)           VALUE 'N'.
           88 SECAO-AUTORIZADA                  VALUE 'S'.
      *
       01  WRK-TAB-AUTORIZACAO.
           02 WRK-AUT-ENT           OCCURS 30 TIMES.
              03 TAU-SECAO          PIC X(18).
              03 TAU-NIVEL          OCCURS 10 TIMES PIC X(02).
      *
      *    SECOES QUE GRAVARAM SUSPENSA/SEQERR EM ALGUM RUN DE HOJE:
      *    O 'FIM' DESSE MESMO RUN NAO CONTA COMO CONCLUSAO - UMA
      *    FOLHA SUSPENSA POR FALTA DE TABDESC TEM QUE PODER RERODAR
              03 TSU-SECAO          PIC X(18).
              03 TSU-RUN-ID         PIC 9(14).
      *
      *    STATUS DO PEDIDO: A SECAO QUE REGISTRA UMA OCORRENCIA
      *    PREENCHE WRK-STA-OCORRENCIA E CHAMA A 19000.
       77  WRK-FS-STATUS   PIC  X(02)           VALUE SPACES.
       77  WRK-STA-OK      PIC  X(01)           VALUE 'N'.
           88 STATUS-DISPONIVEL                 VALUE 'S'.
       77  WRK-STA-EXISTE  PIC  X(01)           VALUE 'N'.
           88 STATUS-CADASTRADO                 VALUE 'S'.
       77  WRK-STA-REPETIDA PIC X(01)           VALUE 'N'.
           88 OCORRENCIA-REPETIDA               VALUE 'S'.
       77  WRK-STA-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-STA-MAX-EVT PIC  9(02) COMP      VALUE 12.
      *
       01  WRK-STA-OCORRENCIA.
           02 WST-NUM-PEDIDO        PIC 9(06).
           02 WST-UF                PIC X(02).
           02 WST-SITUACAO          PIC X(01).
           02 WST-VALOR             PIC S9(07)V99.
           02 WST-FRETE             PIC S9(07)V99.
           02 WST-MOTIVO            PIC X(34).
      *
      *    AREA DE LEITURA DO LOG DE OPERACAO (MESMO LAYOUT GRAVADO),
      *    USADA PELA PROTECAO DE RESTART.
       01  WRK-OPLOG-LIDO.
                              + WRK-HORA-ATU / 100.
           PERFORM 2100-LE-PARAMETROS.
           PERFORM 2200-CARREGA-SECOES-HOJE.
           PERFORM 2300-CARREGA-AUTORIZACAO.
           IF NOT MODO-BATCH AND WRK-QTD-CON GREATER ZEROS
               DISPLAY 'SECOES JA EXECUTADAS HOJE - FORCAR '
                       'REEXECUCAO (S/N)? '
                   MOVE PRM-FORCA-RESTART  TO WRK-PRM-FORCA-REST
                   MOVE PRM-REPROCESSA     TO WRK-PRM-REPROCESSA
                   MOVE PRM-FORCA-SECAO    TO WRK-FORCA-SECAO
                   IF PRM-TIPO-FOLHA EQUAL '1' OR '2' OR 'F'
                       MOVE PRM-TIPO-FOLHA TO WRK-TIPO-FOLHA
                   END-IF
                   MOVE ZEROS               TO WRK-QTD-SEL
                   PERFORM VARYING WRK-SEL-IDX FROM 1 BY 1
                       UNTIL WRK-SEL-IDX GREATER 8
                   MOVE WOL-SECAO   TO WRK-CON-ENT(WRK-QTD-CON)
               END-IF
           END-IF.
      *
       2300-CARREGA-AUTORIZACAO.
      *
      *    SOBE A MATRIZ DE AUTORIZACAO PARA A MEMORIA. LINHAS ALEM DA
      *    CAPACIDADE DA TABELA SAO AVISADAS E IGNORADAS (A SECAO
      *    DELAS FICA NEGADA).
      *
           MOVE 'N'                 TO WRK-AUT-CARGA.
           MOVE 'N'                 TO WRK-EOF-AUTORIZ.
           MOVE ZEROS                TO WRK-QTD-AUT.
           OPEN INPUT ARQ-AUTORIZACAO.
           IF WRK-FS-AUTORIZ NOT EQUAL '00'
               DISPLAY 'MATRIZ DE AUTORIZACAO (AUTSECAO.DAT) NAO '
                       'ENCONTRADA - FS ' WRK-FS-AUTORIZ
                       ' - SECOES SERAO NEGADAS.'
           ELSE
               MOVE 'S'             TO WRK-AUT-CARGA
               PERFORM UNTIL FIM-AUTORIZ
                   READ ARQ-AUTORIZACAO
                       AT END
                           MOVE 'S'  TO WRK-EOF-AUTORIZ
                   END-READ
                   IF NOT FIM-AUTORIZ AND AUT-SECAO NOT EQUAL SPACES
                       IF WRK-QTD-AUT LESS WRK-MAX-AUT
                           ADD 1     TO WRK-QTD-AUT
                           MOVE REG-AUTORIZACAO
                                     TO WRK-AUT-ENT(WRK-QTD-AUT)
                       ELSE
                           DISPLAY 'MATRIZ DE AUTORIZACAO CHEIA - '
                                   'LINHA IGNORADA: ' AUT-SECAO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQ-AUTORIZACAO
           END-IF.
      *
       2999-SAIDA.
      ******************************************************************
      *    PARA PEDREJ.DAT COM CODIGO E DESCRICAO DO MOTIVO. NO MODO
      *    REPROCESSO OS REJEITADOS DE ONTEM, JA CORRIGIDOS E
      *    RENOMEADOS PARA PEDREJANT.DAT, REENTRAM NA MESMA CRITICA E
      *    SE JUNTAM AOS PEDIDOS DO DIA. POR ULTIMO O CLIENTE DO
      *    PEDIDO E CONFERIDO NO CADASTRO DE CLIENTES: TEM QUE EXISTIR,
      *    ESTAR ATIVO E TER LIMITE DE CREDITO PARA O SALDO EM ABERTO
      *    MAIS OS PEDIDOS ACEITOS HOJE MAIS ESTE PEDIDO.
      *    PEDIDO APROVADO EM TUDO AINDA PRECISA DE ESTOQUE: A
      *    QUANTIDADE E ALOCADA CONTRA O SALDO DO PRODUCT-MASTER MENOS
      *    O JA ALOCADO HOJE; SEM SALDO O PEDIDO VAI PARA A FILA DE
      *    BACKORDERS (BACKORD.DAT) EM VEZ DE PEDLIMPO. A FILA E
      *    TRATADA ANTES DOS PEDIDOS DO DIA, DO MAIS ANTIGO PARA O
      *    MAIS NOVO: ENTRADAS E AJUSTES DE ESTOQUE POSTADOS DESDE A
      *    ULTIMA EXECUCAO LIBERAM OS BACKORDERS PARA O LOTE DE FRETE.
      *    AO FINAL SAI O ENVELHECIMENTO DA FILA (BACKREL.DAT).
      *
           MOVE 'PRE-EDICAO'        TO WRK-SECAO-ALVO.
           PERFORM 18000-CONTROLA-SECAO.
           MOVE 'INICIO'            TO OPL-EVENTO.
           PERFORM 17000-GRAVA-OPERLOG.
           PERFORM 9510-ABRE-ARQUIVOS.
           IF PRE-EDICAO-LIBERADA
               PERFORM 9525-LIBERA-BACKORDERS
           END-IF.
           MOVE 'N'                 TO WRK-PED-ORIGEM.
           MOVE ZEROS                TO WRK-BKO-ATUAL.
           PERFORM 9520-LE-PEDIDO.
           PERFORM UNTIL FIM-PEDIDOS
               MOVE REG-PEDIDO      TO WRK-PED-AREA
           MOVE WRK-PED-QTD-LIDOS   TO OPL-LIDOS.
           MOVE WRK-PED-QTD-LIMPOS  TO OPL-GRAVADOS.
           MOVE WRK-PED-QTD-REJEIT  TO OPL-REJEITADOS.
           MOVE 'BACKORDER'         TO OPL-DETALHE.
           MOVE WRK-PED-QTD-BACKORD TO OPL-DETALHE(11:5).
           PERFORM 17000-GRAVA-OPERLOG.
           GO TO 9599-SAIDA.
      *
           MOVE ZEROS                TO WRK-PED-QTD-LIDOS
                                        WRK-PED-QTD-LIMPOS
                                        WRK-PED-QTD-REJEIT
                                        WRK-PED-QTD-TAB
                                        WRK-CLI-QTD-TAB
                                        WRK-ALO-QTD-TAB
                                        WRK-BKO-QTD-TAB
                                        WRK-PED-QTD-BACKORD
                                        WRK-PED-QTD-LIBERADOS.
           MOVE 'S'                 TO WRK-PRE-OK.
           OPEN INPUT  ARQ-PEDIDOS.
           IF WRK-FS-PEDIDOS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE PEDIDOS NAO ENCONTRADO - '
               DISPLAY 'TABELA DE FRETE NAO ENCONTRADA - '
                       'PRE-EDICAO NAO SERA PROCESSADA.'
               MOVE 'S'             TO WRK-EOF-PEDIDOS
               MOVE 'N'             TO WRK-PRE-OK
               MOVE 'PRE-EDICAO'    TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'FRETETAB FS'   TO OPL-DETALHE
               MOVE WRK-FS-FRETE    TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
           MOVE 'N'                 TO WRK-CLI-OK WRK-SLD-PED-OK.
           OPEN INPUT  ARQ-CLIENTE-MASTER.
           IF WRK-FS-CLIENTE EQUAL '00'
               MOVE 'S'             TO WRK-CLI-OK
           ELSE
               DISPLAY 'CADASTRO DE CLIENTES NAO ENCONTRADO - '
                       'PRE-EDICAO NAO SERA PROCESSADA.'
               MOVE 'S'             TO WRK-EOF-PEDIDOS
               MOVE 'N'             TO WRK-PRE-OK
               MOVE 'PRE-EDICAO'    TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'CLIMAST FS'    TO OPL-DETALHE
               MOVE WRK-FS-CLIENTE  TO OPL-DETALHE(12:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *    MASTER DE SALDOS AINDA NAO CRIADO (STATUS 35) QUER DIZER
      *    QUE NENHUM CLIENTE TEM SALDO EM ABERTO. QUALQUER OUTRO ERRO
      *    SUSPENDE A PRE-EDICAO - SEM O SALDO NAO HA CRITICA DE
      *    LIMITE CONFIAVEL.
           OPEN INPUT  ARQ-SALDO-CONTAS.
           IF WRK-FS-SALDO EQUAL '00'
               MOVE 'S'             TO WRK-SLD-PED-OK
           ELSE
               IF WRK-FS-SALDO NOT EQUAL '35'
                   DISPLAY 'MASTER DE SALDOS NAO PODE SER ABERTO - '
                           'PRE-EDICAO NAO SERA PROCESSADA.'
                   MOVE 'S'         TO WRK-EOF-PEDIDOS
                   MOVE 'N'         TO WRK-PRE-OK
                   MOVE 'PRE-EDICAO' TO OPL-SECAO
                   MOVE 'ERRO-FS'   TO OPL-EVENTO
                   MOVE 'SALDCONT FS'  TO OPL-DETALHE
                   MOVE WRK-FS-SALDO   TO OPL-DETALHE(13:2)
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
      *    SEM O PRODUCT-MASTER NAO HA ALOCACAO DE ESTOQUE, E SEM A
      *    FILA DE BACKORDERS INTEIRA NA MEMORIA ELA NAO PODE SER
      *    REESCRITA - NOS DOIS CASOS A PRE-EDICAO E SUSPENSA.
           MOVE 'N'                 TO WRK-PRD-PED-OK.
           OPEN INPUT  ARQ-PRODUTO-MASTER.
           IF WRK-FS-PRODUTO EQUAL '00'
               MOVE 'S'             TO WRK-PRD-PED-OK
           ELSE
               DISPLAY 'CADASTRO DE PRODUTOS NAO ENCONTRADO - '
                       'PRE-EDICAO NAO SERA PROCESSADA.'
               MOVE 'S'             TO WRK-EOF-PEDIDOS
               MOVE 'N'             TO WRK-PRE-OK
               MOVE 'PRE-EDICAO'    TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'PRODMAST FS'   TO OPL-DETALHE
               MOVE WRK-FS-PRODUTO  TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
           PERFORM 9515-CARREGA-BACKORDERS.
           OPEN OUTPUT ARQ-PEDIDOS-OK.
           MOVE WRK-DT-ATU-NUM      TO CTL-CAB-DATA.
           WRITE REG-PEDIDO-LIMPO   FROM WRK-CTL-CABECALHO.
           MOVE ZEROS                TO WRK-PED-VLR-LIMPOS.
           OPEN OUTPUT ARQ-PEDIDOS-REJ.
           PERFORM 19100-ABRE-STATUS.
      *    SEM A TABELA DE FRETE NAO HA CRITICA DE UF, SEM OS
      *    CADASTROS DE CLIENTES E SALDOS NAO HA CRITICA DE CREDITO E
      *    SEM PRODUTOS E FILA NAO HA ALOCACAO - O REPROCESSO TAMBEM
      *    FICA SUSPENSO PARA NAO APROVAR PEDIDO SEM CRITICA.
           IF NOT PRE-EDICAO-LIBERADA
               MOVE 'N'             TO WRK-REPROCESSA
           ELSE
               IF MODO-BATCH
                   END-IF
               END-IF
           END-IF.
      *
       9515-CARREGA-BACKORDERS.
      *
      *    BACKORD.DAT AINDA NAO CRIADO (STATUS 35) = FILA VAZIA. A
      *    FILA E GRAVADA EM ORDEM DE ENTRADA, ENTAO A TABELA JA FICA
      *    DO MAIS ANTIGO PARA O MAIS NOVO.
      *
           MOVE 'N'                 TO WRK-EOF-BACKORD.
           OPEN INPUT  ARQ-BACKORDER.
           IF WRK-FS-BACKORD NOT EQUAL '00'
               MOVE 'S'             TO WRK-EOF-BACKORD
               IF WRK-FS-BACKORD NOT EQUAL '35'
                   DISPLAY 'FILA DE BACKORDERS NAO PODE SER ABERTA - '
                           'PRE-EDICAO NAO SERA PROCESSADA.'
                   MOVE 'S'         TO WRK-EOF-PEDIDOS
                   MOVE 'N'         TO WRK-PRE-OK
                   MOVE 'PRE-EDICAO' TO OPL-SECAO
                   MOVE 'ERRO-FS'   TO OPL-EVENTO
                   MOVE 'BACKORD FS'   TO OPL-DETALHE
                   MOVE WRK-FS-BACKORD TO OPL-DETALHE(12:2)
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
           PERFORM UNTIL FIM-BACKORD
               READ ARQ-BACKORDER
                   AT END
                       MOVE 'S'     TO WRK-EOF-BACKORD
               END-READ
               IF NOT FIM-BACKORD
                   IF WRK-BKO-QTD-TAB LESS WRK-BKO-MAX-TAB
                       ADD 1        TO WRK-BKO-QTD-TAB
                       MOVE BKO-DT-ENTRADA
                                TO TBO-DT-ENTRADA(WRK-BKO-QTD-TAB)
                       MOVE 'P' TO TBO-SITUACAO(WRK-BKO-QTD-TAB)
                       MOVE BKO-PEDIDO
                                TO TBO-PEDIDO(WRK-BKO-QTD-TAB)
                   ELSE
                       DISPLAY 'FILA DE BACKORDERS MAIOR QUE A TABELA '
                               '- PRE-EDICAO NAO SERA PROCESSADA.'
                       MOVE 'S'     TO WRK-EOF-BACKORD
                                       WRK-EOF-PEDIDOS
                       MOVE 'N'     TO WRK-PRE-OK
                       MOVE 'PRE-EDICAO' TO OPL-SECAO
                       MOVE 'SUSPENSA'   TO OPL-EVENTO
                       MOVE 'BACKORD CHEIO' TO OPL-DETALHE
                       PERFORM 17000-GRAVA-OPERLOG
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-FS-BACKORD EQUAL '00' OR WRK-FS-BACKORD EQUAL '10'
               CLOSE ARQ-BACKORDER
           END-IF.
           MOVE WRK-BKO-QTD-TAB     TO WRK-BKO-QTD-ANT.
      *
       9520-LE-PEDIDO.
      *
                       MOVE 'S'     TO WRK-EOF-PEDIDOS
               END-READ
           END-IF.
      *
       9525-LIBERA-BACKORDERS.
      *
      *    CADA BACKORDER PENDENTE PASSA DE NOVO PELA CRITICA COMPLETA
      *    (O CLIENTE PODE TER SIDO BLOQUEADO NESSE MEIO TEMPO). COM
      *    ESTOQUE ELE E LIBERADO PARA PEDLIMPO; SEM ESTOQUE CONTINUA
      *    NA FILA COM A DATA ORIGINAL.
      *
           MOVE 'B'                 TO WRK-PED-ORIGEM.
           PERFORM VARYING WRK-BKO-ATUAL FROM 1 BY 1
               UNTIL WRK-BKO-ATUAL GREATER WRK-BKO-QTD-ANT
               MOVE TBO-PEDIDO(WRK-BKO-ATUAL) TO WRK-PED-AREA
               PERFORM 9530-VALIDA-PEDIDO
           END-PERFORM.
      *
       9530-VALIDA-PEDIDO.
      *
               END-IF
           END-IF.
           IF WRK-PED-MOTIVO-COD EQUAL SPACES
               PERFORM 9570-VERIFICA-CLIENTE
           END-IF.
           MOVE 'N'                 TO WRK-PED-SEM-EST.
           IF WRK-PED-MOTIVO-COD EQUAL SPACES
               PERFORM 9545-VERIFICA-ESTOQUE
           END-IF.
           IF WRK-PED-MOTIVO-COD EQUAL SPACES
              AND PEDIDO-SEM-ESTOQUE
               PERFORM 9535-GRAVA-BACKORDER
           ELSE
               IF WRK-PED-MOTIVO-COD EQUAL SPACES
                   PERFORM 9532-ACEITA-PEDIDO
               ELSE
                   PERFORM 9560-GRAVA-REJEICAO
               END-IF
           END-IF.
      *
       9532-ACEITA-PEDIDO.
      *
           IF WRK-PED-QTD-TAB LESS WRK-PED-MAX-TAB
               ADD 1                TO WRK-PED-QTD-TAB
               MOVE WPE-NUM-PEDIDO  TO WRK-PED-NUMEROS(WRK-PED-QTD-TAB)
               MOVE '2'             TO PED-OK-TIPO-REG
               MOVE WRK-PED-AREA    TO PED-OK-PEDIDO
               WRITE REG-PEDIDO-LIMPO
               ADD 1                TO WRK-PED-QTD-LIMPOS
               ADD WPE-VALOR        TO WRK-PED-VLR-LIMPOS
               PERFORM 9580-ACUMULA-CLIENTE
               PERFORM 9548-ALOCA-ESTOQUE
               MOVE 'A'             TO WST-SITUACAO
               MOVE WRK-PED-VL-TOTAL TO WST-VALOR
               IF PED-DE-BACKORDER
                   MOVE 'L'         TO TBO-SITUACAO(WRK-BKO-ATUAL)
                   ADD 1            TO WRK-PED-QTD-LIBERADOS
                   MOVE 'LIBERADO DA FILA DE BACKORDER'
                                     TO WST-MOTIVO
               END-IF
               PERFORM 9595-GRAVA-STATUS
           ELSE
               MOVE 'T01'           TO WRK-PED-MOTIVO-COD
               MOVE 'TABELA DE DUPLICADOS CHEIA'
                                     TO WRK-PED-MOTIVO-DESC
               PERFORM 9560-GRAVA-REJEICAO
           END-IF.
      *
       9535-GRAVA-BACKORDER.
      *
      *    BACKORDER QUE CONTINUA SEM ESTOQUE FICA ONDE ESTA, COM A
      *    DATA ORIGINAL; PEDIDO NOVO ENTRA NO FIM DA FILA COM A DATA
      *    DE HOJE.
      *
           IF PED-DE-BACKORDER
               ADD 1                TO WRK-PED-QTD-BACKORD
           ELSE
               IF WRK-BKO-QTD-TAB LESS WRK-BKO-MAX-TAB
                   ADD 1            TO WRK-BKO-QTD-TAB
                   MOVE WRK-DT-ATU-NUM
                                     TO TBO-DT-ENTRADA(WRK-BKO-QTD-TAB)
                   MOVE 'P'         TO TBO-SITUACAO(WRK-BKO-QTD-TAB)
                   MOVE WRK-PED-AREA TO TBO-PEDIDO(WRK-BKO-QTD-TAB)
                   ADD 1            TO WRK-PED-QTD-BACKORD
                   MOVE 'B'         TO WST-SITUACAO
                   MOVE WRK-PED-VL-TOTAL TO WST-VALOR
                   MOVE 'SEM ESTOQUE - FILA DE BACKORDER'
                                     TO WST-MOTIVO
                   PERFORM 9595-GRAVA-STATUS
               ELSE
                   MOVE 'T02'       TO WRK-PED-MOTIVO-COD
                   MOVE 'TABELA DE BACKORDER CHEIA'
                                     TO WRK-PED-MOTIVO-DESC
                   PERFORM 9560-GRAVA-REJEICAO
               END-IF
           END-IF.
      *
       9540-VERIFICA-DUPLICADO.
      *
      *    O NUMERO NAO PODE REPETIR NEM OS ACEITOS HOJE NEM OS QUE
      *    ESTAO NA FILA DE BACKORDERS (FORA O PROPRIO BACKORDER EM
      *    LIBERACAO).
      *
           MOVE 'N'                 TO WRK-PED-DUP.
           PERFORM VARYING WRK-PED-IDX FROM 1 BY 1
                   MOVE 'S'          TO WRK-PED-DUP
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-BKO-IDX FROM 1 BY 1
               UNTIL WRK-BKO-IDX GREATER WRK-BKO-QTD-TAB
                  OR PEDIDO-DUPLICADO
               IF TBO-PENDENTE(WRK-BKO-IDX)
                  AND WRK-BKO-IDX NOT EQUAL WRK-BKO-ATUAL
                  AND TBO-NUM-PEDIDO(WRK-BKO-IDX) EQUAL WPE-NUM-PEDIDO
                   MOVE 'S'          TO WRK-PED-DUP
               END-IF
           END-PERFORM.
      *
       9545-VERIFICA-ESTOQUE.
      *
      *    DISPONIVEL = SALDO DO PRODUCT-MASTER MENOS O JA ALOCADO HOJE
      *    PARA O PRODUTO. WRK-ALO-POS FICA APONTANDO A ENTRADA DO
      *    PRODUTO NA TABELA DE ALOCACAO (ZEROS = NADA ALOCADO AINDA).
      *
           MOVE ZEROS                TO WRK-ALO-POS.
           MOVE WPE-PRODUTO(1:10)   TO PRD-CODIGO.
           READ ARQ-PRODUTO-MASTER
               KEY IS PRD-CODIGO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-PRODUTO NOT EQUAL '00'
               MOVE 'E01'           TO WRK-PED-MOTIVO-COD
               MOVE 'PRODUTO NAO CADASTRADO'
                                     TO WRK-PED-MOTIVO-DESC
           ELSE
               PERFORM VARYING WRK-ALO-IDX FROM 1 BY 1
                   UNTIL WRK-ALO-IDX GREATER WRK-ALO-QTD-TAB
                      OR WRK-ALO-POS GREATER ZEROS
                   IF TAL-PRODUTO(WRK-ALO-IDX) EQUAL PRD-CODIGO
                       MOVE WRK-ALO-IDX TO WRK-ALO-POS
                   END-IF
               END-PERFORM
               MOVE PRD-QTD-ESTOQUE TO WRK-EST-DISPONIVEL
               IF WRK-ALO-POS GREATER ZEROS
                   SUBTRACT TAL-QTD(WRK-ALO-POS)
                                     FROM WRK-EST-DISPONIVEL
               END-IF
               IF WPE-QTD GREATER WRK-EST-DISPONIVEL
                   MOVE 'S'         TO WRK-PED-SEM-EST
               END-IF
           END-IF.
      *
       9548-ALOCA-ESTOQUE.
      *
      *    A TABELA DE ALOCACAO TEM O MESMO TAMANHO DA TABELA DE
      *    PEDIDOS ACEITOS - NAO ESTOURA ANTES DELA.
      *
           IF WRK-ALO-POS EQUAL ZEROS
               ADD 1                TO WRK-ALO-QTD-TAB
               MOVE WRK-ALO-QTD-TAB TO WRK-ALO-POS
               MOVE WPE-PRODUTO(1:10) TO TAL-PRODUTO(WRK-ALO-POS)
               MOVE ZEROS            TO TAL-QTD(WRK-ALO-POS)
           END-IF.
           ADD WPE-QTD              TO TAL-QTD(WRK-ALO-POS).
      *
       9550-LE-REJ-ANTERIOR.
      *
           END-IF.
      *
       9560-GRAVA-REJEICAO.
      *
      *    BACKORDER REJEITADO NA NOVA CRITICA SAI DA FILA E SEGUE O
      *    CAMINHO DOS DEMAIS REJEITADOS (PEDREJ/PEDREJANT). NUMERO
      *    DUPLICADO E DE OUTRO PEDIDO JA ACEITO OU EM BACKORDER - O
      *    STATUS DELE NAO E TOCADO, A REJEICAO FICA SO NO PEDREJ.
      *
           MOVE WRK-PED-AREA        TO REJ-PEDIDO.
           MOVE WRK-PED-MOTIVO-COD  TO REJ-COD-MOTIVO.
           MOVE WRK-PED-MOTIVO-DESC TO REJ-DESC-MOTIVO.
           WRITE REG-PEDIDO-REJ.
           ADD 1                    TO WRK-PED-QTD-REJEIT.
           IF PED-DE-BACKORDER
               MOVE 'R'             TO TBO-SITUACAO(WRK-BKO-ATUAL)
           END-IF.
           IF WRK-PED-MOTIVO-COD NOT EQUAL 'D01'
               MOVE 'R'             TO WST-SITUACAO
               MOVE WRK-PED-MOTIVO-COD  TO WST-MOTIVO(1:3)
               MOVE WRK-PED-MOTIVO-DESC TO WST-MOTIVO(5:30)
               PERFORM 9595-GRAVA-STATUS
           END-IF.
      *
       9570-VERIFICA-CLIENTE.
      *
      *    O CLIENTE TEM QUE ESTAR CADASTRADO E ATIVO, E O SALDO EM
      *    ABERTO MAIS OS PEDIDOS JA ACEITOS HOJE PARA O MESMO CPF
      *    MAIS ESTE PEDIDO (VALOR X QUANTIDADE) NAO PODE PASSAR DO
      *    LIMITE DE CREDITO. WRK-CLI-POS FICA APONTANDO A ENTRADA DO
      *    CLIENTE NA TABELA DO DIA (ZEROS = PRIMEIRO PEDIDO DELE).
      *
           MOVE ZEROS                TO WRK-CLI-POS.
           IF WPE-CPF-CLIENTE IS NOT NUMERIC
               MOVE 'C01'           TO WRK-PED-MOTIVO-COD
               MOVE 'CLIENTE NAO CADASTRADO'
                                     TO WRK-PED-MOTIVO-DESC
           ELSE
               MOVE WPE-CPF-CLIENTE TO CLI-CPF
               READ ARQ-CLIENTE-MASTER
                   KEY IS CLI-CPF
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-CLIENTE NOT EQUAL '00'
                   MOVE 'C01'       TO WRK-PED-MOTIVO-COD
                   MOVE 'CLIENTE NAO CADASTRADO'
                                     TO WRK-PED-MOTIVO-DESC
               ELSE
                   IF NOT CLI-ATIVO
                       MOVE 'C02'   TO WRK-PED-MOTIVO-COD
                       MOVE 'CLIENTE BLOQUEADO'
                                     TO WRK-PED-MOTIVO-DESC
                   END-IF
               END-IF
           END-IF.
           IF WRK-PED-MOTIVO-COD EQUAL SPACES
               PERFORM 9575-BUSCA-SALDO-CLIENTE
               PERFORM VARYING WRK-CLI-IDX FROM 1 BY 1
                   UNTIL WRK-CLI-IDX GREATER WRK-CLI-QTD-TAB
                      OR WRK-CLI-POS GREATER ZEROS
                   IF TCP-CPF(WRK-CLI-IDX) EQUAL WPE-CPF-CLIENTE
                       MOVE WRK-CLI-IDX TO WRK-CLI-POS
                   END-IF
               END-PERFORM
               COMPUTE WRK-CLI-EXPOSICAO = WRK-CLI-SALDO-DEV
                                         + WRK-PED-VL-TOTAL
               IF WRK-CLI-POS GREATER ZEROS
                   ADD TCP-VALOR(WRK-CLI-POS) TO WRK-CLI-EXPOSICAO
               END-IF
               IF WRK-CLI-EXPOSICAO GREATER CLI-LIMITE-CREDITO
                   MOVE 'C03'       TO WRK-PED-MOTIVO-COD
                   MOVE 'LIMITE DE CREDITO EXCEDIDO'
                                     TO WRK-PED-MOTIVO-DESC
               END-IF
           END-IF.
      *
       9575-BUSCA-SALDO-CLIENTE.
      *
      *    NA RECONCILIACAO O DEBITO SUBTRAI DO SALDO DA CONTA: O
      *    CLIENTE DEVE QUANDO O SALDO ESTA NEGATIVO. CLIENTE SEM
      *    CONTA, CONTA AINDA SEM SALDO OU SALDO POSITIVO = NADA EM
      *    ABERTO.
      *
           MOVE ZEROS                TO WRK-CLI-SALDO-DEV.
           IF SALDOS-PED-ABERTOS
              AND CLI-CONTA NOT EQUAL SPACES
               MOVE CLI-CONTA       TO SLD-CONTA
               READ ARQ-SALDO-CONTAS
                   KEY IS SLD-CONTA
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WRK-FS-SALDO EQUAL '00'
                  AND SLD-SALDO LESS ZEROS
                   COMPUTE WRK-CLI-SALDO-DEV = ZEROS - SLD-SALDO
               END-IF
           END-IF.
      *
       9580-ACUMULA-CLIENTE.
      *
      *    A TABELA DE CLIENTES DO DIA TEM O MESMO TAMANHO DA TABELA
      *    DE PEDIDOS ACEITOS - NAO ESTOURA ANTES DELA.
      *
           IF WRK-CLI-POS EQUAL ZEROS
               ADD 1                TO WRK-CLI-QTD-TAB
               MOVE WRK-CLI-QTD-TAB TO WRK-CLI-POS
               MOVE WPE-CPF-CLIENTE TO TCP-CPF(WRK-CLI-POS)
               MOVE ZEROS            TO TCP-VALOR(WRK-CLI-POS)
           END-IF.
           ADD WRK-PED-VL-TOTAL     TO TCP-VALOR(WRK-CLI-POS).
      *
       9585-GRAVA-BACKORDERS.
      *
      *    REESCREVE A FILA SO COM OS PENDENTES, NA ORDEM DA TABELA
      *    (MAIS ANTIGO PRIMEIRO), E EMITE O ENVELHECIMENTO: UMA LINHA
      *    POR BACKORDER COM OS DIAS NA FILA E TOTAIS POR FAIXA.
      *
           MOVE ZEROS                TO WRK-BKO-ATE-7 WRK-BKO-ATE-15
                                        WRK-BKO-ATE-30 WRK-BKO-MAIS-30.
           OPEN OUTPUT ARQ-BACKORDER ARQ-BACKORDER-REL.
           MOVE WRK-DT-ATU-NUM      TO BKO-CAB-DATA.
           WRITE REG-BACKORDER-REL  FROM WRK-BKO-CAB.
           PERFORM VARYING WRK-BKO-IDX FROM 1 BY 1
               UNTIL WRK-BKO-IDX GREATER WRK-BKO-QTD-TAB
               IF TBO-PENDENTE(WRK-BKO-IDX)
                   MOVE TBO-DT-ENTRADA(WRK-BKO-IDX) TO BKO-DT-ENTRADA
                   MOVE TBO-PEDIDO(WRK-BKO-IDX)     TO BKO-PEDIDO
                   WRITE REG-BACKORDER
                   PERFORM 9587-CLASSIFICA-BACKORDER
               END-IF
           END-PERFORM.
           MOVE WRK-BKO-ATE-7       TO BKO-TOT-ATE-7.
           MOVE WRK-BKO-ATE-15      TO BKO-TOT-ATE-15.
           MOVE WRK-BKO-ATE-30      TO BKO-TOT-ATE-30.
           MOVE WRK-BKO-MAIS-30     TO BKO-TOT-MAIS-30.
           COMPUTE BKO-TOT-QTD = WRK-BKO-ATE-7 + WRK-BKO-ATE-15
                               + WRK-BKO-ATE-30 + WRK-BKO-MAIS-30.
           WRITE REG-BACKORDER-REL  FROM WRK-BKO-TOT.
           CLOSE ARQ-BACKORDER ARQ-BACKORDER-REL.
      *
       9587-CLASSIFICA-BACKORDER.
      *
           COMPUTE WRK-BKO-DT-INT = FUNCTION INTEGER-OF-DATE(
                                     TBO-DT-ENTRADA(WRK-BKO-IDX)).
           COMPUTE WRK-BKO-DIAS = WRK-DT-INTEIRO - WRK-BKO-DT-INT.
           EVALUATE TRUE
               WHEN WRK-BKO-DIAS GREATER 30
                   ADD 1            TO WRK-BKO-MAIS-30
               WHEN WRK-BKO-DIAS GREATER 15
                   ADD 1            TO WRK-BKO-ATE-30
               WHEN WRK-BKO-DIAS GREATER 7
                   ADD 1            TO WRK-BKO-ATE-15
               WHEN OTHER
                   ADD 1            TO WRK-BKO-ATE-7
           END-EVALUATE.
           MOVE TBO-NUM-PEDIDO(WRK-BKO-IDX) TO BKO-DET-PEDIDO.
           MOVE TBO-PRODUTO(WRK-BKO-IDX)    TO BKO-DET-PRODUTO.
           MOVE TBO-UF(WRK-BKO-IDX)         TO BKO-DET-UF.
           MOVE TBO-QTD(WRK-BKO-IDX)        TO BKO-DET-QTD.
           MOVE TBO-DT-ENTRADA(WRK-BKO-IDX) TO BKO-DET-DESDE.
           MOVE WRK-BKO-DIAS                TO BKO-DET-DIAS.
           WRITE REG-BACKORDER-REL  FROM WRK-BKO-DET.
      *
       9590-FECHA-ARQUIVOS.
      *
           WRITE REG-PEDIDO-LIMPO   FROM WRK-CTL-TRAILER.
           CLOSE ARQ-PEDIDOS ARQ-FRETE-TAB ARQ-PEDIDOS-OK
                 ARQ-PEDIDOS-REJ.
           IF CLIENTE-MASTER-OK
               CLOSE ARQ-CLIENTE-MASTER
           END-IF.
           IF SALDOS-PED-ABERTOS
               CLOSE ARQ-SALDO-CONTAS
           END-IF.
           IF PRODUTOS-PED-ABERTOS
               CLOSE ARQ-PRODUTO-MASTER
           END-IF.
           PERFORM 19900-FECHA-STATUS.
      *    COM A PRE-EDICAO SUSPENSA A FILA FICA COMO ESTAVA.
           IF PRE-EDICAO-LIBERADA
               PERFORM 9585-GRAVA-BACKORDERS
           END-IF.
      *    REJEITADOS DE ONTEM JA REPROCESSADOS NAO PODEM REENTRAR
      *    NA PROXIMA EXECUCAO - O ARQUIVO E ESVAZIADO APOS O
      *    REPROCESSO, COMO A POSTAGEM DE ESTOQUE FAZ COM MOVESTOQ.
           DISPLAY 'PRE-EDICAO DE PEDIDOS - LIDOS: ' WRK-PED-QTD-LIDOS
                   ' ACEITOS: ' WRK-PED-QTD-LIMPOS
                   ' REJEITADOS: ' WRK-PED-QTD-REJEIT.
           DISPLAY 'PRE-EDICAO DE PEDIDOS - BACKORDERS LIBERADOS: '
                   WRK-PED-QTD-LIBERADOS
                   ' EM ESPERA: ' WRK-PED-QTD-BACKORD.
      *
       9595-GRAVA-STATUS.
      *
      *    OCORRENCIA DA PRE-EDICAO NO STATUS DO PEDIDO. SEM NUMERO
      *    NUMERICO NAO HA CHAVE - O PEDIDO SO APARECE NO PEDREJ.
      *
           IF WPE-NUM-PEDIDO IS NUMERIC
               MOVE WPE-NUM-PEDIDO  TO WST-NUM-PEDIDO
               MOVE WPE-UF          TO WST-UF
           END-IF.
           PERFORM 19000-GRAVA-STATUS-PEDIDO.
      *
       9599-SAIDA.
      ******************************************************************
               MOVE ZEROS            TO WRK-HIS-CTL-QTD
                                        WRK-HIS-CTL-SOMA
           END-IF.
           PERFORM 19100-ABRE-STATUS.
           MOVE WRK-DT-DIA          TO MAN-CAB-DATA(1:2).
           MOVE '/'                 TO MAN-CAB-DATA(3:1).
           MOVE WRK-DT-MES          TO MAN-CAB-DATA(4:2).
               MOVE WRK-VL-PEDIDO   TO MAN-DET-VALOR
               MOVE WRK-FRETE       TO MAN-DET-FRETE WRK-FRETE-MASK
               WRITE REG-MANIFESTO  FROM WRK-MANIFESTO-DET
               MOVE PED-OK-NUM-PEDIDO TO WST-NUM-PEDIDO
               MOVE PED-OK-UF       TO WST-UF
               MOVE 'F'             TO WST-SITUACAO
               MOVE WRK-VL-PEDIDO   TO WST-VALOR
               MOVE WRK-FRETE       TO WST-FRETE
               PERFORM 19000-GRAVA-STATUS-PEDIDO
               IF HISTORICO-DISPONIVEL
                   MOVE '2'             TO HIS-TIPO-REG
                   MOVE WRK-DT-ATU-NUM  TO HIS-DATA
                   MOVE SPACE            TO MOV-SINAL
                   MOVE PED-OK-QTD       TO MOV-QTD
                   MOVE WRK-DT-ATU-NUM   TO MOV-DATA
                   MOVE ZEROS            TO MOV-NUM-PC
                                            MOV-CUSTO-UNIT
                   WRITE REG-MOV-ESTOQUE
                   ADD 1                TO WRK-MOV-CTL-QTD
                   ADD PED-OK-QTD       TO WRK-MOV-CTL-SOMA
               WRITE REG-MOV-ESTOQUE FROM WRK-CTL-TRAILER
               CLOSE ARQ-MOV-ESTOQUE
           END-IF.
           PERFORM 19900-FECHA-STATUS.
      *
       10999-SAIDA.
      ******************************************************************
      *    BANCARIO (BANCRED.DAT). SEM A TABELA DE DESCONTOS A FOLHA
      *    E SUSPENSA - NAO SE PAGA PELO VALOR BRUTO.
      *
      *    O TIPO DE FOLHA DO CARTAO (13010) ESCOLHE O PAGAMENTO: A
      *    FOLHA MENSAL, A 1A OU A 2A PARCELA DO 13 SALARIO OU AS
      *    FERIAS COM O TERCO. CADA TIPO GERA SEU PROPRIO REGISTRO,
      *    ARQUIVO DE CREDITO E GRUPO EM TRANSAC.DAT, PELO MESMO
      *    CAMINHO DA FOLHA MENSAL.
      *
           PERFORM 13010-DEFINE-TIPO-FOLHA.
           MOVE WRK-FOL-SECAO       TO WRK-SECAO-ALVO.
           PERFORM 18000-CONTROLA-SECAO.
           IF NOT SECAO-LIBERADA
               GO TO 13999-SAIDA
           END-IF.
           MOVE WRK-FOL-SECAO       TO OPL-SECAO.
           MOVE 'INICIO'            TO OPL-EVENTO.
           PERFORM 17000-GRAVA-OPERLOG.
           PERFORM 13100-ABRE-ARQUIVOS.
           PERFORM 13500-GRAVA-TOTAL-GERAL.
           PERFORM 13600-GERA-TRANSACOES-FOLHA.
           PERFORM 13900-FECHA-ARQUIVOS.
           MOVE WRK-FOL-SECAO       TO OPL-SECAO.
           MOVE 'FIM'               TO OPL-EVENTO.
           MOVE WRK-FOL-QTD-LIDOS   TO OPL-LIDOS.
           MOVE WRK-QTD-CREDITOS    TO OPL-GRAVADOS.
           MOVE WRK-FOL-QTD-FORA    TO OPL-REJEITADOS.
           PERFORM 17000-GRAVA-OPERLOG.
           GO TO 13999-SAIDA.
      *
       13010-DEFINE-TIPO-FOLHA.
      *
           EVALUATE TRUE
               WHEN FOLHA-13-PARC1
                   MOVE 'FOLHA-13-PARC1'    TO WRK-FOL-SECAO
                   MOVE 'FOLHA 13 SALARIO - 1A PARCELA'
                                     TO FOL-CAB-TITULO
                   MOVE 'CREDITO 13 PARC1'  TO BCR-HDR-HISTORICO
               WHEN FOLHA-13-PARC2
                   MOVE 'FOLHA-13-PARC2'    TO WRK-FOL-SECAO
                   MOVE 'FOLHA 13 SALARIO - 2A PARCELA'
                                     TO FOL-CAB-TITULO
                   MOVE 'CREDITO 13 PARC2'  TO BCR-HDR-HISTORICO
               WHEN FOLHA-FERIAS
                   MOVE 'FOLHA-FERIAS'      TO WRK-FOL-SECAO
                   MOVE 'FOLHA DE FERIAS + 1/3'
                                     TO FOL-CAB-TITULO
                   MOVE 'CREDITO FERIAS'    TO BCR-HDR-HISTORICO
               WHEN OTHER
                   MOVE 'FOLHA-PAGTO'       TO WRK-FOL-SECAO
                   MOVE 'FOLHA PAGAMENTO'   TO FOL-CAB-TITULO
                   MOVE 'CREDITO SALARIOS'  TO BCR-HDR-HISTORICO
           END-EVALUATE.
      *
       13100-ABRE-ARQUIVOS.
      *
                                        WRK-TOT-INSS
                                        WRK-TOT-IRRF
                                        WRK-TOT-LIQUIDO
                                        WRK-TOT-ADIANT
                                        WRK-FOL-QTD-FORA
                                        WRK-QTD-CREDITOS
                                        WRK-TOT-CREDITOS
                                        WRK-QTD-FOL-DEPTOS
               DISPLAY 'ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO - '
                       'FOLHA DE PAGAMENTO NAO SERA PROCESSADA.'
               MOVE 'S'             TO WRK-EOF-FUNC
               MOVE WRK-FOL-SECAO   TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'FUNCION FS'    TO OPL-DETALHE
               MOVE WRK-FS-FUNCION  TO OPL-DETALHE(12:2)
           END-IF.
           IF NOT FOLHA-LIBERADA
               MOVE 'S'             TO WRK-EOF-FUNC
               MOVE WRK-FOL-SECAO   TO OPL-SECAO
               MOVE 'SUSPENSA'      TO OPL-EVENTO
               MOVE 'TABDESC INVALIDA'  TO OPL-DETALHE
               PERFORM 17000-GRAVA-OPERLOG
               WRITE REG-FOLHA-PAGTO
               DISPLAY 'FUNCION.DAT FORA DE SEQUENCIA NO REGISTRO '
                       WRK-SEQ-FOL-REG ' - FOLHA CANCELADA.'
               MOVE WRK-FOL-SECAO   TO OPL-SECAO
               MOVE 'SEQERR'        TO OPL-EVENTO
               MOVE WRK-SEQ-FOL-REG TO OPL-REJEITADOS
               MOVE 'REG FORA DE ORDEM'  TO OPL-DETALHE
           ADD 1                    TO WRK-FOL-QTD-LIDOS.
           MOVE FUNC-DEPTO          TO WRK-DEPTO-ANT.
           MOVE FUNC-SALARIO        TO WRK-SLR.
           PERFORM 13340-CALCULA-BASE.
           IF FUNC-PAGO-NA-FOLHA
               PERFORM 13305-PAGA-FUNCIONARIO
           ELSE
               ADD 1                TO WRK-FOL-QTD-FORA
           END-IF.
      *
       13305-PAGA-FUNCIONARIO.
      *
      *    A 1A PARCELA DO 13 E PAGA SEM DESCONTOS - INSS E IRRF DO 13
      *    INCIDEM UMA VEZ SO, SOBRE O VALOR INTEGRAL, NA 2A PARCELA,
      *    QUE DESCONTA TAMBEM O ADIANTAMENTO DA 1A.
      *
           IF FOLHA-13-PARC1
               MOVE ZEROS            TO WRK-INSS WRK-IRRF
           ELSE
               PERFORM 13310-CALCULA-INSS
               PERFORM 13320-CALCULA-IRRF
           END-IF.
           COMPUTE WRK-LIQUIDO = WRK-FOL-BASE - WRK-INSS - WRK-IRRF
                               - WRK-FOL-ADIANT.
           MOVE FUNC-NOME           TO FOL-DET-NOME.
           MOVE FUNC-DEPTO          TO FOL-DET-DEPTO.
           MOVE WRK-FOL-BASE        TO FOL-DET-SALARIO.
           MOVE WRK-INSS            TO FOL-DET-INSS.
           MOVE WRK-IRRF            TO FOL-DET-IRRF.
           MOVE WRK-LIQUIDO         TO FOL-DET-LIQUIDO.
           WRITE REG-FOLHA-PAGTO    FROM WRK-FOLHA-DET.
           IF WRK-FOL-ADIANT GREATER ZEROS
               MOVE WRK-FOL-ADIANT  TO FOL-ADI-VALOR
               WRITE REG-FOLHA-PAGTO FROM WRK-FOLHA-ADIANT
           END-IF.
           ADD WRK-FOL-VALOR        TO WRK-SUBTOT-DEPTO WRK-TOTAL-GERAL.
           ADD WRK-INSS             TO WRK-TOT-INSS.
           ADD WRK-IRRF             TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO          TO WRK-TOT-LIQUIDO.
           ADD WRK-FOL-ADIANT       TO WRK-TOT-ADIANT.
           PERFORM 13330-GRAVA-CREDITO.
      *
       13310-CALCULA-INSS.
           MOVE ZEROS                TO WRK-INSS-CALC WRK-LIM-ANTERIOR.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX GREATER WRK-QTD-FX-INSS
                  OR WRK-LIM-ANTERIOR NOT LESS WRK-FOL-BASE
               IF WRK-FOL-BASE LESS FXI-LIMITE(WRK-FX-IDX)
                   MOVE WRK-FOL-BASE TO WRK-FAIXA-TETO
               ELSE
                   MOVE FXI-LIMITE(WRK-FX-IDX) TO WRK-FAIXA-TETO
               END-IF
      *    FAIXA E SUBTRAI-SE A PARCELA A DEDUZIR. A ULTIMA FAIXA DA
      *    TABELA DEVE COBRIR QUALQUER BASE (LIMITE 9999999,99).
      *
           COMPUTE WRK-BASE-IRRF = WRK-FOL-BASE - WRK-INSS.
           MOVE ZEROS                TO WRK-IRRF.
           PERFORM VARYING WRK-FX-IDX FROM 1 BY 1
               UNTIL WRK-FX-IDX GREATER WRK-QTD-FX-IRRF
               DISPLAY 'FUNCIONARIO SEM DOMICILIO BANCARIO: '
                       FUNC-NOME ' - FORA DO ARQUIVO DE CREDITO.'
           END-IF.
      *
       13340-CALCULA-BASE.
      *
      *    BASE DO PAGAMENTO CONFORME O TIPO DE FOLHA:
      *    - MENSAL: O SALARIO DO CADASTRO;
      *    - 13 SALARIO: SALARIO X AVOS / 12 (13350). A 1A PARCELA E
      *      A METADE; A 2A TEM BASE NO INTEGRAL E DESCONTA A METADE
      *      JA ADIANTADA, RECALCULADA PELA MESMA REGRA DA 1A;
      *    - FERIAS: SALARIO + 1/3, SO PARA QUEM FAZ ANIVERSARIO DE
      *      ADMISSAO NO MES DO RUN E JA TEM UM ANO DE CASA (13360).
      *
           MOVE 'S'                 TO WRK-FOL-PAGA.
           MOVE ZEROS                TO WRK-FOL-ADIANT.
           EVALUATE TRUE
               WHEN FOLHA-13-PARC1
               WHEN FOLHA-13-PARC2
                   PERFORM 13350-CALCULA-AVOS
                   COMPUTE WRK-FOL-INTEGRAL ROUNDED =
                           FUNC-SALARIO * WRK-FOL-AVOS / 12
                   COMPUTE WRK-FOL-ADIANT ROUNDED =
                           WRK-FOL-INTEGRAL / 2
                   IF FOLHA-13-PARC1
                       MOVE WRK-FOL-ADIANT TO WRK-FOL-BASE
                       MOVE ZEROS    TO WRK-FOL-ADIANT
                   ELSE
                       MOVE WRK-FOL-INTEGRAL TO WRK-FOL-BASE
                   END-IF
               WHEN FOLHA-FERIAS
                   PERFORM 13360-VERIFICA-FERIAS
                   COMPUTE WRK-FOL-BASE ROUNDED =
                           FUNC-SALARIO + FUNC-SALARIO / 3
               WHEN OTHER
                   MOVE FUNC-SALARIO TO WRK-FOL-BASE
           END-EVALUATE.
           IF WRK-FOL-BASE EQUAL ZEROS
               MOVE 'N'             TO WRK-FOL-PAGA
           END-IF.
           COMPUTE WRK-FOL-VALOR = WRK-FOL-BASE - WRK-FOL-ADIANT.
      *
       13350-CALCULA-AVOS.
      *
      *    UM AVO POR MES TRABALHADO NO ANO DO RUN; O MES DA ADMISSAO
      *    SO CONTA COM 15 DIAS OU MAIS DE TRABALHO NELE (DO DIA DA
      *    ADMISSAO ATE O ULTIMO DIA DO MES, INCLUSIVE - A CONTA VAI
      *    ATE O DIA 1 DO MES SEGUINTE, O QUE COBRE MESES DE 28 A 31
      *    DIAS). SEM DATA DE ADMISSAO NO CADASTRO VALEM OS 12
      *    AVOS - SAO OS FUNCIONARIOS ANTIGOS, ANTERIORES AO CAMPO.
      *
           IF FUNC-DT-ADMISSAO IS NOT NUMERIC
            OR FUNC-DT-ADMISSAO EQUAL ZEROS
               MOVE 12              TO WRK-FOL-AVOS
               DISPLAY 'FUNCIONARIO SEM DATA DE ADMISSAO: '
                       FUNC-NOME ' - 13 CALCULADO COM 12 AVOS.'
           ELSE
               EVALUATE TRUE
                   WHEN FUNC-ADM-ANO LESS WRK-DT-ANO
                       MOVE 12      TO WRK-FOL-AVOS
                   WHEN FUNC-ADM-ANO GREATER WRK-DT-ANO
                       MOVE ZEROS   TO WRK-FOL-AVOS
                   WHEN OTHER
                       IF FUNC-ADM-MES EQUAL 12
                           COMPUTE WRK-FOL-PROX-MES =
                                   (FUNC-ADM-ANO + 1) * 10000 + 101
                       ELSE
                           COMPUTE WRK-FOL-PROX-MES =
                                   FUNC-ADM-ANO * 10000
                                 + (FUNC-ADM-MES + 1) * 100 + 1
                       END-IF
                       COMPUTE WRK-FOL-DIAS-ADM =
                         FUNCTION INTEGER-OF-DATE(WRK-FOL-PROX-MES)
                       - FUNCTION INTEGER-OF-DATE(FUNC-DT-ADMISSAO)
                       IF WRK-FOL-DIAS-ADM LESS 15
                           COMPUTE WRK-FOL-AVOS = 12 - FUNC-ADM-MES
                       ELSE
                           COMPUTE WRK-FOL-AVOS = 13 - FUNC-ADM-MES
                       END-IF
               END-EVALUATE
           END-IF.
      *
       13360-VERIFICA-FERIAS.
      *
      *    O RUN DE FERIAS PAGA QUEM COMPLETA PERIODO AQUISITIVO NO
      *    MES: ANIVERSARIO DE ADMISSAO NO MES CORRENTE, ADMITIDO EM
      *    ANO ANTERIOR. QUEM NAO SE ENQUADRA FICA FORA DO RUN (CONTA
      *    COMO REJEITADO NO LOG DE OPERACAO).
      *
           IF FUNC-DT-ADMISSAO IS NOT NUMERIC
            OR FUNC-DT-ADMISSAO EQUAL ZEROS
               MOVE 'N'             TO WRK-FOL-PAGA
               DISPLAY 'FUNCIONARIO SEM DATA DE ADMISSAO: '
                       FUNC-NOME ' - FORA DA FOLHA DE FERIAS.'
           ELSE
               IF FUNC-ADM-MES NOT EQUAL WRK-DT-MES
                OR FUNC-ADM-ANO NOT LESS WRK-DT-ANO
                   MOVE 'N'         TO WRK-FOL-PAGA
               END-IF
           END-IF.
      *
       13400-GRAVA-SUBTOTAL.
      *
           MOVE WRK-TOT-IRRF        TO FOL-TOT-IRRF.
           MOVE WRK-TOT-LIQUIDO     TO FOL-TOT-LIQUIDO.
           WRITE REG-FOLHA-PAGTO    FROM WRK-FOLHA-TOT-DESC.
           IF FOLHA-13-PARC2
               MOVE WRK-TOT-ADIANT  TO FOL-TOT-ADIANT
               WRITE REG-FOLHA-PAGTO FROM WRK-FOLHA-TOT-ADIANT
           END-IF.
           MOVE WRK-QTD-CREDITOS    TO BCR-TRL-QTD.
           MOVE WRK-TOT-CREDITOS    TO BCR-TRL-TOTAL.
           WRITE REG-BANCO-CREDITO  FROM WRK-BCR-TRAILER.
               ELSE
                   DISPLAY 'POSTAGEM CONTABIL DA FOLHA SUSPENSA - '
                           WRK-FOL-TRN-MOTIVO
                   MOVE WRK-FOL-SECAO TO OPL-SECAO
                   MOVE 'SUSPENSA'  TO OPL-EVENTO
                   MOVE WRK-FOL-TRN-MOTIVO TO OPL-DETALHE
                   PERFORM 17000-GRAVA-OPERLOG
           IF WRK-FS-TRANSAC NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE TRANSACOES NAO PODE SER ABERTO - '
                       'POSTAGEM CONTABIL DA FOLHA NAO GRAVADA.'
               MOVE WRK-FOL-SECAO   TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'TRANSAC FS'    TO OPL-DETALHE
               MOVE WRK-FS-TRANSAC  TO OPL-DETALHE(12:2)
                   MOVE 'S'          TO WRK-EST-POSTANDO
               END-IF
           END-IF.
      *    A RAZAO DE ESTOQUE TAMBEM E CONDICAO PARA POSTAR: MOVIMENTO
      *    POSTADO FORA DELA DEIXARIA O KARDEX SEM BATER COM O SALDO.
           IF EST-POSTANDO
               OPEN EXTEND ARQ-HIST-ESTOQUE
               IF WRK-FS-ESTHIST EQUAL '35'
                   OPEN OUTPUT ARQ-HIST-ESTOQUE
               END-IF
               IF WRK-FS-ESTHIST NOT EQUAL '00'
                   DISPLAY 'RAZAO DE ESTOQUE (ESTQHIST.DAT) NAO '
                           'PODE SER ABERTA - POSTAGEM NAO SERA '
                           'PROCESSADA.'
                   MOVE 'N'          TO WRK-EST-POSTANDO
                   MOVE 'S'          TO WRK-EOF-MOVEST
                   MOVE 'POSTA-ESTOQUE' TO OPL-SECAO
                   MOVE 'ERRO-FS'    TO OPL-EVENTO
                   MOVE 'ESTQHIST FS' TO OPL-DETALHE
                   MOVE WRK-FS-ESTHIST TO OPL-DETALHE(13:2)
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
      *    AS ENTRADAS DE FORNECEDOR POSTADAS SAO REPASSADAS AO
      *    BATIMENTO DE COMPRAS (RECEBPC.DAT). SEM ESSE ARQUIVO A
      *    POSTAGEM NAO E FEITA - O RECEBIMENTO SE PERDERIA PARA O
      *    PEDIDO DE COMPRA - E MOVESTOQ FICA PRESERVADO.
           IF EST-POSTANDO
               OPEN EXTEND ARQ-RECEB-PC
               IF WRK-FS-RECEBPC EQUAL '35'
                   OPEN OUTPUT ARQ-RECEB-PC
               END-IF
               IF WRK-FS-RECEBPC EQUAL '00'
                   MOVE WRK-DT-ATU-NUM TO CTL-CAB-DATA
                   WRITE REG-RECEB-PC FROM WRK-CTL-CABECALHO
                   MOVE ZEROS        TO WRK-RCB-CTL-QTD
                                        WRK-RCB-CTL-SOMA
               ELSE
                   DISPLAY 'ARQUIVO DE RECEBIMENTOS DE COMPRA NAO '
                           'PODE SER ABERTO - POSTAGEM NAO SERA '
                           'PROCESSADA.'
                   MOVE 'N'          TO WRK-EST-POSTANDO
                   MOVE 'S'          TO WRK-EOF-MOVEST
                   CLOSE ARQ-HIST-ESTOQUE
                   MOVE 'POSTA-ESTOQUE' TO OPL-SECAO
                   MOVE 'ERRO-FS'    TO OPL-EVENTO
                   MOVE 'RECEBPC FS' TO OPL-DETALHE
                   MOVE WRK-FS-RECEBPC TO OPL-DETALHE(12:2)
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
           OPEN EXTEND ARQ-REG-ESTOQUE.
           IF WRK-FS-ESTREG EQUAL '35'
               OPEN OUTPUT ARQ-REG-ESTOQUE
           END-IF.
           MOVE WRK-DT-DIA          TO ESTR-CAB-DATA(1:2).
           MOVE '/'                 TO ESTR-CAB-DATA(3:1).
           MOVE WRK-DT-MES          TO ESTR-CAB-DATA(4:2).
           MOVE '/'                 TO ESTR-CAB-DATA(6:1).
           MOVE WRK-DT-ANO          TO ESTR-CAB-DATA(7:4).
           WRITE REG-REG-ESTOQUE    FROM WRK-ESTREG-CAB.
      *
       14212-CONFERE-CONTROLE.
      *
      *    QUANTIDADE VEM DO RECEBIMENTO E DO INVENTARIO - ENTRADA
      *    EXTERNA. MOVIMENTO COM QUANTIDADE NAO NUMERICA E REJEITADO
      *    NO REGISTRO EM VEZ DE DERRUBAR O LOTE NA ARITMETICA. CUSTO
      *    EM BRANCO VALE ZEROS (MOVIMENTO SEM CUSTO), MAS ENTRADA DE
      *    PEDIDO DE COMPRA SEM CUSTO E REJEITADA - SEM ELE O CUSTO
      *    MEDIO NAO PODE SER ATUALIZADO.
      *
           IF MOV-CUSTO-UNIT IS NUMERIC
               MOVE MOV-CUSTO-UNIT  TO WRK-EST-CUSTO-MOV
           ELSE
               MOVE ZEROS            TO WRK-EST-CUSTO-MOV
           END-IF.
           IF MOV-QTD IS NOT NUMERIC
               MOVE 'QUANTIDADE INVALIDA' TO ESTR-REJ-MOTIVO
               PERFORM 14270-GRAVA-REJEICAO
           ELSE
               MOVE 'S'             TO WRK-EST-MOV-OK
               EVALUATE TRUE
                   WHEN MOV-ENTRADA
                    AND MOV-NUM-PC IS NUMERIC
                    AND MOV-NUM-PC GREATER ZEROS
                    AND WRK-EST-CUSTO-MOV EQUAL ZEROS
                       MOVE 'RECEBIMENTO SEM CUSTO UNITARIO'
                                     TO ESTR-REJ-MOTIVO
                       PERFORM 14270-GRAVA-REJEICAO
                       MOVE 'N'     TO WRK-EST-MOV-OK
                   WHEN MOV-ENTRADA
                       COMPUTE WRK-EST-NOVO = WRK-EST-SALDO + MOV-QTD
                   WHEN MOV-AJUSTE AND MOV-SINAL NOT EQUAL '-'
                       PERFORM 14270-GRAVA-REJEICAO
                       MOVE WRK-EST-SALDO TO WRK-EST-NOVO
               END-EVALUATE
               IF (MOV-ENTRADA OR MOV-SAIDA OR MOV-AJUSTE)
                  AND EST-MOV-VALIDO
                   IF WRK-EST-NOVO LESS ZEROS
                       MOVE 'ESTOQUE FICARIA NEGATIVO'
                                     TO ESTR-REJ-MOTIVO
                           COMPUTE WRK-EST-SAIDAS = WRK-EST-SAIDAS
                                 + WRK-EST-SALDO - WRK-EST-NOVO
                       END-IF
                       MOVE WRK-EST-SALDO TO WRK-EST-SALDO-ANT
                       MOVE WRK-EST-NOVO TO WRK-EST-SALDO
                       ADD 1             TO WRK-EST-QTD-APLIC
                       IF MOV-ENTRADA
                          AND MOV-NUM-PC IS NUMERIC
                          AND MOV-NUM-PC GREATER ZEROS
                           PERFORM 14280-GRAVA-RECEBIMENTO-PC
                       END-IF
                       PERFORM 14236-VALORIZA-MOVIMENTO
                   END-IF
               END-IF
           END-IF.
      *
       14236-VALORIZA-MOVIMENTO.
      *
      *    CUSTO MEDIO PONDERADO: SO A ENTRADA COM CUSTO O ALTERA -
      *    (VALOR ANTERIOR + QUANTIDADE X CUSTO) / NOVO SALDO. OS
      *    DEMAIS MOVIMENTOS ANDAM PELO CUSTO MEDIO VIGENTE. O VALOR
      *    DO SALDO E SEMPRE SALDO X CUSTO MEDIO E O VALOR DO
      *    MOVIMENTO E A DIFERENCA ENTRE O VALOR ANTES E DEPOIS, PARA
      *    O KARDEX FECHAR SEM SOBRA DE ARREDONDAMENTO.
      *
           EVALUATE TRUE
               WHEN MOV-SAIDA
                   MOVE 'P'          TO WRK-EST-ORIGEM
               WHEN MOV-AJUSTE
                   MOVE 'A'          TO WRK-EST-ORIGEM
               WHEN MOV-NUM-PC IS NUMERIC
                AND MOV-NUM-PC GREATER ZEROS
                   MOVE 'C'          TO WRK-EST-ORIGEM
               WHEN WRK-EST-CUSTO-MOV GREATER ZEROS
                   MOVE 'E'          TO WRK-EST-ORIGEM
               WHEN OTHER
                   MOVE 'D'          TO WRK-EST-ORIGEM
           END-EVALUATE.
      *    SALDO QUE VINHA SEM CUSTO (ANTERIOR AO CUSTO MEDIO) ASSUME O
      *    CUSTO DA PRIMEIRA ENTRADA COM CUSTO, EM LINHA PROPRIA DE
      *    REAVALIACAO, EM VEZ DE DILUIR A MEDIA COM CUSTO ZERO.
           IF (WRK-EST-ORIGEM EQUAL 'C' OR WRK-EST-ORIGEM EQUAL 'E')
              AND WRK-EST-CUSTO-MEDIO EQUAL ZEROS
              AND WRK-EST-SALDO-ANT GREATER ZEROS
               MOVE WRK-EST-VALOR   TO WRK-EST-VALOR-ANT
               MOVE WRK-EST-CUSTO-MOV TO WRK-EST-CUSTO-MEDIO
               COMPUTE WRK-EST-VALOR ROUNDED =
                       WRK-EST-SALDO-ANT * WRK-EST-CUSTO-MEDIO
               MOVE 'R'             TO HST-ORIGEM
               MOVE ZEROS            TO HST-QTD HST-NUM-PC
               MOVE WRK-EST-SALDO-ANT TO HST-SALDO-ANT HST-SALDO
               PERFORM 14238-GRAVA-HISTORICO
           END-IF.
           MOVE WRK-EST-VALOR       TO WRK-EST-VALOR-ANT.
           IF (WRK-EST-ORIGEM EQUAL 'C' OR WRK-EST-ORIGEM EQUAL 'E')
              AND WRK-EST-SALDO GREATER ZEROS
               COMPUTE WRK-EST-CUSTO-MEDIO ROUNDED =
                      (WRK-EST-VALOR-ANT + MOV-QTD * WRK-EST-CUSTO-MOV)
                     / WRK-EST-SALDO
           END-IF.
           COMPUTE WRK-EST-VALOR ROUNDED =
                   WRK-EST-SALDO * WRK-EST-CUSTO-MEDIO.
           MOVE WRK-EST-ORIGEM      TO HST-ORIGEM.
           MOVE MOV-QTD             TO HST-QTD.
           IF MOV-NUM-PC IS NUMERIC
               MOVE MOV-NUM-PC      TO HST-NUM-PC
           ELSE
               MOVE ZEROS            TO HST-NUM-PC
           END-IF.
           MOVE WRK-EST-SALDO-ANT   TO HST-SALDO-ANT.
           MOVE WRK-EST-SALDO       TO HST-SALDO.
           PERFORM 14238-GRAVA-HISTORICO.
      *
       14238-GRAVA-HISTORICO.
      *
      *    ORIGEM, QUANTIDADE, PEDIDO DE COMPRA E SALDOS EM QUANTIDADE
      *    VEM PREENCHIDOS; OS VALORES SAEM DA POSTAGEM CORRENTE.
      *
           MOVE WRK-EST-PROD-ATUAL  TO HST-PRODUTO.
           MOVE WRK-DT-ATU-NUM      TO HST-DATA.
           IF HST-ORIGEM EQUAL 'R'
               MOVE SPACE            TO HST-TIPO
           ELSE
               MOVE MOV-TIPO        TO HST-TIPO
           END-IF.
           IF HST-ORIGEM EQUAL 'C' OR HST-ORIGEM EQUAL 'E'
               MOVE WRK-EST-CUSTO-MOV TO HST-CUSTO-UNIT
           ELSE
               MOVE WRK-EST-CUSTO-MEDIO TO HST-CUSTO-UNIT
           END-IF.
           IF WRK-EST-VALOR GREATER WRK-EST-VALOR-ANT
               COMPUTE HST-VALOR = WRK-EST-VALOR - WRK-EST-VALOR-ANT
           ELSE
               COMPUTE HST-VALOR = WRK-EST-VALOR-ANT - WRK-EST-VALOR
           END-IF.
           MOVE WRK-EST-VALOR-ANT   TO HST-VALOR-ANT.
           MOVE WRK-EST-VALOR       TO HST-VALOR-SALDO.
           MOVE WRK-EST-CUSTO-MEDIO TO HST-CUSTO-MEDIO.
           WRITE REG-HIST-ESTOQUE.
      *
       14240-ABRE-PRODUTO.
      *
                                        WRK-EST-ABERTURA
               MOVE ZEROS            TO WRK-EST-ENTRADAS
                                        WRK-EST-SAIDAS
               IF PRD-CUSTO-MEDIO IS NUMERIC
                   MOVE PRD-CUSTO-MEDIO TO WRK-EST-CUSTO-MEDIO
               ELSE
                   MOVE ZEROS        TO WRK-EST-CUSTO-MEDIO
               END-IF
               COMPUTE WRK-EST-VALOR ROUNDED =
                       WRK-EST-SALDO * WRK-EST-CUSTO-MEDIO
           END-IF.
      *
       14250-FECHA-PRODUTO.
      *
           IF EST-PROD-CADASTRADO
               MOVE WRK-EST-SALDO   TO PRD-QTD-ESTOQUE
               MOVE WRK-EST-CUSTO-MEDIO TO PRD-CUSTO-MEDIO
               REWRITE REG-PRODUTO-MASTER
               MOVE WRK-EST-PROD-ATUAL TO ESTR-DET-CODIGO
               MOVE WRK-EST-ABERTURA   TO ESTR-DET-ABERTURA
           END-IF.
           WRITE REG-REG-ESTOQUE    FROM WRK-ESTREG-REJ.
           ADD 1                    TO WRK-EST-QTD-REJ.
      *
       14280-GRAVA-RECEBIMENTO-PC.
      *
           MOVE '2'                 TO RCB-TIPO-REG.
           MOVE MOV-NUM-PC          TO RCB-NUM-PC.
           MOVE MOV-PRODUTO         TO RCB-PRODUTO.
           MOVE MOV-QTD             TO RCB-QTD.
           MOVE MOV-DATA            TO RCB-DATA.
           WRITE REG-RECEB-PC.
           ADD 1                    TO WRK-RCB-CTL-QTD.
           ADD MOV-QTD              TO WRK-RCB-CTL-SOMA.
      *
       14290-FECHA-ARQUIVOS.
      *
           CLOSE ARQ-MOV-ESTOQUE ARQ-PRODUTO-MASTER ARQ-REG-ESTOQUE.
           IF EST-POSTANDO
               CLOSE ARQ-HIST-ESTOQUE
               MOVE WRK-RCB-CTL-QTD TO CTL-TRL-QTD
               MOVE WRK-RCB-CTL-SOMA TO CTL-TRL-SOMA
               WRITE REG-RECEB-PC   FROM WRK-CTL-TRAILER
               CLOSE ARQ-RECEB-PC
           END-IF.
      *    MOVIMENTOS JA POSTADOS NAO PODEM SER REAPLICADOS AMANHA.
           IF EST-POSTANDO
               OPEN OUTPUT ARQ-MOV-ESTOQUE
      *    SALDO GUARDADO NO MASTER DE SALDOS (SALDCONT.DAT). O
      *    RELATORIO MOSTRA ABERTURA, MOVIMENTO E FECHAMENTO POR
      *    CONTA, DESTACA SALDO ACUMULADO NEGATIVO E ENVELHECE AS
      *    CONTAS NEGATIVAS HA 30/60/90 OU MAIS DIAS. CADA TRANSACAO
      *    E CRITICADA CONTRA O PLANO DE CONTAS E A ULTIMA COMPETENCIA
      *    FECHADA; AS EXCECOES SAEM EM CONTEXC.DAT.
      *
           MOVE 'RECONCILIACAO'     TO WRK-SECAO-ALVO.
           PERFORM 18000-CONTROLA-SECAO.
           MOVE 'FIM'               TO OPL-EVENTO.
           MOVE WRK-CTL-QTD-TRANS   TO OPL-LIDOS.
           MOVE WRK-CTL-QTD-CONTAS  TO OPL-GRAVADOS.
           MOVE WRK-CTL-QTD-EXCEC   TO OPL-REJEITADOS.
           PERFORM 17000-GRAVA-OPERLOG.
           GO TO 16999-SAIDA.
      *
                                        WRK-CTL-QTD-CONTAS
                                        WRK-CTL-QTD-NEGATIV
                                        WRK-CTL-TOT-DEBITO
                                        WRK-CTL-TOT-CREDITO
                                        WRK-CTL-QTD-EXCEC
                                        WRK-CTL-QTD-FECHADO
                                        WRK-CTL-TOT-EXCEC.
           MOVE LOW-VALUES           TO WRK-PLC-CONTA-LIDA.
           MOVE WRK-DT-ATU-NUM      TO WRK-TRN-DATA.
           COMPUTE WRK-TRN-COMP = WRK-TRN-DATA / 100.
           PERFORM 16110-CARREGA-PARM-CONTABIL.
           OPEN INPUT  ARQ-TRANSACOES.
           IF WRK-FS-TRANSAC NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE TRANSACOES NAO ENCONTRADO - '
               MOVE WRK-FS-SALDO    TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *    SEM O PLANO DE CONTAS NAO HA COMO CRITICAR A CONTA DE CADA
      *    TRANSACAO - A RECONCILIACAO E SUSPENSA, COMO NA FALTA DO
      *    MASTER DE SALDOS (O PLANO E CRIADO PELO PROGCOB15).
           OPEN INPUT ARQ-PLANO-CONTAS.
           IF WRK-FS-PLANO EQUAL '00'
               MOVE 'S'             TO WRK-PLANO-OK
           ELSE
               MOVE 'N'             TO WRK-PLANO-OK
               DISPLAY 'PLANO DE CONTAS NAO PODE SER ABERTO - FS '
                       WRK-FS-PLANO ' - RECONCILIACAO SUSPENSA.'
               MOVE 'S'             TO WRK-EOF-TRANS
               MOVE 'RECONCILIACAO' TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'PLANCONT FS'   TO OPL-DETALHE
               MOVE WRK-FS-PLANO    TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *    O HISTORICO DE EXTRATO ACUMULA DE UM DIA PARA O OUTRO -
      *    SEM ELE A RECONCILIACAO SEGUE, MAS SEM DETALHE PARA
      *    MOSTRAR AO CLIENTE (FICA A OCORRENCIA NO LOG).
               MOVE WRK-FS-EXTHIST  TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
           OPEN OUTPUT ARQ-RECONCILIACAO ARQ-EXCECAO-CONTAS.
           WRITE REG-RECONCILIACAO FROM WRK-RECONC-CAB.
           MOVE WRK-DT-ATU-NUM      TO CXC-CAB-DATA.
           WRITE REG-EXCECAO-CONTAS FROM WRK-CONTEXC-CAB.
           IF NOT SEQ-TRANS-OK
               WRITE REG-RECONCILIACAO FROM WRK-RECONC-SEQERR
               MOVE 'RECONCILIACAO CANCELADA - FORA DE SEQUENCIA'
           IF NOT FIM-TRANS
               MOVE 'S'             TO WRK-TRN-POSTANDO
           END-IF.
      *
       16110-CARREGA-PARM-CONTABIL.
      *
      *    SEM O CARTAO VALEM OS PADROES: NENHUMA COMPETENCIA FECHADA
      *    E A TRANSITORIA 99999999.
      *
           MOVE ZEROS                TO WRK-ULT-FECHADO.
           MOVE '99999999'          TO WRK-CONTA-TRANSIT.
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
      *
       16150-VERIFICA-SEQUENCIA.
      *
                       AT END
                           MOVE 'S' TO WRK-EOF-TRANS
                   END-READ
                   IF NOT FIM-TRANS AND TRANS-TIPO-REG EQUAL '1'
                       PERFORM 16210-DATA-DO-GRUPO
                   END-IF
               END-PERFORM
           END-IF.
      *
       16210-DATA-DO-GRUPO.
      *
      *    A DATA DO MOVIMENTO NO CABECALHO DO GRUPO DATA TODAS AS
      *    TRANSACOES DELE (COMPETENCIA E HISTORICO DE EXTRATO).
      *    CABECALHO SEM DATA VALIDA FICA COM A DATA CORRENTE.
      *
           MOVE REG-TRANSACAO(2:8)  TO WRK-TRN-DATA-X.
           IF WRK-TRN-DATA-X IS NOT NUMERIC
              OR WRK-TRN-DATA EQUAL ZEROS
               MOVE WRK-DT-ATU-NUM  TO WRK-TRN-DATA
           END-IF.
           COMPUTE WRK-TRN-COMP = WRK-TRN-DATA / 100.
      *
       16300-PROCESSA-CONTA.
      *
      *    NA PRIMEIRA TRANSACAO DE CADA CONTA O SALDO GUARDADO E
      *    BUSCADO NO MASTER; CADA LANCAMENTO ATUALIZA O SALDO
      *    CORRENTE E VIRA UMA LINHA NO HISTORICO DE EXTRATO. ANTES,
      *    A CRITICA DO PLANO (16310) DECIDE EM QUE CONTA POSTAR.
      *
           ADD 1                    TO WRK-CTL-QTD-TRANS.
           PERFORM 16310-CRITICA-CONTA.
           IF WRK-CONTA-POSTAR NOT EQUAL SPACES
               PERFORM 16320-POSTA-TRANSACAO
           END-IF.
      *
       16310-CRITICA-CONTA.
      *
      *    COMPETENCIA JA FECHADA NAO RECEBE LANCAMENTO: A TRANSACAO
      *    NAO E POSTADA E SAI NA LISTA DE EXCECOES PARA SER LANCADA
      *    DE NOVO NO PERIODO ABERTO. CONTA FORA DO PLANO OU INATIVA
      *    VAI PARA A CONTA TRANSITORIA DOS PARAMETROS CONTABEIS E E
      *    LISTADA PARA A CONTABILIDADE RECLASSIFICAR.
      *
           MOVE TRANS-CONTA         TO WRK-CONTA-POSTAR.
           MOVE SPACES               TO WRK-EXC-MOTIVO.
           IF WRK-TRN-COMP NOT GREATER WRK-ULT-FECHADO
               MOVE SPACES          TO WRK-CONTA-POSTAR
               MOVE 'PERIODO FECHADO' TO WRK-EXC-MOTIVO
               ADD 1                TO WRK-CTL-QTD-FECHADO
           ELSE
               IF TRANS-CONTA NOT EQUAL WRK-CONTA-TRANSIT
                   IF TRANS-CONTA NOT EQUAL WRK-PLC-CONTA-LIDA
                       PERFORM 16315-BUSCA-PLANO
                   END-IF
                   EVALUATE TRUE
                       WHEN PLC-LIDA-INEXISTENTE
                           MOVE 'CONTA INEXISTENTE' TO WRK-EXC-MOTIVO
                       WHEN PLC-LIDA-INATIVA
                           MOVE 'CONTA INATIVA' TO WRK-EXC-MOTIVO
                   END-EVALUATE
               END-IF
               IF WRK-EXC-MOTIVO NOT EQUAL SPACES
                   MOVE WRK-CONTA-TRANSIT TO WRK-CONTA-POSTAR
               END-IF
           END-IF.
           IF WRK-EXC-MOTIVO NOT EQUAL SPACES
               PERFORM 16330-GRAVA-EXCECAO
           END-IF.
      *
       16315-BUSCA-PLANO.
      *
           MOVE TRANS-CONTA         TO PLC-CONTA WRK-PLC-CONTA-LIDA.
           READ ARQ-PLANO-CONTAS
               KEY IS PLC-CONTA
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-FS-PLANO NOT EQUAL '00'
                   MOVE 'I'         TO WRK-PLC-SITUACAO
               WHEN PLC-CONTA-ATIVA
                   MOVE 'S'         TO WRK-PLC-SITUACAO
               WHEN OTHER
                   MOVE 'N'         TO WRK-PLC-SITUACAO
           END-EVALUATE.
      *
       16320-POSTA-TRANSACAO.
      *
      *    A TRANSITORIA ENTRA NO MEIO DA SEQUENCIA POR CONTA - CADA
      *    ENTRADA E SAIDA DELA GRAVA E RELE O SALDO NO MASTER, ENTAO
      *    ELA PODE APARECER EM MAIS DE UM BLOCO NO RELATORIO.
      *
           IF WRK-CONTA-ATUAL NOT EQUAL SPACES
              AND WRK-CONTA-ATUAL NOT EQUAL WRK-CONTA-POSTAR
               PERFORM 16400-GRAVA-SALDO-CONTA
           END-IF.
           IF WRK-CONTA-ATUAL NOT EQUAL WRK-CONTA-POSTAR
               MOVE WRK-CONTA-POSTAR TO WRK-CONTA-ATUAL
               PERFORM 16410-BUSCA-SALDO
               MOVE WRK-SLD-ABERTURA TO WRK-SLD-CORRENTE
           END-IF.
               ADD TRANS-VALOR      TO WRK-SLD-CORRENTE
           END-IF.
           PERFORM 16350-GRAVA-EXTRATO.
      *
       16330-GRAVA-EXCECAO.
      *
           ADD 1                    TO WRK-CTL-QTD-EXCEC.
           ADD TRANS-VALOR          TO WRK-CTL-TOT-EXCEC.
           MOVE WRK-TRN-DATA        TO CXC-DATA.
           MOVE TRANS-CONTA         TO CXC-CONTA.
           MOVE TRANS-TIPO          TO CXC-TIPO.
           MOVE TRANS-VALOR         TO CXC-VALOR.
           MOVE WRK-EXC-MOTIVO      TO CXC-MOTIVO.
           MOVE SPACES               TO CXC-DESTINO.
           IF WRK-CONTA-POSTAR EQUAL SPACES
               MOVE 'NAO POSTADA'   TO CXC-DESTINO
           ELSE
               MOVE 'POSTADA EM'    TO CXC-DESTINO
               MOVE WRK-CONTA-POSTAR TO CXC-DESTINO(12:8)
           END-IF.
           WRITE REG-EXCECAO-CONTAS FROM WRK-CONTEXC-DET.
      *
       16350-GRAVA-EXTRATO.
      *
           IF EXTRATO-DISPONIVEL
               MOVE WRK-CONTA-ATUAL TO EXT-CONTA
               MOVE WRK-TRN-DATA    TO EXT-DATA
               MOVE TRANS-TIPO      TO EXT-TIPO
               MOVE TRANS-VALOR     TO EXT-VALOR
               MOVE WRK-SLD-CORRENTE TO EXT-SALDO-APOS
           MOVE WRK-CTL-TOT-DEBITO  TO REC-CTL-DEBITO.
           MOVE WRK-CTL-TOT-CREDITO TO REC-CTL-CREDITO.
           WRITE REG-RECONCILIACAO FROM WRK-RECONC-CTL2.
           MOVE WRK-CTL-QTD-EXCEC   TO REC-CTL-QTD-EXCEC CXC-TOT-QTD.
           MOVE WRK-CTL-QTD-FECHADO TO REC-CTL-QTD-FECHADO.
           WRITE REG-RECONCILIACAO FROM WRK-RECONC-CTL4.
           MOVE WRK-CTL-TOT-EXCEC   TO CXC-TOT-VALOR.
           WRITE REG-EXCECAO-CONTAS FROM WRK-CONTEXC-TOT.
      *
       16600-ENVELHECE-CONTAS.
      *
      *
       16900-FECHA-ARQUIVOS.
      *
           CLOSE ARQ-TRANSACOES ARQ-RECONCILIACAO ARQ-EXCECAO-CONTAS.
           IF SALDO-MASTER-OK
               CLOSE ARQ-SALDO-CONTAS
           END-IF.
           IF PLANO-CONTAS-OK
               CLOSE ARQ-PLANO-CONTAS
           END-IF.
           IF EXTRATO-DISPONIVEL
               CLOSE ARQ-EXTRATO-HIST
           END-IF.
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
           IF SECAO-LIBERADA
               PERFORM 18100-VERIFICA-AUTORIZACAO
               IF NOT SECAO-AUTORIZADA
                   MOVE 'N'          TO WRK-SECAO-RODA
                   PERFORM 18200-REGISTRA-NEGADO
               END-IF
           END-IF.
           IF SECAO-LIBERADA AND NOT FORCA-SECAO
               MOVE 'N'             TO WRK-CON-ACHOU
               PERFORM VARYING WRK-CON-IDX FROM 1 BY 1
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-IF.
           GO TO 18999-SAIDA.
      *
       18100-VERIFICA-AUTORIZACAO.
      *
      *    A SECAO RODA SE ALGUMA LINHA DA MATRIZ COM O NOME DELA
      *    RELACIONA O NIVEL DO USUARIO QUE FEZ O SIGN-ON. FORCA DE
      *    SECAO NAO PASSA POR CIMA DA MATRIZ.
      *
           MOVE 'N'                 TO WRK-AUT-ACHOU.
           PERFORM VARYING WRK-AUT-IDX FROM 1 BY 1
               UNTIL WRK-AUT-IDX GREATER WRK-QTD-AUT
                  OR SECAO-AUTORIZADA
               IF TAU-SECAO(WRK-AUT-IDX) EQUAL WRK-SECAO-ALVO
                   PERFORM VARYING WRK-NIV-IDX FROM 1 BY 1
                       UNTIL WRK-NIV-IDX GREATER 10
                          OR SECAO-AUTORIZADA
                       IF TAU-NIVEL(WRK-AUT-IDX WRK-NIV-IDX)
                          IS NUMERIC
                          AND TAU-NIVEL(WRK-AUT-IDX WRK-NIV-IDX)
                              EQUAL WRK-NIVEL
                          AND WRK-NIVEL GREATER ZEROS
                           MOVE 'S'  TO WRK-AUT-ACHOU
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
       18200-REGISTRA-NEGADO.
      *
      *    SECAO NEGADA: EVENTO 'NEGADO' NO LOG DE OPERACAO (USUARIO E
      *    NIVEL NO DETALHE) E LINHA NO LOG DE AUDITORIA, QUE A
      *    REVISAO DE ACESSOS (PROGCOB18) CONTA POR USUARIO.
      *
           DISPLAY 'SECAO ' WRK-SECAO-ALVO ' NAO AUTORIZADA PARA O '
                   'NIVEL ' WRK-NIVEL ' - NEGADA.'.
           MOVE WRK-SECAO-ALVO      TO OPL-SECAO.
           MOVE 'NEGADO'            TO OPL-EVENTO.
           IF MATRIZ-CARREGADA
               MOVE WRK-LOGIN-ID    TO OPL-DETALHE(1:8)
               MOVE 'NIVEL'         TO OPL-DETALHE(10:5)
               MOVE WRK-NIVEL       TO OPL-DETALHE(16:2)
           ELSE
               MOVE 'SEM MATRIZ'    TO OPL-DETALHE
           END-IF.
           PERFORM 17000-GRAVA-OPERLOG.
           MOVE SPACES               TO AUD-RESULTADO.
           MOVE 'NEGADO'            TO AUD-NEG-EVENTO.
           MOVE WRK-SECAO-ALVO      TO AUD-NEG-SECAO.
           PERFORM 11200-GRAVA-AUDITORIA.
           MOVE SPACES               TO AUD-RESULTADO
                                        AUD-NEG-SECAO.
      *
       18999-SAIDA.
      ******************************************************************
       19000-GRAVA-STATUS-PEDIDO SECTION.
      ******************************************************************
      *    ACRESCENTA A OCORRENCIA DE WRK-STA-OCORRENCIA, COM A DATA
      *    DA EXECUCAO, AO STATUS DO PEDIDO E A TORNA A SITUACAO
      *    ATUAL; PEDIDO AINDA SEM STATUS E INCLUIDO. COM AS 12
      *    POSICOES OCUPADAS SAI A OCORRENCIA MAIS ANTIGA. A MESMA
      *    OCORRENCIA NO MESMO DIA (SECAO RERODADA) NAO SE REPETE.
      *    SEM O ARQUIVO ABERTO NADA E GRAVADO - O STATUS E CONSULTA
      *    E NAO SEGURA O LOTE.
      *
           IF STATUS-DISPONIVEL
              AND WST-NUM-PEDIDO IS NUMERIC
              AND WST-NUM-PEDIDO GREATER ZEROS
               PERFORM 19200-ATUALIZA-STATUS
           END-IF.
           MOVE ZEROS                TO WST-NUM-PEDIDO WST-VALOR
                                        WST-FRETE.
           MOVE SPACES               TO WST-UF WST-SITUACAO
                                        WST-MOTIVO.
           GO TO 19999-SAIDA.
      *
       19100-ABRE-STATUS.
      *
      *    O ARQUIVO E CRIADO VAZIO NA PRIMEIRA EXECUCAO, COMO O
      *    MASTER DE SALDOS. OUTRO ERRO SO DEIXA A SECAO SEM STATUS,
      *    COM OCORRENCIA NO LOG DE OPERACAO.
      *
           MOVE 'N'                 TO WRK-STA-OK.
           OPEN I-O ARQ-STATUS-PEDIDO.
           IF WRK-FS-STATUS EQUAL '35'
               OPEN OUTPUT ARQ-STATUS-PEDIDO
               CLOSE ARQ-STATUS-PEDIDO
               OPEN I-O ARQ-STATUS-PEDIDO
           END-IF.
           IF WRK-FS-STATUS EQUAL '00'
               MOVE 'S'             TO WRK-STA-OK
           ELSE
               DISPLAY 'STATUS DE PEDIDOS (PEDSTAT.DAT) NAO PODE SER '
                       'ABERTO - FS ' WRK-FS-STATUS ' - PEDIDOS DESTA '
                       'SECAO FICAM SEM STATUS.'
               MOVE WRK-SECAO-ALVO  TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'PEDSTAT FS'    TO OPL-DETALHE
               MOVE WRK-FS-STATUS   TO OPL-DETALHE(12:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *
       19200-ATUALIZA-STATUS.
      *
           MOVE 'N'                 TO WRK-STA-EXISTE
                                        WRK-STA-REPETIDA.
           MOVE WST-NUM-PEDIDO      TO STA-NUM-PEDIDO.
           READ ARQ-STATUS-PEDIDO
               KEY IS STA-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-STATUS EQUAL '00'
               MOVE 'S'             TO WRK-STA-EXISTE
           ELSE
               INITIALIZE REG-STATUS-PEDIDO
               MOVE WST-NUM-PEDIDO  TO STA-NUM-PEDIDO
           END-IF.
           IF STATUS-CADASTRADO
              AND STA-QTD-EVENTOS GREATER ZEROS
               MOVE STA-QTD-EVENTOS TO WRK-STA-IDX
               IF STE-SITUACAO(WRK-STA-IDX) EQUAL WST-SITUACAO
                  AND STE-DATA(WRK-STA-IDX) EQUAL WRK-DT-ATU-NUM
                  AND STE-VALOR(WRK-STA-IDX) EQUAL WST-VALOR
                  AND STE-FRETE(WRK-STA-IDX) EQUAL WST-FRETE
                  AND STE-MOTIVO(WRK-STA-IDX) EQUAL WST-MOTIVO
                   MOVE 'S'         TO WRK-STA-REPETIDA
               END-IF
           END-IF.
           IF NOT OCORRENCIA-REPETIDA
               IF STA-QTD-EVENTOS NOT LESS WRK-STA-MAX-EVT
                   PERFORM VARYING WRK-STA-IDX FROM 2 BY 1
                       UNTIL WRK-STA-IDX GREATER WRK-STA-MAX-EVT
                       MOVE STA-EVENTO(WRK-STA-IDX)
                                     TO STA-EVENTO(WRK-STA-IDX - 1)
                   END-PERFORM
                   COMPUTE STA-QTD-EVENTOS = WRK-STA-MAX-EVT - 1
               END-IF
               ADD 1                TO STA-QTD-EVENTOS
               MOVE STA-QTD-EVENTOS TO WRK-STA-IDX
               MOVE WST-SITUACAO    TO STE-SITUACAO(WRK-STA-IDX)
                                       STA-SITUACAO
               MOVE WRK-DT-ATU-NUM  TO STE-DATA(WRK-STA-IDX)
                                       STA-DT-SITUACAO
               MOVE 'PROGCOB01'     TO STE-PROGRAMA(WRK-STA-IDX)
               MOVE WST-VALOR       TO STE-VALOR(WRK-STA-IDX)
               MOVE WST-FRETE       TO STE-FRETE(WRK-STA-IDX)
               MOVE WST-MOTIVO      TO STE-MOTIVO(WRK-STA-IDX)
               IF WST-UF NOT EQUAL SPACES
                   MOVE WST-UF      TO STA-UF
               END-IF
               PERFORM 19300-GRAVA-REGISTRO
           END-IF.
      *
       19300-GRAVA-REGISTRO.
      *
           IF STATUS-CADASTRADO
               REWRITE REG-STATUS-PEDIDO
                   INVALID KEY
                       DISPLAY 'ERRO AO ATUALIZAR STATUS DO PEDIDO '
                               WST-NUM-PEDIDO ' - FS ' WRK-FS-STATUS
               END-REWRITE
           ELSE
               WRITE REG-STATUS-PEDIDO
                   INVALID KEY
                       DISPLAY 'ERRO AO INCLUIR STATUS DO PEDIDO '
                               WST-NUM-PEDIDO ' - FS ' WRK-FS-STATUS
               END-WRITE
           END-IF.
      *
       19900-FECHA-STATUS.
      *
           IF STATUS-DISPONIVEL
               CLOSE ARQ-STATUS-PEDIDO
               MOVE 'N'             TO WRK-STA-OK
           END-IF.
      *
       19999-SAIDA.
      ******************************************************************
       99999-DISPLAY           SECTION.
      ******************************************************************
