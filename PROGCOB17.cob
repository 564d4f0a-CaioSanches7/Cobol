       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB17.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = ARQUIVAMENTO MENSAL DOS HISTORICOS: COPIA AS LINHAS  *
      *           DE PERIODO FECHADO DE EXTRHIST, AUDITLOG, ESTOQREG,  *
      *           FRETHIST E OPERLOG PARA UMA GERACAO DATADA           *
      *           (<ARQUIVO>.GAAAAMM.DAT), ENXUGA O ARQUIVO VIVO E     *
      *           EXPURGA AS GERACOES ALEM DA RETENCAO DO CARTAO       *
      *           ARQPARM.DAT. AS GERACOES FICAM NO CATALOGO           *
      *           ARQGER.DAT, ONDE O PROGCOB07 E O PROGCOB09 BUSCAM O  *
      *           PERIODO QUE JA NAO ESTA NO ARQUIVO VIVO. OS GRUPOS   *
      *           DE CONTROLE DO FRETHIST SAO REMONTADOS NOS DOIS      *
      *           LADOS. RESUMO EM ARQREL.DAT.                         *
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
           SELECT ARQ-RET-PARM     ASSIGN TO "ARQPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-PARM-CONTABIL ASSIGN TO "CONTPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CONTPARM.
           SELECT ARQ-CATALOGO     ASSIGN TO "ARQGER.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CATALOGO.
      *    O ARQUIVO VIVO E A GERACAO MUDAM A CADA HISTORICO TRATADO -
      *    O NOME VEM DA TABELA DE ARQUIVOS E DA COMPETENCIA DE CORTE.
           SELECT ARQ-VIVO         ASSIGN USING WRK-NOME-VIVO
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-VIVO.
           SELECT ARQ-GERACAO      ASSIGN USING WRK-NOME-GERACAO
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-GERACAO.
           SELECT ARQ-TRABALHO     ASSIGN TO "ARQTRAB.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-TRABALHO.
           SELECT ARQ-RELATORIO    ASSIGN TO "ARQREL.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-OPER-LOG     ASSIGN TO "OPERLOG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-OPERLOG.
       DATA DIVISION.
       FILE SECTION.
      *    CARTAO DE RETENCAO: UM POR HISTORICO - NOME (EXTRHIST,
      *    AUDITLOG, ESTOQREG, FRETHIST, OPERLOG), QUANTIDADE DE
      *    GERACOES A MANTER E, OPCIONAL, A COMPETENCIA DE CORTE
      *    (AAAAMM - ZEROS = MES ANTERIOR AO CORRENTE). HISTORICO SEM
      *    CARTAO NAO E TOCADO.
       FD  ARQ-RET-PARM
           RECORDING MODE IS F.
       01  REG-RET-PARM.
           02 PRM-ARQUIVO           PIC X(08).
           02 PRM-GERACOES          PIC 9(02).
           02 PRM-COMPETENCIA       PIC 9(06).
      *
      *    MESMO LAYOUT DOS PARAMETROS CONTABEIS DO PROGCOB01 - O
      *    EXTRHIST SO E ARQUIVADO ATE A ULTIMA COMPETENCIA FECHADA.
       FD  ARQ-PARM-CONTABIL
           RECORDING MODE IS F.
       01  REG-PARM-CONTABIL.
           02 PCT-ULT-FECHADO       PIC 9(06).
           02 PCT-DT-FECHAMENTO     PIC 9(08).
           02 PCT-CONTA-TRANSITORIA PIC X(08).
      *
      *    CATALOGO DE GERACOES: UMA LINHA POR GERACAO GRAVADA, COM A
      *    COMPETENCIA DE CORTE (A DATA DA GERACAO), A COMPETENCIA
      *    MAIS ANTIGA QUE ELA CONTEM, O NOME DO ARQUIVO, A DATA EM
      *    QUE FOI GRAVADA, QUANTIDADE DE LINHAS E SITUACAO ('A'
      *    ATIVA, 'E' EXPURGADA PELA RETENCAO, COM A DATA).
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
      *    OS HISTORICOS TEM LAYOUTS DIFERENTES - TODOS CABEM EM 80
      *    POSICOES E SAO LIDOS PELA AREA WRK-REG-LIDO E SUAS VISOES.
       FD  ARQ-VIVO
           RECORDING MODE IS F.
       01  REG-VIVO                 PIC X(80).
      *
       FD  ARQ-GERACAO
           RECORDING MODE IS F.
       01  REG-GERACAO              PIC X(80).
      *
       FD  ARQ-TRABALHO
           RECORDING MODE IS F.
       01  REG-TRABALHO             PIC X(80).
      *
       FD  ARQ-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO            PIC X(100).
      *
      *    MESMO LAYOUT DO LOG DE OPERACAO DO PROGCOB01.
       FD  ARQ-OPER-LOG
           RECORDING MODE IS F.
       01  REG-OPER-LOG             PIC X(80).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CONTPARM PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CATALOGO PIC  X(02)           VALUE SPACES.
       77  WRK-FS-VIVO     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-GERACAO  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-TRABALHO PIC  X(02)           VALUE SPACES.
       77  WRK-FS-OPERLOG  PIC  X(02)           VALUE SPACES.
       77  WRK-HORA-ATU    PIC  9(08)           VALUE ZEROS.
       77  WRK-NOME-VIVO   PIC  X(30)           VALUE SPACES.
       77  WRK-NOME-GERACAO PIC X(30)           VALUE SPACES.
       77  WRK-NOME-CORTE  PIC  X(30)           VALUE SPACES.
       77  WRK-ERR-NOME    PIC  X(30)           VALUE SPACES.
       77  WRK-ERR-FS      PIC  X(02)           VALUE SPACES.
       77  WRK-EOF-PARM    PIC  X(01)           VALUE 'N'.
           88 FIM-PARM                          VALUE 'S'.
       77  WRK-EOF-CATALOGO PIC X(01)           VALUE 'N'.
           88 FIM-CATALOGO                      VALUE 'S'.
       77  WRK-EOF-VIVO    PIC  X(01)           VALUE 'N'.
           88 FIM-VIVO                          VALUE 'S'.
       77  WRK-EOF-TRABALHO PIC X(01)           VALUE 'N'.
           88 FIM-TRABALHO                      VALUE 'S'.
       77  WRK-CANCELADO   PIC  X(01)           VALUE 'N'.
           88 ARQUIVAMENTO-CANCELADO            VALUE 'S'.
       77  WRK-GER-ABERTA  PIC  X(01)           VALUE 'N'.
           88 GERACAO-ABERTA                    VALUE 'S'.
       77  WRK-GER-ERRO    PIC  X(01)           VALUE 'N'.
           88 GERACAO-COM-ERRO                  VALUE 'S'.
       77  WRK-COMP-CORRENTE PIC 9(06)          VALUE ZEROS.
       77  WRK-CORTE-PADRAO PIC 9(06)           VALUE ZEROS.
       77  WRK-CORTE       PIC  9(06)           VALUE ZEROS.
       77  WRK-ULT-FECHADO PIC  9(06)           VALUE ZEROS.
       77  WRK-REG-COMP    PIC  9(06)           VALUE ZEROS.
       77  WRK-COMP-REGISTRO PIC 9(06)          VALUE ZEROS.
       77  WRK-COMP-INICIAL PIC 9(06)           VALUE ZEROS.
       77  WRK-MOTIVO      PIC  X(40)           VALUE SPACES.
       77  WRK-ARQ-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-QTD-ARQ     PIC  9(02) COMP      VALUE 5.
       77  WRK-QTD-CAT     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-MAX-CAT     PIC  9(04) COMP      VALUE 600.
       77  WRK-CAT-IDX     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-CAT-POS     PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-CAT-ANTIGA  PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-QTD-ATIVAS  PIC  9(04) COMP      VALUE ZEROS.
       77  WRK-QTD-LIDAS   PIC  9(07)           VALUE ZEROS.
       77  WRK-QTD-ARQUIVADAS PIC 9(07)         VALUE ZEROS.
       77  WRK-QTD-MANTIDAS PIC 9(07)           VALUE ZEROS.
       77  WRK-QTD-EXPURGADAS PIC 9(03)         VALUE ZEROS.
       77  WRK-TOT-ARQUIVADAS PIC 9(07)         VALUE ZEROS.
       77  WRK-TOT-EXPURGADAS PIC 9(03)         VALUE ZEROS.
      *
      *    HISTORICOS TRATADOS, NA ORDEM DE PROCESSAMENTO: NOME NO
      *    CARTAO, ARQUIVO VIVO E FORMATO DA LINHA ('E' EXTRATO, 'A'
      *    AUDITORIA, 'R' REGISTRO DE ESTOQUE, 'F' FRETE COM GRUPOS
      *    DE CONTROLE, 'O' LOG DE OPERACAO). O OPERLOG VAI POR
      *    ULTIMO PARA QUE AS OCORRENCIAS DESTA EXECUCAO JA ESTEJAM
      *    GRAVADAS NO MES CORRENTE QUANDO ELE FOR ENXUGADO.
       01  WRK-ARQUIVOS-VALORES.
           02 FILLER                PIC X(21)    VALUE
              'EXTRHISTEXTRHIST.DATE'.
           02 FILLER                PIC X(21)    VALUE
              'AUDITLOGAUDITLOG.DATA'.
           02 FILLER                PIC X(21)    VALUE
              'ESTOQREGESTOQREG.DATR'.
           02 FILLER                PIC X(21)    VALUE
              'FRETHISTFRETHIST.DATF'.
           02 FILLER                PIC X(21)    VALUE
              'OPERLOG OPERLOG.DAT O'.
       01  WRK-TAB-ARQUIVOS REDEFINES WRK-ARQUIVOS-VALORES.
           02 WRK-ARQ-ENT           OCCURS 5 TIMES.
              03 TAR-ID             PIC X(08).
              03 TAR-NOME           PIC X(12).
              03 TAR-FORMATO        PIC X(01).
                 88 TAR-EXTRATO               VALUE 'E'.
                 88 TAR-AUDITORIA             VALUE 'A'.
                 88 TAR-REG-ESTOQUE           VALUE 'R'.
                 88 TAR-FRETE                 VALUE 'F'.
                 88 TAR-OPERLOG               VALUE 'O'.
      *
      *    RETENCAO E CORTE LIDOS DO CARTAO, NA MESMA ORDEM.
       01  WRK-TAB-RETENCAO.
           02 WRK-RET-ENT           OCCURS 5 TIMES.
              03 TRT-GERACOES       PIC 9(02).
              03 TRT-CORTE          PIC 9(06).
      *
      *    CATALOGO DE GERACOES EM MEMORIA - REGRAVADO INTEIRO APOS
      *    CADA HISTORICO TRATADO.
       01  WRK-TAB-CATALOGO.
           02 WRK-CAT-ENT           OCCURS 600 TIMES.
              03 TCT-ARQUIVO        PIC X(08).
              03 TCT-COMPETENCIA    PIC 9(06).
              03 TCT-COMP-INICIAL   PIC 9(06).
              03 TCT-NOME           PIC X(30).
              03 TCT-DT-GERACAO     PIC 9(08).
              03 TCT-QTD            PIC 9(07).
              03 TCT-SITUACAO       PIC X(01).
                 88 TCT-ATIVA                 VALUE 'A'.
              03 TCT-DT-EXPURGO     PIC 9(08).
      *
      *    LINHA A GRAVAR NA GERACAO (A LIDA OU UM CONTROLE REMONTADO).
       01  WRK-REG-SAIDA            PIC X(80).
      *
      *    LINHA LIDA DO HISTORICO E AS VISOES DE CADA FORMATO, SO
      *    ATE O CAMPO DE DATA (E O FRETE, NO FRETHIST).
       01  WRK-REG-LIDO             PIC X(80).
      *    EXTRHIST: CONTA(8) + DATA AAAAMMDD.
       01  WRK-REG-EXTRATO REDEFINES WRK-REG-LIDO.
           02 FILLER                PIC X(08).
           02 RL-EXT-ANOMES         PIC 9(06).
           02 FILLER                PIC X(66).
      *    OPERLOG: IDENTIFICADOR DA EXECUCAO AAAAMMDDHHMMSS.
       01  WRK-REG-OPERLOG REDEFINES WRK-REG-LIDO.
           02 RL-OPL-ANOMES         PIC 9(06).
           02 FILLER                PIC X(74).
      *    AUDITLOG: DATA DD/MM/AAAA NO INICIO DA LINHA.
       01  WRK-REG-AUDITORIA REDEFINES WRK-REG-LIDO.
           02 FILLER                PIC X(03).
           02 RL-AUD-MES            PIC 9(02).
           02 FILLER                PIC X(01).
           02 RL-AUD-ANO            PIC 9(04).
           02 FILLER                PIC X(70).
      *    ESTOQREG: CABECALHO DE CADA REGISTRO DIARIO COM A DATA DA
      *    POSTAGEM; AS LINHAS SEGUINTES SAO DAQUELE DIA.
       01  WRK-REG-ESTOQUE REDEFINES WRK-REG-LIDO.
           02 RL-EST-TITULO         PIC X(30).
           02 FILLER                PIC X(05).
           02 RL-EST-DATA.
              03 FILLER             PIC X(03).
              03 RL-EST-MES         PIC 9(02).
              03 FILLER             PIC X(01).
              03 RL-EST-ANO         PIC 9(04).
           02 FILLER                PIC X(35).
      *    FRETHIST: MESMO LAYOUT DO HISTORICO DE FRETE DO PROGCOB01.
       01  WRK-REG-FRETE REDEFINES WRK-REG-LIDO.
           02 RL-HIS-TIPO-REG       PIC X(01).
           02 RL-HIS-DATA.
              03 RL-HIS-ANOMES      PIC 9(06).
              03 FILLER             PIC 9(02).
           02 RL-HIS-UF             PIC X(02).
           02 RL-HIS-VALOR          PIC S9(07)V99.
           02 RL-HIS-FRETE          PIC S9(07)V99.
           02 RL-HIS-NUM-PEDIDO     PIC 9(06).
           02 FILLER                PIC X(44).
      *
      *    REGISTROS DE CONTROLE DO FRETHIST, NA CONVENCAO DO
      *    PROGCOB01: '1' CABECALHO COM A DATA DO MOVIMENTO, '2'
      *    DETALHE, '9' TRAILER COM QUANTIDADE E SOMA DO FRETE. CADA
      *    GRUPO LIDO E REPARTIDO ENTRE A GERACAO E O ARQUIVO VIVO,
      *    COM CABECALHO E TRAILER REMONTADOS DE CADA LADO; LADO QUE
      *    FICA SEM DETALHE NAO RECEBE O GRUPO.
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
       77  WRK-GRP-DATA    PIC  9(08)           VALUE ZEROS.
       77  WRK-GRP-ARQ     PIC  X(01)           VALUE 'N'.
           88 GRUPO-NA-GERACAO                  VALUE 'S'.
       77  WRK-GRP-ARQ-QTD PIC  9(05)           VALUE ZEROS.
       77  WRK-GRP-ARQ-SOMA PIC S9(11)V99       VALUE ZEROS.
       77  WRK-GRP-VIVO    PIC  X(01)           VALUE 'N'.
           88 GRUPO-NO-VIVO                     VALUE 'S'.
       77  WRK-GRP-VIVO-QTD PIC 9(05)           VALUE ZEROS.
       77  WRK-GRP-VIVO-SOMA PIC S9(11)V99      VALUE ZEROS.
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
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
       01  WRK-REL-CAB.
           02 FILLER                PIC X(37)    VALUE
              'ARQUIVAMENTO MENSAL DOS HISTORICOS - '.
           02 REL-CAB-DIA           PIC 9(02)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE '/'.
           02 REL-CAB-MES           PIC 9(02)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE '/'.
           02 REL-CAB-ANO           PIC 9(04)    VALUE ZEROS.
      *
       01  WRK-REL-ARQUIVO.
           02 REL-ARQ-ID            PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(07)    VALUE ' CORTE '.
           02 REL-ARQ-CORTE-MES     PIC 9(02)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE '/'.
           02 REL-ARQ-CORTE-ANO     PIC 9(04)    VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' LIDAS: '.
           02 REL-ARQ-LIDAS         PIC ZZZZZZ9  VALUE ZEROS.
           02 FILLER                PIC X(13)    VALUE ' ARQUIVADAS: '.
           02 REL-ARQ-ARQUIVADAS    PIC ZZZZZZ9  VALUE ZEROS.
           02 FILLER                PIC X(11)    VALUE ' MANTIDAS: '.
           02 REL-ARQ-MANTIDAS      PIC ZZZZZZ9  VALUE ZEROS.
      *
       01  WRK-REL-GERACAO.
           02 FILLER                PIC X(18)    VALUE
              '         GERACAO: '.
           02 REL-GER-NOME          PIC X(30)    VALUE SPACES.
           02 FILLER                PIC X(09)    VALUE ' ATIVAS: '.
           02 REL-GER-ATIVAS        PIC ZZ9      VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' RETER: '.
           02 REL-GER-RETER         PIC Z9       VALUE ZEROS.
      *
       01  WRK-REL-EXPURGO.
           02 FILLER                PIC X(19)    VALUE
              '         EXPURGADA '.
           02 REL-EXP-NOME          PIC X(30)    VALUE SPACES.
      *
       01  WRK-REL-OBS.
           02 REL-OBS-ID            PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(03)    VALUE ' - '.
           02 REL-OBS-MOTIVO        PIC X(40)    VALUE SPACES.
      *
       01  WRK-REL-TOT.
           02 FILLER                PIC X(24)    VALUE
              'TOTAL LINHAS ARQUIVADAS '.
           02 REL-TOT-ARQUIVADAS    PIC ZZZZZZ9  VALUE ZEROS.
           02 FILLER                PIC X(22)    VALUE
              ' GERACOES EXPURGADAS: '.
           02 REL-TOT-EXPURGADAS    PIC ZZ9      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-LE-RETENCAO.
           PERFORM 4000-CARREGA-CATALOGO.
           PERFORM 5000-PROCESSA-ARQUIVOS.
           PERFORM 7000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    O CORTE PADRAO E O MES ANTERIOR AO CORRENTE - O MES EM
      *    CURSO NUNCA E ARQUIVADO. LE A ULTIMA COMPETENCIA CONTABIL
      *    FECHADA E ABRE O RESUMO.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATU FROM TIME.
           COMPUTE OPL-RUN-ID = WRK-DT-ATU-NUM * 1000000
                              + WRK-HORA-ATU / 100.
           COMPUTE WRK-COMP-CORRENTE = WRK-DT-ANO * 100 + WRK-DT-MES.
           IF WRK-DT-MES EQUAL 1
               COMPUTE WRK-CORTE-PADRAO = (WRK-DT-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WRK-CORTE-PADRAO = WRK-COMP-CORRENTE - 1
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
               END-READ
               CLOSE ARQ-PARM-CONTABIL
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE WRK-DT-DIA          TO REL-CAB-DIA.
           MOVE WRK-DT-MES          TO REL-CAB-MES.
           MOVE WRK-DT-ANO          TO REL-CAB-ANO.
           WRITE REG-RELATORIO      FROM WRK-REL-CAB.
      *
       2999-SAIDA.
      ******************************************************************
       3000-LE-RETENCAO        SECTION.
      ******************************************************************
      *    UM CARTAO POR HISTORICO. NOME DESCONHECIDO OU RETENCAO
      *    ZERADA E IGNORADO - O HISTORICO FICA COMO ESTA.
      *
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX GREATER WRK-QTD-ARQ
               MOVE ZEROS            TO TRT-GERACOES(WRK-ARQ-IDX)
                                        TRT-CORTE(WRK-ARQ-IDX)
           END-PERFORM.
           OPEN INPUT ARQ-RET-PARM.
           IF WRK-FS-PARM NOT EQUAL '00'
               DISPLAY 'CARTAO DE RETENCAO (ARQPARM.DAT) NAO '
                       'ENCONTRADO - NENHUM HISTORICO ARQUIVADO.'
               GO TO 3999-SAIDA
           END-IF.
           PERFORM 3100-LE-CARTAO.
           PERFORM UNTIL FIM-PARM
               PERFORM 3200-GUARDA-CARTAO
               PERFORM 3100-LE-CARTAO
           END-PERFORM.
           CLOSE ARQ-RET-PARM.
           GO TO 3999-SAIDA.
      *
       3100-LE-CARTAO.
      *
           IF NOT FIM-PARM
               READ ARQ-RET-PARM
                   AT END
                       MOVE 'S'     TO WRK-EOF-PARM
               END-READ
           END-IF.
      *
       3200-GUARDA-CARTAO.
      *
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX GREATER WRK-QTD-ARQ
                  OR TAR-ID(WRK-ARQ-IDX) EQUAL PRM-ARQUIVO
               CONTINUE
           END-PERFORM.
           IF WRK-ARQ-IDX GREATER WRK-QTD-ARQ
               DISPLAY 'CARTAO DE RETENCAO IGNORADO - HISTORICO '
                       'DESCONHECIDO: ' PRM-ARQUIVO
           ELSE
               IF PRM-GERACOES IS NUMERIC
                   MOVE PRM-GERACOES TO TRT-GERACOES(WRK-ARQ-IDX)
               END-IF
               IF PRM-COMPETENCIA IS NUMERIC
                   MOVE PRM-COMPETENCIA TO TRT-CORTE(WRK-ARQ-IDX)
               END-IF
           END-IF.
      *
       3999-SAIDA.
      ******************************************************************
       4000-CARREGA-CATALOGO   SECTION.
      ******************************************************************
      *    SOBE O CATALOGO DE GERACOES. CATALOGO INEXISTENTE E A
      *    PRIMEIRA EXECUCAO; CATALOGO MAIOR QUE A TABELA CANCELA O
      *    ARQUIVAMENTO - REGRAVA-LO TRUNCADO PERDERIA GERACOES.
      *
           OPEN INPUT ARQ-CATALOGO.
           IF WRK-FS-CATALOGO NOT EQUAL '00'
               GO TO 4999-SAIDA
           END-IF.
           PERFORM 4100-LE-CATALOGO.
           PERFORM UNTIL FIM-CATALOGO
               IF WRK-QTD-CAT LESS WRK-MAX-CAT
                   ADD 1            TO WRK-QTD-CAT
                   MOVE CAT-ARQUIVO TO TCT-ARQUIVO(WRK-QTD-CAT)
                   MOVE CAT-COMPETENCIA
                                     TO TCT-COMPETENCIA(WRK-QTD-CAT)
                   MOVE CAT-COMP-INICIAL
                                     TO TCT-COMP-INICIAL(WRK-QTD-CAT)
                   MOVE CAT-NOME    TO TCT-NOME(WRK-QTD-CAT)
                   MOVE CAT-DT-GERACAO
                                     TO TCT-DT-GERACAO(WRK-QTD-CAT)
                   MOVE CAT-QTD     TO TCT-QTD(WRK-QTD-CAT)
                   MOVE CAT-SITUACAO TO TCT-SITUACAO(WRK-QTD-CAT)
                   MOVE CAT-DT-EXPURGO
                                     TO TCT-DT-EXPURGO(WRK-QTD-CAT)
                   PERFORM 4100-LE-CATALOGO
               ELSE
                   DISPLAY 'CATALOGO DE GERACOES (ARQGER.DAT) EXCEDE '
                           'A TABELA - ARQUIVAMENTO CANCELADO.'
                   MOVE 'S'         TO WRK-CANCELADO
                   MOVE 'S'         TO WRK-EOF-CATALOGO
                   MOVE 'ARQUIVAMENTO' TO OPL-SECAO
                   MOVE 'SUSPENSA'  TO OPL-EVENTO
                   MOVE 'ARQGER CHEIO' TO OPL-DETALHE
                   PERFORM 17000-GRAVA-OPERLOG
               END-IF
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
           GO TO 4999-SAIDA.
      *
       4100-LE-CATALOGO.
      *
           IF NOT FIM-CATALOGO
               READ ARQ-CATALOGO
                   AT END
                       MOVE 'S'     TO WRK-EOF-CATALOGO
               END-READ
           END-IF.
      *
       4999-SAIDA.
      ******************************************************************
       5000-PROCESSA-ARQUIVOS  SECTION.
      ******************************************************************
      *    CADA HISTORICO COM CARTAO: SEPARA AS LINHAS DE PERIODO
      *    FECHADO NA GERACAO DO CORTE, REGRAVA O VIVO SO COM O
      *    RESTANTE, ATUALIZA O CATALOGO E APLICA A RETENCAO.
      *
           IF ARQUIVAMENTO-CANCELADO
               GO TO 5099-SAIDA
           END-IF.
           PERFORM VARYING WRK-ARQ-IDX FROM 1 BY 1
               UNTIL WRK-ARQ-IDX GREATER WRK-QTD-ARQ
                  OR ARQUIVAMENTO-CANCELADO
               PERFORM 5100-PROCESSA-ARQUIVO
           END-PERFORM.
           GO TO 5099-SAIDA.
      *
       5099-SAIDA.
      ******************************************************************
       5100-PROCESSA-ARQUIVO   SECTION.
      ******************************************************************
      *    DEFINE O CORTE DO HISTORICO (CARTAO OU MES ANTERIOR; NO
      *    EXTRHIST NUNCA ALEM DA ULTIMA COMPETENCIA CONTABIL
      *    FECHADA), MONTA O NOME DA GERACAO E FAZ A SEPARACAO.
      *
           MOVE ZEROS                TO WRK-QTD-LIDAS
                                        WRK-QTD-ARQUIVADAS
                                        WRK-QTD-MANTIDAS
                                        WRK-QTD-EXPURGADAS
                                        WRK-COMP-INICIAL
                                        WRK-COMP-REGISTRO.
           MOVE SPACES               TO WRK-MOTIVO.
           IF TRT-GERACOES(WRK-ARQ-IDX) EQUAL ZEROS
               MOVE 'SEM CARTAO DE RETENCAO - NAO TRATADO'
                                     TO WRK-MOTIVO
               PERFORM 5190-GRAVA-OBSERVACAO
               GO TO 5199-SAIDA
           END-IF.
           MOVE WRK-CORTE-PADRAO    TO WRK-CORTE.
           IF TRT-CORTE(WRK-ARQ-IDX) GREATER ZEROS
               IF TRT-CORTE(WRK-ARQ-IDX) GREATER WRK-CORTE-PADRAO
                   MOVE 'CORTE DO CARTAO EM PERIODO ABERTO'
                                     TO WRK-MOTIVO
                   PERFORM 5190-GRAVA-OBSERVACAO
                   GO TO 5199-SAIDA
               END-IF
               MOVE TRT-CORTE(WRK-ARQ-IDX) TO WRK-CORTE
           END-IF.
           IF TAR-EXTRATO(WRK-ARQ-IDX)
               IF WRK-ULT-FECHADO EQUAL ZEROS
                   MOVE 'SEM COMPETENCIA CONTABIL FECHADA'
                                     TO WRK-MOTIVO
                   PERFORM 5190-GRAVA-OBSERVACAO
                   GO TO 5199-SAIDA
               END-IF
               IF WRK-CORTE GREATER WRK-ULT-FECHADO
                   MOVE WRK-ULT-FECHADO TO WRK-CORTE
               END-IF
           END-IF.
           MOVE TAR-NOME(WRK-ARQ-IDX) TO WRK-NOME-VIVO.
           MOVE SPACES               TO WRK-NOME-GERACAO.
           STRING TAR-ID(WRK-ARQ-IDX) DELIMITED BY SPACE
                  '.G'                DELIMITED BY SIZE
                  WRK-CORTE           DELIMITED BY SIZE
                  '.DAT'              DELIMITED BY SIZE
                  INTO WRK-NOME-GERACAO.
           MOVE WRK-NOME-GERACAO     TO WRK-NOME-CORTE.
           IF TAR-FRETE(WRK-ARQ-IDX)
               PERFORM 5200-CONFERE-CONTROLE
               IF NOT CONTROLE-OK
                   MOVE 'CONTROLE NAO FECHA - NAO TRATADO'
                                     TO WRK-MOTIVO
                   PERFORM 5190-GRAVA-OBSERVACAO
                   MOVE 'ARQUIVAMENTO' TO OPL-SECAO
                   MOVE 'SUSPENSA'  TO OPL-EVENTO
                   MOVE 'FRETHIST CONTROLE' TO OPL-DETALHE
                   PERFORM 17000-GRAVA-OPERLOG
                   GO TO 5199-SAIDA
               END-IF
           END-IF.
           PERFORM 5300-SEPARA-LINHAS.
           IF GERACAO-COM-ERRO
               MOVE 'ERRO DE GRAVACAO - NAO TRATADO'
                                     TO WRK-MOTIVO
               PERFORM 5190-GRAVA-OBSERVACAO
               GO TO 5199-SAIDA
           END-IF.
           IF WRK-QTD-ARQUIVADAS GREATER ZEROS
               PERFORM 5600-REGRAVA-VIVO
               IF GERACAO-COM-ERRO
                   MOVE 'VIVO NAO REGRAVADO - NAO TRATADO'
                                     TO WRK-MOTIVO
                   PERFORM 5190-GRAVA-OBSERVACAO
                   GO TO 5199-SAIDA
               END-IF
               PERFORM 5700-ATUALIZA-CATALOGO
               IF ARQUIVAMENTO-CANCELADO
                   MOVE 'VIVO INCOMPLETO - RESTAURAR DO ARQTRAB'
                                     TO WRK-MOTIVO
                   PERFORM 5190-GRAVA-OBSERVACAO
                   PERFORM 6000-GRAVA-CATALOGO
                   ADD WRK-QTD-ARQUIVADAS TO WRK-TOT-ARQUIVADAS
                   GO TO 5199-SAIDA
               END-IF
           END-IF.
           PERFORM 5800-APLICA-RETENCAO.
           PERFORM 6000-GRAVA-CATALOGO.
           ADD WRK-QTD-ARQUIVADAS   TO WRK-TOT-ARQUIVADAS.
           ADD WRK-QTD-EXPURGADAS   TO WRK-TOT-EXPURGADAS.
           MOVE TAR-ID(WRK-ARQ-IDX) TO REL-ARQ-ID.
           MOVE WRK-CORTE(5:2)      TO REL-ARQ-CORTE-MES.
           MOVE WRK-CORTE(1:4)      TO REL-ARQ-CORTE-ANO.
           MOVE WRK-QTD-LIDAS       TO REL-ARQ-LIDAS.
           MOVE WRK-QTD-ARQUIVADAS  TO REL-ARQ-ARQUIVADAS.
           MOVE WRK-QTD-MANTIDAS    TO REL-ARQ-MANTIDAS.
           WRITE REG-RELATORIO      FROM WRK-REL-ARQUIVO.
           IF WRK-QTD-ARQUIVADAS GREATER ZEROS
               MOVE WRK-NOME-CORTE   TO REL-GER-NOME
           ELSE
               MOVE 'NENHUMA LINHA DE PERIODO FECHADO'
                                     TO REL-GER-NOME
           END-IF.
           MOVE WRK-QTD-ATIVAS      TO REL-GER-ATIVAS.
           MOVE TRT-GERACOES(WRK-ARQ-IDX) TO REL-GER-RETER.
           WRITE REG-RELATORIO      FROM WRK-REL-GERACAO.
           GO TO 5199-SAIDA.
      *
       5190-GRAVA-OBSERVACAO.
      *
           MOVE TAR-ID(WRK-ARQ-IDX) TO REL-OBS-ID.
           MOVE WRK-MOTIVO          TO REL-OBS-MOTIVO.
           WRITE REG-RELATORIO      FROM WRK-REL-OBS.
      *
       5199-SAIDA.
      ******************************************************************
       5200-CONFERE-CONTROLE   SECTION.
      ******************************************************************
      *    PASSADA PREVIA DO FRETHIST, COMO NO PROGCOB04: CADA GRUPO
      *    '1'...'9' DEVE FECHAR EM QUANTIDADE E SOMA DE FRETE. GRUPO
      *    ABERTO OU TRAILER DIVERGENTE DEIXA O ARQUIVO INTOCADO PARA
      *    APURACAO. ARQUIVO INEXISTENTE NAO TEM O QUE CONFERIR.
      *
           MOVE 'S'                 TO WRK-CTL-OK.
           MOVE 'N'                 TO WRK-CTL-EM-GRUPO.
           MOVE ZEROS                TO WRK-CTL-QTD WRK-CTL-SOMA.
           MOVE 'N'                 TO WRK-EOF-VIVO.
           OPEN INPUT ARQ-VIVO.
           IF WRK-FS-VIVO NOT EQUAL '00'
               GO TO 5299-SAIDA
           END-IF.
           PERFORM UNTIL FIM-VIVO OR NOT CONTROLE-OK
               READ ARQ-VIVO        INTO WRK-REG-LIDO
                   AT END
                       MOVE 'S'     TO WRK-EOF-VIVO
               END-READ
               IF NOT FIM-VIVO
                   PERFORM 5210-CLASSIFICA-CONTROLE
               END-IF
           END-PERFORM.
           IF CTL-EM-GRUPO
               MOVE 'N'             TO WRK-CTL-OK
           END-IF.
           CLOSE ARQ-VIVO.
           GO TO 5299-SAIDA.
      *
       5210-CLASSIFICA-CONTROLE.
      *
           MOVE WRK-REG-LIDO        TO WRK-CTL-LIDO.
           EVALUATE RL-HIS-TIPO-REG
               WHEN '1'
                   IF CTL-EM-GRUPO
                       MOVE 'N'      TO WRK-CTL-OK
                   ELSE
                       MOVE 'S'      TO WRK-CTL-EM-GRUPO
                       MOVE ZEROS    TO WRK-CTL-QTD WRK-CTL-SOMA
                   END-IF
               WHEN '2'
                   IF NOT CTL-EM-GRUPO
                    OR RL-HIS-FRETE IS NOT NUMERIC
                       MOVE 'N'      TO WRK-CTL-OK
                   ELSE
                       ADD 1         TO WRK-CTL-QTD
                       ADD RL-HIS-FRETE TO WRK-CTL-SOMA
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
       5299-SAIDA.
      ******************************************************************
       5300-SEPARA-LINHAS      SECTION.
      ******************************************************************
      *    LE O VIVO INTEIRO: LINHA DE COMPETENCIA ATE O CORTE VAI
      *    PARA A GERACAO, O RESTO PARA O ARQUIVO DE TRABALHO QUE
      *    DEPOIS SUBSTITUI O VIVO. LINHA SEM DATA RECONHECIVEL FICA
      *    NO VIVO. A GERACAO SO E ABERTA NA PRIMEIRA LINHA A
      *    ARQUIVAR; SE JA EXISTE NO CATALOGO (REEXECUCAO NO MESMO
      *    CORTE), RECEBE AS LINHAS NO FIM. QUALQUER ERRO AO GRAVAR
      *    A GERACAO OU O ARQUIVO DE TRABALHO INTERROMPE A LEITURA E
      *    O VIVO FICA COMO ESTAVA.
      *
           MOVE 'N'                 TO WRK-EOF-VIVO WRK-GER-ABERTA
                                       WRK-GER-ERRO.
           MOVE 'N'                 TO WRK-GRP-ARQ WRK-GRP-VIVO.
           OPEN INPUT ARQ-VIVO.
           IF WRK-FS-VIVO NOT EQUAL '00'
               GO TO 5399-SAIDA
           END-IF.
           OPEN OUTPUT ARQ-TRABALHO.
           IF WRK-FS-TRABALHO NOT EQUAL '00'
               MOVE 'ARQTRAB.DAT'   TO WRK-ERR-NOME
               MOVE WRK-FS-TRABALHO TO WRK-ERR-FS
               PERFORM 5380-ERRO-GRAVACAO
               CLOSE ARQ-VIVO
               GO TO 5399-SAIDA
           END-IF.
           PERFORM 5310-LE-VIVO.
           PERFORM UNTIL FIM-VIVO
               ADD 1                TO WRK-QTD-LIDAS
               IF TAR-FRETE(WRK-ARQ-IDX)
                   PERFORM 5320-SEPARA-FRETE
               ELSE
                   PERFORM 5340-COMPETENCIA-DA-LINHA
                   IF WRK-REG-COMP GREATER ZEROS
                      AND WRK-REG-COMP NOT GREATER WRK-CORTE
                       MOVE WRK-REG-LIDO TO WRK-REG-SAIDA
                       PERFORM 5350-GRAVA-GERACAO
                   ELSE
                       WRITE REG-TRABALHO FROM WRK-REG-LIDO
                       PERFORM 5390-CONFERE-TRABALHO
                       ADD 1        TO WRK-QTD-MANTIDAS
                   END-IF
               END-IF
               PERFORM 5310-LE-VIVO
           END-PERFORM.
           CLOSE ARQ-VIVO.
           CLOSE ARQ-TRABALHO.
           PERFORM 5390-CONFERE-TRABALHO.
           IF GERACAO-ABERTA
               CLOSE ARQ-GERACAO
               IF WRK-FS-GERACAO NOT EQUAL '00'
                   MOVE WRK-NOME-GERACAO TO WRK-ERR-NOME
                   MOVE WRK-FS-GERACAO TO WRK-ERR-FS
                   PERFORM 5380-ERRO-GRAVACAO
               END-IF
           END-IF.
           GO TO 5399-SAIDA.
      *
       5310-LE-VIVO.
      *
           IF NOT FIM-VIVO
               READ ARQ-VIVO        INTO WRK-REG-LIDO
                   AT END
                       MOVE 'S'     TO WRK-EOF-VIVO
               END-READ
           END-IF.
      *
       5320-SEPARA-FRETE.
      *
      *    O CABECALHO SO GUARDA A DATA DO GRUPO; CADA DETALHE ABRE O
      *    GRUPO DO SEU LADO NA PRIMEIRA VEZ; O TRAILER FECHA, COM
      *    QUANTIDADE E SOMA RECONTADAS, OS LADOS QUE RECEBERAM
      *    DETALHE. O CONTROLE JA FOI CONFERIDO NA PASSADA PREVIA.
      *
           EVALUATE RL-HIS-TIPO-REG
               WHEN '1'
                   MOVE RL-HIS-DATA  TO WRK-GRP-DATA
                   MOVE 'N'          TO WRK-GRP-ARQ WRK-GRP-VIVO
                   MOVE ZEROS        TO WRK-GRP-ARQ-QTD
                                        WRK-GRP-ARQ-SOMA
                                        WRK-GRP-VIVO-QTD
                                        WRK-GRP-VIVO-SOMA
               WHEN '2'
                   PERFORM 5330-SEPARA-DETALHE
               WHEN '9'
                   IF GRUPO-NA-GERACAO
                       MOVE WRK-GRP-ARQ-QTD  TO CTL-TRL-QTD
                       MOVE WRK-GRP-ARQ-SOMA TO CTL-TRL-SOMA
                       MOVE WRK-CTL-TRAILER  TO WRK-REG-SAIDA
                       PERFORM 5350-GRAVA-GERACAO
                   END-IF
                   IF GRUPO-NO-VIVO
                       MOVE WRK-GRP-VIVO-QTD  TO CTL-TRL-QTD
                       MOVE WRK-GRP-VIVO-SOMA TO CTL-TRL-SOMA
                       WRITE REG-TRABALHO FROM WRK-CTL-TRAILER
                       PERFORM 5390-CONFERE-TRABALHO
                       ADD 1         TO WRK-QTD-MANTIDAS
                   END-IF
                   MOVE 'N'          TO WRK-GRP-ARQ WRK-GRP-VIVO
           END-EVALUATE.
      *
       5330-SEPARA-DETALHE.
      *
           IF RL-HIS-ANOMES IS NUMERIC
               MOVE RL-HIS-ANOMES   TO WRK-REG-COMP
           ELSE
               MOVE ZEROS            TO WRK-REG-COMP
           END-IF.
           IF WRK-REG-COMP GREATER ZEROS
              AND WRK-REG-COMP NOT GREATER WRK-CORTE
               IF NOT GRUPO-NA-GERACAO
                   MOVE WRK-GRP-DATA TO CTL-CAB-DATA
                   MOVE WRK-CTL-CABECALHO TO WRK-REG-SAIDA
                   PERFORM 5350-GRAVA-GERACAO
                   MOVE 'S'          TO WRK-GRP-ARQ
               END-IF
               ADD 1                TO WRK-GRP-ARQ-QTD
               ADD RL-HIS-FRETE     TO WRK-GRP-ARQ-SOMA
               MOVE WRK-REG-LIDO    TO WRK-REG-SAIDA
               PERFORM 5350-GRAVA-GERACAO
           ELSE
               IF NOT GRUPO-NO-VIVO
                   MOVE WRK-GRP-DATA TO CTL-CAB-DATA
                   WRITE REG-TRABALHO FROM WRK-CTL-CABECALHO
                   PERFORM 5390-CONFERE-TRABALHO
                   ADD 1            TO WRK-QTD-MANTIDAS
                   MOVE 'S'          TO WRK-GRP-VIVO
               END-IF
               ADD 1                TO WRK-GRP-VIVO-QTD
               ADD RL-HIS-FRETE     TO WRK-GRP-VIVO-SOMA
               WRITE REG-TRABALHO   FROM WRK-REG-LIDO
               PERFORM 5390-CONFERE-TRABALHO
               ADD 1                TO WRK-QTD-MANTIDAS
           END-IF.
      *
       5340-COMPETENCIA-DA-LINHA.
      *
      *    COMPETENCIA (AAAAMM) DA LINHA LIDA CONFORME O FORMATO DO
      *    HISTORICO - ZEROS QUANDO A DATA NAO E RECONHECIVEL. NO
      *    ESTOQREG VALE A DATA DO CABECALHO DO REGISTRO DO DIA;
      *    REGISTRO ANTIGO, GRAVADO SEM DATA, VAI COM O CORTE.
      *
           MOVE ZEROS                TO WRK-REG-COMP.
           EVALUATE TRUE
               WHEN TAR-EXTRATO(WRK-ARQ-IDX)
                   IF RL-EXT-ANOMES IS NUMERIC
                       MOVE RL-EXT-ANOMES TO WRK-REG-COMP
                   END-IF
               WHEN TAR-OPERLOG(WRK-ARQ-IDX)
                   IF RL-OPL-ANOMES IS NUMERIC
                       MOVE RL-OPL-ANOMES TO WRK-REG-COMP
                   END-IF
               WHEN TAR-AUDITORIA(WRK-ARQ-IDX)
                   IF RL-AUD-ANO IS NUMERIC
                      AND RL-AUD-MES IS NUMERIC
                       COMPUTE WRK-REG-COMP = RL-AUD-ANO * 100
                                            + RL-AUD-MES
                   END-IF
               WHEN TAR-REG-ESTOQUE(WRK-ARQ-IDX)
                   IF RL-EST-TITULO EQUAL
                      'REGISTRO DE MOVIMENTO ESTOQUE'
                       IF RL-EST-ANO IS NUMERIC
                          AND RL-EST-MES IS NUMERIC
                           COMPUTE WRK-COMP-REGISTRO =
                                   RL-EST-ANO * 100 + RL-EST-MES
                       ELSE
                           MOVE WRK-CORTE TO WRK-COMP-REGISTRO
                       END-IF
                   END-IF
                   MOVE WRK-COMP-REGISTRO TO WRK-REG-COMP
           END-EVALUATE.
      *
       5350-GRAVA-GERACAO.
      *
      *    GRAVA WRK-REG-SAIDA NA GERACAO, ABRINDO-A NA PRIMEIRA VEZ.
      *    GERACAO QUE NAO ABRE OU NAO GRAVA INTERROMPE A LEITURA E
      *    O VIVO FICA COMO ESTAVA (O ARQUIVO DE TRABALHO E
      *    DESCARTADO).
      *
           IF NOT GERACAO-ABERTA AND NOT GERACAO-COM-ERRO
               PERFORM 5360-ABRE-GERACAO
           END-IF.
           IF GERACAO-ABERTA AND NOT GERACAO-COM-ERRO
               WRITE REG-GERACAO    FROM WRK-REG-SAIDA
               IF WRK-FS-GERACAO NOT EQUAL '00'
                   MOVE WRK-NOME-GERACAO TO WRK-ERR-NOME
                   MOVE WRK-FS-GERACAO TO WRK-ERR-FS
                   PERFORM 5380-ERRO-GRAVACAO
               ELSE
                   ADD 1            TO WRK-QTD-ARQUIVADAS
                   IF WRK-REG-COMP GREATER ZEROS
                      AND WRK-REG-COMP NOT GREATER WRK-CORTE
                      AND (WRK-COMP-INICIAL EQUAL ZEROS
                        OR WRK-REG-COMP LESS WRK-COMP-INICIAL)
                       MOVE WRK-REG-COMP TO WRK-COMP-INICIAL
                   END-IF
               END-IF
           END-IF.
      *
       5360-ABRE-GERACAO.
      *
           PERFORM 5370-LOCALIZA-GERACAO.
           IF WRK-CAT-POS GREATER ZEROS
               OPEN EXTEND ARQ-GERACAO
               IF WRK-FS-GERACAO EQUAL '35'
                   OPEN OUTPUT ARQ-GERACAO
               END-IF
           ELSE
               OPEN OUTPUT ARQ-GERACAO
           END-IF.
           IF WRK-FS-GERACAO EQUAL '00'
               MOVE 'S'             TO WRK-GER-ABERTA
           ELSE
               DISPLAY 'GERACAO ' WRK-NOME-GERACAO
                       ' NAO PODE SER GRAVADA - FS ' WRK-FS-GERACAO
                       ' - ' TAR-ID(WRK-ARQ-IDX) ' NAO ARQUIVADO.'
               MOVE 'S'             TO WRK-GER-ERRO
               MOVE 'S'             TO WRK-EOF-VIVO
               MOVE 'ARQUIVAMENTO'  TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE TAR-ID(WRK-ARQ-IDX) TO OPL-DETALHE
               MOVE 'FS'            TO OPL-DETALHE(10:2)
               MOVE WRK-FS-GERACAO  TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
      *
       5370-LOCALIZA-GERACAO.
      *
           MOVE ZEROS                TO WRK-CAT-POS.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX GREATER WRK-QTD-CAT
                  OR WRK-CAT-POS GREATER ZEROS
               IF TCT-ARQUIVO(WRK-CAT-IDX) EQUAL TAR-ID(WRK-ARQ-IDX)
                  AND TCT-COMPETENCIA(WRK-CAT-IDX) EQUAL WRK-CORTE
                   MOVE WRK-CAT-IDX TO WRK-CAT-POS
               END-IF
           END-PERFORM.
      *
       5380-ERRO-GRAVACAO.
      *
      *    ERRO AO GRAVAR WRK-ERR-NOME: AVISA NA PRIMEIRA VEZ E
      *    INTERROMPE A SEPARACAO - O 5100 NAO REGRAVA O VIVO NEM
      *    ATUALIZA O CATALOGO.
      *
           IF NOT GERACAO-COM-ERRO
               DISPLAY 'ARQUIVO ' WRK-ERR-NOME
                       ' NAO PODE SER GRAVADO - FS ' WRK-ERR-FS
                       ' - ' TAR-ID(WRK-ARQ-IDX) ' NAO ARQUIVADO.'
               MOVE 'ARQUIVAMENTO'  TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE TAR-ID(WRK-ARQ-IDX) TO OPL-DETALHE
               MOVE 'FS'            TO OPL-DETALHE(10:2)
               MOVE WRK-ERR-FS      TO OPL-DETALHE(13:2)
               PERFORM 17000-GRAVA-OPERLOG
           END-IF.
           MOVE 'S'                 TO WRK-GER-ERRO.
           MOVE 'S'                 TO WRK-EOF-VIVO.
      *
       5390-CONFERE-TRABALHO.
      *
           IF WRK-FS-TRABALHO NOT EQUAL '00'
               MOVE 'ARQTRAB.DAT'   TO WRK-ERR-NOME
               MOVE WRK-FS-TRABALHO TO WRK-ERR-FS
               PERFORM 5380-ERRO-GRAVACAO
           END-IF.
      *
       5399-SAIDA.
      ******************************************************************
       5600-REGRAVA-VIVO       SECTION.
      ******************************************************************
      *    O ARQUIVO DE TRABALHO, JA SEM AS LINHAS ARQUIVADAS E COM OS
      *    GRUPOS DE CONTROLE REMONTADOS, SUBSTITUI O VIVO. SE O
      *    TRABALHO OU O VIVO NAO ABREM, O VIVO FICA COMO ESTAVA E A
      *    GERACAO NAO ENTRA NO CATALOGO (UMA NOVA EXECUCAO NO MESMO
      *    CORTE A REGRAVA DO INICIO). ERRO NO MEIO DA REGRAVACAO
      *    DEIXA O VIVO INCOMPLETO: A GERACAO JA ESTA COMPLETA E VAI
      *    PARA O CATALOGO, O RESTO DO VIVO ESTA NO ARQTRAB.DAT E O
      *    ARQUIVAMENTO PARA AQUI, PARA O PROXIMO HISTORICO NAO
      *    REGRAVAR O ARQUIVO DE TRABALHO.
      *
           MOVE 'N'                 TO WRK-EOF-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           IF WRK-FS-TRABALHO NOT EQUAL '00'
               MOVE 'ARQTRAB.DAT'   TO WRK-ERR-NOME
               MOVE WRK-FS-TRABALHO TO WRK-ERR-FS
               PERFORM 5690-ERRO-REGRAVACAO
               MOVE 'S'             TO WRK-GER-ERRO
               GO TO 5699-SAIDA
           END-IF.
           OPEN OUTPUT ARQ-VIVO.
           IF WRK-FS-VIVO NOT EQUAL '00'
               MOVE WRK-NOME-VIVO   TO WRK-ERR-NOME
               MOVE WRK-FS-VIVO     TO WRK-ERR-FS
               PERFORM 5690-ERRO-REGRAVACAO
               MOVE 'S'             TO WRK-GER-ERRO
               CLOSE ARQ-TRABALHO
               GO TO 5699-SAIDA
           END-IF.
           PERFORM UNTIL FIM-TRABALHO
               READ ARQ-TRABALHO
                   AT END
                       MOVE 'S'     TO WRK-EOF-TRABALHO
                   NOT AT END
                       WRITE REG-VIVO FROM REG-TRABALHO
                       IF WRK-FS-VIVO NOT EQUAL '00'
                           MOVE WRK-NOME-VIVO TO WRK-ERR-NOME
                           MOVE WRK-FS-VIVO TO WRK-ERR-FS
                           PERFORM 5690-ERRO-REGRAVACAO
                           DISPLAY 'VIVO ' WRK-NOME-VIVO
                                   ' INCOMPLETO - RESTAURAR DO '
                                   'ARQTRAB.DAT. ARQUIVAMENTO '
                                   'CANCELADO.'
                           MOVE 'S' TO WRK-CANCELADO
                           MOVE 'S' TO WRK-EOF-TRABALHO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-VIVO.
           IF WRK-FS-VIVO NOT EQUAL '00'
              AND NOT ARQUIVAMENTO-CANCELADO
               MOVE WRK-NOME-VIVO   TO WRK-ERR-NOME
               MOVE WRK-FS-VIVO     TO WRK-ERR-FS
               PERFORM 5690-ERRO-REGRAVACAO
               DISPLAY 'VIVO ' WRK-NOME-VIVO
                       ' INCOMPLETO - RESTAURAR DO '
                       'ARQTRAB.DAT. ARQUIVAMENTO CANCELADO.'
               MOVE 'S'             TO WRK-CANCELADO
           END-IF.
           GO TO 5699-SAIDA.
      *
       5690-ERRO-REGRAVACAO.
      *
           DISPLAY 'ARQUIVO ' WRK-ERR-NOME
                   ' NAO PODE SER GRAVADO - FS ' WRK-ERR-FS
                   ' - ' TAR-ID(WRK-ARQ-IDX) ' NAO REGRAVADO.'.
           MOVE 'ARQUIVAMENTO'      TO OPL-SECAO.
           MOVE 'ERRO-FS'           TO OPL-EVENTO.
           MOVE TAR-ID(WRK-ARQ-IDX) TO OPL-DETALHE.
           MOVE 'FS'                TO OPL-DETALHE(10:2).
           MOVE WRK-ERR-FS          TO OPL-DETALHE(13:2).
           PERFORM 17000-GRAVA-OPERLOG.
      *
       5699-SAIDA.
      ******************************************************************
       5700-ATUALIZA-CATALOGO  SECTION.
      ******************************************************************
      *    GERACAO NOVA ENTRA NO FIM DO CATALOGO; REEXECUCAO NO MESMO
      *    CORTE SOMA AS LINHAS NA ENTRADA QUE JA EXISTE.
      *
           PERFORM 5370-LOCALIZA-GERACAO.
           IF WRK-CAT-POS EQUAL ZEROS
               IF WRK-QTD-CAT NOT LESS WRK-MAX-CAT
                   DISPLAY 'CATALOGO DE GERACOES CHEIO - '
                           WRK-NOME-GERACAO ' GRAVADA FORA DO '
                           'CATALOGO.'
                   MOVE 'ARQUIVAMENTO' TO OPL-SECAO
                   MOVE 'SUSPENSA'  TO OPL-EVENTO
                   MOVE 'ARQGER CHEIO' TO OPL-DETALHE
                   PERFORM 17000-GRAVA-OPERLOG
                   GO TO 5799-SAIDA
               END-IF
               ADD 1                TO WRK-QTD-CAT
               MOVE WRK-QTD-CAT     TO WRK-CAT-POS
               MOVE TAR-ID(WRK-ARQ-IDX) TO TCT-ARQUIVO(WRK-CAT-POS)
               MOVE WRK-CORTE       TO TCT-COMPETENCIA(WRK-CAT-POS)
               MOVE ZEROS            TO TCT-COMP-INICIAL(WRK-CAT-POS)
                                        TCT-QTD(WRK-CAT-POS)
               MOVE WRK-NOME-GERACAO TO TCT-NOME(WRK-CAT-POS)
           END-IF.
           IF TCT-COMP-INICIAL(WRK-CAT-POS) EQUAL ZEROS
            OR WRK-COMP-INICIAL LESS TCT-COMP-INICIAL(WRK-CAT-POS)
               MOVE WRK-COMP-INICIAL TO TCT-COMP-INICIAL(WRK-CAT-POS)
           END-IF.
           MOVE WRK-DT-ATU-NUM      TO TCT-DT-GERACAO(WRK-CAT-POS).
           ADD WRK-QTD-ARQUIVADAS   TO TCT-QTD(WRK-CAT-POS).
           MOVE 'A'                 TO TCT-SITUACAO(WRK-CAT-POS).
           MOVE ZEROS                TO TCT-DT-EXPURGO(WRK-CAT-POS).
      *
       5799-SAIDA.
      ******************************************************************
       5800-APLICA-RETENCAO    SECTION.
      ******************************************************************
      *    ENQUANTO HOUVER MAIS GERACOES ATIVAS DO HISTORICO QUE A
      *    RETENCAO DO CARTAO, A MAIS ANTIGA E APAGADA E MARCADA
      *    COMO EXPURGADA NO CATALOGO. GERACAO QUE NAO PODE SER
      *    APAGADA INTERROMPE O EXPURGO DESTE HISTORICO.
      *
           PERFORM 5810-CONTA-ATIVAS.
           PERFORM UNTIL WRK-QTD-ATIVAS
                         NOT GREATER TRT-GERACOES(WRK-ARQ-IDX)
                      OR WRK-CAT-ANTIGA EQUAL ZEROS
               MOVE TCT-NOME(WRK-CAT-ANTIGA) TO WRK-NOME-GERACAO
               DELETE FILE ARQ-GERACAO
               IF WRK-FS-GERACAO EQUAL '00'
                OR WRK-FS-GERACAO EQUAL '35'
                   MOVE 'E'         TO TCT-SITUACAO(WRK-CAT-ANTIGA)
                   MOVE WRK-DT-ATU-NUM
                                     TO TCT-DT-EXPURGO(WRK-CAT-ANTIGA)
                   ADD 1            TO WRK-QTD-EXPURGADAS
                   MOVE WRK-NOME-GERACAO TO REL-EXP-NOME
                   WRITE REG-RELATORIO FROM WRK-REL-EXPURGO
                   PERFORM 5810-CONTA-ATIVAS
               ELSE
                   DISPLAY 'GERACAO ' WRK-NOME-GERACAO
                           ' NAO PODE SER EXPURGADA - FS '
                           WRK-FS-GERACAO '.'
                   MOVE 'ARQUIVAMENTO' TO OPL-SECAO
                   MOVE 'ERRO-FS'   TO OPL-EVENTO
                   MOVE TAR-ID(WRK-ARQ-IDX) TO OPL-DETALHE
                   MOVE 'FS'        TO OPL-DETALHE(10:2)
                   MOVE WRK-FS-GERACAO TO OPL-DETALHE(13:2)
                   PERFORM 17000-GRAVA-OPERLOG
                   MOVE ZEROS        TO WRK-CAT-ANTIGA
               END-IF
           END-PERFORM.
           GO TO 5899-SAIDA.
      *
       5810-CONTA-ATIVAS.
      *
      *    QUANTIDADE DE GERACOES ATIVAS DO HISTORICO E POSICAO DA
      *    MAIS ANTIGA (MENOR COMPETENCIA DE CORTE) NO CATALOGO.
      *
           MOVE ZEROS                TO WRK-QTD-ATIVAS WRK-CAT-ANTIGA.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX GREATER WRK-QTD-CAT
               IF TCT-ARQUIVO(WRK-CAT-IDX) EQUAL TAR-ID(WRK-ARQ-IDX)
                  AND TCT-ATIVA(WRK-CAT-IDX)
                   ADD 1            TO WRK-QTD-ATIVAS
                   IF WRK-CAT-ANTIGA EQUAL ZEROS
                    OR TCT-COMPETENCIA(WRK-CAT-IDX)
                       LESS TCT-COMPETENCIA(WRK-CAT-ANTIGA)
                       MOVE WRK-CAT-IDX TO WRK-CAT-ANTIGA
                   END-IF
               END-IF
           END-PERFORM.
      *
       5899-SAIDA.
      ******************************************************************
       6000-GRAVA-CATALOGO     SECTION.
      ******************************************************************
      *    REGRAVA O CATALOGO INTEIRO A PARTIR DA TABELA.
      *
           OPEN OUTPUT ARQ-CATALOGO.
           IF WRK-FS-CATALOGO NOT EQUAL '00'
               DISPLAY 'CATALOGO DE GERACOES (ARQGER.DAT) NAO PODE '
                       'SER GRAVADO - FS ' WRK-FS-CATALOGO '.'
               MOVE 'ARQUIVAMENTO'  TO OPL-SECAO
               MOVE 'ERRO-FS'       TO OPL-EVENTO
               MOVE 'ARQGER FS'     TO OPL-DETALHE
               MOVE WRK-FS-CATALOGO TO OPL-DETALHE(11:2)
               PERFORM 17000-GRAVA-OPERLOG
               GO TO 6999-SAIDA
           END-IF.
           PERFORM VARYING WRK-CAT-IDX FROM 1 BY 1
               UNTIL WRK-CAT-IDX GREATER WRK-QTD-CAT
               MOVE TCT-ARQUIVO(WRK-CAT-IDX)     TO CAT-ARQUIVO
               MOVE TCT-COMPETENCIA(WRK-CAT-IDX) TO CAT-COMPETENCIA
               MOVE TCT-COMP-INICIAL(WRK-CAT-IDX) TO CAT-COMP-INICIAL
               MOVE TCT-NOME(WRK-CAT-IDX)        TO CAT-NOME
               MOVE TCT-DT-GERACAO(WRK-CAT-IDX)  TO CAT-DT-GERACAO
               MOVE TCT-QTD(WRK-CAT-IDX)         TO CAT-QTD
               MOVE TCT-SITUACAO(WRK-CAT-IDX)    TO CAT-SITUACAO
               MOVE TCT-DT-EXPURGO(WRK-CAT-IDX)  TO CAT-DT-EXPURGO
               WRITE REG-CATALOGO
           END-PERFORM.
           CLOSE ARQ-CATALOGO.
      *
       6999-SAIDA.
      ******************************************************************
       7000-FINALIZA           SECTION.
      ******************************************************************
      *
           MOVE WRK-TOT-ARQUIVADAS  TO REL-TOT-ARQUIVADAS.
           MOVE WRK-TOT-EXPURGADAS  TO REL-TOT-EXPURGADAS.
           WRITE REG-RELATORIO      FROM WRK-REL-TOT.
           CLOSE ARQ-RELATORIO.
           DISPLAY 'ARQUIVAMENTO DOS HISTORICOS - LINHAS ARQUIVADAS: '
                   WRK-TOT-ARQUIVADAS
                   ' GERACOES EXPURGADAS: ' WRK-TOT-EXPURGADAS.
      *
       7999-SAIDA.
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
