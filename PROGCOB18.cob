       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB18.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = REVISAO SEMANAL DE ACESSOS (REVACESS.DAT): PARA CADA *
      *           USUARIO DO USER-MASTER, NIVEL, ULTIMO LOGIN,         *
      *           SITUACAO DA CONTA, SECOES DO PROGCOB01 QUE O NIVEL   *
      *           PODE EXECUTAR PELA MATRIZ AUTSECAO.DAT E AS          *
      *           TENTATIVAS NEGADAS NO PERIODO (SIGN-ON RECUSADO E    *
      *           SECAO NEGADA), CONTADAS NO LOG DE AUDITORIA E NAS    *
      *           GERACOES ARQUIVADAS DELE QUE O PERIODO ALCANCA.      *
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
           SELECT ARQ-REV-PARM     ASSIGN TO "REVPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-AUTORIZACAO  ASSIGN TO "AUTSECAO.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-AUTORIZ.
           SELECT ARQ-USER-MASTER  ASSIGN TO "USERMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS USR-ID
                                    FILE STATUS IS WRK-FS-USER.
           SELECT ARQ-AUDIT-LOG    ASSIGN USING WRK-NOME-AUDIT
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-AUDIT.
           SELECT ARQ-CATALOGO     ASSIGN TO "ARQGER.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CATALOGO.
           SELECT ARQ-REVISAO      ASSIGN TO "REVACESS.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    CARTAO DE PARAMETROS: PERIODO DA REVISAO (AAAAMMDD). SEM O
      *    CARTAO (OU ZERADO) VALEM OS SETE DIAS ATE A DATA CORRENTE.
       FD  ARQ-REV-PARM
           RECORDING MODE IS F.
       01  REG-REV-PARM.
           02 PRM-DT-INICIO         PIC 9(08).
           02 PRM-DT-FIM            PIC 9(08).
      *
      *    MESMO LAYOUT DA MATRIZ DE AUTORIZACAO DO PROGCOB01.
       FD  ARQ-AUTORIZACAO
           RECORDING MODE IS F.
       01  REG-AUTORIZACAO.
           02 AUT-SECAO             PIC X(18).
           02 AUT-NIVEL             OCCURS 10 TIMES PIC X(02).
      *
      *    MESMO LAYOUT DO USER-MASTER DO PROGCOB01.
       FD  ARQ-USER-MASTER.
       01  REG-USER-MASTER.
           02 USR-ID                PIC X(08).
           02 USR-SENHA             PIC X(08).
           02 USR-NIVEL             PIC 9(02).
           02 USR-ULT-LOGIN         PIC X(10).
           02 USR-TENT-FALHA        PIC 9(01).
           02 USR-DT-TROCA-SENHA    PIC 9(08).
      *
       FD  ARQ-AUDIT-LOG
           RECORDING MODE IS F.
       01  REG-AUDIT-LOG            PIC X(46).
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
       FD  ARQ-REVISAO
           RECORDING MODE IS F.
       01  REG-REVISAO              PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-AUTORIZ  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-USER     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-AUDIT    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CATALOGO PIC  X(02)           VALUE SPACES.
       77  WRK-NOME-AUDIT  PIC  X(30)           VALUE SPACES.
       77  WRK-DT-INICIO   PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-FIM      PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-INTEIRO  PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-LINHA    PIC  9(08)           VALUE ZEROS.
       77  WRK-COMP-INICIO PIC  9(06)           VALUE ZEROS.
       77  WRK-COMP-FIM    PIC  9(06)           VALUE ZEROS.
       77  WRK-EOF-AUTORIZ PIC  X(01)           VALUE 'N'.
           88 FIM-AUTORIZ                       VALUE 'S'.
       77  WRK-EOF-USER    PIC  X(01)           VALUE 'N'.
           88 FIM-USER                          VALUE 'S'.
       77  WRK-EOF-AUDIT   PIC  X(01)           VALUE 'N'.
           88 FIM-AUDIT                         VALUE 'S'.
       77  WRK-EOF-CATALOGO PIC X(01)           VALUE 'N'.
           88 FIM-CATALOGO                      VALUE 'S'.
       77  WRK-AUT-CARGA   PIC  X(01)           VALUE 'N'.
           88 MATRIZ-CARREGADA                  VALUE 'S'.
       77  WRK-MAX-TENT-FALHA PIC 9(01)         VALUE 3.
      *
      *    FONTES DO LOG DE AUDITORIA: GERACOES ARQUIVADAS QUE O
      *    PERIODO ALCANCA (ORDEM DO CATALOGO) E, POR ULTIMO, O VIVO.
       77  WRK-QTD-FONTES  PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-MAX-FONTES  PIC  9(03) COMP      VALUE 20.
       77  WRK-FNT-IDX     PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-QTD-GERACOES PIC 9(03)           VALUE ZEROS.
       01  WRK-TAB-FONTES.
           02 WRK-FNT-NOME          OCCURS 20 TIMES PIC X(30).
      *
      *    MATRIZ DE AUTORIZACAO EM MEMORIA.
       77  WRK-QTD-AUT     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-MAX-AUT     PIC  9(02) COMP      VALUE 30.
       77  WRK-AUT-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-NIV-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-AUT-ACHOU   PIC  X(01)           VALUE 'N'.
           88 NIVEL-PERMITIDO                   VALUE 'S'.
       01  WRK-TAB-AUTORIZACAO.
           02 WRK-AUT-ENT           OCCURS 30 TIMES.
              03 TAU-SECAO          PIC X(18).
              03 TAU-NIVEL          OCCURS 10 TIMES PIC X(02).
      *
      *    SECOES PERMITIDAS AO USUARIO CORRENTE (SEM REPETICAO).
       77  WRK-QTD-PER     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-PER-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-PER-ACHOU   PIC  X(01)           VALUE 'N'.
           88 SECAO-JA-LISTADA                  VALUE 'S'.
       77  WRK-SEC-IDX     PIC  9(02) COMP      VALUE ZEROS.
       01  WRK-TAB-PERMITIDAS.
           02 WRK-PER-SECAO         OCCURS 30 TIMES PIC X(18).
      *
      *    TENTATIVAS NEGADAS NO PERIODO POR USUARIO: SECAO EM BRANCO
      *    E SIGN-ON RECUSADO; PREENCHIDA E SECAO NEGADA PELA MATRIZ.
       77  WRK-QTD-OCO     PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-MAX-OCO     PIC  9(03) COMP      VALUE 500.
       77  WRK-OCO-IDX     PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-OCO-ACHOU   PIC  X(01)           VALUE 'N'.
           88 OCORRENCIA-ACHADA                 VALUE 'S'.
       77  WRK-OCO-SECAO   PIC  X(14)           VALUE SPACES.
       01  WRK-TAB-OCORRENCIAS.
           02 WRK-OCO-ENT           OCCURS 500 TIMES.
              03 TOC-USER           PIC X(08).
              03 TOC-SECAO          PIC X(14).
              03 TOC-QTD            PIC 9(05).
              03 TOC-LISTADA        PIC X(01).
      *
       77  WRK-USR-FALHAS  PIC  9(05)           VALUE ZEROS.
       77  WRK-USR-NEGADAS PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-USUARIOS PIC 9(05)           VALUE ZEROS.
       77  WRK-QTD-LIDAS   PIC  9(07)           VALUE ZEROS.
       77  WRK-TOT-FALHAS  PIC  9(05)           VALUE ZEROS.
       77  WRK-TOT-NEGADAS PIC  9(05)           VALUE ZEROS.
       77  WRK-TOT-FORA    PIC  9(05)           VALUE ZEROS.
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
      *
       01  WRK-DT-EDICAO.
           02 WRK-DTE-ANO  PIC 9(04)            VALUE ZEROS.
           02 WRK-DTE-MES  PIC 9(02)            VALUE ZEROS.
           02 WRK-DTE-DIA  PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-EDICAO-NUM REDEFINES WRK-DT-EDICAO PIC 9(08).
      *
      *    LINHA LIDA DO LOG DE AUDITORIA. SO AS LINHAS NO LAYOUT DO
      *    SIGN-ON (PROGCOB01/PROGCOB02 - USUARIO NA COLUNA 13) SAO
      *    CONSIDERADAS; AS DEMAIS MANUTENCOES GRAVAM OUTRO LAYOUT.
       01  WRK-AUD-LIDO.
           02 ALD-DIA               PIC X(02).
           02 FILLER                PIC X(01).
           02 ALD-MES               PIC X(02).
           02 FILLER                PIC X(01).
           02 ALD-ANO               PIC X(04).
           02 ALD-SEP-1             PIC X(02).
           02 ALD-USER              PIC X(08).
           02 ALD-SEP-2             PIC X(02).
           02 ALD-RESULTADO         PIC X(20).
              88 ALD-SIGNON-RECUSADO           VALUE 'SENHA INVALIDA'
                                                     'SENHA EXPIRADA'
                                                     'CONTA BLOQUEADA'.
           02 FILLER                PIC X(02).
           02 ALD-NIVEL             PIC X(02).
       01  WRK-AUD-NEGADO           REDEFINES WRK-AUD-LIDO.
           02 FILLER                PIC X(22).
           02 ALD-NEG-EVENTO        PIC X(06).
           02 ALD-NEG-SEP           PIC X(01).
           02 ALD-NEG-SECAO         PIC X(14).
           02 FILLER                PIC X(03).
      *
       01  WRK-REL-CAB.
           02 FILLER                PIC X(37)    VALUE
              'REVISAO SEMANAL DE ACESSOS - PERIODO '.
           02 REL-CAB-INICIO        PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(03)    VALUE ' A '.
           02 REL-CAB-FIM           PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(11)    VALUE ' - EMISSAO '.
           02 REL-CAB-EMISSAO       PIC X(10)    VALUE SPACES.
      *
       01  WRK-REL-COLUNAS.
           02 FILLER                PIC X(52)    VALUE
              'USUARIO   NV   ULT LOGIN   SITUACAO   FALH   NEG.   '.
           02 FILLER                PIC X(17)    VALUE
              'SECOES PERMITIDAS'.
      *
       01  WRK-REL-LEGENDA.
           02 FILLER                PIC X(50)    VALUE
              'FALH = SIGN-ON RECUSADO NO PERIODO (SENHA INVALIDA'.
           02 FILLER                PIC X(50)    VALUE
              ' OU EXPIRADA, CONTA BLOQUEADA) - NEG. = SECAO NEGA'.
           02 FILLER                PIC X(14)    VALUE
              'DA PELA MATRIZ'.
      *
       01  WRK-REL-DET.
           02 REL-DET-USUARIO.
              03 REL-DET-ID         PIC X(08)    VALUE SPACES.
              03 FILLER             PIC X(02)    VALUE SPACES.
              03 REL-DET-NIVEL      PIC 9(02)    VALUE ZEROS.
              03 FILLER             PIC X(03)    VALUE SPACES.
              03 REL-DET-LOGIN      PIC X(10)    VALUE SPACES.
              03 FILLER             PIC X(02)    VALUE SPACES.
              03 REL-DET-SITUACAO   PIC X(09)    VALUE SPACES.
              03 FILLER             PIC X(02)    VALUE SPACES.
              03 REL-DET-FALHAS     PIC ZZZ9     VALUE ZEROS.
              03 FILLER             PIC X(03)    VALUE SPACES.
              03 REL-DET-NEGADAS    PIC ZZZ9     VALUE ZEROS.
              03 FILLER             PIC X(03)    VALUE SPACES.
           02 REL-DET-SECOES        OCCURS 4 TIMES.
              03 REL-DET-SECAO      PIC X(18)    VALUE SPACES.
              03 FILLER             PIC X(01)    VALUE SPACES.
      *
       01  WRK-REL-NEGADA.
           02 FILLER                PIC X(10)    VALUE SPACES.
           02 REL-NEG-ROTULO        PIC X(14)    VALUE SPACES.
           02 REL-NEG-SECAO         PIC X(14)    VALUE SPACES.
           02 FILLER                PIC X(03)    VALUE ' - '.
           02 REL-NEG-QTD           PIC ZZZ9     VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' VEZ(ES)'.
      *
       01  WRK-REL-FORA.
           02 FILLER                PIC X(29)    VALUE
              'USUARIO FORA DO USER-MASTER: '.
           02 REL-FORA-ID           PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-FORA-SECAO        PIC X(14)    VALUE SPACES.
           02 FILLER                PIC X(03)    VALUE ' - '.
           02 REL-FORA-QTD          PIC ZZZ9     VALUE ZEROS.
           02 FILLER                PIC X(08)    VALUE ' VEZ(ES)'.
      *
       01  WRK-REL-AVISO.
           02 REL-AVISO             PIC X(80)    VALUE SPACES.
      *
       01  WRK-REL-TOT.
           02 FILLER                PIC X(10)    VALUE 'USUARIOS: '.
           02 REL-TOT-USUARIOS      PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(21)    VALUE
              '  SIGN-ON RECUSADOS: '.
           02 REL-TOT-FALHAS        PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(18)    VALUE
              '  SECOES NEGADAS: '.
           02 REL-TOT-NEGADAS       PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(17)    VALUE
              '  LINHAS LIDAS: '.
           02 REL-TOT-LIDAS         PIC ZZZZZZ9  VALUE ZEROS.
           02 FILLER                PIC X(12)    VALUE
              '  GERACOES: '.
           02 REL-TOT-GERACOES      PIC ZZ9      VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-CARREGA-MATRIZ.
           PERFORM 4000-CONTA-NEGADAS.
           PERFORM 5000-LISTA-USUARIOS.
           PERFORM 6000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    PERIODO DO CARTAO OU OS SETE DIAS ATE HOJE; MONTA A LISTA
      *    DE FONTES DO LOG DE AUDITORIA E ABRE O RELATORIO.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           MOVE WRK-DT-ATU-NUM      TO WRK-DT-FIM.
           COMPUTE WRK-DT-INTEIRO = FUNCTION INTEGER-OF-DATE(
                                     WRK-DT-ATU-NUM) - 6.
           COMPUTE WRK-DT-INICIO  = FUNCTION DATE-OF-INTEGER(
                                     WRK-DT-INTEIRO).
           OPEN INPUT ARQ-REV-PARM.
           IF WRK-FS-PARM EQUAL '00'
               READ ARQ-REV-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-DT-INICIO IS NUMERIC
                          AND PRM-DT-INICIO GREATER ZEROS
                           MOVE PRM-DT-INICIO TO WRK-DT-INICIO
                       END-IF
                       IF PRM-DT-FIM IS NUMERIC
                          AND PRM-DT-FIM GREATER ZEROS
                           MOVE PRM-DT-FIM    TO WRK-DT-FIM
                       END-IF
               END-READ
               CLOSE ARQ-REV-PARM
           END-IF.
           PERFORM 2100-LOCALIZA-GERACOES.
           ADD 1                    TO WRK-QTD-FONTES.
           MOVE 'AUDITLOG.DAT'      TO WRK-FNT-NOME(WRK-QTD-FONTES).
           OPEN OUTPUT ARQ-REVISAO.
           MOVE WRK-DT-INICIO       TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE REL-AVISO(1:10)     TO REL-CAB-INICIO.
           MOVE WRK-DT-FIM          TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE REL-AVISO(1:10)     TO REL-CAB-FIM.
           MOVE WRK-DT-ATU-NUM      TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE REL-AVISO(1:10)     TO REL-CAB-EMISSAO.
           MOVE SPACES               TO REL-AVISO.
           WRITE REG-REVISAO        FROM WRK-REL-CAB.
           WRITE REG-REVISAO        FROM WRK-REL-LEGENDA.
           WRITE REG-REVISAO        FROM WRK-REL-COLUNAS.
           GO TO 2999-SAIDA.
      *
       2100-LOCALIZA-GERACOES.
      *
      *    GERACOES ATIVAS DO AUDITLOG CUJA FAIXA DE COMPETENCIAS
      *    ENCONTRA O PERIODO. GERACAO JA EXPURGADA E SO AVISADA.
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
                       IF CAT-ARQUIVO EQUAL 'AUDITLOG'
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
       2200-EDITA-DATA.
      *
      *    AAAAMMDD DE WRK-DT-EDICAO PARA DD/MM/AAAA EM REL-AVISO.
      *
           MOVE SPACES               TO REL-AVISO.
           MOVE WRK-DTE-DIA         TO REL-AVISO(1:2).
           MOVE '/'                 TO REL-AVISO(3:1).
           MOVE WRK-DTE-MES         TO REL-AVISO(4:2).
           MOVE '/'                 TO REL-AVISO(6:1).
           MOVE WRK-DTE-ANO         TO REL-AVISO(7:4).
      *
       2999-SAIDA.
      ******************************************************************
       3000-CARREGA-MATRIZ     SECTION.
      ******************************************************************
      *    SOBE A MATRIZ DE AUTORIZACAO. SEM ELA O PROGCOB01 NEGA
      *    TODAS AS SECOES - A REVISAO SAI COM O AVISO E SEM SECOES
      *    PERMITIDAS.
      *
           MOVE ZEROS                TO WRK-QTD-AUT.
           OPEN INPUT ARQ-AUTORIZACAO.
           IF WRK-FS-AUTORIZ NOT EQUAL '00'
               DISPLAY 'MATRIZ DE AUTORIZACAO (AUTSECAO.DAT) NAO '
                       'ENCONTRADA - FS ' WRK-FS-AUTORIZ '.'
               MOVE 'MATRIZ DE AUTORIZACAO AUSENTE - O PROGCOB01 NEGA '
                                     TO REL-AVISO
               MOVE 'TODAS AS SECOES.' TO REL-AVISO(51:16)
               WRITE REG-REVISAO    FROM WRK-REL-AVISO
               GO TO 3999-SAIDA
           END-IF.
           MOVE 'S'                 TO WRK-AUT-CARGA.
           PERFORM UNTIL FIM-AUTORIZ
               READ ARQ-AUTORIZACAO
                   AT END
                       MOVE 'S'     TO WRK-EOF-AUTORIZ
               END-READ
               IF NOT FIM-AUTORIZ AND AUT-SECAO NOT EQUAL SPACES
                   IF WRK-QTD-AUT LESS WRK-MAX-AUT
                       ADD 1        TO WRK-QTD-AUT
                       MOVE REG-AUTORIZACAO
                                     TO WRK-AUT-ENT(WRK-QTD-AUT)
                   ELSE
                       DISPLAY 'MATRIZ DE AUTORIZACAO CHEIA - LINHA '
                               'IGNORADA: ' AUT-SECAO
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARQ-AUTORIZACAO.
      *
       3999-SAIDA.
      ******************************************************************
       4000-CONTA-NEGADAS      SECTION.
      ******************************************************************
      *    PERCORRE AS FONTES DO LOG DE AUDITORIA E CONTA, POR USUARIO,
      *    OS SIGN-ONS RECUSADOS E AS SECOES NEGADAS DENTRO DO PERIODO.
      *
           MOVE ZEROS                TO WRK-QTD-OCO.
           PERFORM VARYING WRK-FNT-IDX FROM 1 BY 1
               UNTIL WRK-FNT-IDX GREATER WRK-QTD-FONTES
               PERFORM 4100-LE-FONTE
           END-PERFORM.
           GO TO 4999-SAIDA.
      *
       4100-LE-FONTE.
      *
           MOVE WRK-FNT-NOME(WRK-FNT-IDX) TO WRK-NOME-AUDIT.
           MOVE 'N'                 TO WRK-EOF-AUDIT.
           OPEN INPUT ARQ-AUDIT-LOG.
           IF WRK-FS-AUDIT NOT EQUAL '00'
               IF WRK-FNT-IDX EQUAL WRK-QTD-FONTES
                   DISPLAY 'LOG DE AUDITORIA (AUDITLOG.DAT) NAO '
                           'ENCONTRADO - FS ' WRK-FS-AUDIT '.'
               ELSE
                   DISPLAY 'GERACAO ' WRK-NOME-AUDIT
                           ' NAO ENCONTRADA - FS ' WRK-FS-AUDIT '.'
               END-IF
               MOVE 'S'             TO WRK-EOF-AUDIT
           ELSE
               IF WRK-FNT-IDX LESS WRK-QTD-FONTES
                   ADD 1            TO WRK-QTD-GERACOES
               END-IF
           END-IF.
           PERFORM UNTIL FIM-AUDIT
               READ ARQ-AUDIT-LOG
                   AT END
                       MOVE 'S'     TO WRK-EOF-AUDIT
                   NOT AT END
                       ADD 1        TO WRK-QTD-LIDAS
                       MOVE REG-AUDIT-LOG TO WRK-AUD-LIDO
                       PERFORM 4200-AVALIA-LINHA
               END-READ
           END-PERFORM.
           IF WRK-FS-AUDIT EQUAL '00' OR WRK-FS-AUDIT EQUAL '10'
               CLOSE ARQ-AUDIT-LOG
           END-IF.
      *
       4200-AVALIA-LINHA.
      *
           MOVE ZEROS                TO WRK-DT-LINHA.
           IF ALD-DIA IS NUMERIC AND ALD-MES IS NUMERIC
              AND ALD-ANO IS NUMERIC
              AND ALD-SEP-1 EQUAL SPACES
              AND ALD-SEP-2 EQUAL SPACES
              AND ALD-USER NOT EQUAL SPACES
               MOVE ALD-ANO         TO WRK-DT-LINHA(1:4)
               MOVE ALD-MES         TO WRK-DT-LINHA(5:2)
               MOVE ALD-DIA         TO WRK-DT-LINHA(7:2)
           END-IF.
           IF WRK-DT-LINHA NOT LESS WRK-DT-INICIO
              AND WRK-DT-LINHA NOT GREATER WRK-DT-FIM
               IF ALD-NEG-EVENTO EQUAL 'NEGADO'
                  AND ALD-NEG-SEP EQUAL SPACE
                   MOVE ALD-NEG-SECAO TO WRK-OCO-SECAO
                   PERFORM 4300-SOMA-OCORRENCIA
               ELSE
                   IF ALD-SIGNON-RECUSADO
                       MOVE SPACES  TO WRK-OCO-SECAO
                       PERFORM 4300-SOMA-OCORRENCIA
                   END-IF
               END-IF
           END-IF.
      *
       4300-SOMA-OCORRENCIA.
      *
           MOVE 'N'                 TO WRK-OCO-ACHOU.
           PERFORM VARYING WRK-OCO-IDX FROM 1 BY 1
               UNTIL WRK-OCO-IDX GREATER WRK-QTD-OCO
                  OR OCORRENCIA-ACHADA
               IF TOC-USER(WRK-OCO-IDX) EQUAL ALD-USER
                  AND TOC-SECAO(WRK-OCO-IDX) EQUAL WRK-OCO-SECAO
                   MOVE 'S'          TO WRK-OCO-ACHOU
                   ADD 1             TO TOC-QTD(WRK-OCO-IDX)
               END-IF
           END-PERFORM.
           IF NOT OCORRENCIA-ACHADA
               IF WRK-QTD-OCO LESS WRK-MAX-OCO
                   ADD 1            TO WRK-QTD-OCO
                   MOVE ALD-USER    TO TOC-USER(WRK-QTD-OCO)
                   MOVE WRK-OCO-SECAO TO TOC-SECAO(WRK-QTD-OCO)
                   MOVE 1           TO TOC-QTD(WRK-QTD-OCO)
                   MOVE 'N'         TO TOC-LISTADA(WRK-QTD-OCO)
               ELSE
                   DISPLAY 'TABELA DE TENTATIVAS NEGADAS CHEIA - '
                           ALD-USER ' ' WRK-OCO-SECAO ' NAO CONTADA.'
               END-IF
           END-IF.
      *
       4999-SAIDA.
      ******************************************************************
       5000-LISTA-USUARIOS     SECTION.
      ******************************************************************
      *    UMA LINHA POR USUARIO DO USER-MASTER, NA ORDEM DA CHAVE,
      *    COM AS SECOES PERMITIDAS AO NIVEL (QUATRO POR LINHA) E, EM
      *    SEGUIDA, O DETALHE DAS SECOES NEGADAS NO PERIODO.
      *
           OPEN INPUT ARQ-USER-MASTER.
           IF WRK-FS-USER NOT EQUAL '00'
               DISPLAY 'USER-MASTER (USERMAST.DAT) NAO PODE SER '
                       'ABERTO - FS ' WRK-FS-USER '.'
               MOVE 'USER-MASTER INDISPONIVEL - REVISAO SEM USUARIOS.'
                                     TO REL-AVISO
               WRITE REG-REVISAO    FROM WRK-REL-AVISO
               GO TO 5999-SAIDA
           END-IF.
           PERFORM UNTIL FIM-USER
               READ ARQ-USER-MASTER NEXT RECORD
                   AT END
                       MOVE 'S'     TO WRK-EOF-USER
               END-READ
               IF NOT FIM-USER
                   PERFORM 5100-LISTA-USUARIO
               END-IF
           END-PERFORM.
           CLOSE ARQ-USER-MASTER.
           GO TO 5999-SAIDA.
      *
       5100-LISTA-USUARIO.
      *
           ADD 1                    TO WRK-QTD-USUARIOS.
           PERFORM 5200-MONTA-PERMITIDAS.
           MOVE ZEROS                TO WRK-USR-FALHAS WRK-USR-NEGADAS.
           PERFORM VARYING WRK-OCO-IDX FROM 1 BY 1
               UNTIL WRK-OCO-IDX GREATER WRK-QTD-OCO
               IF TOC-USER(WRK-OCO-IDX) EQUAL USR-ID
                   IF TOC-SECAO(WRK-OCO-IDX) EQUAL SPACES
                       ADD TOC-QTD(WRK-OCO-IDX) TO WRK-USR-FALHAS
                   ELSE
                       ADD TOC-QTD(WRK-OCO-IDX) TO WRK-USR-NEGADAS
                   END-IF
               END-IF
           END-PERFORM.
           ADD WRK-USR-FALHAS       TO WRK-TOT-FALHAS.
           ADD WRK-USR-NEGADAS      TO WRK-TOT-NEGADAS.
           MOVE SPACES               TO WRK-REL-DET.
           MOVE USR-ID              TO REL-DET-ID.
           MOVE USR-NIVEL           TO REL-DET-NIVEL.
           IF USR-ULT-LOGIN EQUAL SPACES
               MOVE 'NUNCA'         TO REL-DET-LOGIN
           ELSE
               MOVE USR-ULT-LOGIN   TO REL-DET-LOGIN
           END-IF.
           IF USR-TENT-FALHA NOT LESS WRK-MAX-TENT-FALHA
               MOVE 'BLOQUEADA'     TO REL-DET-SITUACAO
           ELSE
               MOVE 'ATIVA'         TO REL-DET-SITUACAO
           END-IF.
           MOVE WRK-USR-FALHAS      TO REL-DET-FALHAS.
           MOVE WRK-USR-NEGADAS     TO REL-DET-NEGADAS.
           IF WRK-QTD-PER EQUAL ZEROS
               MOVE 'NENHUMA'       TO REL-DET-SECAO(1)
               WRITE REG-REVISAO    FROM WRK-REL-DET
           ELSE
               MOVE ZEROS            TO WRK-SEC-IDX
               PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
                   UNTIL WRK-PER-IDX GREATER WRK-QTD-PER
                   ADD 1             TO WRK-SEC-IDX
                   MOVE WRK-PER-SECAO(WRK-PER-IDX)
                                     TO REL-DET-SECAO(WRK-SEC-IDX)
                   IF WRK-SEC-IDX EQUAL 4
                      OR WRK-PER-IDX EQUAL WRK-QTD-PER
                       WRITE REG-REVISAO FROM WRK-REL-DET
                       MOVE SPACES   TO WRK-REL-DET
                       MOVE ZEROS    TO WRK-SEC-IDX
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WRK-OCO-IDX FROM 1 BY 1
               UNTIL WRK-OCO-IDX GREATER WRK-QTD-OCO
               IF TOC-USER(WRK-OCO-IDX) EQUAL USR-ID
                   MOVE 'S'          TO TOC-LISTADA(WRK-OCO-IDX)
                   IF TOC-SECAO(WRK-OCO-IDX) NOT EQUAL SPACES
                       MOVE 'SECAO NEGADA: '  TO REL-NEG-ROTULO
                       MOVE TOC-SECAO(WRK-OCO-IDX) TO REL-NEG-SECAO
                       MOVE TOC-QTD(WRK-OCO-IDX)   TO REL-NEG-QTD
                       WRITE REG-REVISAO FROM WRK-REL-NEGADA
                   END-IF
               END-IF
           END-PERFORM.
      *
       5200-MONTA-PERMITIDAS.
      *
      *    SECOES DA MATRIZ CUJA LINHA RELACIONA O NIVEL DO USUARIO.
      *
           MOVE ZEROS                TO WRK-QTD-PER.
           PERFORM VARYING WRK-AUT-IDX FROM 1 BY 1
               UNTIL WRK-AUT-IDX GREATER WRK-QTD-AUT
               MOVE 'N'              TO WRK-AUT-ACHOU
               PERFORM VARYING WRK-NIV-IDX FROM 1 BY 1
                   UNTIL WRK-NIV-IDX GREATER 10
                      OR NIVEL-PERMITIDO
                   IF TAU-NIVEL(WRK-AUT-IDX WRK-NIV-IDX) IS NUMERIC
                      AND TAU-NIVEL(WRK-AUT-IDX WRK-NIV-IDX)
                          EQUAL USR-NIVEL
                      AND USR-NIVEL GREATER ZEROS
                       MOVE 'S'      TO WRK-AUT-ACHOU
                   END-IF
               END-PERFORM
               IF NIVEL-PERMITIDO
                   PERFORM 5210-GUARDA-PERMITIDA
               END-IF
           END-PERFORM.
      *
       5210-GUARDA-PERMITIDA.
      *
           MOVE 'N'                 TO WRK-PER-ACHOU.
           PERFORM VARYING WRK-PER-IDX FROM 1 BY 1
               UNTIL WRK-PER-IDX GREATER WRK-QTD-PER
                  OR SECAO-JA-LISTADA
               IF WRK-PER-SECAO(WRK-PER-IDX) EQUAL
                  TAU-SECAO(WRK-AUT-IDX)
                   MOVE 'S'          TO WRK-PER-ACHOU
               END-IF
           END-PERFORM.
           IF NOT SECAO-JA-LISTADA
               ADD 1                TO WRK-QTD-PER
               MOVE TAU-SECAO(WRK-AUT-IDX)
                                     TO WRK-PER-SECAO(WRK-QTD-PER)
           END-IF.
      *
       5999-SAIDA.
      ******************************************************************
       6000-FINALIZA           SECTION.
      ******************************************************************
      *    TENTATIVAS DE USUARIOS QUE JA NAO ESTAO NO USER-MASTER
      *    (EXCLUIDOS DEPOIS DA TENTATIVA) E TOTAIS DA REVISAO.
      *
           PERFORM VARYING WRK-OCO-IDX FROM 1 BY 1
               UNTIL WRK-OCO-IDX GREATER WRK-QTD-OCO
               IF TOC-LISTADA(WRK-OCO-IDX) NOT EQUAL 'S'
                   ADD 1             TO WRK-TOT-FORA
                   MOVE TOC-USER(WRK-OCO-IDX)  TO REL-FORA-ID
                   IF TOC-SECAO(WRK-OCO-IDX) EQUAL SPACES
                       MOVE 'SIGN-ON'        TO REL-FORA-SECAO
                       ADD TOC-QTD(WRK-OCO-IDX) TO WRK-TOT-FALHAS
                   ELSE
                       MOVE TOC-SECAO(WRK-OCO-IDX) TO REL-FORA-SECAO
                       ADD TOC-QTD(WRK-OCO-IDX) TO WRK-TOT-NEGADAS
                   END-IF
                   MOVE TOC-QTD(WRK-OCO-IDX)   TO REL-FORA-QTD
                   WRITE REG-REVISAO FROM WRK-REL-FORA
               END-IF
           END-PERFORM.
           MOVE WRK-QTD-USUARIOS    TO REL-TOT-USUARIOS.
           MOVE WRK-TOT-FALHAS      TO REL-TOT-FALHAS.
           MOVE WRK-TOT-NEGADAS     TO REL-TOT-NEGADAS.
           MOVE WRK-QTD-LIDAS       TO REL-TOT-LIDAS.
           MOVE WRK-QTD-GERACOES    TO REL-TOT-GERACOES.
           WRITE REG-REVISAO        FROM WRK-REL-TOT.
           CLOSE ARQ-REVISAO.
           DISPLAY 'REVISAO DE ACESSOS - USUARIOS: ' WRK-QTD-USUARIOS
                   ' SIGN-ON RECUSADOS: ' WRK-TOT-FALHAS
                   ' SECOES NEGADAS: ' WRK-TOT-NEGADAS.
      *
       6999-SAIDA.
