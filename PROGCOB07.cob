      *                 '9'): GRUPOS CONFERIDOS EM PASSADA PREVIA E    *
      *                 CONFERENCIA CANCELADA COM OCORRENCIA NO        *
      *                 OPERLOG SE NAO FECHAREM.                       *
      *15/10/2026 CSS - COMPETENCIA JA ARQUIVADA PELO PROGCOB17 E LIDA *
      *                 DA GERACAO DO CATALOGO ARQGER.DAT, OU DA       *
      *                 GERACAO NOMEADA NO CARTAO FATPARM.             *
      *15/10/2026 CSS - STATUS DO PEDIDO (PEDSTAT.DAT, MESMO ARQUIVO   *
      *                 DO PROGCOB01): CADA LINHA DA FATURA GRAVA      *
      *                 FATURADO QUANDO CONFERE OU CONTESTADO QUANDO   *
      *                 DIVERGE OU NAO TEM HISTORICO, COM O FRETE      *
      *                 COBRADO.                                       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    O HISTORICO E O FRETHIST.DAT OU, QUANDO A COMPETENCIA JA
      *    FOI ARQUIVADA PELO PROGCOB17, A GERACAO QUE A CONTEM.
           SELECT ARQ-FRETE-HIST   ASSIGN USING WRK-NOME-HIST
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-HIST.
           SELECT ARQ-CATALOGO     ASSIGN TO "ARQGER.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-CATALOGO.
           SELECT ARQ-FAT-PARM     ASSIGN TO "FATPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-OPER-LOG     ASSIGN TO "OPERLOG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-OPERLOG.
           SELECT ARQ-STATUS-PEDIDO ASSIGN TO "PEDSTAT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STA-NUM-PEDIDO
                                    FILE STATUS IS WRK-FS-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *    MESMO LAYOUT DO HISTORICO GRAVADO PELO LOTE DE FRETE DO
           02 HIS-NUM-PEDIDO        PIC 9(06).
      *
      *    CARTAO DE COMPETENCIA (AAAAMM), O MESMO DO PROGCOB04. SEM
      *    O CARTAO, CONFERE O MES DA DATA CORRENTE. PRM-GERACAO
      *    (SO DESTE PROGRAMA) NOMEIA A GERACAO ARQUIVADA A LER NO
      *    LUGAR DO FRETHIST.DAT; EM BRANCO, A GERACAO E PROCURADA NO
      *    CATALOGO QUANDO A COMPETENCIA JA NAO ESTA NO ARQUIVO VIVO.
       FD  ARQ-FAT-PARM
           RECORDING MODE IS F.
       01  REG-FAT-PARM.
           02 PRM-COMPETENCIA       PIC 9(06).
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
      *    DETALHE DA FATURA DA TRANSPORTADORA - LAYOUT FIXO ACORDADO,
      *    NA MESMA CONVENCAO DO RETORNO EDI (EDICONF.DAT):
       FD  ARQ-OPER-LOG
           RECORDING MODE IS F.
       01  REG-OPER-LOG             PIC X(80).
      *
      *    MESMO LAYOUT DO STATUS DE PEDIDOS DO PROGCOB01 - AQUI
      *    ENTRA O RESULTADO DA CONFERENCIA DE CADA LINHA DA FATURA.
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
       77  WRK-FS-HIST     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-FATURA   PIC  X(02)           VALUE SPACES.
       77  WRK-FS-OPERLOG  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CATALOGO PIC  X(02)           VALUE SPACES.
       77  WRK-HORA-ATU    PIC  9(08)           VALUE ZEROS.
       77  WRK-NOME-HIST   PIC  X(30)           VALUE 'FRETHIST.DAT'.
       77  WRK-PRM-GERACAO PIC  X(30)           VALUE SPACES.
       77  WRK-EOF-CATALOGO PIC X(01)           VALUE 'N'.
           88 FIM-CATALOGO                      VALUE 'S'.
       77  WRK-EOF-HIST    PIC  X(01)           VALUE 'N'.
           88 FIM-HIST                          VALUE 'S'.
       77  WRK-EOF-FATURA  PIC  X(01)           VALUE 'N'.
       77  WRK-DIFERENCA   PIC S9(09)V99        VALUE ZEROS.
       77  WRK-DIF-ABS     PIC  9(09)V99        VALUE ZEROS.
      *
      *    STATUS DO PEDIDO: A CONFERENCIA PREENCHE WRK-STA-OCORRENCIA
      *    E CHAMA A 19000, COMO NO PROGCOB01.
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
      *    HISTORICO DA COMPETENCIA EM MEMORIA, UMA ENTRADA POR
      *    PEDIDO: LINHAS REPETIDAS DO MESMO PEDIDO (ESTORNOS) SAO
      *    SOMADAS, DE MODO QUE O FRETE COMPARADO E O LIQUIDO.
                          AND PRM-COMPETENCIA GREATER ZEROS
                           MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                       END-IF
                       MOVE PRM-GERACAO TO WRK-PRM-GERACAO
               END-READ
               CLOSE ARQ-FAT-PARM
           END-IF.
           IF WRK-PRM-GERACAO NOT EQUAL SPACES
               MOVE WRK-PRM-GERACAO TO WRK-NOME-HIST
           ELSE
               PERFORM 2100-LOCALIZA-GERACAO
           END-IF.
           IF WRK-NOME-HIST NOT EQUAL 'FRETHIST.DAT'
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                       ' CONFERIDA NA GERACAO ARQUIVADA '
                       WRK-NOME-HIST
           END-IF.
           OPEN INPUT ARQ-FRETE-HIST.
           IF WRK-FS-HIST NOT EQUAL '00'
               DISPLAY 'HISTORICO DE FRETE (' WRK-NOME-HIST ') NAO '
                       'ENCONTRADO - CONFERENCIA SEM HISTORICO.'
               MOVE 'S'             TO WRK-EOF-HIST
           END-IF.
           COMPUTE DIV-CAB-ANO = WRK-COMPETENCIA / 100.
           COMPUTE DIV-CAB-MES = FUNCTION MOD(WRK-COMPETENCIA, 100).
           WRITE REG-DIVERGENCIA    FROM WRK-DIV-CAB.
           GO TO 2999-SAIDA.
      *
       2100-LOCALIZA-GERACAO.
      *
      *    GERACAO ATIVA DO FRETHIST CUJA FAIXA (COMPETENCIA INICIAL
      *    ATE A DE CORTE) CONTEM A COMPETENCIA PEDIDA. SEM CATALOGO
      *    OU SEM GERACAO QUE A CONTENHA, VALE O ARQUIVO VIVO.
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
                       IF CAT-ARQUIVO EQUAL 'FRETHIST'
                          AND CAT-COMP-INICIAL
                              NOT GREATER WRK-COMPETENCIA
                          AND CAT-COMPETENCIA
                              NOT LESS WRK-COMPETENCIA
                           IF CAT-ATIVA
                               MOVE CAT-NOME TO WRK-NOME-HIST
                           ELSE
                               DISPLAY 'COMPETENCIA '
                                       WRK-COMPETENCIA
                                       ' ESTAVA NA GERACAO '
                                       'EXPURGADA ' CAT-NOME
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-CATALOGO EQUAL '00' OR WRK-FS-CATALOGO EQUAL '10'
               CLOSE ARQ-CATALOGO
           END-IF.
      *
       2999-SAIDA.
      ******************************************************************
               DISPLAY 'FATURA DA TRANSPORTADORA (FATTRANSP.DAT) NAO '
                       'ENCONTRADA - CONFERENCIA SEM FATURA.'
               MOVE 'S'             TO WRK-EOF-FATURA
           ELSE
               PERFORM 19100-ABRE-STATUS
           END-IF.
           PERFORM 4100-LE-FATURA.
           PERFORM UNTIL FIM-FATURA
           IF WRK-FS-FATURA EQUAL '00' OR WRK-FS-FATURA EQUAL '10'
               CLOSE ARQ-FAT-TRANSP
           END-IF.
           PERFORM 19900-FECHA-STATUS.
           GO TO 4999-SAIDA.
      *
       4100-LE-FATURA.
               WRITE REG-DIVERGENCIA FROM WRK-DIV-SEM-HIST
               ADD 1                TO WRK-QTD-SEM-HIST
               ADD FTR-FRETE        TO WRK-VL-SEM-HIST
               MOVE 'X'             TO WST-SITUACAO
               MOVE FTR-UF          TO WST-UF
               MOVE 'SEM HISTORICO' TO WST-MOTIVO(15:)
           ELSE
               MOVE 'S'             TO THS-FATURADO(WRK-IDX)
               COMPUTE WRK-DIFERENCA = FTR-FRETE - THS-FRETE(WRK-IDX)
                   WRITE REG-DIVERGENCIA FROM WRK-DIV-DIFERENCA
                   ADD 1                TO WRK-QTD-DIFEREN
                   ADD WRK-DIFERENCA    TO WRK-VL-DIFEREN
                   MOVE 'X'             TO WST-SITUACAO
                   MOVE 'DIFERENCA DE FRETE' TO WST-MOTIVO(15:)
               ELSE
                   ADD 1                TO WRK-QTD-CONFERIDAS
                   MOVE 'I'             TO WST-SITUACAO
                   MOVE 'CONFERIDA'     TO WST-MOTIVO(15:)
               END-IF
               MOVE THS-UF(WRK-IDX) TO WST-UF
           END-IF.
           PERFORM 4300-REGISTRA-STATUS.
      *
       4300-REGISTRA-STATUS.
      *
      *    CADA LINHA DA FATURA VIRA OCORRENCIA NO STATUS DO PEDIDO:
      *    FATURADO QUANDO CONFERE, CONTESTADO QUANDO DIVERGE OU NAO
      *    TEM HISTORICO. O FRETE E O COBRADO PELA TRANSPORTADORA E O
      *    MOTIVO LEVA A COMPETENCIA DA FATURA.
      *
           MOVE 'FATURA'            TO WST-MOTIVO(1:7).
           MOVE WRK-COMPETENCIA     TO WST-MOTIVO(8:6).
           MOVE SPACE               TO WST-MOTIVO(14:1).
           MOVE ZEROS               TO WST-VALOR WST-FRETE.
           IF FTR-FRETE IS NUMERIC
               MOVE FTR-FRETE       TO WST-FRETE
           END-IF.
           IF FTR-NUM-PEDIDO IS NUMERIC
               MOVE FTR-NUM-PEDIDO  TO WST-NUM-PEDIDO
           END-IF.
           PERFORM 19000-GRAVA-STATUS-PEDIDO.
      *
       4999-SAIDA.
      ******************************************************************
      *
       17999-SAIDA.
      ******************************************************************
       19000-GRAVA-STATUS-PEDIDO SECTION.
      ******************************************************************
      *    ACRESCENTA A OCORRENCIA DE WRK-STA-OCORRENCIA, COM A DATA
      *    DA EXECUCAO, AO STATUS DO PEDIDO E A TORNA A SITUACAO
      *    ATUAL; PEDIDO AINDA SEM STATUS E INCLUIDO. COM AS 12
      *    POSICOES OCUPADAS SAI A OCORRENCIA MAIS ANTIGA. A MESMA
      *    OCORRENCIA NO MESMO DIA (FATURA CONFERIDA DE NOVO) NAO SE
      *    REPETE. SEM O ARQUIVO ABERTO NADA E GRAVADO - O STATUS E
      *    CONSULTA E NAO SEGURA A CONFERENCIA.
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
      *    O ARQUIVO E CRIADO VAZIO SE AINDA NAO EXISTE, COMO NO
      *    PROGCOB01. OUTRO ERRO SO DEIXA A FATURA SEM STATUS, COM
      *    OCORRENCIA NO LOG DE OPERACAO.
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
                       'FATURA FICAM SEM STATUS.'
               MOVE 'CONF-FATURA'   TO OPL-SECAO
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
               MOVE 'PROGCOB07'     TO STE-PROGRAMA(WRK-STA-IDX)
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
