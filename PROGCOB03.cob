      *                 CONTROLE NAO FECHA) E OS GRUPOS GRAVADOS EM    *
      *                 EDIPEND, MOVESTOQ E FRETHIST GANHAM CABECALHO  *
      *                 E TRAILER PROPRIOS.                            *
      *15/10/2026 CSS - MOV-NUM-PC NO LAYOUT DO MOVESTOQ (ZERADO NAS   *
      *                 DEVOLUCOES).                                   *
      *15/10/2026 CSS - MOV-CUSTO-UNIT NO LAYOUT DO MOVESTOQ (ZERADO - *
      *                 MOVIMENTA PELO CUSTO MEDIO).                   *
      *15/10/2026 CSS - HISTORICO DE ENTREGAS (ENTRHIST.DAT): CADA     *
      *                 CONFIRMACAO BAIXADA, ENTREGA OU DEVOLUCAO,     *
      *                 GRAVA PEDIDO, UF, DATAS DE ENVIO E ENTREGA,    *
      *                 STATUS, FRETE E DIAS DE TRANSITO PARA O PAINEL *
      *                 DE DESEMPENHO DA TRANSPORTADORA (PROGCOB19).   *
      *15/10/2026 CSS - STATUS DO PEDIDO (PEDSTAT.DAT, MESMO ARQUIVO   *
      *                 DO PROGCOB01): CADA CONFIRMACAO BAIXADA GRAVA  *
      *                 ENTREGUE OU DEVOLVIDO, COM VALOR, FRETE E A    *
      *                 DATA DA TRANSPORTADORA.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQ-FRETE-HIST   ASSIGN TO "FRETHIST.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-HIST.
           SELECT ARQ-ENTREGA-HIST ASSIGN TO "ENTRHIST.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-ENTHIST.
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
      *    MESMO LAYOUT DO ARQUIVO DE PENDENCIAS DO PROGCOB01.
           02 MOV-SINAL             PIC X(01).
           02 MOV-QTD               PIC 9(07).
           02 MOV-DATA              PIC 9(08).
           02 MOV-NUM-PC            PIC 9(06).
           02 MOV-CUSTO-UNIT        PIC 9(07)V99.
      *
      *    MESMO LAYOUT DO HISTORICO DE FRETE DO PROGCOB01 (VALOR E
      *    FRETE ASSINADOS): O ESTORNO DA DEVOLUCAO ENTRA NEGATIVO E
           02 HIS-FRETE             PIC S9(07)V99.
           02 HIS-NUM-PEDIDO        PIC 9(06).
      *
      *    HISTORICO DE ENTREGAS: UMA LINHA POR CONFIRMACAO BAIXADA
      *    (ENTREGA OU DEVOLUCAO), ACUMULADA DE RUN PARA RUN COMO O
      *    EXTRHIST - BASE DO PAINEL DE DESEMPENHO DA TRANSPORTADORA
      *    (PROGCOB19). TRANSITO = DIAS CORRIDOS DO ENVIO A ENTREGA.
       FD  ARQ-ENTREGA-HIST
           RECORDING MODE IS F.
       01  REG-ENTREGA-HIST.
           02 ENT-NUM-PEDIDO        PIC 9(06).
           02 ENT-UF                PIC X(02).
           02 ENT-DT-ENVIO          PIC 9(08).
           02 ENT-DT-ENTREGA        PIC 9(08).
           02 ENT-STATUS            PIC X(01).
              88 ENT-ENTREGUE                  VALUE 'E'.
              88 ENT-DEVOLVIDO                 VALUE 'D'.
           02 ENT-VL-FRETE          PIC 9(07)V99.
           02 ENT-DIAS-TRANSITO     PIC 9(03).
           02 ENT-DT-BATIMENTO      PIC 9(08).
      *
      *    MESMO LAYOUT DO LOG DE OPERACAO DO PROGCOB01 - AQUI SO
      *    PARA REGISTRAR A SUSPENSAO DO BATIMENTO QUANDO O CONTROLE
      *    DAS PENDENCIAS NAO FECHA.
       FD  ARQ-OPER-LOG
           RECORDING MODE IS F.
       01  REG-OPER-LOG             PIC X(80).
      *
      *    MESMO LAYOUT DO STATUS DE PEDIDOS DO PROGCOB01 - AQUI
      *    ENTRAM AS OCORRENCIAS DE ENTREGA E DEVOLUCAO BAIXADAS.
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
       77  WRK-FS-PEND     PIC  X(02)           VALUE SPACES.
       77  WRK-DEV-IDX     PIC  9(03) COMP      VALUE ZEROS.
       77  WRK-FS-OPERLOG  PIC  X(02)           VALUE SPACES.
       77  WRK-HORA-ATU    PIC  9(08)           VALUE ZEROS.
       77  WRK-FS-ENTHIST  PIC  X(02)           VALUE SPACES.
       77  WRK-ENTHIST-OK  PIC  X(01)           VALUE 'S'.
           88 ENTREGAS-DISPONIVEL               VALUE 'S'.
       77  WRK-QTD-ENTREGAS PIC 9(05)           VALUE ZEROS.
       77  WRK-DT-ENTREGA-INT PIC 9(08)         VALUE ZEROS.
       77  WRK-DIAS-TRANSITO PIC S9(07)         VALUE ZEROS.
      *
      *    STATUS DO PEDIDO: A BAIXA PREENCHE WRK-STA-OCORRENCIA E
      *    CHAMA A 19000, COMO NO PROGCOB01.
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
      *    REGISTROS DE CONTROLE DOS ARQUIVOS DE INTERFACE, NA MESMA
      *    CONVENCAO DO PROGCOB01: '1' CABECALHO DATADO, '2' DETALHE,
               WRITE REG-FRETE-HIST FROM WRK-CTL-TRAILER
               CLOSE ARQ-FRETE-HIST
           END-IF.
           IF ENTREGAS-DISPONIVEL
               CLOSE ARQ-ENTREGA-HIST
           END-IF.
           PERFORM 19900-FECHA-STATUS.
           GO TO 3999-SAIDA.
      *
       3050-ABRE-ARQUIVOS-DEVOLUCAO.
               MOVE ZEROS            TO WRK-HIS-CTL-QTD
                                        WRK-HIS-CTL-SOMA
           END-IF.
           MOVE 'S'                 TO WRK-ENTHIST-OK.
           OPEN EXTEND ARQ-ENTREGA-HIST.
           IF WRK-FS-ENTHIST EQUAL '35'
               OPEN OUTPUT ARQ-ENTREGA-HIST
           END-IF.
           IF WRK-FS-ENTHIST NOT EQUAL '00'
               DISPLAY 'HISTORICO DE ENTREGAS NAO PODE SER ABERTO - '
                       'FS ' WRK-FS-ENTHIST ' - BAIXAS DESTE RUN FORA '
                       'DO PAINEL DE DESEMPENHO.'
               MOVE 'N'             TO WRK-ENTHIST-OK
           END-IF.
           PERFORM 19100-ABRE-STATUS.
      *
       3100-LE-CONFIRMACAO.
      *
           END-PERFORM.
           IF PEDIDO-ACHADO
               ADD 1                TO WRK-QTD-BAIXADAS
               IF ENTREGAS-DISPONIVEL
                   PERFORM 3400-GRAVA-ENTREGA
               END-IF
      *        ENTREGUE ('E') SO BAIXA A PENDENCIA; DEVOLVIDO ('D')
      *        TAMBEM REENTRA O ESTOQUE E ESTORNA O FRETE.
               IF CNF-STATUS EQUAL 'D'
                   PERFORM 3300-TRATA-DEVOLUCAO
               END-IF
               PERFORM 3500-REGISTRA-STATUS
           ELSE
               MOVE CNF-NUM-PEDIDO  TO EXC-SE-PEDIDO
               MOVE CNF-STATUS      TO EXC-SE-STATUS
               MOVE SPACE            TO MOV-SINAL
               MOVE TAB-QTD(WRK-IDX) TO MOV-QTD
               MOVE WRK-DT-ATU-NUM  TO MOV-DATA
               MOVE ZEROS            TO MOV-NUM-PC
                                        MOV-CUSTO-UNIT
               WRITE REG-MOV-ESTOQUE
               ADD 1                TO WRK-MOV-CTL-QTD
               ADD TAB-QTD(WRK-IDX) TO WRK-MOV-CTL-SOMA
                                     TO DEV-VL-FRETE(WRK-QTD-DEV-TAB)
               MOVE CNF-DT-ENTREGA  TO DEV-DT-RETORNO(WRK-QTD-DEV-TAB)
           END-IF.
      *
       3400-GRAVA-ENTREGA.
      *
      *    DATA DE ENTREGA NAO NUMERICA OU ANTERIOR AO ENVIO VAI PARA
      *    O HISTORICO COM A DATA DO BATIMENTO - O TRANSITO NUNCA SAI
      *    NEGATIVO. STATUS DIFERENTE DE 'D' CONTA COMO ENTREGA, COMO
      *    NA BAIXA.
      *
           MOVE TAB-NUM-PEDIDO(WRK-IDX) TO ENT-NUM-PEDIDO.
           MOVE TAB-UF(WRK-IDX)     TO ENT-UF.
           MOVE TAB-DT-ENVIO(WRK-IDX) TO ENT-DT-ENVIO.
           IF CNF-DT-ENTREGA IS NUMERIC
              AND CNF-DT-ENTREGA NOT LESS TAB-DT-ENVIO(WRK-IDX)
              AND CNF-DT-ENTREGA NOT GREATER WRK-DT-ATU-NUM
               MOVE CNF-DT-ENTREGA  TO ENT-DT-ENTREGA
           ELSE
               MOVE WRK-DT-ATU-NUM  TO ENT-DT-ENTREGA
           END-IF.
           IF CNF-STATUS EQUAL 'D'
               MOVE 'D'             TO ENT-STATUS
           ELSE
               MOVE 'E'             TO ENT-STATUS
           END-IF.
           MOVE TAB-VL-FRETE(WRK-IDX) TO ENT-VL-FRETE.
           COMPUTE WRK-DT-ENVIO-INT = FUNCTION INTEGER-OF-DATE(
                                       TAB-DT-ENVIO(WRK-IDX)).
           COMPUTE WRK-DT-ENTREGA-INT = FUNCTION INTEGER-OF-DATE(
                                         ENT-DT-ENTREGA).
           COMPUTE WRK-DIAS-TRANSITO = WRK-DT-ENTREGA-INT
                                     - WRK-DT-ENVIO-INT.
           IF WRK-DIAS-TRANSITO GREATER 999
               MOVE 999             TO WRK-DIAS-TRANSITO
           END-IF.
           MOVE WRK-DIAS-TRANSITO   TO ENT-DIAS-TRANSITO.
           MOVE WRK-DT-ATU-NUM      TO ENT-DT-BATIMENTO.
           WRITE REG-ENTREGA-HIST.
           ADD 1                    TO WRK-QTD-ENTREGAS.
      *
       3500-REGISTRA-STATUS.
      *
      *    A BAIXA VIRA OCORRENCIA NO STATUS DO PEDIDO: ENTREGUE OU
      *    DEVOLVIDO, COM VALOR, FRETE E A DATA INFORMADA PELA
      *    TRANSPORTADORA NO MOTIVO.
      *
           MOVE TAB-NUM-PEDIDO(WRK-IDX) TO WST-NUM-PEDIDO.
           MOVE TAB-UF(WRK-IDX)     TO WST-UF.
           MOVE TAB-VALOR(WRK-IDX)  TO WST-VALOR.
           MOVE TAB-VL-FRETE(WRK-IDX) TO WST-FRETE.
           IF CNF-STATUS EQUAL 'D'
               MOVE 'D'             TO WST-SITUACAO
               MOVE 'RETORNO EM'    TO WST-MOTIVO
           ELSE
               MOVE 'C'             TO WST-SITUACAO
               MOVE 'ENTREGA EM'    TO WST-MOTIVO
           END-IF.
           MOVE CNF-DT-ENTREGA      TO WST-MOTIVO(12:8).
           PERFORM 19000-GRAVA-STATUS-PEDIDO.
      *
       3999-SAIDA.
      ******************************************************************
                   ' BAIXADAS: ' WRK-QTD-BAIXADAS
                   ' SEM ENVIO: ' WRK-QTD-SEM-ENVIO
                   ' DEVOLVIDAS: ' WRK-QTD-DEVOLVIDAS
                   ' PENDENTES: ' WRK-QTD-RESTANTES
                   ' NO HISTORICO DE ENTREGAS: ' WRK-QTD-ENTREGAS.
           GO TO 5999-SAIDA.
      *
       5100-EMITE-DEVOLUCOES.
      *
       17999-SAIDA.
      ******************************************************************
       19000-GRAVA-STATUS-PEDIDO SECTION.
      ******************************************************************
      *    ACRESCENTA A OCORRENCIA DE WRK-STA-OCORRENCIA, COM A DATA
      *    DA EXECUCAO, AO STATUS DO PEDIDO E A TORNA A SITUACAO
      *    ATUAL; PEDIDO AINDA SEM STATUS E INCLUIDO. COM AS 12
      *    POSICOES OCUPADAS SAI A OCORRENCIA MAIS ANTIGA. A MESMA
      *    OCORRENCIA NO MESMO DIA (RETORNO REPROCESSADO) NAO SE
      *    REPETE. SEM O ARQUIVO ABERTO NADA E GRAVADO - O STATUS E
      *    CONSULTA E NAO SEGURA O BATIMENTO.
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
      *    PROGCOB01. OUTRO ERRO SO DEIXA AS BAIXAS SEM STATUS, COM
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
                       'ABERTO - FS ' WRK-FS-STATUS ' - BAIXAS DESTE '
                       'RUN FICAM SEM STATUS.'
               MOVE 'BATIMENTO-EDI' TO OPL-SECAO
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
               MOVE 'PROGCOB03'     TO STE-PROGRAMA(WRK-STA-IDX)
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
