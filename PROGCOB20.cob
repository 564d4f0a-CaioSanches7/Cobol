       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB20.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = RASTREAMENTO DE PEDIDOS (RASTREIO.DAT) PELO STATUS   *
      *           DE PEDIDOS (PEDSTAT.DAT) GRAVADO PELO PROGCOB01,     *
      *           PROGCOB03 E PROGCOB07. O CARTAO RASTPARM ESCOLHE A   *
      *           CONSULTA: TODAS AS OCORRENCIAS DE UM PEDIDO OU OS    *
      *           PEDIDOS PARADOS NUMA SITUACAO HA MAIS DE N DIAS.     *
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
           SELECT ARQ-RAST-PARM    ASSIGN TO "RASTPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-STATUS-PEDIDO ASSIGN TO "PEDSTAT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS STA-NUM-PEDIDO
                                    FILE STATUS IS WRK-FS-STATUS.
           SELECT ARQ-RASTREIO     ASSIGN TO "RASTREIO.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    CARTAO DE PARAMETROS: PRM-TIPO 'P' LISTA AS OCORRENCIAS DO
      *    PEDIDO PRM-NUM-PEDIDO; 'S' LISTA OS PEDIDOS NA SITUACAO
      *    PRM-SITUACAO HA MAIS DE PRM-DIAS DIAS. SITUACAO EM BRANCO
      *    VALE TODA SITUACAO EM ABERTO (NEM REJEITADO, NEM DEVOLVIDO,
      *    NEM FATURADO); DIAS NAO NUMERICO VALE ZERO.
       FD  ARQ-RAST-PARM
           RECORDING MODE IS F.
       01  REG-RAST-PARM.
           02 PRM-TIPO              PIC X(01).
              88 PRM-POR-PEDIDO                VALUE 'P'.
              88 PRM-PARADOS                   VALUE 'S'.
           02 PRM-NUM-PEDIDO        PIC 9(06).
           02 PRM-SITUACAO          PIC X(01).
           02 PRM-DIAS              PIC 9(03).
      *
      *    MESMO LAYOUT DO STATUS DE PEDIDOS DO PROGCOB01.
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
       FD  ARQ-RASTREIO
           RECORDING MODE IS F.
       01  REG-RASTREIO             PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-STATUS   PIC  X(02)           VALUE SPACES.
       77  WRK-TIPO        PIC  X(01)           VALUE SPACE.
           88 CONSULTA-PEDIDO                   VALUE 'P'.
           88 CONSULTA-PARADOS                  VALUE 'S'.
       77  WRK-NUM-PEDIDO  PIC  9(06)           VALUE ZEROS.
       77  WRK-SITUACAO    PIC  X(01)           VALUE SPACE.
       77  WRK-DIAS-LIMITE PIC  9(03)           VALUE ZEROS.
       77  WRK-EOF-STATUS  PIC  X(01)           VALUE 'N'.
           88 FIM-STATUS                        VALUE 'S'.
       77  WRK-SIT-OK      PIC  X(01)           VALUE 'N'.
           88 SITUACAO-PEDIDA                   VALUE 'S'.
       77  WRK-EVT-IDX     PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-MAX-EVT     PIC  9(02) COMP      VALUE 12.
       77  WRK-DT-INTEIRO  PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-SIT-INT  PIC  9(08)           VALUE ZEROS.
       77  WRK-DIAS-PARADO PIC S9(07)           VALUE ZEROS.
       77  WRK-SIT-CODIGO  PIC  X(01)           VALUE SPACE.
       77  WRK-SIT-DESC    PIC  X(24)           VALUE SPACES.
       77  WRK-DT-EDITADA  PIC  X(10)           VALUE SPACES.
       77  WRK-QTD-LIDOS   PIC  9(06)           VALUE ZEROS.
       77  WRK-QTD-NA-SIT  PIC  9(06)           VALUE ZEROS.
       77  WRK-QTD-PARADOS PIC  9(06)           VALUE ZEROS.
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
       01  WRK-REL-CAB-PEDIDO.
           02 FILLER                PIC X(33)    VALUE
              'RASTREAMENTO DE PEDIDO - EMISSAO '.
           02 REL-CP-EMISSAO        PIC X(10)    VALUE SPACES.
      *
       01  WRK-REL-CAB-PARADOS.
           02 FILLER                PIC X(27)    VALUE
              'PEDIDOS PARADOS HA MAIS DE '.
           02 REL-CS-DIAS           PIC ZZ9      VALUE ZEROS.
           02 FILLER                PIC X(17)    VALUE
              ' DIAS - SITUACAO '.
           02 REL-CS-SITUACAO       PIC X(24)    VALUE SPACES.
           02 FILLER                PIC X(11)    VALUE ' - EMISSAO '.
           02 REL-CS-EMISSAO        PIC X(10)    VALUE SPACES.
      *
       01  WRK-REL-PEDIDO.
           02 FILLER                PIC X(07)    VALUE 'PEDIDO '.
           02 REL-PD-PEDIDO         PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE '  UF '.
           02 REL-PD-UF             PIC X(02)    VALUE SPACES.
           02 FILLER                PIC X(18)    VALUE
              '  SITUACAO ATUAL: '.
           02 REL-PD-SITUACAO       PIC X(24)    VALUE SPACES.
           02 FILLER                PIC X(08)    VALUE '  DESDE '.
           02 REL-PD-DESDE          PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(05)    VALUE '  HA '.
           02 REL-PD-DIAS           PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(16)    VALUE
              ' DIAS  EVENTOS: '.
           02 REL-PD-EVENTOS        PIC Z9       VALUE ZEROS.
      *
       01  WRK-REL-COL-PEDIDO.
           02 FILLER                PIC X(50)    VALUE
              'DATA        SITUACAO                  PROGRAMA    '.
           02 FILLER                PIC X(35)    VALUE
              '       VALOR          FRETE  MOTIVO'.
      *
       01  WRK-REL-EVENTO.
           02 REL-EV-DATA           PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-EV-SITUACAO       PIC X(24)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-EV-PROGRAMA       PIC X(09)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-EV-VALOR          PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-EV-FRETE          PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-EV-MOTIVO         PIC X(34)    VALUE SPACES.
      *
       01  WRK-REL-COL-PARADOS.
           02 FILLER                PIC X(50)    VALUE
              'PEDIDO  UF  SITUACAO                  DESDE       '.
           02 FILLER                PIC X(54)    VALUE
              ' DIAS  PROGRAMA           VALOR          FRETE  MOTIVO'.
      *
       01  WRK-REL-PARADO.
           02 REL-PA-PEDIDO         PIC 9(06)    VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-UF             PIC X(02)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-SITUACAO       PIC X(24)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-DESDE          PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-DIAS           PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-PROGRAMA       PIC X(09)    VALUE SPACES.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-VALOR          PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-FRETE          PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 REL-PA-MOTIVO         PIC X(34)    VALUE SPACES.
      *
       01  WRK-REL-AVISO.
           02 REL-AVISO             PIC X(80)    VALUE SPACES.
      *
       01  WRK-REL-TOT.
           02 FILLER                PIC X(17)    VALUE
              'PEDIDOS LIDOS:   '.
           02 REL-TOT-LIDOS         PIC ZZZZZ9   VALUE ZEROS.
           02 FILLER                PIC X(17)    VALUE
              '  NA SITUACAO:   '.
           02 REL-TOT-NA-SIT        PIC ZZZZZ9   VALUE ZEROS.
           02 FILLER                PIC X(17)    VALUE
              '  PARADOS:       '.
           02 REL-TOT-PARADOS       PIC ZZZZZ9   VALUE ZEROS.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-RASTREIA-PEDIDO.
           PERFORM 4000-LISTA-PARADOS.
           PERFORM 5000-FINALIZA.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    LE O CARTAO, ABRE O RELATORIO E O STATUS DE PEDIDOS. SEM
      *    CARTAO VALIDO OU SEM O ARQUIVO DE STATUS O RELATORIO SAI
      *    SO COM O AVISO.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           COMPUTE WRK-DT-INTEIRO = FUNCTION INTEGER-OF-DATE(
                                     WRK-DT-ATU-NUM).
           OPEN OUTPUT ARQ-RASTREIO.
           OPEN INPUT ARQ-RAST-PARM.
           IF WRK-FS-PARM EQUAL '00'
               READ ARQ-RAST-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 2100-VALIDA-CARTAO
               END-READ
               CLOSE ARQ-RAST-PARM
           END-IF.
           IF NOT CONSULTA-PEDIDO AND NOT CONSULTA-PARADOS
               DISPLAY 'CARTAO RASTPARM.DAT AUSENTE OU INVALIDO - '
                       'NENHUMA CONSULTA.'
               MOVE 'CARTAO RASTPARM.DAT AUSENTE OU INVALIDO.'
                                     TO REL-AVISO
               WRITE REG-RASTREIO   FROM WRK-REL-AVISO
               GO TO 2999-SAIDA
           END-IF.
           OPEN INPUT ARQ-STATUS-PEDIDO.
           IF WRK-FS-STATUS NOT EQUAL '00'
               DISPLAY 'STATUS DE PEDIDOS (PEDSTAT.DAT) NAO PODE SER '
                       'ABERTO - FS ' WRK-FS-STATUS '.'
               MOVE 'STATUS DE PEDIDOS INDISPONIVEL - NENHUMA CONSULTA.'
                                     TO REL-AVISO
               WRITE REG-RASTREIO   FROM WRK-REL-AVISO
               MOVE SPACE            TO WRK-TIPO
           END-IF.
           GO TO 2999-SAIDA.
      *
       2100-VALIDA-CARTAO.
      *
           MOVE PRM-TIPO            TO WRK-TIPO.
           IF CONSULTA-PEDIDO
               IF PRM-NUM-PEDIDO IS NUMERIC
                  AND PRM-NUM-PEDIDO GREATER ZEROS
                   MOVE PRM-NUM-PEDIDO TO WRK-NUM-PEDIDO
               ELSE
                   MOVE SPACE        TO WRK-TIPO
               END-IF
           END-IF.
           IF CONSULTA-PARADOS
               MOVE PRM-SITUACAO    TO WRK-SITUACAO
               IF PRM-DIAS IS NUMERIC
                   MOVE PRM-DIAS    TO WRK-DIAS-LIMITE
               END-IF
           END-IF.
      *
       2200-EDITA-DATA.
      *
      *    AAAAMMDD DE WRK-DT-EDICAO PARA DD/MM/AAAA EM WRK-DT-EDITADA.
      *    DATA ZERADA OU NAO NUMERICA (REGISTRO OU EVENTO NAO
      *    COMPLETADO NA GRAVACAO) SAI EM BRANCO.
      *
           MOVE SPACES               TO WRK-DT-EDITADA.
           IF WRK-DT-EDICAO-NUM IS NUMERIC
              AND WRK-DT-EDICAO-NUM GREATER ZEROS
               MOVE WRK-DTE-DIA     TO WRK-DT-EDITADA(1:2)
               MOVE '/'             TO WRK-DT-EDITADA(3:1)
               MOVE WRK-DTE-MES     TO WRK-DT-EDITADA(4:2)
               MOVE '/'             TO WRK-DT-EDITADA(6:1)
               MOVE WRK-DTE-ANO     TO WRK-DT-EDITADA(7:4)
           END-IF.
      *
       2300-DESCREVE-SITUACAO.
      *
      *    CODIGO DE WRK-SIT-CODIGO PARA A DESCRICAO EM WRK-SIT-DESC.
      *
           EVALUATE WRK-SIT-CODIGO
               WHEN 'A'
                   MOVE 'ACEITO NA PRE-EDICAO'    TO WRK-SIT-DESC
               WHEN 'R'
                   MOVE 'REJEITADO NA PRE-EDICAO' TO WRK-SIT-DESC
               WHEN 'B'
                   MOVE 'EM BACKORDER'            TO WRK-SIT-DESC
               WHEN 'F'
                   MOVE 'FRETADO'                 TO WRK-SIT-DESC
               WHEN 'C'
                   MOVE 'ENTREGUE'                TO WRK-SIT-DESC
               WHEN 'D'
                   MOVE 'DEVOLVIDO'               TO WRK-SIT-DESC
               WHEN 'I'
                   MOVE 'FATURADO'                TO WRK-SIT-DESC
               WHEN 'X'
                   MOVE 'CONTESTADO NA FATURA'    TO WRK-SIT-DESC
               WHEN SPACE
                   MOVE 'QUALQUER EM ABERTO'      TO WRK-SIT-DESC
               WHEN OTHER
                   MOVE 'SITUACAO'                TO WRK-SIT-DESC
                   MOVE WRK-SIT-CODIGO TO WRK-SIT-DESC(10:1)
           END-EVALUATE.
      *
       2400-CALCULA-DIAS.
      *
      *    DIAS CORRIDOS DA DATA DA SITUACAO ATUAL ATE HOJE.
      *
           MOVE ZEROS                TO WRK-DIAS-PARADO.
           IF STA-DT-SITUACAO IS NUMERIC
              AND STA-DT-SITUACAO GREATER ZEROS
               COMPUTE WRK-DT-SIT-INT = FUNCTION INTEGER-OF-DATE(
                                         STA-DT-SITUACAO)
               COMPUTE WRK-DIAS-PARADO = WRK-DT-INTEIRO
                                       - WRK-DT-SIT-INT
           END-IF.
           IF WRK-DIAS-PARADO LESS ZEROS
               MOVE ZEROS            TO WRK-DIAS-PARADO
           END-IF.
      *
       2999-SAIDA.
      ******************************************************************
       3000-RASTREIA-PEDIDO    SECTION.
      ******************************************************************
      *    SITUACAO ATUAL DO PEDIDO E, EM SEGUIDA, CADA OCORRENCIA
      *    GUARDADA, DA MAIS ANTIGA PARA A MAIS RECENTE.
      *
           IF NOT CONSULTA-PEDIDO
               GO TO 3999-SAIDA
           END-IF.
           MOVE WRK-DT-ATU-NUM      TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE WRK-DT-EDITADA      TO REL-CP-EMISSAO.
           WRITE REG-RASTREIO       FROM WRK-REL-CAB-PEDIDO.
           MOVE WRK-NUM-PEDIDO      TO STA-NUM-PEDIDO.
           READ ARQ-STATUS-PEDIDO
               KEY IS STA-NUM-PEDIDO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-STATUS NOT EQUAL '00'
               MOVE 'PEDIDO'        TO REL-AVISO
               MOVE WRK-NUM-PEDIDO  TO REL-AVISO(8:6)
               MOVE 'SEM STATUS REGISTRADO.' TO REL-AVISO(15:)
               WRITE REG-RASTREIO   FROM WRK-REL-AVISO
               GO TO 3999-SAIDA
           END-IF.
           ADD 1                    TO WRK-QTD-LIDOS.
           MOVE STA-NUM-PEDIDO      TO REL-PD-PEDIDO.
           MOVE STA-UF              TO REL-PD-UF.
           MOVE STA-SITUACAO        TO WRK-SIT-CODIGO.
           PERFORM 2300-DESCREVE-SITUACAO.
           MOVE WRK-SIT-DESC        TO REL-PD-SITUACAO.
           MOVE STA-DT-SITUACAO     TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE WRK-DT-EDITADA      TO REL-PD-DESDE.
           PERFORM 2400-CALCULA-DIAS.
           MOVE WRK-DIAS-PARADO     TO REL-PD-DIAS.
           MOVE STA-QTD-EVENTOS     TO REL-PD-EVENTOS.
           WRITE REG-RASTREIO       FROM WRK-REL-PEDIDO.
           WRITE REG-RASTREIO       FROM WRK-REL-COL-PEDIDO.
           PERFORM VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX GREATER STA-QTD-EVENTOS
                  OR WRK-EVT-IDX GREATER WRK-MAX-EVT
               PERFORM 3100-LISTA-EVENTO
           END-PERFORM.
           IF STA-QTD-EVENTOS NOT LESS WRK-MAX-EVT
               MOVE 'HISTORICO LIMITADO AS 12 ULTIMAS OCORRENCIAS.'
                                     TO REL-AVISO
               WRITE REG-RASTREIO   FROM WRK-REL-AVISO
           END-IF.
           GO TO 3999-SAIDA.
      *
       3100-LISTA-EVENTO.
      *
           MOVE STE-DATA(WRK-EVT-IDX) TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE WRK-DT-EDITADA      TO REL-EV-DATA.
           MOVE STE-SITUACAO(WRK-EVT-IDX) TO WRK-SIT-CODIGO.
           PERFORM 2300-DESCREVE-SITUACAO.
           MOVE WRK-SIT-DESC        TO REL-EV-SITUACAO.
           MOVE STE-PROGRAMA(WRK-EVT-IDX) TO REL-EV-PROGRAMA.
           MOVE STE-VALOR(WRK-EVT-IDX) TO REL-EV-VALOR.
           MOVE STE-FRETE(WRK-EVT-IDX) TO REL-EV-FRETE.
           MOVE STE-MOTIVO(WRK-EVT-IDX) TO REL-EV-MOTIVO.
           WRITE REG-RASTREIO       FROM WRK-REL-EVENTO.
      *
       3999-SAIDA.
      ******************************************************************
       4000-LISTA-PARADOS      SECTION.
      ******************************************************************
      *    PERCORRE O STATUS DE PEDIDOS NA ORDEM DA CHAVE E LISTA CADA
      *    PEDIDO NA SITUACAO PEDIDA HA MAIS DIAS QUE O LIMITE, COM A
      *    ULTIMA OCORRENCIA (PROGRAMA, VALOR, FRETE E MOTIVO).
      *
           IF NOT CONSULTA-PARADOS
               GO TO 4999-SAIDA
           END-IF.
           MOVE WRK-DIAS-LIMITE     TO REL-CS-DIAS.
           MOVE WRK-SITUACAO        TO WRK-SIT-CODIGO.
           PERFORM 2300-DESCREVE-SITUACAO.
           MOVE WRK-SIT-DESC        TO REL-CS-SITUACAO.
           MOVE WRK-DT-ATU-NUM      TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE WRK-DT-EDITADA      TO REL-CS-EMISSAO.
           WRITE REG-RASTREIO       FROM WRK-REL-CAB-PARADOS.
           WRITE REG-RASTREIO       FROM WRK-REL-COL-PARADOS.
           PERFORM UNTIL FIM-STATUS
               READ ARQ-STATUS-PEDIDO NEXT RECORD
                   AT END
                       MOVE 'S'     TO WRK-EOF-STATUS
               END-READ
               IF WRK-FS-STATUS NOT EQUAL '00'
                  AND WRK-FS-STATUS NOT EQUAL '10'
                   DISPLAY 'ERRO NA LEITURA DO STATUS DE PEDIDOS '
                           '(PEDSTAT.DAT) - FS ' WRK-FS-STATUS '.'
                   MOVE 'S'         TO WRK-EOF-STATUS
               END-IF
               IF NOT FIM-STATUS
                   PERFORM 4100-CONFERE-PEDIDO
               END-IF
           END-PERFORM.
           GO TO 4999-SAIDA.
      *
       4100-CONFERE-PEDIDO.
      *
           ADD 1                    TO WRK-QTD-LIDOS.
           MOVE 'N'                 TO WRK-SIT-OK.
           IF WRK-SITUACAO EQUAL SPACE
               IF NOT STA-REJEITADO AND NOT STA-DEVOLVIDO
                  AND NOT STA-FATURADO
                   MOVE 'S'         TO WRK-SIT-OK
               END-IF
           ELSE
               IF STA-SITUACAO EQUAL WRK-SITUACAO
                   MOVE 'S'         TO WRK-SIT-OK
               END-IF
           END-IF.
           IF SITUACAO-PEDIDA
               ADD 1                TO WRK-QTD-NA-SIT
               PERFORM 2400-CALCULA-DIAS
               IF WRK-DIAS-PARADO GREATER WRK-DIAS-LIMITE
                   PERFORM 4200-LISTA-PARADO
               END-IF
           END-IF.
      *
       4200-LISTA-PARADO.
      *
           ADD 1                    TO WRK-QTD-PARADOS.
           MOVE STA-NUM-PEDIDO      TO REL-PA-PEDIDO.
           MOVE STA-UF              TO REL-PA-UF.
           MOVE STA-SITUACAO        TO WRK-SIT-CODIGO.
           PERFORM 2300-DESCREVE-SITUACAO.
           MOVE WRK-SIT-DESC        TO REL-PA-SITUACAO.
           MOVE STA-DT-SITUACAO     TO WRK-DT-EDICAO-NUM.
           PERFORM 2200-EDITA-DATA.
           MOVE WRK-DT-EDITADA      TO REL-PA-DESDE.
           MOVE WRK-DIAS-PARADO     TO REL-PA-DIAS.
           MOVE SPACES               TO REL-PA-PROGRAMA REL-PA-MOTIVO.
           MOVE ZEROS                TO REL-PA-VALOR REL-PA-FRETE.
           IF STA-QTD-EVENTOS GREATER ZEROS
              AND STA-QTD-EVENTOS NOT GREATER WRK-MAX-EVT
               MOVE STA-QTD-EVENTOS TO WRK-EVT-IDX
               MOVE STE-PROGRAMA(WRK-EVT-IDX) TO REL-PA-PROGRAMA
               MOVE STE-VALOR(WRK-EVT-IDX)    TO REL-PA-VALOR
               MOVE STE-FRETE(WRK-EVT-IDX)    TO REL-PA-FRETE
               MOVE STE-MOTIVO(WRK-EVT-IDX)   TO REL-PA-MOTIVO
           END-IF.
           WRITE REG-RASTREIO       FROM WRK-REL-PARADO.
      *
       4999-SAIDA.
      ******************************************************************
       5000-FINALIZA           SECTION.
      ******************************************************************
      *
           IF CONSULTA-PARADOS
               MOVE WRK-QTD-LIDOS   TO REL-TOT-LIDOS
               MOVE WRK-QTD-NA-SIT  TO REL-TOT-NA-SIT
               MOVE WRK-QTD-PARADOS TO REL-TOT-PARADOS
               WRITE REG-RASTREIO   FROM WRK-REL-TOT
           END-IF.
           IF CONSULTA-PEDIDO OR CONSULTA-PARADOS
               CLOSE ARQ-STATUS-PEDIDO
           END-IF.
           CLOSE ARQ-RASTREIO.
           DISPLAY 'RASTREAMENTO DE PEDIDOS - TIPO: ' WRK-TIPO
                   ' LIDOS: ' WRK-QTD-LIDOS
                   ' PARADOS: ' WRK-QTD-PARADOS.
      *
       5999-SAIDA.
      ******************************************************************
