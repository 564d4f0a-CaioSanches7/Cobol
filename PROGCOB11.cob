       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB11.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = MANUTENCAO DO CADASTRO DE CLIENTES (CLIMAST.DAT):    *
      *           INCLUSAO, ALTERACAO DE NOME/LIMITE/CONTA, BLOQUEIO E *
      *           LIBERACAO VIA ARQUIVO DE TRANSACOES, COM AUDITORIA   *
      *           DE CADA ACAO. O CPF E VALIDADO PELO MODULO 11 NA     *
      *           INCLUSAO - A PRE-EDICAO DE PEDIDOS DO PROGCOB01 SO   *
      *           ACEITA PEDIDO DE CLIENTE CADASTRADO E ATIVO, DENTRO  *
      *           DO LIMITE DE CREDITO.                                *
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
           SELECT ARQ-CLIENTE-TRANS ASSIGN TO "CLITRAN.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-TRANS.
           SELECT ARQ-CLIENTE-MASTER ASSIGN TO "CLIMAST.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS CLI-CPF
                                    FILE STATUS IS WRK-FS-CLIENTE.
           SELECT ARQ-AUDIT-LOG    ASSIGN TO "AUDITLOG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    TRANSACOES DE MANUTENCAO: ACAO 'I' INCLUI O CLIENTE (ATIVO),
      *    'A' ALTERA NOME, LIMITE E CONTA (CAMPO EM BRANCO MANTEM O
      *    VALOR ATUAL), 'B' BLOQUEIA E 'L' LIBERA. NAO HA EXCLUSAO -
      *    CLIENTE QUE SAI DA CARTEIRA FICA BLOQUEADO.
       FD  ARQ-CLIENTE-TRANS
           RECORDING MODE IS F.
       01  REG-CLIENTE-TRANS.
           02 TRN-ACAO              PIC X(01).
              88 TRN-INCLUSAO                  VALUE 'I'.
              88 TRN-ALTERACAO                 VALUE 'A'.
              88 TRN-BLOQUEIO                  VALUE 'B'.
              88 TRN-LIBERACAO                 VALUE 'L'.
           02 TRN-CPF               PIC 9(11).
           02 TRN-NOME              PIC X(30).
           02 TRN-LIMITE            PIC 9(09)V99.
           02 TRN-CONTA             PIC X(08).
      *
      *    MESMO LAYOUT DO CADASTRO DE CLIENTES DO PROGCOB01.
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
       FD  ARQ-AUDIT-LOG
           RECORDING MODE IS F.
       01  REG-AUDIT-LOG            PIC X(46).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-TRANS    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-CLIENTE  PIC  X(02)           VALUE SPACES.
      *    O FILE STATUS MUDA A CADA READ/WRITE - O FLAG GUARDA SE A
      *    ABERTURA DO CADASTRO DEU CERTO, PARA O CLOSE NO FIM.
       77  WRK-CLIENTE-OK  PIC  X(01)           VALUE 'N'.
           88 CLIENTE-MASTER-ABERTO             VALUE 'S'.
       77  WRK-EOF-TRANS   PIC  X(01)           VALUE 'N'.
           88 FIM-TRANS                         VALUE 'S'.
       77  WRK-QTD-LIDAS   PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-APLICADAS PIC 9(05)          VALUE ZEROS.
       77  WRK-QTD-REJEITADAS PIC 9(05)         VALUE ZEROS.
       77  WRK-RESULTADO   PIC  X(09)           VALUE SPACES.
       77  WRK-LIMITE-NOVO PIC  9(09)V99        VALUE ZEROS.
      *
      *    CPF EM DIGITOS PARA O MODULO 11 - MESMO CALCULO DO
      *    5100-VALIDA-CPF DO PROGCOB01, SEM A MASCARA DE EDICAO.
       01  WRK-CPF-NUM     PIC  9(11)           VALUE ZEROS.
       01  WRK-CPF-R REDEFINES WRK-CPF-NUM.
           02 CPF-D1                PIC 9.
           02 CPF-D2                PIC 9.
           02 CPF-D3                PIC 9.
           02 CPF-D4                PIC 9.
           02 CPF-D5                PIC 9.
           02 CPF-D6                PIC 9.
           02 CPF-D7                PIC 9.
           02 CPF-D8                PIC 9.
           02 CPF-D9                PIC 9.
           02 CPF-D10               PIC 9.
           02 CPF-D11               PIC 9.
       77  WRK-CPF-SOMA1   PIC  9(04)           VALUE ZEROS.
       77  WRK-CPF-SOMA2   PIC  9(04)           VALUE ZEROS.
       77  WRK-CPF-RESTO   PIC  9(02)           VALUE ZEROS.
       77  WRK-CPF-DV1     PIC  9(01)           VALUE ZEROS.
       77  WRK-CPF-DV2     PIC  9(01)           VALUE ZEROS.
       77  WRK-CPF-VALIDO  PIC  X(01)           VALUE 'N'.
           88 CPF-VALIDO                        VALUE 'S'.
      *
      *    LINHA DE AUDITORIA DO CADASTRO: DATA, ACAO, CPF, LIMITE DE
      *    CREDITO RESULTANTE E RESULTADO - UMA LINHA POR TRANSACAO
      *    APLICADA OU REJEITADA, NO MESMO ARQUIVO DE AUDITORIA (46
      *    POSICOES) DO SIGN-ON, DO PROGCOB02 E DO PROGCOB06.
       01  WRK-AUDIT-LINE.
           02 AUD-DATA              PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-ACAO              PIC X(01)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-CPF               PIC 9(11)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-LIMITE            PIC 9(09)V99 VALUE ZEROS.
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
      *    ABRE A ENTRADA DE TRANSACOES E O CADASTRO DE CLIENTES. SE O
      *    CADASTRO AINDA NAO EXISTE (STATUS 35), E CRIADO VAZIO.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-CLIENTE-TRANS.
           IF WRK-FS-TRANS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE TRANSACOES DE CLIENTES NAO '
                       'ENCONTRADO - NADA A PROCESSAR.'
               MOVE 'S'             TO WRK-EOF-TRANS
           END-IF.
           OPEN I-O ARQ-CLIENTE-MASTER.
           IF WRK-FS-CLIENTE EQUAL '35'
               OPEN OUTPUT ARQ-CLIENTE-MASTER
               CLOSE ARQ-CLIENTE-MASTER
               OPEN I-O ARQ-CLIENTE-MASTER
           END-IF.
           IF WRK-FS-CLIENTE EQUAL '00'
               MOVE 'S'             TO WRK-CLIENTE-OK
           ELSE
               DISPLAY 'CADASTRO DE CLIENTES NAO PODE SER ABERTO - FS '
                       WRK-FS-CLIENTE ' - MANUTENCAO CANCELADA.'
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
               READ ARQ-CLIENTE-TRANS
                   AT END
                       MOVE 'S'     TO WRK-EOF-TRANS
               END-READ
           END-IF.
      *
       3200-APLICA-TRANSACAO.
      *
           ADD 1                    TO WRK-QTD-LIDAS.
           MOVE ZEROS                TO WRK-LIMITE-NOVO.
           IF TRN-CPF IS NOT NUMERIC
            OR TRN-CPF EQUAL ZEROS
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INVALIDA'      TO WRK-RESULTADO
               PERFORM 8000-GRAVA-AUDITORIA
           ELSE
               EVALUATE TRUE
                   WHEN TRN-INCLUSAO
                       PERFORM 3300-INCLUI-CLIENTE
                   WHEN TRN-ALTERACAO
                       PERFORM 3400-ALTERA-CLIENTE
                   WHEN TRN-BLOQUEIO
                   WHEN TRN-LIBERACAO
                       PERFORM 3500-MUDA-SITUACAO
                   WHEN OTHER
                       ADD 1        TO WRK-QTD-REJEITADAS
                       MOVE 'ACAO INV.' TO WRK-RESULTADO
                       PERFORM 8000-GRAVA-AUDITORIA
               END-EVALUATE
           END-IF.
      *
       3300-INCLUI-CLIENTE.
      *
      *    SO ENTRA NO CADASTRO CPF QUE PASSA NO MODULO 11, COM NOME E
      *    LIMITE INFORMADOS. O CLIENTE NASCE ATIVO.
      *
           MOVE TRN-CPF             TO WRK-CPF-NUM.
           PERFORM 3900-VALIDA-CPF.
           IF NOT CPF-VALIDO
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'CPF INVAL'     TO WRK-RESULTADO
           ELSE
               IF TRN-NOME EQUAL SPACES
                OR TRN-LIMITE IS NOT NUMERIC
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'INVALIDA'  TO WRK-RESULTADO
               ELSE
                   PERFORM 3350-GRAVA-CLIENTE
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3350-GRAVA-CLIENTE.
      *
           MOVE TRN-CPF             TO CLI-CPF.
           READ ARQ-CLIENTE-MASTER
               KEY IS CLI-CPF
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-CLIENTE EQUAL '00'
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-NOVO
               MOVE 'JA EXISTE'     TO WRK-RESULTADO
           ELSE
               MOVE TRN-CPF         TO CLI-CPF
               MOVE TRN-NOME        TO CLI-NOME
               MOVE 'A'             TO CLI-SITUACAO
               MOVE TRN-LIMITE      TO CLI-LIMITE-CREDITO
                                        WRK-LIMITE-NOVO
               MOVE TRN-CONTA       TO CLI-CONTA
               WRITE REG-CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WRK-FS-CLIENTE EQUAL '00'
                   ADD 1            TO WRK-QTD-APLICADAS
                   MOVE 'INCLUIDO'  TO WRK-RESULTADO
               ELSE
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'ERRO GRAV' TO WRK-RESULTADO
               END-IF
           END-IF.
      *
       3400-ALTERA-CLIENTE.
      *
           MOVE TRN-CPF             TO CLI-CPF.
           READ ARQ-CLIENTE-MASTER
               KEY IS CLI-CPF
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-CLIENTE EQUAL '00'
               IF TRN-NOME NOT EQUAL SPACES
                   MOVE TRN-NOME    TO CLI-NOME
               END-IF
               IF TRN-LIMITE IS NUMERIC
                   MOVE TRN-LIMITE  TO CLI-LIMITE-CREDITO
               END-IF
               IF TRN-CONTA NOT EQUAL SPACES
                   MOVE TRN-CONTA   TO CLI-CONTA
               END-IF
               MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-NOVO
               REWRITE REG-CLIENTE-MASTER
               ADD 1                TO WRK-QTD-APLICADAS
               MOVE 'ALTERADO'      TO WRK-RESULTADO
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3500-MUDA-SITUACAO.
      *
           MOVE TRN-CPF             TO CLI-CPF.
           READ ARQ-CLIENTE-MASTER
               KEY IS CLI-CPF
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-CLIENTE EQUAL '00'
               MOVE CLI-LIMITE-CREDITO TO WRK-LIMITE-NOVO
               IF TRN-BLOQUEIO
                   MOVE 'B'         TO CLI-SITUACAO
                   MOVE 'BLOQUEADO' TO WRK-RESULTADO
               ELSE
                   MOVE 'A'         TO CLI-SITUACAO
                   MOVE 'LIBERADO'  TO WRK-RESULTADO
               END-IF
               REWRITE REG-CLIENTE-MASTER
               ADD 1                TO WRK-QTD-APLICADAS
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3900-VALIDA-CPF.
      *
           MOVE 'S'                 TO WRK-CPF-VALIDO.
      *
           IF CPF-D1 = CPF-D2 AND CPF-D1 = CPF-D3 AND CPF-D1 = CPF-D4
              AND CPF-D1 = CPF-D5 AND CPF-D1 = CPF-D6
              AND CPF-D1 = CPF-D7 AND CPF-D1 = CPF-D8
              AND CPF-D1 = CPF-D9 AND CPF-D1 = CPF-D10
              AND CPF-D1 = CPF-D11
               MOVE 'N'              TO WRK-CPF-VALIDO
           END-IF.
      *
           IF CPF-VALIDO
               COMPUTE WRK-CPF-SOMA1 =
                   CPF-D1 * 10 + CPF-D2 * 9 + CPF-D3 * 8 + CPF-D4 * 7
                 + CPF-D5 * 6  + CPF-D6 * 5 + CPF-D7 * 4 + CPF-D8 * 3
                 + CPF-D9 * 2
               COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA1, 11)
               IF WRK-CPF-RESTO < 2
                   MOVE 0            TO WRK-CPF-DV1
               ELSE
                   COMPUTE WRK-CPF-DV1 = 11 - WRK-CPF-RESTO
               END-IF
               IF WRK-CPF-DV1 NOT EQUAL CPF-D10
                   MOVE 'N'          TO WRK-CPF-VALIDO
               END-IF
           END-IF.
      *
           IF CPF-VALIDO
               COMPUTE WRK-CPF-SOMA2 =
                   CPF-D1 * 11 + CPF-D2 * 10 + CPF-D3 * 9 + CPF-D4 * 8
                 + CPF-D5 * 7  + CPF-D6 * 6  + CPF-D7 * 5 + CPF-D8 * 4
                 + CPF-D9 * 3  + CPF-D10 * 2
               COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA2, 11)
               IF WRK-CPF-RESTO < 2
                   MOVE 0            TO WRK-CPF-DV2
               ELSE
                   COMPUTE WRK-CPF-DV2 = 11 - WRK-CPF-RESTO
               END-IF
               IF WRK-CPF-DV2 NOT EQUAL CPF-D11
                   MOVE 'N'          TO WRK-CPF-VALIDO
               END-IF
           END-IF.
      *
       3999-SAIDA.
      ******************************************************************
       4000-FINALIZA           SECTION.
      ******************************************************************
      *
           IF CLIENTE-MASTER-ABERTO
               CLOSE ARQ-CLIENTE-MASTER
           END-IF.
           IF WRK-FS-TRANS EQUAL '00' OR WRK-FS-TRANS EQUAL '10'
               CLOSE ARQ-CLIENTE-TRANS
           END-IF.
           DISPLAY 'MANUTENCAO DE CLIENTES - LIDAS: '
                   WRK-QTD-LIDAS
                   ' APLICADAS: ' WRK-QTD-APLICADAS
                   ' REJEITADAS: ' WRK-QTD-REJEITADAS.
      *
       4999-SAIDA.
      ******************************************************************
       8000-GRAVA-AUDITORIA    SECTION.
      ******************************************************************
      *    UMA LINHA POR ACAO DE MANUTENCAO, COM O LIMITE DE CREDITO
      *    QUE FICOU VALENDO - QUALQUER MUDANCA DE LIMITE OU BLOQUEIO
      *    DE CLIENTE FICA RASTREAVEL NA AUDITORIA.
      *
           MOVE TRN-ACAO            TO AUD-ACAO.
           IF TRN-CPF IS NUMERIC
               MOVE TRN-CPF         TO AUD-CPF
           ELSE
               MOVE ZEROS            TO AUD-CPF
           END-IF.
           MOVE WRK-LIMITE-NOVO     TO AUD-LIMITE.
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
