       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB15.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = MANUTENCAO DO PLANO DE CONTAS (PLANCONT.DAT) NO      *
      *           MOLDE DO PROGCOB11: INCLUSAO, ALTERACAO DE           *
      *           DESCRICAO/TIPO/GRUPO, DESATIVACAO E REATIVACAO VIA   *
      *           ARQUIVO DE TRANSACOES, COM AUDITORIA DE CADA ACAO. A *
      *           RECONCILIACAO DO PROGCOB01 SO POSTA EM CONTA DO      *
      *           PLANO E ATIVA; O BALANCETE DO PROGCOB16 TOTALIZA     *
      *           PELOS GRUPOS CADASTRADOS AQUI.                       *
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
           SELECT ARQ-PLANO-TRANS  ASSIGN TO "PLCTRAN.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-TRANS.
           SELECT ARQ-PLANO-CONTAS ASSIGN TO "PLANCONT.DAT"
                                    ORGANIZATION IS INDEXED
                                    ACCESS MODE IS DYNAMIC
                                    RECORD KEY IS PLC-CONTA
                                    FILE STATUS IS WRK-FS-PLANO.
           SELECT ARQ-AUDIT-LOG    ASSIGN TO "AUDITLOG.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    TRANSACOES DE MANUTENCAO: ACAO 'I' INCLUI A CONTA (ATIVA),
      *    'A' ALTERA DESCRICAO, TIPO E GRUPO (CAMPO EM BRANCO MANTEM
      *    O VALOR ATUAL), 'D' DESATIVA E 'R' REATIVA. NAO HA
      *    EXCLUSAO - A CONTA TEM HISTORICO NO EXTRATO E NO MASTER DE
      *    SALDOS; CONTA QUE SAI DE USO FICA INATIVA.
       FD  ARQ-PLANO-TRANS
           RECORDING MODE IS F.
       01  REG-PLANO-TRANS.
           02 TRN-ACAO              PIC X(01).
              88 TRN-INCLUSAO                  VALUE 'I'.
              88 TRN-ALTERACAO                 VALUE 'A'.
              88 TRN-DESATIVACAO               VALUE 'D'.
              88 TRN-REATIVACAO                VALUE 'R'.
           02 TRN-CONTA             PIC X(08).
           02 TRN-DESCRICAO         PIC X(30).
           02 TRN-TIPO              PIC X(01).
              88 TRN-TIPO-VALIDO               VALUE 'A' 'P' 'D' 'R'.
           02 TRN-GRUPO             PIC X(08).
      *
      *    MESMO LAYOUT DO PLANO DE CONTAS DO PROGCOB01.
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
       FD  ARQ-AUDIT-LOG
           RECORDING MODE IS F.
       01  REG-AUDIT-LOG            PIC X(46).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-TRANS    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PLANO    PIC  X(02)           VALUE SPACES.
      *    O FILE STATUS MUDA A CADA READ/WRITE - O FLAG GUARDA SE A
      *    ABERTURA DO PLANO DEU CERTO, PARA O CLOSE NO FIM.
       77  WRK-PLANO-OK    PIC  X(01)           VALUE 'N'.
           88 PLANO-ABERTO                      VALUE 'S'.
       77  WRK-EOF-TRANS   PIC  X(01)           VALUE 'N'.
           88 FIM-TRANS                         VALUE 'S'.
       77  WRK-QTD-LIDAS   PIC  9(05)           VALUE ZEROS.
       77  WRK-QTD-APLICADAS PIC 9(05)          VALUE ZEROS.
       77  WRK-QTD-REJEITADAS PIC 9(05)         VALUE ZEROS.
       77  WRK-RESULTADO   PIC  X(12)           VALUE SPACES.
      *
      *    CRITICA DO GRUPO: SOBE A CADEIA DE GRUPOS A PARTIR DO GRUPO
      *    INFORMADO ATE O TOPO (GRUPO EM BRANCO). A CONTA NAO PODE
      *    APARECER NA PROPRIA CADEIA, SENAO O BALANCETE TOTALIZARIA
      *    EM CIRCULO. O REGISTRO EM MAOS E GUARDADO DURANTE A SUBIDA.
       77  WRK-GRP-BUSCA   PIC  X(08)           VALUE SPACES.
       77  WRK-GRP-NIVEL   PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-MAX-NIVEIS  PIC  9(02) COMP      VALUE 10.
       77  WRK-GRP-OK      PIC  X(01)           VALUE 'S'.
           88 GRUPO-VALIDO                      VALUE 'S'.
       01  WRK-PLC-SALVO            PIC X(48)    VALUE SPACES.
      *
      *    LINHA DE AUDITORIA DO PLANO: DATA, ACAO, CONTA, TIPO E
      *    GRUPO RESULTANTES E RESULTADO - NO MESMO ARQUIVO DE
      *    AUDITORIA (46 POSICOES) DO SIGN-ON E DOS DEMAIS CADASTROS.
       01  WRK-AUDIT-LINE.
           02 AUD-DATA              PIC X(10)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-ACAO              PIC X(01)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-CONTA             PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-TIPO              PIC X(01)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-GRUPO             PIC X(08)    VALUE SPACES.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 AUD-RESULTADO         PIC X(12)    VALUE SPACES.
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
      *    ABRE A ENTRADA DE TRANSACOES E O PLANO DE CONTAS. SE O
      *    PLANO AINDA NAO EXISTE (STATUS 35), E CRIADO VAZIO.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           OPEN INPUT ARQ-PLANO-TRANS.
           IF WRK-FS-TRANS NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE TRANSACOES DO PLANO DE CONTAS NAO '
                       'ENCONTRADO - NADA A PROCESSAR.'
               MOVE 'S'             TO WRK-EOF-TRANS
           END-IF.
           OPEN I-O ARQ-PLANO-CONTAS.
           IF WRK-FS-PLANO EQUAL '35'
               OPEN OUTPUT ARQ-PLANO-CONTAS
               CLOSE ARQ-PLANO-CONTAS
               OPEN I-O ARQ-PLANO-CONTAS
           END-IF.
           IF WRK-FS-PLANO EQUAL '00'
               MOVE 'S'             TO WRK-PLANO-OK
           ELSE
               DISPLAY 'PLANO DE CONTAS NAO PODE SER ABERTO - FS '
                       WRK-FS-PLANO ' - MANUTENCAO CANCELADA.'
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
               READ ARQ-PLANO-TRANS
                   AT END
                       MOVE 'S'     TO WRK-EOF-TRANS
               END-READ
           END-IF.
      *
       3200-APLICA-TRANSACAO.
      *
           ADD 1                    TO WRK-QTD-LIDAS.
           MOVE SPACES               TO AUD-TIPO AUD-GRUPO.
           IF TRN-CONTA EQUAL SPACES
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INVALIDA'      TO WRK-RESULTADO
               PERFORM 8000-GRAVA-AUDITORIA
           ELSE
               EVALUATE TRUE
                   WHEN TRN-INCLUSAO
                       PERFORM 3300-INCLUI-CONTA
                   WHEN TRN-ALTERACAO
                       PERFORM 3400-ALTERA-CONTA
                   WHEN TRN-DESATIVACAO
                   WHEN TRN-REATIVACAO
                       PERFORM 3500-MUDA-SITUACAO
                   WHEN OTHER
                       ADD 1        TO WRK-QTD-REJEITADAS
                       MOVE 'ACAO INV.' TO WRK-RESULTADO
                       PERFORM 8000-GRAVA-AUDITORIA
               END-EVALUATE
           END-IF.
      *
       3300-INCLUI-CONTA.
      *
      *    A CONTA NASCE ATIVA, COM DESCRICAO E TIPO OBRIGATORIOS
      *    (A ATIVO, P PASSIVO, D DESPESA, R RECEITA). O GRUPO, SE
      *    INFORMADO, JA TEM DE ESTAR NO PLANO - OS GRUPOS SAO
      *    INCLUIDOS ANTES DAS CONTAS QUE OS COMPOEM.
      *
           MOVE TRN-CONTA           TO PLC-CONTA.
           READ ARQ-PLANO-CONTAS
               KEY IS PLC-CONTA
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WRK-FS-PLANO EQUAL '00'
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'JA EXISTE' TO WRK-RESULTADO
               WHEN TRN-DESCRICAO EQUAL SPACES
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'INVALIDA'  TO WRK-RESULTADO
               WHEN NOT TRN-TIPO-VALIDO
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'TIPO INVAL' TO WRK-RESULTADO
               WHEN OTHER
                   PERFORM 3800-VERIFICA-GRUPO
                   IF GRUPO-VALIDO
                       PERFORM 3350-GRAVA-CONTA
                   ELSE
                       ADD 1        TO WRK-QTD-REJEITADAS
                   END-IF
           END-EVALUATE.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3350-GRAVA-CONTA.
      *
           MOVE TRN-CONTA           TO PLC-CONTA.
           MOVE TRN-DESCRICAO       TO PLC-DESCRICAO.
           MOVE TRN-TIPO            TO PLC-TIPO AUD-TIPO.
           MOVE TRN-GRUPO           TO PLC-GRUPO AUD-GRUPO.
           MOVE 'S'                 TO PLC-SITUACAO.
           WRITE REG-PLANO-CONTAS
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WRK-FS-PLANO EQUAL '00'
               ADD 1                TO WRK-QTD-APLICADAS
               MOVE 'INCLUIDA'      TO WRK-RESULTADO
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'ERRO GRAV'     TO WRK-RESULTADO
           END-IF.
      *
       3400-ALTERA-CONTA.
      *
      *    TROCA DE GRUPO PASSA PELA MESMA CRITICA DA INCLUSAO. PARA
      *    LEVAR A CONTA AO TOPO DO PLANO O GRUPO VEM COMO '*'.
      *
           MOVE TRN-CONTA           TO PLC-CONTA.
           READ ARQ-PLANO-CONTAS
               KEY IS PLC-CONTA
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-PLANO NOT EQUAL '00'
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           ELSE
               IF TRN-TIPO NOT EQUAL SPACE AND NOT TRN-TIPO-VALIDO
                   ADD 1            TO WRK-QTD-REJEITADAS
                   MOVE 'TIPO INVAL' TO WRK-RESULTADO
               ELSE
                   MOVE 'S'         TO WRK-GRP-OK
                   IF TRN-GRUPO EQUAL '*'
                       MOVE SPACES  TO TRN-GRUPO
                   ELSE
                       IF TRN-GRUPO NOT EQUAL SPACES
                           PERFORM 3800-VERIFICA-GRUPO
                       ELSE
                           MOVE PLC-GRUPO TO TRN-GRUPO
                       END-IF
                   END-IF
                   IF GRUPO-VALIDO
                       PERFORM 3450-REGRAVA-CONTA
                   ELSE
                       ADD 1        TO WRK-QTD-REJEITADAS
                   END-IF
               END-IF
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3450-REGRAVA-CONTA.
      *
           IF TRN-DESCRICAO NOT EQUAL SPACES
               MOVE TRN-DESCRICAO   TO PLC-DESCRICAO
           END-IF.
           IF TRN-TIPO NOT EQUAL SPACE
               MOVE TRN-TIPO        TO PLC-TIPO
           END-IF.
           MOVE TRN-GRUPO           TO PLC-GRUPO.
           MOVE PLC-TIPO            TO AUD-TIPO.
           MOVE PLC-GRUPO           TO AUD-GRUPO.
           REWRITE REG-PLANO-CONTAS.
           ADD 1                    TO WRK-QTD-APLICADAS.
           MOVE 'ALTERADA'          TO WRK-RESULTADO.
      *
       3500-MUDA-SITUACAO.
      *
           MOVE TRN-CONTA           TO PLC-CONTA.
           READ ARQ-PLANO-CONTAS
               KEY IS PLC-CONTA
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WRK-FS-PLANO EQUAL '00'
               MOVE PLC-TIPO        TO AUD-TIPO
               MOVE PLC-GRUPO       TO AUD-GRUPO
               IF TRN-DESATIVACAO
                   MOVE 'N'         TO PLC-SITUACAO
                   MOVE 'DESATIVADA' TO WRK-RESULTADO
               ELSE
                   MOVE 'S'         TO PLC-SITUACAO
                   MOVE 'REATIVADA' TO WRK-RESULTADO
               END-IF
               REWRITE REG-PLANO-CONTAS
               ADD 1                TO WRK-QTD-APLICADAS
           ELSE
               ADD 1                TO WRK-QTD-REJEITADAS
               MOVE 'INEXISTE'      TO WRK-RESULTADO
           END-IF.
           PERFORM 8000-GRAVA-AUDITORIA.
      *
       3800-VERIFICA-GRUPO.
      *
      *    GRUPO EM BRANCO = CONTA NO TOPO DO PLANO. INFORMADO, TEM DE
      *    EXISTIR NO PLANO E A CADEIA ACIMA DELE NAO PODE PASSAR PELA
      *    PROPRIA CONTA NEM TER MAIS NIVEIS QUE O BALANCETE SOBE.
      *
           MOVE 'S'                 TO WRK-GRP-OK.
           MOVE REG-PLANO-CONTAS    TO WRK-PLC-SALVO.
           MOVE TRN-GRUPO           TO WRK-GRP-BUSCA.
           MOVE ZEROS                TO WRK-GRP-NIVEL.
           PERFORM UNTIL WRK-GRP-BUSCA EQUAL SPACES
                      OR NOT GRUPO-VALIDO
               ADD 1                TO WRK-GRP-NIVEL
               IF WRK-GRP-BUSCA EQUAL TRN-CONTA
                OR WRK-GRP-NIVEL GREATER WRK-MAX-NIVEIS
                   MOVE 'N'          TO WRK-GRP-OK
                   MOVE 'GRUPO CICLO' TO WRK-RESULTADO
               ELSE
                   MOVE WRK-GRP-BUSCA TO PLC-CONTA
                   READ ARQ-PLANO-CONTAS
                       KEY IS PLC-CONTA
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WRK-FS-PLANO EQUAL '00'
                       MOVE PLC-GRUPO TO WRK-GRP-BUSCA
                   ELSE
                       MOVE 'N'      TO WRK-GRP-OK
                       MOVE 'GRUPO INEXIS' TO WRK-RESULTADO
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-PLC-SALVO       TO REG-PLANO-CONTAS.
      *
       3999-SAIDA.
      ******************************************************************
       4000-FINALIZA           SECTION.
      ******************************************************************
      *
           IF PLANO-ABERTO
               CLOSE ARQ-PLANO-CONTAS
           END-IF.
           IF WRK-FS-TRANS EQUAL '00' OR WRK-FS-TRANS EQUAL '10'
               CLOSE ARQ-PLANO-TRANS
           END-IF.
           DISPLAY 'MANUTENCAO DO PLANO DE CONTAS - LIDAS: '
                   WRK-QTD-LIDAS
                   ' APLICADAS: ' WRK-QTD-APLICADAS
                   ' REJEITADAS: ' WRK-QTD-REJEITADAS.
      *
       4999-SAIDA.
      ******************************************************************
       8000-GRAVA-AUDITORIA    SECTION.
      ******************************************************************
      *    UMA LINHA POR ACAO DE MANUTENCAO, COM O TIPO E O GRUPO QUE
      *    FICARAM VALENDO - CONTA ABERTA, RECLASSIFICADA OU
      *    DESATIVADA FICA RASTREAVEL NA AUDITORIA.
      *
           MOVE TRN-ACAO            TO AUD-ACAO.
           MOVE TRN-CONTA           TO AUD-CONTA.
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
