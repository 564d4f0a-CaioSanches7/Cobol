       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB19.
      ******************************************************************
      *AREA DE COMENTARIOS.                                            *
      *AUTOR    = CAIO SANCHES - CAIOSS.                               *
      *OBJETIVO = PAINEL MENSAL DE DESEMPENHO DA TRANSPORTADORA POR UF *
      *           (DESEMPTR.DAT): PEDIDOS ENVIADOS, TRANSITO MEDIO E   *
      *           PIOR, PERCENTUAL ENTREGUE NO PRAZO DA UF (TABELA     *
      *           PRAZOUF.DAT), TAXA DE DEVOLUCAO, PENDENCIAS EM       *
      *           ATRASO E AS DIVERGENCIAS DE FATURA APONTADAS PELO    *
      *           PROGCOB07 (FATDIV.DAT) NA COMPETENCIA. BASE: O       *
      *           HISTORICO DE ENTREGAS GRAVADO PELO PROGCOB03         *
      *           (ENTRHIST.DAT) E AS PENDENCIAS EDI (EDIPEND.DAT).    *
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
           SELECT ARQ-DES-PARM     ASSIGN TO "DESPARM.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PARM.
           SELECT ARQ-PRAZO-UF     ASSIGN TO "PRAZOUF.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PRAZO.
           SELECT ARQ-ENTREGA-HIST ASSIGN TO "ENTRHIST.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-ENTHIST.
           SELECT ARQ-EDI-PEND     ASSIGN TO "EDIPEND.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-PEND.
           SELECT ARQ-DIVERGENCIAS ASSIGN TO "FATDIV.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL
                                    FILE STATUS IS WRK-FS-DIV.
           SELECT ARQ-PAINEL       ASSIGN TO "DESEMPTR.DAT"
                                    ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    CARTAO DE COMPETENCIA (AAAAMM), COMO O DO PROGCOB04 E DO
      *    PROGCOB07. SEM O CARTAO, VALE O MES DA DATA CORRENTE.
       FD  ARQ-DES-PARM
           RECORDING MODE IS F.
       01  REG-DES-PARM.
           02 PRM-COMPETENCIA       PIC 9(06).
      *
      *    PRAZO ALVO DE TRANSITO POR UF, EM DIAS CORRIDOS. UF FORA DA
      *    TABELA USA O PRAZO PADRAO (O MESMO LIMITE DE ATRASO DO
      *    BATIMENTO DO PROGCOB03).
       FD  ARQ-PRAZO-UF
           RECORDING MODE IS F.
       01  REG-PRAZO-UF.
           02 PRZ-UF                PIC X(02).
           02 PRZ-DIAS              PIC 9(02).
      *
      *    MESMO LAYOUT DO HISTORICO DE ENTREGAS DO PROGCOB03.
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
      *    MESMO LAYOUT DO ARQUIVO DE PENDENCIAS DO PROGCOB01.
       FD  ARQ-EDI-PEND
           RECORDING MODE IS F.
       01  REG-EDI-PEND.
           02 PEN-TIPO-REG          PIC X(01).
           02 PEN-NUM-PEDIDO        PIC 9(06).
           02 PEN-UF                PIC X(02).
           02 PEN-DT-ENVIO          PIC 9(08).
           02 PEN-QTD               PIC 9(05).
           02 PEN-PRODUTO           PIC X(10).
           02 PEN-VALOR             PIC 9(07)V99.
           02 PEN-VL-FRETE          PIC 9(07)V99.
      *
       FD  ARQ-DIVERGENCIAS
           RECORDING MODE IS F.
       01  REG-DIVERGENCIA          PIC X(100).
      *
       FD  ARQ-PAINEL
           RECORDING MODE IS F.
       01  REG-PAINEL               PIC X(132).
      *
       WORKING-STORAGE SECTION.
       77  WRK-FS-PARM     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PRAZO    PIC  X(02)           VALUE SPACES.
       77  WRK-FS-ENTHIST  PIC  X(02)           VALUE SPACES.
       77  WRK-FS-PEND     PIC  X(02)           VALUE SPACES.
       77  WRK-FS-DIV      PIC  X(02)           VALUE SPACES.
       77  WRK-EOF-PRAZO   PIC  X(01)           VALUE 'N'.
           88 FIM-PRAZO                         VALUE 'S'.
       77  WRK-EOF-ENTHIST PIC  X(01)           VALUE 'N'.
           88 FIM-ENTHIST                       VALUE 'S'.
       77  WRK-EOF-PEND    PIC  X(01)           VALUE 'N'.
           88 FIM-PEND                          VALUE 'S'.
       77  WRK-EOF-DIV     PIC  X(01)           VALUE 'N'.
           88 FIM-DIV                           VALUE 'S'.
       77  WRK-COMPETENCIA PIC  9(06)           VALUE ZEROS.
       77  WRK-DT-INI-COMP PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-FIM-COMP PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-INTEIRO  PIC  9(08)           VALUE ZEROS.
       77  WRK-DT-ENVIO-INT PIC 9(08)           VALUE ZEROS.
       77  WRK-DIAS-PEND   PIC S9(07)           VALUE ZEROS.
      *    PRAZO PARA UF SEM LINHA NA TABELA PRAZOUF.DAT.
       77  WRK-PRAZO-PADRAO PIC 9(02)           VALUE 3.
       77  WRK-QTD-ENT-LIDAS PIC 9(07)          VALUE ZEROS.
       77  WRK-QTD-PEN-LIDAS PIC 9(07)          VALUE ZEROS.
       77  WRK-QTD-DIV-LIDAS PIC 9(05)          VALUE ZEROS.
       77  WRK-VL-DIV      PIC S9(09)V99        VALUE ZEROS.
       77  WRK-PERC        PIC  9(03)V9         VALUE ZEROS.
       77  WRK-MEDIA       PIC  9(03)V9         VALUE ZEROS.
      *    SITUACAO DO FATDIV.DAT: 'S' DA COMPETENCIA, 'O' DE OUTRA
      *    COMPETENCIA, 'N' AUSENTE OU SEM CABECALHO.
       77  WRK-DIV-SITUACAO PIC X(01)           VALUE 'N'.
           88 DIV-DA-COMPETENCIA                VALUE 'S'.
           88 DIV-OUTRA-COMPETENCIA             VALUE 'O'.
       77  WRK-DIV-COMP-LIDA PIC X(07)          VALUE SPACES.
      *
      *    TABELA DE UF, MANTIDA EM ORDEM ALFABETICA.
       77  WRK-QTD-UF      PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-MAX-UF      PIC  9(02) COMP      VALUE 40.
       77  WRK-UF-IDX      PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-UF-POS      PIC  9(02) COMP      VALUE ZEROS.
       77  WRK-UF-BUSCA    PIC  X(02)           VALUE SPACES.
       77  WRK-UF-ACHOU    PIC  X(01)           VALUE 'N'.
           88 UF-ACHADA                         VALUE 'S'.
           88 UF-ULTRAPASSADA                   VALUE 'P'.
       77  WRK-QTD-FORA-PAINEL PIC 9(05)        VALUE ZEROS.
       77  WRK-MSK-FORA    PIC  ZZZZ9           VALUE ZEROS.
       01  WRK-TAB-UF.
           02 WRK-UF-ENT            OCCURS 40 TIMES.
              03 TUF-UF             PIC X(02).
              03 TUF-PRAZO          PIC 9(02).
              03 TUF-SEM-PRAZO      PIC X(01).
              03 TUF-ENVIADOS       PIC 9(05).
              03 TUF-ENTREGUES      PIC 9(05).
              03 TUF-SOMA-DIAS      PIC 9(07).
              03 TUF-PIOR           PIC 9(03).
              03 TUF-NO-PRAZO       PIC 9(05).
              03 TUF-DEVOLVIDOS     PIC 9(05).
              03 TUF-PEND-ATRASO    PIC 9(05).
              03 TUF-DIV-QTD        PIC 9(05).
              03 TUF-DIV-VALOR      PIC S9(09)V99.
      *
      *    TOTAIS DO PAINEL, MESMO DESENHO DE UMA LINHA DA TABELA.
       01  WRK-TOT-UF.
           02 TOT-ENVIADOS          PIC 9(05)    VALUE ZEROS.
           02 TOT-ENTREGUES         PIC 9(05)    VALUE ZEROS.
           02 TOT-SOMA-DIAS         PIC 9(07)    VALUE ZEROS.
           02 TOT-PIOR              PIC 9(03)    VALUE ZEROS.
           02 TOT-NO-PRAZO          PIC 9(05)    VALUE ZEROS.
           02 TOT-DEVOLVIDOS        PIC 9(05)    VALUE ZEROS.
           02 TOT-PEND-ATRASO       PIC 9(05)    VALUE ZEROS.
           02 TOT-DIV-QTD           PIC 9(05)    VALUE ZEROS.
           02 TOT-DIV-VALOR         PIC S9(09)V99 VALUE ZEROS.
      *
       01  WRK-DT-ATU.
           02 WRK-DT-ANO   PIC 9(04)            VALUE ZEROS.
           02 WRK-DT-MES   PIC 9(02)            VALUE ZEROS.
           02 WRK-DT-DIA   PIC 9(02)            VALUE ZEROS.
       01  WRK-DT-ATU-NUM  REDEFINES WRK-DT-ATU  PIC 9(08).
      *
      *    LINHAS DO RELATORIO DE DIVERGENCIAS DO PROGCOB07 (MESMOS
      *    DESENHOS DE LA), LIDAS PARA SOMAR POR UF. O VALOR DA
      *    DIVERGENCIA E O QUE A TRANSPORTADORA COBROU A MAIS: O
      *    COBRADO SEM HISTORICO, MENOS O NOSSO SEM FATURA, MAIS A
      *    DIFERENCA (COBRADO - NOSSO) DOS PEDIDOS QUE NAO BATEM.
       01  WRK-DIV-LIDA             PIC X(100).
       01  WRK-DIV-CAB              REDEFINES WRK-DIV-LIDA.
           02 DIV-CAB-TITULO        PIC X(47).
           02 DIV-CAB-MES           PIC X(02).
           02 DIV-CAB-BARRA         PIC X(01).
           02 DIV-CAB-ANO           PIC X(04).
           02 FILLER                PIC X(46).
       01  WRK-DIV-SEM-HIST         REDEFINES WRK-DIV-LIDA.
           02 DIV-SH-TITULO         PIC X(27).
           02 DIV-SH-PEDIDO         PIC 9(06).
           02 FILLER                PIC X(04).
           02 DIV-SH-UF             PIC X(02).
           02 FILLER                PIC X(09).
           02 DIV-SH-FRETE          PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(40).
       01  WRK-DIV-SEM-FAT          REDEFINES WRK-DIV-LIDA.
           02 DIV-SF-TITULO         PIC X(28).
           02 DIV-SF-PEDIDO         PIC 9(06).
           02 FILLER                PIC X(04).
           02 DIV-SF-UF             PIC X(02).
           02 FILLER                PIC X(07).
           02 DIV-SF-FRETE          PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(38).
       01  WRK-DIV-DIFERENCA        REDEFINES WRK-DIV-LIDA.
           02 DIV-DF-TITULO         PIC X(14).
           02 DIV-DF-PEDIDO         PIC 9(06).
           02 FILLER                PIC X(04).
           02 DIV-DF-UF             PIC X(02).
           02 FILLER                PIC X(07).
           02 DIV-DF-NOSSO          PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(09).
           02 DIV-DF-COBRADO        PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(05).
           02 DIV-DF-DIF            PIC -ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(11).
      *
       01  WRK-PNL-CAB.
           02 FILLER                PIC X(46)    VALUE
              'PAINEL DE DESEMPENHO DA TRANSPORTADORA - COMP '.
           02 PNL-CAB-MES           PIC 9(02)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE '/'.
           02 PNL-CAB-ANO           PIC 9(04)    VALUE ZEROS.
           02 FILLER                PIC X(11)    VALUE ' - EMISSAO '.
           02 PNL-CAB-DIA-E         PIC 9(02)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE '/'.
           02 PNL-CAB-MES-E         PIC 9(02)    VALUE ZEROS.
           02 FILLER                PIC X(01)    VALUE '/'.
           02 PNL-CAB-ANO-E         PIC 9(04)    VALUE ZEROS.
      *
       01  WRK-PNL-COLUNAS.
           02 FILLER                PIC X(35)    VALUE
              'UF     ENVIADOS ENTREGUES MED. DIAS'.
           02 FILLER                PIC X(40)    VALUE
              '      PIOR    PRAZO NO PRAZO %    DEVOLV'.
           02 FILLER                PIC X(30)    VALUE
              ' TX DEV. % PEND.ATR.    DIVERG'.
           02 FILLER                PIC X(17)    VALUE
              '    VALOR DIVERG.'.
      *
       01  WRK-PNL-DET.
           02 PNL-DET-UF            PIC X(05)    VALUE SPACES.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-ENVIADOS      PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-ENTREGUES     PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-MEDIA         PIC ZZ9,9    VALUE ZEROS.
           02 FILLER                PIC X(07)    VALUE SPACES.
           02 PNL-DET-PIOR          PIC ZZ9      VALUE ZEROS.
           02 FILLER                PIC X(07)    VALUE SPACES.
           02 PNL-DET-PRAZO         PIC Z9       VALUE ZEROS.
           02 PNL-DET-SEM-PRAZO     PIC X(01)    VALUE SPACES.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-NO-PRAZO      PIC ZZ9,9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-DEVOLVIDOS    PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-TX-DEVOL      PIC ZZ9,9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-PEND-ATRASO   PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(05)    VALUE SPACES.
           02 PNL-DET-DIV-QTD       PIC ZZZZ9    VALUE ZEROS.
           02 FILLER                PIC X(02)    VALUE SPACES.
           02 PNL-DET-DIV-VALOR     PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       01  WRK-PNL-OBS.
           02 PNL-OBS               PIC X(132)   VALUE SPACES.
      *
       01  WRK-PNL-LEG1.
           02 FILLER                PIC X(45)    VALUE
              'ENVIADOS: PELA DATA DE ENVIO NA COMPETENCIA. '.
           02 FILLER                PIC X(54)    VALUE
              'ENTREGUES, TRANSITO, NO PRAZO E DEVOLVIDOS: PELA DATA '.
           02 FILLER                PIC X(19)    VALUE
              'DE ENTREGA/RETORNO.'.
       01  WRK-PNL-LEG2.
           02 FILLER                PIC X(51)    VALUE
              'PRAZO: DIAS DE TRANSITO ALVO DA UF (PRAZOUF.DAT) - '.
           02 FILLER                PIC X(50)    VALUE
              '* = UF SEM PRAZO CADASTRADO, USADO O PRAZO PADRAO.'.
       01  WRK-PNL-LEG3.
           02 FILLER                PIC X(48)    VALUE
              'TX DEV.: DEVOLVIDOS / (ENTREGUES + DEVOLVIDOS). '.
           02 FILLER                PIC X(46)    VALUE
              'PEND.ATR.: SEM CONFIRMACAO HOJE, ENVIADOS ATE '.
           02 FILLER                PIC X(21)    VALUE
              'O FIM DA COMPETENCIA.'.
       01  WRK-PNL-LEG-DIV.
           02 FILLER                PIC X(41)    VALUE
              'DIVERG: LINHAS DO FATDIV.DAT (PROGCOB07) '.
           02 FILLER                PIC X(44)    VALUE
              'DA COMPETENCIA; VALOR = COBRADO A MAIS PELA '.
           02 FILLER                PIC X(15)    VALUE
              'TRANSPORTADORA.'.
       01  WRK-PNL-LEG-OUTRA.
           02 FILLER                PIC X(35)    VALUE
              'DIVERG: FATDIV.DAT E DA COMPETENCIA'.
           02 FILLER                PIC X(01)    VALUE SPACE.
           02 PNL-LEG-COMP          PIC X(07)    VALUE SPACES.
           02 FILLER                PIC X(43)    VALUE
              ' - RODE O PROGCOB07 PARA ESTA COMPETENCIA; '.
           02 FILLER                PIC X(27)    VALUE
              'DIVERGENCIAS NAO INCLUIDAS.'.
       01  WRK-PNL-LEG-SEM-DIV.
           02 FILLER                PIC X(46)    VALUE
              'DIVERG: FATDIV.DAT AUSENTE OU SEM CABECALHO - '.
           02 FILLER                PIC X(27)    VALUE
              'DIVERGENCIAS NAO INCLUIDAS.'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
       1000-MAIN               SECTION.
      ******************************************************************
      *
           PERFORM 2000-INICIALIZA.
           PERFORM 3000-CARREGA-ENTREGAS.
           PERFORM 4000-CARREGA-PENDENCIAS.
           PERFORM 5000-CARREGA-DIVERGENCIAS.
           PERFORM 6000-EMITE-PAINEL.
           STOP RUN.
      *
       1999-SAIDA.
      ******************************************************************
       2000-INICIALIZA         SECTION.
      ******************************************************************
      *    COMPETENCIA DO CARTAO (OU DO MES CORRENTE) E TABELA DE
      *    PRAZOS POR UF, QUE ABRE A TABELA DE UF DO PAINEL.
      *
           ACCEPT WRK-DT-ATU FROM DATE YYYYMMDD.
           COMPUTE WRK-DT-INTEIRO = FUNCTION INTEGER-OF-DATE(
                                     WRK-DT-ATU-NUM).
           COMPUTE WRK-COMPETENCIA = WRK-DT-ANO * 100 + WRK-DT-MES.
           OPEN INPUT ARQ-DES-PARM.
           IF WRK-FS-PARM EQUAL '00'
               READ ARQ-DES-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-COMPETENCIA IS NUMERIC
                          AND PRM-COMPETENCIA GREATER ZEROS
                           MOVE PRM-COMPETENCIA TO WRK-COMPETENCIA
                       END-IF
               END-READ
               CLOSE ARQ-DES-PARM
           END-IF.
           COMPUTE WRK-DT-INI-COMP = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-DT-FIM-COMP = WRK-COMPETENCIA * 100 + 31.
           OPEN INPUT ARQ-PRAZO-UF.
           IF WRK-FS-PRAZO NOT EQUAL '00'
               DISPLAY 'TABELA DE PRAZOS POR UF (PRAZOUF.DAT) NAO '
                       'ENCONTRADA - TODAS AS UF COM O PRAZO PADRAO DE '
                       WRK-PRAZO-PADRAO ' DIAS.'
               MOVE 'S'             TO WRK-EOF-PRAZO
           END-IF.
           PERFORM UNTIL FIM-PRAZO
               READ ARQ-PRAZO-UF
                   AT END
                       MOVE 'S'     TO WRK-EOF-PRAZO
                   NOT AT END
                       IF PRZ-UF NOT EQUAL SPACES
                          AND PRZ-DIAS IS NUMERIC
                           MOVE PRZ-UF TO WRK-UF-BUSCA
                           PERFORM 2900-LOCALIZA-UF
                           IF WRK-UF-IDX GREATER ZEROS
                               MOVE PRZ-DIAS TO TUF-PRAZO(WRK-UF-IDX)
                               MOVE SPACE TO TUF-SEM-PRAZO(WRK-UF-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WRK-FS-PRAZO EQUAL '00' OR WRK-FS-PRAZO EQUAL '10'
               CLOSE ARQ-PRAZO-UF
           END-IF.
           GO TO 2999-SAIDA.
      *
       2900-LOCALIZA-UF.
      *
      *    DEVOLVE EM WRK-UF-IDX A POSICAO DA UF DE WRK-UF-BUSCA,
      *    INCLUINDO-A NA ORDEM ALFABETICA (COM O PRAZO PADRAO) SE
      *    AINDA NAO ESTA NA TABELA. TABELA CHEIA DEVOLVE ZERO E O
      *    REGISTRO E CONTADO COMO FORA DO PAINEL. A POSICAO SO E
      *    COMPARADA DENTRO DO LACO, NUNCA ALEM DA ULTIMA OCUPADA.
      *
           MOVE 'N'                 TO WRK-UF-ACHOU.
           MOVE ZEROS                TO WRK-UF-IDX.
           PERFORM VARYING WRK-UF-POS FROM 1 BY 1
               UNTIL WRK-UF-POS GREATER WRK-QTD-UF
                  OR UF-ACHADA
                  OR UF-ULTRAPASSADA
               IF TUF-UF(WRK-UF-POS) EQUAL WRK-UF-BUSCA
                   MOVE 'S'          TO WRK-UF-ACHOU
                   MOVE WRK-UF-POS   TO WRK-UF-IDX
               ELSE
                   IF TUF-UF(WRK-UF-POS) GREATER WRK-UF-BUSCA
      *                COMPENSA O INCREMENTO DO VARYING - WRK-UF-POS
      *                SAI APONTANDO PARA O PONTO DE INCLUSAO.
                       MOVE 'P'      TO WRK-UF-ACHOU
                       SUBTRACT 1    FROM WRK-UF-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT UF-ACHADA
               IF WRK-QTD-UF LESS WRK-MAX-UF
                   PERFORM VARYING WRK-UF-IDX FROM WRK-QTD-UF BY -1
                       UNTIL WRK-UF-IDX LESS WRK-UF-POS
                       MOVE WRK-UF-ENT(WRK-UF-IDX)
                                     TO WRK-UF-ENT(WRK-UF-IDX + 1)
                   END-PERFORM
                   ADD 1            TO WRK-QTD-UF
                   MOVE WRK-UF-POS  TO WRK-UF-IDX
                   INITIALIZE WRK-UF-ENT(WRK-UF-IDX)
                   MOVE WRK-UF-BUSCA TO TUF-UF(WRK-UF-IDX)
                   MOVE WRK-PRAZO-PADRAO TO TUF-PRAZO(WRK-UF-IDX)
                   MOVE '*'         TO TUF-SEM-PRAZO(WRK-UF-IDX)
               ELSE
                   DISPLAY 'TABELA DE UF DO PAINEL CHEIA - UF '
                           WRK-UF-BUSCA ' FORA DO PAINEL.'
                   MOVE ZEROS        TO WRK-UF-IDX
                   ADD 1             TO WRK-QTD-FORA-PAINEL
               END-IF
           END-IF.
      *
       2999-SAIDA.
      ******************************************************************
       3000-CARREGA-ENTREGAS   SECTION.
      ******************************************************************
      *    ENVIADOS CONTAM PELA DATA DE ENVIO; TRANSITO, PRAZO E
      *    DEVOLUCOES PELA DATA DE ENTREGA (OU RETORNO) NA COMPETENCIA.
      *
           OPEN INPUT ARQ-ENTREGA-HIST.
           IF WRK-FS-ENTHIST NOT EQUAL '00'
               DISPLAY 'HISTORICO DE ENTREGAS (ENTRHIST.DAT) NAO '
                       'ENCONTRADO - FS ' WRK-FS-ENTHIST '.'
               GO TO 3999-SAIDA
           END-IF.
           PERFORM UNTIL FIM-ENTHIST
               READ ARQ-ENTREGA-HIST
                   AT END
                       MOVE 'S'     TO WRK-EOF-ENTHIST
                   NOT AT END
                       ADD 1        TO WRK-QTD-ENT-LIDAS
                       PERFORM 3100-SOMA-ENTREGA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ENTREGA-HIST.
           GO TO 3999-SAIDA.
      *
       3100-SOMA-ENTREGA.
      *
           MOVE ENT-UF               TO WRK-UF-BUSCA.
           MOVE ZEROS                TO WRK-UF-IDX.
           IF ENT-DT-ENVIO NOT LESS WRK-DT-INI-COMP
              AND ENT-DT-ENVIO NOT GREATER WRK-DT-FIM-COMP
               PERFORM 2900-LOCALIZA-UF
               IF WRK-UF-IDX GREATER ZEROS
                   ADD 1            TO TUF-ENVIADOS(WRK-UF-IDX)
               END-IF
           END-IF.
           IF ENT-DT-ENTREGA NOT LESS WRK-DT-INI-COMP
              AND ENT-DT-ENTREGA NOT GREATER WRK-DT-FIM-COMP
               PERFORM 2900-LOCALIZA-UF
               IF WRK-UF-IDX GREATER ZEROS
                   IF ENT-DEVOLVIDO
                       ADD 1        TO TUF-DEVOLVIDOS(WRK-UF-IDX)
                   ELSE
                       ADD 1        TO TUF-ENTREGUES(WRK-UF-IDX)
                       ADD ENT-DIAS-TRANSITO
                                     TO TUF-SOMA-DIAS(WRK-UF-IDX)
                       IF ENT-DIAS-TRANSITO
                          GREATER TUF-PIOR(WRK-UF-IDX)
                           MOVE ENT-DIAS-TRANSITO
                                     TO TUF-PIOR(WRK-UF-IDX)
                       END-IF
                       IF ENT-DIAS-TRANSITO
                          NOT GREATER TUF-PRAZO(WRK-UF-IDX)
                           ADD 1    TO TUF-NO-PRAZO(WRK-UF-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
       3999-SAIDA.
      ******************************************************************
       4000-CARREGA-PENDENCIAS SECTION.
      ******************************************************************
      *    PEDIDOS AINDA SEM CONFIRMACAO: ENVIADOS NA COMPETENCIA
      *    ENTRAM NA CONTAGEM DE ENVIADOS; ENVIADOS ATE O FIM DELA E
      *    HOJE ALEM DO PRAZO DA UF SAO PENDENCIAS EM ATRASO. SO OS
      *    DETALHES ('2') CONTAM - O CONTROLE E CONFERIDO PELO
      *    PROGCOB03.
      *
           OPEN INPUT ARQ-EDI-PEND.
           IF WRK-FS-PEND NOT EQUAL '00'
               DISPLAY 'ARQUIVO DE PENDENCIAS (EDIPEND.DAT) NAO '
                       'ENCONTRADO - FS ' WRK-FS-PEND '.'
               GO TO 4999-SAIDA
           END-IF.
           PERFORM UNTIL FIM-PEND
               READ ARQ-EDI-PEND
                   AT END
                       MOVE 'S'     TO WRK-EOF-PEND
                   NOT AT END
                       IF PEN-TIPO-REG EQUAL '2'
                          AND PEN-DT-ENVIO IS NUMERIC
                           ADD 1    TO WRK-QTD-PEN-LIDAS
                           PERFORM 4100-SOMA-PENDENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-EDI-PEND.
           GO TO 4999-SAIDA.
      *
       4100-SOMA-PENDENCIA.
      *
           IF PEN-DT-ENVIO NOT GREATER WRK-DT-FIM-COMP
               MOVE PEN-UF           TO WRK-UF-BUSCA
               PERFORM 2900-LOCALIZA-UF
               IF WRK-UF-IDX GREATER ZEROS
                   IF PEN-DT-ENVIO NOT LESS WRK-DT-INI-COMP
                       ADD 1        TO TUF-ENVIADOS(WRK-UF-IDX)
                   END-IF
                   COMPUTE WRK-DT-ENVIO-INT = FUNCTION INTEGER-OF-DATE(
                                               PEN-DT-ENVIO)
                   COMPUTE WRK-DIAS-PEND = WRK-DT-INTEIRO
                                         - WRK-DT-ENVIO-INT
                   IF WRK-DIAS-PEND GREATER TUF-PRAZO(WRK-UF-IDX)
                       ADD 1        TO TUF-PEND-ATRASO(WRK-UF-IDX)
                   END-IF
               END-IF
           END-IF.
      *
       4999-SAIDA.
      ******************************************************************
       5000-CARREGA-DIVERGENCIAS SECTION.
      ******************************************************************
      *    O FATDIV.DAT E O RELATORIO DA ULTIMA CONFERENCIA DO
      *    PROGCOB07. SO ENTRA NO PAINEL SE O CABECALHO FOR DA MESMA
      *    COMPETENCIA; SENAO O PAINEL AVISA E SAI SEM DIVERGENCIAS.
      *
           MOVE 'N'                 TO WRK-DIV-SITUACAO.
           OPEN INPUT ARQ-DIVERGENCIAS.
           IF WRK-FS-DIV NOT EQUAL '00'
               GO TO 5999-SAIDA
           END-IF.
           READ ARQ-DIVERGENCIAS INTO WRK-DIV-LIDA
               AT END
                   MOVE 'S'         TO WRK-EOF-DIV
           END-READ.
           IF NOT FIM-DIV
              AND DIV-CAB-TITULO EQUAL
                  'CONFERENCIA DA FATURA DA TRANSPORTADORA - COMP '
              AND DIV-CAB-MES IS NUMERIC AND DIV-CAB-ANO IS NUMERIC
               MOVE DIV-CAB-MES     TO WRK-DIV-COMP-LIDA(1:2)
               MOVE '/'             TO WRK-DIV-COMP-LIDA(3:1)
               MOVE DIV-CAB-ANO     TO WRK-DIV-COMP-LIDA(4:4)
               IF DIV-CAB-ANO EQUAL WRK-COMPETENCIA(1:4)
                  AND DIV-CAB-MES EQUAL WRK-COMPETENCIA(5:2)
                   MOVE 'S'         TO WRK-DIV-SITUACAO
               ELSE
                   MOVE 'O'         TO WRK-DIV-SITUACAO
               END-IF
           END-IF.
           PERFORM UNTIL FIM-DIV OR NOT DIV-DA-COMPETENCIA
               READ ARQ-DIVERGENCIAS INTO WRK-DIV-LIDA
                   AT END
                       MOVE 'S'     TO WRK-EOF-DIV
                   NOT AT END
                       PERFORM 5100-SOMA-DIVERGENCIA
               END-READ
           END-PERFORM.
           CLOSE ARQ-DIVERGENCIAS.
           GO TO 5999-SAIDA.
      *
       5100-SOMA-DIVERGENCIA.
      *
           MOVE SPACES               TO WRK-UF-BUSCA.
           EVALUATE TRUE
               WHEN DIV-SH-TITULO EQUAL 'FATURADO SEM HISTORICO PED '
                   MOVE DIV-SH-UF    TO WRK-UF-BUSCA
                   MOVE DIV-SH-FRETE TO WRK-VL-DIV
               WHEN DIV-SF-TITULO EQUAL 'NO HISTORICO SEM FATURA PED '
                   MOVE DIV-SF-UF    TO WRK-UF-BUSCA
                   MOVE DIV-SF-FRETE TO WRK-VL-DIV
                   COMPUTE WRK-VL-DIV = 0 - WRK-VL-DIV
               WHEN DIV-DF-TITULO EQUAL 'DIFERENCA PED '
                   MOVE DIV-DF-UF    TO WRK-UF-BUSCA
                   MOVE DIV-DF-DIF   TO WRK-VL-DIV
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WRK-UF-BUSCA NOT EQUAL SPACES
               ADD 1                TO WRK-QTD-DIV-LIDAS
               PERFORM 2900-LOCALIZA-UF
               IF WRK-UF-IDX GREATER ZEROS
                   ADD 1            TO TUF-DIV-QTD(WRK-UF-IDX)
                   ADD WRK-VL-DIV   TO TUF-DIV-VALOR(WRK-UF-IDX)
               END-IF
           END-IF.
      *
       5999-SAIDA.
      ******************************************************************
       6000-EMITE-PAINEL       SECTION.
      ******************************************************************
      *    UMA LINHA POR UF (ORDEM ALFABETICA), TOTAL E LEGENDA.
      *    MEDIA E PERCENTUAIS COM UMA CASA, ARREDONDADOS.
      *
           OPEN OUTPUT ARQ-PAINEL.
           MOVE WRK-COMPETENCIA(5:2) TO PNL-CAB-MES.
           MOVE WRK-COMPETENCIA(1:4) TO PNL-CAB-ANO.
           MOVE WRK-DT-DIA          TO PNL-CAB-DIA-E.
           MOVE WRK-DT-MES          TO PNL-CAB-MES-E.
           MOVE WRK-DT-ANO          TO PNL-CAB-ANO-E.
           WRITE REG-PAINEL         FROM WRK-PNL-CAB.
           WRITE REG-PAINEL         FROM WRK-PNL-COLUNAS.
           PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
               UNTIL WRK-UF-IDX GREATER WRK-QTD-UF
               PERFORM 6100-EMITE-UF
           END-PERFORM.
           MOVE SPACES               TO WRK-PNL-DET.
           MOVE 'TOTAL'             TO PNL-DET-UF.
           MOVE TOT-ENVIADOS        TO PNL-DET-ENVIADOS.
           MOVE TOT-ENTREGUES       TO PNL-DET-ENTREGUES.
           MOVE TOT-PIOR            TO PNL-DET-PIOR.
           MOVE TOT-DEVOLVIDOS      TO PNL-DET-DEVOLVIDOS.
           MOVE TOT-PEND-ATRASO     TO PNL-DET-PEND-ATRASO.
           MOVE TOT-DIV-QTD         TO PNL-DET-DIV-QTD.
           MOVE TOT-DIV-VALOR       TO PNL-DET-DIV-VALOR.
           MOVE ZEROS                TO WRK-MEDIA WRK-PERC.
           IF TOT-ENTREGUES GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED = TOT-SOMA-DIAS
                                          / TOT-ENTREGUES
               COMPUTE WRK-PERC ROUNDED = TOT-NO-PRAZO * 100
                                         / TOT-ENTREGUES
           END-IF.
           MOVE WRK-MEDIA           TO PNL-DET-MEDIA.
           MOVE WRK-PERC            TO PNL-DET-NO-PRAZO.
           MOVE ZEROS                TO WRK-PERC.
           IF TOT-ENTREGUES + TOT-DEVOLVIDOS GREATER ZEROS
               COMPUTE WRK-PERC ROUNDED = TOT-DEVOLVIDOS * 100
                                 / (TOT-ENTREGUES + TOT-DEVOLVIDOS)
           END-IF.
           MOVE WRK-PERC            TO PNL-DET-TX-DEVOL.
           WRITE REG-PAINEL         FROM WRK-PNL-DET.
           IF WRK-QTD-FORA-PAINEL GREATER ZEROS
               MOVE WRK-QTD-FORA-PAINEL TO WRK-MSK-FORA
               MOVE SPACES           TO PNL-OBS
               MOVE 'TABELA DE UF CHEIA - REGISTROS FORA DO PAINEL:'
                                     TO PNL-OBS
               MOVE WRK-MSK-FORA    TO PNL-OBS(48:5)
               WRITE REG-PAINEL     FROM WRK-PNL-OBS
           END-IF.
           PERFORM 6200-EMITE-LEGENDA.
           CLOSE ARQ-PAINEL.
           DISPLAY 'PAINEL DA TRANSPORTADORA ' WRK-COMPETENCIA
                   ' - UF: ' WRK-QTD-UF
                   ' ENTREGAS LIDAS: ' WRK-QTD-ENT-LIDAS
                   ' PENDENCIAS: ' WRK-QTD-PEN-LIDAS
                   ' DIVERGENCIAS: ' WRK-QTD-DIV-LIDAS
                   ' FORA DO PAINEL: ' WRK-QTD-FORA-PAINEL.
           GO TO 6999-SAIDA.
      *
       6100-EMITE-UF.
      *
           MOVE SPACES               TO WRK-PNL-DET.
           MOVE TUF-UF(WRK-UF-IDX)  TO PNL-DET-UF.
           MOVE TUF-ENVIADOS(WRK-UF-IDX)    TO PNL-DET-ENVIADOS.
           MOVE TUF-ENTREGUES(WRK-UF-IDX)   TO PNL-DET-ENTREGUES.
           MOVE TUF-PIOR(WRK-UF-IDX)        TO PNL-DET-PIOR.
           MOVE TUF-PRAZO(WRK-UF-IDX)       TO PNL-DET-PRAZO.
           MOVE TUF-SEM-PRAZO(WRK-UF-IDX)   TO PNL-DET-SEM-PRAZO.
           MOVE TUF-DEVOLVIDOS(WRK-UF-IDX)  TO PNL-DET-DEVOLVIDOS.
           MOVE TUF-PEND-ATRASO(WRK-UF-IDX) TO PNL-DET-PEND-ATRASO.
           MOVE TUF-DIV-QTD(WRK-UF-IDX)     TO PNL-DET-DIV-QTD.
           MOVE TUF-DIV-VALOR(WRK-UF-IDX)   TO PNL-DET-DIV-VALOR.
           MOVE ZEROS                TO WRK-MEDIA WRK-PERC.
           IF TUF-ENTREGUES(WRK-UF-IDX) GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED = TUF-SOMA-DIAS(WRK-UF-IDX)
                                         / TUF-ENTREGUES(WRK-UF-IDX)
               COMPUTE WRK-PERC ROUNDED = TUF-NO-PRAZO(WRK-UF-IDX)
                                        * 100
                                        / TUF-ENTREGUES(WRK-UF-IDX)
           END-IF.
           MOVE WRK-MEDIA           TO PNL-DET-MEDIA.
           MOVE WRK-PERC            TO PNL-DET-NO-PRAZO.
           MOVE ZEROS                TO WRK-PERC.
           IF TUF-ENTREGUES(WRK-UF-IDX) + TUF-DEVOLVIDOS(WRK-UF-IDX)
              GREATER ZEROS
               COMPUTE WRK-PERC ROUNDED = TUF-DEVOLVIDOS(WRK-UF-IDX)
                                        * 100
                                 / (TUF-ENTREGUES(WRK-UF-IDX)
                                  + TUF-DEVOLVIDOS(WRK-UF-IDX))
           END-IF.
           MOVE WRK-PERC            TO PNL-DET-TX-DEVOL.
           WRITE REG-PAINEL         FROM WRK-PNL-DET.
           ADD TUF-ENVIADOS(WRK-UF-IDX)    TO TOT-ENVIADOS.
           ADD TUF-ENTREGUES(WRK-UF-IDX)   TO TOT-ENTREGUES.
           ADD TUF-SOMA-DIAS(WRK-UF-IDX)   TO TOT-SOMA-DIAS.
           ADD TUF-NO-PRAZO(WRK-UF-IDX)    TO TOT-NO-PRAZO.
           ADD TUF-DEVOLVIDOS(WRK-UF-IDX)  TO TOT-DEVOLVIDOS.
           ADD TUF-PEND-ATRASO(WRK-UF-IDX) TO TOT-PEND-ATRASO.
           ADD TUF-DIV-QTD(WRK-UF-IDX)     TO TOT-DIV-QTD.
           ADD TUF-DIV-VALOR(WRK-UF-IDX)   TO TOT-DIV-VALOR.
           IF TUF-PIOR(WRK-UF-IDX) GREATER TOT-PIOR
               MOVE TUF-PIOR(WRK-UF-IDX)   TO TOT-PIOR
           END-IF.
      *
       6200-EMITE-LEGENDA.
      *
           MOVE SPACES               TO PNL-OBS.
           WRITE REG-PAINEL         FROM WRK-PNL-OBS.
           WRITE REG-PAINEL         FROM WRK-PNL-LEG1.
           WRITE REG-PAINEL         FROM WRK-PNL-LEG2.
           WRITE REG-PAINEL         FROM WRK-PNL-LEG3.
           EVALUATE TRUE
               WHEN DIV-DA-COMPETENCIA
                   WRITE REG-PAINEL FROM WRK-PNL-LEG-DIV
               WHEN DIV-OUTRA-COMPETENCIA
                   MOVE WRK-DIV-COMP-LIDA TO PNL-LEG-COMP
                   WRITE REG-PAINEL FROM WRK-PNL-LEG-OUTRA
               WHEN OTHER
                   WRITE REG-PAINEL FROM WRK-PNL-LEG-SEM-DIV
           END-EVALUATE.
      *
       6999-SAIDA.
