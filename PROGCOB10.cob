      ******************************************************************
      *HISTORICO DE MANUTENCAO.                                        *
      *02/09/2026 CSS - VERSAO INICIAL.                                *
      *15/10/2026 CSS - MOV-NUM-PC NO LAYOUT DO MOVESTOQ (ZERADO NOS   *
      *                 AJUSTES).                                      *
      *15/10/2026 CSS - MOV-CUSTO-UNIT NO LAYOUT DO MOVESTOQ (ZERADO - *
      *                 MOVIMENTA PELO CUSTO MEDIO).                   *
      *15/10/2026 CSS - PRD-CUSTO-MEDIO NO LAYOUT DO PRODUCT-MASTER.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 PRD-PRECO-UNIT        PIC 9(07)V99.
           02 PRD-QTD-ESTOQUE       PIC 9(07).
           02 PRD-PONTO-RESSUP      PIC 9(07).
           02 PRD-CUSTO-MEDIO       PIC 9(07)V9(04).
      *
      *    MESMO LAYOUT DO ARQUIVO DE MOVIMENTOS DE ESTOQUE DO
      *    PROGCOB01, COM OS REGISTROS DE CONTROLE ('1'/'2'/'9'). OS
           02 MOV-SINAL             PIC X(01).
           02 MOV-QTD               PIC 9(07).
           02 MOV-DATA              PIC 9(08).
           02 MOV-NUM-PC            PIC 9(06).
           02 MOV-CUSTO-UNIT        PIC 9(07)V99.
      *
       FD  ARQ-DIVERGENCIAS
           RECORDING MODE IS F.
               END-IF
               MOVE WRK-DIF-ABS     TO MOV-QTD
               MOVE WRK-DT-AJUSTE   TO MOV-DATA
               MOVE ZEROS            TO MOV-NUM-PC
                                        MOV-CUSTO-UNIT
               WRITE REG-MOV-ESTOQUE
               ADD 1                TO WRK-QTD-AJUSTES
                                        WRK-MOV-CTL-QTD
