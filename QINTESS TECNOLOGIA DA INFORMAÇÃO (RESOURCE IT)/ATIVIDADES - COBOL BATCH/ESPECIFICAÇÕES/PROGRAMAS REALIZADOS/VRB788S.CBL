      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/09/2026 HUGO SAMPAIO          MOVIMENTO CONTABIL CTBMOV    *
      *                                   (FONTE/ANOMES/VALOR GRAVADO  *
      *                                   PELOS PROGRAMAS DE ORIGEM)   *
      *                                   TOTALIZADO POR FONTE NA      *
      *                                   COMPETENCIA; PRIMEIRA FONTE: *
      *                                   EMPENCAR (MULTA E MORA DE    *
      *                                   EMPRESTIMO RECEBIDAS,        *
      *                                   VRB768S). AUSENTE = VAZIO    *
      *  15/10/2026 HUGO SAMPAIO          CADNET COM 120 POSICOES      *
      *                                   (DESCONTOS DE CONSIGNADO E   *
      *                                   BENEFICIOS DO VRB740S)       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT CTBEXP         ASSIGN TO CTBEXP
           FILE STATUS           IS        WS-FS-EXP.
      *----------------------------------------------------------------*
           SELECT CTBMOV         ASSIGN TO CTBMOV
           FILE STATUS           IS        WS-FS-MOV.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FD  CADNET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-NET.

       01  REG-NET.
           05 NET-INSS                     PIC 9(05)V99.
           05 NET-IRRF                     PIC 9(05)V99.
           05 NET-LIQUIDO                  PIC 9(05)V99.
           05 FILLER                       PIC X(67).
      *----------------------------------------------------------------*
       FD  CTBEXP
           LABEL       RECORD   STANDARD
           05 EXPC-TOTAL-DEBITOS           PIC 9(15)V9(02).
           05 EXPC-TOTAL-CREDITOS          PIC 9(15)V9(02).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
      *   MOVIMENTO CONTABIL POR FONTE GRAVADO PELOS PROGRAMAS DE      *
      *   ORIGEM (OPEN EXTEND), UM REGISTRO POR FONTE E RODADA         *
      *----------------------------------------------------------------*
       FD  CTBMOV
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-MOV.

       01  REG-MOV.
           05 MOV-FONTE                    PIC X(08).
           05 MOV-ANOMES                   PIC 9(06).
           05 MOV-VALOR                    PIC 9(13)V9(02).
           05 MOV-PROGRAMA                 PIC X(08).
           05 MOV-DATA                     PIC 9(08).
           05 FILLER                       PIC X(15).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-PNT                       PIC X(02)     VALUE '00'.
       77  WS-FS-NET                       PIC X(02)     VALUE '00'.
       77  WS-FS-EXP                       PIC X(02)     VALUE '00'.
       77  WS-FS-MOV                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 COMPETENCIA E TOTAIS POR FONTE                 *
      *----------------------------------------------------------------*
              10 WS-MAP-CONTA-CRE          PIC 9(08).
              10 WS-MAP-VALOR-PONTO        PIC 9(03)V9(04).
      *----------------------------------------------------------------*
      *          TOTAIS DO MOVIMENTO CTBMOV POR FONTE (ATE 20)         *
      *----------------------------------------------------------------*
       77  WS-QTDE-MOV                     PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-IND-MOV                      PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-MOV-ACHADO                   PIC 9(02)     VALUE ZEROS
                                            COMP.
       77  WS-LIDOS-MOV                    PIC 9(07)     VALUE ZEROS.
       77  WS-MOV-ABERTO                   PIC X(01)     VALUE 'N'.
       01  WS-TAB-MOV.
           05 WS-MOV-ITEM                  OCCURS 20 TIMES.
              10 WS-MOV-FONTE              PIC X(08).
              10 WS-MOV-VALOR              PIC 9(13)V99.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
           PERFORM 2300-SOMA-FOLHA
               THRU 2300-99-SOMA-FOLHA-EXIT
                   UNTIL WS-FS-NET         EQUAL '10'.
           PERFORM 2400-SOMA-MOVIMENTO
               THRU 2400-99-SOMA-MOVIMENTO-EXIT
                   UNTIL WS-FS-MOV         EQUAL '10'.
           PERFORM 3000-GERA-LANCAMENTOS
               THRU 3000-99-GERA-LANCAMENTOS-EXIT.
           PERFORM 4000-FECHA-LOTE
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

      * MOVIMENTO CONTABIL DOS PROGRAMAS DE ORIGEM: AUSENTE VALE COMO
      * VAZIO (NENHUMA DESSAS FONTES TEVE VALOR NO MES).
           OPEN  INPUT                     CTBMOV.
           IF    WS-FS-MOV                 EQUAL      '35'
                 MOVE '10'                 TO         WS-FS-MOV
           ELSE
                 IF  WS-FS-MOV             NOT EQUAL  '00'
                     MOVE WS-FS-MOV        TO         WS-AREA-STAT
                     MOVE 'ERRO NA ABERTURA DO MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
                     PERFORM 9999-CANCELA
                 END-IF
                 MOVE 'S'                  TO         WS-MOV-ABERTO
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
           ADD  NET-IRRF                   TO         WS-TOT-FOLHAIRF.
      *----------------------------------------------------------------*
       2300-99-SOMA-FOLHA-EXIT.            EXIT.
      *================================================================*
       2400-SOMA-MOVIMENTO                 SECTION.
      *================================================================*
      * TOTALIZA O CTBMOV POR FONTE, SO DA COMPETENCIA DO CTBPARM.     *
      *----------------------------------------------------------------*
           MOVE '2400-SOMA-MOVIMENTO'      TO         WS-CODIGO-AREA.

           READ CTBMOV.
           IF  WS-FS-MOV   NOT EQUAL '00'
           AND WS-FS-MOV   NOT EQUAL '10'
               MOVE WS-FS-MOV              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-MOV                   NOT EQUAL  '00'
               GO TO 2400-99-SOMA-MOVIMENTO-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-MOV.
           IF  MOV-ANOMES                  NOT EQUAL  WS-ANOMES-REF
               GO TO 2400-99-SOMA-MOVIMENTO-EXIT
           END-IF.

           MOVE ZEROS                      TO         WS-MOV-ACHADO.
           PERFORM VARYING WS-IND-MOV FROM 1 BY 1
                   UNTIL WS-IND-MOV GREATER WS-QTDE-MOV
               IF  WS-MOV-FONTE (WS-IND-MOV) EQUAL    MOV-FONTE
                   MOVE WS-IND-MOV         TO         WS-MOV-ACHADO
                   MOVE WS-QTDE-MOV        TO         WS-IND-MOV
               END-IF
           END-PERFORM.

           IF  WS-MOV-ACHADO               EQUAL      ZEROS
               IF  WS-QTDE-MOV             EQUAL      20
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MAIS DE 20 FONTES NO MOVIMENTO CTBMOV'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-MOV
               MOVE WS-QTDE-MOV            TO         WS-MOV-ACHADO
               MOVE MOV-FONTE    TO  WS-MOV-FONTE (WS-MOV-ACHADO)
               MOVE ZEROS        TO  WS-MOV-VALOR (WS-MOV-ACHADO)
           END-IF.
           ADD  MOV-VALOR        TO  WS-MOV-VALOR (WS-MOV-ACHADO).
      *----------------------------------------------------------------*
       2400-99-SOMA-MOVIMENTO-EXIT.        EXIT.
      *================================================================*
       3000-GERA-LANCAMENTOS               SECTION.
      *================================================================*
           MOVE 'FOLHAIRF'                 TO       WS-FONTE-CORRENTE.
           MOVE WS-TOT-FOLHAIRF            TO       WS-VALOR-CORRENTE.
           PERFORM 3200-LANCA-FONTE THRU 3200-99-LANCA-FONTE-EXIT.

           PERFORM 3050-LANCA-MOVIMENTO
               THRU 3050-99-LANCA-MOVIMENTO-EXIT
                   VARYING WS-IND-MOV FROM 1 BY 1
                   UNTIL WS-IND-MOV GREATER WS-QTDE-MOV.
      *----------------------------------------------------------------*
       3000-99-GERA-LANCAMENTOS-EXIT.      EXIT.
      *================================================================*
       3050-LANCA-MOVIMENTO                SECTION.
      *================================================================*
           MOVE WS-MOV-FONTE (WS-IND-MOV)  TO       WS-FONTE-CORRENTE.
           MOVE WS-MOV-VALOR (WS-IND-MOV)  TO       WS-VALOR-CORRENTE.
           PERFORM 3200-LANCA-FONTE THRU 3200-99-LANCA-FONTE-EXIT.
      *----------------------------------------------------------------*
       3050-99-LANCA-MOVIMENTO-EXIT.       EXIT.
      *================================================================*
       3100-ACHA-MAPA                      SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RETPAGO  ACDPGV  PNTCTB  CADNET  CTBEXP.
           IF  WS-MOV-ABERTO               EQUAL      'S'
               CLOSE CTBMOV
           END-IF.

           IF  WS-FS-PAG                   NOT EQUAL  '00'
           OR  WS-FS-PGV                   NOT EQUAL  '00'
           DISPLAY '**************************************************'.
           DISPLAY '* COMPETENCIA           =    ' WS-ANOMES-REF.
           DISPLAY '* LANCAMENTOS GRAVADOS  =    ' WS-QTDE-LANCTOS.
           DISPLAY '* REGISTROS NO CTBMOV   =    ' WS-LIDOS-MOV.
           DISPLAY '* TOTAL DE DEBITOS      =    ' WS-TOT-DEBITOS.
           DISPLAY '* TOTAL DE CREDITOS     =    ' WS-TOT-CREDITOS.
           DISPLAY '**************************************************'.
