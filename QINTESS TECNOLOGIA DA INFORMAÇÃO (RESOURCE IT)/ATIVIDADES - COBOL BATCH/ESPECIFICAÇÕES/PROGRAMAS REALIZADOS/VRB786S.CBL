      *   3. ORDENA AS AGENCIAS POR CONTAS ABERTAS (RANKING) E IMPRIME *
      *      O RELAGEN: POSICAO, AGENCIA, ABERTAS, RECUSADAS, GASTO    *
      *      ACUMULADO E CLIENTES NEGATIVADOS.                         *
      * CONTA TRANSFERIDA DE AGENCIA (VRB845S, HISTORICO TRFHST) CONTA *
      * PARA A AGENCIA QUE A DETINHA NA EPOCA: A ABERTURA VAI PARA A   *
      * AGENCIA DA DATA DE ABERTURA; GASTO E INADIMPLENCIA PARA A      *
      * AGENCIA DO ULTIMO DIA DO MES DE REFERENCIA.                    *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  01/09/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *  15/10/2026 HUGO SAMPAIO          AGENCIA NA DATA PELO TRFHST  *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT RELAGEN        ASSIGN TO RELAGEN
           FILE STATUS           IS        WS-FS-REL.
      *----------------------------------------------------------------*
           SELECT TRFHST         ASSIGN TO TRFHST
           FILE STATUS           IS        WS-FS-HST.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
      *   HISTORICO DE TRANSFERENCIAS DE AGENCIA (VRB845S)             *
      *----------------------------------------------------------------*
       FD  TRFHST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-HST.

       01  REG-HST.
           05 HST-CONTA                    PIC 9(10).
           05 HST-CPF                      PIC 9(11).
           05 HST-AGENCIA-ORIGEM           PIC 9(04).
           05 HST-AGENCIA-DESTINO          PIC 9(04).
           05 HST-DATA-EFETIVA             PIC 9(08).
           05 HST-OPERADOR                 PIC X(08).
           05 HST-DATA-PROCESSA            PIC 9(08).
           05 FILLER                       PIC X(07).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-SAI                       PIC X(02)     VALUE '00'.
       77  WS-FS-CLIM                      PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FS-HST                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                 PARAMETROS E CHAVES CORRENTES                  *
      *----------------------------------------------------------------*
       77  WS-LIDOS-DEC                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-SAI                    PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *          TRANSFERENCIAS DE AGENCIA E AGENCIA NA DATA           *
      *----------------------------------------------------------------*
       77  WS-QTDE-HST                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-HST                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-DATA-BUSCA                   PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-FIM-MES                 PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-ULT-TRF                 PIC 9(08)     VALUE ZEROS.
       77  WS-DATA-PRI-TRF                 PIC 9(08)     VALUE ZEROS.
       77  WS-AGENCIA-PRI-TRF              PIC 9(04)     VALUE ZEROS.
       77  WS-ACHOU-ULT-TRF                PIC X(01)     VALUE 'N'.
       01  WS-TAB-TRANSF.
           05 WS-HST-ITEM                  OCCURS 5000 TIMES.
              10 WS-HST-CONTA              PIC 9(10).
              10 WS-HST-ORIGEM             PIC 9(04).
              10 WS-HST-DESTINO            PIC 9(04).
              10 WS-HST-DATA               PIC 9(08).
      *----------------------------------------------------------------*
      *                 TABELA DE DESEMPENHO POR AGENCIA               *
      *----------------------------------------------------------------*
       77  WS-QTDE-AGE                     PIC 9(03)     VALUE ZEROS
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES-REF.
           CLOSE PRFPARM.
           COMPUTE WS-DATA-FIM-MES = WS-ANOMES-REF * 100 + 31.

           PERFORM 1100-CARREGA-TRFHST
               THRU 1100-99-CARREGA-TRFHST-EXIT.

           OPEN  INPUT  CTACPF  PROPDEC  ARQSAI  CADCLIM.
           IF    WS-FS-CCP                 NOT EQUAL  '00'
           PERFORM 1200-LER-ARQSAI   THRU  1200-99-LER-ARQSAI-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-TRFHST                 SECTION.
      *================================================================*
      * CARREGA O HISTORICO DE TRANSFERENCIAS DE AGENCIA. ARQUIVO      *
      * AUSENTE VALE COMO NENHUMA CONTA TRANSFERIDA.                   *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-TRFHST'      TO         WS-CODIGO-AREA.

           OPEN  INPUT                     TRFHST.
           IF    WS-FS-HST                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-HST
                 GO TO 1100-99-CARREGA-TRFHST-EXIT
           END-IF.
           IF    WS-FS-HST                 NOT EQUAL  '00'
                 MOVE WS-FS-HST            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO HISTORICO TRFHST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-TRFHST    THRU  1150-99-LE-TRFHST-EXIT
                   UNTIL WS-FS-HST         EQUAL      '10'.

           CLOSE TRFHST.
           MOVE '00'                       TO         WS-FS-HST.
      *----------------------------------------------------------------*
       1100-99-CARREGA-TRFHST-EXIT.        EXIT.
      *================================================================*
       1150-LE-TRFHST                      SECTION.
      *================================================================*
           READ  TRFHST.
           IF  WS-FS-HST   NOT EQUAL '00'
           AND WS-FS-HST   NOT EQUAL '10'
               MOVE WS-FS-HST              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER HISTORICO TRFHST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-HST                   EQUAL      '10'
               GO TO 1150-99-LE-TRFHST-EXIT
           END-IF.

           IF  WS-QTDE-HST                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 5000 TRANSFERENCIAS - AMPLIAR A TABELA'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-HST.
           MOVE HST-CONTA           TO  WS-HST-CONTA   (WS-QTDE-HST).
           MOVE HST-AGENCIA-ORIGEM  TO  WS-HST-ORIGEM  (WS-QTDE-HST).
           MOVE HST-AGENCIA-DESTINO TO  WS-HST-DESTINO (WS-QTDE-HST).
           MOVE HST-DATA-EFETIVA    TO  WS-HST-DATA    (WS-QTDE-HST).
      *----------------------------------------------------------------*
       1150-99-LE-TRFHST-EXIT.             EXIT.
      *================================================================*
       1200-LER-ARQSAI                     SECTION.
      *================================================================*
      *================================================================*
      * BATIMENTO DO CTAAGE CLASSIFICADO POR CPF COM O EXTRATO DE      *
      * RESTRITOS: O PRIMEIRO REGISTRO DE CADA CPF (CONTA MAIS ANTIGA) *
      * ATRIBUI GASTO E INADIMPLENCIA A AGENCIA QUE A DETINHA NO FIM   *
      * DO MES; TODOS OS REGISTROS CONTAM ABERTURA SE FOREM DO MES DE  *
      * REFERENCIA, PARA A AGENCIA DA DATA DE ABERTURA.                *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA-CONTA'      TO         WS-CODIGO-AREA.

               GO TO 2000-99-PROCESSA-CONTA-EXIT
           END-IF.

           IF  CCP-DATA-ABERTURA (1:6)     EQUAL      WS-ANOMES-REF
               MOVE CCP-DATA-ABERTURA      TO         WS-DATA-BUSCA
               PERFORM 2600-AGENCIA-NA-DATA
                   THRU 2600-99-AGENCIA-NA-DATA-EXIT
               PERFORM 2500-ACHA-AGENCIA
                   THRU 2500-99-ACHA-AGENCIA-EXIT
               ADD  1               TO  WS-AGE-ABERTAS (WS-IND-AGE)
           END-IF.

           MOVE WS-DATA-FIM-MES            TO         WS-DATA-BUSCA.
           PERFORM 2600-AGENCIA-NA-DATA
               THRU 2600-99-AGENCIA-NA-DATA-EXIT.
           PERFORM 2500-ACHA-AGENCIA
               THRU 2500-99-ACHA-AGENCIA-EXIT.

           IF  WS-PRIMEIRO-CPF             EQUAL      'S'
           OR  CCP-CPF                     NOT EQUAL  WS-CPF-ANT
               MOVE 'N'                    TO         WS-PRIMEIRO-CPF
           END-IF.
      *----------------------------------------------------------------*
       2500-99-ACHA-AGENCIA-EXIT.          EXIT.
      *================================================================*
       2600-AGENCIA-NA-DATA                SECTION.
      *================================================================*
      * DEVOLVE EM WS-AGENCIA-BUSCA A AGENCIA QUE DETINHA A CONTA NA   *
      * WS-DATA-BUSCA: DESTINO DA ULTIMA TRANSFERENCIA EFETIVA ATE A   *
      * DATA; SEM NENHUMA ATE A DATA, ORIGEM DA PRIMEIRA; CONTA NUNCA  *
      * TRANSFERIDA FICA NA AGENCIA DO CTAAGE.                         *
      *----------------------------------------------------------------*
           MOVE CCP-AGENCIA                TO         WS-AGENCIA-BUSCA.
           MOVE 'N'                        TO         WS-ACHOU-ULT-TRF.
           MOVE ZEROS                      TO         WS-DATA-ULT-TRF.
           MOVE 99999999                   TO         WS-DATA-PRI-TRF.
           MOVE ZEROS                      TO    WS-AGENCIA-PRI-TRF.

           PERFORM 2610-EXAMINA-TRF  THRU  2610-99-EXAMINA-TRF-EXIT
               VARYING WS-IND-HST FROM 1 BY 1
                 UNTIL WS-IND-HST GREATER WS-QTDE-HST.

           IF  WS-ACHOU-ULT-TRF            NOT EQUAL  'S'
           AND WS-AGENCIA-PRI-TRF          NOT EQUAL  ZEROS
               MOVE WS-AGENCIA-PRI-TRF     TO         WS-AGENCIA-BUSCA
           END-IF.
      *----------------------------------------------------------------*
       2600-99-AGENCIA-NA-DATA-EXIT.       EXIT.
      *================================================================*
       2610-EXAMINA-TRF                    SECTION.
      *================================================================*
           IF  WS-HST-CONTA (WS-IND-HST)   NOT EQUAL  CCP-CONTA
               GO TO 2610-99-EXAMINA-TRF-EXIT
           END-IF.

           IF  WS-HST-DATA (WS-IND-HST)    LESS       WS-DATA-PRI-TRF
               MOVE WS-HST-DATA (WS-IND-HST)   TO     WS-DATA-PRI-TRF
               MOVE WS-HST-ORIGEM (WS-IND-HST) TO     WS-AGENCIA-PRI-TRF
           END-IF.

           IF  WS-HST-DATA (WS-IND-HST)    NOT GREATER WS-DATA-BUSCA
           AND WS-HST-DATA (WS-IND-HST)    NOT LESS   WS-DATA-ULT-TRF
               MOVE 'S'                    TO         WS-ACHOU-ULT-TRF
               MOVE WS-HST-DATA (WS-IND-HST)    TO    WS-DATA-ULT-TRF
               MOVE WS-HST-DESTINO (WS-IND-HST) TO    WS-AGENCIA-BUSCA
           END-IF.
      *----------------------------------------------------------------*
       2610-99-EXAMINA-TRF-EXIT.           EXIT.
      *================================================================*
       3000-PROCESSA-RECUSA                SECTION.
      *================================================================*
           DISPLAY '* RECUSAS NO PROPDEC    =    ' WS-LIDOS-DEC.
           DISPLAY '* RESTRITOS NO ARQSAI   =    ' WS-LIDOS-SAI.
           DISPLAY '* AGENCIAS NO RANKING   =    ' WS-QTDE-AGE.
           DISPLAY '* TRANSFERENCIAS TRFHST =    ' WS-QTDE-HST.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
