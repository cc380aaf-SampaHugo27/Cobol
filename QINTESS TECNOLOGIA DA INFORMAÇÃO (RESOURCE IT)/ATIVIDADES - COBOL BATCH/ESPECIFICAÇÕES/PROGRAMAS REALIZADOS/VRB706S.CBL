      * SUBTOTAL DO MES E O VALOR DO MES ANTERIOR JA APURADO PELA      *
      * CADEIA DO VRB638S (ARQANT), PARA O CLIENTE PODER CONFERIR      *
      * LANCAMENTO A LANCAMENTO O QUE ESTA SENDO COBRADO.              *
      * PARCELA DE COMPRA PARCELADA (GERADA PELO VRB812S) SAI COM      *
      * 'PARCELA NN/QQ'; A COMPRA PARCELADA ORIGINAL NAO EH LANCAMENTO *
      * DO MES E NAO ENTRA NO EXTRATO.                                 *
      * CREDITO DE CONTESTACAO PROCEDENTE (VRB814S, PARCELAMENTO       *
      * 'CRED') SAI COMO 'CREDITO (-)' E ABATE DO SUBTOTAL DO MES.     *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *                                   IMPRESSO NO CABECALHO DO     *
      *                                   EXTRATO; CLIENTE SEM NIVEL   *
      *                                   SAI COMO BRONZE              *
      *  15/10/2026 HUGO SAMPAIO          COMPRA PARCELADA: LINHA DA   *
      *                                   PARCELA COM 'PARCELA NN/QQ'  *
      *                                   E COMPRA ORIGINAL FORA DO    *
      *                                   EXTRATO                      *
      *  15/10/2026 HUGO SAMPAIO          CREDITO DE CONTESTACAO COM   *
      *                                   'CREDITO (-)' ABATENDO O     *
      *                                   SUBTOTAL, QUE PODE FICAR     *
      *                                   NEGATIVO                     *
      *  15/10/2026 HUGO SAMPAIO          EXTDLM PASSA A LEVAR O TOKEN *
      *                                   DO COFRE TOKMST (TOKGET31)   *
      *                                   NO LUGAR DO CPF              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
              10 MOV-MES                   PIC 9(02).
              10 MOV-DIA                   PIC 9(02).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO.
              88 MOV-CREDITO                            VALUE 'CRED'.
              10 MOV-PARCELA               PIC 9(02).
              10 MOV-QTD-PARCELAS          PIC 9(02).
      *----------------------------------------------------------------*
       FD  ARQANT
           LABEL       RECORD   STANDARD
       77  WS-LIDOS-ANT                    PIC 9(07)     VALUE ZEROS.
       77  WS-MOV-NO-MES                   PIC 9(07)     VALUE ZEROS.
       77  WS-MOV-FORA-MES                 PIC 9(07)     VALUE ZEROS.
       77  WS-MOV-PARCELADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-EH-PARCELA                   PIC X(01)     VALUE 'N'.
           88 WS-EH-PARCELA-SIM                          VALUE 'S'.
       77  WS-EH-CREDITO                   PIC X(01)     VALUE 'N'.
           88 WS-EH-CREDITO-SIM                          VALUE 'S'.
       77  WS-MOV-CREDITOS                 PIC 9(07)     VALUE ZEROS.
       77  WS-CLIENTES                     PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-EXT                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       77  WS-CPF-ATUAL                    PIC X(11)     VALUE ZEROS.
       77  WS-CPF-ANT                      PIC X(11)     VALUE ZEROS.
       77  WS-SUBTOTAL                     PIC S9(15)V99 VALUE ZEROS.
       77  WS-VALOR-MES-ANT                PIC 9(15)V99  VALUE ZEROS.
       77  WS-TEM-MES-ANT                  PIC X(01)     VALUE 'N'.
           88 WS-TEM-MES-ANT-SIM                         VALUE 'S'.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *      TOKEN DO CPF NO EXTRATO EXTDLM (COFRE TOKMST, TOKGET31)   *
      *----------------------------------------------------------------*
       77  WS-TOKGET                       PIC X(08)   VALUE 'TOKGET31'.
       01  WS-TOK-PARM.
           05 WS-TOK-FUNCAO                PIC X(01)   VALUE 'T'.
           05 WS-TOK-CPF                   PIC 9(11)   VALUE ZEROS.
           05 WS-TOK-TOKEN                 PIC X(12)   VALUE SPACES.
           05 WS-TOK-RETORNO               PIC X(01)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
           05 FILLER                       PIC X(10)  VALUE SPACES.
           05 DETM-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETM-PARCELAMENTO.
              10 DETM-ROTULO               PIC X(08)  VALUE SPACES.
              10 DETM-PARCELA              PIC 9(02)  VALUE ZEROS.
              10 DETM-BARRA                PIC X(01)  VALUE SPACES.
              10 DETM-QTD-PARCELAS         PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(17)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-SUB.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 FILLER                       PIC X(20)  VALUE
                                           'SUBTOTAL DO MES....:'.
           05 DETS-VALOR                   PIC ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99-
                                           VALUE ZEROS.
           05 FILLER                       PIC X(33)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-ANT.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           MOVE MOV-ANO                    TO   WS-ANO-MES-MOV (1:4).
           MOVE MOV-MES                    TO   WS-ANO-MES-MOV (5:2).

           MOVE 'N'                        TO         WS-EH-PARCELA.
           MOVE 'N'                        TO         WS-EH-CREDITO.
           IF  MOV-CREDITO
               MOVE 'S'                    TO         WS-EH-CREDITO
           END-IF.
           IF  MOV-PARCELAMENTO            NUMERIC
               IF  MOV-PARCELA             GREATER    ZEROS
                   MOVE 'S'                TO         WS-EH-PARCELA
               ELSE
                   IF  MOV-QTD-PARCELAS    GREATER    1
                       ADD  1              TO     WS-MOV-PARCELADOS
                       PERFORM 2100-LER-ARQMOV
                           THRU 2100-99-LER-ARQMOV-EXIT
                       GO TO 2000-99-PROCESSA-EXIT
                   END-IF
               END-IF
           END-IF.

           IF  WS-ANO-MES-MOV              EQUAL      PARM-ANO-MES
               IF  MOV-CPF                 NOT EQUAL  WS-CPF-ATUAL
                   PERFORM 4000-FECHA-CLIENTE

           IF  WS-ENTREGA-EMAIL
               ADD  1                      TO         WS-CLI-EMAIL
               PERFORM 3750-OBTEM-TOKEN
                   THRU 3750-99-OBTEM-TOKEN-EXIT
               MOVE SPACES                 TO         REG-DLM
               STRING 'C;' WS-TOK-TOKEN ';' MOV-NOME ';'
                      PARM-ANO-MES ';' WS-EMAIL-CLIENTE
                      DELIMITED BY SIZE INTO REG-DLM
               PERFORM 3700-GRAVA-DELIMITADO
           END-IF.
      *----------------------------------------------------------------*
       3700-99-GRAVA-DELIMITADO-EXIT.      EXIT.
      *================================================================*
       3750-OBTEM-TOKEN                    SECTION.
      *================================================================*
      * O FORNECEDOR DE E-MAIL SO PRECISA DE UMA CHAVE ESTAVEL POR     *
      * CLIENTE: O CPF SAI TROCADO PELO TOKEN DO COFRE TOKMST, OBTIDO  *
      * UMA VEZ NA ABERTURA DO CLIENTE E USADO NAS LINHAS C, D E T.    *
      *----------------------------------------------------------------*
           MOVE 'T'                        TO         WS-TOK-FUNCAO.
           MOVE MOV-CPF                    TO         WS-TOK-CPF.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.

           IF  WS-TOK-RETORNO              NOT EQUAL  'S'
               MOVE '3750-OBTEM-TOKEN'     TO         WS-CODIGO-AREA
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'ERRO NO COFRE DE TOKENS TOKMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       3750-99-OBTEM-TOKEN-EXIT.           EXIT.
      *================================================================*
       3400-LOCALIZA-NIVEL                 SECTION.
      *================================================================*
           IF  WS-ENTREGA-EMAIL
               MOVE MOV-VALOR              TO         WS-VALOR-EDIT
               MOVE SPACES                 TO         REG-DLM
               EVALUATE TRUE
                   WHEN WS-EH-CREDITO-SIM
                       STRING 'D;' WS-TOK-TOKEN ';' MOV-DATA ';-'
                              WS-VALOR-EDIT ';CREDITO'
                              DELIMITED BY SIZE INTO REG-DLM
                   WHEN WS-EH-PARCELA-SIM
                       STRING 'D;' WS-TOK-TOKEN ';' MOV-DATA ';'
                              WS-VALOR-EDIT ';' MOV-PARCELA '/'
                              MOV-QTD-PARCELAS
                              DELIMITED BY SIZE INTO REG-DLM
                   WHEN OTHER
                       STRING 'D;' WS-TOK-TOKEN ';' MOV-DATA ';'
                              WS-VALOR-EDIT
                              DELIMITED BY SIZE INTO REG-DLM
               END-EVALUATE
               PERFORM 3700-GRAVA-DELIMITADO
                   THRU 3700-99-GRAVA-DELIMITADO-EXIT
               PERFORM 2650-SOMA-SUBTOTAL
                   THRU 2650-99-SOMA-SUBTOTAL-EXIT
               GO TO 2600-99-IMPRIME-MOVTO-EXIT
           END-IF.

           MOVE MOV-MES                    TO         DETM-MES.
           MOVE MOV-ANO                    TO         DETM-ANO.
           MOVE MOV-VALOR                  TO         DETM-VALOR.
           EVALUATE TRUE
               WHEN WS-EH-CREDITO-SIM
                   MOVE 'CREDITO (-)'      TO      DETM-PARCELAMENTO
               WHEN WS-EH-PARCELA-SIM
                   MOVE 'PARCELA '         TO         DETM-ROTULO
                   MOVE MOV-PARCELA        TO         DETM-PARCELA
                   MOVE '/'                TO         DETM-BARRA
                   MOVE MOV-QTD-PARCELAS   TO      DETM-QTD-PARCELAS
               WHEN OTHER
                   MOVE SPACES             TO      DETM-PARCELAMENTO
           END-EVALUATE.
           WRITE REG-EXT                   FROM       DET-MOV.
           PERFORM 2900-FS-EXTRATO THRU 2900-99-FS-EXTRATO-EXIT.
           PERFORM 2650-SOMA-SUBTOTAL
               THRU 2650-99-SOMA-SUBTOTAL-EXIT.
      *----------------------------------------------------------------*
       2600-99-IMPRIME-MOVTO-EXIT.         EXIT.
      *================================================================*
       2650-SOMA-SUBTOTAL                  SECTION.
      *================================================================*
      * CREDITO DE CONTESTACAO ABATE DO SUBTOTAL DO MES.               *
      *----------------------------------------------------------------*
           IF  WS-EH-CREDITO-SIM
               SUBTRACT MOV-VALOR          FROM       WS-SUBTOTAL
               ADD  1                      TO         WS-MOV-CREDITOS
           ELSE
               ADD  MOV-VALOR              TO         WS-SUBTOTAL
           END-IF.
      *----------------------------------------------------------------*
       2650-99-SOMA-SUBTOTAL-EXIT.         EXIT.
      *================================================================*
       2900-FS-EXTRATO                     SECTION.
      *================================================================*
           IF  WS-ENTREGA-EMAIL
               MOVE WS-SUBTOTAL            TO         WS-VALOR-EDIT
               MOVE SPACES                 TO         REG-DLM
               IF  WS-SUBTOTAL             LESS       ZEROS
                   STRING 'T;' WS-TOK-TOKEN ';-' WS-VALOR-EDIT
                          DELIMITED BY SIZE INTO REG-DLM
               ELSE
                   STRING 'T;' WS-TOK-TOKEN ';' WS-VALOR-EDIT
                          DELIMITED BY SIZE INTO REG-DLM
               END-IF
               PERFORM 3700-GRAVA-DELIMITADO
                   THRU 3700-99-GRAVA-DELIMITADO-EXIT
               MOVE ZEROS                  TO         WS-CPF-ATUAL
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ARQMOV  ARQANT  EXTRATO  EXTDLM.
           MOVE 'F'                        TO         WS-TOK-FUNCAO.
           CALL WS-TOKGET                  USING      WS-TOK-PARM.
           IF  WS-TIE-ABERTO-SIM
               CLOSE TIERMST
           END-IF.
           DISPLAY '* LIDOS EM ARQMOV       =    ' WS-LIDOS-MOV.
           DISPLAY '* MOVIMENTOS DO MES     =    ' WS-MOV-NO-MES.
           DISPLAY '* MOVIMENTOS FORA MES   =    ' WS-MOV-FORA-MES.
           DISPLAY '* PARCELADOS ORIGINAIS  =    ' WS-MOV-PARCELADOS.
           DISPLAY '* CREDITOS NO EXTRATO   =    ' WS-MOV-CREDITOS.
           DISPLAY '* CLIENTES IMPRESSOS    =    ' WS-CLIENTES.
           DISPLAY '* ENTREGA POR E-MAIL    =    ' WS-CLI-EMAIL.
           DISPLAY '* ENTREGA EM PAPEL      =    ' WS-CLI-PAPEL.
