      *   - FAIXA DE RISCO DA CLASSIFICACAO VRB646S (ARQSAI);          *
      *   - FAIXA ETARIA E SEXO COMO DERIVADOS NO VRB746S (ARQENT COM  *
      *     DATA DE NASCIMENTO + ARQSEXO);                             *
      *   - SALDO MINIMO DE PONTOS DO PNTMST;                          *
      *   - FAIXA DO SCORE INTERNO NO SCOREMST (VRB806S): SELECIONA A  *
      *     FAIXA INFORMADA E AS MELHORES (A = MELHOR).                *
      * CRITERIO COM '*' OU ZERADO NAO FILTRA. O BATIMENTO EH UM       *
      * BALANCE-LINE POR CPF DIRIGIDO PELO ARQENT. O SELECIONADO SAI   *
      * NO LAYOUT DO ARQMALA (COM O ENDERECO DO CADEND, COMO NA MALA   *
      * DE ANIVERSARIANTES; SEM ENDERECO VAI PARA O MALAEXC), A        *
      * SUPRESSAO DO OPTOUT EH HONRADA E A CAMPANHA EH REGISTRADA NO   *
      * CAMCTL PARA O VRB730S MEDIR A RESPOSTA.                        *
      * GRUPO DE CONTROLE: O PERCENTUAL INFORMADO NO SEGPARM DOS       *
      * CLIENTES SELECIONADOS E COM ENDERECO EH SEPARADO POR SORTEIO   *
      * REPETIVEL (MESMA SEMENTE, MESMO GRUPO) E NAO RECEBE A MALA;    *
      * CADA UM VAI PARA O CAMCTL MARCADO COMO CONTROLE, PARA O        *
      * VRB730S COMPARAR ENVIADOS X NAO ENVIADOS.                      *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  01/09/2026 HUGO SAMPAIO          SUPRESSAO DOS CLIENTES DO    *
      *                                   REGISTRO DE OBITOS OBITOMST  *
      *                                   (VRB790S) EM TODA CAMPANHA   *
      *  15/10/2026 HUGO SAMPAIO          CRITERIO DE FAIXA DO SCORE   *
      *                                   INTERNO (SCOREMST)           *
      *  15/10/2026 HUGO SAMPAIO          ENDERECO EM BUSCA NO CADEND  *
      *                                   (DEVOLUCOES, VRB834S) VAI    *
      *                                   PARA O MALAEXC COMO SEM      *
      *                                   ENDERECO                     *
      *  15/10/2026 HUGO SAMPAIO          GRUPO DE CONTROLE ALEATORIO  *
      *                                   (PERCENTUAL E SEMENTE NO     *
      *                                   SEGPARM) REGISTRADO NO       *
      *                                   CAMCTL SEM ENVIO DA MALA     *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT PNTMST         ASSIGN TO PNTMST
           FILE STATUS           IS        WS-FS-PNT.
      *----------------------------------------------------------------*
           SELECT SCOREMST       ASSIGN TO SCOREMST
           FILE STATUS           IS        WS-FS-SCO.
      *----------------------------------------------------------------*
           SELECT OBITOMST       ASSIGN TO OBITOMST
           FILE STATUS           IS        WS-FS-OBI.
           05 PARM-SEXO                    PIC X(01).
           05 PARM-PONTOS-MIN              PIC 9(09).
           05 PARM-MENSAGEM                PIC X(35).
           05 PARM-FAIXA-SCORE             PIC X(01).
      *    PERCENTUAL DO GRUPO DE CONTROLE (ZERO = SEM CONTROLE) E
      *    SEMENTE DO SORTEIO; EM BRANCO VALEM ZERO.
           05 PARM-PCT-CONTROLE            PIC 9(02).
           05 PARM-SEMENTE                 PIC 9(09).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       FD  ARQENT
           LABEL       RECORD   STANDARD
              10 MST-FX-ANOMES             PIC 9(06).
              10 MST-FX-PONTOS             PIC 9(09).
           05 FILLER                       PIC X(13).
      *----------------------------------------------------------------*
       FD  SCOREMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SCO.

       01  REG-SCO.
           05 SCO-CPF                      PIC 9(11).
           05 SCO-ANOMES                   PIC 9(06).
           05 SCO-PONTUACAO                PIC 9(03).
           05 SCO-FAIXA                    PIC X(01).
           05 FILLER                       PIC X(39).
      *----------------------------------------------------------------*
       FD  OBITOMST
           LABEL       RECORD   STANDARD
           05 END-UF                       PIC X(02).
           05 END-CEP                      PIC 9(08).
           05 END-DATA-ATUALIZA            PIC 9(08).
           05 END-SITUACAO                 PIC X(01).
              88 END-SIT-EM-BUSCA                       VALUE 'B'.
           05 END-QTDE-DEVOLUCAO           PIC 9(02).
           05 END-DATA-DEVOLUCAO           PIC 9(08).
           05 FILLER                       PIC X(14).
      *----------------------------------------------------------------*
       FD  ARQMALA
           LABEL       RECORD   STANDARD
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CAMCTL.

      * REGISTRO EM BRANCO = CAMPANHA; 'C' = CLIENTE DO GRUPO DE
      * CONTROLE DA CAMPANHA (CPF NO LUGAR DE QUANTIDADE E TIPO).
       01  REG-CAMCTL.
           05 CAM-ID                       PIC 9(06).
           05 CAM-DATA-GERACAO             PIC 9(08).
           05 CAM-DADOS.
              10 CAM-QTDE-MALAS            PIC 9(07).
              10 CAM-TIPO                  PIC X(10).
           05 CAM-DADOS-CONTROLE REDEFINES CAM-DADOS.
              10 CAM-CPF-CONTROLE          PIC 9(11).
              10 FILLER                    PIC X(06).
           05 CAM-QTDE-CONTROLE            PIC 9(07).
           05 CAM-REGISTRO                 PIC X(01).
              88 CAM-REG-CAMPANHA                       VALUE SPACE.
              88 CAM-REG-CONTROLE                       VALUE 'C'.
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-SAI                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEX                       PIC X(02)     VALUE '00'.
       77  WS-FS-PNT                       PIC X(02)     VALUE '00'.
       77  WS-FS-SCO                       PIC X(02)     VALUE '00'.
       77  WS-FS-OPT                       PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-MALA                      PIC X(02)     VALUE '00'.
       77  WS-CPF-SAI                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-SEX                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-PNT                      PIC X(11)     VALUE ZEROS.
       77  WS-CPF-SCO                      PIC X(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-FAIXA-CLIENTE                PIC X(05)     VALUE SPACES.
       77  WS-SEXO-CLIENTE                 PIC X(01)     VALUE SPACES.
       77  WS-PONTOS-CLIENTE               PIC 9(09)     VALUE ZEROS.
       77  WS-SCORE-CLIENTE                PIC X(01)     VALUE SPACES.
       77  WS-IDADE-CLIENTE                PIC 9(03)     VALUE ZEROS.
       77  WS-ANO-NASC                     PIC 9(04)     VALUE ZEROS.
       77  WS-MMDD-NASC                    PIC 9(04)     VALUE ZEROS.
      *----------------------------------------------------------------*
       77  WS-CAM-PROX-ID                  PIC 9(06)     VALUE 1.
      *----------------------------------------------------------------*
      *      GRUPO DE CONTROLE: SORTEIO PELO GERADOR CONGRUENTE DE     *
      *      LEHMER (MULTIPLICADOR 48271, MODULO 2147483647) SOBRE A   *
      *      RAIZ DO CPF SOMADA A SEMENTE - REPETIVEL E SEM RANDOM     *
      *----------------------------------------------------------------*
       77  WS-PCT-CONTROLE                 PIC 9(02)     VALUE ZEROS.
       77  WS-SEMENTE                      PIC 9(09)     VALUE ZEROS.
       77  WS-SORTEIO                      PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-QUOC                 PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-RESTO                PIC 9(15)     VALUE ZEROS.
       77  WS-SORTEIO-FAIXA                PIC 9(02)     VALUE ZEROS.
       77  WS-RAIZ-CPF                     PIC 9(09)     VALUE ZEROS.
       77  WS-QTDE-CONTROLE                PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-CTR                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       01  WS-TAB-CONTROLE.
           05 WS-CTR-CPF-OCR               PIC 9(11)  OCCURS 5000.
      *----------------------------------------------------------------*
      *                 DATA DO PROCESSAMENTO                          *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
           END-IF.
           CLOSE SEGPARM.

           IF    PARM-PCT-CONTROLE         NUMERIC
                 MOVE PARM-PCT-CONTROLE    TO         WS-PCT-CONTROLE
           END-IF.
           IF    PARM-SEMENTE              NUMERIC
                 MOVE PARM-SEMENTE         TO         WS-SEMENTE
           END-IF.
           IF    WS-PCT-CONTROLE           GREATER    50
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'GRUPO DE CONTROLE DO SEGPARM ACIMA DE 50 PCT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT  ARQENT  ARQTOT  ARQSAI  ARQSEXO  PNTMST
                        SCOREMST.
           IF    WS-FS-ENT                 NOT EQUAL  '00'
           OR    WS-FS-TOT                 NOT EQUAL  '00'
           OR    WS-FS-SAI                 NOT EQUAL  '00'
           OR    WS-FS-SEX                 NOT EQUAL  '00'
           OR    WS-FS-PNT                 NOT EQUAL  '00'
           OR    WS-FS-SCO                 NOT EQUAL  '00'
                 MOVE WS-FS-ENT            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DOS CADASTROS DE ENTRADA'
                                           TO         WS-AREA-MSG
           PERFORM 1300-LER-ARQSAI   THRU  1300-99-LER-ARQSAI-EXIT.
           PERFORM 1400-LER-ARQSEXO  THRU  1400-99-LER-ARQSEXO-EXIT.
           PERFORM 1600-LER-PNTMST   THRU  1600-99-LER-PNTMST-EXIT.
           PERFORM 1700-LER-SCOREMST THRU  1700-99-LER-SCOREMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1600-99-LER-PNTMST-EXIT.            EXIT.
      *================================================================*
       1700-LER-SCOREMST                   SECTION.
      *================================================================*
           MOVE '1700-LER-SCOREMST'        TO         WS-CODIGO-AREA.
           READ SCOREMST.
           IF  WS-FS-SCO   NOT EQUAL '00'
           AND WS-FS-SCO   NOT EQUAL '10'
               MOVE WS-FS-SCO              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER SCOREMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SCO                   EQUAL      '10'
               MOVE HIGH-VALUES            TO         WS-CPF-SCO
           ELSE
               MOVE SCO-CPF                TO         WS-CPF-SCO
           END-IF.
      *----------------------------------------------------------------*
       1700-99-LER-SCOREMST-EXIT.          EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
                   UNTIL WS-CPF-SEX    NOT LESS       WS-CPF-ENT.
           PERFORM 2140-AVANCA-PNT THRU 2140-99-AVANCA-PNT-EXIT
                   UNTIL WS-CPF-PNT    NOT LESS       WS-CPF-ENT.
           PERFORM 2150-AVANCA-SCO THRU 2150-99-AVANCA-SCO-EXIT
                   UNTIL WS-CPF-SCO    NOT LESS       WS-CPF-ENT.
      *----------------------------------------------------------------*
       2100-99-POSICIONA-PERNAS-EXIT.      EXIT.
      *================================================================*
           PERFORM 1600-LER-PNTMST   THRU  1600-99-LER-PNTMST-EXIT.
      *----------------------------------------------------------------*
       2140-99-AVANCA-PNT-EXIT.            EXIT.
      *================================================================*
       2150-AVANCA-SCO                     SECTION.
      *================================================================*
           PERFORM 1700-LER-SCOREMST THRU  1700-99-LER-SCOREMST-EXIT.
      *----------------------------------------------------------------*
       2150-99-AVANCA-SCO-EXIT.            EXIT.
      *================================================================*
       2200-APURA-CLIENTE                  SECTION.
      *================================================================*
      * MONTA A VISAO DO CLIENTE DA VEZ; PERNA SEM O CPF CONTRIBUI     *
      * COM VALOR NEUTRO (GASTO E PONTOS ZERO, FAIXAS E SEXO EM        *
      * BRANCO). IDADE PELA DATA DE NASCIMENTO (DERIVACAO DO VRB746S). *
      *----------------------------------------------------------------*
           MOVE ZEROS                      TO         WS-GASTO-CLIENTE.
           MOVE SPACES                     TO         WS-FAIXA-CLIENTE.
           MOVE SPACES                     TO         WS-SEXO-CLIENTE.
           MOVE ZEROS                      TO         WS-PONTOS-CLIENTE.
           MOVE SPACES                     TO         WS-SCORE-CLIENTE.

           IF  WS-CPF-TOT                  EQUAL      WS-CPF-ENT
               MOVE TOT-VALOR              TO         WS-GASTO-CLIENTE
           IF  WS-CPF-PNT                  EQUAL      WS-CPF-ENT
               MOVE MST-SALDO-PONTOS       TO         WS-PONTOS-CLIENTE
           END-IF.
           IF  WS-CPF-SCO                  EQUAL      WS-CPF-ENT
               MOVE SCO-FAIXA              TO         WS-SCORE-CLIENTE
           END-IF.

           MOVE DATA-NASCTO-ENT (1:4)      TO         WS-ANO-NASC.
           MOVE DATA-NASCTO-ENT (5:4)      TO         WS-MMDD-NASC.
               ADD  1                      TO         WS-FORA-CRITERIO
               GO TO 2300-99-APLICA-CRITERIOS-EXIT
           END-IF.
      *    FAIXA DO SCORE: BRANCO OU '*' NAO FILTRA; CLIENTE SEM SCORE
      *    FICA FORA QUANDO O CRITERIO EH INFORMADO.
           IF  PARM-FAIXA-SCORE            NOT EQUAL  '*'
           AND PARM-FAIXA-SCORE            NOT EQUAL  SPACES
           AND (WS-SCORE-CLIENTE           EQUAL      SPACES
             OR WS-SCORE-CLIENTE           GREATER    PARM-FAIXA-SCORE)
               ADD  1                      TO         WS-FORA-CRITERIO
               GO TO 2300-99-APLICA-CRITERIOS-EXIT
           END-IF.

      *    SUPRESSAO DO OPT-OUT
           MOVE 'N'                        TO         WS-OPT-ACHADO.
       2500-GRAVA-MALA                     SECTION.
      *================================================================*
      * O ENDERECO VEM DO CADEND; CLIENTE SEM ENDERECO VAI PARA O      *
      * MALAEXC EM VEZ DA MALA (MESMA REGRA DO EXHB), ASSIM COMO O     *
      * ENDERECO EM BUSCA POR DEVOLUCOES DO CORREIO (VRB834S).         *
      *----------------------------------------------------------------*
           MOVE '2500-GRAVA-MALA'          TO         WS-CODIGO-AREA.

           MOVE CPF-ENT                    TO         END-CPF.
           READ  CADEND.
           IF  WS-FS-END                   EQUAL      '23'
               MOVE 'CLIENTE SEM ENDERECO NO CADEND'
                                           TO         MEXC-MOTIVO
               PERFORM 2550-GRAVA-MALAEXC
                   THRU 2550-99-GRAVA-MALAEXC-EXIT
               GO TO 2500-99-GRAVA-MALA-EXIT
           END-IF.
           IF  WS-FS-END                   NOT EQUAL  '00'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  END-SIT-EM-BUSCA
               MOVE 'ENDERECO EM BUSCA (DEVOLUCAO)'
                                           TO         MEXC-MOTIVO
               PERFORM 2550-GRAVA-MALAEXC
                   THRU 2550-99-GRAVA-MALAEXC-EXIT
               GO TO 2500-99-GRAVA-MALA-EXIT
           END-IF.

           IF  WS-PCT-CONTROLE             GREATER    ZEROS
               PERFORM 2600-SORTEIA-CONTROLE
                   THRU 2600-99-SORTEIA-CONTROLE-EXIT
               IF  WS-SORTEIO-FAIXA        LESS       WS-PCT-CONTROLE
                   GO TO 2500-99-GRAVA-MALA-EXIT
               END-IF
           END-IF.

           MOVE CPF-ENT                    TO         MALA-CPF.
           MOVE NOME-CLIENTE-ENT           TO         MALA-NOME-CLI.
           ADD  1                          TO         WS-SELECIONADOS.
      *----------------------------------------------------------------*
       2500-99-GRAVA-MALA-EXIT.            EXIT.
      *================================================================*
       2550-GRAVA-MALAEXC                  SECTION.
      *================================================================*
           MOVE '2550-GRAVA-MALAEXC'       TO         WS-CODIGO-AREA.

           MOVE CPF-ENT                    TO         MEXC-CPF.
           MOVE NOME-CLIENTE-ENT           TO         MEXC-NOME.
           WRITE REG-MALAEXC.
           IF  WS-FS-EXC                   NOT EQUAL  '00'
               MOVE WS-FS-EXC              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO MALAEXC'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-SEM-ENDERECO.
      *----------------------------------------------------------------*
       2550-99-GRAVA-MALAEXC-EXIT.         EXIT.
      *================================================================*
       2600-SORTEIA-CONTROLE               SECTION.
      *================================================================*
      * DOIS PASSOS DO GERADOR SOBRE A RAIZ DO CPF (SEM OS DIGITOS     *
      * VERIFICADORES) MAIS A SEMENTE; A FAIXA 00-99 RESULTANTE ABAIXO *
      * DO PERCENTUAL LEVA O CLIENTE PARA O GRUPO DE CONTROLE.         *
      *----------------------------------------------------------------*
           MOVE '2600-SORTEIA-CONTROLE'    TO         WS-CODIGO-AREA.

           MOVE CPF-ENT (1:9)              TO         WS-RAIZ-CPF.
           COMPUTE WS-SORTEIO = WS-RAIZ-CPF + WS-SEMENTE + 1.
           PERFORM 2610-PASSO-GERADOR THRU 2610-99-PASSO-GERADOR-EXIT
                   2 TIMES.
           DIVIDE WS-SORTEIO BY 100 GIVING WS-SORTEIO-QUOC
                                    REMAINDER WS-SORTEIO-FAIXA.

           IF  WS-SORTEIO-FAIXA            NOT LESS   WS-PCT-CONTROLE
               GO TO 2600-99-SORTEIA-CONTROLE-EXIT
           END-IF.

           IF  WS-QTDE-CONTROLE            EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'GRUPO DE CONTROLE MAIOR QUE 5000 CPF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-CONTROLE.
           MOVE CPF-ENT          TO  WS-CTR-CPF-OCR (WS-QTDE-CONTROLE).
      *----------------------------------------------------------------*
       2600-99-SORTEIA-CONTROLE-EXIT.      EXIT.
      *================================================================*
       2610-PASSO-GERADOR                  SECTION.
      *================================================================*
           COMPUTE WS-SORTEIO = WS-SORTEIO * 48271.
           DIVIDE WS-SORTEIO BY 2147483647 GIVING WS-SORTEIO-QUOC
                                           REMAINDER WS-SORTEIO-RESTO.
           MOVE WS-SORTEIO-RESTO           TO         WS-SORTEIO.
      *----------------------------------------------------------------*
       2610-99-PASSO-GERADOR-EXIT.         EXIT.
      *================================================================*
       8000-REGISTRA-CAMPANHA              SECTION.
      *================================================================*
           MOVE WS-DATA-HOJE               TO         CAM-DATA-GERACAO.
           MOVE WS-SELECIONADOS            TO         CAM-QTDE-MALAS.
           MOVE 'SEGMENTADA'               TO         CAM-TIPO.
           MOVE WS-QTDE-CONTROLE           TO         CAM-QTDE-CONTROLE.
           WRITE REG-CAMCTL.
           IF    WS-FS-CAM                 NOT EQUAL  '00'
                 MOVE WS-FS-CAM            TO         WS-AREA-STAT
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 8200-GRAVA-CONTROLE THRU 8200-99-GRAVA-CONTROLE-EXIT
               VARYING WS-IND-CTR FROM 1 BY 1
                 UNTIL WS-IND-CTR GREATER WS-QTDE-CONTROLE.
           CLOSE CAMCTL.

           DISPLAY 'CAMPANHA REGISTRADA NO CAMCTL - ID: '
           END-IF.
      *----------------------------------------------------------------*
       8100-99-LE-CAMCTL-EXIT.             EXIT.
      *================================================================*
       8200-GRAVA-CONTROLE                 SECTION.
      *================================================================*
           INITIALIZE REG-CAMCTL.
           MOVE WS-CAM-PROX-ID             TO         CAM-ID.
           MOVE WS-DATA-HOJE               TO         CAM-DATA-GERACAO.
           MOVE WS-CTR-CPF-OCR (WS-IND-CTR) TO        CAM-CPF-CONTROLE.
           SET  CAM-REG-CONTROLE           TO         TRUE.
           WRITE REG-CAMCTL.
           IF    WS-FS-CAM                 NOT EQUAL  '00'
                 MOVE WS-FS-CAM            TO         WS-AREA-STAT
                 MOVE 'ERRO AO GRAVAR CONTROLE CAMCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8200-99-GRAVA-CONTROLE-EXIT.        EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ARQENT  ARQTOT  ARQSAI  ARQSEXO  PNTMST  CADEND
                 ARQMALA  MALAEXC  SCOREMST.

           IF  WS-FS-ENT                   NOT EQUAL  '00'
           OR  WS-FS-TOT                   NOT EQUAL  '00'
           OR  WS-FS-SAI                   NOT EQUAL  '00'
           OR  WS-FS-SEX                   NOT EQUAL  '00'
           OR  WS-FS-PNT                   NOT EQUAL  '00'
           OR  WS-FS-SCO                   NOT EQUAL  '00'
           OR  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-MALA                  NOT EQUAL  '00'
           OR  WS-FS-EXC                   NOT EQUAL  '00'
           DISPLAY '* SUPRIMIDOS (OPT-OUT)  =    ' WS-SUPRIMIDOS.
           DISPLAY '* SUPRIMIDOS (OBITO)    =    ' WS-SUPR-OBITO.
           DISPLAY '* SEM ENDERECO (EXCEC)  =    ' WS-SEM-ENDERECO.
           DISPLAY '* GRUPO DE CONTROLE     =    ' WS-QTDE-CONTROLE.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.
