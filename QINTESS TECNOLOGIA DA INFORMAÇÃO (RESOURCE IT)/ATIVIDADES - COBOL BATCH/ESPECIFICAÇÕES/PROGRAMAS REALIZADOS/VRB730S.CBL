      * POSTERIOR), GASTO INCREMENTAL (DEPOIS - ANTES) E CUSTO POR     *
      * RESPOSTA - O NUMERO QUE O MARKETING PRECISA PARA JUSTIFICAR A  *
      * POSTAGEM.                                                      *
      * QUANDO A CAMPANHA TEM GRUPO DE CONTROLE NO CAMCTL (VRB769S),   *
      * O MESMO GASTO EH APURADO PARA OS CLIENTES NAO ENVIADOS E O     *
      * RELATORIO TRAZ O GANHO DOS ENVIADOS SOBRE O CONTROLE: NA TAXA  *
      * DE RESPOSTA (PONTOS PERCENTUAIS, COM TESTE Z DE DUAS           *
      * PROPORCOES A 95%) E NO GASTO INCREMENTAL MEDIO POR CLIENTE.    *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *                                   PARA 160 POSICOES COM O      *
      *                                   ENDERECO DE ENTREGA VINDO DO *
      *                                   CADASTRO CADEND (EXHB)       *
      *  15/10/2026 HUGO SAMPAIO          CREDITO DE CONTESTACAO       *
      *                                   (PARCELAMENTO 'CRED') NAO    *
      *                                   CONTA COMO GASTO NA JANELA   *
      *  15/10/2026 HUGO SAMPAIO          GANHO SOBRE O GRUPO DE       *
      *                                   CONTROLE DO CAMCTL, COM      *
      *                                   INDICADOR DE SIGNIFICANCIA   *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
           RECORD      CONTAINS 40 CHARACTERS
           DATA RECORD IS       REG-CAM.

      * REGISTRO EM BRANCO = CAMPANHA; 'C' = CLIENTE DO GRUPO DE
      * CONTROLE DA CAMPANHA (CPF NO LUGAR DE QUANTIDADE E TIPO).
       01  REG-CAM.
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
       FD  ARQMALA
           LABEL       RECORD   STANDARD
           05 MOV-NOME                     PIC X(30).
           05 MOV-DATA                     PIC 9(08).
           05 MOV-VALOR                    PIC 9(15)V99.
           05 MOV-PARCELAMENTO             PIC X(04).
              88 MOV-CREDITO                            VALUE 'CRED'.
      *----------------------------------------------------------------*
       FD  RELCAMP
           LABEL       RECORD IS OMITTED.
       01  WS-TAB-MALA.
           05 WS-TAB-ITEM                  OCCURS 5000 TIMES.
              10 WS-TAB-CPF                PIC 9(11).
              10 WS-TAB-GRUPO              PIC X(01).
                 88 WS-TAB-CONTROLE                     VALUE 'C'.
              10 WS-TAB-GASTO-ANTES        PIC 9(13)V99.
              10 WS-TAB-GASTO-DEPOIS       PIC 9(13)V99.
      *----------------------------------------------------------------*
       77  WS-CUSTO-POR-RESPOSTA           PIC 9(09)V99  VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(05)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        COMPARACAO COM O GRUPO DE CONTROLE (NAO ENVIADOS)       *
      *----------------------------------------------------------------*
       77  WS-QTDE-MALA-TAB                PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-CONTROLE                PIC 9(07)     VALUE ZEROS.
       77  WS-RESP-CONTROLE                PIC 9(07)     VALUE ZEROS.
       77  WS-TAXA-CONTROLE                PIC 9(03)V99  VALUE ZEROS.
       77  WS-INCR-CONTROLE                PIC S9(15)V99 VALUE ZEROS.
       77  WS-MEDIA-INCR-MALA              PIC S9(13)V99 VALUE ZEROS.
       77  WS-MEDIA-INCR-CONTROLE          PIC S9(13)V99 VALUE ZEROS.
       77  WS-GANHO-TAXA                   PIC S9(03)V99 VALUE ZEROS.
       77  WS-GANHO-MEDIO                  PIC S9(13)V99 VALUE ZEROS.
       77  WS-GANHO-ATRIBUIDO              PIC S9(15)V99 VALUE ZEROS.
       77  WS-PROP-MALA                    PIC 9(01)V9(08) VALUE ZEROS.
       77  WS-PROP-CONTROLE                PIC 9(01)V9(08) VALUE ZEROS.
       77  WS-PROP-COMUM                   PIC 9(01)V9(08) VALUE ZEROS.
       77  WS-VARIANCIA                    PIC 9(01)V9(12) VALUE ZEROS.
       77  WS-ESTAT-Z                      PIC S9(05)V99 VALUE ZEROS.
      *    MINIMO DE CLIENTES EM CADA GRUPO PARA O TESTE Z VALER.
       77  WS-AMOSTRA-MINIMA               PIC 9(03)     VALUE 30.
      *----------------------------------------------------------------*
      *                 ROTINA DE CALENDARIO VRB670S                   *
      *----------------------------------------------------------------*
       77  WS-VRB670S                      PIC X(08)   VALUE 'VRB670S'.
           05 DETL-VALOR                   PIC -ZZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(25)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  DET-RESULTADO.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETR-TEXTO                   PIC X(32)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETR-RESULTADO               PIC X(35)  VALUE SPACES.
           05 FILLER                       PIC X(09)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*

           PERFORM 1100-LOCALIZA-CAMPANHA
               THRU 1100-99-LOCALIZA-CAMPANHA-EXIT
                   UNTIL WS-FS-CAM         EQUAL      '10'.
           CLOSE CAMCTL.

           IF    WS-CAMPANHA-ACHADA        NOT EQUAL  'S'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-CAM                   NOT EQUAL  '00'
           OR  CAM-ID                      NOT EQUAL  PARM-CAMPANHA-ID
               GO TO 1100-99-LOCALIZA-CAMPANHA-EXIT
           END-IF.

           IF  CAM-REG-CAMPANHA
               MOVE 'S'                    TO       WS-CAMPANHA-ACHADA
               MOVE CAM-DATA-GERACAO       TO         WS-DATA-ENVIO
               MOVE CAM-QTDE-MALAS         TO         WS-QTDE-MALAS
               GO TO 1100-99-LOCALIZA-CAMPANHA-EXIT
           END-IF.

      *    CLIENTE DO GRUPO DE CONTROLE: ENTRA NA TABELA MARCADO.
           IF  WS-QTDE-TAB                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MALA E CONTROLE COM MAIS DE 5000 CPF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-TAB.
           INITIALIZE WS-TAB-ITEM (WS-QTDE-TAB).
           MOVE CAM-CPF-CONTROLE      TO  WS-TAB-CPF   (WS-QTDE-TAB).
           MOVE 'C'                   TO  WS-TAB-GRUPO (WS-QTDE-TAB).
           ADD  1                          TO         WS-QTDE-CONTROLE.
      *----------------------------------------------------------------*
       1100-99-LOCALIZA-CAMPANHA-EXIT.     EXIT.
      *================================================================*
           IF  WS-FS-MAL                   EQUAL      '00'
               IF  WS-QTDE-TAB             EQUAL      5000
                   MOVE '   '              TO         WS-AREA-STAT
                   MOVE 'MALA E CONTROLE COM MAIS DE 5000 CPF'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
               END-IF
               ADD  1                      TO         WS-QTDE-TAB
               INITIALIZE WS-TAB-ITEM (WS-QTDE-TAB)
               MOVE MALA-CPF          TO  WS-TAB-CPF   (WS-QTDE-TAB)
               MOVE 'M'               TO  WS-TAB-GRUPO (WS-QTDE-TAB)
               ADD  1                      TO         WS-QTDE-MALA-TAB
           END-IF.
      *----------------------------------------------------------------*
       1200-99-CARREGA-MALA-EXIT.          EXIT.
      * (INICIO-ANTES ATE A VESPERA DO ENVIO) E DEPOIS (ENVIO ATE      *
      * ENVIO + 30 DIAS).                                              *
      *----------------------------------------------------------------*
           IF  MOV-CREDITO
               PERFORM 3100-LER-ARQMOV THRU 3100-99-LER-ARQMOV-EXIT
               GO TO 3000-99-VARRE-MOVIMENTOS-EXIT
           END-IF.

           PERFORM VARYING WS-IND FROM 1 BY 1
                   UNTIL WS-IND GREATER WS-QTDE-TAB
               IF  WS-TAB-CPF (WS-IND)     EQUAL      MOV-CPF

           MOVE ZEROS                      TO         WS-RESPONDEDORES.
           MOVE ZEROS                      TO       WS-GASTO-INCREMENTAL
           PERFORM 4100-ACUMULA-CLIENTE
               THRU 4100-99-ACUMULA-CLIENTE-EXIT
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTDE-TAB.

           IF  WS-QTDE-MALA-TAB            GREATER    ZEROS
               COMPUTE WS-TAXA-RESPOSTA ROUNDED =
                       WS-RESPONDEDORES * 100 / WS-QTDE-MALA-TAB
           END-IF.

           COMPUTE WS-CUSTO-TOTAL = WS-QTDE-MALAS * PARM-CUSTO-PECA.
           MOVE WS-CUSTO-POR-RESPOSTA      TO         DETL-VALOR.
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELCAMP THRU 8000-99-FS-RELCAMP-EXIT.

           PERFORM 4500-COMPARA-CONTROLE
               THRU 4500-99-COMPARA-CONTROLE-EXIT.
      *----------------------------------------------------------------*
       4000-99-APURA-E-IMPRIME-EXIT.       EXIT.
      *================================================================*
       4100-ACUMULA-CLIENTE                SECTION.
      *================================================================*
      * SEPARA A RESPOSTA E O GASTO INCREMENTAL DOS ENVIADOS E DO      *
      * GRUPO DE CONTROLE.                                             *
      *----------------------------------------------------------------*
           IF  WS-TAB-CONTROLE (WS-IND)
               IF  WS-TAB-GASTO-DEPOIS (WS-IND) GREATER ZEROS
                   ADD  1                  TO         WS-RESP-CONTROLE
               END-IF
               COMPUTE WS-INCR-CONTROLE = WS-INCR-CONTROLE
                       + WS-TAB-GASTO-DEPOIS (WS-IND)
                       - WS-TAB-GASTO-ANTES  (WS-IND)
               GO TO 4100-99-ACUMULA-CLIENTE-EXIT
           END-IF.

           IF  WS-TAB-GASTO-DEPOIS (WS-IND) GREATER   ZEROS
               ADD  1                      TO         WS-RESPONDEDORES
           END-IF.
           COMPUTE WS-GASTO-INCREMENTAL = WS-GASTO-INCREMENTAL
                   + WS-TAB-GASTO-DEPOIS (WS-IND)
                   - WS-TAB-GASTO-ANTES  (WS-IND).
      *----------------------------------------------------------------*
       4100-99-ACUMULA-CLIENTE-EXIT.       EXIT.
      *================================================================*
       4500-COMPARA-CONTROLE               SECTION.
      *================================================================*
      * GANHO DOS ENVIADOS SOBRE O CONTROLE. SIGNIFICANCIA PELO TESTE  *
      * Z DE DUAS PROPORCOES NA TAXA DE RESPOSTA: |Z| >= 1,96 EQUIVALE *
      * A 95% DE CONFIANCA. COM MENOS DE 30 CLIENTES EM UM DOS GRUPOS  *
      * O TESTE NAO EH APLICADO.                                       *
      *----------------------------------------------------------------*
           MOVE '4500-COMPARA-CONTROLE'    TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELCAMP THRU 8000-99-FS-RELCAMP-EXIT.

           IF  WS-QTDE-CONTROLE            EQUAL      ZEROS
               MOVE 'GRUPO DE CONTROLE..............:'
                                           TO         DETR-TEXTO
               MOVE 'CAMPANHA SEM GRUPO DE CONTROLE'
                                           TO         DETR-RESULTADO
               WRITE REG-REL               FROM       DET-RESULTADO
               PERFORM 8000-FS-RELCAMP THRU 8000-99-FS-RELCAMP-EXIT
               GO TO 4500-99-COMPARA-CONTROLE-EXIT
           END-IF.

           COMPUTE WS-TAXA-CONTROLE ROUNDED =
                   WS-RESP-CONTROLE * 100 / WS-QTDE-CONTROLE.
           COMPUTE WS-MEDIA-INCR-CONTROLE ROUNDED =
                   WS-INCR-CONTROLE / WS-QTDE-CONTROLE.
           MOVE ZEROS                      TO      WS-MEDIA-INCR-MALA.
           IF  WS-QTDE-MALA-TAB            GREATER    ZEROS
               COMPUTE WS-MEDIA-INCR-MALA ROUNDED =
                       WS-GASTO-INCREMENTAL / WS-QTDE-MALA-TAB
           END-IF.
           COMPUTE WS-GANHO-TAXA = WS-TAXA-RESPOSTA - WS-TAXA-CONTROLE.
           COMPUTE WS-GANHO-MEDIO =
                   WS-MEDIA-INCR-MALA - WS-MEDIA-INCR-CONTROLE.
           COMPUTE WS-GANHO-ATRIBUIDO =
                   WS-GANHO-MEDIO * WS-QTDE-MALA-TAB.

           MOVE ZEROS                      TO         WS-ESTAT-Z.
           MOVE ZEROS                      TO         WS-VARIANCIA.
           IF  WS-QTDE-MALA-TAB        NOT LESS       WS-AMOSTRA-MINIMA
           AND WS-QTDE-CONTROLE        NOT LESS       WS-AMOSTRA-MINIMA
               COMPUTE WS-PROP-MALA ROUNDED =
                       WS-RESPONDEDORES / WS-QTDE-MALA-TAB
               COMPUTE WS-PROP-CONTROLE ROUNDED =
                       WS-RESP-CONTROLE / WS-QTDE-CONTROLE
               COMPUTE WS-PROP-COMUM ROUNDED =
                      (WS-RESPONDEDORES + WS-RESP-CONTROLE)
                     / (WS-QTDE-MALA-TAB + WS-QTDE-CONTROLE)
               COMPUTE WS-VARIANCIA ROUNDED =
                       WS-PROP-COMUM * (1 - WS-PROP-COMUM)
                     * (1 / WS-QTDE-MALA-TAB + 1 / WS-QTDE-CONTROLE)
           END-IF.
           IF  WS-VARIANCIA                GREATER    ZEROS
               COMPUTE WS-ESTAT-Z ROUNDED =
                      (WS-PROP-MALA - WS-PROP-CONTROLE)
                     / (WS-VARIANCIA ** 0,5)
           END-IF.

           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELCAMP THRU 8000-99-FS-RELCAMP-EXIT.

           MOVE 'CLIENTES NO GRUPO DE CONTROLE...'
                                           TO         DETL-TEXTO.
           MOVE WS-QTDE-CONTROLE           TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'CONTROLE QUE RESPONDEU..........'
                                           TO         DETL-TEXTO.
           MOVE WS-RESP-CONTROLE           TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'TAXA DE RESPOSTA CONTROLE (PCT).'
                                           TO         DETL-TEXTO.
           MOVE WS-TAXA-CONTROLE           TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'GANHO NA TAXA DE RESPOSTA (P.P.)'
                                           TO         DETL-TEXTO.
           MOVE WS-GANHO-TAXA              TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'GASTO INCR. MEDIO - ENVIADOS....'
                                           TO         DETL-TEXTO.
           MOVE WS-MEDIA-INCR-MALA         TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'GASTO INCR. MEDIO - CONTROLE....'
                                           TO         DETL-TEXTO.
           MOVE WS-MEDIA-INCR-CONTROLE     TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'GASTO INCREMENTAL DA CAMPANHA...'
                                           TO         DETL-TEXTO.
           MOVE WS-GANHO-ATRIBUIDO         TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'ESTATISTICA Z DA RESPOSTA.......'
                                           TO         DETL-TEXTO.
           MOVE WS-ESTAT-Z                 TO         DETL-VALOR.
           PERFORM 4600-GRAVA-LINHA THRU 4600-99-GRAVA-LINHA-EXIT.

           MOVE 'SIGNIFICANCIA (95%)............:'
                                           TO         DETR-TEXTO.
           EVALUATE TRUE
               WHEN WS-VARIANCIA           EQUAL      ZEROS
                   MOVE 'AMOSTRA INSUFICIENTE'
                                           TO         DETR-RESULTADO
               WHEN WS-ESTAT-Z         NOT LESS       1,96
                   MOVE 'SIGNIFICATIVO - CAMPANHA FUNCIONA'
                                           TO         DETR-RESULTADO
               WHEN WS-ESTAT-Z         NOT GREATER    -1,96
                   MOVE 'SIGNIFICATIVO - EFEITO NEGATIVO'
                                           TO         DETR-RESULTADO
               WHEN OTHER
                   MOVE 'NAO SIGNIFICATIVO'
                                           TO         DETR-RESULTADO
           END-EVALUATE.
           WRITE REG-REL                   FROM       DET-RESULTADO.
           PERFORM 8000-FS-RELCAMP THRU 8000-99-FS-RELCAMP-EXIT.
      *----------------------------------------------------------------*
       4500-99-COMPARA-CONTROLE-EXIT.      EXIT.
      *================================================================*
       4600-GRAVA-LINHA                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       DET-LINHA.
           PERFORM 8000-FS-RELCAMP THRU 8000-99-FS-RELCAMP-EXIT.
      *----------------------------------------------------------------*
       4600-99-GRAVA-LINHA-EXIT.           EXIT.
      *================================================================*
       8000-FS-RELCAMP                     SECTION.
      *================================================================*
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* CAMPANHA APURADA      =    ' PARM-CAMPANHA-ID.
           DISPLAY '* CPF NA MALA           =    ' WS-QTDE-MALA-TAB.
           DISPLAY '* CPF NO CONTROLE       =    ' WS-QTDE-CONTROLE.
           DISPLAY '* MOVIMENTOS LIDOS      =    ' WS-LIDOS-MOV.
           DISPLAY '* RESPONDEDORES         =    ' WS-RESPONDEDORES.
           DISPLAY '**************************************************'.
