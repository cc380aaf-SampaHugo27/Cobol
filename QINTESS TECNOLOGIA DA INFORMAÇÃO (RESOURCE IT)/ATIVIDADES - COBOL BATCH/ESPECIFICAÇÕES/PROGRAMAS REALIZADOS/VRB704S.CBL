      * ULTIMO REGISTRADO, LIMITADA AO ESTAGIO QUE A IDADE PERMITE.    *
      * A IDADE DA DIVIDA VEM DO VENCIMENTO DO CICLO (CARPARM) COM OS  *
      * MARCOS DE 30/60/90 DIAS CALCULADOS PELA ROTINA VRB670S.        *
      * COM PARM-AGRUPA-DOMICILIO = 'S' O LEMBRETE DO ESTAGIO 1 DE     *
      * CLIENTE COM ENDERECO VAI PARA O CARDOM (SEM VALOR DA DIVIDA),  *
      * QUE O VRB831S CONSOLIDA POR DOMICILIO. NOTIFICACAO FORMAL E    *
      * COBRANCA FINAL (ESTAGIOS 2 E 3) SAO SEMPRE INDIVIDUAIS.        *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *                                   ESTAGIO; SOCIO (ORIGEM S)    *
      *                                   NAO TEM CPF NO CADSOC1 E     *
      *                                   SEGUE SEM ENDERECO           *
      *  15/10/2026 HUGO SAMPAIO          PROMESSA DE PAGAMENTO EM     *
      *                                   ABERTO NO PRMMST (VRB754S/   *
      *                                   VRB807S) SEGURA A CARTA: O   *
      *                                   ESTAGIO NAO AVANCA ENQUANTO  *
      *                                   A DATA PROMETIDA NAO PASSAR  *
      *  15/10/2026 HUGO SAMPAIO          LEMBRETE DO ESTAGIO 1 DE     *
      *                                   CLIENTE PODE SAIR AGRUPADO   *
      *                                   POR DOMICILIO (CARPARM = S): *
      *                                   VAI PARA O CARDOM (LAYOUT DA *
      *                                   MALA DIRETA, CONSOLIDADO     *
      *                                   PELO VRB831S) E NAO PARA O   *
      *                                   CARTAS; ESTAGIOS 2 E 3       *
      *                                   CONTINUAM INDIVIDUAIS        *
      *  15/10/2026 HUGO SAMPAIO          ENDERECO EM BUSCA NO CADEND  *
      *                                   (DEVOLUCOES, VRB834S) TEM O  *
      *                                   MESMO TRATAMENTO DO CLIENTE  *
      *                                   SEM ENDERECO (CARSEME)       *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
           SELECT CARSEME        ASSIGN TO CARSEME
           FILE STATUS           IS        WS-FS-SEME.
      *----------------------------------------------------------------*
           SELECT PRMMST         ASSIGN TO PRMMST
           FILE STATUS           IS        WS-FS-PRM.
      *----------------------------------------------------------------*
           SELECT CARDOM         ASSIGN TO CARDOM
           FILE STATUS           IS        WS-FS-DOM.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*

       01  REG-PARM.
           05 PARM-DATA-VENCTO             PIC 9(08).
           05 PARM-AGRUPA-DOMICILIO        PIC X(01).
              88 PARM-AGRUPA-DOMICILIO-SIM              VALUE 'S'.
           05 FILLER                       PIC X(71).
      *----------------------------------------------------------------*
       FD  ARQSAI
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
       FD  CARSEME
           LABEL       RECORD   STANDARD
           05 SEME-ESTAGIO                 PIC 9(01).
           05 SEME-MOTIVO                  PIC X(30).
           05 FILLER                       PIC X(08).
      *----------------------------------------------------------------*
      *   MASTER DE PROMESSAS DE PAGAMENTO (VRB754S / VRB807S)         *
      *----------------------------------------------------------------*
       FD  PRMMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PRM.

       01  REG-PRM.
           05 PRM-ORIGEM                   PIC X(01).
           05 PRM-CHAVE                    PIC 9(11).
           05 PRM-CPF                      PIC 9(11).
           05 PRM-DATA-CONTATO             PIC 9(08).
           05 PRM-DATA-PROMESSA            PIC 9(08).
           05 PRM-VALOR                    PIC 9(09)V9(02).
           05 PRM-VALOR-PAGO               PIC 9(09)V9(02).
           05 PRM-OPERADOR                 PIC X(08).
           05 PRM-SITUACAO                 PIC X(01).
              88 PRM-SIT-ABERTA                         VALUE 'A'.
           05 PRM-DATA-APURACAO            PIC 9(08).
           05 FILLER                       PIC X(02).
      *----------------------------------------------------------------*
      *   LEMBRETES DO ESTAGIO 1 PARA CONSOLIDACAO POR DOMICILIO       *
      *   (MESMO LAYOUT DO ARQMALA - ENTRADA DO VRB831S)               *
      *----------------------------------------------------------------*
       FD  CARDOM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 160 CHARACTERS
           DATA RECORD IS       REG-DOM.

       01  REG-DOM.
           05 DOM-CPF                      PIC 9(11).
           05 DOM-NOME                     PIC X(30).
           05 DOM-DATA-NASCTO              PIC 9(08).
           05 DOM-MENSAGEM                 PIC X(35).
           05 DOM-LOGRADOURO               PIC X(40).
           05 DOM-NUMERO                   PIC X(06).
           05 DOM-CIDADE                   PIC X(20).
           05 DOM-UF                       PIC X(02).
           05 DOM-CEP                      PIC 9(08).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
       77  WS-FS-CAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-SEME                      PIC X(02)     VALUE '00'.
       77  WS-FS-PRM                       PIC X(02)     VALUE '00'.
       77  WS-FS-DOM                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-SEM-CARTA                    PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-ENDERECO                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CTLN                PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PRM                    PIC 9(07)     VALUE ZEROS.
       77  WS-SUSPENSAS-PROMESSA           PIC 9(07)     VALUE ZEROS.
       77  WS-LEMBRETES-DOMICILIO          PIC 9(07)     VALUE ZEROS.
       77  WS-SALDO-DEVEDOR                PIC 9(09)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 ESTAGIO CORRENTE DA COBRANCA                   *
       77  WS-ORIGEM-CARTA                 PIC X(01)     VALUE SPACES.
       77  WS-ACHOU-END                    PIC X(01)     VALUE 'N'.
           88 WS-ACHOU-END-SIM                           VALUE 'S'.
           88 WS-ACHOU-END-BUSCA                         VALUE 'B'.
      *----------------------------------------------------------------*
      *               TABELA DO CONTROLE DE ESTAGIOS                   *
      *----------------------------------------------------------------*
              10 WS-TAB-ESTAGIO            PIC 9(01).
              10 WS-TAB-DATA               PIC 9(08).
      *----------------------------------------------------------------*
      *         PROMESSAS DE PAGAMENTO EM ABERTO (PRMMST)              *
      *----------------------------------------------------------------*
       77  WS-QTDE-PRM                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-PRM                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-PROMESSA-ABERTA              PIC X(01)     VALUE 'N'.
           88 WS-PROMESSA-ABERTA-SIM                     VALUE 'S'.
       01  WS-TAB-PRM.
           05 WS-PRM-ITEM                  OCCURS 2000 TIMES.
              10 WS-PRM-ORIGEM             PIC X(01).
              10 WS-PRM-CHAVE              PIC 9(11).
      *----------------------------------------------------------------*
      *                 DATAS E MARCOS DE 30/60/90 DIAS                *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
               THRU 1150-99-APURA-ESTAGIO-IDADE-EXIT.
           PERFORM 1200-CARREGA-CONTROLE
               THRU 1200-99-CARREGA-CONTROLE-EXIT.
           PERFORM 1300-CARREGA-PROMESSAS
               THRU 1300-99-CARREGA-PROMESSAS-EXIT.

           OPEN  INPUT                     ARQSAI.
           IF    WS-FS-SAI                 NOT EQUAL  '00'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    CARDOM.
           IF    WS-FS-DOM                 NOT EQUAL  '00'
                 MOVE WS-FS-DOM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO CARDOM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
           END-IF.
      *----------------------------------------------------------------*
       1250-99-LE-CONTROLE-EXIT.           EXIT.
      *================================================================*
       1300-CARREGA-PROMESSAS              SECTION.
      *================================================================*
      * GUARDA QUEM TEM PROMESSA ABERTA COM DATA PROMETIDA DE HOJE EM  *
      * DIANTE. SEM MASTER AINDA (STATUS 35) NINGUEM FICA SEGURO.      *
      *----------------------------------------------------------------*
           MOVE '1300-CARREGA-PROMESSAS'   TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PRMMST.
           IF    WS-FS-PRM                 EQUAL      '35'
                 GO TO 1300-99-CARREGA-PROMESSAS-EXIT
           END-IF.
           IF    WS-FS-PRM                 NOT EQUAL  '00'
                 MOVE WS-FS-PRM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER PRMMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1350-LE-PROMESSA THRU 1350-99-LE-PROMESSA-EXIT
                   UNTIL WS-FS-PRM         EQUAL      '10'.

           CLOSE PRMMST.
      *----------------------------------------------------------------*
       1300-99-CARREGA-PROMESSAS-EXIT.     EXIT.
      *================================================================*
       1350-LE-PROMESSA                    SECTION.
      *================================================================*
           READ  PRMMST.

           IF  WS-FS-PRM   NOT EQUAL '00'
           AND WS-FS-PRM   NOT EQUAL '10'
               MOVE WS-FS-PRM              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER PRMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PRM                   NOT EQUAL  '00'
               GO TO 1350-99-LE-PROMESSA-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-PRM.
           IF  NOT PRM-SIT-ABERTA
           OR  PRM-DATA-PROMESSA           LESS       WS-DATA-HOJE
               GO TO 1350-99-LE-PROMESSA-EXIT
           END-IF.

           IF  WS-QTDE-PRM                 EQUAL      2000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MAIS DE 2000 PROMESSAS ABERTAS NO PRMMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-QTDE-PRM.
           MOVE PRM-ORIGEM         TO  WS-PRM-ORIGEM (WS-QTDE-PRM).
           MOVE PRM-CHAVE          TO  WS-PRM-CHAVE  (WS-QTDE-PRM).
      *----------------------------------------------------------------*
       1350-99-LE-PROMESSA-EXIT.           EXIT.
      *================================================================*
       2000-PROCESSA-CLIENTE               SECTION.
      *================================================================*
               GO TO 5000-99-DECIDE-E-EMITE-EXIT
           END-IF.

      * PROMESSA DE PAGAMENTO EM ABERTO: A CARTA ESPERA A DATA
      * PROMETIDA E O ESTAGIO FICA ONDE ESTA.
           MOVE 'N'                        TO        WS-PROMESSA-ABERTA.
           PERFORM VARYING WS-IND-PRM FROM 1 BY 1
                   UNTIL WS-IND-PRM GREATER WS-QTDE-PRM
               IF  WS-PRM-ORIGEM (WS-IND-PRM) EQUAL  WS-ORIGEM-CARTA
               AND WS-PRM-CHAVE  (WS-IND-PRM) EQUAL  WS-CHAVE-CARTA
                   SET WS-PROMESSA-ABERTA-SIM TO     TRUE
               END-IF
           END-PERFORM.
           IF  WS-PROMESSA-ABERTA-SIM
               ADD  1                      TO     WS-SUSPENSAS-PROMESSA
               GO TO 5000-99-DECIDE-E-EMITE-EXIT
           END-IF.

      * CARTA DE CLIENTE (ORIGEM C) EXIGE ENDERECO NO CADEND; SEM
      * ENDERECO (OU COM ENDERECO EM BUSCA POR DEVOLUCOES DO CORREIO)
      * A CARTA VAI PARA O ARQUIVO DE EXCECOES E O ESTAGIO NAO AVANCA
      * (NADA FOI POSTADO). SOCIO (ORIGEM S) NAO TEM CPF
      * NO CADSOC1 E SEGUE SEM ENDERECO NA CARTA.
           IF  WS-ORIGEM-CARTA             EQUAL     'C'
               PERFORM 5050-BUSCA-ENDERECO
               MOVE 'N'                    TO        WS-ACHOU-END
           END-IF.

      * LEMBRETE AMIGAVEL DE CLIENTE PODE SAIR AGRUPADO POR DOMICILIO
      * (CARDOM); O ESTAGIO AVANCA DO MESMO JEITO.
           IF  PARM-AGRUPA-DOMICILIO-SIM
           AND WS-ORIGEM-CARTA             EQUAL     'C'
           AND WS-ESTAGIO-ENVIO            EQUAL     1
               PERFORM 5200-GRAVA-LEMBRETE-DOMIC
                   THRU 5200-99-GRAVA-LEMBRETE-DOMIC-EXIT
           ELSE
               PERFORM 5100-IMPRIME-CARTA
                   THRU 5100-99-IMPRIME-CARTA-EXIT
           END-IF.

           IF  WS-IND-ACHADO               EQUAL     ZEROS
               IF  WS-QTDE-TAB             EQUAL     2000
           READ  CADEND.

           IF  WS-FS-END                   EQUAL      '00'
               IF  END-SIT-EM-BUSCA
                   SET WS-ACHOU-END-BUSCA  TO         TRUE
               ELSE
                   SET WS-ACHOU-END-SIM    TO         TRUE
               END-IF
           ELSE
               IF  WS-FS-END               EQUAL      '23'
                   MOVE 'N'                TO         WS-ACHOU-END
           MOVE WS-CHAVE-CARTA             TO         SEME-CPF.
           MOVE WS-NOME-CARTA              TO         SEME-NOME.
           MOVE WS-ESTAGIO-ENVIO           TO         SEME-ESTAGIO.
           IF  WS-ACHOU-END-BUSCA
               MOVE 'ENDERECO EM BUSCA (DEVOLUCAO)'
                                           TO         SEME-MOTIVO
           ELSE
               MOVE 'CLIENTE SEM ENDERECO NO CADEND'
                                           TO         SEME-MOTIVO
           END-IF.
           WRITE REG-SEME.

           IF  WS-FS-SEME                  NOT EQUAL  '00'
           PERFORM 5900-FS-CARTAS THRU 5900-99-FS-CARTAS-EXIT.
      *----------------------------------------------------------------*
       5100-99-IMPRIME-CARTA-EXIT.         EXIT.
      *================================================================*
       5200-GRAVA-LEMBRETE-DOMIC           SECTION.
      *================================================================*
      * O VALOR DA DIVIDA NAO VAI NO CARDOM: A PECA PODE SER DIRIGIDA  *
      * A VARIOS MORADORES DO MESMO ENDERECO.                          *
      *----------------------------------------------------------------*
           MOVE '5200-GRAVA-LEMBRETE'      TO         WS-CODIGO-AREA.

           MOVE WS-CHAVE-CARTA             TO         DOM-CPF.
           MOVE WS-NOME-CARTA              TO         DOM-NOME.
           MOVE ZEROS                      TO         DOM-DATA-NASCTO.
           MOVE 'LEMBRETE DE PAGAMENTO EM ABERTO'
                                           TO         DOM-MENSAGEM.
           MOVE END-LOGRADOURO             TO         DOM-LOGRADOURO.
           MOVE END-NUMERO                 TO         DOM-NUMERO.
           MOVE END-CIDADE                 TO         DOM-CIDADE.
           MOVE END-UF                     TO         DOM-UF.
           MOVE END-CEP                    TO         DOM-CEP.
           WRITE REG-DOM.

           IF  WS-FS-DOM                   NOT EQUAL  '00'
               MOVE WS-FS-DOM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO CARDOM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                      TO      WS-LEMBRETES-DOMICILIO.
      *----------------------------------------------------------------*
       5200-99-GRAVA-LEMBRETE-DOMIC-EXIT.  EXIT.
      *================================================================*
       5900-FS-CARTAS                      SECTION.
      *================================================================*
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ARQSAI  CADSOC1  CARTAS  CADEND  CARSEME  CARDOM.

           IF  WS-FS-SAI                   NOT EQUAL  '00'
           OR  WS-FS-SOC                   NOT EQUAL  '00'
           OR  WS-FS-CAR                   NOT EQUAL  '00'
           OR  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-SEME                  NOT EQUAL  '00'
           OR  WS-FS-DOM                   NOT EQUAL  '00'
               MOVE WS-FS-CAR              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
           DISPLAY '* CARTAS ESTAGIO 3      =    ' WS-CARTAS-EST3.
           DISPLAY '* SEM CARTA NA RODADA   =    ' WS-SEM-CARTA.
           DISPLAY '* SEM ENDERECO (EXCEC)  =    ' WS-SEM-ENDERECO.
           DISPLAY '* PROMESSAS NO PRMMST   =    ' WS-LIDOS-PRM.
           DISPLAY '* SEGURAS POR PROMESSA  =    '
                   WS-SUSPENSAS-PROMESSA.
           DISPLAY '* LEMBRETES NO CARDOM   =    '
                   WS-LEMBRETES-DOMICILIO.
           DISPLAY '* CONTROLE NOVO CARCTLN =    ' WS-GRAVADOS-CTLN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
