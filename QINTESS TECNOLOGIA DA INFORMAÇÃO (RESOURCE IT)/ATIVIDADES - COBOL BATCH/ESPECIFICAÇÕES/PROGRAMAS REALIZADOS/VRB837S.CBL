       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB837S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RETORNO DO GATEWAY DE SMS DA REGUA PREVENTIVA. O     *
      * FORNECEDOR DEVOLVE O RELATORIO DE ENTREGA SMSRET (NUMERO DA    *
      * MENSAGEM, TELEFONE, CODIGO DE STATUS, DATA E HORA). O PROGRAMA *
      * CLASSIFICA O RETORNO POR NUMERO DA MENSAGEM + DATA/HORA E BATE *
      * (BALANCE-LINE) COM O CONTROLE SMSCTL DO VRB836S, QUE JA ESTA   *
      * NA ORDEM DA NUMERACAO, REGRAVANDO-O EM SMSCTLN:                *
      *   - STATUS '00' = MENSAGEM RECEBIDA PELO APARELHO (SITUACAO    *
      *     'R'); QUALQUER OUTRO CODIGO = FALHA NA ENTREGA ('F');      *
      *   - MAIS DE UM RETORNO PARA A MESMA MENSAGEM: VALE O MAIS      *
      *     RECENTE (DATA/HORA);                                       *
      *   - RETORNO DE MENSAGEM QUE NAO CONSTA NO CONTROLE SAI NO      *
      *     RETREJ.                                                    *
      * MENSAGEM SEM RETORNO CONTINUA 'E' (ENVIADA, SEM CONFIRMACAO).  *
      *----------------------------------------------------------------*
      *  HISTORICO DE ALTERACOES                                       *
      *  DATA       AUTOR                 DESCRICAO                    *
      *  ---------  --------------------  ---------------------------- *
      *  15/10/2026 HUGO SAMPAIO          VERSAO ORIGINAL              *
      *----------------------------------------------------------------*
      *================================================================*
       ENVIRONMENT                         DIVISION.
      *================================================================*
       CONFIGURATION                       SECTION.
      *----------------------------------------------------------------*
       SOURCE-COMPUTER.                    IBM-PC.
       OBJECT-COMPUTER.                    IBM-PC.
       SPECIAL-NAMES.                      DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                        SECTION.
      *----------------------------------------------------------------*
       FILE-CONTROL.

           SELECT SMSRET         ASSIGN TO SMSRET
           FILE STATUS           IS        WS-FS-RET.
      *----------------------------------------------------------------*
           SELECT SORTWK         ASSIGN TO SORTWK.
      *----------------------------------------------------------------*
           SELECT RETSORT        ASSIGN TO RETSORT
           FILE STATUS           IS        WS-FS-RSR.
      *----------------------------------------------------------------*
           SELECT SMSCTL         ASSIGN TO SMSCTL
           FILE STATUS           IS        WS-FS-CTL.
      *----------------------------------------------------------------*
           SELECT SMSCTLN        ASSIGN TO SMSCTLN
           FILE STATUS           IS        WS-FS-CTLN.
      *----------------------------------------------------------------*
           SELECT RETREJ         ASSIGN TO RETREJ
           FILE STATUS           IS        WS-FS-REJ.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   RELATORIO DE ENTREGA DO FORNECEDOR DO GATEWAY                *
      *----------------------------------------------------------------*
       FD  SMSRET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RET.

       01  REG-RET.
           05 RET-ID-SMS                   PIC 9(10).
           05 RET-FONE                     PIC X(13).
           05 RET-STATUS                   PIC X(02).
           05 RET-DATA-HORA.
              10 RET-DATA                  PIC 9(08).
              10 RET-HORA                  PIC 9(06).
           05 FILLER                       PIC X(41).
      *----------------------------------------------------------------*
       SD  SORTWK.

       01  REG-SORTWK.
           05 SW-ID-SMS                    PIC 9(10).
           05 SW-FONE                      PIC X(13).
           05 SW-STATUS                    PIC X(02).
           05 SW-DATA-HORA                 PIC 9(14).
           05 FILLER                       PIC X(41).
      *----------------------------------------------------------------*
       FD  RETSORT
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-RSR.

       01  REG-RSR.
           05 RSR-ID-SMS                   PIC 9(10).
           05 RSR-FONE                     PIC X(13).
           05 RSR-STATUS                   PIC X(02).
              88 RSR-ENTREGUE                           VALUE '00'.
           05 RSR-DATA-HORA.
              10 RSR-DATA                  PIC 9(08).
              10 RSR-HORA                  PIC 9(06).
           05 FILLER                       PIC X(41).
      *----------------------------------------------------------------*
      *   CONTROLE DAS MENSAGENS (VRB836S) - VIGENTE E NOVO            *
      *----------------------------------------------------------------*
       FD  SMSCTL
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTL.

       01  REG-CTL.
           05 CTL-ID-SMS                   PIC 9(10).
           05 CTL-ORIGEM                   PIC X(01).
           05 CTL-CHAVE                    PIC 9(11).
           05 CTL-DOCUMENTO                PIC 9(10).
           05 CTL-CPF                      PIC 9(11).
           05 CTL-DATA-VENCTO              PIC 9(08).
           05 CTL-VALOR                    PIC 9(09)V9(02).
           05 CTL-REGUA                    PIC X(01).
           05 CTL-DATA-ENVIO               PIC 9(08).
           05 CTL-SITUACAO                 PIC X(01).
           05 CTL-DATA-RETORNO             PIC 9(08).
      *----------------------------------------------------------------*
       FD  SMSCTLN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-CTLN.

       01  REG-CTLN.
           05 CTLN-ID-SMS                  PIC 9(10).
           05 CTLN-ORIGEM                  PIC X(01).
           05 CTLN-CHAVE                   PIC 9(11).
           05 CTLN-DOCUMENTO               PIC 9(10).
           05 CTLN-CPF                     PIC 9(11).
           05 CTLN-DATA-VENCTO             PIC 9(08).
           05 CTLN-VALOR                   PIC 9(09)V9(02).
           05 CTLN-REGUA                   PIC X(01).
           05 CTLN-DATA-ENVIO              PIC 9(08).
           05 CTLN-SITUACAO                PIC X(01).
              88 CTLN-ENVIADA                           VALUE 'E'.
              88 CTLN-RECEBIDA                          VALUE 'R'.
              88 CTLN-FALHA                             VALUE 'F'.
           05 CTLN-DATA-RETORNO            PIC 9(08).
      *----------------------------------------------------------------*
      *   RETORNO SEM MENSAGEM CORRESPONDENTE NO CONTROLE              *
      *----------------------------------------------------------------*
       FD  RETREJ
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REJ.

       01  REG-REJ.
           05 REJ-RETORNO                  PIC X(39).
           05 REJ-MOTIVO                   PIC X(40).
           05 FILLER                       PIC X(01).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-RET                       PIC X(02)     VALUE '00'.
       77  WS-FS-RSR                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTL                       PIC X(02)     VALUE '00'.
       77  WS-FS-CTLN                      PIC X(02)     VALUE '00'.
       77  WS-FS-REJ                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-RET                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-CTL                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-CTLN                PIC 9(07)     VALUE ZEROS.
       77  WS-RETORNOS-RECEBIDA            PIC 9(07)     VALUE ZEROS.
       77  WS-RETORNOS-FALHA               PIC 9(07)     VALUE ZEROS.
       77  WS-RETORNOS-REJEITADOS          PIC 9(07)     VALUE ZEROS.
       77  WS-CTL-ENVIADAS                 PIC 9(07)     VALUE ZEROS.
       77  WS-CTL-RECEBIDAS                PIC 9(07)     VALUE ZEROS.
       77  WS-CTL-FALHAS                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        CHAVES DO BALANCE-LINE (HIGH-VALUES NO FIM)             *
      *----------------------------------------------------------------*
       01  WS-CHAVE-RSR                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-RSR-NUM REDEFINES WS-CHAVE-RSR
                                           PIC 9(10).
       01  WS-CHAVE-CTL                    PIC X(10)   VALUE SPACES.
       01  WS-CHAVE-CTL-NUM REDEFINES WS-CHAVE-CTL
                                           PIC 9(10).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB837S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB837S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.

           SORT SORTWK
                ASCENDING  KEY             SW-ID-SMS
                ASCENDING  KEY             SW-DATA-HORA
                USING                      SMSRET
                GIVING                     RETSORT.

           PERFORM 1500-ABRE-ARQUIVOS
               THRU 1500-99-ABRE-ARQUIVOS-EXIT.
           PERFORM 2000-BALANCE-LINE   THRU  2000-99-BALANCE-LINE-EXIT
                   UNTIL WS-CHAVE-RSR      EQUAL HIGH-VALUES
                     AND WS-CHAVE-CTL      EQUAL HIGH-VALUES.
           PERFORM 9000-TERMINO            THRU  9000-99-TERMINO-EXIT.
           STOP RUN.
      *----------------------------------------------------------------*
       0000-99-PRINCIPAL-EXIT.             EXIT.
      *================================================================*
       1000-INICIO                         SECTION.
      *================================================================*
           DISPLAY '**************************************************'.
           DISPLAY '           INICIANDO O PROGRAMA...                '.
           DISPLAY '**************************************************'.

           MOVE  '1000-INICIO'             TO         WS-CODIGO-AREA.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1500-ABRE-ARQUIVOS                  SECTION.
      *================================================================*
           MOVE '1500-ABRE-ARQUIVOS'       TO         WS-CODIGO-AREA.

           OPEN  INPUT                     RETSORT.
           IF    WS-FS-RSR                 NOT EQUAL  '00'
                 MOVE WS-FS-RSR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO RETSORT'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     SMSCTL.
           IF    WS-FS-CTL                 NOT EQUAL  '00'
                 MOVE WS-FS-CTL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SMSCTLN.
           IF    WS-FS-CTLN                NOT EQUAL  '00'
                 MOVE WS-FS-CTLN           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CONTROLE NOVO SMSCTLN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RETREJ.
           IF    WS-FS-REJ                 NOT EQUAL  '00'
                 MOVE WS-FS-REJ            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO RETREJ'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-LE-RETSORT THRU 2100-99-LE-RETSORT-EXIT.
           PERFORM 2150-LE-SMSCTL  THRU 2150-99-LE-SMSCTL-EXIT.
      *----------------------------------------------------------------*
       1500-99-ABRE-ARQUIVOS-EXIT.         EXIT.
      *================================================================*
       2000-BALANCE-LINE                   SECTION.
      *================================================================*
      * A MENSAGEM DO CONTROLE FICA NA AREA DE SAIDA ATE A CHAVE DO    *
      * RETORNO PASSAR A FRENTE: OS RETORNOS DA MESMA MENSAGEM VEM EM  *
      * ORDEM DE DATA/HORA E O ULTIMO APLICADO EH O QUE VALE.          *
      *----------------------------------------------------------------*
           IF  WS-CHAVE-RSR                LESS       WS-CHAVE-CTL
               PERFORM 2300-GRAVA-RETREJ
                   THRU 2300-99-GRAVA-RETREJ-EXIT
               PERFORM 2100-LE-RETSORT THRU 2100-99-LE-RETSORT-EXIT
           ELSE
           IF  WS-CHAVE-CTL                LESS       WS-CHAVE-RSR
               PERFORM 2400-GRAVA-SMSCTLN
                   THRU 2400-99-GRAVA-SMSCTLN-EXIT
               PERFORM 2150-LE-SMSCTL  THRU 2150-99-LE-SMSCTL-EXIT
           ELSE
               PERFORM 2200-APLICA-RETORNO
                   THRU 2200-99-APLICA-RETORNO-EXIT
               PERFORM 2100-LE-RETSORT THRU 2100-99-LE-RETSORT-EXIT
           END-IF
           END-IF.
      *----------------------------------------------------------------*
       2000-99-BALANCE-LINE-EXIT.          EXIT.
      *================================================================*
       2100-LE-RETSORT                     SECTION.
      *================================================================*
           MOVE '2100-LE-RETSORT'          TO         WS-CODIGO-AREA.

           READ RETSORT.

           EVALUATE WS-FS-RSR
               WHEN '00'
                   ADD  1                  TO         WS-LIDOS-RET
                   MOVE RSR-ID-SMS         TO         WS-CHAVE-RSR-NUM
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-RSR
               WHEN OTHER
                   MOVE WS-FS-RSR          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER ARQUIVO RETSORT'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2100-99-LE-RETSORT-EXIT.            EXIT.
      *================================================================*
       2150-LE-SMSCTL                      SECTION.
      *================================================================*
      * A MENSAGEM LIDA JA VAI PARA A AREA DO CONTROLE NOVO, ONDE OS   *
      * RETORNOS SAO APLICADOS.                                        *
      *----------------------------------------------------------------*
           MOVE '2150-LE-SMSCTL'           TO         WS-CODIGO-AREA.

           READ SMSCTL.

           EVALUATE WS-FS-CTL
               WHEN '00'
                   ADD  1                  TO         WS-LIDOS-CTL
                   MOVE CTL-ID-SMS         TO         WS-CHAVE-CTL-NUM
                   MOVE REG-CTL            TO         REG-CTLN
               WHEN '10'
                   MOVE HIGH-VALUES        TO         WS-CHAVE-CTL
               WHEN OTHER
                   MOVE WS-FS-CTL          TO         WS-AREA-STAT
                   MOVE 'ERRO AO LER CONTROLE SMSCTL'
                                           TO         WS-AREA-MSG
                   PERFORM 9999-CANCELA
           END-EVALUATE.
      *----------------------------------------------------------------*
       2150-99-LE-SMSCTL-EXIT.             EXIT.
      *================================================================*
       2200-APLICA-RETORNO                 SECTION.
      *================================================================*
           IF  RSR-ENTREGUE
               MOVE 'R'                    TO         CTLN-SITUACAO
               ADD  1                      TO   WS-RETORNOS-RECEBIDA
           ELSE
               MOVE 'F'                    TO         CTLN-SITUACAO
               ADD  1                      TO   WS-RETORNOS-FALHA
           END-IF.
           MOVE RSR-DATA                   TO      CTLN-DATA-RETORNO.
      *----------------------------------------------------------------*
       2200-99-APLICA-RETORNO-EXIT.        EXIT.
      *================================================================*
       2300-GRAVA-RETREJ                   SECTION.
      *================================================================*
           MOVE '2300-GRAVA-RETREJ'        TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REJ.
           MOVE REG-RSR                    TO         REJ-RETORNO.
           MOVE 'MENSAGEM NAO CONSTA NO CONTROLE SMSCTL'
                                           TO         REJ-MOTIVO.
           WRITE REG-REJ.
           IF  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-REJ              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO RETREJ'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO    WS-RETORNOS-REJEITADOS.
      *----------------------------------------------------------------*
       2300-99-GRAVA-RETREJ-EXIT.          EXIT.
      *================================================================*
       2400-GRAVA-SMSCTLN                  SECTION.
      *================================================================*
           MOVE '2400-GRAVA-SMSCTLN'       TO         WS-CODIGO-AREA.

           WRITE REG-CTLN.
           IF  WS-FS-CTLN                  NOT EQUAL  '00'
               MOVE WS-FS-CTLN             TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR CONTROLE NOVO SMSCTLN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-CTLN.
           EVALUATE TRUE
               WHEN CTLN-RECEBIDA
                   ADD  1                  TO         WS-CTL-RECEBIDAS
               WHEN CTLN-FALHA
                   ADD  1                  TO         WS-CTL-FALHAS
               WHEN OTHER
                   ADD  1                  TO         WS-CTL-ENVIADAS
           END-EVALUATE.
      *----------------------------------------------------------------*
       2400-99-GRAVA-SMSCTLN-EXIT.         EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE RETSORT  SMSCTL  SMSCTLN  RETREJ.

           IF  WS-FS-RSR                   NOT EQUAL  '00'
           OR  WS-FS-CTL                   NOT EQUAL  '00'
           OR  WS-FS-CTLN                  NOT EQUAL  '00'
           OR  WS-FS-REJ                   NOT EQUAL  '00'
               MOVE WS-FS-CTLN             TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* RETORNOS LIDOS        =    ' WS-LIDOS-RET.
           DISPLAY '* RETORNOS RECEBIDA     =    ' WS-RETORNOS-RECEBIDA.
           DISPLAY '* RETORNOS FALHA        =    ' WS-RETORNOS-FALHA.
           DISPLAY '* RETORNOS REJEITADOS   =    '
                                           WS-RETORNOS-REJEITADOS.
           DISPLAY '* MENSAGENS NO CONTROLE =    ' WS-LIDOS-CTL.
           DISPLAY '* GRAVADAS NO SMSCTLN   =    ' WS-GRAVADOS-CTLN.
           DISPLAY '*   SEM CONFIRMACAO     =    ' WS-CTL-ENVIADAS.
           DISPLAY '*   RECEBIDAS           =    ' WS-CTL-RECEBIDAS.
           DISPLAY '*   COM FALHA           =    ' WS-CTL-FALHAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-RET              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-CTLN          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB837S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
