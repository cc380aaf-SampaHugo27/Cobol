       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB829S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REMESSA MENSAL DE RECLAMACOES AO BANCO CENTRAL. RODA *
      * NO FECHAMENTO DO MES (PRFPARM) SOBRE O MASTER SACMST MANTIDO   *
      * PELO VRB828S E GRAVA NO SACDET UMA LINHA POR RECLAMACAO DO     *
      * PERIODO:                                                       *
      *   - RECEBIDA NO MES DE REFERENCIA;                             *
      *   - CONCLUIDA (FECHADA) NO MES DE REFERENCIA;                  *
      *   - AINDA EM ANDAMENTO NO FIM DO MES (ESTOQUE).                *
      * A SITUACAO SAI 'C' (CONCLUIDA NO MES) OU 'A' (EM ANDAMENTO NO  *
      * FIM DO MES). RESPOSTA E FECHAMENTO POSTERIORES AO MES DE       *
      * REFERENCIA NAO SAO INFORMADOS - O ARQUIVO RETRATA O FIM DO MES *
      * MESMO QUANDO REPROCESSADO DEPOIS.                              *
      * O SACDET EH O DETALHE DO ENVELOPE: O STEP SEGUINTE (VRB785S,   *
      * ESTPARM COM TAMANHO DE VALOR 00 - ARQUIVO SEM VALOR) CARIMBA   *
      * HEADER/TRAILER E REGISTRA NO MANIFESTO TRNMAN.                 *
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

           SELECT PRFPARM        ASSIGN TO PRFPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT SACMST         ASSIGN TO SACMST
           FILE STATUS           IS        WS-FS-SAC.
      *----------------------------------------------------------------*
           SELECT SACDET         ASSIGN TO SACDET
           FILE STATUS           IS        WS-FS-DET.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  PRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-ANOMES                  PIC 9(06).
           05 PARM-ANOMES-R REDEFINES PARM-ANOMES.
              10 PARM-ANO                  PIC 9(04).
              10 PARM-MES                  PIC 9(02).
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
      *   MASTER DE RECLAMACOES, POR NUMERO DE PROTOCOLO (VRB828S)     *
      *----------------------------------------------------------------*
       FD  SACMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-SAC.

       01  REG-SAC.
           05 SAC-PROTOCOLO                PIC 9(12).
           05 SAC-CPF                      PIC 9(11).
           05 SAC-NOME                     PIC X(30).
           05 SAC-CANAL                    PIC X(01).
              88 SAC-CANAL-SAC                          VALUE 'S'.
              88 SAC-CANAL-OUVIDORIA                    VALUE 'O'.
              88 SAC-CANAL-BACEN                        VALUE 'B'.
           05 SAC-ASSUNTO                  PIC X(04).
           05 SAC-CONTRATO                 PIC 9(10).
           05 SAC-DATA-ABERTURA            PIC 9(08).
           05 SAC-PRAZO                    PIC 9(08).
           05 SAC-SITUACAO                 PIC X(01).
              88 SAC-SIT-ABERTA                         VALUE 'A'.
              88 SAC-SIT-ENCAMINHADA                    VALUE 'E'.
              88 SAC-SIT-RESPONDIDA                     VALUE 'R'.
              88 SAC-SIT-FECHADA                        VALUE 'F'.
           05 SAC-AREA                     PIC X(08).
           05 SAC-DATA-ENCAMINHA           PIC 9(08).
           05 SAC-DATA-RESPOSTA            PIC 9(08).
           05 SAC-NO-PRAZO                 PIC X(01).
           05 SAC-PROCEDENCIA              PIC X(01).
           05 SAC-DATA-FECHAMENTO          PIC 9(08).
           05 FILLER                       PIC X(31).
      *----------------------------------------------------------------*
      *   DETALHE DO ENVELOPE (POSICAO 80 SEMPRE EM BRANCO - VRB785S)  *
      *----------------------------------------------------------------*
       FD  SACDET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DET.

       01  REG-DET.
           05 DET-ANOMES                   PIC 9(06).
           05 DET-PROTOCOLO                PIC 9(12).
           05 DET-TIPO-PESSOA              PIC X(01).
           05 DET-CPF                      PIC 9(11).
           05 DET-CANAL                    PIC X(01).
           05 DET-ASSUNTO                  PIC X(04).
           05 DET-DATA-ABERTURA            PIC 9(08).
           05 DET-DATA-RESPOSTA            PIC 9(08).
           05 DET-NO-PRAZO                 PIC X(01).
           05 DET-SITUACAO                 PIC X(01).
           05 DET-PROCEDENCIA              PIC X(01).
           05 DET-DATA-FECHAMENTO          PIC 9(08).
           05 FILLER                       PIC X(18).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-SAC                       PIC X(02)     VALUE '00'.
       77  WS-FS-DET                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                  MES DE REFERENCIA                             *
      *----------------------------------------------------------------*
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
       01  WS-DATA-AUX                     PIC 9(08)     VALUE ZEROS.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05 WS-DA-ANOMES                 PIC 9(06).
           05 WS-DA-DIA                    PIC 9(02).
       77  WS-ANOMES-ABERTURA              PIC 9(06)     VALUE ZEROS.
       77  WS-ANOMES-RESPOSTA              PIC 9(06)     VALUE ZEROS.
       77  WS-ANOMES-FECHAMENTO            PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SAC                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-DET                 PIC 9(07)     VALUE ZEROS.
       77  WS-RECEBIDAS                    PIC 9(07)     VALUE ZEROS.
       77  WS-CONCLUIDAS                   PIC 9(07)     VALUE ZEROS.
       77  WS-EM-ANDAMENTO                 PIC 9(07)     VALUE ZEROS.
       77  WS-PROCEDENTES                  PIC 9(07)     VALUE ZEROS.
       77  WS-FORA-PRAZO                   PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-SAC                     PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-OUVIDORIA               PIC 9(07)     VALUE ZEROS.
       77  WS-QTDE-BACEN                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB829S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB829S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-SAC         EQUAL '10'.
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

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-ANOMES               NOT NUMERIC
           OR    PARM-MES                  LESS       1
           OR    PARM-MES                  GREATER    12
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES-REF.
           CLOSE PRFPARM.

           OPEN  INPUT                     SACMST.
           IF    WS-FS-SAC                 NOT EQUAL  '00'
                 MOVE WS-FS-SAC            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER SACMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SACDET.
           IF    WS-FS-DET                 NOT EQUAL  '00'
                 MOVE WS-FS-DET            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO SACDET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-SACMST   THRU  1100-99-LER-SACMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-SACMST                     SECTION.
      *================================================================*
           MOVE '1100-LER-SACMST'          TO         WS-CODIGO-AREA.

           READ SACMST.

           IF  WS-FS-SAC   NOT EQUAL '00'
           AND WS-FS-SAC   NOT EQUAL '10'
               MOVE WS-FS-SAC              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER SACMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-SAC                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-SAC
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-SACMST-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * ENTRA A RECLAMACAO ABERTA ATE O MES DE REFERENCIA E NAO        *
      * FECHADA ANTES DELE.                                            *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE SAC-DATA-ABERTURA          TO         WS-DATA-AUX.
           MOVE WS-DA-ANOMES               TO    WS-ANOMES-ABERTURA.
           MOVE SAC-DATA-RESPOSTA          TO         WS-DATA-AUX.
           MOVE WS-DA-ANOMES               TO    WS-ANOMES-RESPOSTA.
           MOVE SAC-DATA-FECHAMENTO        TO         WS-DATA-AUX.
           MOVE WS-DA-ANOMES               TO    WS-ANOMES-FECHAMENTO.

           IF  WS-ANOMES-ABERTURA          GREATER    WS-ANOMES-REF
               GO TO 2000-50-PROXIMO
           END-IF.
           IF  SAC-SIT-FECHADA
           AND WS-ANOMES-FECHAMENTO        LESS       WS-ANOMES-REF
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE SPACES                     TO         REG-DET.
           MOVE WS-ANOMES-REF              TO         DET-ANOMES.
           MOVE SAC-PROTOCOLO              TO         DET-PROTOCOLO.
           MOVE 'F'                        TO         DET-TIPO-PESSOA.
           MOVE SAC-CPF                    TO         DET-CPF.
           MOVE SAC-CANAL                  TO         DET-CANAL.
           MOVE SAC-ASSUNTO                TO         DET-ASSUNTO.
           MOVE SAC-DATA-ABERTURA          TO         DET-DATA-ABERTURA.

           IF  SAC-DATA-RESPOSTA           NOT EQUAL  ZEROS
           AND WS-ANOMES-RESPOSTA          NOT GREATER WS-ANOMES-REF
               MOVE SAC-DATA-RESPOSTA      TO      DET-DATA-RESPOSTA
               MOVE SAC-NO-PRAZO           TO         DET-NO-PRAZO
               IF  SAC-NO-PRAZO            EQUAL      'N'
                   ADD  1                  TO         WS-FORA-PRAZO
               END-IF
           ELSE
               MOVE ZEROS                  TO      DET-DATA-RESPOSTA
           END-IF.

           IF  SAC-SIT-FECHADA
           AND WS-ANOMES-FECHAMENTO        EQUAL      WS-ANOMES-REF
               MOVE 'C'                    TO         DET-SITUACAO
               MOVE SAC-PROCEDENCIA        TO         DET-PROCEDENCIA
               MOVE SAC-DATA-FECHAMENTO    TO    DET-DATA-FECHAMENTO
               ADD  1                      TO         WS-CONCLUIDAS
               IF  SAC-PROCEDENCIA         EQUAL      'P'
                   ADD  1                  TO         WS-PROCEDENTES
               END-IF
           ELSE
               MOVE 'A'                    TO         DET-SITUACAO
               MOVE ZEROS                  TO    DET-DATA-FECHAMENTO
               ADD  1                      TO         WS-EM-ANDAMENTO
           END-IF.

           IF  WS-ANOMES-ABERTURA          EQUAL      WS-ANOMES-REF
               ADD  1                      TO         WS-RECEBIDAS
           END-IF.

           EVALUATE TRUE
               WHEN SAC-CANAL-SAC
                   ADD  1                  TO         WS-QTDE-SAC
               WHEN SAC-CANAL-OUVIDORIA
                   ADD  1                  TO         WS-QTDE-OUVIDORIA
               WHEN OTHER
                   ADD  1                  TO         WS-QTDE-BACEN
           END-EVALUATE.

           WRITE REG-DET.
           IF  WS-FS-DET                   NOT EQUAL  '00'
               MOVE WS-FS-DET              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO SACDET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-DET.

       2000-50-PROXIMO.
           PERFORM 1100-LER-SACMST   THRU  1100-99-LER-SACMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE SACMST  SACDET.

           IF  WS-FS-SAC                   NOT EQUAL  '00'
           OR  WS-FS-DET                   NOT EQUAL  '00'
               MOVE WS-FS-DET              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* LIDOS EM SACMST       =    ' WS-LIDOS-SAC.
           DISPLAY '* GRAVADOS EM SACDET    =    ' WS-GRAVADOS-DET.
           DISPLAY '* RECEBIDAS NO MES      =    ' WS-RECEBIDAS.
           DISPLAY '* CONCLUIDAS NO MES     =    ' WS-CONCLUIDAS.
           DISPLAY '* PROCEDENTES           =    ' WS-PROCEDENTES.
           DISPLAY '* EM ANDAMENTO          =    ' WS-EM-ANDAMENTO.
           DISPLAY '* RESPONDIDAS FORA PRAZO=    ' WS-FORA-PRAZO.
           DISPLAY '* CANAL SAC             =    ' WS-QTDE-SAC.
           DISPLAY '* CANAL OUVIDORIA       =    ' WS-QTDE-OUVIDORIA.
           DISPLAY '* CANAL BANCO CENTRAL   =    ' WS-QTDE-BACEN.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-SAC              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-DET           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB829S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
