       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB802S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: REPASSE MENSAL DOS PREMIOS DO SEGURO PRESTAMISTA A   *
      * SEGURADORA. PARA O MES DE REFERENCIA (PRFPARM) LE O CRONOGRAMA *
      * LOANPAR E, PARA CADA PARCELA DE CONTRATO SEGURADO (APOLICE NO  *
      * LOANSEG, GRAVADA PELO VRB766S) COM VENCIMENTO NO MES, GRAVA    *
      * UM DETALHE NA REMESSA SEGREM COM O PREMIO DA APOLICE:          *
      *   - APOLICE ATIVA: TODA PARCELA DO MES QUE NAO FOI QUITADA     *
      *     ANTECIPADAMENTE ('Q');                                     *
      *   - APOLICE COM SINISTRO, INDENIZADA OU ENCERRADA: SO A        *
      *     PARCELA COM VENCIMENTO ATE A DATA DA SITUACAO (OBITO,      *
      *     INDENIZACAO OU ENCERRAMENTO) - A COBERTURA ACABOU ALI.     *
      * O PREMIO EH REPASSADO PELA COMPETENCIA (VENCIMENTO), PAGA OU   *
      * NAO A PARCELA PELO CLIENTE. A REMESSA LEVA HEADER, DETALHES E  *
      * TRAILER (MESMO ENVELOPE DO CREDREM/REMCOB) E EH REGISTRADA NO  *
      * MANIFESTO DE TRANSMISSOES.                                     *
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
           SELECT LOANSEG        ASSIGN TO LOANSEG
           FILE STATUS           IS        WS-FS-SEG.
      *----------------------------------------------------------------*
           SELECT LOANPAR        ASSIGN TO LOANPAR
           FILE STATUS           IS        WS-FS-PAR.
      *----------------------------------------------------------------*
           SELECT SEGREM         ASSIGN TO SEGREM
           FILE STATUS           IS        WS-FS-REM.
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
           05 FILLER                       PIC X(74).
      *----------------------------------------------------------------*
       FD  LOANSEG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-SEG.

       01  REG-SEG.
           05 SEG-CONTRATO                 PIC 9(06).
           05 SEG-CPF                      PIC 9(11).
           05 SEG-DATA-INICIO              PIC 9(08).
           05 SEG-CAPITAL                  PIC 9(09)V9(02).
           05 SEG-PREMIO                   PIC 9(07)V9(02).
           05 SEG-QTDE-PARCELAS            PIC 9(03).
           05 SEG-SITUACAO                 PIC X(01).
              88 SEG-SIT-ATIVA                          VALUE 'A'.
              88 SEG-SIT-SINISTRO                       VALUE 'S'.
              88 SEG-SIT-INDENIZADA                     VALUE 'I'.
              88 SEG-SIT-ENCERRADA                      VALUE 'C'.
           05 SEG-DATA-SITUACAO            PIC 9(08).
           05 FILLER                       PIC X(03).
      *----------------------------------------------------------------*
       FD  LOANPAR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 60 CHARACTERS
           DATA RECORD IS       REG-PAR.

       01  REG-PAR.
           05 PAR-CONTRATO                 PIC 9(06).
           05 PAR-PARCELA                  PIC 9(03).
           05 PAR-DATA-VENCTO              PIC 9(08).
           05 PAR-VALOR                    PIC 9(09)V9(02).
           05 PAR-SITUACAO                 PIC X(01).
              88 PAR-SIT-QUITADA                        VALUE 'Q'.
           05 PAR-NOSSO-NUMERO             PIC 9(10).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
      *   REMESSA DE PREMIOS PARA A SEGURADORA                         *
      *----------------------------------------------------------------*
       FD  SEGREM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-REM.

       01  REG-REM.
           05 REM-TIPO-REG                 PIC X(01).
           05 FILLER                       PIC X(79).

       01  REG-REM-HEADER REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMH-ORIGEM                  PIC X(08).
           05 REMH-DATA-GERACAO            PIC 9(08).
           05 REMH-ANOMES                  PIC 9(06).
           05 FILLER                       PIC X(57).

       01  REG-REM-DETALHE REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMD-CONTRATO                PIC 9(06).
           05 REMD-CPF                     PIC 9(11).
           05 REMD-PARCELA                 PIC 9(03).
           05 REMD-DATA-VENCTO             PIC 9(08).
           05 REMD-PREMIO                  PIC 9(07)V9(02).
           05 REMD-CAPITAL                 PIC 9(09)V9(02).
           05 FILLER                       PIC X(31).

       01  REG-REM-TRAILER REDEFINES REG-REM.
           05 FILLER                       PIC X(01).
           05 REMT-QTDE                    PIC 9(07).
           05 REMT-VALOR-TOTAL             PIC 9(13)V9(02).
           05 FILLER                       PIC X(57).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-SEG                       PIC X(02)     VALUE '00'.
       77  WS-FS-PAR                       PIC X(02)     VALUE '00'.
       77  WS-FS-REM                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-SEG                    PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-PAR                    PIC 9(07)     VALUE ZEROS.
       77  WS-PREMIOS-REPASSADOS           PIC 9(07)     VALUE ZEROS.
       77  WS-SEM-COBERTURA                PIC 9(07)     VALUE ZEROS.
       77  WS-VALOR-REPASSE                PIC 9(13)V9(02) VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 DATAS DO PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       77  WS-DATA-HOJE                    PIC 9(08)     VALUE ZEROS.
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *        APOLICES DO SEGURO PRESTAMISTA (LOANSEG)                *
      *----------------------------------------------------------------*
       77  WS-QTDE-SEG                     PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-SEG                      PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-IND-SEG-ACH                  PIC 9(04)     VALUE ZEROS
                                            COMP.
       77  WS-CONTRATO-ATUAL               PIC 9(06)     VALUE ZEROS.
       01  WS-TAB-SEG.
           05 WS-SEG-ITEM                  OCCURS 5000 TIMES.
              10 WS-SEG-CONTRATO           PIC 9(06).
              10 WS-SEG-CPF                PIC 9(11).
              10 WS-SEG-CAPITAL            PIC 9(09)V9(02).
              10 WS-SEG-PREMIO             PIC 9(07)V9(02).
              10 WS-SEG-SITUACAO           PIC X(01).
              10 WS-SEG-DATA-SITUACAO      PIC 9(08).
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB802S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB802S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *        MANIFESTO DE TRANSMISSOES DE SAIDA (TRNMAN31)           *
      *----------------------------------------------------------------*
       77  WS-TRNMAN                       PIC X(08)   VALUE 'TRNMAN31'.
       01  WS-MAN-PARM.
           05 WS-MAN-ARQUIVO               PIC X(08).
           05 WS-MAN-QTDE                  PIC 9(07).
           05 WS-MAN-VALOR                 PIC 9(13)V9(02).
           05 WS-MAN-RETORNO               PIC X(01).
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-PAR         EQUAL '10'.
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
           MOVE  FUNCTION CURRENT-DATE (1:8) TO       WS-DATA-HOJE.

           OPEN  INPUT                     PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO PRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  PRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
           OR    PARM-ANOMES               EQUAL      ZEROS
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES-REF.
           CLOSE PRFPARM.

           PERFORM 1100-CARREGA-APOLICES
               THRU 1100-99-CARREGA-APOLICES-EXIT.

           OPEN  INPUT                     LOANPAR.
           IF    WS-FS-PAR                 NOT EQUAL  '00'
                 MOVE WS-FS-PAR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    SEGREM.
           IF    WS-FS-REM                 NOT EQUAL  '00'
                 MOVE WS-FS-REM            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA REMESSA SEGREM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE SPACES                     TO         REG-REM.
           MOVE '0'                        TO         REM-TIPO-REG.
           MOVE 'VRB802S'                  TO         REMH-ORIGEM.
           MOVE WS-DATA-HOJE               TO         REMH-DATA-GERACAO.
           MOVE WS-ANOMES-REF              TO         REMH-ANOMES.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           PERFORM 2100-LER-LOANPAR  THRU  2100-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-CARREGA-APOLICES               SECTION.
      *================================================================*
      * SEM MASTER DE APOLICES (35) NAO HA PREMIO A REPASSAR; A        *
      * REMESSA SAI SO COM HEADER E TRAILER.                           *
      *----------------------------------------------------------------*
           MOVE '1100-CARREGA-APOLICES'    TO         WS-CODIGO-AREA.

           OPEN  INPUT                     LOANSEG.
           IF    WS-FS-SEG                 EQUAL      '35'
                 MOVE '00'                 TO         WS-FS-SEG
                 GO TO 1100-99-CARREGA-APOLICES-EXIT
           END-IF.
           IF    WS-FS-SEG                 NOT EQUAL  '00'
                 MOVE WS-FS-SEG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DAS APOLICES LOANSEG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1150-LE-APOLICE THRU 1150-99-LE-APOLICE-EXIT
                   UNTIL WS-FS-SEG         EQUAL      '10'.

           CLOSE LOANSEG.
           MOVE '00'                       TO         WS-FS-SEG.
      *----------------------------------------------------------------*
       1100-99-CARREGA-APOLICES-EXIT.      EXIT.
      *================================================================*
       1150-LE-APOLICE                     SECTION.
      *================================================================*
           READ  LOANSEG.
           IF  WS-FS-SEG   NOT EQUAL '00'
           AND WS-FS-SEG   NOT EQUAL '10'
               MOVE WS-FS-SEG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER APOLICES LOANSEG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-SEG                   NOT EQUAL  '00'
               GO TO 1150-99-LE-APOLICE-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-SEG.

           IF  WS-QTDE-SEG                 EQUAL      5000
               MOVE '   '                  TO         WS-AREA-STAT
               MOVE 'MASTER LOANSEG MAIOR QUE 5000'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-QTDE-SEG.
           MOVE SEG-CONTRATO     TO  WS-SEG-CONTRATO      (WS-QTDE-SEG).
           MOVE SEG-CPF          TO  WS-SEG-CPF           (WS-QTDE-SEG).
           MOVE SEG-CAPITAL      TO  WS-SEG-CAPITAL       (WS-QTDE-SEG).
           MOVE SEG-PREMIO       TO  WS-SEG-PREMIO        (WS-QTDE-SEG).
           MOVE SEG-SITUACAO     TO  WS-SEG-SITUACAO      (WS-QTDE-SEG).
           MOVE SEG-DATA-SITUACAO
                                 TO  WS-SEG-DATA-SITUACAO (WS-QTDE-SEG).
      *----------------------------------------------------------------*
       1150-99-LE-APOLICE-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  PAR-DATA-VENCTO (1:6)       NOT EQUAL  WS-ANOMES-REF
           OR  PAR-SIT-QUITADA
               GO TO 2000-50-PROXIMO
           END-IF.

      * O LOANPAR VEM EM ORDEM DE CONTRATO: SO PROCURA A APOLICE NA
      * QUEBRA.
           IF  PAR-CONTRATO                NOT EQUAL  WS-CONTRATO-ATUAL
               MOVE PAR-CONTRATO           TO         WS-CONTRATO-ATUAL
               PERFORM 7200-LOCALIZA-APOLICE
                   THRU 7200-99-LOCALIZA-APOLICE-EXIT
           END-IF.
           IF  WS-IND-SEG-ACH              EQUAL      ZEROS
               GO TO 2000-50-PROXIMO
           END-IF.

           IF  WS-SEG-SITUACAO (WS-IND-SEG-ACH) NOT EQUAL 'A'
           AND PAR-DATA-VENCTO             GREATER
               WS-SEG-DATA-SITUACAO (WS-IND-SEG-ACH)
               ADD  1                      TO  WS-SEM-COBERTURA
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE SPACES                     TO         REG-REM.
           MOVE '1'                        TO         REM-TIPO-REG.
           MOVE PAR-CONTRATO               TO         REMD-CONTRATO.
           MOVE WS-SEG-CPF     (WS-IND-SEG-ACH) TO    REMD-CPF.
           MOVE PAR-PARCELA                TO         REMD-PARCELA.
           MOVE PAR-DATA-VENCTO            TO         REMD-DATA-VENCTO.
           MOVE WS-SEG-PREMIO  (WS-IND-SEG-ACH) TO    REMD-PREMIO.
           MOVE WS-SEG-CAPITAL (WS-IND-SEG-ACH) TO    REMD-CAPITAL.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           ADD  1                          TO   WS-PREMIOS-REPASSADOS.
           ADD  WS-SEG-PREMIO (WS-IND-SEG-ACH) TO     WS-VALOR-REPASSE.

       2000-50-PROXIMO.
           PERFORM 2100-LER-LOANPAR  THRU  2100-99-LER-LOANPAR-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-LER-LOANPAR                    SECTION.
      *================================================================*
           MOVE '2100-LER-LOANPAR'         TO         WS-CODIGO-AREA.

           READ LOANPAR.

           IF  WS-FS-PAR   NOT EQUAL '00'
           AND WS-FS-PAR   NOT EQUAL '10'
               MOVE WS-FS-PAR              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CRONOGRAMA LOANPAR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-PAR                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-PAR
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-LOANPAR-EXIT.           EXIT.
      *================================================================*
       7000-GRAVA-REMESSA                  SECTION.
      *================================================================*
           MOVE '7000-GRAVA-REMESSA'       TO         WS-CODIGO-AREA.

           WRITE REG-REM.
           IF  WS-FS-REM                   NOT EQUAL  '00'
               MOVE WS-FS-REM              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR REMESSA SEGREM'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       7000-99-GRAVA-REMESSA-EXIT.         EXIT.
      *================================================================*
       7200-LOCALIZA-APOLICE               SECTION.
      *================================================================*
           MOVE ZEROS                      TO         WS-IND-SEG-ACH.
           PERFORM VARYING WS-IND-SEG FROM 1 BY 1
                   UNTIL WS-IND-SEG GREATER WS-QTDE-SEG
               IF  WS-SEG-CONTRATO (WS-IND-SEG) EQUAL PAR-CONTRATO
                   MOVE WS-IND-SEG         TO         WS-IND-SEG-ACH
                   MOVE WS-QTDE-SEG        TO         WS-IND-SEG
               END-IF
           END-PERFORM.
      *----------------------------------------------------------------*
       7200-99-LOCALIZA-APOLICE-EXIT.      EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REM.
           MOVE '9'                        TO         REM-TIPO-REG.
           MOVE WS-PREMIOS-REPASSADOS      TO         REMT-QTDE.
           MOVE WS-VALOR-REPASSE           TO         REMT-VALOR-TOTAL.
           PERFORM 7000-GRAVA-REMESSA THRU 7000-99-GRAVA-REMESSA-EXIT.

           CLOSE LOANPAR  SEGREM.

           IF  WS-FS-PAR                   NOT EQUAL  '00'
           OR  WS-FS-REM                   NOT EQUAL  '00'
               MOVE WS-FS-REM              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* APOLICES LIDAS        =    ' WS-LIDOS-SEG.
           DISPLAY '* PARCELAS LIDAS        =    ' WS-LIDOS-PAR.
           DISPLAY '* PREMIOS REPASSADOS    =    '
                                               WS-PREMIOS-REPASSADOS.
           DISPLAY '* PARCELAS SEM COBERTURA=    '
                                               WS-SEM-COBERTURA.
           DISPLAY '* VALOR DO REPASSE      =    ' WS-VALOR-REPASSE.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE 'SEGREM  '                 TO    WS-MAN-ARQUIVO
           MOVE  WS-PREMIOS-REPASSADOS     TO    WS-MAN-QTDE
           MOVE  WS-VALOR-REPASSE          TO    WS-MAN-VALOR
           CALL  WS-TRNMAN                 USING WS-MAN-PARM
           IF    WS-MAN-RETORNO            EQUAL 'N'
                 MOVE '   '                TO    WS-AREA-STAT
                 MOVE 'ERRO AO REGISTRAR NO MANIFESTO TRNMAN'
                                           TO    WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF

           MOVE  WS-LIDOS-PAR              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-PREMIOS-REPASSADOS     TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB802S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
