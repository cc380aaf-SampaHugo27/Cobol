       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB800S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO MENSAL DE ARRECADACAO DO IOF DOS           *
      * EMPRESTIMOS, BASE DO RECOLHIMENTO DO IMPOSTO. LE O MES DE      *
      * REFERENCIA NO PRFPARM E O MASTER DE CONTRATOS LOANMST E LISTA  *
      * NO RELIOF CADA CONTRATO ABERTO NO MES (LOA-DATA-CONTRATO) COM  *
      * IOF CALCULADO NA CONTRATACAO (VRB766S): CONTRATO, CPF, DATA,   *
      * PRINCIPAL, IOF E SE O IOF FOI FINANCIADO. NO FIM, QUANTIDADE   *
      * DE CONTRATOS, IOF A RECOLHER E PARCELA FINANCIADA.             *
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
           SELECT LOANMST        ASSIGN TO LOANMST
           FILE STATUS           IS        WS-FS-LOA.
      *----------------------------------------------------------------*
           SELECT RELIOF         ASSIGN TO RELIOF
           FILE STATUS           IS        WS-FS-REL.
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
       FD  LOANMST
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 100 CHARACTERS
           DATA RECORD IS       REG-LOA.

       01  REG-LOA.
           05 LOA-CONTRATO                 PIC 9(06).
           05 LOA-CPF                      PIC 9(11).
           05 LOA-NOME                     PIC X(30).
           05 LOA-PRINCIPAL                PIC 9(09)V9(02).
           05 LOA-TAXA-MENSAL              PIC 9(02)V9(04).
           05 LOA-QTDE-PARCELAS            PIC 9(03).
           05 LOA-PARCELAS-PAGAS           PIC 9(03).
           05 LOA-VALOR-PARCELA            PIC 9(09)V9(02).
           05 LOA-SITUACAO                 PIC X(01).
           05 LOA-DATA-CONTRATO            PIC 9(08).
           05 LOA-VALOR-IOF                PIC 9(07)V9(02).
           05 LOA-IOF-FINANCIADO           PIC X(01).
              88 LOA-IOF-FIN-SIM                        VALUE 'S'.
      *----------------------------------------------------------------*
       FD  RELIOF
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-LOA                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                   CONTADORES E ACUMULADORES                    *
      *----------------------------------------------------------------*
       77  WS-LIDOS-LOA                    PIC 9(07)     VALUE ZEROS.
       77  WS-CONTRATOS-IOF                PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-PRINCIPAL                PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-TOT-IOF                      PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-TOT-IOF-FINANCIADO           PIC 9(13)V9(02) VALUE ZEROS.
       77  WS-ANOMES-REF                   PIC 9(06)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB800S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB800S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELIOF                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(38)  VALUE
                  'ARRECADACAO DE IOF - EMPRESTIMOS - REF'.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 CABT-ANOMES                  PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(35)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(80)  VALUE
              'CONTR. CPF         DT.CONTR      PRINCIPAL           IOF
      -       'FIN'.
      *----------------------------------------------------------------*
       01  DET-CONTRATO.
           05 DETC-CONTRATO                PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-CPF                     PIC 9(11)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-DATA                    PIC 9(08)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETC-PRINCIPAL               PIC ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETC-IOF                     PIC Z.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(03)  VALUE SPACES.
           05 DETC-FINANCIADO              PIC X(01)  VALUE SPACES.
           05 FILLER                       PIC X(20)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-QTDE.
           05 FILLER                       PIC X(30)  VALUE
                  'CONTRATOS COM IOF NO MES....: '.
           05 TOTQ-QTDE                    PIC ZZZ.ZZ9 VALUE ZEROS.
           05 FILLER                       PIC X(43)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  TOT-VALOR.
           05 TOTV-DESCRICAO               PIC X(30)  VALUE SPACES.
           05 TOTV-VALOR                   PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99
                                           VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.
           PERFORM 2000-PROCESSA           THRU  2000-99-PROCESSA-EXIT
                   UNTIL WS-FS-LOA         EQUAL '10'.
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
           OR    PARM-ANOMES               EQUAL      ZEROS
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO PRFPARM VAZIO OU ANOMES INVALIDO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           MOVE  PARM-ANOMES               TO         WS-ANOMES-REF.
           CLOSE PRFPARM.

           OPEN  INPUT                     LOANMST.
           IF    WS-FS-LOA                 NOT EQUAL  '00'
                 MOVE WS-FS-LOA            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO MASTER LOANMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELIOF.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELIOF'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           MOVE WS-ANOMES-REF              TO         CABT-ANOMES.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.

           PERFORM 2100-LER-LOANMST  THRU  2100-99-LER-LOANMST-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * ENTRA O CONTRATO ABERTO NO MES DE REFERENCIA COM IOF; O IOF    *
      * EH DEVIDO NA CONTRATACAO, FINANCIADO OU NAO.                   *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  LOA-DATA-CONTRATO (1:6)     NOT EQUAL  WS-ANOMES-REF
           OR  LOA-VALOR-IOF               NOT NUMERIC
               GO TO 2000-50-PROXIMO
           END-IF.
           IF  LOA-VALOR-IOF               EQUAL      ZEROS
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE LOA-CONTRATO               TO         DETC-CONTRATO.
           MOVE LOA-CPF                    TO         DETC-CPF.
           MOVE LOA-DATA-CONTRATO          TO         DETC-DATA.
           MOVE LOA-PRINCIPAL              TO         DETC-PRINCIPAL.
           MOVE LOA-VALOR-IOF              TO         DETC-IOF.
           IF  LOA-IOF-FIN-SIM
               MOVE 'S'                    TO         DETC-FINANCIADO
               ADD  LOA-VALOR-IOF          TO      WS-TOT-IOF-FINANCIADO
           ELSE
               MOVE 'N'                    TO         DETC-FINANCIADO
           END-IF.
           WRITE REG-REL                   FROM       DET-CONTRATO.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.

           ADD  1                          TO         WS-CONTRATOS-IOF.
           ADD  LOA-PRINCIPAL              TO         WS-TOT-PRINCIPAL.
           ADD  LOA-VALOR-IOF              TO         WS-TOT-IOF.

       2000-50-PROXIMO.
           PERFORM 2100-LER-LOANMST  THRU  2100-99-LER-LOANMST-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-LER-LOANMST                    SECTION.
      *================================================================*
           MOVE '2100-LER-LOANMST'         TO         WS-CODIGO-AREA.

           READ LOANMST.

           IF  WS-FS-LOA   NOT EQUAL '00'
           AND WS-FS-LOA   NOT EQUAL '10'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER MASTER LOANMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-LOA                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-LOA
           END-IF.
      *----------------------------------------------------------------*
       2100-99-LER-LOANMST-EXIT.           EXIT.
      *================================================================*
       8000-FS-RELIOF                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE '8000-FS-RELIOF'       TO         WS-CODIGO-AREA
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELIOF'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
      *----------------------------------------------------------------*
       8000-99-FS-RELIOF-EXIT.             EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.
           MOVE WS-CONTRATOS-IOF           TO         TOTQ-QTDE.
           WRITE REG-REL                   FROM       TOT-QTDE.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.
           MOVE 'PRINCIPAL CONTRATADO.......: '
                                           TO         TOTV-DESCRICAO.
           MOVE WS-TOT-PRINCIPAL           TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.
           MOVE 'IOF A RECOLHER.............: '
                                           TO         TOTV-DESCRICAO.
           MOVE WS-TOT-IOF                 TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.
           MOVE 'DO QUAL FINANCIADO.........: '
                                           TO         TOTV-DESCRICAO.
           MOVE WS-TOT-IOF-FINANCIADO      TO         TOTV-VALOR.
           WRITE REG-REL                   FROM       TOT-VALOR.
           PERFORM 8000-FS-RELIOF THRU 8000-99-FS-RELIOF-EXIT.

           CLOSE LOANMST  RELIOF.

           IF  WS-FS-LOA                   NOT EQUAL  '00'
           OR  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-LOA              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* MES DE REFERENCIA     =    ' WS-ANOMES-REF.
           DISPLAY '* CONTRATOS LIDOS       =    ' WS-LIDOS-LOA.
           DISPLAY '* CONTRATOS COM IOF     =    ' WS-CONTRATOS-IOF.
           DISPLAY '* IOF A RECOLHER        =    ' WS-TOT-IOF.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-LOA              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-CONTRATOS-IOF          TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB800S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
