       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB824S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: SEPARA DO ARQUIVO TRFACE (TRANSFERENCIAS DE PONTOS   *
      * ACEITAS NO DIA PELO VRB823S, TODOS OS PARCEIROS) O ARQUIVO DE  *
      * UM PARCEIRO. RODA UMA VEZ POR PARCEIRO, COM O CODIGO NO        *
      * TRFPARM, E GRAVA O TRFDET COM OS DETALHES DAQUELE PARCEIRO NO  *
      * FORMATO ENVDET; O STEP SEGUINTE (VRB785S, COM O ESTPARM DO     *
      * PARCEIRO - VALOR NA POSICAO 055, TAMANHO 09 = MILHAS) CARIMBA  *
      * HEADER/TRAILER E REGISTRA NO MANIFESTO TRNMAN. DIA SEM         *
      * TRANSFERENCIA PARA O PARCEIRO GERA TRFDET VAZIO (ENVELOPE SO   *
      * COM HEADER E TRAILER ZERADO).                                  *
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

           SELECT TRFPARM        ASSIGN TO TRFPARM
           FILE STATUS           IS        WS-FS-PARM.
      *----------------------------------------------------------------*
           SELECT TRFACE         ASSIGN TO TRFACE
           FILE STATUS           IS        WS-FS-ACE.
      *----------------------------------------------------------------*
           SELECT TRFDET         ASSIGN TO TRFDET
           FILE STATUS           IS        WS-FS-DET.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  TRFPARM
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-PARM.

       01  REG-PARM.
           05 PARM-PARCEIRO                PIC X(08).
           05 FILLER                       PIC X(72).
      *----------------------------------------------------------------*
       FD  TRFACE
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ACE.

       01  REG-ACE.
           05 ACE-DATA                     PIC 9(08).
           05 ACE-SEQ                      PIC 9(06).
           05 ACE-CPF                      PIC 9(11).
           05 ACE-MEMBRO                   PIC X(20).
           05 ACE-PONTOS                   PIC 9(09).
           05 ACE-MILHAS                   PIC 9(09).
           05 ACE-PARCEIRO                 PIC X(08).
           05 FILLER                       PIC X(09).
      *----------------------------------------------------------------*
       FD  TRFDET
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-DET.

       01  REG-DET                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-PARM                      PIC X(02)     VALUE '00'.
       77  WS-FS-ACE                       PIC X(02)     VALUE '00'.
       77  WS-FS-DET                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-ACE                    PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-DET                 PIC 9(07)     VALUE ZEROS.
       77  WS-TOT-MILHAS                   PIC 9(11)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB824S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB824S'.
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
                   UNTIL WS-FS-ACE         EQUAL '10'.
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

           OPEN  INPUT                     TRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO PARAMETRO TRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           READ  TRFPARM.
           IF    WS-FS-PARM                NOT EQUAL  '00'
                 MOVE WS-FS-PARM           TO         WS-AREA-STAT
                 MOVE 'PARAMETRO TRFPARM VAZIO OU ILEGIVEL'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.
           CLOSE TRFPARM.

           IF    PARM-PARCEIRO             EQUAL      SPACES
                 MOVE '   '                TO         WS-AREA-STAT
                 MOVE 'PARCEIRO NAO INFORMADO NO TRFPARM'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     TRFACE.
           IF    WS-FS-ACE                 NOT EQUAL  '00'
                 MOVE WS-FS-ACE            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO TRFACE'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    TRFDET.
           IF    WS-FS-DET                 NOT EQUAL  '00'
                 MOVE WS-FS-DET            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO TRFDET'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-TRFACE   THRU  1100-99-LER-TRFACE-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-TRFACE                     SECTION.
      *================================================================*
           MOVE '1100-LER-TRFACE'          TO         WS-CODIGO-AREA.

           READ TRFACE.

           IF  WS-FS-ACE   NOT EQUAL '00'
           AND WS-FS-ACE   NOT EQUAL '10'
               MOVE WS-FS-ACE              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO TRFACE'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ACE                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-ACE
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-TRFACE-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           IF  ACE-PARCEIRO                NOT EQUAL  PARM-PARCEIRO
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE REG-ACE                    TO         REG-DET.
           WRITE REG-DET.
           IF  WS-FS-DET                   NOT EQUAL  '00'
               MOVE WS-FS-DET              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO TRFDET'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-DET.
           ADD  ACE-MILHAS                 TO         WS-TOT-MILHAS.

       2000-50-PROXIMO.
           PERFORM 1100-LER-TRFACE   THRU  1100-99-LER-TRFACE-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE TRFACE  TRFDET.

           IF  WS-FS-ACE                   NOT EQUAL  '00'
           OR  WS-FS-DET                   NOT EQUAL  '00'
               MOVE WS-FS-DET              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* PARCEIRO              =    ' PARM-PARCEIRO.
           DISPLAY '* LIDOS EM TRFACE       =    ' WS-LIDOS-ACE.
           DISPLAY '* GRAVADOS EM TRFDET    =    ' WS-GRAVADOS-DET.
           DISPLAY '* MILHAS DO PARCEIRO    =    ' WS-TOT-MILHAS.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-ACE              TO    WS-RC-QTDE-LIDOS
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
           DISPLAY '*     VRB824S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
