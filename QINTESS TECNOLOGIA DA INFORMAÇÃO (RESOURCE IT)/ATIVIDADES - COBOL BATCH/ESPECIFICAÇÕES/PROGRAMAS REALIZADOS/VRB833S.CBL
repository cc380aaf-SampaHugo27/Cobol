       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB833S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: VARREDURA UNICA DO CADEND CONTRA A BASE DE CEP DOS   *
      * CORREIOS (CEPMST, CARGA DO VRB832S). OS ENDERECOS GRAVADOS     *
      * ANTES DA CONFERENCIA DNE NO VRB750S NAO PASSARAM POR ELA; ESTE *
      * PROGRAMA NAO ALTERA O CADEND - GERA AS CORRECOES NO LAYOUT DO  *
      * ENDTRN (TIPO A) PARA ENTRAREM PELO VRB750S NORMALMENTE:        *
      *   - CIDADE/UF QUE SO DIFEREM NA GRAFIA (ACENTO, MINUSCULA)     *
      *     PASSAM A FORMA PADRAO DA BASE;                             *
      *   - CEP DE LOGRADOURO UNICO (TIPO L) RECEBE O LOGRADOURO DA    *
      *     BASE QUANDO O GRAVADO FOR DIFERENTE.                       *
      * O QUE NAO TEM CORRECAO SEGURA VAI PARA O ARQUIVO DE PENDENCIAS *
      * ENDPEN (LAYOUT DO ENDREJ) PARA TRATAMENTO MANUAL:              *
      *   - CEP INEXISTENTE NA BASE DNE;                               *
      *   - UF OU CIDADE DE FATO DIFERENTES DAS DO CEP (NAO SE SABE SE *
      *     O ERRADO EH O CEP OU A CIDADE).                            *
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

           SELECT CADEND         ASSIGN TO CADEND
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        SEQUENTIAL
           RECORD KEY            IS        END-CPF
           FILE STATUS           IS        WS-FS-END.
      *----------------------------------------------------------------*
           SELECT CEPMST         ASSIGN TO CEPMST
           ORGANIZATION          IS        INDEXED
           ACCESS MODE           IS        RANDOM
           RECORD KEY            IS        CEP-CEP
           FILE STATUS           IS        WS-FS-CEP.
      *----------------------------------------------------------------*
           SELECT ENDCOR         ASSIGN TO ENDCOR
           FILE STATUS           IS        WS-FS-COR.
      *----------------------------------------------------------------*
           SELECT ENDPEN         ASSIGN TO ENDPEN
           FILE STATUS           IS        WS-FS-PEN.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
       FD  CADEND
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-END.

       01  REG-END.
           05 END-CPF                      PIC 9(11).
           05 END-LOGRADOURO               PIC X(40).
           05 END-NUMERO                   PIC X(06).
           05 END-CIDADE                   PIC X(20).
           05 END-UF                       PIC X(02).
           05 END-CEP                      PIC 9(08).
           05 END-DATA-ATUALIZA            PIC 9(08).
           05 FILLER                       PIC X(25).
      *----------------------------------------------------------------*
      *   MASTER DE REFERENCIA DE CEP (DNE), CARGA DO VRB832S          *
      *----------------------------------------------------------------*
       FD  CEPMST
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-CEP.

       01  REG-CEP.
           05 CEP-CEP                      PIC 9(08).
           05 CEP-TIPO                     PIC X(01).
              88 CEP-TIPO-LOGRADOURO                    VALUE 'L'.
           05 CEP-LOGRADOURO               PIC X(40).
           05 CEP-BAIRRO                   PIC X(30).
           05 CEP-CIDADE                   PIC X(40).
           05 CEP-UF                       PIC X(02).
           05 CEP-DATA-CARGA               PIC 9(08).
           05 FILLER                       PIC X(21).
      *----------------------------------------------------------------*
      *   CORRECOES NO LAYOUT DO ENDTRN (ENTRADA DO VRB750S)           *
      *----------------------------------------------------------------*
       FD  ENDCOR
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 120 CHARACTERS
           DATA RECORD IS       REG-COR.

       01  REG-COR.
           05 COR-TIPO                     PIC X(01).
           05 COR-CPF                      PIC 9(11).
           05 COR-LOGRADOURO               PIC X(40).
           05 COR-NUMERO                   PIC X(06).
           05 COR-CIDADE                   PIC X(20).
           05 COR-UF                       PIC X(02).
           05 COR-CEP                      PIC X(08).
           05 FILLER                       PIC X(32).
      *----------------------------------------------------------------*
      *   PENDENCIAS PARA TRATAMENTO MANUAL (LAYOUT DO ENDREJ)         *
      *----------------------------------------------------------------*
       FD  ENDPEN
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 150 CHARACTERS
           DATA RECORD IS       REG-PEN.

       01  REG-PEN.
           05 PEN-TIPO                     PIC X(01).
           05 PEN-CPF                      PIC 9(11).
           05 PEN-LOGRADOURO               PIC X(40).
           05 PEN-CIDADE                   PIC X(20).
           05 PEN-UF                       PIC X(02).
           05 PEN-CEP                      PIC X(08).
           05 PEN-MOTIVO                   PIC X(30).
           05 FILLER                       PIC X(38).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-END                       PIC X(02)     VALUE '00'.
       77  WS-FS-CEP                       PIC X(02)     VALUE '00'.
       77  WS-FS-COR                       PIC X(02)     VALUE '00'.
       77  WS-FS-PEN                       PIC X(02)     VALUE '00'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-END                    PIC 9(07)     VALUE ZEROS.
       77  WS-ENDERECOS-OK                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-COR                 PIC 9(07)     VALUE ZEROS.
       77  WS-GRAVADOS-PEN                 PIC 9(07)     VALUE ZEROS.
       77  WS-CORR-CIDADE                  PIC 9(07)     VALUE ZEROS.
       77  WS-CORR-UF                      PIC 9(07)     VALUE ZEROS.
       77  WS-CORR-LOGRADOURO              PIC 9(07)     VALUE ZEROS.
       77  WS-PEN-CEP                      PIC 9(07)     VALUE ZEROS.
       77  WS-PEN-CIDADE-UF                PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 APOIO A CONFERENCIA                            *
      *----------------------------------------------------------------*
       77  WS-CIDADE-END                   PIC X(20)     VALUE SPACES.
       77  WS-UF-END                       PIC X(02)     VALUE SPACES.
       77  WS-MOTIVO-PEN                   PIC X(30)     VALUE SPACES.
       77  WS-CORRIGIR                     PIC X(01)     VALUE 'N'.
           88 WS-CORRIGIR-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB833S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB833S'.
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
                   UNTIL WS-FS-END         EQUAL '10'.
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

           OPEN  INPUT                     CADEND.
           IF    WS-FS-END                 NOT EQUAL  '00'
                 MOVE WS-FS-END            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO CADASTRO CADEND'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  INPUT                     CEPMST.
           IF    WS-FS-CEP                 NOT EQUAL  '00'
                 MOVE WS-FS-CEP            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DA BASE DE CEP CEPMST'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    ENDCOR.
           IF    WS-FS-COR                 NOT EQUAL  '00'
                 MOVE WS-FS-COR            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ENDCOR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    ENDPEN.
           IF    WS-FS-PEN                 NOT EQUAL  '00'
                 MOVE WS-FS-PEN            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ENDPEN'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-CADEND   THRU  1100-99-LER-CADEND-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-CADEND                     SECTION.
      *================================================================*
           READ CADEND   NEXT.

           IF  WS-FS-END   NOT EQUAL '00'
           AND WS-FS-END   NOT EQUAL '10'
               MOVE '1100-LER-CADEND'      TO         WS-CODIGO-AREA
               MOVE WS-FS-END              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER CADASTRO CADEND'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-END                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-END
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-CADEND-EXIT.            EXIT.
      *================================================================*
       2000-PROCESSA                       SECTION.
      *================================================================*
      * CONFERE O ENDERECO COM A BASE: PENDENCIA, CORRECAO OU OK.      *
      *----------------------------------------------------------------*
           MOVE '2000-PROCESSA'            TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         WS-MOTIVO-PEN.
           MOVE 'N'                        TO         WS-CORRIGIR.

           MOVE END-CEP                    TO         CEP-CEP.
           READ  CEPMST.

           IF  WS-FS-CEP                   EQUAL      '23'
               MOVE 'CEP INEXISTENTE NA BASE DNE'
                                           TO         WS-MOTIVO-PEN
               ADD  1                      TO         WS-PEN-CEP
               PERFORM 2800-GRAVA-PENDENCIA
                   THRU 2800-99-GRAVA-PENDENCIA-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           IF  WS-FS-CEP                   NOT EQUAL  '00'
               MOVE WS-FS-CEP              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER BASE DE CEP CEPMST'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           MOVE END-UF                     TO         WS-UF-END.
           INSPECT WS-UF-END CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF  WS-UF-END                   NOT EQUAL  CEP-UF
               MOVE 'UF NAO CONFERE COM O CEP'
                                           TO         WS-MOTIVO-PEN
               ADD  1                      TO         WS-PEN-CIDADE-UF
               PERFORM 2800-GRAVA-PENDENCIA
                   THRU 2800-99-GRAVA-PENDENCIA-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           MOVE END-CIDADE                 TO         WS-CIDADE-END.
           INSPECT WS-CIDADE-END CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           INSPECT WS-CIDADE-END CONVERTING
                   ''
                TO 'AAAAAEEEEIIIIOOOOOUUUUCAAAAAEEEEIIIIOOOOOUUUUC'.
           IF  WS-CIDADE-END               NOT EQUAL  CEP-CIDADE (1:20)
               MOVE 'CIDADE NAO CONFERE COM O CEP'
                                           TO         WS-MOTIVO-PEN
               ADD  1                      TO         WS-PEN-CIDADE-UF
               PERFORM 2800-GRAVA-PENDENCIA
                   THRU 2800-99-GRAVA-PENDENCIA-EXIT
               GO TO 2000-50-PROXIMO
           END-IF.

           PERFORM 2100-MONTA-CORRECAO
               THRU 2100-99-MONTA-CORRECAO-EXIT.

           IF  WS-CORRIGIR-SIM
               PERFORM 2200-GRAVA-CORRECAO
                   THRU 2200-99-GRAVA-CORRECAO-EXIT
           ELSE
               ADD  1                      TO         WS-ENDERECOS-OK
           END-IF.

       2000-50-PROXIMO.
           PERFORM 1100-LER-CADEND   THRU  1100-99-LER-CADEND-EXIT.
      *----------------------------------------------------------------*
       2000-99-PROCESSA-EXIT.              EXIT.
      *================================================================*
       2100-MONTA-CORRECAO                 SECTION.
      *================================================================*
      * A TRANSACAO DE CORRECAO LEVA O ENDERECO COMPLETO (O VRB750S    *
      * REGRAVA TODOS OS CAMPOS NA ALTERACAO), COM CIDADE, UF E - NO   *
      * CEP DE LOGRADOURO UNICO - LOGRADOURO NA FORMA DA BASE.         *
      *----------------------------------------------------------------*
           MOVE SPACES                     TO         REG-COR.
           MOVE 'A'                        TO         COR-TIPO.
           MOVE END-CPF                    TO         COR-CPF.
           MOVE END-LOGRADOURO             TO         COR-LOGRADOURO.
           MOVE END-NUMERO                 TO         COR-NUMERO.
           MOVE CEP-CIDADE                 TO         COR-CIDADE.
           MOVE CEP-UF                     TO         COR-UF.
           MOVE END-CEP                    TO         COR-CEP.

           IF  END-CIDADE                  NOT EQUAL  COR-CIDADE
               SET  WS-CORRIGIR-SIM        TO         TRUE
               ADD  1                      TO         WS-CORR-CIDADE
           END-IF.

           IF  END-UF                      NOT EQUAL  COR-UF
               SET  WS-CORRIGIR-SIM        TO         TRUE
               ADD  1                      TO         WS-CORR-UF
           END-IF.

           IF  CEP-TIPO-LOGRADOURO
           AND END-LOGRADOURO              NOT EQUAL  CEP-LOGRADOURO
               MOVE CEP-LOGRADOURO         TO         COR-LOGRADOURO
               SET  WS-CORRIGIR-SIM        TO         TRUE
               ADD  1                      TO         WS-CORR-LOGRADOURO
           END-IF.
      *----------------------------------------------------------------*
       2100-99-MONTA-CORRECAO-EXIT.        EXIT.
      *================================================================*
       2200-GRAVA-CORRECAO                 SECTION.
      *================================================================*
           MOVE '2200-GRAVA-CORRECAO'      TO         WS-CODIGO-AREA.

           WRITE REG-COR.

           IF  WS-FS-COR                   NOT EQUAL  '00'
               MOVE WS-FS-COR              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO ENDCOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-COR.
      *----------------------------------------------------------------*
       2200-99-GRAVA-CORRECAO-EXIT.        EXIT.
      *================================================================*
       2800-GRAVA-PENDENCIA                SECTION.
      *================================================================*
           MOVE '2800-GRAVA-PENDENCIA'     TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-PEN.
           MOVE 'A'                        TO         PEN-TIPO.
           MOVE END-CPF                    TO         PEN-CPF.
           MOVE END-LOGRADOURO             TO         PEN-LOGRADOURO.
           MOVE END-CIDADE                 TO         PEN-CIDADE.
           MOVE END-UF                     TO         PEN-UF.
           MOVE END-CEP                    TO         PEN-CEP.
           MOVE WS-MOTIVO-PEN              TO         PEN-MOTIVO.
           WRITE REG-PEN.

           IF  WS-FS-PEN                   NOT EQUAL  '00'
               MOVE WS-FS-PEN              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR ARQUIVO ENDPEN'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           ADD  1                          TO         WS-GRAVADOS-PEN.
      *----------------------------------------------------------------*
       2800-99-GRAVA-PENDENCIA-EXIT.       EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE CADEND  CEPMST  ENDCOR  ENDPEN.

           IF  WS-FS-END                   NOT EQUAL  '00'
           OR  WS-FS-CEP                   NOT EQUAL  '00'
           OR  WS-FS-COR                   NOT EQUAL  '00'
           OR  WS-FS-PEN                   NOT EQUAL  '00'
               MOVE WS-FS-COR              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* ENDERECOS LIDOS CADEND=    ' WS-LIDOS-END.
           DISPLAY '* ENDERECOS JA CORRETOS =    ' WS-ENDERECOS-OK.
           DISPLAY '* CORRECOES EM ENDCOR   =    ' WS-GRAVADOS-COR.
           DISPLAY '*   CIDADE PADRONIZADA  =    ' WS-CORR-CIDADE.
           DISPLAY '*   UF PADRONIZADA      =    ' WS-CORR-UF.
           DISPLAY '*   LOGRADOURO DA BASE  =    ' WS-CORR-LOGRADOURO.
           DISPLAY '* PENDENCIAS EM ENDPEN  =    ' WS-GRAVADOS-PEN.
           DISPLAY '*   CEP INEXISTENTE     =    ' WS-PEN-CEP.
           DISPLAY '*   CIDADE/UF DIVERGENTE=    ' WS-PEN-CIDADE-UF.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-END              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-GRAVADOS-COR           TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB833S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
