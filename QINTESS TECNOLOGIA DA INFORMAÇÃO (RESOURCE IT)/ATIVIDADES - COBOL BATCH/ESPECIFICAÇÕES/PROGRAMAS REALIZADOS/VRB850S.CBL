       IDENTIFICATION                      DIVISION.
      *================================================================*
       PROGRAM-ID.                         VRB850S.
       AUTHOR.                             HUGO SAMPAIO.
       INSTALLATION.                       QINTESS PAULISTA.
      *================================================================*
      *----------------------------------------------------------------*
      * OBJETIVO: RELATORIO DAS ENTRADAS NA PORTARIA DO CLUBE. LE O    *
      * REGISTRO DIARIO DE ENTRADAS DEVOLVIDO PELO SISTEMA DA PORTARIA *
      * (PORLOG), CLASSIFICA POR SOCIO + SEQUENCIA + DATA + HORA E     *
      * CONFRONTA (BALANCE-LINE) COM O ARQUIVO DE ACESSO DO DIA        *
      * (ACESSO - VRB849S). O RELPOR LISTA AS ENTRADAS DE SOCIOS E     *
      * DEPENDENTES SUSPENSOS OU BLOQUEADOS E AS DE CODIGOS QUE NAO    *
      * ESTAO NA LISTA DE ACESSO, COM OS TOTAIS POR SITUACAO.          *
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

           SELECT PORLOG         ASSIGN TO PORLOG
           FILE STATUS           IS        WS-FS-LOG.
      *----------------------------------------------------------------*
           SELECT ACESSO         ASSIGN TO ACESSO
           FILE STATUS           IS        WS-FS-ACS.
      *----------------------------------------------------------------*
           SELECT PORWK          ASSIGN TO PORWK.
      *----------------------------------------------------------------*
           SELECT RELPOR         ASSIGN TO RELPOR
           FILE STATUS           IS        WS-FS-REL.
      *================================================================*
       DATA                                DIVISION.
      *================================================================*
       FILE                                SECTION.
      *----------------------------------------------------------------*
      *   REGISTRO DE ENTRADAS DEVOLVIDO PELA PORTARIA                 *
      *----------------------------------------------------------------*
       FD  PORLOG
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-LOG.

       01  REG-LOG.
           05 LOG-SOCIO                    PIC 9(06).
           05 LOG-SEQ                      PIC 9(02).
           05 LOG-DATA                     PIC 9(08).
           05 LOG-HORA                     PIC 9(06).
           05 LOG-PORTAO                   PIC X(02).
           05 FILLER                       PIC X(56).
      *----------------------------------------------------------------*
      *   LISTA DE ACESSO DO DIA (VRB849S)                             *
      *----------------------------------------------------------------*
       FD  ACESSO
           LABEL       RECORD   STANDARD
           RECORDING   MODE     F
           RECORD      CONTAINS 80 CHARACTERS
           DATA RECORD IS       REG-ACS.

       01  REG-ACS.
           05 ACS-CHAVE.
              10 ACS-SOCIO                 PIC 9(06).
              10 ACS-SEQ                   PIC 9(02).
           05 ACS-NOME                     PIC X(30).
           05 ACS-TIPO                     PIC X(01).
           05 ACS-STATUS                   PIC X(01).
              88 ACS-LIBERADO                           VALUE 'L'.
              88 ACS-SUSPENSO                           VALUE 'S'.
              88 ACS-BLOQUEADO                          VALUE 'B'.
           05 ACS-MOTIVO                   PIC X(20).
           05 ACS-DATA-GERACAO             PIC 9(08).
           05 FILLER                       PIC X(12).
      *----------------------------------------------------------------*
      *   ENTRADAS CLASSIFICADAS POR SOCIO, SEQUENCIA, DATA E HORA     *
      *----------------------------------------------------------------*
       SD  PORWK.

       01  REG-PORWK.
           05 SW-CHAVE.
              10 SW-SOCIO                  PIC 9(06).
              10 SW-SEQ                    PIC 9(02).
           05 SW-DATA                      PIC 9(08).
           05 SW-DATA-R REDEFINES SW-DATA.
              10 SW-ANO                    PIC 9(04).
              10 SW-MES                    PIC 9(02).
              10 SW-DIA                    PIC 9(02).
           05 SW-HORA                      PIC 9(06).
           05 SW-HORA-R REDEFINES SW-HORA.
              10 SW-HH                     PIC 9(02).
              10 SW-MM                     PIC 9(02).
              10 SW-SS                     PIC 9(02).
           05 SW-PORTAO                    PIC X(02).
           05 FILLER                       PIC X(06).
      *----------------------------------------------------------------*
       FD  RELPOR
           LABEL       RECORD IS OMITTED.

       01  REG-REL                         PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
      *----------------------------------------------------------------*
      *                   VARIAVEIS DE FILE-STATUS                     *
      *----------------------------------------------------------------*
       77  WS-FS-LOG                       PIC X(02)     VALUE '00'.
       77  WS-FS-ACS                       PIC X(02)     VALUE '00'.
       77  WS-FS-REL                       PIC X(02)     VALUE '00'.
       77  WS-FIM-SORT                     PIC X(01)     VALUE 'N'.
           88 WS-FIM-SORT-SIM                            VALUE 'S'.
      *----------------------------------------------------------------*
      *                         CONTADORES                             *
      *----------------------------------------------------------------*
       77  WS-LIDOS-LOG                    PIC 9(07)     VALUE ZEROS.
       77  WS-LOG-INVALIDOS                PIC 9(07)     VALUE ZEROS.
       77  WS-LIDOS-ACS                    PIC 9(07)     VALUE ZEROS.
       77  WS-ENTRADAS                     PIC 9(07)     VALUE ZEROS.
       77  WS-ENT-LIBERADOS                PIC 9(07)     VALUE ZEROS.
       77  WS-ENT-SUSPENSOS                PIC 9(07)     VALUE ZEROS.
       77  WS-ENT-BLOQUEADOS               PIC 9(07)     VALUE ZEROS.
       77  WS-ENT-SEM-CADASTRO             PIC 9(07)     VALUE ZEROS.
       77  WS-LINHAS-REL                   PIC 9(07)     VALUE ZEROS.
      *----------------------------------------------------------------*
      *                 LAYOUT DO RELATORIO RELPOR                     *
      *----------------------------------------------------------------*
       01  CAB-TITULO.
           05 FILLER                       PIC X(50)  VALUE
              'ENTRADAS NA PORTARIA - SUSPENSOS E BLOQUEADOS    '.
           05 FILLER                       PIC X(10)  VALUE
                                           'LISTA DE: '.
           05 CABT-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 CABT-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(10)  VALUE SPACES.
       01  CAB-TITULO-R REDEFINES CAB-TITULO.
           05 FILLER                       PIC X(60).
           05 CABT-DATA                    PIC X(10).
           05 FILLER                       PIC X(10).
      *----------------------------------------------------------------*
       01  CAB-TRACO.
           05 FILLER                       PIC X(80)  VALUE ALL '-'.
      *----------------------------------------------------------------*
       01  CAB-COLUNAS.
           05 FILLER                       PIC X(40)  VALUE
              ' SOCIO  SQ  NOME                      DA'.
           05 FILLER                       PIC X(40)  VALUE
              'TA       HORA     PT  SITUACAO         '.
      *----------------------------------------------------------------*
       01  DET-ENTRADA.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-SOCIO                   PIC 9(06)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-SEQ                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-NOME                    PIC X(25)  VALUE SPACES.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-DIA                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETE-MES                     PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE '/'.
           05 DETE-ANO                     PIC 9(04)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-HH                      PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ':'.
           05 DETE-MM                      PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE ':'.
           05 DETE-SS                      PIC 9(02)  VALUE ZEROS.
           05 FILLER                       PIC X(01)  VALUE SPACES.
           05 DETE-PORTAO                  PIC X(02)  VALUE SPACES.
           05 FILLER                       PIC X(02)  VALUE SPACES.
           05 DETE-SITUACAO                PIC X(14)  VALUE SPACES.
           05 FILLER                       PIC X(04)  VALUE SPACES.
      *----------------------------------------------------------------*
       01  LIN-TOTAL.
           05 LINT-DESCRICAO               PIC X(40)  VALUE SPACES.
           05 LINT-QTDE                    PIC ZZZ.ZZZ.ZZ9
                                                      VALUE ZEROS.
           05 FILLER                       PIC X(29)  VALUE SPACES.
      *----------------------------------------------------------------*
      *                       AREA DE ABEND                            *
      *----------------------------------------------------------------*
       77  WS-ABENDA                       PIC X(08)   VALUE 'ABENDA31'.
       01  WS-AREA.
           05 WS-AREA-PGM                  PIC X(08)   VALUE 'VRB850S'.
           05 WS-AREA-PARA                 PIC X(20)   VALUE SPACES.
           05 WS-AREA-STAT                 PIC X(03)   VALUE SPACES.
           05 WS-AREA-MSG                  PIC X(50)   VALUE SPACES.

       01  WS-CODIGO-AREA                  PIC X(30)   VALUE SPACES.
      *----------------------------------------------------------------*
      *                AREA DE CONTROLE DE EXECUCAO                    *
      *----------------------------------------------------------------*
       77  WS-RUNCTL                       PIC X(08)   VALUE 'RUNCTL31'.
       01  WS-RUNCTL-AREA.
           05 WS-RC-PROGRAMA               PIC X(08)   VALUE 'VRB850S'.
           05 WS-RC-CHECKPOINT             PIC X(01)   VALUE 'C'.
           05 WS-RC-QTDE-LIDOS             PIC 9(07)   VALUE ZEROS.
           05 WS-RC-QTDE-GRAVADOS          PIC 9(07)   VALUE ZEROS.
      *================================================================*
       PROCEDURE                           DIVISION.
      *================================================================*
       0000-PRINCIPAL                      SECTION.
      *================================================================*
           PERFORM 1000-INICIO             THRU  1000-99-INICIO-EXIT.

           MOVE '0000-PRINCIPAL'           TO    WS-CODIGO-AREA.
           SORT PORWK
                ASCENDING  KEY             SW-SOCIO
                                           SW-SEQ
                                           SW-DATA
                                           SW-HORA
                INPUT  PROCEDURE IS        2000-SELECIONA
                OUTPUT PROCEDURE IS        4000-CONFRONTA.

           PERFORM 8500-TOTAIS             THRU  8500-99-TOTAIS-EXIT.
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

           OPEN  INPUT                     ACESSO.
           IF    WS-FS-ACS                 NOT EQUAL  '00'
                 MOVE WS-FS-ACS            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO ARQUIVO ACESSO'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           OPEN  OUTPUT                    RELPOR.
           IF    WS-FS-REL                 NOT EQUAL  '00'
                 MOVE WS-FS-REL            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO RELATORIO RELPOR'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 1100-LER-ACESSO   THRU  1100-99-LER-ACESSO-EXIT.

           IF  WS-FS-ACS                   EQUAL      '00'
               MOVE ACS-DATA-GERACAO (7:2) TO         CABT-DIA
               MOVE ACS-DATA-GERACAO (5:2) TO         CABT-MES
               MOVE ACS-DATA-GERACAO (1:4) TO         CABT-ANO
           ELSE
               MOVE 'SEM LISTA'            TO         CABT-DATA
           END-IF.
           WRITE REG-REL                   FROM       CAB-TITULO.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.
           WRITE REG-REL                   FROM       CAB-COLUNAS.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.
      *----------------------------------------------------------------*
       1000-99-INICIO-EXIT.                EXIT.
      *================================================================*
       1100-LER-ACESSO                     SECTION.
      *================================================================*
           READ ACESSO.

           IF  WS-FS-ACS   NOT EQUAL '00'
           AND WS-FS-ACS   NOT EQUAL '10'
               MOVE WS-FS-ACS              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER ARQUIVO ACESSO'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           IF  WS-FS-ACS                   EQUAL      '00'
               ADD  1                      TO         WS-LIDOS-ACS
           ELSE
               MOVE HIGH-VALUES            TO         ACS-CHAVE
           END-IF.
      *----------------------------------------------------------------*
       1100-99-LER-ACESSO-EXIT.            EXIT.
      *================================================================*
       2000-SELECIONA                      SECTION.
      *================================================================*
      * PASSA PARA O SORT AS ENTRADAS COM SOCIO E SEQUENCIA NUMERICOS. *
      *----------------------------------------------------------------*
           MOVE '2000-SELECIONA'           TO         WS-CODIGO-AREA.

           OPEN  INPUT                     PORLOG.
           IF    WS-FS-LOG                 EQUAL      '35'
                 GO TO 2000-99-SELECIONA-EXIT
           END-IF.
           IF    WS-FS-LOG                 NOT EQUAL  '00'
                 MOVE WS-FS-LOG            TO         WS-AREA-STAT
                 MOVE 'ERRO NA ABERTURA DO REGISTRO PORLOG'
                                           TO         WS-AREA-MSG
                 PERFORM 9999-CANCELA
           END-IF.

           PERFORM 2100-TRATA-PORLOG THRU 2100-99-TRATA-PORLOG-EXIT
                   UNTIL WS-FS-LOG         EQUAL      '10'.

           CLOSE PORLOG.
      *----------------------------------------------------------------*
       2000-99-SELECIONA-EXIT.             EXIT.
      *================================================================*
       2100-TRATA-PORLOG                   SECTION.
      *================================================================*
           READ PORLOG.
           IF  WS-FS-LOG   NOT EQUAL '00'
           AND WS-FS-LOG   NOT EQUAL '10'
               MOVE WS-FS-LOG              TO         WS-AREA-STAT
               MOVE 'ERRO AO LER REGISTRO PORLOG'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           IF  WS-FS-LOG                   EQUAL      '10'
               GO TO 2100-99-TRATA-PORLOG-EXIT
           END-IF.

           ADD  1                          TO         WS-LIDOS-LOG.

           IF  LOG-SOCIO                   NOT NUMERIC
           OR  LOG-SEQ                     NOT NUMERIC
           OR  LOG-DATA                    NOT NUMERIC
           OR  LOG-HORA                    NOT NUMERIC
               ADD  1                      TO         WS-LOG-INVALIDOS
               GO TO 2100-99-TRATA-PORLOG-EXIT
           END-IF.

           MOVE SPACES                     TO         REG-PORWK.
           MOVE LOG-SOCIO                  TO         SW-SOCIO.
           MOVE LOG-SEQ                    TO         SW-SEQ.
           MOVE LOG-DATA                   TO         SW-DATA.
           MOVE LOG-HORA                   TO         SW-HORA.
           MOVE LOG-PORTAO                 TO         SW-PORTAO.
           RELEASE REG-PORWK.
      *----------------------------------------------------------------*
       2100-99-TRATA-PORLOG-EXIT.          EXIT.
      *================================================================*
       4000-CONFRONTA                      SECTION.
      *================================================================*
      * BALANCE-LINE DAS ENTRADAS CLASSIFICADAS COM A LISTA DE ACESSO, *
      * AMBAS POR SOCIO + SEQUENCIA. CADA ENTRADA BUSCA A SITUACAO DO  *
      * CODIGO NA LISTA; SO SAEM NO RELATORIO SUSPENSOS, BLOQUEADOS E  *
      * CODIGOS FORA DA LISTA.                                         *
      *----------------------------------------------------------------*
           MOVE '4000-CONFRONTA'           TO         WS-CODIGO-AREA.

           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
           PERFORM 4100-TRATA-ENTRADA
               THRU 4100-99-TRATA-ENTRADA-EXIT
                   UNTIL WS-FIM-SORT-SIM.
      *----------------------------------------------------------------*
       4000-99-CONFRONTA-EXIT.             EXIT.
      *================================================================*
       4100-TRATA-ENTRADA                  SECTION.
      *================================================================*
           ADD  1                          TO         WS-ENTRADAS.

           PERFORM 1100-LER-ACESSO   THRU  1100-99-LER-ACESSO-EXIT
                   UNTIL ACS-CHAVE     NOT LESS       SW-CHAVE.

           IF  ACS-CHAVE                   NOT EQUAL  SW-CHAVE
               ADD  1                      TO      WS-ENT-SEM-CADASTRO
               MOVE SPACES                 TO         DETE-NOME
               MOVE 'NAO CADASTRADO'       TO         DETE-SITUACAO
               GO TO 4100-50-IMPRIME
           END-IF.

           EVALUATE TRUE
               WHEN ACS-SUSPENSO
                    ADD  1                 TO         WS-ENT-SUSPENSOS
                    MOVE 'SUSPENSO'        TO         DETE-SITUACAO
               WHEN ACS-BLOQUEADO
                    ADD  1                 TO         WS-ENT-BLOQUEADOS
                    MOVE 'BLOQUEADO'       TO         DETE-SITUACAO
               WHEN OTHER
                    ADD  1                 TO         WS-ENT-LIBERADOS
                    GO TO 4100-90-PROXIMA
           END-EVALUATE.
           MOVE ACS-NOME                   TO         DETE-NOME.

       4100-50-IMPRIME.
           MOVE SW-SOCIO                   TO         DETE-SOCIO.
           MOVE SW-SEQ                     TO         DETE-SEQ.
           MOVE SW-DIA                     TO         DETE-DIA.
           MOVE SW-MES                     TO         DETE-MES.
           MOVE SW-ANO                     TO         DETE-ANO.
           MOVE SW-HH                      TO         DETE-HH.
           MOVE SW-MM                      TO         DETE-MM.
           MOVE SW-SS                      TO         DETE-SS.
           MOVE SW-PORTAO                  TO         DETE-PORTAO.
           WRITE REG-REL                   FROM       DET-ENTRADA.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.

       4100-90-PROXIMA.
           PERFORM 4900-RETORNA-SORT THRU 4900-99-RETORNA-SORT-EXIT.
      *----------------------------------------------------------------*
       4100-99-TRATA-ENTRADA-EXIT.         EXIT.
      *================================================================*
       4900-RETORNA-SORT                   SECTION.
      *================================================================*
           RETURN PORWK
               AT END
                   MOVE 'S'                TO         WS-FIM-SORT
           END-RETURN.
      *----------------------------------------------------------------*
       4900-99-RETORNA-SORT-EXIT.          EXIT.
      *================================================================*
       8000-FS-RELPOR                      SECTION.
      *================================================================*
           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO AO GRAVAR RELATORIO RELPOR'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.
           ADD  1                          TO         WS-LINHAS-REL.
      *----------------------------------------------------------------*
       8000-99-FS-RELPOR-EXIT.             EXIT.
      *================================================================*
       8500-TOTAIS                         SECTION.
      *================================================================*
           MOVE '8500-TOTAIS'              TO         WS-CODIGO-AREA.

           MOVE SPACES                     TO         REG-REL.
           WRITE REG-REL.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.
           WRITE REG-REL                   FROM       CAB-TRACO.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.

           MOVE 'ENTRADAS REGISTRADAS NA PORTARIA.......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ENTRADAS                TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'ENTRADAS DE LIBERADOS..................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ENT-LIBERADOS           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'ENTRADAS DE SUSPENSOS..................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ENT-SUSPENSOS           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'ENTRADAS DE BLOQUEADOS.................:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ENT-BLOQUEADOS          TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'ENTRADAS DE CODIGOS FORA DA LISTA......:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-ENT-SEM-CADASTRO        TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.

           MOVE 'REGISTROS INVALIDOS NO PORLOG..........:'
                                           TO         LINT-DESCRICAO.
           MOVE WS-LOG-INVALIDOS           TO         LINT-QTDE.
           PERFORM 8510-GRAVA-TOTAL THRU 8510-99-GRAVA-TOTAL-EXIT.
      *----------------------------------------------------------------*
       8500-99-TOTAIS-EXIT.                EXIT.
      *================================================================*
       8510-GRAVA-TOTAL                    SECTION.
      *================================================================*
           WRITE REG-REL                   FROM       LIN-TOTAL.
           PERFORM 8000-FS-RELPOR  THRU 8000-99-FS-RELPOR-EXIT.
      *----------------------------------------------------------------*
       8510-99-GRAVA-TOTAL-EXIT.           EXIT.
      *================================================================*
       9000-TERMINO                        SECTION.
      *================================================================*
           MOVE '9000-TERMINO'             TO         WS-CODIGO-AREA.

           CLOSE ACESSO  RELPOR.

           IF  WS-FS-REL                   NOT EQUAL  '00'
               MOVE WS-FS-REL              TO         WS-AREA-STAT
               MOVE 'ERRO NO FECHAMENTO DOS ARQUIVOS'
                                           TO         WS-AREA-MSG
               PERFORM 9999-CANCELA
           END-IF.

           DISPLAY '**************************************************'.
           DISPLAY '       RESUMO/BALANCO GERAL DO PROGRAMA           '.
           DISPLAY '**************************************************'.
           DISPLAY '* LIDOS NO PORLOG       =    ' WS-LIDOS-LOG.
           DISPLAY '* INVALIDOS NO PORLOG   =    ' WS-LOG-INVALIDOS.
           DISPLAY '* LIDOS NO ACESSO       =    ' WS-LIDOS-ACS.
           DISPLAY '* ENTRADAS SUSPENSOS    =    ' WS-ENT-SUSPENSOS.
           DISPLAY '* ENTRADAS BLOQUEADOS   =    ' WS-ENT-BLOQUEADOS.
           DISPLAY '* ENTRADAS FORA DA LISTA=    ' WS-ENT-SEM-CADASTRO.
           DISPLAY '* LINHAS NO RELPOR      =    ' WS-LINHAS-REL.
           DISPLAY '**************************************************'.
           DISPLAY '         FIM DO PROGRAMA - THE END                '.
           DISPLAY '**************************************************'.

           MOVE  WS-LIDOS-LOG              TO    WS-RC-QTDE-LIDOS
           MOVE  WS-LINHAS-REL             TO    WS-RC-QTDE-GRAVADOS
           CALL  WS-RUNCTL                 USING WS-RUNCTL-AREA.
      *----------------------------------------------------------------*
       9000-99-TERMINO-EXIT.               EXIT.
      *================================================================*
       9999-CANCELA                        SECTION.
      *================================================================*
      * ENCERRAMENTO ANORMAL PADRONIZADO VIA ROTINA CENTRAL ABENDA31.  *
      *----------------------------------------------------------------*
           DISPLAY '*----------------------------------------*'.
           DISPLAY '*     VRB850S - PROGRAMA CANCELADO:      *'.
           DISPLAY '*----------------------------------------*'.
           DISPLAY 'ERRO NO: '                  WS-CODIGO-AREA.
           DISPLAY 'STATUS:  '                  WS-AREA-STAT.
           MOVE  WS-CODIGO-AREA            TO   WS-AREA-PARA.

           CALL  WS-ABENDA                 USING WS-AREA.
      *----------------------------------------------------------------*
       9999-99-CANCELA-EXIT.               EXIT.
      *================================================================*
